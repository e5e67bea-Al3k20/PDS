      *> TR-Moeda e o codigo da moeda dos valores NUM1/NUM2; em
      *> branco vale a moeda base e valores em moeda estrangeira sao
      *> convertidos pela taxa do dia de negocio (TAXAS-CAMBIO.DAT)
      *> durante a validacao do lote. TR-Liberacao "S" e gravado pelo
      *> SomaReparo quando um supervisor libera um item retido como
      *> duplicidade suspeita: o lote posta o item sem repetir a
      *> conferencia de duplicidade. Em branco, a conferencia e feita.
01  TR-Registro.
    05 TR-Num1               PIC X(11).
    05 TR-Num2               PIC X(11).
    05 TR-Reg-Origem         PIC X(7).
    05 TR-Tentativa          PIC X(2).
    05 TR-Moeda              PIC X(3).
    05 TR-Liberacao          PIC X.
       88 TR-Duplicidade-Liberada VALUE "S".
