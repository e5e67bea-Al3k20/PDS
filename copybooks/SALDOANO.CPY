      *> Layout of one record on the yearly balance file
      *> (SALDOS-ANUAIS.DAT), keyed by account + year. Gravado por
      *> SomaEncerramento no encerramento do exercicio: o registro do
      *> ano encerrado guarda a natureza da conta, o saldo de abertura,
      *> o movimento do ano (o acumulado do ano do balancete final), o
      *> lancamento de encerramento e o saldo final; para as contas
      *> patrimoniais o saldo final vira o SA-Saldo-Abertura do
      *> registro do ano seguinte, que fica com os demais campos
      *> zerados ate aquele ano ser encerrado.
01  SA-Registro.
    05 SA-Chave.
        10 SA-Conta          PIC X(10).
        10 SA-Ano            PIC 9(4).
    05 SA-Natureza           PIC X.
       88 SA-Patrimonial     VALUE "P".
       88 SA-Resultado       VALUE "R".
    05 SA-Saldo-Abertura     PIC S9(13)V99.
    05 SA-Movimento-Ano      PIC S9(13)V99.
    05 SA-Encerramento       PIC S9(13)V99.
    05 SA-Saldo-Final        PIC S9(13)V99.
    05 SA-Data-Encerramento  PIC 9(8).
    05 SA-Hora-Encerramento  PIC 9(6).
    05 SA-Operador           PIC X(8).
