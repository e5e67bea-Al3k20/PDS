      *> SD-Periodo (AAAAMM) e o periodo a que o saldo do periodo se
      *> refere: um detalhe de periodo novo zera o saldo do periodo
      *> antes de acumular, e um detalhe de ano novo zera tambem o
      *> saldo do ano. Na virada de ano o acumulado do ano que esta
      *> sendo zerado fica guardado em SD-Saldo-Ano-Anterior (ano em
      *> SD-Ano-Anterior), para que o encerramento do exercicio
      *> (SomaEncerramento) ainda o encontre depois que os primeiros
      *> lancamentos do ano novo ja foram aplicados. SomaConverteSaldos
      *> copia uma unica vez o arquivo do layout anterior a esses dois
      *> campos, com ambos zerados.
01  SD-Registro.
    05 SD-Conta              PIC X(10).
    05 SD-Periodo            PIC 9(6).
    05 SD-Saldo-Ano          PIC S9(13)V99.
    05 SD-Data-Atualizacao   PIC 9(8).
    05 SD-Hora-Atualizacao   PIC 9(6).
    05 SD-Ano-Anterior       PIC 9(4).
    05 SD-Saldo-Ano-Anterior PIC S9(13)V99.
