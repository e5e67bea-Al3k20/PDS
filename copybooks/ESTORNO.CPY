      *> Layout of one record on the reversal link file
      *> (ESTORNOS.DAT), keyed by the DT-Chave of a daily-totals
      *> entry. Gravado por SomaEstorno aos pares: um registro "O"
      *> sob a chave do lancamento original, apontando para o
      *> estorno, e um registro "E" sob a chave do estorno, apontando
      *> para o original. Qualquer chave presente aqui ja foi
      *> estornada ou e ela propria um estorno, e por isso nao pode
      *> ser estornada de novo. Conta, moeda e valores sao os do
      *> lancamento contabil original, com o sinal do proprio
      *> registro (o estorno leva o sinal invertido).
01  ES-Registro.
    05 ES-Chave.
        10 ES-Chave-Data     PIC 9(8).
        10 ES-Chave-Hora     PIC 9(6).
        10 ES-Chave-Seq      PIC 9(4).
    05 ES-Tipo               PIC X.
       88 ES-Original        VALUE "O".
       88 ES-Estorno         VALUE "E".
    05 ES-Chave-Vinculo.
        10 ES-Vinculo-Data   PIC 9(8).
        10 ES-Vinculo-Hora   PIC 9(6).
        10 ES-Vinculo-Seq    PIC 9(4).
    05 ES-Conta              PIC X(10).
    05 ES-Moeda              PIC X(3).
    05 ES-Valor              PIC S9(9)V99.
    05 ES-Valor-Original     PIC S9(9)V99.
    05 ES-Data-Estorno       PIC 9(8).
    05 ES-Hora-Estorno       PIC 9(6).
    05 ES-Operador           PIC X(8).
    05 ES-Motivo             PIC X(30).
