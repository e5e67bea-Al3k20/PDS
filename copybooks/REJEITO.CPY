      *> suspense (REJEITOS-SUSPENSOS.DAT) pela chave completa, ja
      *> que o numero de origem se repete entre lotes. Em rejeitos
      *> de antes destes campos existirem, ficam em branco e a baixa
      *> nao e feita. O motivo "DUPLICIDADE SUSPEITA" marca o item que
      *> o lote reteve por repetir um lancamento recente; so um
      *> supervisor o libera no SomaReparo.
01  RJ-Registro.
    05 FILLER                PIC X(4) VALUE "REG ".
    05 RJ-Num-Reg            PIC ZZZZZZ9.
    05 RJ-Tentativa          PIC 9(2).
    05 FILLER                PIC X(9) VALUE " MOTIVO: ".
    05 RJ-Motivo             PIC X(30).
       88 RJ-Motivo-Duplicidade VALUE "DUPLICIDADE SUSPEITA".
    05 FILLER                PIC X(5) VALUE " NEG=".
    05 RJ-Data-Negocio       PIC X(8).
    05 FILLER                PIC X(6) VALUE " LOTE=".
