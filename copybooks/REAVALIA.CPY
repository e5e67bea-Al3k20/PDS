      *> Layout of one record on the FX revaluation history file
      *> (REAVALIACOES.DAT), keyed by GL date + account + currency +
      *> sequence. SomaReavaliacao grava aqui cada par de linhas que
      *> escreve em GL-INTERFACE.DAT: a reavaliacao de fim de periodo
      *> ("R", diferenca entre o saldo em moeda original convertido
      *> pela taxa do ultimo dia e o valor contabilizado em moeda
      *> base) e o estorno dela ("E") na primeira execucao do periodo
      *> seguinte. RV-Valor e o valor lancado na conta da posicao; a
      *> contrapartida (ganho ou perda cambial nao realizado) recebe
      *> o oposto. Na reavaliacao, RV-Data-Referencia guarda a data
      *> do estorno quando ja feito; no estorno, a data da reavaliacao
      *> estornada. SomaReconcilia usa o arquivo para tirar da
      *> conferencia essas linhas, que nao tem total diario nem
      *> auditoria. Nova execucao no mesmo fim de periodo continua a
      *> sequencia e lanca so a diferenca que restar.
01  RV-Registro.
    05 RV-Chave.
        10 RV-Data           PIC 9(8).
        10 RV-Conta          PIC X(10).
        10 RV-Moeda          PIC X(3).
        10 RV-Seq            PIC 9(3).
    05 RV-Tipo               PIC X.
       88 RV-Reavaliacao     VALUE "R".
       88 RV-Estorno         VALUE "E".
    05 RV-Conta-Contra       PIC X(10).
    05 RV-Valor              PIC S9(9)V99.
    05 RV-Saldo-Original     PIC S9(13)V99.
    05 RV-Valor-Contabil     PIC S9(13)V99.
    05 RV-Taxa               PIC 9(7)V9(6).
    05 RV-Valor-Reavaliado   PIC S9(13)V99.
    05 RV-Situacao-Estorno   PIC X.
       88 RV-Estorno-Pendente VALUE "P".
       88 RV-Estorno-Feito   VALUE "F".
    05 RV-Data-Referencia    PIC 9(8).
    05 RV-Data-Exec          PIC 9(8).
    05 RV-Hora-Exec          PIC 9(6).
