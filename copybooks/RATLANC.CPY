      *> Layout of one record on the allocation history file
      *> (RATEIO-LANCADOS.DAT), keyed by GL date + pool account +
      *> sequence. SomaRateio grava aqui cada linha de rateio que
      *> escreve em GL-INTERFACE.DAT: a saida da origem ("O", valor
      *> oposto ao total repartido) e a parcela de cada destino
      *> ("D"), com o percentual da regra e o arredondamento somado
      *> ao maior destino. SomaReconcilia usa o arquivo para tirar da
      *> conferencia as linhas de rateio, que nao tem total diario nem
      *> auditoria. Uma nova execucao no mesmo dia continua a
      *> sequencia e reparte so o que entrou na origem depois.
01  RL-Registro.
    05 RL-Chave.
        10 RL-Data           PIC 9(8).
        10 RL-Conta-Origem   PIC X(10).
        10 RL-Seq            PIC 9(4).
    05 RL-Tipo               PIC X.
       88 RL-Saida-Origem    VALUE "O".
       88 RL-Parcela-Destino VALUE "D".
    05 RL-Conta              PIC X(10).
    05 RL-Regra-Inicio       PIC 9(8).
    05 RL-Percentual         PIC 9(3)V99.
    05 RL-Valor              PIC S9(9)V99.
    05 RL-Arredondamento     PIC S9(9)V99.
    05 RL-Data-Exec          PIC 9(8).
    05 RL-Hora-Exec          PIC 9(6).
