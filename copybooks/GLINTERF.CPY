      *> Layout of one record on the GL interface extract file, picked
      *> up nightly by the accounting system. Written by SomaNumeros
      *> and SomaNumerosLote; read by SomaConsolidaGL, SomaReconcilia
      *> and SomaPlanoManut; SomaNumerosLote le de volta as linhas
      *> recentes para a conferencia de duplicidade entre lotes, e
      *> SomaRateio soma as linhas do dia das contas de origem de
      *> rateio e grava aqui a saida da origem e as parcelas.
      *> SomaReavaliacao soma as linhas em moeda estrangeira por
      *> conta e moeda e grava aqui a reavaliacao de fim de periodo
      *> e o estorno dela.
      *> GL-Valor e sempre na moeda base; GL-Moeda e
      *> GL-Valor-Original preservam a moeda e o valor originais da
      *> transacao para a contabilidade (iguais a base quando nao
      *> houve conversao). Na linha de reavaliacao da posicao,
      *> GL-Moeda e a moeda da posicao e GL-Valor-Original e zero:
      *> so o valor em moeda base muda.
01  GL-Registro.
    05 GL-Data               PIC 9(8).
    05 GL-Conta              PIC X(10).
