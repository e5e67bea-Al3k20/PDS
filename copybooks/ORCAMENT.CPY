      *> Layout of one record on the budget file (ORCAMENTO.DAT),
      *> keyed by account + period (AAAAMM). Mantido por
      *> SomaOrcamentoManut; lido por SomaOrcadoRealizado para o
      *> relatorio mensal de orcado x realizado. OR-Valor-Periodo e o
      *> orcamento do mes; OR-Valor-Ano e o orcamento acumulado no ano
      *> ate o mes (de janeiro ate OR-Periodo), o mesmo corte de
      *> SD-Saldo-Ano em SALDO-CONTAS.DAT, e e recalculado pela
      *> manutencao a cada inclusao, alteracao ou exclusao na conta.
01  OR-Registro.
    05 OR-Chave.
        10 OR-Conta          PIC X(10).
        10 OR-Periodo        PIC 9(6).
    05 OR-Valor-Periodo      PIC S9(13)V99.
    05 OR-Valor-Ano          PIC S9(13)V99.
    05 OR-Data-Atualizacao   PIC 9(8).
    05 OR-Hora-Atualizacao   PIC 9(6).
    05 OR-Operador           PIC X(8).
