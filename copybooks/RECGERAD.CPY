      *> Layout of one record on the generated-occurrence file
      *> (RECORRENTES-GERADOS.DAT), keyed by template + cycle. Gravado
      *> por SomaGeraRecorrente para cada ocorrencia posta num lote:
      *> RG-Ciclo e AAAAMM00 nas frequencias mensal e dia especifico e
      *> a data da segunda-feira da semana na semanal, de modo que uma
      *> mudanca de dia no modelo nao gera o mesmo mes ou a mesma
      *> semana duas vezes. Conta, moeda e valores sao os do modelo no
      *> momento da geracao, para o estorno sair igual ao lancamento.
      *> RG-Lote-Id/RG-Lote-Estorno guardam o lote em que lancamento e
      *> estorno foram postos: o gerador reexecutado para a mesma data
      *> (lote ainda nao processado) remonta o lote com eles em vez de
      *> gerar de novo.
01  RG-Registro.
    05 RG-Chave.
        10 RG-Id             PIC X(8).
        10 RG-Ciclo          PIC 9(8).
    05 RG-Data-Prevista      PIC 9(8).
    05 RG-Data-Negocio       PIC 9(8).
    05 RG-Lote-Id            PIC X(8).
    05 RG-Conta              PIC X(10).
    05 RG-Moeda              PIC X(3).
    05 RG-Num1               PIC S9(7)V99.
    05 RG-Num2               PIC S9(7)V99.
    05 RG-Estorno            PIC X.
       88 RG-Sem-Estorno     VALUE "N".
       88 RG-Estorno-Pendente VALUE "P".
       88 RG-Estornado       VALUE "E".
    05 RG-Data-Estorno       PIC 9(8).
    05 RG-Lote-Estorno       PIC X(8).
    05 RG-Data-Geracao       PIC 9(8).
    05 RG-Hora-Geracao       PIC 9(6).
