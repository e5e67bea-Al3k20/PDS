      *> Layout of one record on the recurring-entry template file
      *> (RECORRENTES.DAT), keyed by MR-Id. Mantido por
      *> SomaRecorrenteManut; lido por SomaGeraRecorrente, que monta
      *> com os modelos devidos na data de negocio um lote TRANS-IN
      *> completo para o SomaNumerosLote. MR-Num1/MR-Num2 sao os
      *> valores do lancamento na moeda MR-Moeda (em branco vale a
      *> moeda base), na mesma faixa aceita pelo lote.
      *> MR-Frequencia/MR-Dia definem a data prevista da ocorrencia:
      *>   "M" mensal ........... dia 1 de cada mes (MR-Dia zero)
      *>   "S" semanal .......... dia da semana MR-Dia (1 = segunda
      *>                          ... 7 = domingo) de cada semana
      *>   "D" dia especifico ... dia MR-Dia de cada mes (no mes mais
      *>                          curto, o ultimo dia do mes)
      *> Ocorrencia so vale com data prevista entre MR-Data-Inicio e
      *> MR-Data-Fim (zero = sem data final). MR-Estorno-Automatico
      *> "S" faz o gerador lancar o estorno da ocorrencia no primeiro
      *> dia de negocio do periodo seguinte. MR-Ultima-Geracao e a
      *> data de negocio da ultima ocorrencia gerada (zero = nunca).
01  MR-Registro.
    05 MR-Id                 PIC X(8).
    05 MR-Descricao          PIC X(30).
    05 MR-Conta              PIC X(10).
    05 MR-Moeda              PIC X(3).
    05 MR-Num1               PIC S9(7)V99.
    05 MR-Num2               PIC S9(7)V99.
    05 MR-Frequencia         PIC X.
       88 MR-Mensal          VALUE "M".
       88 MR-Semanal         VALUE "S".
       88 MR-Dia-Especifico  VALUE "D".
    05 MR-Dia                PIC 9(2).
    05 MR-Data-Inicio        PIC 9(8).
    05 MR-Data-Fim           PIC 9(8).
    05 MR-Estorno-Automatico PIC X.
       88 MR-Estorna         VALUE "S".
       88 MR-Nao-Estorna     VALUE "N".
    05 MR-Situacao           PIC X.
       88 MR-Ativo           VALUE "A".
       88 MR-Suspenso        VALUE "S".
    05 MR-Ultima-Geracao     PIC 9(8).
    05 MR-Data-Atualizacao   PIC 9(8).
    05 MR-Hora-Atualizacao   PIC 9(6).
    05 MR-Operador           PIC X(8).
