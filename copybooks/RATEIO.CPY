      *> Layout of one record on the cost-allocation rules file
      *> (RATEIO-REGRAS.DAT), keyed by pool account + start of
      *> validity. Mantido por SomaRateioManut; lido por SomaRateio,
      *> que no passo noturno anterior ao SOMAGLCN reparte o total do
      *> dia da conta de origem (RR-Conta-Origem, a conta "pool" de
      *> TI, instalacoes etc.) entre as contas de destino pelos
      *> percentuais fixos. RR-Percentual tem duas decimais e os
      *> destinos somam 100,00. A regra vale de RR-Data-Inicio a
      *> RR-Data-Fim (zero = sem data final); a manutencao nao deixa
      *> duas regras da mesma origem com vigencias sobrepostas.
      *> RR-Ultima-Aplicacao e a ultima data rateada pela regra
      *> (regravada por SomaRateio); regra ja aplicada nao e excluida.
01  RR-Registro.
    05 RR-Chave.
        10 RR-Conta-Origem   PIC X(10).
        10 RR-Data-Inicio    PIC 9(8).
    05 RR-Data-Fim           PIC 9(8).
    05 RR-Descricao          PIC X(30).
    05 RR-Situacao           PIC X.
       88 RR-Ativa           VALUE "A".
       88 RR-Suspensa        VALUE "S".
    05 RR-Qtd-Destinos       PIC 9(2).
    05 RR-Destino OCCURS 20 TIMES.
        10 RR-Conta-Destino  PIC X(10).
        10 RR-Percentual     PIC 9(3)V99.
    05 RR-Ultima-Aplicacao   PIC 9(8).
    05 RR-Data-Atualizacao   PIC 9(8).
    05 RR-Hora-Atualizacao   PIC 9(6).
    05 RR-Operador           PIC X(8).
