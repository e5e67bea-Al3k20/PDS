IDENTIFICATION DIVISION.
PROGRAM-ID. SomaReavaliacao.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReavalFile ASSIGN TO DYNAMIC WS-Reaval-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RV-Chave
        FILE STATUS IS WS-Reaval-Status.

    SELECT TaxasFile ASSIGN TO DYNAMIC WS-Taxas-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TX-Chave
        FILE STATUS IS WS-Taxas-Status.

    SELECT ChartContasFile ASSIGN TO DYNAMIC WS-ChartContas-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-Conta
        FILE STATUS IS WS-ChartContas-Status.

    SELECT GLInterfaceFile ASSIGN TO DYNAMIC WS-GLInterface-FileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLInterface-Status.

    SELECT PeriodosFile ASSIGN TO DYNAMIC WS-Periodos-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PD-Periodo
        FILE STATUS IS WS-Periodos-Status.

    SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-Chave
        FILE STATUS IS WS-RunCtl-Status.

    SELECT ReavRelFile ASSIGN TO REAVREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ReavRel-Status.

DATA DIVISION.
FILE SECTION.
FD  ReavalFile.
COPY "REAVALIA.CPY".

FD  TaxasFile.
COPY "TAXACAMB.CPY".

FD  ChartContasFile.
COPY "CHARTACC.CPY".

FD  GLInterfaceFile.
COPY "GLINTERF.CPY".

FD  PeriodosFile.
COPY "PERIODO.CPY".

FD  RunCtlFile.
COPY "RUNCTL.CPY".

FD  ReavRelFile.
01  ReavRelRec               PIC X(132).

WORKING-STORAGE SECTION.
*> Reavaliacao cambial: roda toda noite na cadeia, antes do
*> SOMAGLCN, com a data de negocio lida de SYSIN.
*> - Quando a data e o ultimo dia do periodo, soma em
*>   GL-INTERFACE.DAT, por conta e moeda estrangeira, o saldo em
*>   moeda original ate a data e o valor contabilizado em moeda
*>   base, converte o saldo original pela taxa da data em
*>   TAXAS-CAMBIO.DAT e lanca a diferenca na conta da posicao
*>   (moeda da posicao, valor original zero) contra a conta de
*>   ganho ou de perda cambial nao realizado informada em SYSIN.
*>   So as contas patrimoniais carregam posicao em aberto: contas
*>   de resultado (natureza "R" no plano) ficam na taxa historica,
*>   saem no registro como RESULTADO e nao recebem lancamento.
*>   Falta de taxa da data para qualquer moeda com saldo recusa a
*>   execucao inteira antes de qualquer lancamento.
*> - Reavaliacao de periodo anterior ainda nao estornada e estornada
*>   na primeira execucao de um periodo seguinte, com a data de
*>   negocio dessa execucao (como o estorno automatico dos
*>   lancamentos recorrentes), o que na cadeia diaria e o primeiro
*>   dia do periodo. Lancar o estorno com data futura adiantaria o
*>   corte do SomaSaldos e perderia os lotes do dia seguinte.
*> Como a reavaliacao ja lancada entra no valor contabilizado, uma
*> nova execucao no mesmo fim de periodo lanca so a diferenca que
*> restar.
01  WS-Reaval-FileName       PIC X(100) VALUE "REAVALIACOES.DAT".
01  WS-Reaval-Status         PIC XX.

01  WS-Taxas-FileName        PIC X(100) VALUE "TAXAS-CAMBIO.DAT".
01  WS-Taxas-Status          PIC XX.

*> As contas de ganho e de perda precisam estar ativas no plano e
*> ser de resultado.
01  WS-ChartContas-FileName  PIC X(100) VALUE "PLANO-CONTAS.DAT".
01  WS-ChartContas-Status    PIC XX.

01  WS-GLInterface-FileName  PIC X(100) VALUE "GL-INTERFACE.DAT".
01  WS-GLInterface-Status    PIC XX.

*> Controle de periodos: data em periodo em fechamento ou fechado
*> nao recebe reavaliacao nem estorno. Periodo sem registro (ou
*> arquivo ausente) vale como aberto.
01  WS-Periodos-FileName     PIC X(100) VALUE "PERIODOS.DAT".
01  WS-Periodos-Status       PIC XX.

*> Controle de execucao: a reavaliacao fica registrada pela data de
*> negocio para o monitor de fechamento do dia, tambem nos dias sem
*> nada a lancar.
01  WS-RunCtl-FileName       PIC X(100) VALUE "RUN-CONTROL.DAT".
01  WS-RunCtl-Status         PIC XX.

01  WS-ReavRel-Status        PIC XX.

*> Moeda base da instalacao (a mesma de SomaConsolidaGL): linhas
*> antigas sem GL-Moeda valem como moeda base e ficam fora da
*> reavaliacao; a contrapartida e gravada nela.
01  WS-GL-Moeda-Base         PIC X(3) VALUE "BRL".

*> Maior valor que cabe em GL-Valor; diferenca maior que isso nao
*> e lancada.
01  WS-Max-Valor-GL          PIC S9(9)V99 VALUE 999999999.99.

01  WS-Entrada               PIC X(10).
01  WS-Entrada-Compacta      PIC X(10).
01  WS-Data-Reaval           PIC 9(8).
01  WS-Data-MM               PIC 99.
01  WS-Data-DD               PIC 99.
01  WS-Dia-Seguinte          PIC 9(8).

01  WS-Conta-Ganho           PIC X(10).
01  WS-Conta-Perda           PIC X(10).
01  WS-Conta-Conferida       PIC X(10).
01  WS-Tipo-Conta            PIC X(5).

01  WS-Data-Valida           PIC X VALUE 'N'.
    88 DataValida            VALUE 'Y'.
    88 DataInvalida          VALUE 'N'.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Achou              PIC X VALUE 'N'.
       88 Achou              VALUE 'Y'.
       88 NaoAchou           VALUE 'N'.
    05 WS-Fim-Periodo        PIC X VALUE 'N'.
       88 FimDePeriodo       VALUE 'Y'.
       88 ForaDoFimDePeriodo VALUE 'N'.
    05 WS-Par-Gravado        PIC X VALUE 'N'.
       88 ParGravado         VALUE 'Y'.
       88 ParNaoGravado      VALUE 'N'.
    05 WS-Calculo-OK         PIC X VALUE 'N'.
       88 CalculoValido      VALUE 'Y'.
       88 CalculoInvalido    VALUE 'N'.
    05 WS-Taxas-Abertas      PIC X VALUE 'N'.
       88 TaxasAbertas       VALUE 'Y'.
       88 TaxasAusentes      VALUE 'N'.

*> Reavaliacoes de periodos anteriores com estorno pendente: o
*> registro inteiro fica guardado para o estorno.
01  WS-Max-Pendentes         PIC 9(4) VALUE 2000.
01  WS-Qtd-Pendentes         PIC 9(4) VALUE ZERO.
01  WS-Pendentes-Tab.
    05 WS-Pen-Registro OCCURS 2000 TIMES PIC X(127).
01  WS-Ind-Pen               PIC 9(4).

*> Posicoes por conta e moeda, em ordem de conta e moeda para o
*> registro, com a natureza da conta no plano.
01  WS-Max-Posicoes          PIC 9(4) VALUE 2000.
01  WS-Qtd-Posicoes          PIC 9(4) VALUE ZERO.
01  WS-Posicoes-Tab.
    05 WS-Pos OCCURS 2000 TIMES.
        10 WS-Pos-Conta      PIC X(10).
        10 WS-Pos-Moeda      PIC X(3).
        10 WS-Pos-Saldo-Original PIC S9(13)V99.
        10 WS-Pos-Valor-Contabil PIC S9(13)V99.
        10 WS-Pos-Taxa       PIC 9(7)V9(6).
        10 WS-Pos-Natureza   PIC X.
           88 PosResultado   VALUE "R".
01  WS-Ind-Pos               PIC 9(4).
01  WS-Ind-Insercao          PIC 9(4).
01  WS-Ind-Desloca           PIC 9(4).

*> Taxas de fim de periodo ja consultadas, uma por moeda.
01  WS-Max-Moedas            PIC 9(3) VALUE 100.
01  WS-Qtd-Moedas            PIC 9(3) VALUE ZERO.
01  WS-Moedas-Tab.
    05 WS-Moe OCCURS 100 TIMES.
        10 WS-Moe-Codigo     PIC X(3).
        10 WS-Moe-Taxa       PIC 9(7)V9(6).
01  WS-Ind-Moe               PIC 9(3).
01  WS-Qtd-Sem-Taxa          PIC 9(3) VALUE ZERO.

*> Par de linhas em gravacao: a conta da posicao recebe
*> WS-Valor-Lanc na moeda da posicao e a contrapartida o oposto
*> em moeda base.
01  WS-Conta-Lanc            PIC X(10).
01  WS-Moeda-Lanc            PIC X(3).
01  WS-Contra-Lanc           PIC X(10).
01  WS-Valor-Lanc            PIC S9(9)V99.
01  WS-Data-Origem           PIC 9(8).
01  WS-Seq-Lanc              PIC 9(3).

01  WS-Valor-Reavaliado      PIC S9(13)V99.
01  WS-Diferenca             PIC S9(13)V99.
01  WS-Valor-Abs             PIC 9(13)V99.

01  WS-Contadores.
    05 WS-Qtd-Lidos          PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Estornos       PIC 9(5) VALUE ZERO.
    05 WS-Qtd-Reavaliadas    PIC 9(5) VALUE ZERO.
    05 WS-Qtd-Sem-Diferenca  PIC 9(5) VALUE ZERO.
    05 WS-Qtd-Encerradas     PIC 9(5) VALUE ZERO.
    05 WS-Qtd-Resultado      PIC 9(5) VALUE ZERO.
    05 WS-Qtd-Erros          PIC 9(5) VALUE ZERO.
    05 WS-Qtd-Linhas-GL      PIC 9(7) VALUE ZERO.
    05 WS-Total-Ganho        PIC 9(13)V99 VALUE ZERO.
    05 WS-Total-Perda        PIC 9(13)V99 VALUE ZERO.
    05 WS-Total-Estornado    PIC 9(13)V99 VALUE ZERO.
    05 WS-Resultado-Liquido  PIC S9(13)V99 VALUE ZERO.

01  WS-Data-Edit             PIC 9(4)/99/99.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

01  WS-Linha-Titulo.
    05 FILLER                PIC X(44) VALUE
       "REAVALIACAO CAMBIAL - SOMANUMEROS           ".
    05 FILLER                PIC X(17) VALUE "DATA DE NEGOCIO: ".
    05 LT-Data-Reaval        PIC 9(4)/99/99.
    05 FILLER                PIC X(18) VALUE "   PROCESSADO EM: ".
    05 LT-Data               PIC 9(4)/99/99.

01  WS-Linha-Secao-Reaval.
    05 FILLER                PIC X(41) VALUE
       "REAVALIACAO DE FIM DE PERIODO - TAXAS DE ".
    05 LS-Data               PIC 9(4)/99/99.

01  WS-Linha-Colunas-Estorno.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 FILLER                PIC X(30) VALUE
       "CONTA       MOEDA  DATA REAVAL".
    05 FILLER                PIC X(42) VALUE
       "   CONTRAPART.   VALOR ESTORNADO  SITUACAO".

01  WS-Linha-Estorno.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 LE-Conta              PIC X(10).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LE-Moeda              PIC X(3).
    05 FILLER                PIC X(4) VALUE SPACES.
    05 LE-Data-Reaval        PIC 9(4)/99/99.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 LE-Contra             PIC X(10).
    05 FILLER                PIC X(4) VALUE SPACES.
    05 LE-Valor              PIC -(11)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LE-Situacao           PIC X(15).

01  WS-Linha-Colunas-Posicao.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 FILLER                PIC X(35) VALUE
       "CONTA       MOEDA    SALDO ORIGINAL".
    05 FILLER                PIC X(36) VALUE
       "            TAXA    VALOR REAVALIADO".
    05 FILLER                PIC X(50) VALUE
       "      VALOR CONTABIL           DIFERENCA  SITUACAO".

01  WS-Linha-Posicao.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 LP-Conta              PIC X(10).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LP-Moeda              PIC X(3).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LP-Saldo-Original     PIC -(14)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LP-Taxa               PIC Z(6)9.9(6) BLANK WHEN ZERO.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LP-Valor-Reavaliado   PIC -(14)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LP-Valor-Contabil     PIC -(14)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LP-Diferenca          PIC -(14)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LP-Situacao           PIC X(15).

01  WS-Linha-Aviso.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 LA-Texto              PIC X(128).

01  WS-Linha-Rodape.
    05 LR-Descricao          PIC X(40).
    05 LR-Qtd                PIC ZZZZZZ9.

01  WS-Linha-Rodape-Valor.
    05 LRV-Descricao         PIC X(40).
    05 LRV-Valor             PIC Z(12)9.99.

01  WS-Linha-Conclusao       PIC X(132).
01  WS-Linha-Branco          PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-Reavaliar.
    PERFORM 1000-Inicializar
    PERFORM 2000-Carregar-Pendentes
    IF FimDePeriodo
        PERFORM 3000-Somar-Posicoes
        PERFORM 3500-Conferir-Taxas
    END-IF
    IF WS-Qtd-Pendentes > ZERO OR FimDePeriodo
        PERFORM 4000-Abrir-Interface
    END-IF
    PERFORM 4100-Estornar-Pendentes
    PERFORM 5000-Reavaliar-Posicoes
    IF WS-Qtd-Pendentes > ZERO OR FimDePeriodo
        CLOSE GLInterfaceFile
    END-IF
    PERFORM 6000-Finalizar
    STOP RUN.

1000-Inicializar.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema

    SET DataInvalida TO TRUE
    PERFORM UNTIL DataValida
        DISPLAY "Data de negócio (AAAAMMDD): "
        ACCEPT WS-Entrada
        PERFORM 1100-Validar-Data
    END-PERFORM

    COMPUTE WS-Dia-Seguinte = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(WS-Data-Reaval) + 1)
    IF WS-Dia-Seguinte(7:2) = "01"
        SET FimDePeriodo TO TRUE
    ELSE
        SET ForaDoFimDePeriodo TO TRUE
    END-IF

    DISPLAY "Conta de ganho cambial não realizado: "
    ACCEPT WS-Conta-Ganho
    IF WS-Conta-Ganho = SPACES
        DISPLAY "CONTA DE GANHO CAMBIAL NAO INFORMADA. "
            "REAVALIACAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Conta de perda cambial não realizada (em branco, a "
        "mesma do ganho): "
    ACCEPT WS-Conta-Perda
    IF WS-Conta-Perda = SPACES
        MOVE WS-Conta-Ganho TO WS-Conta-Perda
    END-IF

    PERFORM 1200-Validar-Periodo
    PERFORM 1300-Validar-Contas

    OPEN OUTPUT ReavRelFile
    IF WS-ReavRel-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR REGISTRO DE REAVALIACAO: "
            WS-ReavRel-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-Data-Reaval TO LT-Data-Reaval
    MOVE WS-Data-Sistema TO LT-Data
    WRITE ReavRelRec FROM WS-Linha-Titulo
    WRITE ReavRelRec FROM WS-Linha-Branco.

1100-Validar-Data.
    SET DataInvalida TO TRUE
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    IF WS-Entrada-Compacta(1:8) IS NUMERIC
    AND WS-Entrada-Compacta(9:2) = SPACES
        MOVE WS-Entrada-Compacta(1:8) TO WS-Data-Reaval
        MOVE WS-Data-Reaval(5:2) TO WS-Data-MM
        MOVE WS-Data-Reaval(7:2) TO WS-Data-DD
        IF WS-Data-MM >= 1 AND WS-Data-MM <= 12
        AND WS-Data-DD >= 1 AND WS-Data-DD <= 31
            IF FUNCTION INTEGER-OF-DATE(WS-Data-Reaval) > ZERO
                SET DataValida TO TRUE
            END-IF
        END-IF
    END-IF
    IF DataInvalida
        DISPLAY "Data inválida. Use o formato AAAAMMDD."
    END-IF.

*> A reavaliacao e o estorno sao lancados com a data de negocio,
*> entao basta conferir o periodo dela.
1200-Validar-Periodo.
    OPEN INPUT PeriodosFile
    IF WS-Periodos-Status = "35"
        CONTINUE
    ELSE
        IF WS-Periodos-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR CONTROLE DE PERIODOS: "
                WS-Periodos-Status ". REAVALIACAO RECUSADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-Data-Reaval(1:6) TO PD-Periodo
        READ PeriodosFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT PD-Aberto
                    DISPLAY "ERRO: PERIODO " PD-Periodo " FECHADO "
                        "OU EM FECHAMENTO. REAVALIACAO RECUSADA."
                    CLOSE PeriodosFile
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
        CLOSE PeriodosFile
    END-IF.

1300-Validar-Contas.
    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS: "
            WS-ChartContas-Status ". REAVALIACAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-Conta-Ganho TO WS-Conta-Conferida
    MOVE "GANHO" TO WS-Tipo-Conta
    PERFORM 1310-Validar-Conta
    MOVE WS-Conta-Perda TO WS-Conta-Conferida
    MOVE "PERDA" TO WS-Tipo-Conta
    PERFORM 1310-Validar-Conta
    CLOSE ChartContasFile.

1310-Validar-Conta.
    MOVE WS-Conta-Conferida TO CC-Conta
    READ ChartContasFile
        INVALID KEY
            DISPLAY "CONTA DE " WS-Tipo-Conta " CAMBIAL "
                WS-Conta-Conferida " NAO CADASTRADA. "
                "REAVALIACAO RECUSADA."
            CLOSE ChartContasFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            IF NOT CC-Ativa
                DISPLAY "CONTA DE " WS-Tipo-Conta " CAMBIAL "
                    WS-Conta-Conferida " INATIVA. "
                    "REAVALIACAO RECUSADA."
                CLOSE ChartContasFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT CC-Resultado
                DISPLAY "CONTA DE " WS-Tipo-Conta " CAMBIAL "
                    WS-Conta-Conferida " NAO E DE RESULTADO. "
                    "REAVALIACAO RECUSADA."
                CLOSE ChartContasFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ.

*> Pendente de estorno: reavaliacao ("R") ainda nao estornada de
*> periodo anterior ao da data de negocio. O historico fica aberto
*> ate o fim para gravar os estornos e as novas reavaliacoes.
2000-Carregar-Pendentes.
    OPEN I-O ReavalFile
    IF WS-Reaval-Status = "35"
        OPEN OUTPUT ReavalFile
        CLOSE ReavalFile
        OPEN I-O ReavalFile
    END-IF
    IF WS-Reaval-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR HISTORICO DE REAVALIACAO: "
            WS-Reaval-Status ". REAVALIACAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE LOW-VALUES TO RV-Chave
    START ReavalFile KEY IS NOT LESS THAN RV-Chave
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    PERFORM 2100-Ler-Reavaliacao UNTIL FimArquivo.

2100-Ler-Reavaliacao.
    READ ReavalFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF RV-Reavaliacao
            AND RV-Estorno-Pendente
            AND RV-Data(1:6) < WS-Data-Reaval(1:6)
                PERFORM 2200-Guardar-Pendente
            END-IF
    END-READ.

2200-Guardar-Pendente.
    IF WS-Qtd-Pendentes >= WS-Max-Pendentes
        DISPLAY "ERRO: TABELA DE ESTORNOS PENDENTES ESGOTADA ("
            WS-Max-Pendentes " ENTRADAS). REAVALIACAO ABANDONADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-Qtd-Pendentes
    MOVE RV-Registro TO WS-Pen-Registro(WS-Qtd-Pendentes).

*> Posicao: todas as linhas ate a data (inclusive) em moeda
*> estrangeira, somadas por conta e moeda. Reavaliacoes e estornos
*> ja lancados entram no valor contabilizado com valor original
*> zero.
*> O plano de contas fica aberto durante a soma para guardar a
*> natureza de cada conta que entra na tabela de posicoes.
3000-Somar-Posicoes.
    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS: "
            WS-ChartContas-Status ". REAVALIACAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-Fim-Arquivo
    OPEN INPUT GLInterfaceFile
    IF WS-GLInterface-Status = "35"
        CONTINUE
    ELSE
        IF WS-GLInterface-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: "
                WS-GLInterface-Status ". REAVALIACAO RECUSADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 3100-Ler-Interface UNTIL FimArquivo
        CLOSE GLInterfaceFile
    END-IF
    CLOSE ChartContasFile.

3100-Ler-Interface.
    READ GLInterfaceFile
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            ADD 1 TO WS-Qtd-Lidos
            IF GL-Data <= WS-Data-Reaval
            AND GL-Moeda NOT = SPACES
            AND GL-Moeda NOT = WS-GL-Moeda-Base
                IF GL-Valor-Original IS NOT NUMERIC
                    DISPLAY "AVISO: LINHA DE " GL-Conta " EM " GL-Moeda
                        " DE " GL-Data " SEM VALOR ORIGINAL. IGNORADA."
                    ADD 1 TO WS-Qtd-Erros
                ELSE
                    PERFORM 3200-Acumular-Posicao
                END-IF
            END-IF
    END-READ.

3200-Acumular-Posicao.
    SET NaoAchou TO TRUE
    MOVE 1 TO WS-Ind-Insercao
    PERFORM VARYING WS-Ind-Pos FROM 1 BY 1
            UNTIL WS-Ind-Pos > WS-Qtd-Posicoes OR Achou
        IF WS-Pos-Conta(WS-Ind-Pos) = GL-Conta
        AND WS-Pos-Moeda(WS-Ind-Pos) = GL-Moeda
            SET Achou TO TRUE
            ADD GL-Valor-Original TO WS-Pos-Saldo-Original(WS-Ind-Pos)
                ON SIZE ERROR
                    DISPLAY "AVISO: O SALDO ORIGINAL DE " GL-Conta
                        " EM " GL-Moeda " EXCEDEU A CAPACIDADE DO CAMPO."
            END-ADD
            ADD GL-Valor TO WS-Pos-Valor-Contabil(WS-Ind-Pos)
                ON SIZE ERROR
                    DISPLAY "AVISO: O VALOR CONTABIL DE " GL-Conta
                        " EM " GL-Moeda " EXCEDEU A CAPACIDADE DO CAMPO."
            END-ADD
        ELSE
            IF WS-Pos-Conta(WS-Ind-Pos) < GL-Conta
            OR (WS-Pos-Conta(WS-Ind-Pos) = GL-Conta
                AND WS-Pos-Moeda(WS-Ind-Pos) < GL-Moeda)
                COMPUTE WS-Ind-Insercao = WS-Ind-Pos + 1
            END-IF
        END-IF
    END-PERFORM
    IF NaoAchou
        IF WS-Qtd-Posicoes >= WS-Max-Posicoes
            DISPLAY "ERRO: TABELA DE POSICOES ESGOTADA ("
                WS-Max-Posicoes " ENTRADAS). REAVALIACAO ABANDONADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-Ind-Desloca FROM WS-Qtd-Posicoes BY -1
                UNTIL WS-Ind-Desloca < WS-Ind-Insercao
            MOVE WS-Pos(WS-Ind-Desloca) TO WS-Pos(WS-Ind-Desloca + 1)
        END-PERFORM
        MOVE GL-Conta TO WS-Pos-Conta(WS-Ind-Insercao)
        MOVE GL-Moeda TO WS-Pos-Moeda(WS-Ind-Insercao)
        MOVE GL-Valor-Original TO WS-Pos-Saldo-Original(WS-Ind-Insercao)
        MOVE GL-Valor TO WS-Pos-Valor-Contabil(WS-Ind-Insercao)
        MOVE ZERO TO WS-Pos-Taxa(WS-Ind-Insercao)
        PERFORM 3300-Obter-Natureza
        ADD 1 TO WS-Qtd-Posicoes
    END-IF.

*> Conta fora do plano (lancamento anterior a exclusao) fica como
*> patrimonial e continua sendo reavaliada.
3300-Obter-Natureza.
    MOVE SPACE TO WS-Pos-Natureza(WS-Ind-Insercao)
    MOVE GL-Conta TO CC-Conta
    READ ChartContasFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CC-Natureza TO WS-Pos-Natureza(WS-Ind-Insercao)
    END-READ.

*> Toda moeda com saldo original em aberto em conta patrimonial
*> precisa de taxa (nao zerada) na data de negocio. Faltando alguma, nada e lancado:
*> nem a reavaliacao nem os estornos pendentes, que saem na
*> reexecucao depois de cadastrada a taxa.
3500-Conferir-Taxas.
    OPEN INPUT TaxasFile
    IF WS-Taxas-Status = "00"
        SET TaxasAbertas TO TRUE
    ELSE
        IF WS-Taxas-Status = "35"
            SET TaxasAusentes TO TRUE
        ELSE
            DISPLAY "ERRO AO ABRIR TAXAS DE CAMBIO: "
                WS-Taxas-Status ". REAVALIACAO RECUSADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM VARYING WS-Ind-Pos FROM 1 BY 1
            UNTIL WS-Ind-Pos > WS-Qtd-Posicoes
        IF WS-Pos-Saldo-Original(WS-Ind-Pos) NOT = ZERO
        AND NOT PosResultado(WS-Ind-Pos)
            PERFORM 3600-Obter-Taxa
            MOVE WS-Moe-Taxa(WS-Ind-Moe) TO WS-Pos-Taxa(WS-Ind-Pos)
        END-IF
    END-PERFORM

    IF TaxasAbertas
        CLOSE TaxasFile
    END-IF

    IF WS-Qtd-Sem-Taxa > ZERO
        WRITE ReavRelRec FROM WS-Linha-Branco
        MOVE "REAVALIACAO RECUSADA: FALTA TAXA DE FIM DE PERIODO."
            TO WS-Linha-Conclusao
        WRITE ReavRelRec FROM WS-Linha-Conclusao
        CLOSE ReavRelFile
        CLOSE ReavalFile
        DISPLAY "ERRO: FALTA TAXA DE CAMBIO DE " WS-Data-Reaval
            " PARA " WS-Qtd-Sem-Taxa " MOEDA(S). REAVALIACAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Deixa WS-Ind-Moe na moeda da posicao, consultando a taxa so na
*> primeira vez; moeda sem taxa fica com taxa zero e vai para o
*> registro.
3600-Obter-Taxa.
    SET NaoAchou TO TRUE
    PERFORM VARYING WS-Ind-Moe FROM 1 BY 1
            UNTIL WS-Ind-Moe > WS-Qtd-Moedas OR Achou
        IF WS-Moe-Codigo(WS-Ind-Moe) = WS-Pos-Moeda(WS-Ind-Pos)
            SET Achou TO TRUE
        END-IF
    END-PERFORM
    IF Achou
        SUBTRACT 1 FROM WS-Ind-Moe
    ELSE
        IF WS-Qtd-Moedas >= WS-Max-Moedas
            DISPLAY "ERRO: TABELA DE MOEDAS ESGOTADA ("
                WS-Max-Moedas " ENTRADAS). REAVALIACAO ABANDONADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Qtd-Moedas
        MOVE WS-Qtd-Moedas TO WS-Ind-Moe
        MOVE WS-Pos-Moeda(WS-Ind-Pos) TO WS-Moe-Codigo(WS-Ind-Moe)
        MOVE ZERO TO WS-Moe-Taxa(WS-Ind-Moe)
        IF TaxasAbertas
            MOVE WS-Pos-Moeda(WS-Ind-Pos) TO TX-Moeda
            MOVE WS-Data-Reaval TO TX-Data
            READ TaxasFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE TX-Taxa TO WS-Moe-Taxa(WS-Ind-Moe)
            END-READ
        END-IF
        IF WS-Moe-Taxa(WS-Ind-Moe) = ZERO
            ADD 1 TO WS-Qtd-Sem-Taxa
            MOVE WS-Data-Reaval TO WS-Data-Edit
            MOVE SPACES TO LA-Texto
            STRING "SEM TAXA DE CAMBIO DE " DELIMITED BY SIZE
                WS-Moe-Codigo(WS-Ind-Moe) DELIMITED BY SIZE
                " PARA " DELIMITED BY SIZE
                WS-Data-Edit DELIMITED BY SIZE
                " (CONTA " DELIMITED BY SIZE
                WS-Pos-Conta(WS-Ind-Pos) DELIMITED BY SIZE
                " E OUTRAS NA MESMA MOEDA)." DELIMITED BY SIZE
                INTO LA-Texto
            WRITE ReavRelRec FROM WS-Linha-Aviso
            DISPLAY "ERRO: SEM TAXA DE CAMBIO DE "
                WS-Moe-Codigo(WS-Ind-Moe) " EM " WS-Data-Reaval "."
        END-IF
    END-IF.

4000-Abrir-Interface.
    OPEN EXTEND GLInterfaceFile
    IF WS-GLInterface-Status = "35"
        OPEN OUTPUT GLInterfaceFile
        CLOSE GLInterfaceFile
        OPEN EXTEND GLInterfaceFile
    END-IF
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: "
            WS-GLInterface-Status ". REAVALIACAO RECUSADA."
        CLOSE ReavalFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

4100-Estornar-Pendentes.
    MOVE "ESTORNO DAS REAVALIACOES DE PERIODOS ANTERIORES"
        TO WS-Linha-Conclusao
    WRITE ReavRelRec FROM WS-Linha-Conclusao
    IF WS-Qtd-Pendentes = ZERO
        MOVE "NENHUMA REAVALIACAO PENDENTE DE ESTORNO." TO LA-Texto
        WRITE ReavRelRec FROM WS-Linha-Aviso
    ELSE
        WRITE ReavRelRec FROM WS-Linha-Colunas-Estorno
        PERFORM VARYING WS-Ind-Pen FROM 1 BY 1
                UNTIL WS-Ind-Pen > WS-Qtd-Pendentes
            PERFORM 4200-Estornar-Pendente
        END-PERFORM
    END-IF
    WRITE ReavRelRec FROM WS-Linha-Branco.

*> O estorno repete a reavaliacao com o valor oposto, nas mesmas
*> contas, e fica no historico como registro "E" da data de
*> negocio; a reavaliacao estornada e marcada com a data do
*> estorno.
4200-Estornar-Pendente.
    MOVE WS-Pen-Registro(WS-Ind-Pen) TO RV-Registro
    MOVE RV-Conta TO WS-Conta-Lanc
    MOVE RV-Moeda TO WS-Moeda-Lanc
    MOVE RV-Conta-Contra TO WS-Contra-Lanc
    COMPUTE WS-Valor-Lanc = 0 - RV-Valor
    MOVE RV-Data TO WS-Data-Origem

    MOVE WS-Conta-Lanc TO LE-Conta
    MOVE WS-Moeda-Lanc TO LE-Moeda
    MOVE WS-Data-Origem TO LE-Data-Reaval
    MOVE WS-Contra-Lanc TO LE-Contra
    MOVE WS-Valor-Lanc TO LE-Valor

    PERFORM 4800-Gravar-Par
    IF ParGravado
        PERFORM 4850-Obter-Sequencia
        MOVE WS-Pen-Registro(WS-Ind-Pen) TO RV-Registro
        MOVE WS-Data-Reaval TO RV-Data
        MOVE WS-Seq-Lanc TO RV-Seq
        SET RV-Estorno TO TRUE
        MOVE WS-Valor-Lanc TO RV-Valor
        MOVE SPACE TO RV-Situacao-Estorno
        MOVE WS-Data-Origem TO RV-Data-Referencia
        MOVE WS-Data-Sistema TO RV-Data-Exec
        MOVE WS-Hora-Sistema TO RV-Hora-Exec
        WRITE RV-Registro
            INVALID KEY
                DISPLAY "ERRO AO REGISTRAR O ESTORNO DE " WS-Conta-Lanc
                    " NO HISTORICO: " WS-Reaval-Status
                PERFORM 4300-Marcar-Estornada
                MOVE SPACES TO LA-Texto
                STRING "ESTORNO DE " DELIMITED BY SIZE
                    WS-Conta-Lanc DELIMITED BY SIZE
                    " EM " DELIMITED BY SIZE
                    WS-Moeda-Lanc DELIMITED BY SIZE
                    " DA REAVALIACAO DE " DELIMITED BY SIZE
                    WS-Data-Origem DELIMITED BY SIZE
                    " GRAVADO NA INTERFACE SEM REGISTRO NO HISTORICO."
                        DELIMITED BY SIZE
                    INTO LA-Texto
                PERFORM 4900-Interromper-Historico
        END-WRITE
        PERFORM 4300-Marcar-Estornada
        IF FimDePeriodo
            PERFORM 4400-Ajustar-Posicao
        END-IF
        ADD 1 TO WS-Qtd-Estornos
        IF WS-Valor-Lanc < ZERO
            COMPUTE WS-Valor-Abs = 0 - WS-Valor-Lanc
        ELSE
            MOVE WS-Valor-Lanc TO WS-Valor-Abs
        END-IF
        ADD WS-Valor-Abs TO WS-Total-Estornado
        MOVE "ESTORNADA" TO LE-Situacao
    ELSE
        MOVE "NAO ESTORNADA" TO LE-Situacao
    END-IF
    WRITE ReavRelRec FROM WS-Linha-Estorno.

4300-Marcar-Estornada.
    MOVE WS-Pen-Registro(WS-Ind-Pen) TO RV-Registro
    READ ReavalFile
        INVALID KEY
            DISPLAY "AVISO: REAVALIACAO DE " WS-Conta-Lanc " EM "
                WS-Data-Origem " NAO ENCONTRADA PARA MARCAR O ESTORNO."
        NOT INVALID KEY
            SET RV-Estorno-Feito TO TRUE
            MOVE WS-Data-Reaval TO RV-Data-Referencia
            REWRITE RV-Registro
                INVALID KEY
                    DISPLAY "ERRO AO MARCAR O ESTORNO DA REAVALIACAO "
                        "DE " WS-Conta-Lanc ": " WS-Reaval-Status
                    MOVE SPACES TO LA-Texto
                    STRING "REAVALIACAO DE " DELIMITED BY SIZE
                        WS-Conta-Lanc DELIMITED BY SIZE
                        " EM " DELIMITED BY SIZE
                        WS-Moeda-Lanc DELIMITED BY SIZE
                        " DE " DELIMITED BY SIZE
                        WS-Data-Origem DELIMITED BY SIZE
                        " ESTORNADA E AINDA PENDENTE NO HISTORICO: "
                            DELIMITED BY SIZE
                        "MARCAR ANTES DA PROXIMA EXECUCAO."
                            DELIMITED BY SIZE
                        INTO LA-Texto
                    PERFORM 4900-Interromper-Historico
            END-REWRITE
    END-READ.

*> O estorno gravado nesta execucao ainda nao estava na interface
*> quando as posicoes foram somadas.
4400-Ajustar-Posicao.
    SET NaoAchou TO TRUE
    PERFORM VARYING WS-Ind-Pos FROM 1 BY 1
            UNTIL WS-Ind-Pos > WS-Qtd-Posicoes OR Achou
        IF WS-Pos-Conta(WS-Ind-Pos) = WS-Conta-Lanc
        AND WS-Pos-Moeda(WS-Ind-Pos) = WS-Moeda-Lanc
            SET Achou TO TRUE
            ADD WS-Valor-Lanc TO WS-Pos-Valor-Contabil(WS-Ind-Pos)
        END-IF
    END-PERFORM.

*> Grava o par de linhas com a data de negocio: a conta da posicao
*> na moeda da posicao com valor original zero (so o valor em
*> moeda base muda) e a contrapartida em moeda base. Falha na linha
*> da posicao deixa o par sem gravar; falha na contrapartida deixa
*> a interface desbalanceada e interrompe a execucao antes de
*> registrar o par no historico e no controle de execucao.
4800-Gravar-Par.
    SET ParNaoGravado TO TRUE
    MOVE WS-Data-Reaval TO GL-Data
    MOVE WS-Conta-Lanc TO GL-Conta
    MOVE WS-Valor-Lanc TO GL-Valor
    MOVE WS-Moeda-Lanc TO GL-Moeda
    MOVE ZERO TO GL-Valor-Original
    WRITE GL-Registro
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR INTERFACE CONTABIL PARA A CONTA "
            GL-Conta ": " WS-GLInterface-Status
        ADD 1 TO WS-Qtd-Erros
    ELSE
        ADD 1 TO WS-Qtd-Linhas-GL
        MOVE WS-Data-Reaval TO GL-Data
        MOVE WS-Contra-Lanc TO GL-Conta
        COMPUTE GL-Valor = 0 - WS-Valor-Lanc
        MOVE WS-GL-Moeda-Base TO GL-Moeda
        MOVE GL-Valor TO GL-Valor-Original
        WRITE GL-Registro
        IF WS-GLInterface-Status NOT = "00"
            PERFORM 4810-Interromper-Par
        END-IF
        SET ParGravado TO TRUE
        ADD 1 TO WS-Qtd-Linhas-GL
    END-IF.

4810-Interromper-Par.
    DISPLAY "ERRO AO GRAVAR INTERFACE CONTABIL PARA A CONTA "
        WS-Contra-Lanc ": " WS-GLInterface-Status
    DISPLAY "ERRO: LINHA DE " WS-Conta-Lanc " EM " WS-Moeda-Lanc
        " DE " WS-Data-Reaval " GRAVADA SEM CONTRAPARTIDA. "
        "REAVALIACAO INTERROMPIDA."
    MOVE SPACES TO LA-Texto
    STRING "LINHA DE " DELIMITED BY SIZE
        WS-Conta-Lanc DELIMITED BY SIZE
        " EM " DELIMITED BY SIZE
        WS-Moeda-Lanc DELIMITED BY SIZE
        " GRAVADA SEM A CONTRAPARTIDA EM " DELIMITED BY SIZE
        WS-Contra-Lanc DELIMITED BY SIZE
        "." DELIMITED BY SIZE
        INTO LA-Texto
    WRITE ReavRelRec FROM WS-Linha-Aviso
    WRITE ReavRelRec FROM WS-Linha-Branco
    MOVE "REAVALIACAO INTERROMPIDA: INTERFACE CONTABIL DESBALANCEADA."
        TO WS-Linha-Conclusao
    WRITE ReavRelRec FROM WS-Linha-Conclusao
    CLOSE ReavRelFile
    CLOSE GLInterfaceFile
    CLOSE ReavalFile
    MOVE 8 TO RETURN-CODE
    STOP RUN.

*> Proxima sequencia livre da conta e moeda na data de negocio.
4850-Obter-Sequencia.
    MOVE ZERO TO WS-Seq-Lanc
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE WS-Data-Reaval TO RV-Data
    MOVE WS-Conta-Lanc TO RV-Conta
    MOVE WS-Moeda-Lanc TO RV-Moeda
    MOVE ZERO TO RV-Seq
    START ReavalFile KEY IS NOT LESS THAN RV-Chave
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    PERFORM UNTIL FimArquivo
        READ ReavalFile NEXT RECORD
            AT END
                SET FimArquivo TO TRUE
            NOT AT END
                IF RV-Data NOT = WS-Data-Reaval
                OR RV-Conta NOT = WS-Conta-Lanc
                OR RV-Moeda NOT = WS-Moeda-Lanc
                    SET FimArquivo TO TRUE
                ELSE
                    MOVE RV-Seq TO WS-Seq-Lanc
                END-IF
        END-READ
    END-PERFORM
    ADD 1 TO WS-Seq-Lanc.

*> Par ja gravado na interface sem o registro correspondente no
*> historico: sem ele a reavaliacao nao seria estornada (ou seria
*> estornada de novo) e SomaReconcilia nao reconheceria o par. A
*> execucao para com o aviso em LA-Texto e fica registrada com
*> erro.
4900-Interromper-Historico.
    ADD 1 TO WS-Qtd-Erros
    WRITE ReavRelRec FROM WS-Linha-Aviso
    WRITE ReavRelRec FROM WS-Linha-Branco
    MOVE "REAVALIACAO INTERROMPIDA: HISTORICO DE REAVALIACOES INCOMPLETO."
        TO WS-Linha-Conclusao
    WRITE ReavRelRec FROM WS-Linha-Conclusao
    CLOSE ReavRelFile
    CLOSE GLInterfaceFile
    CLOSE ReavalFile
    PERFORM 6100-Registrar-Execucao
    MOVE 8 TO RETURN-CODE
    STOP RUN.

5000-Reavaliar-Posicoes.
    IF ForaDoFimDePeriodo
        MOVE "DATA NAO E O ULTIMO DIA DO PERIODO: SEM REAVALIACAO."
            TO WS-Linha-Conclusao
        WRITE ReavRelRec FROM WS-Linha-Conclusao
    ELSE
        MOVE WS-Data-Reaval TO LS-Data
        WRITE ReavRelRec FROM WS-Linha-Secao-Reaval
        IF WS-Qtd-Posicoes = ZERO
            MOVE "NENHUMA POSICAO EM MOEDA ESTRANGEIRA ATE A DATA."
                TO LA-Texto
            WRITE ReavRelRec FROM WS-Linha-Aviso
        ELSE
            WRITE ReavRelRec FROM WS-Linha-Colunas-Posicao
            PERFORM VARYING WS-Ind-Pos FROM 1 BY 1
                    UNTIL WS-Ind-Pos > WS-Qtd-Posicoes
                PERFORM 5100-Reavaliar-Posicao
            END-PERFORM
        END-IF
    END-IF
    WRITE ReavRelRec FROM WS-Linha-Branco.

*> Conta de resultado nao tem posicao a reavaliar: fica na taxa
*> historica e so aparece no registro. Posicao com saldo original
*> zerado esta encerrada: o que sobrou em moeda base e variacao
*> realizada e nao e reavaliado. Nas demais, diferenca positiva
*> (valor reavaliado maior que o contabilizado) e ganho e negativa
*> e perda.
5100-Reavaliar-Posicao.
    MOVE WS-Pos-Conta(WS-Ind-Pos) TO LP-Conta
    MOVE WS-Pos-Moeda(WS-Ind-Pos) TO LP-Moeda
    MOVE WS-Pos-Saldo-Original(WS-Ind-Pos) TO LP-Saldo-Original
    MOVE WS-Pos-Taxa(WS-Ind-Pos) TO LP-Taxa
    MOVE WS-Pos-Valor-Contabil(WS-Ind-Pos) TO LP-Valor-Contabil
    MOVE ZERO TO LP-Valor-Reavaliado
    MOVE ZERO TO LP-Diferenca

    EVALUATE TRUE
        WHEN PosResultado(WS-Ind-Pos)
            ADD 1 TO WS-Qtd-Resultado
            MOVE "RESULTADO" TO LP-Situacao
        WHEN WS-Pos-Saldo-Original(WS-Ind-Pos) = ZERO
            ADD 1 TO WS-Qtd-Encerradas
            MOVE "ENCERRADA" TO LP-Situacao
        WHEN OTHER
            PERFORM 5200-Calcular-Diferenca
    END-EVALUATE
    WRITE ReavRelRec FROM WS-Linha-Posicao.

5200-Calcular-Diferenca.
    SET CalculoValido TO TRUE
    COMPUTE WS-Valor-Reavaliado ROUNDED =
        WS-Pos-Saldo-Original(WS-Ind-Pos) * WS-Pos-Taxa(WS-Ind-Pos)
        ON SIZE ERROR
            SET CalculoInvalido TO TRUE
    END-COMPUTE
    IF CalculoInvalido
        ADD 1 TO WS-Qtd-Erros
        MOVE "NAO LANCADA" TO LP-Situacao
        DISPLAY "REAVALIACAO DE " WS-Pos-Conta(WS-Ind-Pos) " EM "
            WS-Pos-Moeda(WS-Ind-Pos) " NAO LANCADA: VALOR "
            "REAVALIADO EXCEDE A CAPACIDADE DO CAMPO."
    ELSE
        COMPUTE WS-Diferenca =
            WS-Valor-Reavaliado - WS-Pos-Valor-Contabil(WS-Ind-Pos)
        MOVE WS-Valor-Reavaliado TO LP-Valor-Reavaliado
        MOVE WS-Diferenca TO LP-Diferenca
        EVALUATE TRUE
            WHEN WS-Diferenca = ZERO
                ADD 1 TO WS-Qtd-Sem-Diferenca
                MOVE "SEM DIFERENCA" TO LP-Situacao
            WHEN WS-Diferenca > WS-Max-Valor-GL
            OR WS-Diferenca < 0 - WS-Max-Valor-GL
                ADD 1 TO WS-Qtd-Erros
                MOVE "NAO LANCADA" TO LP-Situacao
                DISPLAY "REAVALIACAO DE " WS-Pos-Conta(WS-Ind-Pos)
                    " EM " WS-Pos-Moeda(WS-Ind-Pos) " NAO LANCADA: "
                    "DIFERENCA EXCEDE A CAPACIDADE DA INTERFACE."
            WHEN OTHER
                PERFORM 5300-Lancar-Reavaliacao
        END-EVALUATE
    END-IF.

5300-Lancar-Reavaliacao.
    MOVE WS-Pos-Conta(WS-Ind-Pos) TO WS-Conta-Lanc
    MOVE WS-Pos-Moeda(WS-Ind-Pos) TO WS-Moeda-Lanc
    MOVE WS-Diferenca TO WS-Valor-Lanc
    IF WS-Diferenca > ZERO
        MOVE WS-Conta-Ganho TO WS-Contra-Lanc
    ELSE
        MOVE WS-Conta-Perda TO WS-Contra-Lanc
    END-IF

    PERFORM 4800-Gravar-Par
    IF ParNaoGravado
        MOVE "NAO LANCADA" TO LP-Situacao
    ELSE
        PERFORM 4850-Obter-Sequencia
        MOVE WS-Data-Reaval TO RV-Data
        MOVE WS-Conta-Lanc TO RV-Conta
        MOVE WS-Moeda-Lanc TO RV-Moeda
        MOVE WS-Seq-Lanc TO RV-Seq
        SET RV-Reavaliacao TO TRUE
        MOVE WS-Contra-Lanc TO RV-Conta-Contra
        MOVE WS-Valor-Lanc TO RV-Valor
        MOVE WS-Pos-Saldo-Original(WS-Ind-Pos) TO RV-Saldo-Original
        MOVE WS-Pos-Valor-Contabil(WS-Ind-Pos) TO RV-Valor-Contabil
        MOVE WS-Pos-Taxa(WS-Ind-Pos) TO RV-Taxa
        MOVE WS-Valor-Reavaliado TO RV-Valor-Reavaliado
        SET RV-Estorno-Pendente TO TRUE
        MOVE ZERO TO RV-Data-Referencia
        MOVE WS-Data-Sistema TO RV-Data-Exec
        MOVE WS-Hora-Sistema TO RV-Hora-Exec
        WRITE RV-Registro
            INVALID KEY
                DISPLAY "ERRO AO REGISTRAR A REAVALIACAO DE "
                    WS-Conta-Lanc " NO HISTORICO: " WS-Reaval-Status
                MOVE SPACES TO LA-Texto
                STRING "REAVALIACAO DE " DELIMITED BY SIZE
                    WS-Conta-Lanc DELIMITED BY SIZE
                    " EM " DELIMITED BY SIZE
                    WS-Moeda-Lanc DELIMITED BY SIZE
                    " GRAVADA NA INTERFACE SEM REGISTRO NO HISTORICO: "
                        DELIMITED BY SIZE
                    "NAO SERA ESTORNADA AUTOMATICAMENTE."
                        DELIMITED BY SIZE
                    INTO LA-Texto
                PERFORM 4900-Interromper-Historico
        END-WRITE
        ADD 1 TO WS-Qtd-Reavaliadas
        ADD WS-Diferenca TO WS-Resultado-Liquido
        IF WS-Diferenca > ZERO
            ADD WS-Diferenca TO WS-Total-Ganho
            MOVE "GANHO" TO LP-Situacao
        ELSE
            COMPUTE WS-Valor-Abs = 0 - WS-Diferenca
            ADD WS-Valor-Abs TO WS-Total-Perda
            MOVE "PERDA" TO LP-Situacao
        END-IF
    END-IF.

6000-Finalizar.
    CLOSE ReavalFile

    MOVE "ESTORNOS LANCADOS" TO LR-Descricao
    MOVE WS-Qtd-Estornos TO LR-Qtd
    WRITE ReavRelRec FROM WS-Linha-Rodape
    MOVE "POSICOES EM MOEDA ESTRANGEIRA" TO LR-Descricao
    MOVE WS-Qtd-Posicoes TO LR-Qtd
    WRITE ReavRelRec FROM WS-Linha-Rodape
    MOVE "POSICOES REAVALIADAS" TO LR-Descricao
    MOVE WS-Qtd-Reavaliadas TO LR-Qtd
    WRITE ReavRelRec FROM WS-Linha-Rodape
    MOVE "POSICOES SEM DIFERENCA" TO LR-Descricao
    MOVE WS-Qtd-Sem-Diferenca TO LR-Qtd
    WRITE ReavRelRec FROM WS-Linha-Rodape
    MOVE "POSICOES ENCERRADAS" TO LR-Descricao
    MOVE WS-Qtd-Encerradas TO LR-Qtd
    WRITE ReavRelRec FROM WS-Linha-Rodape
    MOVE "CONTAS DE RESULTADO (NAO REAVALIADAS)" TO LR-Descricao
    MOVE WS-Qtd-Resultado TO LR-Qtd
    WRITE ReavRelRec FROM WS-Linha-Rodape
    MOVE "OCORRENCIAS" TO LR-Descricao
    MOVE WS-Qtd-Erros TO LR-Qtd
    WRITE ReavRelRec FROM WS-Linha-Rodape
    MOVE "LINHAS GRAVADAS NA INTERFACE" TO LR-Descricao
    MOVE WS-Qtd-Linhas-GL TO LR-Qtd
    WRITE ReavRelRec FROM WS-Linha-Rodape
    MOVE "GANHO CAMBIAL NAO REALIZADO" TO LRV-Descricao
    MOVE WS-Total-Ganho TO LRV-Valor
    WRITE ReavRelRec FROM WS-Linha-Rodape-Valor
    MOVE "PERDA CAMBIAL NAO REALIZADA" TO LRV-Descricao
    MOVE WS-Total-Perda TO LRV-Valor
    WRITE ReavRelRec FROM WS-Linha-Rodape-Valor
    MOVE "TOTAL ESTORNADO (VALOR ABSOLUTO)" TO LRV-Descricao
    MOVE WS-Total-Estornado TO LRV-Valor
    WRITE ReavRelRec FROM WS-Linha-Rodape-Valor
    WRITE ReavRelRec FROM WS-Linha-Branco
    IF WS-Qtd-Erros = ZERO
        MOVE "REAVALIACAO CONCLUIDA SEM OCORRENCIAS."
            TO WS-Linha-Conclusao
    ELSE
        MOVE "REAVALIACAO COM OCORRENCIAS. VERIFICAR OS ITENS ACIMA."
            TO WS-Linha-Conclusao
    END-IF
    WRITE ReavRelRec FROM WS-Linha-Conclusao
    CLOSE ReavRelFile

    PERFORM 6100-Registrar-Execucao

    DISPLAY "REAVALIACAO CAMBIAL DE " WS-Data-Reaval " CONCLUIDA"
    DISPLAY "LANCAMENTOS LIDOS....: " WS-Qtd-Lidos
    DISPLAY "ESTORNOS LANCADOS....: " WS-Qtd-Estornos
    DISPLAY "POSICOES.............: " WS-Qtd-Posicoes
    DISPLAY "POSICOES REAVALIADAS.: " WS-Qtd-Reavaliadas
    DISPLAY "LINHAS GRAVADAS......: " WS-Qtd-Linhas-GL
    DISPLAY "OCORRENCIAS..........: " WS-Qtd-Erros
    IF WS-Qtd-Erros NOT = ZERO
        MOVE 8 TO RETURN-CODE
    END-IF.

6100-Registrar-Execucao.
    OPEN I-O RunCtlFile
    IF WS-RunCtl-Status = "35"
        OPEN OUTPUT RunCtlFile
        CLOSE RunCtlFile
        OPEN I-O RunCtlFile
    END-IF
    IF WS-RunCtl-Status NOT = "00"
        DISPLAY "AVISO: CONTROLE DE EXECUCAO INDISPONIVEL: "
            WS-RunCtl-Status
    ELSE
        MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
        MOVE WS-Data-Reaval TO RC-Data
        MOVE "SOMAREAV" TO RC-Job
        MOVE WS-Data-Sistema TO RC-Data-Exec
        MOVE WS-Hora-Sistema TO RC-Hora-Exec
        COMPUTE RC-Qtd = WS-Qtd-Reavaliadas + WS-Qtd-Estornos
        MOVE WS-Resultado-Liquido TO RC-Total
        IF WS-Qtd-Erros = ZERO
            SET RC-Ok TO TRUE
        ELSE
            SET RC-Com-Erro TO TRUE
        END-IF
        WRITE RC-Registro
            INVALID KEY
                REWRITE RC-Registro
                    INVALID KEY
                        DISPLAY "AVISO: NAO FOI POSSIVEL REGISTRAR "
                            "A EXECUCAO: " WS-RunCtl-Status
                END-REWRITE
        END-WRITE
        CLOSE RunCtlFile
    END-IF.
