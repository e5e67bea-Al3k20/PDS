IDENTIFICATION DIVISION.
PROGRAM-ID. SomaEncerramento.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ChartContasFile ASSIGN TO DYNAMIC WS-ChartContas-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-Conta
        FILE STATUS IS WS-ChartContas-Status.

    SELECT SaldoContasFile ASSIGN TO DYNAMIC WS-SaldoContas-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SD-Conta
        FILE STATUS IS WS-SaldoContas-Status.

    SELECT SaldosAnuaisFile ASSIGN TO DYNAMIC WS-SaldosAnuais-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SA-Chave
        FILE STATUS IS WS-SaldosAnuais-Status.

    SELECT AplicadosFile ASSIGN TO DYNAMIC WS-Aplicados-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AP-Chave
        FILE STATUS IS WS-Aplicados-Status.

    SELECT PeriodosFile ASSIGN TO DYNAMIC WS-Periodos-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PD-Periodo
        FILE STATUS IS WS-Periodos-Status.

    SELECT GLInterfaceFile ASSIGN TO DYNAMIC WS-GLInterface-FileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLInterface-Status.

    SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-Chave
        FILE STATUS IS WS-RunCtl-Status.

    SELECT OperadoresFile ASSIGN TO DYNAMIC WS-Operadores-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-Id
        FILE STATUS IS WS-Operadores-Status.

    SELECT EncRelFile ASSIGN TO ENCREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EncRel-Status.

DATA DIVISION.
FILE SECTION.
FD  ChartContasFile.
COPY "CHARTACC.CPY".

FD  SaldoContasFile.
COPY "SALDOCTA.CPY".

FD  SaldosAnuaisFile.
COPY "SALDOANO.CPY".

FD  AplicadosFile.
COPY "SALDAPLC.CPY".

FD  PeriodosFile.
COPY "PERIODO.CPY".

FD  GLInterfaceFile.
COPY "GLINTERF.CPY".

FD  RunCtlFile.
COPY "RUNCTL.CPY".

FD  OperadoresFile.
COPY "OPERADOR.CPY".

FD  EncRelFile.
01  EncRelRec                PIC X(132).

WORKING-STORAGE SECTION.
*> A natureza de cada conta (patrimonial/resultado) vem do plano de
*> contas; conta com saldo e sem natureza impede o encerramento.
*> Saldos de contas fora do plano (p.ex. a contrapartida da
*> consolidacao) sao tratados como patrimoniais e passam para o
*> ano seguinte, para que o total continue fechando em zero.
01  WS-ChartContas-FileName  PIC X(100) VALUE "PLANO-CONTAS.DAT".
01  WS-ChartContas-Status    PIC XX.

*> O movimento do ano de cada conta e o acumulado do ano de
*> SALDO-CONTAS.DAT (o mesmo do balancete), ou o saldo do ano
*> anterior quando a conta ja virou o ano com os primeiros
*> lancamentos do ano novo.
01  WS-SaldoContas-FileName  PIC X(100) VALUE "SALDO-CONTAS.DAT".
01  WS-SaldoContas-Status    PIC XX.

*> Saldos anuais: abertura do ano encerrado (gravada pelo
*> encerramento anterior) e resultado do encerramento de hoje.
01  WS-SaldosAnuais-FileName PIC X(100) VALUE "SALDOS-ANUAIS.DAT".
01  WS-SaldosAnuais-Status   PIC XX.

*> Corte do SomaSaldos: o encerramento so roda com o ano inteiro ja
*> aplicado nos saldos (corte em 31/12 ou depois). Os lancamentos
*> de encerramento, datados de 31/12, ficam por isso abaixo do
*> corte e nao sao aplicados de novo pelo SomaSaldos; este programa
*> os aplica ele mesmo sobre o saldo das contas.
01  WS-Aplicados-FileName    PIC X(100) VALUE "SALDOS-APLICADOS.DAT".
01  WS-Aplicados-Status      PIC XX.
01  WS-Data-Corte            PIC 9(8) VALUE ZERO.

*> Os doze periodos do ano precisam estar fechados.
01  WS-Periodos-FileName     PIC X(100) VALUE "PERIODOS.DAT".
01  WS-Periodos-Status       PIC XX.
01  WS-Mes                   PIC 99.
01  WS-Qtd-Periodos-Abertos  PIC 99 VALUE ZERO.

*> Os lancamentos de encerramento seguem pela interface contabil,
*> como os de qualquer gravador, para chegar a contabilidade na
*> proxima consolidacao.
01  WS-GLInterface-FileName  PIC X(100) VALUE "GL-INTERFACE.DAT".
01  WS-GLInterface-Status    PIC XX.

*> Controle de execucao: o encerramento fica registrado pela data
*> de 31/12 do ano encerrado, e um ano ja encerrado sem erro e
*> recusado.
01  WS-RunCtl-FileName       PIC X(100) VALUE "RUN-CONTROL.DAT".
01  WS-RunCtl-Status         PIC XX.
01  WS-Job-Encerramento      PIC X(8) VALUE "SOMAENCE".

*> Cadastro de operadores: o encerramento e funcao de supervisao.
01  WS-Operadores-FileName   PIC X(100) VALUE "OPERADORES.DAT".
01  WS-Operadores-Status     PIC XX.
01  WS-Operador              PIC X(8).

01  WS-EncRel-Status         PIC XX.

*> Moeda base da instalacao (a mesma de SomaConsolidaGL): os
*> lancamentos de encerramento sao gerados nela.
01  WS-GL-Moeda-Base         PIC X(3) VALUE "BRL".

*> Maior valor que cabe em GL-Valor; encerramento maior que isso
*> sai em mais de uma linha.
01  WS-Max-Valor-GL          PIC S9(9)V99 VALUE 999999999.99.
01  WS-Valor-Restante        PIC S9(13)V99.
01  WS-Valor-Linha           PIC S9(9)V99.
01  WS-Valor-Gravado         PIC S9(13)V99.
01  WS-Valor-Edit            PIC -(13)9.99.

01  WS-Entrada               PIC X(10).
01  WS-Entrada-Compacta      PIC X(10).
01  WS-Ano-Encerrar          PIC 9(4).
01  WS-Ano-Seguinte          PIC 9(4).
01  WS-Ano-Saldo             PIC 9(4).
01  WS-Data-Encerramento     PIC 9(8).
01  WS-Periodo-Dezembro      PIC 9(6).
01  WS-Conta-Lucros          PIC X(10).

01  WS-Passo                 PIC X VALUE "C".
    88 PassoConferencia      VALUE "C".
    88 PassoEncerramento     VALUE "E".

*> Conta em tratamento.
01  WS-Conta-Atual           PIC X(10).
01  WS-Descricao-Atual       PIC X(30).
01  WS-Natureza-Atual        PIC X.
    88 NatPatrimonial        VALUE "P".
    88 NatResultado          VALUE "R".
01  WS-Valores-Conta.
    05 WS-Abertura           PIC S9(13)V99.
    05 WS-Movimento          PIC S9(13)V99.
    05 WS-Encerramento       PIC S9(13)V99.
    05 WS-Saldo-Final        PIC S9(13)V99.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Ano-Valido         PIC X VALUE 'N'.
       88 AnoValido          VALUE 'Y'.
       88 AnoInvalido        VALUE 'N'.
    05 WS-Cadastro-Conta     PIC X VALUE 'N'.
       88 ContaComCadastro   VALUE 'Y'.
       88 ContaSemCadastro   VALUE 'N'.
    05 WS-Saldo-Existe       PIC X VALUE 'N'.
       88 SaldoExiste        VALUE 'Y'.
       88 SaldoNaoExiste     VALUE 'N'.
    05 WS-Anual-Existe       PIC X VALUE 'N'.
       88 AnualExiste        VALUE 'Y'.
       88 AnualNaoExiste     VALUE 'N'.
    05 WS-Conta-Encerrada    PIC X VALUE 'N'.
       88 ContaJaEncerrada   VALUE 'Y'.
       88 ContaNaoEncerrada  VALUE 'N'.

01  WS-Contadores.
    05 WS-Qtd-Contas         PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Sem-Natureza   PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Encerradas     PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Aberturas      PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Linhas-GL      PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Erros          PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Ja-Encerradas  PIC 9(7) VALUE ZERO.
    05 WS-Resultado          PIC S9(13)V99 VALUE ZERO.
    05 WS-Total-Lancado      PIC S9(13)V99 VALUE ZERO.
    05 WS-Total-Abertura     PIC S9(13)V99 VALUE ZERO.
    05 WS-Total-Movimento    PIC S9(13)V99 VALUE ZERO.
    05 WS-Total-Encerramento PIC S9(13)V99 VALUE ZERO.
    05 WS-Total-Final        PIC S9(13)V99 VALUE ZERO.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

01  WS-Linha-Titulo.
    05 FILLER                PIC X(44) VALUE
       "ENCERRAMENTO DO EXERCICIO - SOMANUMEROS     ".
    05 FILLER                PIC X(11) VALUE "EXERCICIO: ".
    05 LT-Ano                PIC 9(4).
    05 FILLER                PIC X(22) VALUE
       "   LUCROS ACUMULADOS: ".
    05 LT-Conta-Lucros       PIC X(10).
    05 FILLER                PIC X(9) VALUE "   DATA: ".
    05 LT-Data               PIC 9(4)/99/99.

01  WS-Linha-Colunas.
    05 FILLER                PIC X(38) VALUE
       "CONTA      DESCRICAO                 N".
    05 FILLER                PIC X(18) VALUE "          ABERTURA".
    05 FILLER                PIC X(18) VALUE "     MOVIMENTO ANO".
    05 FILLER                PIC X(18) VALUE "      ENCERRAMENTO".
    05 FILLER                PIC X(18) VALUE "       SALDO FINAL".

01  WS-Linha-Detalhe.
    05 LD-Conta              PIC X(10).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Descricao          PIC X(25).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Natureza           PIC X(1).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Abertura           PIC -(13)9.99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Movimento          PIC -(13)9.99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Encerramento       PIC -(13)9.99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Saldo-Final        PIC -(13)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LD-Marca              PIC X(19).

01  WS-Linha-Total.
    05 FILLER                PIC X(39) VALUE "TOTAL GERAL".
    05 LG-Abertura           PIC -(13)9.99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LG-Movimento          PIC -(13)9.99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LG-Encerramento       PIC -(13)9.99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LG-Saldo-Final        PIC -(13)9.99.

01  WS-Linha-Rodape-Valor.
    05 LR-Descricao          PIC X(32).
    05 LR-Valor              PIC -(13)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LR-Complemento        PIC X(60).

01  WS-Linha-Rodape-Qtd.
    05 LQ-Descricao          PIC X(32).
    05 LQ-Qtd                PIC ZZZZZZ9.

01  WS-Linha-Aviso.
    05 LA-Texto              PIC X(132).

01  WS-Linha-Branco          PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-Encerrar-Exercicio.
    PERFORM 0100-Identificar-Operador
    PERFORM 1000-Obter-Parametros
    PERFORM 1100-Abrir-Arquivos
    PERFORM 1200-Verificar-Periodos
    PERFORM 1300-Verificar-Encerramento
    PERFORM 1400-Verificar-Saldos-Aplicados
    PERFORM 1500-Validar-Conta-Lucros

    SET PassoConferencia TO TRUE
    PERFORM 2000-Percorrer-Contas
    IF WS-Qtd-Sem-Natureza > ZERO
        DISPLAY "CONTAS COM SALDO E SEM NATUREZA (P/R) NO PLANO: "
            WS-Qtd-Sem-Natureza ". ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 3000-Iniciar-Encerramento
    SET PassoEncerramento TO TRUE
    PERFORM 2000-Percorrer-Contas
    PERFORM 9000-Finalizar
    STOP RUN.

0100-Identificar-Operador.
    ACCEPT WS-Operador FROM ENVIRONMENT "USER"
    IF WS-Operador = SPACES
        DISPLAY "OPERADOR NAO IDENTIFICADO. ENCERRAMENTO NAO "
            "AUTORIZADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT OperadoresFile
    IF WS-Operadores-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES: "
            WS-Operadores-Status ". ENCERRAMENTO NAO AUTORIZADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-Operador TO OP-Id
    READ OperadoresFile
        INVALID KEY
            DISPLAY "OPERADOR " WS-Operador " NAO CADASTRADO. "
                "ENCERRAMENTO NAO AUTORIZADO."
            CLOSE OperadoresFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            IF NOT OP-Ativo
                DISPLAY "OPERADOR " WS-Operador " SUSPENSO. "
                    "ENCERRAMENTO NAO AUTORIZADO."
                CLOSE OperadoresFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT OP-Nivel-Superv
                DISPLAY "OPERADOR " WS-Operador " SEM NIVEL DE "
                    "SUPERVISOR. ENCERRAMENTO NAO AUTORIZADO."
                CLOSE OperadoresFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ
    CLOSE OperadoresFile.

1000-Obter-Parametros.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema

    SET AnoInvalido TO TRUE
    PERFORM UNTIL AnoValido
        DISPLAY "Exercício a encerrar (AAAA): "
        ACCEPT WS-Entrada
        MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
        IF WS-Entrada-Compacta(1:4) IS NUMERIC
        AND WS-Entrada-Compacta(5:6) = SPACES
            MOVE WS-Entrada-Compacta(1:4) TO WS-Ano-Encerrar
            IF WS-Ano-Encerrar > 1900
            AND WS-Ano-Encerrar < WS-Data-Sistema(1:4)
                SET AnoValido TO TRUE
            END-IF
        END-IF
        IF AnoInvalido
            DISPLAY "Exercício inválido. Informe um ano já "
                "terminado, no formato AAAA."
        END-IF
    END-PERFORM
    COMPUTE WS-Ano-Seguinte = WS-Ano-Encerrar + 1
    COMPUTE WS-Data-Encerramento = WS-Ano-Encerrar * 10000 + 1231
    COMPUTE WS-Periodo-Dezembro = WS-Ano-Encerrar * 100 + 12

    DISPLAY "Conta de lucros acumulados: "
    ACCEPT WS-Conta-Lucros
    IF WS-Conta-Lucros = SPACES
        DISPLAY "CONTA DE LUCROS ACUMULADOS NAO INFORMADA. "
            "ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1100-Abrir-Arquivos.
    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS: " WS-ChartContas-Status
            ". ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O SaldoContasFile
    IF WS-SaldoContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR SALDO DE CONTAS: " WS-SaldoContas-Status
            ". ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O SaldosAnuaisFile
    IF WS-SaldosAnuais-Status = "35"
        OPEN OUTPUT SaldosAnuaisFile
        CLOSE SaldosAnuaisFile
        OPEN I-O SaldosAnuaisFile
    END-IF
    IF WS-SaldosAnuais-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR SALDOS ANUAIS: " WS-SaldosAnuais-Status
            ". ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O RunCtlFile
    IF WS-RunCtl-Status = "35"
        OPEN OUTPUT RunCtlFile
        CLOSE RunCtlFile
        OPEN I-O RunCtlFile
    END-IF
    IF WS-RunCtl-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR CONTROLE DE EXECUCAO: " WS-RunCtl-Status
            ". ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Sem arquivo de periodos nenhum periodo foi fechado, e o
*> encerramento e recusado.
1200-Verificar-Periodos.
    OPEN INPUT PeriodosFile
    IF WS-Periodos-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR CONTROLE DE PERIODOS: "
            WS-Periodos-Status ". ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1210-Verificar-Mes
        VARYING WS-Mes FROM 1 BY 1 UNTIL WS-Mes > 12
    CLOSE PeriodosFile
    IF WS-Qtd-Periodos-Abertos > ZERO
        DISPLAY "PERIODOS DE " WS-Ano-Encerrar " AINDA NAO FECHADOS: "
            WS-Qtd-Periodos-Abertos ". ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1210-Verificar-Mes.
    COMPUTE PD-Periodo = WS-Ano-Encerrar * 100 + WS-Mes
    READ PeriodosFile
        INVALID KEY
            DISPLAY "PERIODO " PD-Periodo " SEM FECHAMENTO."
            ADD 1 TO WS-Qtd-Periodos-Abertos
        NOT INVALID KEY
            IF NOT PD-Fechado
                DISPLAY "PERIODO " PD-Periodo " NAO FECHADO."
                ADD 1 TO WS-Qtd-Periodos-Abertos
            END-IF
    END-READ.

*> Um encerramento concluido com erro pode ser reexecutado: as
*> contas que ele ja encerrou (registro anual do ano com data de
*> encerramento) sao mantidas como estao e so as demais sao
*> encerradas (ver 2300).
1300-Verificar-Encerramento.
    MOVE WS-Data-Encerramento TO RC-Data
    MOVE WS-Job-Encerramento TO RC-Job
    READ RunCtlFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF RC-Com-Erro
                DISPLAY "EXERCICIO " WS-Ano-Encerrar " ENCERRADO COM "
                    "ERRO EM " RC-Data-Exec ". REEXECUCAO: CONTAS JA "
                    "ENCERRADAS SERAO MANTIDAS."
            ELSE
                DISPLAY "EXERCICIO " WS-Ano-Encerrar " JA ENCERRADO EM "
                    RC-Data-Exec ". ENCERRAMENTO RECUSADO."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ.

1400-Verificar-Saldos-Aplicados.
    OPEN INPUT AplicadosFile
    IF WS-Aplicados-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR CONTROLE DE GERACOES APLICADAS: "
            WS-Aplicados-Status ". ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE LOW-VALUES TO AP-Chave
    START AplicadosFile KEY IS NOT LESS THAN AP-Chave
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    PERFORM 1410-Ler-Aplicado UNTIL FimArquivo
    CLOSE AplicadosFile
    IF WS-Data-Corte < WS-Data-Encerramento
        DISPLAY "SALDOS APLICADOS SO ATE " WS-Data-Corte
            ". APLICAR O ANO INTEIRO (SOMASALD) ANTES DO "
            "ENCERRAMENTO. ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1410-Ler-Aplicado.
    READ AplicadosFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF AP-Data-Limite IS NUMERIC
            AND AP-Data-Limite > WS-Data-Corte
                MOVE AP-Data-Limite TO WS-Data-Corte
            END-IF
    END-READ.

1500-Validar-Conta-Lucros.
    MOVE WS-Conta-Lucros TO CC-Conta
    READ ChartContasFile
        INVALID KEY
            DISPLAY "CONTA DE LUCROS ACUMULADOS " WS-Conta-Lucros
                " NAO CADASTRADA. ENCERRAMENTO RECUSADO."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            IF NOT CC-Ativa
                DISPLAY "CONTA DE LUCROS ACUMULADOS " WS-Conta-Lucros
                    " INATIVA. ENCERRAMENTO RECUSADO."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF NOT CC-Patrimonial
                DISPLAY "CONTA DE LUCROS ACUMULADOS " WS-Conta-Lucros
                    " NAO E PATRIMONIAL. ENCERRAMENTO RECUSADO."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
    END-READ.

*> Os dois passos percorrem as contas na ordem do balancete: todo o
*> plano de contas e depois os saldos de contas fora do plano. O
*> primeiro passo so confere a natureza e apura o resultado do
*> exercicio; o segundo grava.
2000-Percorrer-Contas.
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE LOW-VALUES TO CC-Conta
    START ChartContasFile KEY IS NOT LESS THAN CC-Conta
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    PERFORM 2100-Ler-Conta-Plano UNTIL FimArquivo

    MOVE 'N' TO WS-Fim-Arquivo
    MOVE LOW-VALUES TO SD-Conta
    START SaldoContasFile KEY IS NOT LESS THAN SD-Conta
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    PERFORM 2200-Ler-Saldo-Orfao UNTIL FimArquivo.

2100-Ler-Conta-Plano.
    READ ChartContasFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            SET ContaComCadastro TO TRUE
            MOVE CC-Conta TO WS-Conta-Atual
            MOVE CC-Descricao TO WS-Descricao-Atual
            MOVE CC-Natureza TO WS-Natureza-Atual
            PERFORM 2300-Calcular-Conta
            PERFORM 2400-Tratar-Conta
    END-READ.

2200-Ler-Saldo-Orfao.
    READ SaldoContasFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            MOVE SD-Conta TO CC-Conta
            READ ChartContasFile
                INVALID KEY
                    SET ContaSemCadastro TO TRUE
                    MOVE SD-Conta TO WS-Conta-Atual
                    MOVE "(SEM CADASTRO NO PLANO)" TO WS-Descricao-Atual
                    SET NatPatrimonial TO TRUE
                    PERFORM 2300-Calcular-Conta
                    PERFORM 2400-Tratar-Conta
                NOT INVALID KEY
                    CONTINUE
            END-READ
    END-READ.

*> Abertura: a gravada para o ano pelo encerramento anterior (zero
*> no primeiro exercicio encerrado). Movimento: o acumulado do ano
*> do saldo, ou o saldo do ano anterior se a conta ja virou o ano.
*> Conta ja encerrada por uma execucao anterior interrompida fica
*> com os valores do registro anual, anteriores ao encerramento,
*> para que o resultado apurado seja o do exercicio inteiro.
2300-Calcular-Conta.
    INITIALIZE WS-Valores-Conta
    SET ContaNaoEncerrada TO TRUE

    MOVE WS-Conta-Atual TO SA-Conta
    MOVE WS-Ano-Encerrar TO SA-Ano
    READ SaldosAnuaisFile
        INVALID KEY
            SET AnualNaoExiste TO TRUE
        NOT INVALID KEY
            SET AnualExiste TO TRUE
            MOVE SA-Saldo-Abertura TO WS-Abertura
            IF SA-Data-Encerramento NOT = ZERO
                SET ContaJaEncerrada TO TRUE
                MOVE SA-Movimento-Ano TO WS-Movimento
                MOVE SA-Encerramento TO WS-Encerramento
                MOVE SA-Saldo-Final TO WS-Saldo-Final
            END-IF
    END-READ

    MOVE WS-Conta-Atual TO SD-Conta
    READ SaldoContasFile
        INVALID KEY
            SET SaldoNaoExiste TO TRUE
        NOT INVALID KEY
            SET SaldoExiste TO TRUE
            MOVE SD-Periodo(1:4) TO WS-Ano-Saldo
            EVALUATE TRUE
                WHEN ContaJaEncerrada
                    CONTINUE
                WHEN WS-Ano-Saldo = WS-Ano-Encerrar
                    MOVE SD-Saldo-Ano TO WS-Movimento
                WHEN WS-Ano-Saldo > WS-Ano-Encerrar
                AND SD-Ano-Anterior = WS-Ano-Encerrar
                    MOVE SD-Saldo-Ano-Anterior TO WS-Movimento
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

2400-Tratar-Conta.
    IF PassoConferencia
        PERFORM 2500-Conferir-Conta
    ELSE
        PERFORM 4000-Encerrar-Conta
    END-IF.

2500-Conferir-Conta.
    IF WS-Abertura NOT = ZERO
    OR WS-Movimento NOT = ZERO
        IF NOT NatPatrimonial AND NOT NatResultado
            DISPLAY "CONTA " WS-Conta-Atual " COM SALDO E SEM "
                "NATUREZA (P/R) NO PLANO DE CONTAS."
            ADD 1 TO WS-Qtd-Sem-Natureza
        END-IF
        IF NatResultado
            ADD WS-Abertura TO WS-Resultado
            ADD WS-Movimento TO WS-Resultado
        END-IF
    END-IF.

3000-Iniciar-Encerramento.
    OPEN EXTEND GLInterfaceFile
    IF WS-GLInterface-Status = "35"
        OPEN OUTPUT GLInterfaceFile
        CLOSE GLInterfaceFile
        OPEN EXTEND GLInterfaceFile
    END-IF
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: "
            WS-GLInterface-Status ". ENCERRAMENTO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT EncRelFile
    IF WS-EncRel-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO DE ENCERRAMENTO: "
            WS-EncRel-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-Ano-Encerrar TO LT-Ano
    MOVE WS-Conta-Lucros TO LT-Conta-Lucros
    MOVE WS-Data-Sistema TO LT-Data
    WRITE EncRelRec FROM WS-Linha-Titulo
    WRITE EncRelRec FROM WS-Linha-Branco
    WRITE EncRelRec FROM WS-Linha-Colunas
    WRITE EncRelRec FROM WS-Linha-Branco.

*> Conta de resultado: o encerramento zera o saldo do ano contra a
*> conta de lucros acumulados, que recebe o resultado apurado no
*> primeiro passo. Conta patrimonial com saldo final passa para o
*> ano seguinte como saldo de abertura.
*> Conta ja encerrada numa execucao anterior so e listada; os
*> lancamentos dela ja estao na interface e entram na soma de
*> conferencia.
4000-Encerrar-Conta.
    IF ContaJaEncerrada
        ADD 1 TO WS-Qtd-Ja-Encerradas
        ADD WS-Encerramento TO WS-Total-Lancado
    ELSE
        PERFORM 4100-Encerrar-Saldo
    END-IF
    PERFORM 8000-Listar-Conta.

4100-Encerrar-Saldo.
    IF NatResultado
        COMPUTE WS-Encerramento = 0 - WS-Abertura - WS-Movimento
    END-IF
    IF WS-Conta-Atual = WS-Conta-Lucros
        MOVE WS-Resultado TO WS-Encerramento
    END-IF
    COMPUTE WS-Saldo-Final =
        WS-Abertura + WS-Movimento + WS-Encerramento

    IF WS-Encerramento NOT = ZERO
        PERFORM 5000-Gravar-Lancamento
        PERFORM 6000-Aplicar-Saldo
        IF NatResultado
            ADD 1 TO WS-Qtd-Encerradas
        END-IF
    END-IF

    IF WS-Abertura NOT = ZERO
    OR WS-Movimento NOT = ZERO
    OR WS-Encerramento NOT = ZERO
        PERFORM 7000-Gravar-Saldo-Anual
        IF NatPatrimonial AND WS-Saldo-Final NOT = ZERO
            PERFORM 7100-Gravar-Abertura
        END-IF
    END-IF.

5000-Gravar-Lancamento.
    MOVE WS-Encerramento TO WS-Valor-Restante
    PERFORM 5100-Gravar-Linha-GL UNTIL WS-Valor-Restante = ZERO.

5100-Gravar-Linha-GL.
    EVALUATE TRUE
        WHEN WS-Valor-Restante > WS-Max-Valor-GL
            MOVE WS-Max-Valor-GL TO WS-Valor-Linha
        WHEN WS-Valor-Restante < 0 - WS-Max-Valor-GL
            COMPUTE WS-Valor-Linha = 0 - WS-Max-Valor-GL
        WHEN OTHER
            MOVE WS-Valor-Restante TO WS-Valor-Linha
    END-EVALUATE

    MOVE WS-Data-Encerramento TO GL-Data
    MOVE WS-Conta-Atual TO GL-Conta
    MOVE WS-Valor-Linha TO GL-Valor
    MOVE WS-GL-Moeda-Base TO GL-Moeda
    MOVE WS-Valor-Linha TO GL-Valor-Original
    WRITE GL-Registro
    IF WS-GLInterface-Status NOT = "00"
        PERFORM 5200-Interromper-Encerramento
    END-IF
    ADD 1 TO WS-Qtd-Linhas-GL
    ADD WS-Valor-Linha TO WS-Total-Lancado
    SUBTRACT WS-Valor-Linha FROM WS-Valor-Restante.

*> Sem a linha contabil nada da conta e aplicado: o encerramento
*> para com a execucao registrada com erro, e a reexecucao
*> continua das contas ainda nao encerradas. Uma parte do
*> lancamento da conta ja gravada em outra linha tem de ser
*> retirada da interface antes dela.
5200-Interromper-Encerramento.
    ADD 1 TO WS-Qtd-Erros
    COMPUTE WS-Valor-Gravado = WS-Encerramento - WS-Valor-Restante
    DISPLAY "ERRO AO GRAVAR INTERFACE CONTABIL PARA A CONTA "
        WS-Conta-Atual ": " WS-GLInterface-Status
        ". ENCERRAMENTO INTERROMPIDO."
    MOVE SPACES TO LA-Texto
    STRING "ENCERRAMENTO INTERROMPIDO NA CONTA " DELIMITED BY SIZE
        WS-Conta-Atual DELIMITED BY SIZE
        ": LINHA CONTABIL NAO GRAVADA (" DELIMITED BY SIZE
        WS-GLInterface-Status DELIMITED BY SIZE
        "). CONTA NAO ENCERRADA." DELIMITED BY SIZE
        INTO LA-Texto
    WRITE EncRelRec FROM WS-Linha-Branco
    WRITE EncRelRec FROM WS-Linha-Aviso
    IF WS-Valor-Gravado NOT = ZERO
        MOVE WS-Valor-Gravado TO WS-Valor-Edit
        DISPLAY "LINHAS DA CONTA " WS-Conta-Atual " JA GRAVADAS EM "
            WS-Data-Encerramento " NO VALOR DE " WS-Valor-Edit
            ": RETIRAR DA INTERFACE ANTES DE REEXECUTAR."
        MOVE SPACES TO LA-Texto
        STRING "LINHAS DA CONTA " DELIMITED BY SIZE
            WS-Conta-Atual DELIMITED BY SIZE
            " JA GRAVADAS NO VALOR DE " DELIMITED BY SIZE
            WS-Valor-Edit DELIMITED BY SIZE
            ": RETIRAR DA INTERFACE ANTES DE REEXECUTAR."
                DELIMITED BY SIZE
            INTO LA-Texto
        WRITE EncRelRec FROM WS-Linha-Aviso
    END-IF

    PERFORM 9100-Registrar-Execucao

    CLOSE ChartContasFile
    CLOSE SaldoContasFile
    CLOSE SaldosAnuaisFile
    CLOSE GLInterfaceFile
    CLOSE RunCtlFile
    CLOSE EncRelFile
    MOVE 8 TO RETURN-CODE
    STOP RUN.

*> O lancamento de encerramento e de 31/12: entra no acumulado do
*> ano encerrado (e no periodo, se o saldo ainda e de dezembro) ou,
*> se a conta ja virou o ano, no saldo do ano anterior.
6000-Aplicar-Saldo.
    IF SaldoNaoExiste
        MOVE WS-Conta-Atual TO SD-Conta
        MOVE WS-Periodo-Dezembro TO SD-Periodo
        MOVE WS-Encerramento TO SD-Saldo-Periodo
        MOVE WS-Encerramento TO SD-Saldo-Ano
        MOVE ZERO TO SD-Ano-Anterior
        MOVE ZERO TO SD-Saldo-Ano-Anterior
        MOVE WS-Data-Sistema TO SD-Data-Atualizacao
        MOVE WS-Hora-Sistema TO SD-Hora-Atualizacao
        WRITE SD-Registro
            INVALID KEY
                DISPLAY "ERRO AO INCLUIR SALDO DA CONTA "
                    WS-Conta-Atual ": " WS-SaldoContas-Status
                ADD 1 TO WS-Qtd-Erros
        END-WRITE
    ELSE
        MOVE SD-Periodo(1:4) TO WS-Ano-Saldo
        EVALUATE TRUE
            WHEN WS-Ano-Saldo = WS-Ano-Encerrar
                ADD WS-Encerramento TO SD-Saldo-Ano
                IF SD-Periodo = WS-Periodo-Dezembro
                    ADD WS-Encerramento TO SD-Saldo-Periodo
                END-IF
            WHEN WS-Ano-Saldo > WS-Ano-Encerrar
                IF SD-Ano-Anterior NOT = WS-Ano-Encerrar
                    MOVE WS-Ano-Encerrar TO SD-Ano-Anterior
                    MOVE ZERO TO SD-Saldo-Ano-Anterior
                END-IF
                ADD WS-Encerramento TO SD-Saldo-Ano-Anterior
            WHEN OTHER
                MOVE WS-Ano-Saldo TO SD-Ano-Anterior
                MOVE SD-Saldo-Ano TO SD-Saldo-Ano-Anterior
                MOVE WS-Periodo-Dezembro TO SD-Periodo
                MOVE WS-Encerramento TO SD-Saldo-Periodo
                MOVE WS-Encerramento TO SD-Saldo-Ano
        END-EVALUATE
        MOVE WS-Data-Sistema TO SD-Data-Atualizacao
        MOVE WS-Hora-Sistema TO SD-Hora-Atualizacao
        REWRITE SD-Registro
            INVALID KEY
                DISPLAY "ERRO AO REGRAVAR SALDO DA CONTA "
                    WS-Conta-Atual ": " WS-SaldoContas-Status
                ADD 1 TO WS-Qtd-Erros
        END-REWRITE
    END-IF.

*> O registro do ano encerrado existe quando o encerramento
*> anterior gravou a abertura da conta (lido em 2300).
7000-Gravar-Saldo-Anual.
    MOVE WS-Conta-Atual TO SA-Conta
    MOVE WS-Ano-Encerrar TO SA-Ano
    MOVE WS-Natureza-Atual TO SA-Natureza
    MOVE WS-Abertura TO SA-Saldo-Abertura
    MOVE WS-Movimento TO SA-Movimento-Ano
    MOVE WS-Encerramento TO SA-Encerramento
    MOVE WS-Saldo-Final TO SA-Saldo-Final
    MOVE WS-Data-Sistema TO SA-Data-Encerramento
    MOVE WS-Hora-Sistema TO SA-Hora-Encerramento
    MOVE WS-Operador TO SA-Operador
    IF AnualExiste
        REWRITE SA-Registro
            INVALID KEY
                DISPLAY "ERRO AO REGRAVAR SALDO ANUAL DA CONTA "
                    WS-Conta-Atual ": " WS-SaldosAnuais-Status
                ADD 1 TO WS-Qtd-Erros
        END-REWRITE
    ELSE
        WRITE SA-Registro
            INVALID KEY
                DISPLAY "ERRO AO GRAVAR SALDO ANUAL DA CONTA "
                    WS-Conta-Atual ": " WS-SaldosAnuais-Status
                ADD 1 TO WS-Qtd-Erros
        END-WRITE
    END-IF.

7100-Gravar-Abertura.
    MOVE WS-Conta-Atual TO SA-Conta
    MOVE WS-Ano-Seguinte TO SA-Ano
    READ SaldosAnuaisFile
        INVALID KEY
            MOVE WS-Conta-Atual TO SA-Conta
            MOVE WS-Ano-Seguinte TO SA-Ano
            MOVE WS-Natureza-Atual TO SA-Natureza
            MOVE WS-Saldo-Final TO SA-Saldo-Abertura
            MOVE ZERO TO SA-Movimento-Ano
            MOVE ZERO TO SA-Encerramento
            MOVE ZERO TO SA-Saldo-Final
            MOVE ZERO TO SA-Data-Encerramento
            MOVE ZERO TO SA-Hora-Encerramento
            MOVE WS-Operador TO SA-Operador
            WRITE SA-Registro
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR ABERTURA DA CONTA "
                        WS-Conta-Atual ": " WS-SaldosAnuais-Status
                    ADD 1 TO WS-Qtd-Erros
                NOT INVALID KEY
                    ADD 1 TO WS-Qtd-Aberturas
            END-WRITE
        NOT INVALID KEY
            MOVE WS-Saldo-Final TO SA-Saldo-Abertura
            MOVE WS-Operador TO SA-Operador
            REWRITE SA-Registro
                INVALID KEY
                    DISPLAY "ERRO AO REGRAVAR ABERTURA DA CONTA "
                        WS-Conta-Atual ": " WS-SaldosAnuais-Status
                    ADD 1 TO WS-Qtd-Erros
                NOT INVALID KEY
                    ADD 1 TO WS-Qtd-Aberturas
            END-REWRITE
    END-READ.

8000-Listar-Conta.
    MOVE WS-Conta-Atual TO LD-Conta
    MOVE WS-Descricao-Atual TO LD-Descricao
    MOVE WS-Natureza-Atual TO LD-Natureza
    MOVE WS-Abertura TO LD-Abertura
    MOVE WS-Movimento TO LD-Movimento
    MOVE WS-Encerramento TO LD-Encerramento
    MOVE WS-Saldo-Final TO LD-Saldo-Final
    EVALUATE TRUE
        WHEN ContaJaEncerrada
            MOVE "JA ENCERRADA" TO LD-Marca
        WHEN WS-Conta-Atual = WS-Conta-Lucros
            MOVE "LUCROS ACUMULADOS" TO LD-Marca
        WHEN NatResultado AND WS-Encerramento NOT = ZERO
            MOVE "ENCERRADA" TO LD-Marca
        WHEN OTHER
            MOVE SPACES TO LD-Marca
    END-EVALUATE
    WRITE EncRelRec FROM WS-Linha-Detalhe

    ADD 1 TO WS-Qtd-Contas
    ADD WS-Abertura TO WS-Total-Abertura
    ADD WS-Movimento TO WS-Total-Movimento
    ADD WS-Encerramento TO WS-Total-Encerramento
    ADD WS-Saldo-Final TO WS-Total-Final.

*> O total do movimento no ano e o total geral do acumulado do ano
*> no balancete final do exercicio (SomaBalancete rodado depois da
*> ultima aplicacao de saldos de dezembro), e os lancamentos de
*> encerramento somam zero.
9000-Finalizar.
    WRITE EncRelRec FROM WS-Linha-Branco
    MOVE WS-Total-Abertura TO LG-Abertura
    MOVE WS-Total-Movimento TO LG-Movimento
    MOVE WS-Total-Encerramento TO LG-Encerramento
    MOVE WS-Total-Final TO LG-Saldo-Final
    WRITE EncRelRec FROM WS-Linha-Total
    WRITE EncRelRec FROM WS-Linha-Branco

    MOVE "TOTAL DO MOVIMENTO NO ANO.....:" TO LR-Descricao
    MOVE WS-Total-Movimento TO LR-Valor
    MOVE "= TOTAL GERAL ACUMULADO ANO DO BALANCETE FINAL"
        TO LR-Complemento
    WRITE EncRelRec FROM WS-Linha-Rodape-Valor
    MOVE "RESULTADO DO EXERCICIO........:" TO LR-Descricao
    MOVE WS-Resultado TO LR-Valor
    MOVE SPACES TO LR-Complemento
    MOVE "TRANSFERIDO PARA A CONTA" TO LR-Complemento(1:24)
    MOVE WS-Conta-Lucros TO LR-Complemento(26:10)
    WRITE EncRelRec FROM WS-Linha-Rodape-Valor
    MOVE "SOMA DOS LANCAMENTOS GRAVADOS.:" TO LR-Descricao
    MOVE WS-Total-Lancado TO LR-Valor
    IF WS-Total-Lancado = ZERO
        MOVE "LANCAMENTOS BALANCEADOS" TO LR-Complemento
    ELSE
        MOVE "DIVERGENCIA: LANCAMENTOS NAO BALANCEADOS"
            TO LR-Complemento
        ADD 1 TO WS-Qtd-Erros
    END-IF
    WRITE EncRelRec FROM WS-Linha-Rodape-Valor

    MOVE "CONTAS LISTADAS...............:" TO LQ-Descricao
    MOVE WS-Qtd-Contas TO LQ-Qtd
    WRITE EncRelRec FROM WS-Linha-Rodape-Qtd
    MOVE "CONTAS DE RESULTADO ENCERRADAS:" TO LQ-Descricao
    MOVE WS-Qtd-Encerradas TO LQ-Qtd
    WRITE EncRelRec FROM WS-Linha-Rodape-Qtd
    MOVE "LINHAS GRAVADAS NA INTERFACE..:" TO LQ-Descricao
    MOVE WS-Qtd-Linhas-GL TO LQ-Qtd
    WRITE EncRelRec FROM WS-Linha-Rodape-Qtd
    MOVE "SALDOS DE ABERTURA GRAVADOS...:" TO LQ-Descricao
    MOVE WS-Qtd-Aberturas TO LQ-Qtd
    WRITE EncRelRec FROM WS-Linha-Rodape-Qtd
    IF WS-Qtd-Ja-Encerradas > ZERO
        MOVE "CONTAS JA ENCERRADAS ANTES....:" TO LQ-Descricao
        MOVE WS-Qtd-Ja-Encerradas TO LQ-Qtd
        WRITE EncRelRec FROM WS-Linha-Rodape-Qtd
    END-IF
    MOVE "ERROS DE GRAVACAO.............:" TO LQ-Descricao
    MOVE WS-Qtd-Erros TO LQ-Qtd
    WRITE EncRelRec FROM WS-Linha-Rodape-Qtd

    PERFORM 9100-Registrar-Execucao

    CLOSE ChartContasFile
    CLOSE SaldoContasFile
    CLOSE SaldosAnuaisFile
    CLOSE GLInterfaceFile
    CLOSE RunCtlFile
    CLOSE EncRelFile

    DISPLAY "ENCERRAMENTO DO EXERCICIO " WS-Ano-Encerrar " CONCLUIDO"
    DISPLAY "CONTAS LISTADAS.......: " WS-Qtd-Contas
    DISPLAY "CONTAS ENCERRADAS.....: " WS-Qtd-Encerradas
    DISPLAY "LINHAS NA INTERFACE...: " WS-Qtd-Linhas-GL
    DISPLAY "ABERTURAS GRAVADAS....: " WS-Qtd-Aberturas
    DISPLAY "ERROS DE GRAVACAO.....: " WS-Qtd-Erros
    IF WS-Qtd-Erros NOT = ZERO
        MOVE 8 TO RETURN-CODE
    END-IF.

9100-Registrar-Execucao.
    MOVE WS-Data-Encerramento TO RC-Data
    MOVE WS-Job-Encerramento TO RC-Job
    MOVE WS-Data-Sistema TO RC-Data-Exec
    MOVE WS-Hora-Sistema TO RC-Hora-Exec
    MOVE WS-Qtd-Linhas-GL TO RC-Qtd
    MOVE WS-Resultado TO RC-Total
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
    END-WRITE.
