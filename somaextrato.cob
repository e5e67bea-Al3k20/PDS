IDENTIFICATION DIVISION.
PROGRAM-ID. SomaExtrato.

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

    SELECT SituacaoFile ASSIGN TO DYNAMIC WS-Situacao-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GS-Chave
        FILE STATUS IS WS-Situacao-Status.

    SELECT GLInterfaceFile ASSIGN TO DYNAMIC WS-GLInterface-FileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLInterface-Status.

    SELECT OperadoresFile ASSIGN TO DYNAMIC WS-Operadores-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-Id
        FILE STATUS IS WS-Operadores-Status.

    SELECT ExtRelFile ASSIGN TO EXTREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ExtRel-Status.

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

FD  SituacaoFile.
COPY "GLSITUAC.CPY".

FD  GLInterfaceFile.
COPY "GLINTERF.CPY".

FD  OperadoresFile.
COPY "OPERADOR.CPY".

FD  ExtRelFile.
01  ExtRelRec                PIC X(132).

WORKING-STORAGE SECTION.
01  WS-ChartContas-FileName  PIC X(100) VALUE "PLANO-CONTAS.DAT".
01  WS-ChartContas-Status    PIC XX.

*> O saldo anterior parte do saldo aplicado pelo SomaSaldos
*> (SALDO-CONTAS.DAT) e do saldo de abertura do ano gravado pelo
*> encerramento do exercicio (SALDOS-ANUAIS.DAT).
01  WS-SaldoContas-FileName  PIC X(100) VALUE "SALDO-CONTAS.DAT".
01  WS-SaldoContas-Status    PIC XX.
01  WS-SaldosAnuais-FileName PIC X(100) VALUE "SALDOS-ANUAIS.DAT".
01  WS-SaldosAnuais-Status   PIC XX.

*> Corte do SomaSaldos: lancamentos da interface com data ate o
*> corte ja estao no saldo aplicado; os posteriores ainda nao.
01  WS-Aplicados-FileName    PIC X(100) VALUE "SALDOS-APLICADOS.DAT".
01  WS-Aplicados-Status      PIC XX.

*> Situacao de cada detalhe consolidado na contabilidade, gravada
*> por SomaRetornoGL.
01  WS-Situacao-FileName     PIC X(100) VALUE "GL-SITUACAO.DAT".
01  WS-Situacao-Status       PIC XX.

01  WS-GLInterface-FileName  PIC X(100) VALUE "GL-INTERFACE.DAT".
01  WS-GLInterface-Status    PIC XX.

*> Cadastro de operadores: o extrato so sai para um identificador
*> cadastrado e ativo.
01  WS-Operadores-FileName   PIC X(100) VALUE "OPERADORES.DAT".
01  WS-Operadores-Status     PIC XX.
01  WS-Operador              PIC X(8).

01  WS-ExtRel-Status         PIC XX.

*> Moeda base da instalacao: lancamentos antigos da interface (sem
*> GL-Moeda/GL-Valor-Original) valem como moeda base, como no
*> SomaConsolidaGL.
01  WS-GL-Moeda-Base         PIC X(3) VALUE "BRL".

01  WS-Entrada               PIC X(10).
01  WS-Entrada-Compacta      PIC X(10).

01  WS-Modo-Saida            PIC X VALUE SPACE.
    88 ModoRelatorio         VALUE "R".
    88 ModoTela              VALUE "T".

01  WS-Conta                 PIC X(10).
01  WS-Data-Inicial          PIC 9(8).
01  WS-Data-Final            PIC 9(8).
01  WS-Data-Informada        PIC 9(8).
01  WS-Data-MM               PIC 99.
01  WS-Data-DD               PIC 99.
01  WS-Data-Corte            PIC 9(8) VALUE ZERO.
01  WS-Ano-Base              PIC 9(4).
01  WS-Ano-Saldo             PIC 9(4).
01  WS-Ano-Lancamento        PIC 9(4).

01  WS-Flags.
    05 WS-Fim-Consulta       PIC X VALUE 'N'.
       88 FimConsulta        VALUE 'Y'.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Data-Valida        PIC X VALUE 'N'.
       88 DataValida         VALUE 'Y'.
       88 DataInvalida       VALUE 'N'.
    05 WS-Conta-Valida       PIC X VALUE 'N'.
       88 ContaValida        VALUE 'Y'.
       88 ContaInvalida      VALUE 'N'.
    05 WS-Saldo-Disponivel   PIC X VALUE 'N'.
       88 SaldoDisponivel    VALUE 'Y'.
       88 SaldoIndisponivel  VALUE 'N'.
    05 WS-Achou              PIC X VALUE 'N'.
       88 Achou              VALUE 'Y'.
       88 NaoAchou           VALUE 'N'.
    05 WS-Abertura-Lida      PIC X VALUE 'N'.
       88 AberturaLida       VALUE 'Y'.
       88 AberturaNaoLida    VALUE 'N'.
    05 WS-Abertura-Completa  PIC X VALUE 'Y'.
       88 AberturaCompleta   VALUE 'Y'.
       88 AberturaIncompleta VALUE 'N'.

*> Movimentos da conta no intervalo, em ordem de data. A interface
*> e gravada em ordem de processamento, e nao de data de negocio
*> (aprovacoes e estornos entram depois): a tabela e mantida
*> ordenada na carga, e lancamentos da mesma data ficam na ordem em
*> que foram gravados.
01  WS-Max-Movimentos        PIC 9(5) VALUE 5000.
01  WS-Qtd-Movimentos        PIC 9(5) VALUE ZERO.
01  WS-Movimento-Tab.
    05 WS-Movimento OCCURS 5000 TIMES.
        10 WS-Mov-Data       PIC 9(8).
        10 WS-Mov-Moeda      PIC X(3).
        10 WS-Mov-Valor-Orig PIC S9(9)V99.
        10 WS-Mov-Valor      PIC S9(9)V99.

*> Situacao na contabilidade por data e moeda da conta. Cada
*> geracao GLCONSOL reenvia a interface inteira, entao a mesma data
*> aparece em varias geracoes: um retorno (postado ou recusado)
*> prevalece sobre o simples envio, e entre retornos vale o da
*> geracao mais nova.
01  WS-Max-Situacoes         PIC 9(5) VALUE 2000.
01  WS-Qtd-Situacoes         PIC 9(5) VALUE ZERO.
01  WS-Situacao-Tab.
    05 WS-Sit OCCURS 2000 TIMES.
        10 WS-Sit-Data       PIC 9(8).
        10 WS-Sit-Moeda      PIC X(3).
        10 WS-Sit-Situacao   PIC X.

01  WS-Indice                PIC 9(5).
01  WS-Indice-2              PIC 9(5).
01  WS-Posicao               PIC 9(5).

01  WS-Valores.
    05 WS-Saldo-Anterior     PIC S9(13)V99.
    05 WS-Saldo-Corrente     PIC S9(13)V99.
    05 WS-Total-Movimento    PIC S9(13)V99.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

01  WS-Linha-Saida           PIC X(132).

01  WS-Linha-Titulo.
    05 FILLER                PIC X(50) VALUE
       "EXTRATO DE CONTA - SOMANUMEROS".
    05 FILLER                PIC X(9) VALUE "EMISSAO: ".
    05 LT-Data               PIC 9(4)/99/99.

01  WS-Linha-Conta.
    05 FILLER                PIC X(7) VALUE "CONTA: ".
    05 LP-Conta              PIC X(10).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LP-Descricao          PIC X(30).

01  WS-Linha-Periodo.
    05 FILLER                PIC X(9) VALUE "PERIODO: ".
    05 LP-Data-Inicial       PIC 9(4)/99/99.
    05 FILLER                PIC X(3) VALUE " A ".
    05 LP-Data-Final         PIC 9(4)/99/99.

01  WS-Linha-Colunas.
    05 FILLER                PIC X(12) VALUE "DATA".
    05 FILLER                PIC X(5) VALUE "MOEDA".
    05 FILLER                PIC X(15) VALUE " VALOR ORIGINAL".
    05 FILLER                PIC X(2) VALUE SPACES.
    05 FILLER                PIC X(15) VALUE "     VALOR BASE".
    05 FILLER                PIC X(2) VALUE SPACES.
    05 FILLER                PIC X(17) VALUE "   SALDO CORRENTE".
    05 FILLER                PIC X(2) VALUE SPACES.
    05 FILLER                PIC X(8) VALUE "SITUACAO".

01  WS-Linha-Detalhe.
    05 LD-Data               PIC 9(4)/99/99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LD-Moeda              PIC X(5).
    05 LD-Valor-Original     PIC -(11)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LD-Valor              PIC -(11)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LD-Saldo              PIC -(13)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LD-Situacao           PIC X(8).

*> Saldo anterior, total do movimento e saldo final saem na coluna
*> do saldo corrente.
01  WS-Linha-Saldo.
    05 LS-Descricao          PIC X(51).
    05 LS-Valor              PIC -(13)9.99.

01  WS-Linha-Rodape.
    05 LR-Descricao          PIC X(30).
    05 LR-Qtd                PIC ZZZZZZ9.

01  WS-Linha-Branco          PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-Extrato.
    PERFORM 0100-Identificar-Operador
    PERFORM 0200-Inicializar

    PERFORM 1000-Executar-Extrato UNTIL FimConsulta

    CLOSE ChartContasFile
    IF ModoRelatorio
        CLOSE ExtRelFile
    END-IF
    DISPLAY "EXTRATO ENCERRADO."
    STOP RUN.

0100-Identificar-Operador.
    ACCEPT WS-Operador FROM ENVIRONMENT "USER"
    IF WS-Operador = SPACES
        DISPLAY "OPERADOR NAO IDENTIFICADO. EXTRATO RECUSADO."
        STOP RUN
    END-IF
    OPEN INPUT OperadoresFile
    IF WS-Operadores-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES: "
            WS-Operadores-Status ". EXTRATO RECUSADO."
        STOP RUN
    END-IF
    MOVE WS-Operador TO OP-Id
    READ OperadoresFile
        INVALID KEY
            DISPLAY "OPERADOR " WS-Operador " NAO CADASTRADO. "
                "EXTRATO RECUSADO."
            CLOSE OperadoresFile
            STOP RUN
        NOT INVALID KEY
            IF NOT OP-Ativo
                DISPLAY "OPERADOR " WS-Operador " SUSPENSO. "
                    "EXTRATO RECUSADO."
                CLOSE OperadoresFile
                STOP RUN
            END-IF
    END-READ
    CLOSE OperadoresFile.

*> A saida e escolhida uma vez por execucao: "R" grava o extrato
*> no relatorio EXTREL (job SOMAEXTR), "T" o exibe na tela para
*> consulta. Em ambos os casos podem ser pedidas varias contas; a
*> conta em branco encerra.
0200-Inicializar.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    PERFORM UNTIL ModoRelatorio OR ModoTela
        DISPLAY "Saída (R = relatório, T = tela): "
        ACCEPT WS-Entrada
        MOVE FUNCTION TRIM(WS-Entrada) TO WS-Modo-Saida
        IF NOT ModoRelatorio AND NOT ModoTela
            DISPLAY "Informe R ou T."
        END-IF
    END-PERFORM

    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS: " WS-ChartContas-Status
        STOP RUN
    END-IF

    IF ModoRelatorio
        OPEN OUTPUT ExtRelFile
        IF WS-ExtRel-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR RELATORIO DE EXTRATO: "
                WS-ExtRel-Status
            STOP RUN
        END-IF
    END-IF

    PERFORM 0300-Obter-Corte.

0300-Obter-Corte.
    MOVE ZERO TO WS-Data-Corte
    OPEN INPUT AplicadosFile
    IF WS-Aplicados-Status NOT = "00" AND NOT = "35"
        DISPLAY "ERRO AO ABRIR CONTROLE DE GERACOES APLICADAS: "
            WS-Aplicados-Status
        STOP RUN
    END-IF
    IF WS-Aplicados-Status = "00"
        MOVE 'N' TO WS-Fim-Arquivo
        MOVE LOW-VALUES TO AP-Chave
        START AplicadosFile KEY IS NOT LESS THAN AP-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        PERFORM 0310-Ler-Aplicado UNTIL FimArquivo
        CLOSE AplicadosFile
    END-IF.

0310-Ler-Aplicado.
    READ AplicadosFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF AP-Data-Limite IS NUMERIC
            AND AP-Data-Limite > WS-Data-Corte
                MOVE AP-Data-Limite TO WS-Data-Corte
            END-IF
    END-READ.

1000-Executar-Extrato.
    PERFORM 2000-Obter-Filtros
    IF NOT FimConsulta
        PERFORM 3000-Calcular-Saldo-Anterior
        IF SaldoDisponivel
            PERFORM 4000-Carregar-Movimentos
            PERFORM 5000-Carregar-Situacoes
            PERFORM 6000-Emitir-Extrato
        END-IF
    END-IF.

2000-Obter-Filtros.
    SET ContaInvalida TO TRUE
    PERFORM UNTIL ContaValida OR FimConsulta
        DISPLAY "Conta (vazio encerra): "
        ACCEPT WS-Entrada
        IF FUNCTION TRIM(WS-Entrada) = SPACES
            SET FimConsulta TO TRUE
        ELSE
            MOVE FUNCTION TRIM(WS-Entrada) TO WS-Conta
            MOVE WS-Conta TO CC-Conta
            READ ChartContasFile
                INVALID KEY
                    DISPLAY "Conta " WS-Conta " não cadastrada."
                NOT INVALID KEY
                    SET ContaValida TO TRUE
            END-READ
        END-IF
    END-PERFORM

    IF NOT FimConsulta
        SET DataInvalida TO TRUE
        PERFORM UNTIL DataValida
            DISPLAY "Data inicial (AAAAMMDD): "
            ACCEPT WS-Entrada
            PERFORM 2100-Validar-Data
            IF DataValida
                MOVE WS-Data-Informada TO WS-Data-Inicial
            END-IF
        END-PERFORM

        SET DataInvalida TO TRUE
        PERFORM UNTIL DataValida
            DISPLAY "Data final (AAAAMMDD, vazio = data inicial): "
            ACCEPT WS-Entrada
            IF FUNCTION TRIM(WS-Entrada) = SPACES
                MOVE WS-Data-Inicial TO WS-Data-Final
                SET DataValida TO TRUE
            ELSE
                PERFORM 2100-Validar-Data
                IF DataValida
                    IF WS-Data-Informada < WS-Data-Inicial
                        DISPLAY "Data final anterior à inicial."
                        SET DataInvalida TO TRUE
                    ELSE
                        MOVE WS-Data-Informada TO WS-Data-Final
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

2100-Validar-Data.
    SET DataInvalida TO TRUE
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    IF WS-Entrada-Compacta(1:8) IS NUMERIC
    AND WS-Entrada-Compacta(9:2) = SPACES
        MOVE WS-Entrada-Compacta(1:8) TO WS-Data-Informada
        MOVE WS-Data-Informada(5:2) TO WS-Data-MM
        MOVE WS-Data-Informada(7:2) TO WS-Data-DD
        IF WS-Data-MM >= 1 AND WS-Data-MM <= 12
        AND WS-Data-DD >= 1 AND WS-Data-DD <= 31
            SET DataValida TO TRUE
        ELSE
            DISPLAY "Data inválida. Use o formato AAAAMMDD."
        END-IF
    ELSE
        DISPLAY "Data inválida. Use o formato AAAAMMDD."
    END-IF.

*> Saldo no inicio do dia da data inicial: saldo de abertura do ano
*> mais o acumulado do ano ja aplicado, menos o que foi aplicado com
*> data igual ou posterior a data inicial, mais o que ainda nao foi
*> aplicado com data anterior a ela (ambos na leitura da
*> interface, em 4000). O acumulado do ano vem do registro anual do
*> ano encerrado (movimento mais encerramento) ou, para o ano em
*> curso, de SALDO-CONTAS: o ano do saldo, ou o ano anterior
*> guardado na virada, ou zero quando a conta ainda nao teve
*> movimento aplicado no ano.
3000-Calcular-Saldo-Anterior.
    SET SaldoDisponivel TO TRUE
    MOVE ZERO TO WS-Saldo-Anterior
    MOVE WS-Data-Inicial(1:4) TO WS-Ano-Base
    SET NaoAchou TO TRUE
    SET AberturaNaoLida TO TRUE
    SET AberturaCompleta TO TRUE

    OPEN INPUT SaldosAnuaisFile
    IF WS-SaldosAnuais-Status = "00"
        MOVE WS-Conta TO SA-Conta
        MOVE WS-Ano-Base TO SA-Ano
        READ SaldosAnuaisFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET AberturaLida TO TRUE
                ADD SA-Saldo-Abertura TO WS-Saldo-Anterior
                IF SA-Data-Encerramento NOT = ZERO
                    ADD SA-Movimento-Ano TO WS-Saldo-Anterior
                    ADD SA-Encerramento TO WS-Saldo-Anterior
                    SET Achou TO TRUE
                END-IF
        END-READ
        CLOSE SaldosAnuaisFile
    END-IF

    IF NaoAchou
        PERFORM 3100-Somar-Saldo-Aplicado
    END-IF

    IF SaldoIndisponivel
        IF AberturaIncompleta
            DISPLAY "ABERTURA INCOMPLETA - EXERCICIO ANTERIOR NAO "
                "ENCERRADO: A CONTA " WS-Conta " NAO TEM SALDO DE "
                "ABERTURA EM " WS-Ano-Base
                ". SALDO ANTERIOR INDISPONIVEL."
        ELSE
            DISPLAY "SALDO DA CONTA " WS-Conta " JA ESTA NO ANO "
                WS-Ano-Saldo " E O ANO " WS-Ano-Base
                " NAO FOI ENCERRADO: SALDO ANTERIOR INDISPONIVEL."
        END-IF
    END-IF.

3100-Somar-Saldo-Aplicado.
    OPEN INPUT SaldoContasFile
    IF WS-SaldoContas-Status NOT = "00" AND NOT = "35"
        DISPLAY "ERRO AO ABRIR SALDO DE CONTAS: "
            WS-SaldoContas-Status
        STOP RUN
    END-IF
    IF WS-SaldoContas-Status = "00"
        MOVE WS-Conta TO SD-Conta
        READ SaldoContasFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM 3200-Somar-Ano-Aplicado
        END-READ
        CLOSE SaldoContasFile
    END-IF.

3200-Somar-Ano-Aplicado.
    MOVE SD-Periodo(1:4) TO WS-Ano-Saldo
    EVALUATE TRUE
        WHEN WS-Ano-Saldo = WS-Ano-Base
            ADD SD-Saldo-Ano TO WS-Saldo-Anterior
        WHEN SD-Ano-Anterior = WS-Ano-Base
            ADD SD-Saldo-Ano-Anterior TO WS-Saldo-Anterior
        WHEN WS-Ano-Saldo < WS-Ano-Base
            IF AberturaNaoLida AND CC-Patrimonial
                PERFORM 3300-Verificar-Abertura
            END-IF
        WHEN OTHER
            SET SaldoIndisponivel TO TRUE
    END-EVALUATE.

*> Conta patrimonial sem movimento no ano pedido e sem registro de
*> abertura para ele: so vale abertura zero se o ano do saldo foi
*> encerrado com saldo final zero (ou nao teve valor a encerrar).
*> Senao algum exercicio anterior ainda nao foi encerrado e o saldo
*> anterior sairia sem a abertura.
3300-Verificar-Abertura.
    OPEN INPUT SaldosAnuaisFile
    IF WS-SaldosAnuais-Status = "00"
        MOVE WS-Conta TO SA-Conta
        MOVE WS-Ano-Saldo TO SA-Ano
        READ SaldosAnuaisFile
            INVALID KEY
                IF SD-Saldo-Ano NOT = ZERO
                    SET AberturaIncompleta TO TRUE
                END-IF
            NOT INVALID KEY
                IF SA-Data-Encerramento = ZERO
                OR SA-Saldo-Final NOT = ZERO
                    SET AberturaIncompleta TO TRUE
                END-IF
        END-READ
        CLOSE SaldosAnuaisFile
    ELSE
        IF SD-Saldo-Ano NOT = ZERO
            SET AberturaIncompleta TO TRUE
        END-IF
    END-IF
    IF AberturaIncompleta
        SET SaldoIndisponivel TO TRUE
    END-IF.

4000-Carregar-Movimentos.
    MOVE ZERO TO WS-Qtd-Movimentos
    MOVE 'N' TO WS-Fim-Arquivo
    OPEN INPUT GLInterfaceFile
    IF WS-GLInterface-Status NOT = "00" AND NOT = "35"
        DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: "
            WS-GLInterface-Status
        STOP RUN
    END-IF
    IF WS-GLInterface-Status = "00"
        PERFORM 4100-Ler-Interface UNTIL FimArquivo
        CLOSE GLInterfaceFile
    END-IF.

4100-Ler-Interface.
    READ GLInterfaceFile
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF GL-Conta = WS-Conta
                MOVE GL-Data(1:4) TO WS-Ano-Lancamento
                IF GL-Data >= WS-Data-Inicial
                OR (GL-Data > WS-Data-Corte
                    AND WS-Ano-Lancamento = WS-Ano-Base)
                    PERFORM 4200-Tratar-Lancamento
                END-IF
            END-IF
    END-READ.

*> Lancamentos gravados antes da extensao de moeda chegam com
*> GL-Moeda em branco e GL-Valor-Original sem conteudo numerico:
*> valem como moeda base, com o original igual ao valor base.
*> Lancamento do ano da data inicial posterior ao corte e anterior
*> a data inicial nao esta no saldo aplicado nem no extrato: entra
*> no saldo anterior.
4200-Tratar-Lancamento.
    IF GL-Moeda = SPACES
        MOVE WS-GL-Moeda-Base TO GL-Moeda
    END-IF
    IF GL-Valor-Original IS NOT NUMERIC
        MOVE GL-Valor TO GL-Valor-Original
    END-IF

    IF GL-Data >= WS-Data-Inicial
        IF GL-Data <= WS-Data-Corte
        AND WS-Ano-Lancamento = WS-Ano-Base
            SUBTRACT GL-Valor FROM WS-Saldo-Anterior
        END-IF
        IF GL-Data <= WS-Data-Final
            PERFORM 4300-Incluir-Movimento
        END-IF
    ELSE
        ADD GL-Valor TO WS-Saldo-Anterior
    END-IF.

4300-Incluir-Movimento.
    IF WS-Qtd-Movimentos >= WS-Max-Movimentos
        DISPLAY "ERRO: TABELA DE MOVIMENTOS ESGOTADA ("
            WS-Max-Movimentos " ENTRADAS). REDUZA O PERIODO. "
            "EXTRATO ABANDONADO."
        STOP RUN
    END-IF
    MOVE 1 TO WS-Posicao
    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-Movimentos
        IF WS-Mov-Data(WS-Indice) <= GL-Data
            COMPUTE WS-Posicao = WS-Indice + 1
        END-IF
    END-PERFORM
    PERFORM VARYING WS-Indice-2 FROM WS-Qtd-Movimentos BY -1
            UNTIL WS-Indice-2 < WS-Posicao
        MOVE WS-Movimento(WS-Indice-2) TO WS-Movimento(WS-Indice-2 + 1)
    END-PERFORM
    MOVE GL-Data TO WS-Mov-Data(WS-Posicao)
    MOVE GL-Moeda TO WS-Mov-Moeda(WS-Posicao)
    MOVE GL-Valor-Original TO WS-Mov-Valor-Orig(WS-Posicao)
    MOVE GL-Valor TO WS-Mov-Valor(WS-Posicao)
    ADD 1 TO WS-Qtd-Movimentos.

5000-Carregar-Situacoes.
    MOVE ZERO TO WS-Qtd-Situacoes
    MOVE 'N' TO WS-Fim-Arquivo
    OPEN INPUT SituacaoFile
    IF WS-Situacao-Status NOT = "00" AND NOT = "35"
        DISPLAY "ERRO AO ABRIR SITUACAO CONTABIL: " WS-Situacao-Status
        STOP RUN
    END-IF
    IF WS-Situacao-Status = "00"
        MOVE LOW-VALUES TO GS-Chave
        START SituacaoFile KEY IS NOT LESS THAN GS-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        PERFORM 5100-Ler-Situacao UNTIL FimArquivo
        CLOSE SituacaoFile
    END-IF.

5100-Ler-Situacao.
    READ SituacaoFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF GS-Conta = WS-Conta
            AND GS-Data >= WS-Data-Inicial
            AND GS-Data <= WS-Data-Final
                PERFORM 5200-Guardar-Situacao
            END-IF
    END-READ.

5200-Guardar-Situacao.
    SET NaoAchou TO TRUE
    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-Situacoes OR Achou
        IF WS-Sit-Data(WS-Indice) = GS-Data
        AND WS-Sit-Moeda(WS-Indice) = GS-Moeda
            SET Achou TO TRUE
            IF NOT GS-Enviado
                MOVE GS-Situacao TO WS-Sit-Situacao(WS-Indice)
            END-IF
        END-IF
    END-PERFORM
    IF NaoAchou
        IF WS-Qtd-Situacoes >= WS-Max-Situacoes
            DISPLAY "ERRO: TABELA DE SITUACOES ESGOTADA ("
                WS-Max-Situacoes " ENTRADAS). REDUZA O PERIODO. "
                "EXTRATO ABANDONADO."
            STOP RUN
        END-IF
        ADD 1 TO WS-Qtd-Situacoes
        MOVE GS-Data TO WS-Sit-Data(WS-Qtd-Situacoes)
        MOVE GS-Moeda TO WS-Sit-Moeda(WS-Qtd-Situacoes)
        MOVE GS-Situacao TO WS-Sit-Situacao(WS-Qtd-Situacoes)
    END-IF.

6000-Emitir-Extrato.
    MOVE WS-Data-Sistema TO LT-Data
    MOVE WS-Conta TO LP-Conta
    MOVE CC-Descricao TO LP-Descricao
    MOVE WS-Data-Inicial TO LP-Data-Inicial
    MOVE WS-Data-Final TO LP-Data-Final

    MOVE WS-Linha-Titulo TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha
    MOVE WS-Linha-Conta TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha
    MOVE WS-Linha-Periodo TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha
    MOVE WS-Linha-Branco TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha
    MOVE WS-Linha-Colunas TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha

    MOVE "SALDO ANTERIOR" TO LS-Descricao
    MOVE WS-Saldo-Anterior TO LS-Valor
    MOVE WS-Linha-Saldo TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha

    MOVE WS-Saldo-Anterior TO WS-Saldo-Corrente
    MOVE ZERO TO WS-Total-Movimento
    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-Movimentos
        PERFORM 6100-Emitir-Movimento
    END-PERFORM

    MOVE WS-Linha-Branco TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha
    MOVE "TOTAL DO MOVIMENTO" TO LS-Descricao
    MOVE WS-Total-Movimento TO LS-Valor
    MOVE WS-Linha-Saldo TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha
    MOVE "SALDO FINAL" TO LS-Descricao
    MOVE WS-Saldo-Corrente TO LS-Valor
    MOVE WS-Linha-Saldo TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha
    MOVE "LANCAMENTOS NO PERIODO:" TO LR-Descricao
    MOVE WS-Qtd-Movimentos TO LR-Qtd
    MOVE WS-Linha-Rodape TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha
    MOVE WS-Linha-Branco TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha.

6100-Emitir-Movimento.
    ADD WS-Mov-Valor(WS-Indice) TO WS-Saldo-Corrente
    ADD WS-Mov-Valor(WS-Indice) TO WS-Total-Movimento

    MOVE WS-Mov-Data(WS-Indice) TO LD-Data
    MOVE WS-Mov-Moeda(WS-Indice) TO LD-Moeda
    MOVE WS-Mov-Valor-Orig(WS-Indice) TO LD-Valor-Original
    MOVE WS-Mov-Valor(WS-Indice) TO LD-Valor
    MOVE WS-Saldo-Corrente TO LD-Saldo
    PERFORM 6200-Obter-Situacao
    MOVE WS-Linha-Detalhe TO WS-Linha-Saida
    PERFORM 8000-Emitir-Linha.

*> Movimento que ainda nao entrou em nenhuma geracao consolidada
*> sai como PENDENTE.
6200-Obter-Situacao.
    MOVE "PENDENTE" TO LD-Situacao
    SET NaoAchou TO TRUE
    PERFORM VARYING WS-Indice-2 FROM 1 BY 1
            UNTIL WS-Indice-2 > WS-Qtd-Situacoes OR Achou
        IF WS-Sit-Data(WS-Indice-2) = WS-Mov-Data(WS-Indice)
        AND WS-Sit-Moeda(WS-Indice-2) = WS-Mov-Moeda(WS-Indice)
            SET Achou TO TRUE
            EVALUATE WS-Sit-Situacao(WS-Indice-2)
                WHEN "P"
                    MOVE "POSTADO" TO LD-Situacao
                WHEN "R"
                    MOVE "RECUSADO" TO LD-Situacao
                WHEN OTHER
                    MOVE "ENVIADO" TO LD-Situacao
            END-EVALUATE
        END-IF
    END-PERFORM.

8000-Emitir-Linha.
    IF ModoRelatorio
        WRITE ExtRelRec FROM WS-Linha-Saida
    ELSE
        DISPLAY WS-Linha-Saida(1:80)
    END-IF.
