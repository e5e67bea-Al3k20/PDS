IDENTIFICATION DIVISION.
PROGRAM-ID. SomaOrcadoRealizado.

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

    SELECT OrcamentoFile ASSIGN TO DYNAMIC WS-Orcamento-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OR-Chave
        FILE STATUS IS WS-Orcamento-Status.

    SELECT SaldosAnuaisFile ASSIGN TO DYNAMIC WS-SaldosAnuais-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SA-Chave
        FILE STATUS IS WS-SaldosAnuais-Status.

    SELECT OrcRelFile ASSIGN TO ORCREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OrcRel-Status.

DATA DIVISION.
FILE SECTION.
FD  ChartContasFile.
COPY "CHARTACC.CPY".

FD  SaldoContasFile.
COPY "SALDOCTA.CPY".

FD  OrcamentoFile.
COPY "ORCAMENT.CPY".

FD  SaldosAnuaisFile.
COPY "SALDOANO.CPY".

FD  OrcRelFile.
01  OrcRelRec                PIC X(132).

WORKING-STORAGE SECTION.
01  WS-ChartContas-FileName  PIC X(100) VALUE "PLANO-CONTAS.DAT".
01  WS-ChartContas-Status    PIC XX.

*> O realizado vem do saldo por conta aplicado pelo SomaSaldos.
*> SALDO-CONTAS.DAT guarda so o periodo mais recente de cada conta:
*> o relatorio de um periodo precisa rodar antes que o primeiro
*> lancamento do periodo seguinte seja aplicado na conta, senao o
*> realizado daquela conta sai como nao disponivel.
01  WS-SaldoContas-FileName  PIC X(100) VALUE "SALDO-CONTAS.DAT".
01  WS-SaldoContas-Status    PIC XX.

*> Orcamento por conta e periodo, mantido por SomaOrcamentoManut.
01  WS-Orcamento-FileName    PIC X(100) VALUE "ORCAMENTO.DAT".
01  WS-Orcamento-Status      PIC XX.

*> Saldos anuais gravados pelo SomaEncerramento: o lancamento de
*> encerramento do ano fica em SA-Encerramento e e descontado do
*> realizado (ver 4100-Descontar-Encerramento).
01  WS-SaldosAnuais-FileName PIC X(100) VALUE "SALDOS-ANUAIS.DAT".
01  WS-SaldosAnuais-Status   PIC XX.

01  WS-OrcRel-Status         PIC XX.

01  WS-Entrada               PIC X(8).
01  WS-Entrada-Compacta      PIC X(8).
01  WS-Periodo-Alvo          PIC 9(6).
01  WS-Periodo-MM            PIC 99.
01  WS-Periodo-Inicio-Ano    PIC 9(6).
01  WS-Ano-Alvo              PIC 9(4).

*> Tolerancia da variacao, em percentual inteiro sobre o orcado;
*> sem informacao vale o padrao de 10%.
01  WS-Tolerancia-Padrao     PIC 9(3) VALUE 10.
01  WS-Tolerancia            PIC 9(3).
01  WS-Tolerancia-Digitos    PIC X(3) JUSTIFIED RIGHT.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Fim-Orcamento      PIC X VALUE 'N'.
       88 FimOrcamento       VALUE 'Y'.
    05 WS-Periodo-Valido     PIC X VALUE 'N'.
       88 PeriodoValido      VALUE 'Y'.
       88 PeriodoInvalido    VALUE 'N'.
    05 WS-Tolerancia-Valida  PIC X VALUE 'N'.
       88 ToleranciaValida   VALUE 'Y'.
       88 ToleranciaInvalida VALUE 'N'.
    05 WS-Saldo-Disponivel   PIC X VALUE 'N'.
       88 SaldoDisponivel    VALUE 'Y'.
       88 SaldoIndisponivel  VALUE 'N'.
    05 WS-Orcamento-Disponivel PIC X VALUE 'N'.
       88 OrcamentoDisponivel   VALUE 'Y'.
       88 OrcamentoIndisponivel VALUE 'N'.
    05 WS-Realizado-Disponivel PIC X VALUE 'N'.
       88 RealizadoDisponivel   VALUE 'Y'.
       88 RealizadoIndisponivel VALUE 'N'.
    05 WS-Anual-Disponivel   PIC X VALUE 'N'.
       88 AnualDisponivel    VALUE 'Y'.
       88 AnualIndisponivel  VALUE 'N'.
    05 WS-Fora-Tolerancia    PIC X VALUE 'N'.
       88 ForaTolerancia     VALUE 'Y'.
       88 DentroTolerancia   VALUE 'N'.

*> Valores da conta corrente: orcado e realizado no periodo e no
*> acumulado do ano, e a variacao (realizado - orcado) de cada um.
01  WS-Valores-Conta.
    05 WS-Orcado-Periodo     PIC S9(13)V99.
    05 WS-Orcado-Ano         PIC S9(13)V99.
    05 WS-Real-Periodo       PIC S9(13)V99.
    05 WS-Real-Ano           PIC S9(13)V99.
    05 WS-Variacao           PIC S9(13)V99.
    05 WS-Base-Percentual    PIC S9(13)V99.
    05 WS-Percentual         PIC S9(4)V9.

*> Parametros de 5000-Comparar: orcado e realizado de entrada,
*> percentual de saida (em branco no relatorio quando nao ha
*> orcado para comparar).
01  WS-Comparacao.
    05 WS-Cmp-Orcado         PIC S9(13)V99.
    05 WS-Cmp-Real           PIC S9(13)V99.
    05 WS-Cmp-Tem-Percentual PIC X.
       88 CmpTemPercentual   VALUE 'Y'.
       88 CmpSemPercentual   VALUE 'N'.

01  WS-Contadores.
    05 WS-Qtd-Contas         PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Fora-Tolerancia PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Sem-Realizado  PIC 9(7) VALUE ZERO.
    05 WS-Total-Orcado-Periodo PIC S9(13)V99 VALUE ZERO.
    05 WS-Total-Real-Periodo   PIC S9(13)V99 VALUE ZERO.
    05 WS-Total-Orcado-Ano     PIC S9(13)V99 VALUE ZERO.
    05 WS-Total-Real-Ano       PIC S9(13)V99 VALUE ZERO.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

01  WS-Linha-Titulo.
    05 FILLER                PIC X(44) VALUE
       "ORCADO X REALIZADO - SOMANUMEROS            ".
    05 FILLER                PIC X(9) VALUE "PERIODO: ".
    05 LT-Periodo            PIC 9999/99.
    05 FILLER                PIC X(15) VALUE "   TOLERANCIA: ".
    05 LT-Tolerancia         PIC ZZ9.
    05 FILLER                PIC X(10) VALUE "%   DATA: ".
    05 LT-Data               PIC 9(4)/99/99.

01  WS-Linha-Grupos.
    05 FILLER                PIC X(28) VALUE SPACES.
    05 FILLER                PIC X(50) VALUE
       "  ------------------ NO PERIODO ------------------".
    05 FILLER                PIC X(50) VALUE
       "  --------------- ACUMULADO NO ANO ---------------".

01  WS-Linha-Colunas.
    05 FILLER                PIC X(28) VALUE "CONTA      DESCRICAO".
    05 FILLER                PIC X(14) VALUE "        ORCADO".
    05 FILLER                PIC X(14) VALUE "     REALIZADO".
    05 FILLER                PIC X(14) VALUE "      VARIACAO".
    05 FILLER                PIC X(8) VALUE "    VAR%".
    05 FILLER                PIC X(14) VALUE "        ORCADO".
    05 FILLER                PIC X(14) VALUE "     REALIZADO".
    05 FILLER                PIC X(14) VALUE "      VARIACAO".
    05 FILLER                PIC X(8) VALUE "    VAR%".
    05 FILLER                PIC X(4) VALUE " TOL".

01  WS-Linha-Detalhe.
    05 LD-Conta              PIC X(10).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Descricao          PIC X(17).
    05 LD-Bloco-Periodo.
        10 FILLER            PIC X(1) VALUE SPACE.
        10 LD-Orcado-Periodo PIC -(9)9.99.
        10 FILLER            PIC X(1) VALUE SPACE.
        10 LD-Real-Periodo   PIC -(9)9.99.
        10 FILLER            PIC X(1) VALUE SPACE.
        10 LD-Var-Periodo    PIC -(9)9.99.
        10 FILLER            PIC X(1) VALUE SPACE.
        10 LD-Pct-Periodo    PIC -(4)9.9.
        10 LD-Pct-Periodo-X REDEFINES LD-Pct-Periodo PIC X(7).
    05 LD-Bloco-Ano.
        10 FILLER            PIC X(1) VALUE SPACE.
        10 LD-Orcado-Ano     PIC -(9)9.99.
        10 FILLER            PIC X(1) VALUE SPACE.
        10 LD-Real-Ano       PIC -(9)9.99.
        10 FILLER            PIC X(1) VALUE SPACE.
        10 LD-Var-Ano        PIC -(9)9.99.
        10 FILLER            PIC X(1) VALUE SPACE.
        10 LD-Pct-Ano        PIC -(4)9.9.
        10 LD-Pct-Ano-X REDEFINES LD-Pct-Ano PIC X(7).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Marca              PIC X(3).

*> Conta cujo saldo ja passou para periodo posterior ao pedido:
*> o realizado do periodo pedido nao existe mais no arquivo.
01  WS-Linha-Aviso.
    05 FILLER                PIC X(11) VALUE SPACES.
    05 FILLER                PIC X(40) VALUE
       "SALDO DA CONTA JA NO PERIODO POSTERIOR  ".
    05 LA-Periodo            PIC 9999/99.
    05 FILLER                PIC X(34) VALUE
       ": REALIZADO NAO DISPONIVEL (N/D)".

01  WS-Linha-Branco          PIC X(132) VALUE SPACES.

01  WS-Linha-Rodape.
    05 LR-Descricao          PIC X(30).
    05 LR-Qtd                PIC ZZZZZZ9.

PROCEDURE DIVISION.
0000-Orcado-Realizado.
    PERFORM 1000-Inicializar
    PERFORM 2000-Listar-Conta UNTIL FimArquivo
    PERFORM 6000-Finalizar
    STOP RUN.

1000-Inicializar.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema

    SET PeriodoInvalido TO TRUE
    PERFORM UNTIL PeriodoValido
        DISPLAY "Período do relatório (AAAAMM): "
        ACCEPT WS-Entrada
        PERFORM 1100-Validar-Periodo
    END-PERFORM
    COMPUTE WS-Periodo-Inicio-Ano =
        WS-Periodo-Alvo - WS-Periodo-MM + 1
    MOVE WS-Periodo-Alvo(1:4) TO WS-Ano-Alvo

    SET ToleranciaInvalida TO TRUE
    PERFORM UNTIL ToleranciaValida
        DISPLAY "Tolerância da variação em % (branco = 10): "
        ACCEPT WS-Entrada
        PERFORM 1200-Validar-Tolerancia
    END-PERFORM

    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS: " WS-ChartContas-Status
        STOP RUN
    END-IF

    OPEN INPUT SaldoContasFile
    IF WS-SaldoContas-Status = "00"
        SET SaldoDisponivel TO TRUE
    ELSE
        SET SaldoIndisponivel TO TRUE
        DISPLAY "AVISO: SALDO DE CONTAS INDISPONIVEL ("
            WS-SaldoContas-Status "). REALIZADO LISTADO COMO ZERO."
    END-IF

    OPEN INPUT OrcamentoFile
    IF WS-Orcamento-Status = "00"
        SET OrcamentoDisponivel TO TRUE
    ELSE
        SET OrcamentoIndisponivel TO TRUE
        DISPLAY "AVISO: ARQUIVO DE ORCAMENTO INDISPONIVEL ("
            WS-Orcamento-Status "). ORCADO LISTADO COMO ZERO."
    END-IF

    OPEN INPUT SaldosAnuaisFile
    IF WS-SaldosAnuais-Status = "00"
        SET AnualDisponivel TO TRUE
    ELSE
        SET AnualIndisponivel TO TRUE
        IF WS-SaldosAnuais-Status NOT = "35"
            DISPLAY "AVISO: SALDOS ANUAIS INDISPONIVEIS ("
                WS-SaldosAnuais-Status "). ENCERRAMENTO NAO DESCONTADO."
        END-IF
    END-IF

    OPEN OUTPUT OrcRelFile
    IF WS-OrcRel-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO ORCADO X REALIZADO: "
            WS-OrcRel-Status
        STOP RUN
    END-IF
    MOVE WS-Periodo-Alvo TO LT-Periodo
    MOVE WS-Tolerancia TO LT-Tolerancia
    MOVE WS-Data-Sistema TO LT-Data
    WRITE OrcRelRec FROM WS-Linha-Titulo
    WRITE OrcRelRec FROM WS-Linha-Branco
    WRITE OrcRelRec FROM WS-Linha-Grupos
    WRITE OrcRelRec FROM WS-Linha-Colunas
    WRITE OrcRelRec FROM WS-Linha-Branco

    MOVE LOW-VALUES TO CC-Conta
    START ChartContasFile KEY IS NOT LESS THAN CC-Conta
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    IF NOT FimArquivo
        PERFORM 1300-Ler-Conta
    END-IF.

1100-Validar-Periodo.
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    IF WS-Entrada-Compacta(1:6) IS NUMERIC
    AND WS-Entrada-Compacta(7:2) = SPACES
        MOVE WS-Entrada-Compacta(1:6) TO WS-Periodo-Alvo
        MOVE WS-Periodo-Alvo(5:2) TO WS-Periodo-MM
        IF WS-Periodo-MM >= 1 AND WS-Periodo-MM <= 12
            SET PeriodoValido TO TRUE
        END-IF
    END-IF
    IF PeriodoInvalido
        DISPLAY "Período inválido. Use o formato AAAAMM."
    END-IF.

1200-Validar-Tolerancia.
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    IF WS-Entrada-Compacta = SPACES
        MOVE WS-Tolerancia-Padrao TO WS-Tolerancia
        SET ToleranciaValida TO TRUE
    ELSE
        IF WS-Entrada-Compacta(4:5) = SPACES
            MOVE WS-Entrada-Compacta(1:3) TO WS-Tolerancia-Digitos
            INSPECT WS-Tolerancia-Digitos
                REPLACING LEADING SPACE BY ZERO
            IF WS-Tolerancia-Digitos IS NUMERIC
                MOVE WS-Tolerancia-Digitos TO WS-Tolerancia
                SET ToleranciaValida TO TRUE
            END-IF
        END-IF
    END-IF
    IF ToleranciaInvalida
        DISPLAY "Tolerância inválida. Informe um percentual inteiro "
            "de 0 a 999."
    END-IF.

1300-Ler-Conta.
    READ ChartContasFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
    END-READ.

2000-Listar-Conta.
    INITIALIZE WS-Valores-Conta
    SET DentroTolerancia TO TRUE
    MOVE SPACES TO LD-Marca
    MOVE CC-Conta TO LD-Conta
    MOVE CC-Descricao TO LD-Descricao

    PERFORM 3000-Obter-Orcado
    PERFORM 4000-Obter-Realizado

    MOVE WS-Orcado-Periodo TO LD-Orcado-Periodo
    MOVE WS-Orcado-Ano TO LD-Orcado-Ano
    ADD WS-Orcado-Periodo TO WS-Total-Orcado-Periodo
    ADD WS-Orcado-Ano TO WS-Total-Orcado-Ano

    IF RealizadoDisponivel
        MOVE WS-Orcado-Periodo TO WS-Cmp-Orcado
        MOVE WS-Real-Periodo TO WS-Cmp-Real
        PERFORM 5000-Comparar
        MOVE WS-Real-Periodo TO LD-Real-Periodo
        MOVE WS-Variacao TO LD-Var-Periodo
        IF CmpTemPercentual
            MOVE WS-Percentual TO LD-Pct-Periodo
        ELSE
            MOVE SPACES TO LD-Pct-Periodo-X
        END-IF

        MOVE WS-Orcado-Ano TO WS-Cmp-Orcado
        MOVE WS-Real-Ano TO WS-Cmp-Real
        PERFORM 5000-Comparar
        MOVE WS-Real-Ano TO LD-Real-Ano
        MOVE WS-Variacao TO LD-Var-Ano
        IF CmpTemPercentual
            MOVE WS-Percentual TO LD-Pct-Ano
        ELSE
            MOVE SPACES TO LD-Pct-Ano-X
        END-IF

        ADD WS-Real-Periodo TO WS-Total-Real-Periodo
        ADD WS-Real-Ano TO WS-Total-Real-Ano
        IF ForaTolerancia
            MOVE "***" TO LD-Marca
            ADD 1 TO WS-Qtd-Fora-Tolerancia
        END-IF
        WRITE OrcRelRec FROM WS-Linha-Detalhe
    ELSE
        MOVE ZERO TO LD-Real-Periodo
        MOVE ZERO TO LD-Var-Periodo
        MOVE SPACES TO LD-Pct-Periodo-X
        MOVE ZERO TO LD-Real-Ano
        MOVE ZERO TO LD-Var-Ano
        MOVE SPACES TO LD-Pct-Ano-X
        MOVE "N/D" TO LD-Marca
        ADD 1 TO WS-Qtd-Sem-Realizado
        WRITE OrcRelRec FROM WS-Linha-Detalhe
        MOVE SD-Periodo TO LA-Periodo
        WRITE OrcRelRec FROM WS-Linha-Aviso
    END-IF

    ADD 1 TO WS-Qtd-Contas
    PERFORM 1300-Ler-Conta.

*> Orcado do periodo e acumulado do ano: le os periodos orcados da
*> conta de janeiro ate o periodo pedido e fica com o OR-Valor-Ano
*> do ultimo deles (o acumulado e refeito pelo SomaOrcamentoManut
*> a cada alteracao). Periodo sem registro vale zero no periodo e
*> leva o acumulado do ultimo periodo orcado antes dele.
3000-Obter-Orcado.
    IF OrcamentoDisponivel
        MOVE 'N' TO WS-Fim-Orcamento
        MOVE CC-Conta TO OR-Conta
        MOVE WS-Periodo-Inicio-Ano TO OR-Periodo
        START OrcamentoFile KEY IS NOT LESS THAN OR-Chave
            INVALID KEY SET FimOrcamento TO TRUE
        END-START
        PERFORM 3100-Ler-Orcamento UNTIL FimOrcamento
    END-IF.

3100-Ler-Orcamento.
    READ OrcamentoFile NEXT RECORD
        AT END
            SET FimOrcamento TO TRUE
        NOT AT END
            IF OR-Conta NOT = CC-Conta
            OR OR-Periodo > WS-Periodo-Alvo
                SET FimOrcamento TO TRUE
            ELSE
                MOVE OR-Valor-Ano TO WS-Orcado-Ano
                IF OR-Periodo = WS-Periodo-Alvo
                    MOVE OR-Valor-Periodo TO WS-Orcado-Periodo
                END-IF
            END-IF
    END-READ.

*> Realizado a partir do saldo da conta, conforme o periodo a que
*> o saldo se refere:
*>   - o proprio periodo pedido: saldo do periodo e do ano;
*>   - periodo anterior do mesmo ano: nada no periodo, o acumulado
*>     do ano e o do saldo;
*>   - ano anterior (ou conta sem saldo): nada no periodo nem no ano;
*>   - periodo posterior: o realizado pedido nao esta mais no
*>     arquivo e a conta sai como nao disponivel.
4000-Obter-Realizado.
    SET RealizadoDisponivel TO TRUE
    IF SaldoDisponivel
        MOVE CC-Conta TO SD-Conta
        READ SaldoContasFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN SD-Periodo = WS-Periodo-Alvo
                        MOVE SD-Saldo-Periodo TO WS-Real-Periodo
                        MOVE SD-Saldo-Ano TO WS-Real-Ano
                    WHEN SD-Periodo > WS-Periodo-Alvo
                        SET RealizadoIndisponivel TO TRUE
                    WHEN SD-Periodo >= WS-Periodo-Inicio-Ano
                        MOVE SD-Saldo-Ano TO WS-Real-Ano
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF RealizadoDisponivel
                AND SD-Periodo >= WS-Periodo-Inicio-Ano
                    PERFORM 4100-Descontar-Encerramento
                END-IF
        END-READ
    END-IF.

*> O relatorio mostra o realizado ANTES do encerramento do
*> exercicio. O SomaEncerramento soma o lancamento de encerramento
*> (31/12) ao acumulado do ano no saldo da conta, e ao saldo do
*> periodo quando o saldo e de dezembro, o que zeraria o realizado
*> das contas de resultado. O valor lancado esta em SA-Encerramento
*> do ano e e descontado aqui: do acumulado sempre, e do periodo
*> quando o relatorio e o saldo sao de dezembro. Ano ainda nao
*> encerrado tem SA-Encerramento zero (ou nao tem registro).
4100-Descontar-Encerramento.
    IF AnualDisponivel
        MOVE CC-Conta TO SA-Conta
        MOVE WS-Ano-Alvo TO SA-Ano
        READ SaldosAnuaisFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SA-Encerramento NOT = ZERO
                    SUBTRACT SA-Encerramento FROM WS-Real-Ano
                    IF WS-Periodo-MM = 12
                    AND SD-Periodo = WS-Periodo-Alvo
                        SUBTRACT SA-Encerramento FROM WS-Real-Periodo
                    END-IF
                END-IF
        END-READ
    END-IF.

*> Variacao = realizado - orcado; percentual sobre o valor absoluto
*> do orcado, para que o sinal acompanhe a variacao tambem nas
*> contas de saldo credor. Sem orcado nao ha percentual, e qualquer
*> realizado fica fora da tolerancia.
5000-Comparar.
    COMPUTE WS-Variacao = WS-Cmp-Real - WS-Cmp-Orcado
    IF WS-Cmp-Orcado = ZERO
        SET CmpSemPercentual TO TRUE
        IF WS-Cmp-Real NOT = ZERO
            SET ForaTolerancia TO TRUE
        END-IF
    ELSE
        SET CmpTemPercentual TO TRUE
        IF WS-Cmp-Orcado < ZERO
            COMPUTE WS-Base-Percentual = 0 - WS-Cmp-Orcado
        ELSE
            MOVE WS-Cmp-Orcado TO WS-Base-Percentual
        END-IF
        COMPUTE WS-Percentual ROUNDED =
            WS-Variacao * 100 / WS-Base-Percentual
            ON SIZE ERROR
                IF WS-Variacao < ZERO
                    MOVE -9999.9 TO WS-Percentual
                ELSE
                    MOVE 9999.9 TO WS-Percentual
                END-IF
        END-COMPUTE
        IF WS-Percentual > WS-Tolerancia
        OR WS-Percentual < 0 - WS-Tolerancia
            SET ForaTolerancia TO TRUE
        END-IF
    END-IF.

6000-Finalizar.
    WRITE OrcRelRec FROM WS-Linha-Branco
    MOVE "TOTAL GERAL" TO LD-Conta
    MOVE SPACES TO LD-Descricao
    MOVE SPACES TO LD-Marca
    MOVE WS-Total-Orcado-Periodo TO WS-Cmp-Orcado
    MOVE WS-Total-Real-Periodo TO WS-Cmp-Real
    PERFORM 5000-Comparar
    MOVE WS-Total-Orcado-Periodo TO LD-Orcado-Periodo
    MOVE WS-Total-Real-Periodo TO LD-Real-Periodo
    MOVE WS-Variacao TO LD-Var-Periodo
    IF CmpTemPercentual
        MOVE WS-Percentual TO LD-Pct-Periodo
    ELSE
        MOVE SPACES TO LD-Pct-Periodo-X
    END-IF
    MOVE WS-Total-Orcado-Ano TO WS-Cmp-Orcado
    MOVE WS-Total-Real-Ano TO WS-Cmp-Real
    PERFORM 5000-Comparar
    MOVE WS-Total-Orcado-Ano TO LD-Orcado-Ano
    MOVE WS-Total-Real-Ano TO LD-Real-Ano
    MOVE WS-Variacao TO LD-Var-Ano
    IF CmpTemPercentual
        MOVE WS-Percentual TO LD-Pct-Ano
    ELSE
        MOVE SPACES TO LD-Pct-Ano-X
    END-IF
    WRITE OrcRelRec FROM WS-Linha-Detalhe

    WRITE OrcRelRec FROM WS-Linha-Branco
    MOVE "CONTAS DO PLANO..............:" TO LR-Descricao
    MOVE WS-Qtd-Contas TO LR-Qtd
    WRITE OrcRelRec FROM WS-Linha-Rodape
    MOVE "FORA DA TOLERANCIA (***).....:" TO LR-Descricao
    MOVE WS-Qtd-Fora-Tolerancia TO LR-Qtd
    WRITE OrcRelRec FROM WS-Linha-Rodape
    MOVE "REALIZADO NAO DISPONIVEL (N/D)" TO LR-Descricao
    MOVE WS-Qtd-Sem-Realizado TO LR-Qtd
    WRITE OrcRelRec FROM WS-Linha-Rodape

    CLOSE ChartContasFile
    IF SaldoDisponivel
        CLOSE SaldoContasFile
    END-IF
    IF OrcamentoDisponivel
        CLOSE OrcamentoFile
    END-IF
    IF AnualDisponivel
        CLOSE SaldosAnuaisFile
    END-IF
    CLOSE OrcRelFile

    DISPLAY "RELATORIO ORCADO X REALIZADO GERADO"
    DISPLAY "CONTAS DO PLANO.........: " WS-Qtd-Contas
    DISPLAY "FORA DA TOLERANCIA......: " WS-Qtd-Fora-Tolerancia
    DISPLAY "REALIZADO NAO DISPONIVEL: " WS-Qtd-Sem-Realizado.
