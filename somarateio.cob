IDENTIFICATION DIVISION.
PROGRAM-ID. SomaRateio.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RateioFile ASSIGN TO DYNAMIC WS-Rateio-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RR-Chave
        FILE STATUS IS WS-Rateio-Status.

    SELECT RatLancFile ASSIGN TO DYNAMIC WS-RatLanc-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RL-Chave
        FILE STATUS IS WS-RatLanc-Status.

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

    SELECT RatRelFile ASSIGN TO RATREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RatRel-Status.

DATA DIVISION.
FILE SECTION.
FD  RateioFile.
COPY "RATEIO.CPY".

FD  RatLancFile.
COPY "RATLANC.CPY".

FD  ChartContasFile.
COPY "CHARTACC.CPY".

FD  GLInterfaceFile.
COPY "GLINTERF.CPY".

FD  PeriodosFile.
COPY "PERIODO.CPY".

FD  RunCtlFile.
COPY "RUNCTL.CPY".

FD  RatRelFile.
01  RatRelRec                PIC X(132).

WORKING-STORAGE SECTION.
*> Rateio de custos do dia: para a data lida de SYSIN, soma em
*> GL-INTERFACE.DAT o valor (moeda base) das linhas da data em
*> cada conta de origem com regra vigente e reparte esse total
*> entre as contas de destino pelos percentuais da regra, gravando
*> na mesma interface a saida da origem e a parcela de cada destino
*> com a data do dia. O arredondamento das parcelas vai para o
*> destino de maior percentual, de modo que as parcelas somam
*> exatamente o valor da origem e cada rateio fecha em zero. Roda
*> na cadeia noturna antes do SOMAGLCN, para que o rateio siga na
*> mesma consolidacao. Como a saida da origem entra na soma de uma
*> nova execucao na mesma data, a reexecucao so reparte o que
*> entrou na origem depois do rateio anterior.
01  WS-Rateio-FileName       PIC X(100) VALUE "RATEIO-REGRAS.DAT".
01  WS-Rateio-Status         PIC XX.

*> Historico das linhas de rateio gravadas, consultado pelo
*> SomaReconcilia.
01  WS-RatLanc-FileName      PIC X(100) VALUE "RATEIO-LANCADOS.DAT".
01  WS-RatLanc-Status        PIC XX.

*> Destino inativado no plano depois da manutencao da regra impede
*> o rateio daquela origem.
01  WS-ChartContas-FileName  PIC X(100) VALUE "PLANO-CONTAS.DAT".
01  WS-ChartContas-Status    PIC XX.

01  WS-GLInterface-FileName  PIC X(100) VALUE "GL-INTERFACE.DAT".
01  WS-GLInterface-Status    PIC XX.

*> Controle de periodos: data em periodo em fechamento ou fechado
*> nao recebe rateio. Periodo sem registro (ou arquivo ausente)
*> vale como aberto.
01  WS-Periodos-FileName     PIC X(100) VALUE "PERIODOS.DAT".
01  WS-Periodos-Status       PIC XX.

*> Controle de execucao: o rateio fica registrado pela data do
*> rateio para o monitor de fechamento do dia.
01  WS-RunCtl-FileName       PIC X(100) VALUE "RUN-CONTROL.DAT".
01  WS-RunCtl-Status         PIC XX.

01  WS-RatRel-Status         PIC XX.

*> Moeda base da instalacao (a mesma de SomaConsolidaGL): o total
*> da origem e somado em GL-Valor e as linhas de rateio sao geradas
*> nela.
01  WS-GL-Moeda-Base         PIC X(3) VALUE "BRL".

*> Maior valor que cabe em GL-Valor; origem com total maior que
*> isso no dia nao e rateada.
01  WS-Max-Valor-GL          PIC S9(9)V99 VALUE 999999999.99.

01  WS-Entrada               PIC X(10).
01  WS-Entrada-Compacta      PIC X(10).
01  WS-Data-Rateio           PIC 9(8).
01  WS-Data-MM               PIC 99.
01  WS-Data-DD               PIC 99.

01  WS-Data-Valida           PIC X VALUE 'N'.
    88 DataValida            VALUE 'Y'.
    88 DataInvalida          VALUE 'N'.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Achou              PIC X VALUE 'N'.
       88 Achou              VALUE 'Y'.
       88 NaoAchou           VALUE 'N'.
    05 WS-Regra-OK           PIC X VALUE 'N'.
       88 RegraValida        VALUE 'Y'.
       88 RegraInvalida      VALUE 'N'.
    05 WS-Regras-Presentes   PIC X VALUE 'N'.
       88 RegrasPresentes    VALUE 'Y'.
       88 RegrasAusentes     VALUE 'N'.

*> Origens com regra vigente na data: a regra inteira fica guardada
*> para o rateio, junto com o total do dia somado na interface.
01  WS-Max-Origens           PIC 9(3) VALUE 200.
01  WS-Qtd-Origens           PIC 9(3) VALUE ZERO.
01  WS-Origens-Tab.
    05 WS-Origem OCCURS 200 TIMES.
        10 WS-Org-Conta      PIC X(10).
        10 WS-Org-Regra      PIC X(389).
        10 WS-Org-Total      PIC S9(11)V99.
        10 WS-Org-Qtd-Linhas PIC 9(5).

01  WS-Ind-Org               PIC 9(3).
01  WS-Ind                   PIC 9(2).
01  WS-Ind-Maior             PIC 9(2).

*> Parcelas da origem em rateio.
01  WS-Valor-Origem          PIC S9(9)V99.
01  WS-Parcelas-Tab.
    05 WS-Parcela OCCURS 20 TIMES.
        10 WS-Par-Valor      PIC S9(9)V99.
        10 WS-Par-Ajuste     PIC S9(9)V99.
01  WS-Soma-Percentuais      PIC 9(5)V99.
01  WS-Soma-Parcelas         PIC S9(11)V99.
01  WS-Diferenca             PIC S9(11)V99.
01  WS-Motivo                PIC X(60).
01  WS-Seq-Lanc              PIC 9(4).

01  WS-Contadores.
    05 WS-Qtd-Lidos          PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Linhas-Data    PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Rateadas       PIC 9(5) VALUE ZERO.
    05 WS-Qtd-Sem-Valor      PIC 9(5) VALUE ZERO.
    05 WS-Qtd-Erros          PIC 9(5) VALUE ZERO.
    05 WS-Qtd-Linhas-GL      PIC 9(7) VALUE ZERO.
    05 WS-Total-Rateado      PIC 9(13)V99 VALUE ZERO.

01  WS-Valor-Abs             PIC 9(11)V99.
01  WS-Data-Edit             PIC 9(4)/99/99.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

01  WS-Linha-Titulo.
    05 FILLER                PIC X(44) VALUE
       "REGISTRO DE RATEIO - SOMANUMEROS            ".
    05 FILLER                PIC X(16) VALUE "DATA DO RATEIO: ".
    05 LT-Data-Rateio        PIC 9(4)/99/99.
    05 FILLER                PIC X(18) VALUE "   PROCESSADO EM: ".
    05 LT-Data               PIC 9(4)/99/99.

01  WS-Linha-Origem.
    05 FILLER                PIC X(8) VALUE "ORIGEM: ".
    05 LO-Conta              PIC X(10).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LO-Descricao          PIC X(30).
    05 FILLER                PIC X(10) VALUE "  REGRA DE".
    05 FILLER                PIC X VALUE SPACE.
    05 LO-Data-Inicio        PIC 9(4)/99/99.
    05 FILLER                PIC X(3) VALUE " A ".
    05 LO-Data-Fim           PIC X(10).
    05 FILLER                PIC X(21) VALUE "   VALOR DA ORIGEM:  ".
    05 LO-Valor              PIC -(11)9.99.

01  WS-Linha-Colunas.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 FILLER                PIC X(30) VALUE
       "CONTA       TIPO    PERCENTUAL".
    05 FILLER                PIC X(34) VALUE
       "            VALOR   ARREDONDAMENTO".

01  WS-Linha-Parcela.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 LP-Conta              PIC X(10).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LP-Tipo               PIC X(8).
    05 FILLER                PIC X(4) VALUE SPACES.
    05 LP-Percentual         PIC ZZ9.99 BLANK WHEN ZERO.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LP-Valor              PIC -(11)9.99.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 LP-Ajuste             PIC -(9)9.99 BLANK WHEN ZERO.

*> Prova do rateio: soma das parcelas gravadas contra o valor da
*> origem.
01  WS-Linha-Prova.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 FILLER                PIC X(19) VALUE "SOMA DAS PARCELAS: ".
    05 LV-Soma-Parcelas      PIC -(11)9.99.
    05 FILLER                PIC X(20) VALUE "   VALOR DA ORIGEM: ".
    05 LV-Valor-Origem       PIC -(11)9.99.
    05 FILLER                PIC X(14) VALUE "   DIFERENCA: ".
    05 LV-Diferenca          PIC -(11)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LV-Situacao           PIC X(10).

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
0000-Ratear.
    PERFORM 1000-Inicializar
    PERFORM 2000-Carregar-Regras
    IF WS-Qtd-Origens > ZERO
        PERFORM 3000-Somar-Interface
        PERFORM 4000-Ratear-Origens
    END-IF
    PERFORM 5000-Finalizar
    STOP RUN.

1000-Inicializar.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema

    SET DataInvalida TO TRUE
    PERFORM UNTIL DataValida
        DISPLAY "Data do rateio (AAAAMMDD): "
        ACCEPT WS-Entrada
        PERFORM 1100-Validar-Data
    END-PERFORM

    PERFORM 1200-Validar-Periodo

    OPEN OUTPUT RatRelFile
    IF WS-RatRel-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR REGISTRO DE RATEIO: " WS-RatRel-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-Data-Rateio TO LT-Data-Rateio
    MOVE WS-Data-Sistema TO LT-Data
    WRITE RatRelRec FROM WS-Linha-Titulo
    WRITE RatRelRec FROM WS-Linha-Branco.

1100-Validar-Data.
    SET DataInvalida TO TRUE
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    IF WS-Entrada-Compacta(1:8) IS NUMERIC
    AND WS-Entrada-Compacta(9:2) = SPACES
        MOVE WS-Entrada-Compacta(1:8) TO WS-Data-Rateio
        MOVE WS-Data-Rateio(5:2) TO WS-Data-MM
        MOVE WS-Data-Rateio(7:2) TO WS-Data-DD
        IF WS-Data-MM >= 1 AND WS-Data-MM <= 12
        AND WS-Data-DD >= 1 AND WS-Data-DD <= 31
            IF FUNCTION INTEGER-OF-DATE(WS-Data-Rateio) > ZERO
                SET DataValida TO TRUE
            END-IF
        END-IF
    END-IF
    IF DataInvalida
        DISPLAY "Data inválida. Use o formato AAAAMMDD."
    END-IF.

1200-Validar-Periodo.
    OPEN INPUT PeriodosFile
    IF WS-Periodos-Status = "35"
        CONTINUE
    ELSE
        IF WS-Periodos-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR CONTROLE DE PERIODOS: "
                WS-Periodos-Status ". RATEIO RECUSADO."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-Data-Rateio(1:6) TO PD-Periodo
        READ PeriodosFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT PD-Aberto
                    DISPLAY "ERRO: PERIODO " PD-Periodo " FECHADO "
                        "OU EM FECHAMENTO. RATEIO RECUSADO."
                    CLOSE PeriodosFile
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
        CLOSE PeriodosFile
    END-IF.

*> Regra vigente: ativa, com inicio ate a data do rateio e sem data
*> final ou com data final a partir dela. A manutencao nao deixa
*> duas regras da mesma origem valerem no mesmo dia.
2000-Carregar-Regras.
    OPEN I-O RateioFile
    IF WS-Rateio-Status = "35"
        SET RegrasAusentes TO TRUE
    ELSE
        IF WS-Rateio-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR REGRAS DE RATEIO: "
                WS-Rateio-Status ". RATEIO RECUSADO."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET RegrasPresentes TO TRUE
        MOVE 'N' TO WS-Fim-Arquivo
        MOVE LOW-VALUES TO RR-Chave
        START RateioFile KEY IS NOT LESS THAN RR-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        PERFORM 2100-Ler-Regra UNTIL FimArquivo
    END-IF

    IF WS-Qtd-Origens = ZERO
        MOVE "NENHUMA REGRA DE RATEIO VIGENTE NA DATA."
            TO WS-Linha-Conclusao
        WRITE RatRelRec FROM WS-Linha-Conclusao
    END-IF.

2100-Ler-Regra.
    READ RateioFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF RR-Ativa
            AND RR-Data-Inicio <= WS-Data-Rateio
            AND (RR-Data-Fim = ZERO OR RR-Data-Fim >= WS-Data-Rateio)
                PERFORM 2200-Guardar-Regra
            END-IF
    END-READ.

2200-Guardar-Regra.
    IF WS-Qtd-Origens >= WS-Max-Origens
        DISPLAY "ERRO: TABELA DE ORIGENS ESGOTADA ("
            WS-Max-Origens " ENTRADAS). RATEIO ABANDONADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-Qtd-Origens
    MOVE RR-Conta-Origem TO WS-Org-Conta(WS-Qtd-Origens)
    MOVE RR-Registro TO WS-Org-Regra(WS-Qtd-Origens)
    MOVE ZERO TO WS-Org-Total(WS-Qtd-Origens)
    MOVE ZERO TO WS-Org-Qtd-Linhas(WS-Qtd-Origens).

*> Total do dia de cada origem: todas as linhas da data na conta,
*> inclusive saidas de rateio ja gravadas para a data.
3000-Somar-Interface.
    MOVE 'N' TO WS-Fim-Arquivo
    OPEN INPUT GLInterfaceFile
    IF WS-GLInterface-Status = "35"
        CONTINUE
    ELSE
        IF WS-GLInterface-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: "
                WS-GLInterface-Status ". RATEIO RECUSADO."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 3100-Ler-Interface UNTIL FimArquivo
        CLOSE GLInterfaceFile
    END-IF.

3100-Ler-Interface.
    READ GLInterfaceFile
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            ADD 1 TO WS-Qtd-Lidos
            IF GL-Data = WS-Data-Rateio
                ADD 1 TO WS-Qtd-Linhas-Data
                PERFORM 3200-Acumular-Origem
            END-IF
    END-READ.

3200-Acumular-Origem.
    SET NaoAchou TO TRUE
    PERFORM VARYING WS-Ind-Org FROM 1 BY 1
            UNTIL WS-Ind-Org > WS-Qtd-Origens OR Achou
        IF WS-Org-Conta(WS-Ind-Org) = GL-Conta
            SET Achou TO TRUE
            ADD GL-Valor TO WS-Org-Total(WS-Ind-Org)
                ON SIZE ERROR
                    DISPLAY "AVISO: O TOTAL DA ORIGEM " GL-Conta
                        " EXCEDEU A CAPACIDADE DO CAMPO."
            END-ADD
            ADD 1 TO WS-Org-Qtd-Linhas(WS-Ind-Org)
        END-IF
    END-PERFORM.

4000-Ratear-Origens.
    OPEN EXTEND GLInterfaceFile
    IF WS-GLInterface-Status = "35"
        OPEN OUTPUT GLInterfaceFile
        CLOSE GLInterfaceFile
        OPEN EXTEND GLInterfaceFile
    END-IF
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: "
            WS-GLInterface-Status ". RATEIO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O RatLancFile
    IF WS-RatLanc-Status = "35"
        OPEN OUTPUT RatLancFile
        CLOSE RatLancFile
        OPEN I-O RatLancFile
    END-IF
    IF WS-RatLanc-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR HISTORICO DE RATEIO: "
            WS-RatLanc-Status ". RATEIO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS: "
            WS-ChartContas-Status ". RATEIO RECUSADO."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING WS-Ind-Org FROM 1 BY 1
            UNTIL WS-Ind-Org > WS-Qtd-Origens
        PERFORM 4100-Ratear-Origem
    END-PERFORM

    CLOSE ChartContasFile
    CLOSE RatLancFile
    CLOSE GLInterfaceFile.

4100-Ratear-Origem.
    MOVE WS-Org-Regra(WS-Ind-Org) TO RR-Registro
    MOVE RR-Conta-Origem TO LO-Conta
    MOVE RR-Descricao TO LO-Descricao
    MOVE RR-Data-Inicio TO LO-Data-Inicio
    IF RR-Data-Fim = ZERO
        MOVE "SEM FIM" TO LO-Data-Fim
    ELSE
        MOVE RR-Data-Fim TO WS-Data-Edit
        MOVE WS-Data-Edit TO LO-Data-Fim
    END-IF
    MOVE WS-Org-Total(WS-Ind-Org) TO LO-Valor
    WRITE RatRelRec FROM WS-Linha-Origem

    IF WS-Org-Total(WS-Ind-Org) = ZERO
        ADD 1 TO WS-Qtd-Sem-Valor
        MOVE "SEM VALOR A RATEAR NA DATA." TO LA-Texto
        WRITE RatRelRec FROM WS-Linha-Aviso
    ELSE
        PERFORM 4200-Conferir-Regra
        IF RegraValida
            PERFORM 4300-Calcular-Parcelas
            WRITE RatRelRec FROM WS-Linha-Colunas
            PERFORM 4400-Gravar-Rateio
            PERFORM 4600-Atualizar-Regra
        ELSE
            ADD 1 TO WS-Qtd-Erros
            STRING "REGRA NAO APLICADA: " DELIMITED BY SIZE
                WS-Motivo DELIMITED BY SIZE
                INTO LA-Texto
            WRITE RatRelRec FROM WS-Linha-Aviso
            DISPLAY "RATEIO DE " RR-Conta-Origem " NAO APLICADO: "
                WS-Motivo
        END-IF
    END-IF
    WRITE RatRelRec FROM WS-Linha-Branco.

*> A regra e conferida de novo no rateio: destinos informados,
*> percentuais somando 100,00, destinos ainda ativos no plano de
*> contas e total da origem dentro da capacidade de GL-Valor.
4200-Conferir-Regra.
    SET RegraValida TO TRUE
    MOVE SPACES TO WS-Motivo
    MOVE SPACES TO LA-Texto
    IF RR-Qtd-Destinos = ZERO OR RR-Qtd-Destinos > 20
        SET RegraInvalida TO TRUE
        MOVE "QUANTIDADE DE DESTINOS INVALIDA." TO WS-Motivo
    END-IF

    IF RegraValida
        MOVE ZERO TO WS-Soma-Percentuais
        PERFORM VARYING WS-Ind FROM 1 BY 1
                UNTIL WS-Ind > RR-Qtd-Destinos
            ADD RR-Percentual(WS-Ind) TO WS-Soma-Percentuais
        END-PERFORM
        IF WS-Soma-Percentuais NOT = 100
            SET RegraInvalida TO TRUE
            MOVE "PERCENTUAIS DA REGRA NAO SOMAM 100." TO WS-Motivo
        END-IF
    END-IF

    IF RegraValida
        PERFORM VARYING WS-Ind FROM 1 BY 1
                UNTIL WS-Ind > RR-Qtd-Destinos OR RegraInvalida
            MOVE RR-Conta-Destino(WS-Ind) TO CC-Conta
            READ ChartContasFile
                INVALID KEY
                    SET RegraInvalida TO TRUE
                NOT INVALID KEY
                    IF NOT CC-Ativa
                        SET RegraInvalida TO TRUE
                    END-IF
            END-READ
            IF RegraInvalida
                STRING "DESTINO " DELIMITED BY SIZE
                    RR-Conta-Destino(WS-Ind) DELIMITED BY SIZE
                    " INATIVO OU FORA DO PLANO DE CONTAS."
                        DELIMITED BY SIZE
                    INTO WS-Motivo
            END-IF
        END-PERFORM
    END-IF

    IF RegraValida
        IF WS-Org-Total(WS-Ind-Org) > WS-Max-Valor-GL
        OR WS-Org-Total(WS-Ind-Org) < 0 - WS-Max-Valor-GL
            SET RegraInvalida TO TRUE
            MOVE "VALOR DA ORIGEM EXCEDE A CAPACIDADE DA INTERFACE."
                TO WS-Motivo
        END-IF
    END-IF.

*> Cada parcela e o valor da origem vezes o percentual, arredondada
*> em centavos; a diferenca entre o valor da origem e a soma das
*> parcelas vai para o destino de maior percentual (o primeiro, em
*> caso de empate).
4300-Calcular-Parcelas.
    MOVE WS-Org-Total(WS-Ind-Org) TO WS-Valor-Origem
    MOVE ZERO TO WS-Soma-Parcelas
    MOVE 1 TO WS-Ind-Maior
    PERFORM VARYING WS-Ind FROM 1 BY 1
            UNTIL WS-Ind > RR-Qtd-Destinos
        COMPUTE WS-Par-Valor(WS-Ind) ROUNDED =
            WS-Valor-Origem * RR-Percentual(WS-Ind) / 100
        MOVE ZERO TO WS-Par-Ajuste(WS-Ind)
        ADD WS-Par-Valor(WS-Ind) TO WS-Soma-Parcelas
        IF RR-Percentual(WS-Ind) > RR-Percentual(WS-Ind-Maior)
            MOVE WS-Ind TO WS-Ind-Maior
        END-IF
    END-PERFORM
    COMPUTE WS-Diferenca = WS-Valor-Origem - WS-Soma-Parcelas
    IF WS-Diferenca NOT = ZERO
        ADD WS-Diferenca TO WS-Par-Valor(WS-Ind-Maior)
        MOVE WS-Diferenca TO WS-Par-Ajuste(WS-Ind-Maior)
    END-IF.

*> A saida da origem e as parcelas sao gravadas na interface com a
*> data do rateio e registradas no historico com a sequencia
*> seguinte da origem na data. A prova soma o que foi de fato
*> gravado.
4400-Gravar-Rateio.
    PERFORM 4410-Obter-Sequencia
    MOVE ZERO TO WS-Soma-Parcelas

    MOVE RR-Conta-Origem TO GL-Conta
    COMPUTE GL-Valor = 0 - WS-Valor-Origem
    MOVE "O" TO RL-Tipo
    MOVE ZERO TO RL-Percentual
    MOVE ZERO TO RL-Arredondamento
    PERFORM 4500-Gravar-Linha
    MOVE "ORIGEM" TO LP-Tipo
    MOVE ZERO TO LP-Ajuste
    WRITE RatRelRec FROM WS-Linha-Parcela

    PERFORM VARYING WS-Ind FROM 1 BY 1
            UNTIL WS-Ind > RR-Qtd-Destinos
        MOVE RR-Conta-Destino(WS-Ind) TO GL-Conta
        MOVE WS-Par-Valor(WS-Ind) TO GL-Valor
        MOVE "D" TO RL-Tipo
        MOVE RR-Percentual(WS-Ind) TO RL-Percentual
        MOVE WS-Par-Ajuste(WS-Ind) TO RL-Arredondamento
        PERFORM 4500-Gravar-Linha
        IF WS-GLInterface-Status = "00"
            ADD WS-Par-Valor(WS-Ind) TO WS-Soma-Parcelas
        END-IF
        MOVE "DESTINO" TO LP-Tipo
        MOVE WS-Par-Ajuste(WS-Ind) TO LP-Ajuste
        WRITE RatRelRec FROM WS-Linha-Parcela
    END-PERFORM

    MOVE WS-Soma-Parcelas TO LV-Soma-Parcelas
    MOVE WS-Valor-Origem TO LV-Valor-Origem
    COMPUTE WS-Diferenca = WS-Valor-Origem - WS-Soma-Parcelas
    MOVE WS-Diferenca TO LV-Diferenca
    IF WS-Diferenca = ZERO
        MOVE "CONFERE" TO LV-Situacao
        ADD 1 TO WS-Qtd-Rateadas
        IF WS-Valor-Origem < ZERO
            COMPUTE WS-Valor-Abs = 0 - WS-Valor-Origem
        ELSE
            MOVE WS-Valor-Origem TO WS-Valor-Abs
        END-IF
        ADD WS-Valor-Abs TO WS-Total-Rateado
            ON SIZE ERROR
                DISPLAY "AVISO: O TOTAL RATEADO EXCEDEU A "
                    "CAPACIDADE DO CAMPO."
        END-ADD
    ELSE
        MOVE "DIVERGE" TO LV-Situacao
        ADD 1 TO WS-Qtd-Erros
    END-IF
    WRITE RatRelRec FROM WS-Linha-Prova.

*> Proxima sequencia livre da origem na data no historico.
4410-Obter-Sequencia.
    MOVE ZERO TO WS-Seq-Lanc
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE WS-Data-Rateio TO RL-Data
    MOVE RR-Conta-Origem TO RL-Conta-Origem
    MOVE ZERO TO RL-Seq
    START RatLancFile KEY IS NOT LESS THAN RL-Chave
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    PERFORM UNTIL FimArquivo
        READ RatLancFile NEXT RECORD
            AT END
                SET FimArquivo TO TRUE
            NOT AT END
                IF RL-Data NOT = WS-Data-Rateio
                OR RL-Conta-Origem NOT = RR-Conta-Origem
                    SET FimArquivo TO TRUE
                ELSE
                    MOVE RL-Seq TO WS-Seq-Lanc
                END-IF
        END-READ
    END-PERFORM.

*> Grava uma linha (GL-Conta e GL-Valor ja preenchidos) na interface
*> e no historico, e prepara a linha do registro.
4500-Gravar-Linha.
    MOVE WS-Data-Rateio TO GL-Data
    MOVE WS-GL-Moeda-Base TO GL-Moeda
    MOVE GL-Valor TO GL-Valor-Original
    WRITE GL-Registro
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR INTERFACE CONTABIL PARA A CONTA "
            GL-Conta ": " WS-GLInterface-Status
        ADD 1 TO WS-Qtd-Erros
    ELSE
        ADD 1 TO WS-Qtd-Linhas-GL
        ADD 1 TO WS-Seq-Lanc
        MOVE WS-Data-Rateio TO RL-Data
        MOVE RR-Conta-Origem TO RL-Conta-Origem
        MOVE WS-Seq-Lanc TO RL-Seq
        MOVE GL-Conta TO RL-Conta
        MOVE RR-Data-Inicio TO RL-Regra-Inicio
        MOVE GL-Valor TO RL-Valor
        MOVE WS-Data-Sistema TO RL-Data-Exec
        MOVE WS-Hora-Sistema TO RL-Hora-Exec
        WRITE RL-Registro
            INVALID KEY
                DISPLAY "AVISO: NAO FOI POSSIVEL REGISTRAR O RATEIO DE "
                    RR-Conta-Origem " NO HISTORICO: " WS-RatLanc-Status
        END-WRITE
    END-IF
    MOVE GL-Conta TO LP-Conta
    MOVE RL-Percentual TO LP-Percentual
    MOVE GL-Valor TO LP-Valor.

*> A data do rateio fica na regra como ultima aplicacao; regra ja
*> aplicada nao e mais excluida pela manutencao.
4600-Atualizar-Regra.
    READ RateioFile
        INVALID KEY
            DISPLAY "AVISO: REGRA DE " RR-Conta-Origem
                " NAO ENCONTRADA PARA REGISTRAR A APLICACAO."
        NOT INVALID KEY
            IF RR-Ultima-Aplicacao < WS-Data-Rateio
                MOVE WS-Data-Rateio TO RR-Ultima-Aplicacao
                REWRITE RR-Registro
                    INVALID KEY
                        DISPLAY "AVISO: NAO FOI POSSIVEL REGISTRAR A "
                            "APLICACAO DA REGRA DE " RR-Conta-Origem
                            ": " WS-Rateio-Status
                END-REWRITE
            END-IF
    END-READ.

5000-Finalizar.
    IF RegrasPresentes
        CLOSE RateioFile
    END-IF

    WRITE RatRelRec FROM WS-Linha-Branco
    MOVE "ORIGENS COM REGRA VIGENTE" TO LR-Descricao
    MOVE WS-Qtd-Origens TO LR-Qtd
    WRITE RatRelRec FROM WS-Linha-Rodape
    MOVE "ORIGENS RATEADAS" TO LR-Descricao
    MOVE WS-Qtd-Rateadas TO LR-Qtd
    WRITE RatRelRec FROM WS-Linha-Rodape
    MOVE "ORIGENS SEM VALOR NA DATA" TO LR-Descricao
    MOVE WS-Qtd-Sem-Valor TO LR-Qtd
    WRITE RatRelRec FROM WS-Linha-Rodape
    MOVE "OCORRENCIAS" TO LR-Descricao
    MOVE WS-Qtd-Erros TO LR-Qtd
    WRITE RatRelRec FROM WS-Linha-Rodape
    MOVE "LINHAS GRAVADAS NA INTERFACE" TO LR-Descricao
    MOVE WS-Qtd-Linhas-GL TO LR-Qtd
    WRITE RatRelRec FROM WS-Linha-Rodape
    MOVE "TOTAL RATEADO (VALOR ABSOLUTO)" TO LRV-Descricao
    MOVE WS-Total-Rateado TO LRV-Valor
    WRITE RatRelRec FROM WS-Linha-Rodape-Valor
    WRITE RatRelRec FROM WS-Linha-Branco
    IF WS-Qtd-Erros = ZERO
        MOVE "RATEIO CONCLUIDO SEM OCORRENCIAS." TO WS-Linha-Conclusao
    ELSE
        MOVE "RATEIO COM OCORRENCIAS. VERIFICAR OS ITENS ACIMA."
            TO WS-Linha-Conclusao
    END-IF
    WRITE RatRelRec FROM WS-Linha-Conclusao
    CLOSE RatRelFile

    PERFORM 5100-Registrar-Execucao

    DISPLAY "RATEIO DE " WS-Data-Rateio " CONCLUIDO"
    DISPLAY "LANCAMENTOS LIDOS....: " WS-Qtd-Lidos
    DISPLAY "LINHAS DA DATA.......: " WS-Qtd-Linhas-Data
    DISPLAY "ORIGENS VIGENTES.....: " WS-Qtd-Origens
    DISPLAY "ORIGENS RATEADAS.....: " WS-Qtd-Rateadas
    DISPLAY "LINHAS GRAVADAS......: " WS-Qtd-Linhas-GL
    DISPLAY "OCORRENCIAS..........: " WS-Qtd-Erros
    IF WS-Qtd-Erros NOT = ZERO
        MOVE 8 TO RETURN-CODE
    END-IF.

5100-Registrar-Execucao.
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
        MOVE WS-Data-Rateio TO RC-Data
        MOVE "SOMARATE" TO RC-Job
        MOVE WS-Data-Sistema TO RC-Data-Exec
        MOVE WS-Hora-Sistema TO RC-Hora-Exec
        MOVE WS-Qtd-Rateadas TO RC-Qtd
        MOVE WS-Total-Rateado TO RC-Total
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
