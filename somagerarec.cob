IDENTIFICATION DIVISION.
PROGRAM-ID. SomaGeraRecorrente.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TransOutFile ASSIGN TO TRANSOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TransOut-Status.

    SELECT RecRelFile ASSIGN TO RECREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RecRel-Status.

    SELECT RecorrentesFile ASSIGN TO DYNAMIC WS-Recorrentes-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MR-Id
        FILE STATUS IS WS-Recorrentes-Status.

    SELECT GeradosFile ASSIGN TO DYNAMIC WS-Gerados-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RG-Chave
        FILE STATUS IS WS-Gerados-Status.

    SELECT PeriodosFile ASSIGN TO DYNAMIC WS-Periodos-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PD-Periodo
        FILE STATUS IS WS-Periodos-Status.

    SELECT LoteCtlFile ASSIGN TO DYNAMIC WS-LoteCtl-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LC-Lote-Id
        FILE STATUS IS WS-LoteCtl-Status.

DATA DIVISION.
FILE SECTION.
FD  TransOutFile.
COPY "TRANSREC.CPY".

FD  RecRelFile.
01  RecRelRec                PIC X(80).

FD  RecorrentesFile.
COPY "RECORREN.CPY".

FD  GeradosFile.
COPY "RECGERAD.CPY".

FD  PeriodosFile.
COPY "PERIODO.CPY".

FD  LoteCtlFile.
COPY "LOTECTL.CPY".

WORKING-STORAGE SECTION.
COPY "TRANSLOT.CPY".

01  WS-TransOut-Status       PIC XX.
01  WS-RecRel-Status         PIC XX.

01  WS-Recorrentes-FileName  PIC X(100) VALUE "RECORRENTES.DAT".
01  WS-Recorrentes-Status    PIC XX.

*> Registro das ocorrencias ja postas em lote: e a chave modelo +
*> ciclo deste arquivo que impede gerar a mesma ocorrencia duas
*> vezes, e e dele que sai o estorno automatico no periodo seguinte.
01  WS-Gerados-FileName      PIC X(100) VALUE "RECORRENTES-GERADOS.DAT".
01  WS-Gerados-Status        PIC XX.

*> Periodo fechado ou em fechamento recusa a geracao, como recusaria
*> o proprio lote no SomaNumerosLote: nada e marcado como gerado
*> para uma data que nao pode receber lancamentos.
01  WS-Periodos-FileName     PIC X(100) VALUE "PERIODOS.DAT".
01  WS-Periodos-Status       PIC XX.

*> Controle de lotes do SomaNumerosLote: o lote da data so pode ser
*> remontado enquanto o SomaNumerosLote ainda nao o registrou.
01  WS-LoteCtl-FileName      PIC X(100) VALUE "LOTES-PROCESSADOS.DAT".
01  WS-LoteCtl-Status        PIC XX.

01  WS-Entrada               PIC X(10).
01  WS-Entrada-Compacta      PIC X(10).

*> O lote da data de negocio tem identificador fixo "RC" + AAMMDD:
*> uma segunda execucao para a mesma data cai no mesmo lote e o
*> controle de lotes do SomaNumerosLote nunca o aceita duas vezes.
01  WS-Lote-Id.
    05 FILLER                PIC X(2) VALUE "RC".
    05 WS-Lote-Data          PIC 9(6).
01  WS-Data-Negocio          PIC 9(8).
01  WS-Periodo-Negocio       PIC 9(6).
01  WS-Data-MM               PIC 99.
01  WS-Data-DD               PIC 99.

*> Calculo do ciclo e da data prevista de cada modelo na data de
*> negocio (datas convertidas em dias corridos para a semana e
*> para o ultimo dia do mes).
01  WS-Negocio-Int           PIC 9(8).
01  WS-Segunda-Int           PIC 9(8).
01  WS-Prevista-Int          PIC 9(8).
01  WS-Proximo-Mes-Int       PIC 9(8).
01  WS-Dias-Corridos         PIC 9(8).
01  WS-Dias-Desde-Segunda    PIC 9(8).
01  WS-Semanas               PIC 9(8).
01  WS-Ano                   PIC 9(4).
01  WS-Mes                   PIC 99.
01  WS-Proximo-Mes           PIC 9(8).
01  WS-Ultimo-Dia            PIC 99.
01  WS-Dia-Previsto          PIC 99.
01  WS-Ciclo                 PIC 9(8).
01  WS-Data-Prevista         PIC 9(8).

*> Valores da transacao gravada: o texto de NUM1/NUM2 sai no mesmo
*> formato aceito pela validacao de entrada do lote, e o hash do
*> trailer soma os mesmos valores.
01  WS-Num1                  PIC S9(7)V99.
01  WS-Num2                  PIC S9(7)V99.
01  WS-Valor-Edit            PIC -(7)9.99.
01  WS-Hash-Lote             PIC S9(11)V99 VALUE ZERO.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Data-Valida        PIC X VALUE 'N'.
       88 DataValida         VALUE 'Y'.
       88 DataInvalida       VALUE 'N'.
    05 WS-Modelos-Disponivel PIC X VALUE 'N'.
       88 ModelosDisponiveis VALUE 'Y'.
    05 WS-Ocorrencia-Devida  PIC X VALUE 'N'.
       88 OcorrenciaDevida   VALUE 'Y'.
       88 OcorrenciaNaoDevida VALUE 'N'.

01  WS-Contadores.
    05 WS-Qtd-Gravados       PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Gerados        PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Estornos       PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Remontados     PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Ja-Gerados     PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Modelos        PIC 9(7) VALUE ZERO.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

01  WS-Linha-Cabecalho.
    05 FILLER                PIC X(31) VALUE
       "LANCAMENTOS RECORRENTES - LOTE ".
    05 LT-Lote-Id            PIC X(8).
    05 FILLER                PIC X(10) VALUE "  NEGOCIO ".
    05 LT-Data-Negocio       PIC 9(4)/99/99.
    05 FILLER                PIC X(7) VALUE "  PROC ".
    05 LT-Data-Proc          PIC 9(4)/99/99.

01  WS-Linha-Titulos         PIC X(80) VALUE
    "MODELO   TIPO    CICLO    CONTA      MOE       NUM1       NUM2".

01  WS-Linha-Detalhe.
    05 LD-Id                 PIC X(8).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Tipo               PIC X(7).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Ciclo              PIC 9(8).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Conta              PIC X(10).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Moeda              PIC X(3).
    05 LD-Num1               PIC -(7)9.99.
    05 LD-Num2               PIC -(7)9.99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Observacao         PIC X(10).

01  WS-Linha-Rodape-1.
    05 FILLER                PIC X(22) VALUE "OCORRENCIAS GERADAS = ".
    05 LR-Qtd-Gerados        PIC ZZZZZZ9.
    05 FILLER                PIC X(14) VALUE "  ESTORNOS =  ".
    05 LR-Qtd-Estornos       PIC ZZZZZZ9.
    05 FILLER                PIC X(15) VALUE "  REMONTADOS = ".
    05 LR-Qtd-Remontados     PIC ZZZZZZ9.

01  WS-Linha-Rodape-2.
    05 FILLER                PIC X(22) VALUE "JA GERADAS (IGNORADAS)".
    05 FILLER                PIC X(3) VALUE " = ".
    05 LR-Qtd-Ja-Gerados     PIC ZZZZZZ9.
    05 FILLER                PIC X(22) VALUE "  MODELOS LIDOS = ".
    05 LR-Qtd-Modelos        PIC ZZZZZZ9.

01  WS-Linha-Rodape-3.
    05 FILLER                PIC X(22) VALUE "REGISTROS NO LOTE   = ".
    05 LR-Qtd-Gravados       PIC ZZZZZZ9.
    05 FILLER                PIC X(14) VALUE "  HASH TOTAL ".
    05 LR-Hash-Lote          PIC -(11)9.99.

PROCEDURE DIVISION.
0000-Gerar-Recorrentes.
    PERFORM 1000-Inicializar
    PERFORM 2000-Tratar-Gerados
    PERFORM 3000-Tratar-Modelos
    PERFORM 4000-Finalizar
    STOP RUN.

1000-Inicializar.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema

    SET DataInvalida TO TRUE
    PERFORM UNTIL DataValida
        DISPLAY "Data de negócio do lote (AAAAMMDD): "
        ACCEPT WS-Entrada
        PERFORM 1100-Validar-Data
    END-PERFORM
    MOVE WS-Data-Negocio(1:6) TO WS-Periodo-Negocio
    MOVE WS-Data-Negocio(3:6) TO WS-Lote-Data
    COMPUTE WS-Negocio-Int = FUNCTION INTEGER-OF-DATE(WS-Data-Negocio)

    PERFORM 1200-Validar-Periodo
    PERFORM 1300-Verificar-Lote

    OPEN INPUT RecorrentesFile
    IF WS-Recorrentes-Status = "35"
        DISPLAY "AVISO: NENHUM MODELO RECORRENTE CADASTRADO."
    ELSE
        IF WS-Recorrentes-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR MODELOS RECORRENTES: "
                WS-Recorrentes-Status ". GERACAO RECUSADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE RecorrentesFile
        OPEN I-O RecorrentesFile
        IF WS-Recorrentes-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR MODELOS RECORRENTES: "
                WS-Recorrentes-Status ". GERACAO RECUSADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET ModelosDisponiveis TO TRUE
    END-IF

    OPEN I-O GeradosFile
    IF WS-Gerados-Status = "35"
        OPEN OUTPUT GeradosFile
        CLOSE GeradosFile
        OPEN I-O GeradosFile
    END-IF
    IF WS-Gerados-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR OCORRENCIAS GERADAS: "
            WS-Gerados-Status ". GERACAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT TransOutFile
    IF WS-TransOut-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DO LOTE: " WS-TransOut-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO TL-Registro
    SET TL-Lote-Cabecalho TO TRUE
    MOVE WS-Lote-Id TO TL-Lote-Id
    MOVE WS-Data-Negocio TO TL-Data-Negocio
    WRITE TR-Registro FROM TL-Registro
    IF WS-TransOut-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR CABECALHO DO LOTE: " WS-TransOut-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT RecRelFile
    IF WS-RecRel-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO DE RECORRENTES: "
            WS-RecRel-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-Lote-Id TO LT-Lote-Id
    MOVE WS-Data-Negocio TO LT-Data-Negocio
    MOVE WS-Data-Sistema TO LT-Data-Proc
    WRITE RecRelRec FROM WS-Linha-Cabecalho
    WRITE RecRelRec FROM WS-Linha-Titulos

    DISPLAY "LOTE " WS-Lote-Id " - DATA DE NEGOCIO " WS-Data-Negocio.

1100-Validar-Data.
    SET DataInvalida TO TRUE
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    IF WS-Entrada-Compacta(1:8) IS NUMERIC
    AND WS-Entrada-Compacta(9:2) = SPACES
        MOVE WS-Entrada-Compacta(1:8) TO WS-Data-Negocio
        MOVE WS-Data-Negocio(5:2) TO WS-Data-MM
        MOVE WS-Data-Negocio(7:2) TO WS-Data-DD
        IF WS-Data-MM >= 1 AND WS-Data-MM <= 12
        AND WS-Data-DD >= 1 AND WS-Data-DD <= 31
            IF FUNCTION INTEGER-OF-DATE(WS-Data-Negocio) > ZERO
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
                WS-Periodos-Status ". GERACAO RECUSADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-Periodo-Negocio TO PD-Periodo
        READ PeriodosFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT PD-Aberto
                    DISPLAY "ERRO: PERIODO " PD-Periodo " FECHADO "
                        "OU EM FECHAMENTO. GERACAO RECUSADA."
                    CLOSE PeriodosFile
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
        CLOSE PeriodosFile
    END-IF.

*> Lote da data ja registrado pelo SomaNumerosLote (processado, ou
*> em processamento e aguardando retomada pelo checkpoint) nao e
*> remontado: o arquivo que o SomaNumerosLote conhece e o que vale.
1300-Verificar-Lote.
    OPEN INPUT LoteCtlFile
    IF WS-LoteCtl-Status = "35"
        CONTINUE
    ELSE
        IF WS-LoteCtl-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR CONTROLE DE LOTES: "
                WS-LoteCtl-Status ". GERACAO RECUSADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-Lote-Id TO LC-Lote-Id
        READ LoteCtlFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF LC-Processado
                    DISPLAY "LOTE " WS-Lote-Id " JA PROCESSADO EM "
                        LC-Data-Proc ". GERACAO RECUSADA."
                ELSE
                    DISPLAY "LOTE " WS-Lote-Id " EM PROCESSAMENTO NO "
                        "SOMALOTE. REEXECUTE O SOMALOTE SOBRE O "
                        "ARQUIVO EXISTENTE. GERACAO RECUSADA."
                END-IF
                CLOSE LoteCtlFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-READ
        CLOSE LoteCtlFile
    END-IF.

*> Primeira passada: as ocorrencias ja registradas. Uma ocorrencia
*> deste mesmo lote (reexecucao antes do SomaNumerosLote) e gravada
*> de novo tal como foi gerada; uma ocorrencia de periodo anterior
*> com estorno automatico pendente recebe aqui o seu estorno.
2000-Tratar-Gerados.
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE LOW-VALUES TO RG-Chave
    START GeradosFile KEY IS NOT LESS THAN RG-Chave
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    PERFORM 2100-Tratar-Ocorrencia UNTIL FimArquivo.

2100-Tratar-Ocorrencia.
    READ GeradosFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF RG-Lote-Id = WS-Lote-Id
                MOVE "LANCTO" TO LD-Tipo
                MOVE "REMONTADO" TO LD-Observacao
                MOVE RG-Num1 TO WS-Num1
                MOVE RG-Num2 TO WS-Num2
                PERFORM 5000-Gravar-Transacao
                ADD 1 TO WS-Qtd-Remontados
            END-IF
            IF RG-Estornado AND RG-Lote-Estorno = WS-Lote-Id
                MOVE "ESTORNO" TO LD-Tipo
                MOVE "REMONTADO" TO LD-Observacao
                COMPUTE WS-Num1 = 0 - RG-Num1
                COMPUTE WS-Num2 = 0 - RG-Num2
                PERFORM 5000-Gravar-Transacao
                ADD 1 TO WS-Qtd-Remontados
            END-IF
            IF RG-Estorno-Pendente
            AND RG-Data-Negocio(1:6) < WS-Periodo-Negocio
                PERFORM 2200-Gerar-Estorno
            END-IF
    END-READ.

2200-Gerar-Estorno.
    SET RG-Estornado TO TRUE
    MOVE WS-Data-Negocio TO RG-Data-Estorno
    MOVE WS-Lote-Id TO RG-Lote-Estorno
    REWRITE RG-Registro
        INVALID KEY
            DISPLAY "AVISO: NAO FOI POSSIVEL REGISTRAR O ESTORNO DE "
                RG-Id " " RG-Ciclo ": " WS-Gerados-Status
        NOT INVALID KEY
            MOVE "ESTORNO" TO LD-Tipo
            MOVE SPACES TO LD-Observacao
            COMPUTE WS-Num1 = 0 - RG-Num1
            COMPUTE WS-Num2 = 0 - RG-Num2
            PERFORM 5000-Gravar-Transacao
            ADD 1 TO WS-Qtd-Estornos
    END-REWRITE.

*> Segunda passada: cada modelo ativo cuja ocorrencia do ciclo
*> corrente ja esta prevista ate a data de negocio, dentro da
*> vigencia, e ainda nao foi gerada.
3000-Tratar-Modelos.
    IF ModelosDisponiveis
        MOVE 'N' TO WS-Fim-Arquivo
        MOVE LOW-VALUES TO MR-Id
        START RecorrentesFile KEY IS NOT LESS THAN MR-Id
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        PERFORM 3100-Tratar-Modelo UNTIL FimArquivo
    END-IF.

3100-Tratar-Modelo.
    READ RecorrentesFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            ADD 1 TO WS-Qtd-Modelos
            IF MR-Ativo
                PERFORM 3200-Calcular-Ocorrencia
                IF OcorrenciaDevida
                    PERFORM 3300-Gerar-Ocorrencia
                END-IF
            END-IF
    END-READ.

*> Ciclo e data prevista do modelo na data de negocio: mensal e
*> dia especifico tem um ciclo por mes (AAAAMM00); semanal tem um
*> ciclo por semana, identificado pela segunda-feira. O dia 1 de
*> janeiro de 1601, origem dos dias corridos, foi uma segunda-feira.
3200-Calcular-Ocorrencia.
    SET OcorrenciaNaoDevida TO TRUE
    MOVE WS-Data-Negocio(1:4) TO WS-Ano
    MOVE WS-Data-Negocio(5:2) TO WS-Mes
    EVALUATE TRUE
        WHEN MR-Mensal
            COMPUTE WS-Ciclo = WS-Periodo-Negocio * 100
            COMPUTE WS-Data-Prevista = WS-Periodo-Negocio * 100 + 1
        WHEN MR-Dia-Especifico
            PERFORM 3250-Calcular-Ultimo-Dia
            IF MR-Dia > WS-Ultimo-Dia
                MOVE WS-Ultimo-Dia TO WS-Dia-Previsto
            ELSE
                MOVE MR-Dia TO WS-Dia-Previsto
            END-IF
            COMPUTE WS-Ciclo = WS-Periodo-Negocio * 100
            COMPUTE WS-Data-Prevista =
                WS-Periodo-Negocio * 100 + WS-Dia-Previsto
        WHEN MR-Semanal
            COMPUTE WS-Dias-Corridos = WS-Negocio-Int - 1
            DIVIDE WS-Dias-Corridos BY 7 GIVING WS-Semanas
                REMAINDER WS-Dias-Desde-Segunda
            COMPUTE WS-Segunda-Int =
                WS-Negocio-Int - WS-Dias-Desde-Segunda
            COMPUTE WS-Prevista-Int = WS-Segunda-Int + MR-Dia - 1
            MOVE FUNCTION DATE-OF-INTEGER(WS-Segunda-Int) TO WS-Ciclo
            MOVE FUNCTION DATE-OF-INTEGER(WS-Prevista-Int)
                TO WS-Data-Prevista
        WHEN OTHER
            DISPLAY "AVISO: MODELO " MR-Id " COM FREQUENCIA "
                "INVALIDA (" MR-Frequencia "). IGNORADO."
            MOVE 99999999 TO WS-Data-Prevista
    END-EVALUATE
    IF WS-Data-Prevista <= WS-Data-Negocio
    AND WS-Data-Prevista >= MR-Data-Inicio
    AND (MR-Data-Fim = ZERO OR WS-Data-Prevista <= MR-Data-Fim)
        SET OcorrenciaDevida TO TRUE
    END-IF.

3250-Calcular-Ultimo-Dia.
    IF WS-Mes = 12
        COMPUTE WS-Proximo-Mes = (WS-Ano + 1) * 10000 + 101
    ELSE
        COMPUTE WS-Proximo-Mes = WS-Ano * 10000 + (WS-Mes + 1) * 100 + 1
    END-IF
    COMPUTE WS-Proximo-Mes-Int =
        FUNCTION INTEGER-OF-DATE(WS-Proximo-Mes) - 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-Proximo-Mes-Int) TO WS-Proximo-Mes
    MOVE WS-Proximo-Mes(7:2) TO WS-Ultimo-Dia.

3300-Gerar-Ocorrencia.
    MOVE MR-Id TO RG-Id
    MOVE WS-Ciclo TO RG-Ciclo
    READ GeradosFile
        INVALID KEY
            PERFORM 3400-Registrar-Ocorrencia
        NOT INVALID KEY
            IF RG-Lote-Id NOT = WS-Lote-Id
                ADD 1 TO WS-Qtd-Ja-Gerados
            END-IF
    END-READ.

3400-Registrar-Ocorrencia.
    MOVE MR-Id TO RG-Id
    MOVE WS-Ciclo TO RG-Ciclo
    MOVE WS-Data-Prevista TO RG-Data-Prevista
    MOVE WS-Data-Negocio TO RG-Data-Negocio
    MOVE WS-Lote-Id TO RG-Lote-Id
    MOVE MR-Conta TO RG-Conta
    MOVE MR-Moeda TO RG-Moeda
    MOVE MR-Num1 TO RG-Num1
    MOVE MR-Num2 TO RG-Num2
    IF MR-Estorna
        SET RG-Estorno-Pendente TO TRUE
    ELSE
        SET RG-Sem-Estorno TO TRUE
    END-IF
    MOVE ZERO TO RG-Data-Estorno
    MOVE SPACES TO RG-Lote-Estorno
    MOVE WS-Data-Sistema TO RG-Data-Geracao
    MOVE WS-Hora-Sistema TO RG-Hora-Geracao
    WRITE RG-Registro
        INVALID KEY
            DISPLAY "AVISO: NAO FOI POSSIVEL REGISTRAR A OCORRENCIA "
                MR-Id " " WS-Ciclo ": " WS-Gerados-Status
                ". OCORRENCIA NAO GERADA."
        NOT INVALID KEY
            MOVE "LANCTO" TO LD-Tipo
            MOVE SPACES TO LD-Observacao
            MOVE RG-Num1 TO WS-Num1
            MOVE RG-Num2 TO WS-Num2
            PERFORM 5000-Gravar-Transacao
            ADD 1 TO WS-Qtd-Gerados
            PERFORM 3500-Marcar-Modelo
    END-WRITE.

3500-Marcar-Modelo.
    MOVE WS-Data-Negocio TO MR-Ultima-Geracao
    REWRITE MR-Registro
        INVALID KEY
            DISPLAY "AVISO: NAO FOI POSSIVEL ATUALIZAR O MODELO "
                MR-Id ": " WS-Recorrentes-Status
    END-REWRITE.

*> Grava uma transacao do lote com conta, moeda e valores da
*> ocorrencia (RG-Registro corrente) e lista a linha no relatorio.
5000-Gravar-Transacao.
    MOVE SPACES TO TR-Registro
    MOVE WS-Num1 TO WS-Valor-Edit
    MOVE WS-Valor-Edit TO TR-Num1
    MOVE WS-Num2 TO WS-Valor-Edit
    MOVE WS-Valor-Edit TO TR-Num2
    MOVE RG-Conta TO TR-Conta
    MOVE RG-Moeda TO TR-Moeda
    WRITE TR-Registro
    IF WS-TransOut-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR TRANSACAO DO LOTE: "
            WS-TransOut-Status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-Qtd-Gravados
    ADD WS-Num1 WS-Num2 TO WS-Hash-Lote

    MOVE RG-Id TO LD-Id
    MOVE RG-Ciclo TO LD-Ciclo
    MOVE RG-Conta TO LD-Conta
    MOVE RG-Moeda TO LD-Moeda
    MOVE WS-Num1 TO LD-Num1
    MOVE WS-Num2 TO LD-Num2
    WRITE RecRelRec FROM WS-Linha-Detalhe.

4000-Finalizar.
    MOVE SPACES TO TL-Registro
    SET TL-Lote-Trailer TO TRUE
    MOVE WS-Qtd-Gravados TO TL-Qtd-Registros
    MOVE WS-Hash-Lote TO TL-Hash-Total
    WRITE TR-Registro FROM TL-Registro
    IF WS-TransOut-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR TRAILER DO LOTE: " WS-TransOut-Status
        MOVE 8 TO RETURN-CODE
    END-IF

    MOVE WS-Qtd-Gerados TO LR-Qtd-Gerados
    MOVE WS-Qtd-Estornos TO LR-Qtd-Estornos
    MOVE WS-Qtd-Remontados TO LR-Qtd-Remontados
    WRITE RecRelRec FROM WS-Linha-Rodape-1
    MOVE WS-Qtd-Ja-Gerados TO LR-Qtd-Ja-Gerados
    MOVE WS-Qtd-Modelos TO LR-Qtd-Modelos
    WRITE RecRelRec FROM WS-Linha-Rodape-2
    MOVE WS-Qtd-Gravados TO LR-Qtd-Gravados
    MOVE WS-Hash-Lote TO LR-Hash-Lote
    WRITE RecRelRec FROM WS-Linha-Rodape-3

    CLOSE TransOutFile
    CLOSE RecRelFile
    CLOSE GeradosFile
    IF ModelosDisponiveis
        CLOSE RecorrentesFile
    END-IF

    DISPLAY "GERACAO CONCLUIDA"
    DISPLAY "OCORRENCIAS GERADAS..: " WS-Qtd-Gerados
    DISPLAY "ESTORNOS AUTOMATICOS.: " WS-Qtd-Estornos
    DISPLAY "REMONTADOS...........: " WS-Qtd-Remontados
    DISPLAY "JA GERADAS...........: " WS-Qtd-Ja-Gerados
    DISPLAY "REGISTROS NO LOTE....: " WS-Qtd-Gravados
    DISPLAY "HASH TOTAL...........: " LR-Hash-Lote.
