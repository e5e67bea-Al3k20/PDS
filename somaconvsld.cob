IDENTIFICATION DIVISION.
PROGRAM-ID. SomaConverteSaldos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SaldoAntigoFile ASSIGN TO DYNAMIC WS-SaldoAntigo-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-Conta
        FILE STATUS IS WS-SaldoAntigo-Status.

    SELECT SaldoContasFile ASSIGN TO DYNAMIC WS-SaldoContas-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SD-Conta
        FILE STATUS IS WS-SaldoContas-Status.

DATA DIVISION.
FILE SECTION.
*> Layout anterior ao saldo do ano anterior (56 bytes).
FD  SaldoAntigoFile.
01  SL-Registro.
    05 SL-Conta              PIC X(10).
    05 SL-Periodo            PIC 9(6).
    05 SL-Saldo-Periodo      PIC S9(13)V99.
    05 SL-Saldo-Ano          PIC S9(13)V99.
    05 SL-Data-Atualizacao   PIC 9(8).
    05 SL-Hora-Atualizacao   PIC 9(6).

FD  SaldoContasFile.
COPY "SALDOCTA.CPY".

WORKING-STORAGE SECTION.
*> Conversao unica de SALDO-CONTAS.DAT para o layout com o saldo do
*> ano anterior. O arquivo no layout antigo e renomeado para
*> SALDO-CONTAS-ANTIGO.DAT antes da execucao; cada conta e copiada
*> para um SALDO-CONTAS.DAT novo com SD-Ano-Anterior e
*> SD-Saldo-Ano-Anterior zerados (nenhuma virada de ano guardada
*> ainda). Um SALDO-CONTAS.DAT ja existente recusa a conversao.
01  WS-SaldoAntigo-FileName  PIC X(100) VALUE "SALDO-CONTAS-ANTIGO.DAT".
01  WS-SaldoAntigo-Status    PIC XX.

01  WS-SaldoContas-FileName  PIC X(100) VALUE "SALDO-CONTAS.DAT".
01  WS-SaldoContas-Status    PIC XX.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.

01  WS-Contadores.
    05 WS-Qtd-Lidos          PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Gravados       PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
0000-Converter.
    PERFORM 1000-Inicializar
    PERFORM 2000-Converter-Saldo UNTIL FimArquivo
    PERFORM 3000-Finalizar
    STOP RUN.

1000-Inicializar.
    OPEN INPUT SaldoAntigoFile
    IF WS-SaldoAntigo-Status = "35"
        DISPLAY "NENHUM SALDO DE CONTAS NO LAYOUT ANTIGO A CONVERTER."
        STOP RUN
    END-IF
    IF WS-SaldoAntigo-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR SALDO DE CONTAS ANTIGO: "
            WS-SaldoAntigo-Status ". CONVERSAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT SaldoContasFile
    IF WS-SaldoContas-Status NOT = "35"
        IF WS-SaldoContas-Status = "00"
            CLOSE SaldoContasFile
        END-IF
        DISPLAY "SALDO-CONTAS.DAT JA EXISTE (" WS-SaldoContas-Status
            "). CONVERSAO RECUSADA."
        CLOSE SaldoAntigoFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT SaldoContasFile
    IF WS-SaldoContas-Status NOT = "00"
        DISPLAY "ERRO AO CRIAR SALDO DE CONTAS: " WS-SaldoContas-Status
            ". CONVERSAO RECUSADA."
        CLOSE SaldoAntigoFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE LOW-VALUES TO SL-Conta
    START SaldoAntigoFile KEY IS NOT LESS THAN SL-Conta
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    IF NOT FimArquivo
        PERFORM 1100-Ler-Antigo
    END-IF.

1100-Ler-Antigo.
    READ SaldoAntigoFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            ADD 1 TO WS-Qtd-Lidos
    END-READ.

2000-Converter-Saldo.
    MOVE SL-Conta TO SD-Conta
    MOVE SL-Periodo TO SD-Periodo
    MOVE SL-Saldo-Periodo TO SD-Saldo-Periodo
    MOVE SL-Saldo-Ano TO SD-Saldo-Ano
    MOVE SL-Data-Atualizacao TO SD-Data-Atualizacao
    MOVE SL-Hora-Atualizacao TO SD-Hora-Atualizacao
    MOVE ZERO TO SD-Ano-Anterior
    MOVE ZERO TO SD-Saldo-Ano-Anterior
    WRITE SD-Registro
    IF WS-SaldoContas-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR O SALDO DA CONTA " SD-Conta ": "
            WS-SaldoContas-Status ". CONVERSAO INTERROMPIDA."
        CLOSE SaldoAntigoFile
        CLOSE SaldoContasFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-Qtd-Gravados
    PERFORM 1100-Ler-Antigo.

3000-Finalizar.
    CLOSE SaldoAntigoFile
    CLOSE SaldoContasFile

    DISPLAY "CONVERSAO DO SALDO DE CONTAS CONCLUIDA"
    DISPLAY "CONTAS LIDAS.........: " WS-Qtd-Lidos
    DISPLAY "CONTAS GRAVADAS......: " WS-Qtd-Gravados.
