IDENTIFICATION DIVISION.
PROGRAM-ID. SomaConverteAudCadeia.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditoriaAntigaFile ASSIGN TO DYNAMIC WS-AudAntiga-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AA-Chave
        FILE STATUS IS WS-AudAntiga-Status.

    SELECT AuditoriaFile ASSIGN TO DYNAMIC WS-Auditoria-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AU-Chave
        FILE STATUS IS WS-Auditoria-Status.

DATA DIVISION.
FILE SECTION.
*> Layout anterior ao encadeamento (53 bytes): o mesmo registro sem
*> AU-Anterior e AU-Verificador.
FD  AuditoriaAntigaFile.
01  AA-Registro.
    05 AA-Chave.
        10 AA-Data           PIC 9(8).
        10 AA-Hora           PIC 9(6).
        10 AA-Seq            PIC 9(4).
    05 AA-Tipo               PIC X.
    05 AA-Operador           PIC X(8).
    05 AA-Qtd                PIC 9(3).
    05 AA-Total              PIC S9(9)V99.
    05 AA-Indice             PIC 9(3).
    05 AA-Valor              PIC S9(7)V99.

FD  AuditoriaFile.
COPY "AUDITORI.CPY".

WORKING-STORAGE SECTION.
*> Conversao unica de AUDITORIA.DAT para o layout encadeado. O
*> arquivo no layout antigo e renomeado para AUDITORIA-ANTIGA.DAT
*> antes da execucao; cada registro e copiado, na ordem da chave,
*> para um AUDITORIA.DAT novo e encadeado ao anterior como fazem os
*> gravadores (AU-Anterior com a chave do registro anterior, zero
*> no primeiro, e AU-Verificador calculado a partir do verificador
*> dele). No fim grava o registro de controle da cadeia, de modo
*> que SomaVerificaAuditoria confere o arquivo convertido inteiro.
*> Um AUDITORIA.DAT ja existente recusa a conversao: nada e
*> sobrescrito nem duplicado.
01  WS-AudAntiga-FileName    PIC X(100) VALUE "AUDITORIA-ANTIGA.DAT".
01  WS-AudAntiga-Status      PIC XX.

01  WS-Auditoria-FileName    PIC X(100) VALUE "AUDITORIA.DAT".
01  WS-Auditoria-Status      PIC XX.

*> Mesmo calculo do verificador feito pelos programas que gravam a
*> auditoria.
01  WS-Aud-Registro          PIC X(81).
01  WS-Aud-Tam-Conteudo      PIC 9(3) VALUE 71.
01  WS-Aud-Modulo            PIC 9(10) VALUE 2147483647.
01  WS-Aud-Encadeamento.
    05 WS-Aud-Ant-Chave      PIC 9(18) VALUE ZERO.
    05 WS-Aud-Ant-Verificador PIC 9(10) VALUE ZERO.
    05 WS-Aud-Inicio-Cadeia  PIC 9(18) VALUE ZERO.
    05 WS-Aud-Qtd-Encadeados PIC 9(9) VALUE ZERO.
    05 WS-Aud-Hash           PIC 9(10).
    05 WS-Aud-Produto        PIC 9(13).
    05 WS-Aud-Quociente      PIC 9(13).
    05 WS-Aud-Pos            PIC 9(3).
01  WS-Aud-Par.
    05 FILLER                PIC X VALUE LOW-VALUE.
    05 WS-Aud-Par-Baixo      PIC X.
01  WS-Aud-Par-Num REDEFINES WS-Aud-Par PIC 9(4) BINARY.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.

01  WS-Contadores.
    05 WS-Qtd-Lidos          PIC 9(9) VALUE ZERO.
    05 WS-Qtd-Ignorados      PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
0000-Converter.
    PERFORM 1000-Inicializar
    PERFORM 2000-Converter-Registro UNTIL FimArquivo
    PERFORM 3000-Gravar-Controle
    PERFORM 4000-Finalizar
    STOP RUN.

1000-Inicializar.
    OPEN INPUT AuditoriaAntigaFile
    IF WS-AudAntiga-Status = "35"
        DISPLAY "NENHUMA AUDITORIA NO LAYOUT ANTIGO A CONVERTER."
        STOP RUN
    END-IF
    IF WS-AudAntiga-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR AUDITORIA ANTIGA: " WS-AudAntiga-Status
            ". CONVERSAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT AuditoriaFile
    IF WS-Auditoria-Status NOT = "35"
        IF WS-Auditoria-Status = "00"
            CLOSE AuditoriaFile
        END-IF
        DISPLAY "AUDITORIA.DAT JA EXISTE (" WS-Auditoria-Status
            "). CONVERSAO RECUSADA."
        CLOSE AuditoriaAntigaFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT AuditoriaFile
    IF WS-Auditoria-Status NOT = "00"
        DISPLAY "ERRO AO CRIAR AUDITORIA: " WS-Auditoria-Status
            ". CONVERSAO RECUSADA."
        CLOSE AuditoriaAntigaFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE LOW-VALUES TO AA-Chave
    START AuditoriaAntigaFile KEY IS NOT LESS THAN AA-Chave
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    IF NOT FimArquivo
        PERFORM 1100-Ler-Antigo
    END-IF.

1100-Ler-Antigo.
    READ AuditoriaAntigaFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            ADD 1 TO WS-Qtd-Lidos
    END-READ.

*> A chave zerada e a do registro de controle da cadeia; um
*> registro antigo com ela nao tem como ser copiado.
2000-Converter-Registro.
    IF AA-Chave = ZERO
        DISPLAY "AVISO: REGISTRO ANTIGO COM CHAVE ZERADA IGNORADO."
        ADD 1 TO WS-Qtd-Ignorados
    ELSE
        PERFORM 2100-Montar-Registro
        PERFORM 2200-Encadear-Registro
        PERFORM 2300-Gravar-Registro
    END-IF
    PERFORM 1100-Ler-Antigo.

2100-Montar-Registro.
    MOVE AA-Chave TO AU-Chave
    MOVE AA-Tipo TO AU-Tipo
    MOVE AA-Operador TO AU-Operador
    MOVE AA-Qtd TO AU-Qtd
    MOVE AA-Total TO AU-Total
    MOVE AA-Indice TO AU-Indice
    MOVE AA-Valor TO AU-Valor
    MOVE ZERO TO AU-Anterior
    MOVE ZERO TO AU-Verificador.

2200-Encadear-Registro.
    MOVE WS-Aud-Ant-Chave TO AU-Anterior
    MOVE AU-Registro TO WS-Aud-Registro
    MOVE WS-Aud-Ant-Verificador TO WS-Aud-Hash
    PERFORM 2500-Calcular-Verificador
    MOVE WS-Aud-Hash TO AU-Verificador.

2300-Gravar-Registro.
    WRITE AU-Registro
    IF WS-Auditoria-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR A AUDITORIA: " WS-Auditoria-Status
            ". CONVERSAO INTERROMPIDA."
        CLOSE AuditoriaAntigaFile
        CLOSE AuditoriaFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-Aud-Qtd-Encadeados = ZERO
        MOVE AU-Chave TO WS-Aud-Inicio-Cadeia
    END-IF
    ADD 1 TO WS-Aud-Qtd-Encadeados
    MOVE AU-Chave TO WS-Aud-Ant-Chave
    MOVE AU-Verificador TO WS-Aud-Ant-Verificador.

2500-Calcular-Verificador.
    PERFORM VARYING WS-Aud-Pos FROM 1 BY 1
            UNTIL WS-Aud-Pos > WS-Aud-Tam-Conteudo
        MOVE WS-Aud-Registro(WS-Aud-Pos:1) TO WS-Aud-Par-Baixo
        COMPUTE WS-Aud-Produto =
            WS-Aud-Hash * 257 + WS-Aud-Par-Num + 1
        DIVIDE WS-Aud-Produto BY WS-Aud-Modulo
            GIVING WS-Aud-Quociente REMAINDER WS-Aud-Hash
    END-PERFORM.

*> O controle fica na chave zerada, a primeira do arquivo: e
*> gravado depois da copia, com o arquivo reaberto para
*> atualizacao, com o primeiro e o ultimo elo da cadeia.
3000-Gravar-Controle.
    CLOSE AuditoriaFile
    IF WS-Aud-Qtd-Encadeados > ZERO
        OPEN I-O AuditoriaFile
        IF WS-Auditoria-Status NOT = "00"
            DISPLAY "ERRO AO REABRIR AUDITORIA: " WS-Auditoria-Status
                ". CONTROLE DA CADEIA NAO GRAVADO."
            CLOSE AuditoriaAntigaFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ZERO TO AU-Data
        MOVE ZERO TO AU-Hora
        MOVE ZERO TO AU-Seq
        SET AU-Controle-Cadeia TO TRUE
        MOVE SPACES TO AU-Conteudo
        MOVE WS-Aud-Inicio-Cadeia TO AU-Inicio-Cadeia
        MOVE WS-Aud-Qtd-Encadeados TO AU-Qtd-Encadeados
        MOVE WS-Aud-Ant-Chave TO AU-Anterior
        MOVE WS-Aud-Ant-Verificador TO AU-Verificador
        WRITE AU-Registro
        IF WS-Auditoria-Status NOT = "00"
            DISPLAY "ERRO AO GRAVAR O CONTROLE DA CADEIA: "
                WS-Auditoria-Status ". CONVERSAO INCOMPLETA."
            MOVE 8 TO RETURN-CODE
        END-IF
        CLOSE AuditoriaFile
    END-IF.

4000-Finalizar.
    CLOSE AuditoriaAntigaFile

    DISPLAY "CONVERSAO DA AUDITORIA PARA O LAYOUT ENCADEADO CONCLUIDA"
    DISPLAY "REGISTROS LIDOS......: " WS-Qtd-Lidos
    DISPLAY "REGISTROS ENCADEADOS.: " WS-Aud-Qtd-Encadeados
    DISPLAY "REGISTROS IGNORADOS..: " WS-Qtd-Ignorados.
