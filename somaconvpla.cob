IDENTIFICATION DIVISION.
PROGRAM-ID. SomaConvertePlano.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PlanoAntigoFile ASSIGN TO DYNAMIC WS-PlanoAntigo-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CA-Conta
        FILE STATUS IS WS-PlanoAntigo-Status.

    SELECT ChartContasFile ASSIGN TO DYNAMIC WS-ChartContas-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-Conta
        FILE STATUS IS WS-ChartContas-Status.

DATA DIVISION.
FILE SECTION.
*> Layout anterior ao limite de aprovacao e a natureza (41 bytes).
FD  PlanoAntigoFile.
01  CA-Registro.
    05 CA-Conta              PIC X(10).
    05 CA-Descricao          PIC X(30).
    05 CA-Situacao           PIC X.

FD  ChartContasFile.
COPY "CHARTACC.CPY".

WORKING-STORAGE SECTION.
*> Conversao unica de PLANO-CONTAS.DAT para o layout com limite de
*> dupla aprovacao e natureza. O arquivo no layout antigo e
*> renomeado para PLANO-CONTAS-ANTIGO.DAT antes da execucao; cada
*> conta e copiada para um PLANO-CONTAS.DAT novo com limite zero
*> (sem dupla aprovacao ate a manutencao informar um) e com a
*> natureza lida de SYSIN: a primeira linha traz a natureza padrao
*> ("P" ou "R"; em branco vale "P") e as linhas seguintes, ate uma
*> linha em branco, as contas que ficam com a outra natureza (com
*> padrao "P", a lista das contas de resultado). Conta da lista que
*> nao existe no plano antigo e so avisada. Um PLANO-CONTAS.DAT ja
*> existente recusa a conversao.
01  WS-PlanoAntigo-FileName  PIC X(100) VALUE "PLANO-CONTAS-ANTIGO.DAT".
01  WS-PlanoAntigo-Status    PIC XX.

01  WS-ChartContas-FileName  PIC X(100) VALUE "PLANO-CONTAS.DAT".
01  WS-ChartContas-Status    PIC XX.

01  WS-Entrada               PIC X(10).

01  WS-Natureza-Padrao       PIC X VALUE SPACE.
    88 PadraoValido          VALUE 'P' 'p' 'R' 'r'.
    88 PadraoPatrimonial     VALUE 'P' 'p'.
01  WS-Natureza-Excecao      PIC X.

*> Contas com a natureza oposta a padrao.
01  WS-Max-Excecoes          PIC 9(4) VALUE 2000.
01  WS-Qtd-Excecoes          PIC 9(4) VALUE ZERO.
01  WS-Excecoes-Tab.
    05 WS-Exc OCCURS 2000 TIMES.
        10 WS-Exc-Conta      PIC X(10).
        10 WS-Exc-Usada      PIC X.
           88 ExcecaoUsada   VALUE 'Y'.
01  WS-Ind-Exc               PIC 9(4).

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Fim-Lista          PIC X VALUE 'N'.
       88 FimLista           VALUE 'Y'.
    05 WS-Achou              PIC X VALUE 'N'.
       88 Achou              VALUE 'Y'.
       88 NaoAchou           VALUE 'N'.

01  WS-Contadores.
    05 WS-Qtd-Lidos          PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Gravados       PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Patrimoniais   PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Resultado      PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
0000-Converter.
    PERFORM 1000-Inicializar
    PERFORM 2000-Converter-Conta UNTIL FimArquivo
    PERFORM 3000-Finalizar
    STOP RUN.

1000-Inicializar.
    DISPLAY "Natureza padrão (P/R, branco = P): "
    ACCEPT WS-Entrada
    MOVE WS-Entrada(1:1) TO WS-Natureza-Padrao
    IF WS-Natureza-Padrao = SPACE
        MOVE 'P' TO WS-Natureza-Padrao
    END-IF
    IF NOT PadraoValido
        DISPLAY "NATUREZA PADRAO INVALIDA: " WS-Entrada
            ". CONVERSAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF PadraoPatrimonial
        MOVE 'P' TO WS-Natureza-Padrao
        MOVE 'R' TO WS-Natureza-Excecao
    ELSE
        MOVE 'R' TO WS-Natureza-Padrao
        MOVE 'P' TO WS-Natureza-Excecao
    END-IF
    PERFORM 1100-Ler-Excecao UNTIL FimLista

    OPEN INPUT PlanoAntigoFile
    IF WS-PlanoAntigo-Status = "35"
        DISPLAY "NENHUM PLANO DE CONTAS NO LAYOUT ANTIGO A CONVERTER."
        STOP RUN
    END-IF
    IF WS-PlanoAntigo-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS ANTIGO: "
            WS-PlanoAntigo-Status ". CONVERSAO RECUSADA."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "35"
        IF WS-ChartContas-Status = "00"
            CLOSE ChartContasFile
        END-IF
        DISPLAY "PLANO-CONTAS.DAT JA EXISTE (" WS-ChartContas-Status
            "). CONVERSAO RECUSADA."
        CLOSE PlanoAntigoFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO CRIAR PLANO DE CONTAS: " WS-ChartContas-Status
            ". CONVERSAO RECUSADA."
        CLOSE PlanoAntigoFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE LOW-VALUES TO CA-Conta
    START PlanoAntigoFile KEY IS NOT LESS THAN CA-Conta
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    IF NOT FimArquivo
        PERFORM 1200-Ler-Antigo
    END-IF.

1100-Ler-Excecao.
    DISPLAY "Conta com a outra natureza (vazio encerra): "
    ACCEPT WS-Entrada
    IF FUNCTION TRIM(WS-Entrada) = SPACES
        SET FimLista TO TRUE
    ELSE
        IF WS-Qtd-Excecoes >= WS-Max-Excecoes
            DISPLAY "ERRO: LISTA DE CONTAS ESGOTADA ("
                WS-Max-Excecoes " ENTRADAS). CONVERSAO RECUSADA."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Qtd-Excecoes
        MOVE FUNCTION TRIM(WS-Entrada)
            TO WS-Exc-Conta(WS-Qtd-Excecoes)
        MOVE 'N' TO WS-Exc-Usada(WS-Qtd-Excecoes)
    END-IF.

1200-Ler-Antigo.
    READ PlanoAntigoFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            ADD 1 TO WS-Qtd-Lidos
    END-READ.

2000-Converter-Conta.
    MOVE CA-Conta TO CC-Conta
    MOVE CA-Descricao TO CC-Descricao
    MOVE CA-Situacao TO CC-Situacao
    MOVE ZERO TO CC-Limite-Aprovacao
    MOVE WS-Natureza-Padrao TO CC-Natureza

    SET NaoAchou TO TRUE
    PERFORM VARYING WS-Ind-Exc FROM 1 BY 1
            UNTIL WS-Ind-Exc > WS-Qtd-Excecoes OR Achou
        IF WS-Exc-Conta(WS-Ind-Exc) = CA-Conta
            SET Achou TO TRUE
            MOVE 'Y' TO WS-Exc-Usada(WS-Ind-Exc)
            MOVE WS-Natureza-Excecao TO CC-Natureza
        END-IF
    END-PERFORM

    WRITE CC-Registro
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR A CONTA " CC-Conta ": "
            WS-ChartContas-Status ". CONVERSAO INTERROMPIDA."
        CLOSE PlanoAntigoFile
        CLOSE ChartContasFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-Qtd-Gravados
    IF CC-Patrimonial
        ADD 1 TO WS-Qtd-Patrimoniais
    ELSE
        ADD 1 TO WS-Qtd-Resultado
    END-IF
    PERFORM 1200-Ler-Antigo.

3000-Finalizar.
    CLOSE PlanoAntigoFile
    CLOSE ChartContasFile

    PERFORM VARYING WS-Ind-Exc FROM 1 BY 1
            UNTIL WS-Ind-Exc > WS-Qtd-Excecoes
        IF NOT ExcecaoUsada(WS-Ind-Exc)
            DISPLAY "AVISO: CONTA " WS-Exc-Conta(WS-Ind-Exc)
                " DA LISTA NAO EXISTE NO PLANO ANTIGO."
        END-IF
    END-PERFORM

    DISPLAY "CONVERSAO DO PLANO DE CONTAS CONCLUIDA"
    DISPLAY "CONTAS LIDAS.........: " WS-Qtd-Lidos
    DISPLAY "CONTAS GRAVADAS......: " WS-Qtd-Gravados
    DISPLAY "PATRIMONIAIS.........: " WS-Qtd-Patrimoniais
    DISPLAY "DE RESULTADO.........: " WS-Qtd-Resultado.
