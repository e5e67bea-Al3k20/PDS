IDENTIFICATION DIVISION.
PROGRAM-ID. SomaVerificaAuditoria.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditoriaFile ASSIGN TO DYNAMIC WS-Auditoria-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AU-Chave
        FILE STATUS IS WS-Auditoria-Status.

    SELECT RunCtlFile ASSIGN TO DYNAMIC WS-RunCtl-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-Chave
        FILE STATUS IS WS-RunCtl-Status.

    SELECT VerRelFile ASSIGN TO AUDVREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VerRel-Status.

DATA DIVISION.
FILE SECTION.
FD  AuditoriaFile.
COPY "AUDITORI.CPY".

FD  RunCtlFile.
COPY "RUNCTL.CPY".

FD  VerRelFile.
01  VerRelRec                PIC X(132).

WORKING-STORAGE SECTION.
*> Verificacao da auditoria encadeada num intervalo de datas:
*> para cada registro do intervalo confere o elo com o registro
*> anterior (o anterior existe e o verificador recalculado confere
*> com o gravado), a sequencia AU-Seq dentro de cada data/hora
*> (1, 2, 3... sem lacuna), cada cabecalho contra os detalhes que o
*> seguem (quantidade AU-Qtd e soma igual a AU-Total) e detalhes
*> sem cabecalho. Confere tambem que o ultimo elo registrado no
*> controle ainda existe. Qualquer ocorrencia termina o job com
*> codigo de retorno 8 e fica registrada no controle de execucao
*> para o monitor de fechamento do dia.
01  WS-Auditoria-FileName    PIC X(100) VALUE "AUDITORIA.DAT".
01  WS-Auditoria-Status      PIC XX.

01  WS-RunCtl-FileName       PIC X(100) VALUE "RUN-CONTROL.DAT".
01  WS-RunCtl-Status         PIC XX.

01  WS-VerRel-Status         PIC XX.

01  WS-Entrada               PIC X(10).
01  WS-Entrada-Compacta      PIC X(10).
01  WS-Data-Inicial          PIC 9(8).
01  WS-Data-Final            PIC 9(8).
01  WS-Data-Informada        PIC 9(8).
01  WS-Data-MM               PIC 99.
01  WS-Data-DD               PIC 99.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Data-Valida        PIC X VALUE 'N'.
       88 DataValida         VALUE 'Y'.
       88 DataInvalida       VALUE 'N'.
    05 WS-Auditoria-Presente PIC X VALUE 'N'.
       88 AuditoriaPresente  VALUE 'Y'.
       88 AuditoriaAusente   VALUE 'N'.
    05 WS-Controle           PIC X VALUE 'N'.
       88 ComControle        VALUE 'Y'.
       88 SemControle        VALUE 'N'.
    05 WS-Grupo              PIC X VALUE 'N'.
       88 GrupoAberto        VALUE 'Y'.
       88 GrupoFechado       VALUE 'N'.
    05 WS-Anterior           PIC X VALUE 'N'.
       88 AnteriorAchado     VALUE 'Y'.
       88 AnteriorNaoAchado  VALUE 'N'.

*> Registro de controle da cadeia (chave zerada): inicio da cadeia
*> e ultimo elo gravado.
01  WS-Cadeia.
    05 WS-Ini-Cadeia         PIC 9(18) VALUE ZERO.
    05 WS-Ult-Chave          PIC 9(18) VALUE ZERO.
    05 WS-Ult-Verificador    PIC 9(10) VALUE ZERO.
    05 WS-Qtd-Encadeados     PIC 9(9) VALUE ZERO.

*> Registro em conferencia; a leitura do anterior reposiciona o
*> arquivo, que volta a ser lido a partir da chave guardada aqui.
01  WS-Chave-Atual           PIC 9(18).
01  WS-Verificador-Gravado   PIC 9(10).
01  WS-Verificador-Anterior  PIC 9(10).

*> Mesmo calculo do verificador feito pelos programas que gravam a
*> auditoria.
01  WS-Aud-Registro          PIC X(81).
01  WS-Aud-Tam-Conteudo      PIC 9(3) VALUE 71.
01  WS-Aud-Modulo            PIC 9(10) VALUE 2147483647.
01  WS-Aud-Calculo.
    05 WS-Aud-Hash           PIC 9(10).
    05 WS-Aud-Produto        PIC 9(13).
    05 WS-Aud-Quociente      PIC 9(13).
    05 WS-Aud-Pos            PIC 9(3).
01  WS-Aud-Par.
    05 FILLER                PIC X VALUE LOW-VALUE.
    05 WS-Aud-Par-Baixo      PIC X.
01  WS-Aud-Par-Num REDEFINES WS-Aud-Par PIC 9(4) BINARY.

*> Ultima chave lida, para a conferencia da sequencia.
01  WS-Seq-Data              PIC 9(8) VALUE ZERO.
01  WS-Seq-Hora              PIC 9(6) VALUE ZERO.
01  WS-Seq-Ultima            PIC 9(4) VALUE ZERO.
01  WS-Seq-Esperada          PIC 9(5).

*> Cabecalho aberto e o que ja se somou dos seus detalhes.
01  WS-Grp.
    05 WS-Grp-Data           PIC 9(8).
    05 WS-Grp-Hora           PIC 9(6).
    05 WS-Grp-Seq            PIC 9(4).
    05 WS-Grp-Operador       PIC X(8).
    05 WS-Grp-Qtd            PIC 9(3).
    05 WS-Grp-Total          PIC S9(9)V99.
    05 WS-Grp-Qtd-Detalhes   PIC 9(4).
    05 WS-Grp-Soma           PIC S9(11)V99.

01  WS-Contadores.
    05 WS-Qtd-Lidos          PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Elos-Ok        PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Sem-Elo        PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Quebras        PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Lacunas        PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Divergentes    PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Orfaos         PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Ocorrencias    PIC 9(7) VALUE ZERO.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

01  WS-Linha-Titulo.
    05 FILLER                PIC X(44) VALUE
       "VERIFICACAO DA AUDITORIA - SOMANUMEROS      ".
    05 FILLER                PIC X(9) VALUE "PERIODO: ".
    05 LT-Data-Inicial       PIC 9(4)/99/99.
    05 FILLER                PIC X(3) VALUE " A ".
    05 LT-Data-Final         PIC 9(4)/99/99.
    05 FILLER                PIC X(10) VALUE "   DATA: ".
    05 LT-Data               PIC 9(4)/99/99.

01  WS-Linha-Cadeia.
    05 FILLER                PIC X(20) VALUE "INICIO DA CADEIA:   ".
    05 LC-Ini-Data           PIC 9(4)/99/99.
    05 FILLER                PIC X VALUE SPACE.
    05 LC-Ini-Hora           PIC 9(6).
    05 FILLER                PIC X VALUE SPACE.
    05 LC-Ini-Seq            PIC 9(4).
    05 FILLER                PIC X(25) VALUE "   REGISTROS ENCADEADOS: ".
    05 LC-Qtd-Encadeados     PIC ZZZZZZZZ9.

01  WS-Linha-Colunas.
    05 FILLER                PIC X(28) VALUE
       "DATA       HORA     SEQ  T  ".
    05 FILLER                PIC X(36) VALUE "OCORRENCIA".
    05 FILLER                PIC X(67) VALUE "INFORMACAO".

01  WS-Linha-Detalhe.
    05 LD-Data               PIC 9(4)/99/99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Hora.
        10 LD-HH             PIC 99.
        10 FILLER            PIC X VALUE ':'.
        10 LD-MM             PIC 99.
        10 FILLER            PIC X VALUE ':'.
        10 LD-SS             PIC 99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Seq                PIC 9(4).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Tipo               PIC X.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LD-Ocorrencia         PIC X(36).
    05 LD-Info               PIC X(67).

01  WS-Info-Grupo.
    05 FILLER                PIC X(5) VALUE "QTD: ".
    05 IG-Qtd                PIC ZZ9.
    05 FILLER                PIC X(12) VALUE "  DETALHES: ".
    05 IG-Qtd-Detalhes       PIC ZZZ9.
    05 FILLER                PIC X(9) VALUE "  TOTAL: ".
    05 IG-Total              PIC -(9)9.99.
    05 FILLER                PIC X(8) VALUE "  SOMA: ".
    05 IG-Soma               PIC -(9)9.99.

01  WS-Info-Sequencia.
    05 FILLER                PIC X(10) VALUE "ESPERADA: ".
    05 IS-Seq-Esperada       PIC 9(4).

01  WS-Info-Elo.
    05 FILLER                PIC X(10) VALUE "ANTERIOR: ".
    05 IE-Data               PIC 9(8).
    05 FILLER                PIC X VALUE SPACE.
    05 IE-Hora               PIC 9(6).
    05 FILLER                PIC X VALUE SPACE.
    05 IE-Seq                PIC 9(4).

01  WS-Linha-Rodape.
    05 LR-Descricao          PIC X(40).
    05 LR-Qtd                PIC ZZZZZZ9.

01  WS-Linha-Conclusao       PIC X(132).
01  WS-Linha-Branco          PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-Verificar-Auditoria.
    PERFORM 1000-Inicializar
    PERFORM 2000-Verificar-Registro UNTIL FimArquivo
    PERFORM 2900-Fechar-Grupo
    PERFORM 3000-Verificar-Ultimo-Elo
    PERFORM 4000-Finalizar
    STOP RUN.

1000-Inicializar.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema

    SET DataInvalida TO TRUE
    PERFORM UNTIL DataValida
        DISPLAY "Data inicial (AAAAMMDD): "
        ACCEPT WS-Entrada
        PERFORM 1100-Validar-Data
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
            PERFORM 1100-Validar-Data
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

    OPEN OUTPUT VerRelFile
    IF WS-VerRel-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO DA VERIFICACAO: "
            WS-VerRel-Status
        STOP RUN
    END-IF
    MOVE WS-Data-Inicial TO LT-Data-Inicial
    MOVE WS-Data-Final TO LT-Data-Final
    MOVE WS-Data-Sistema TO LT-Data
    WRITE VerRelRec FROM WS-Linha-Titulo
    WRITE VerRelRec FROM WS-Linha-Branco

    OPEN INPUT AuditoriaFile
    IF WS-Auditoria-Status = "35"
        SET AuditoriaAusente TO TRUE
        SET FimArquivo TO TRUE
        MOVE "NENHUMA AUDITORIA GRAVADA." TO WS-Linha-Conclusao
        WRITE VerRelRec FROM WS-Linha-Conclusao
    ELSE
        IF WS-Auditoria-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR AUDITORIA: " WS-Auditoria-Status
            STOP RUN
        END-IF
        SET AuditoriaPresente TO TRUE
        PERFORM 1200-Ler-Controle
        MOVE WS-Data-Inicial TO AU-Data
        MOVE ZERO TO AU-Hora
        MOVE ZERO TO AU-Seq
        START AuditoriaFile KEY IS NOT LESS THAN AU-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        WRITE VerRelRec FROM WS-Linha-Colunas
        IF NOT FimArquivo
            PERFORM 1300-Ler-Auditoria
        END-IF
    END-IF.

1100-Validar-Data.
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

*> Sem registro de controle a cadeia nunca foi iniciada: todo
*> registro e da epoca sem encadeamento, e um registro que traga
*> verificador indica que o controle foi apagado.
1200-Ler-Controle.
    MOVE ZERO TO AU-Data
    MOVE ZERO TO AU-Hora
    MOVE ZERO TO AU-Seq
    READ AuditoriaFile
        INVALID KEY
            SET SemControle TO TRUE
        NOT INVALID KEY
            SET ComControle TO TRUE
    END-READ
    IF ComControle
        MOVE AU-Inicio-Cadeia TO WS-Ini-Cadeia
        MOVE AU-Anterior TO WS-Ult-Chave
        MOVE AU-Verificador TO WS-Ult-Verificador
        MOVE AU-Qtd-Encadeados TO WS-Qtd-Encadeados
        MOVE AU-Ini-Data TO LC-Ini-Data
        MOVE AU-Ini-Hora TO LC-Ini-Hora
        MOVE AU-Ini-Seq TO LC-Ini-Seq
        MOVE AU-Qtd-Encadeados TO LC-Qtd-Encadeados
        WRITE VerRelRec FROM WS-Linha-Cadeia
    ELSE
        MOVE "CADEIA NAO INICIADA (SEM REGISTRO DE CONTROLE)."
            TO WS-Linha-Conclusao
        WRITE VerRelRec FROM WS-Linha-Conclusao
    END-IF
    WRITE VerRelRec FROM WS-Linha-Branco.

1300-Ler-Auditoria.
    READ AuditoriaFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF AU-Data > WS-Data-Final
                SET FimArquivo TO TRUE
            ELSE
                ADD 1 TO WS-Qtd-Lidos
            END-IF
    END-READ.

2000-Verificar-Registro.
    MOVE AU-Registro TO WS-Aud-Registro
    MOVE AU-Chave TO WS-Chave-Atual
    PERFORM 2100-Verificar-Sequencia
    PERFORM 2200-Verificar-Grupo
    PERFORM 2300-Verificar-Elo
    IF NOT FimArquivo
        PERFORM 1300-Ler-Auditoria
    END-IF.

*> Os gravadores numeram a sequencia a partir de 1 em cada
*> data/hora e avancam sobre chave duplicada: dentro de um mesmo
*> segundo a sequencia e continua, e um numero que falta e um
*> registro removido.
2100-Verificar-Sequencia.
    IF AU-Data = WS-Seq-Data AND AU-Hora = WS-Seq-Hora
        COMPUTE WS-Seq-Esperada = WS-Seq-Ultima + 1
    ELSE
        MOVE 1 TO WS-Seq-Esperada
    END-IF
    IF AU-Seq NOT = WS-Seq-Esperada
        ADD 1 TO WS-Qtd-Lacunas
        MOVE "LACUNA NA SEQUENCIA" TO LD-Ocorrencia
        MOVE WS-Seq-Esperada TO IS-Seq-Esperada
        MOVE WS-Info-Sequencia TO LD-Info
        PERFORM 8000-Gravar-Ocorrencia
    END-IF
    MOVE AU-Data TO WS-Seq-Data
    MOVE AU-Hora TO WS-Seq-Hora
    MOVE AU-Seq TO WS-Seq-Ultima.

*> Os detalhes de um cabecalho vem logo apos ele, na mesma
*> data/hora e com o mesmo operador.
2200-Verificar-Grupo.
    EVALUATE TRUE
        WHEN AU-Cabecalho
            PERFORM 2900-Fechar-Grupo
            SET GrupoAberto TO TRUE
            MOVE AU-Data TO WS-Grp-Data
            MOVE AU-Hora TO WS-Grp-Hora
            MOVE AU-Seq TO WS-Grp-Seq
            MOVE AU-Operador TO WS-Grp-Operador
            MOVE AU-Qtd TO WS-Grp-Qtd
            MOVE AU-Total TO WS-Grp-Total
            MOVE ZERO TO WS-Grp-Qtd-Detalhes
            MOVE ZERO TO WS-Grp-Soma
        WHEN AU-Detalhe
            IF GrupoAberto
            AND AU-Data = WS-Grp-Data
            AND AU-Hora = WS-Grp-Hora
            AND AU-Operador = WS-Grp-Operador
                ADD 1 TO WS-Grp-Qtd-Detalhes
                ADD AU-Valor TO WS-Grp-Soma
            ELSE
                ADD 1 TO WS-Qtd-Orfaos
                MOVE "DETALHE SEM CABECALHO" TO LD-Ocorrencia
                MOVE AU-Operador TO LD-Info
                PERFORM 8000-Gravar-Ocorrencia
            END-IF
        WHEN OTHER
            ADD 1 TO WS-Qtd-Orfaos
            MOVE "TIPO DE REGISTRO INVALIDO" TO LD-Ocorrencia
            MOVE SPACES TO LD-Info
            PERFORM 8000-Gravar-Ocorrencia
    END-EVALUATE.

2300-Verificar-Elo.
    IF AU-Verificador IS NUMERIC
        MOVE AU-Verificador TO WS-Verificador-Gravado
    ELSE
        MOVE ZERO TO WS-Verificador-Gravado
    END-IF
    IF SemControle OR WS-Chave-Atual < WS-Ini-Cadeia
        IF WS-Verificador-Gravado = ZERO
            ADD 1 TO WS-Qtd-Sem-Elo
        ELSE
            ADD 1 TO WS-Qtd-Quebras
            IF SemControle
                MOVE "ENCADEADO SEM REGISTRO DE CONTROLE"
                    TO LD-Ocorrencia
            ELSE
                MOVE "ENCADEADO ANTES DO INICIO DA CADEIA"
                    TO LD-Ocorrencia
            END-IF
            MOVE SPACES TO LD-Info
            PERFORM 8000-Gravar-Ocorrencia
        END-IF
    ELSE
        PERFORM 2400-Conferir-Elo
    END-IF.

*> O primeiro registro da cadeia parte de verificador zero; os
*> demais partem do verificador do registro apontado em
*> AU-Anterior, lido pela chave. A leitura muda a posicao do
*> arquivo, que e restabelecida logo apos o registro em
*> conferencia.
2400-Conferir-Elo.
    SET AnteriorNaoAchado TO TRUE
    MOVE ZERO TO WS-Verificador-Anterior
    MOVE AU-Ant-Data TO IE-Data
    MOVE AU-Ant-Hora TO IE-Hora
    MOVE AU-Ant-Seq TO IE-Seq
    IF AU-Anterior = ZERO
        IF WS-Chave-Atual = WS-Ini-Cadeia
            SET AnteriorAchado TO TRUE
        ELSE
            ADD 1 TO WS-Qtd-Quebras
            MOVE "ELO ROMPIDO: SEM REGISTRO ANTERIOR" TO LD-Ocorrencia
            MOVE SPACES TO LD-Info
            PERFORM 8000-Gravar-Ocorrencia
        END-IF
    ELSE
        MOVE AU-Anterior TO AU-Chave
        READ AuditoriaFile
            INVALID KEY
                ADD 1 TO WS-Qtd-Quebras
                MOVE "ELO ROMPIDO: ANTERIOR AUSENTE" TO LD-Ocorrencia
                MOVE WS-Info-Elo TO LD-Info
                MOVE WS-Aud-Registro TO AU-Registro
                PERFORM 8000-Gravar-Ocorrencia
            NOT INVALID KEY
                SET AnteriorAchado TO TRUE
                IF AU-Verificador IS NUMERIC
                    MOVE AU-Verificador TO WS-Verificador-Anterior
                END-IF
        END-READ
        MOVE WS-Aud-Registro TO AU-Registro
        START AuditoriaFile KEY IS GREATER THAN AU-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
    END-IF

    IF AnteriorAchado
        MOVE WS-Verificador-Anterior TO WS-Aud-Hash
        PERFORM 2500-Calcular-Verificador
        IF WS-Aud-Hash = WS-Verificador-Gravado
            ADD 1 TO WS-Qtd-Elos-Ok
        ELSE
            ADD 1 TO WS-Qtd-Quebras
            MOVE "VERIFICADOR NAO CONFERE" TO LD-Ocorrencia
            MOVE WS-Info-Elo TO LD-Info
            PERFORM 8000-Gravar-Ocorrencia
        END-IF
    END-IF
    MOVE WS-Aud-Registro TO AU-Registro.

2500-Calcular-Verificador.
    PERFORM VARYING WS-Aud-Pos FROM 1 BY 1
            UNTIL WS-Aud-Pos > WS-Aud-Tam-Conteudo
        MOVE WS-Aud-Registro(WS-Aud-Pos:1) TO WS-Aud-Par-Baixo
        COMPUTE WS-Aud-Produto =
            WS-Aud-Hash * 257 + WS-Aud-Par-Num + 1
        DIVIDE WS-Aud-Produto BY WS-Aud-Modulo
            GIVING WS-Aud-Quociente REMAINDER WS-Aud-Hash
    END-PERFORM.

2900-Fechar-Grupo.
    IF GrupoAberto
        IF WS-Grp-Qtd-Detalhes NOT = WS-Grp-Qtd
        OR WS-Grp-Soma NOT = WS-Grp-Total
            ADD 1 TO WS-Qtd-Divergentes
            MOVE WS-Grp-Data TO AU-Data
            MOVE WS-Grp-Hora TO AU-Hora
            MOVE WS-Grp-Seq TO AU-Seq
            SET AU-Cabecalho TO TRUE
            MOVE "CABECALHO NAO CONFERE COM DETALHES" TO LD-Ocorrencia
            MOVE WS-Grp-Qtd TO IG-Qtd
            MOVE WS-Grp-Qtd-Detalhes TO IG-Qtd-Detalhes
            MOVE WS-Grp-Total TO IG-Total
            MOVE WS-Grp-Soma TO IG-Soma
            MOVE WS-Info-Grupo TO LD-Info
            PERFORM 8000-Gravar-Ocorrencia
            MOVE WS-Aud-Registro TO AU-Registro
        END-IF
        SET GrupoFechado TO TRUE
    END-IF.

*> O ultimo elo do controle precisa existir e trazer o verificador
*> registrado: registros apagados no fim da cadeia nao deixam
*> sucessor para acusar a falta.
3000-Verificar-Ultimo-Elo.
    IF AuditoriaPresente AND ComControle
        MOVE WS-Ult-Chave TO AU-Chave
        READ AuditoriaFile
            INVALID KEY
                ADD 1 TO WS-Qtd-Quebras
                MOVE WS-Ult-Chave TO AU-Chave
                MOVE "K" TO AU-Tipo
                MOVE "ULTIMO ELO DO CONTROLE AUSENTE" TO LD-Ocorrencia
                MOVE SPACES TO LD-Info
                PERFORM 8000-Gravar-Ocorrencia
            NOT INVALID KEY
                IF AU-Verificador NOT = WS-Ult-Verificador
                    ADD 1 TO WS-Qtd-Quebras
                    MOVE "ULTIMO ELO NAO CONFERE COM CONTROLE"
                        TO LD-Ocorrencia
                    MOVE SPACES TO LD-Info
                    PERFORM 8000-Gravar-Ocorrencia
                END-IF
        END-READ
    END-IF
    IF AuditoriaPresente
        CLOSE AuditoriaFile
    END-IF.

4000-Finalizar.
    COMPUTE WS-Qtd-Ocorrencias = WS-Qtd-Quebras + WS-Qtd-Lacunas
        + WS-Qtd-Divergentes + WS-Qtd-Orfaos

    WRITE VerRelRec FROM WS-Linha-Branco
    MOVE "REGISTROS LIDOS" TO LR-Descricao
    MOVE WS-Qtd-Lidos TO LR-Qtd
    WRITE VerRelRec FROM WS-Linha-Rodape
    MOVE "ELOS CONFERIDOS" TO LR-Descricao
    MOVE WS-Qtd-Elos-Ok TO LR-Qtd
    WRITE VerRelRec FROM WS-Linha-Rodape
    MOVE "ANTERIORES AO ENCADEAMENTO" TO LR-Descricao
    MOVE WS-Qtd-Sem-Elo TO LR-Qtd
    WRITE VerRelRec FROM WS-Linha-Rodape
    MOVE "ELOS ROMPIDOS" TO LR-Descricao
    MOVE WS-Qtd-Quebras TO LR-Qtd
    WRITE VerRelRec FROM WS-Linha-Rodape
    MOVE "LACUNAS NA SEQUENCIA" TO LR-Descricao
    MOVE WS-Qtd-Lacunas TO LR-Qtd
    WRITE VerRelRec FROM WS-Linha-Rodape
    MOVE "CABECALHOS QUE NAO CONFEREM" TO LR-Descricao
    MOVE WS-Qtd-Divergentes TO LR-Qtd
    WRITE VerRelRec FROM WS-Linha-Rodape
    MOVE "DETALHES ORFAOS / TIPO INVALIDO" TO LR-Descricao
    MOVE WS-Qtd-Orfaos TO LR-Qtd
    WRITE VerRelRec FROM WS-Linha-Rodape
    WRITE VerRelRec FROM WS-Linha-Branco
    IF WS-Qtd-Ocorrencias = ZERO
        MOVE "AUDITORIA INTEGRA NO PERIODO." TO WS-Linha-Conclusao
    ELSE
        MOVE "AUDITORIA COM OCORRENCIAS. VERIFICAR OS ITENS ACIMA."
            TO WS-Linha-Conclusao
    END-IF
    WRITE VerRelRec FROM WS-Linha-Conclusao
    CLOSE VerRelFile

    PERFORM 4100-Registrar-Execucao

    DISPLAY "VERIFICACAO DA AUDITORIA DE " WS-Data-Inicial
        " A " WS-Data-Final
    DISPLAY "REGISTROS LIDOS......: " WS-Qtd-Lidos
    DISPLAY "OCORRENCIAS..........: " WS-Qtd-Ocorrencias
    DISPLAY WS-Linha-Conclusao(1:60)
    IF WS-Qtd-Ocorrencias NOT = ZERO
        MOVE 8 TO RETURN-CODE
    END-IF.

*> O controle fica pela data final do intervalo, que na cadeia
*> noturna e a data de negocio conferida pelo SomaMonitor.
4100-Registrar-Execucao.
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
        MOVE WS-Data-Final TO RC-Data
        MOVE "SOMAVAUD" TO RC-Job
        MOVE WS-Data-Sistema TO RC-Data-Exec
        MOVE WS-Hora-Sistema TO RC-Hora-Exec
        MOVE WS-Qtd-Ocorrencias TO RC-Qtd
        MOVE WS-Qtd-Lidos TO RC-Total
        IF WS-Qtd-Ocorrencias = ZERO
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

8000-Gravar-Ocorrencia.
    MOVE AU-Data TO LD-Data
    MOVE AU-Hora(1:2) TO LD-HH
    MOVE AU-Hora(3:2) TO LD-MM
    MOVE AU-Hora(5:2) TO LD-SS
    MOVE AU-Seq TO LD-Seq
    MOVE AU-Tipo TO LD-Tipo
    WRITE VerRelRec FROM WS-Linha-Detalhe
    IF WS-VerRel-Status NOT = "00"
        DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR O RELATORIO: "
            WS-VerRel-Status
    END-IF.
