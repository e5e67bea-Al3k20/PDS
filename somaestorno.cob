IDENTIFICATION DIVISION.
PROGRAM-ID. SomaEstorno.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DailyTotalsFile ASSIGN TO DYNAMIC WS-DailyTotals-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DT-Chave
        FILE STATUS IS WS-DailyTotals-Status.

    SELECT AuditoriaFile ASSIGN TO DYNAMIC WS-Auditoria-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AU-Chave
        FILE STATUS IS WS-Auditoria-Status.

    SELECT GLInterfaceFile ASSIGN TO DYNAMIC WS-GLInterface-FileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLInterface-Status.

    SELECT EstornosFile ASSIGN TO DYNAMIC WS-Estornos-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ES-Chave
        FILE STATUS IS WS-Estornos-Status.

    SELECT PeriodosFile ASSIGN TO DYNAMIC WS-Periodos-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PD-Periodo
        FILE STATUS IS WS-Periodos-Status.

    SELECT OperadoresFile ASSIGN TO DYNAMIC WS-Operadores-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-Id
        FILE STATUS IS WS-Operadores-Status.

    SELECT AprovacoesFile ASSIGN TO DYNAMIC WS-Aprovacoes-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-Chave
        FILE STATUS IS WS-Aprovacoes-Status.

    SELECT EstRelFile ASSIGN TO ESTREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EstRel-Status.

DATA DIVISION.
FILE SECTION.
FD  DailyTotalsFile.
COPY "DAILYTOT.CPY".

FD  AuditoriaFile.
COPY "AUDITORI.CPY".

FD  GLInterfaceFile.
COPY "GLINTERF.CPY".

FD  EstornosFile.
COPY "ESTORNO.CPY".

FD  PeriodosFile.
COPY "PERIODO.CPY".

FD  OperadoresFile.
COPY "OPERADOR.CPY".

FD  AprovacoesFile.
COPY "APROVPEN.CPY".

FD  EstRelFile.
01  EstRelRec                PIC X(132).

WORKING-STORAGE SECTION.
*> Os tres arquivos abaixo sao os mesmos gravados por SomaNumeros /
*> SomaNumerosLote. O estorno grava neles a contrapartida exata do
*> lancamento original (mesma quantidade, mesmos valores com sinal
*> invertido), datada de hoje, para que a reconciliacao do dia
*> case os tres lados do estorno como casa os de qualquer sessao.
01  WS-DailyTotals-FileName  PIC X(100) VALUE "DAILYTOT.DAT".
01  WS-Auditoria-FileName    PIC X(100) VALUE "AUDITORIA.DAT".
01  WS-GLInterface-FileName  PIC X(100) VALUE "GL-INTERFACE.DAT".

01  WS-DailyTotals-Status    PIC XX.
01  WS-Auditoria-Status      PIC XX.
01  WS-GLInterface-Status    PIC XX.
01  WS-EstRel-Status         PIC XX.
01  WS-Aud-Seq               PIC 9(4).

*> Encadeamento da auditoria (ver AUDITORI.CPY): antes de cada
*> gravacao o registro de controle da o ultimo elo; depois dela o
*> controle e regravado com o registro recem-gravado. O
*> verificador e um resto de divisao acumulado byte a byte sobre o
*> registro (tudo menos o proprio verificador), partindo do
*> verificador do registro anterior.
01  WS-Aud-Registro          PIC X(81).
01  WS-Aud-Tam-Conteudo      PIC 9(3) VALUE 71.
01  WS-Aud-Modulo            PIC 9(10) VALUE 2147483647.
01  WS-Aud-Encadeamento.
    05 WS-Aud-Controle       PIC X VALUE 'N'.
       88 AudComControle     VALUE 'Y'.
       88 AudSemControle     VALUE 'N'.
    05 WS-Aud-Ant-Chave      PIC 9(18).
    05 WS-Aud-Ant-Verificador PIC 9(10).
    05 WS-Aud-Inicio-Cadeia  PIC 9(18).
    05 WS-Aud-Qtd-Encadeados PIC 9(9).
    05 WS-Aud-Hash           PIC 9(10).
    05 WS-Aud-Produto        PIC 9(13).
    05 WS-Aud-Quociente      PIC 9(13).
    05 WS-Aud-Pos            PIC 9(3).
01  WS-Aud-Par.
    05 FILLER                PIC X VALUE LOW-VALUE.
    05 WS-Aud-Par-Baixo      PIC X.
01  WS-Aud-Par-Num REDEFINES WS-Aud-Par PIC 9(4) BINARY.

*> Vinculo original/estorno: uma chave presente neste arquivo ja
*> foi estornada ou e um estorno, e o programa recusa estorna-la
*> (de novo).
01  WS-Estornos-FileName     PIC X(100) VALUE "ESTORNOS.DAT".
01  WS-Estornos-Status       PIC XX.

*> Dupla aprovacao: lancamento retido ainda sem decisao, ou
*> recusado, nao tem linha contabil e nao pode ser estornado; o
*> aprovado tem a linha contabil na data da aprovacao, nao na do
*> total diario.
01  WS-Aprovacoes-FileName   PIC X(100) VALUE "APROVACOES-PENDENTES.DAT".
01  WS-Aprovacoes-Status     PIC XX.
01  WS-Data-Interface        PIC 9(8).

*> Controle de periodos: o estorno e lancado na data corrente e
*> por isso so roda com o periodo corrente aberto. Periodo sem
*> registro (ou arquivo de periodos ausente) vale como aberto.
01  WS-Periodos-FileName     PIC X(100) VALUE "PERIODOS.DAT".
01  WS-Periodos-Status       PIC XX.

*> Cadastro de operadores: o estorno e funcao de supervisao.
01  WS-Operadores-FileName   PIC X(100) VALUE "OPERADORES.DAT".
01  WS-Operadores-Status     PIC XX.
01  WS-Operador              PIC X(8).

01  WS-Entrada               PIC X(20).
01  WS-Entrada-Compacta      PIC X(20).
01  WS-Digitos-Opcao         PIC X(3) JUSTIFIED RIGHT.
01  WS-Opcao-Num             PIC 9(3).
01  WS-Motivo                PIC X(30).

01  WS-Resposta              PIC X VALUE SPACE.
    88 RespostaSim           VALUE 'S' 's'.

01  WS-Chave-Original.
    05 WS-Orig-Data          PIC 9(8).
    05 WS-Orig-Hora          PIC 9(6).
    05 WS-Orig-Seq           PIC 9(4).

01  WS-Chave-Estorno.
    05 WS-Est-Data           PIC 9(8).
    05 WS-Est-Hora           PIC 9(6).
    05 WS-Est-Seq            PIC 9(4).

01  WS-Orig-Operador         PIC X(8).
01  WS-Orig-Qtd              PIC 9(3).
01  WS-Orig-Num1             PIC S9(7)V99.
01  WS-Orig-Num2             PIC S9(7)V99.
01  WS-Orig-Soma             PIC S9(9)V99.

*> Detalhes de auditoria do lancamento original, regravados com
*> o sinal invertido sob o cabecalho do estorno.
01  WS-Max-Detalhes          PIC 9(3) VALUE 999.
01  WS-Qtd-Detalhes          PIC 9(3).
01  WS-Tab-Detalhes.
    05 WS-Detalhe            OCCURS 999 TIMES.
        10 WS-Det-Indice     PIC 9(3).
        10 WS-Det-Valor      PIC S9(7)V99.

*> Lancamentos contabeis que casam com o original (mesma data e
*> mesmo valor na moeda base). Havendo mais de uma conta/moeda
*> possivel, o supervisor escolhe qual estornar.
01  WS-Max-Candidatos        PIC 9(3) VALUE 50.
01  WS-Qtd-Candidatos        PIC 9(3).
01  WS-Cand-Escolhido        PIC 9(3).
01  WS-Tab-Candidatos.
    05 WS-Candidato          OCCURS 50 TIMES.
        10 WS-Cand-Conta     PIC X(10).
        10 WS-Cand-Moeda     PIC X(3).
        10 WS-Cand-Valor-Original PIC S9(9)V99.

01  WS-Indice                PIC 9(3).

01  WS-Flags.
    05 WS-Fim-Estornos       PIC X VALUE 'N'.
       88 FimEstornos        VALUE 'Y'.
    05 WS-Aprovacoes-Disponivel PIC X VALUE 'N'.
       88 AprovacoesDisponiveis VALUE 'Y'.
    05 WS-Estorno-Valido     PIC X VALUE 'N'.
       88 EstornoValido      VALUE 'Y'.
       88 EstornoInvalido    VALUE 'N'.
    05 WS-Fim-Auditoria      PIC X VALUE 'N'.
       88 FimAuditoria       VALUE 'Y'.
    05 WS-Cabecalho-Achado   PIC X VALUE 'N'.
       88 CabecalhoAchado    VALUE 'Y'.
       88 CabecalhoNaoAchado VALUE 'N'.
    05 WS-Fim-Interface      PIC X VALUE 'N'.
       88 FimInterface       VALUE 'Y'.
    05 WS-Candidato-Repetido PIC X VALUE 'N'.
       88 CandidatoRepetido  VALUE 'Y'.
       88 CandidatoNovo      VALUE 'N'.

01  WS-Qtd-Estornos          PIC 9(5) VALUE ZERO.
01  WS-Qtd-Erros             PIC 9(5) VALUE ZERO.
01  WS-Total-Estornado       PIC S9(11)V99 VALUE ZERO.

01  WS-Valor-Edit            PIC -(9)9.99.
01  WS-Valor-Original-Edit   PIC -(9)9.99.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

01  WS-Linha-Titulo.
    05 FILLER                PIC X(40) VALUE
       "REGISTRO DE ESTORNOS - SOMANUMEROS      ".
    05 FILLER                PIC X(6) VALUE "DATA: ".
    05 LT-Data               PIC 9(4)/99/99.
    05 FILLER                PIC X(14) VALUE "  SUPERVISOR: ".
    05 LT-Operador           PIC X(8).

01  WS-Linha-Colunas.
    05 FILLER                PIC X(55) VALUE
       "CHAVE ORIGINAL      CHAVE ESTORNO       CONTA      MOE ".
    05 FILLER                PIC X(47) VALUE
       "VALOR ESTORNADO  VALOR ORIGINAL OPERADOR MOTIVO".

01  WS-Linha-Estorno.
    05 LE-Chave-Original     PIC X(18).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LE-Chave-Estorno      PIC X(18).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LE-Conta              PIC X(10).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LE-Moeda              PIC X(3).
    05 FILLER                PIC X(3) VALUE SPACES.
    05 LE-Valor              PIC -(9)9.99.
    05 FILLER                PIC X(3) VALUE SPACES.
    05 LE-Valor-Original     PIC -(9)9.99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LE-Operador           PIC X(9).
    05 LE-Motivo             PIC X(30).

01  WS-Linha-Total.
    05 FILLER                PIC X(20) VALUE "ESTORNOS GRAVADOS = ".
    05 LR-Qtd-Estornos       PIC ZZZZ9.
    05 FILLER                PIC X(21) VALUE "  TOTAL ESTORNADO = ".
    05 LR-Total-Estornado    PIC -(11)9.99.

PROCEDURE DIVISION.
0000-Estornar.
    PERFORM 0100-Identificar-Operador
    PERFORM 0200-Validar-Periodo
    PERFORM 1000-Inicializar

    PERFORM 2000-Processar-Estorno UNTIL FimEstornos

    PERFORM 3000-Finalizar
    STOP RUN.

0100-Identificar-Operador.
    ACCEPT WS-Operador FROM ENVIRONMENT "USER"
    IF WS-Operador = SPACES
        DISPLAY "OPERADOR NAO IDENTIFICADO. ESTORNO NAO AUTORIZADO."
        STOP RUN
    END-IF
    OPEN INPUT OperadoresFile
    IF WS-Operadores-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES: "
            WS-Operadores-Status ". ESTORNO NAO AUTORIZADO."
        STOP RUN
    END-IF
    MOVE WS-Operador TO OP-Id
    READ OperadoresFile
        INVALID KEY
            DISPLAY "OPERADOR " WS-Operador " NAO CADASTRADO. "
                "ESTORNO NAO AUTORIZADO."
            CLOSE OperadoresFile
            STOP RUN
        NOT INVALID KEY
            IF NOT OP-Ativo
                DISPLAY "OPERADOR " WS-Operador " SUSPENSO. "
                    "ESTORNO NAO AUTORIZADO."
                CLOSE OperadoresFile
                STOP RUN
            END-IF
            IF NOT OP-Nivel-Superv
                DISPLAY "OPERADOR " WS-Operador " SEM NIVEL DE "
                    "SUPERVISOR. ESTORNO NAO AUTORIZADO."
                CLOSE OperadoresFile
                STOP RUN
            END-IF
    END-READ
    CLOSE OperadoresFile.

0200-Validar-Periodo.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    OPEN INPUT PeriodosFile
    IF WS-Periodos-Status = "35"
        CONTINUE
    ELSE
        IF WS-Periodos-Status NOT = "00"
            DISPLAY "ERRO AO ABRIR CONTROLE DE PERIODOS: "
                WS-Periodos-Status ". ESTORNO RECUSADO."
            STOP RUN
        END-IF
        MOVE WS-Data-Sistema(1:6) TO PD-Periodo
        READ PeriodosFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT PD-Aberto
                    DISPLAY "ERRO: PERIODO " PD-Periodo " FECHADO "
                        "OU EM FECHAMENTO. ESTORNO RECUSADO."
                    STOP RUN
                END-IF
        END-READ
        CLOSE PeriodosFile
    END-IF.

1000-Inicializar.
    OPEN I-O DailyTotalsFile
    IF WS-DailyTotals-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR TOTAL DIARIO: " WS-DailyTotals-Status
            ". ESTORNO RECUSADO."
        STOP RUN
    END-IF

    OPEN I-O AuditoriaFile
    IF WS-Auditoria-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR AUDITORIA: " WS-Auditoria-Status
            ". ESTORNO RECUSADO."
        STOP RUN
    END-IF

    OPEN I-O EstornosFile
    IF WS-Estornos-Status = "35"
        OPEN OUTPUT EstornosFile
        CLOSE EstornosFile
        OPEN I-O EstornosFile
    END-IF
    IF WS-Estornos-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR VINCULO DE ESTORNOS: "
            WS-Estornos-Status ". ESTORNO RECUSADO."
        STOP RUN
    END-IF

    OPEN INPUT AprovacoesFile
    IF WS-Aprovacoes-Status = "00"
        SET AprovacoesDisponiveis TO TRUE
    END-IF

    OPEN OUTPUT EstRelFile
    IF WS-EstRel-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR REGISTRO DE ESTORNOS: "
            WS-EstRel-Status ". ESTORNO RECUSADO."
        STOP RUN
    END-IF
    MOVE WS-Data-Sistema TO LT-Data
    MOVE WS-Operador TO LT-Operador
    WRITE EstRelRec FROM WS-Linha-Titulo
    WRITE EstRelRec FROM WS-Linha-Colunas.

2000-Processar-Estorno.
    SET EstornoValido TO TRUE
    PERFORM 2100-Obter-Chave
    IF NOT FimEstornos
        IF EstornoValido
            PERFORM 2200-Localizar-Original
        END-IF
        IF EstornoValido
            PERFORM 2300-Localizar-Auditoria
        END-IF
        IF EstornoValido
            PERFORM 2400-Localizar-Interface
        END-IF
        IF EstornoValido
            PERFORM 2500-Confirmar-Estorno
        END-IF
        IF EstornoValido
            PERFORM 2850-Abrir-Interface-Contabil
            PERFORM 2600-Gravar-Total-Diario
            IF EstornoValido
                PERFORM 2700-Gravar-Auditoria
                PERFORM 2800-Gravar-Interface-Contabil
            END-IF
            CLOSE GLInterfaceFile
        END-IF
        IF EstornoValido
            PERFORM 2900-Gravar-Vinculo
            PERFORM 2950-Escrever-Registro
            DISPLAY "Estorno " WS-Chave-Estorno " gravado para o "
                "lançamento " WS-Chave-Original "."
        END-IF
    END-IF.

2100-Obter-Chave.
    DISPLAY " "
    DISPLAY "Chave do lançamento a estornar (AAAAMMDDHHMMSSNNNN, "
        "vazio encerra): "
    ACCEPT WS-Entrada
    IF FUNCTION TRIM(WS-Entrada) = SPACES
        SET FimEstornos TO TRUE
    ELSE
        MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
        IF WS-Entrada-Compacta(1:18) IS NUMERIC
        AND WS-Entrada-Compacta(19:2) = SPACES
            MOVE WS-Entrada-Compacta(1:18) TO WS-Chave-Original
        ELSE
            DISPLAY "Chave inválida. Informe data, hora e sequência "
                "do lançamento (18 dígitos)."
            SET EstornoInvalido TO TRUE
        END-IF
    END-IF.

*> Uma chave ja vinculada (original estornado ou o proprio estorno)
*> e recusada antes de qualquer outra leitura.
2200-Localizar-Original.
    MOVE WS-Chave-Original TO ES-Chave
    READ EstornosFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF ES-Original
                DISPLAY "Lançamento já estornado pelo estorno "
                    ES-Chave-Vinculo " em " ES-Data-Estorno
                    ". Estorno recusado."
            ELSE
                DISPLAY "Lançamento é o estorno do lançamento "
                    ES-Chave-Vinculo ". Estorno recusado."
            END-IF
            SET EstornoInvalido TO TRUE
    END-READ

    IF EstornoValido
        MOVE WS-Chave-Original TO DT-Chave
        READ DailyTotalsFile
            INVALID KEY
                DISPLAY "Lançamento " WS-Chave-Original
                    " não encontrado nos totais diários."
                SET EstornoInvalido TO TRUE
            NOT INVALID KEY
                MOVE DT-Operador TO WS-Orig-Operador
                MOVE DT-Qtd-Numeros TO WS-Orig-Qtd
                MOVE DT-Num1 TO WS-Orig-Num1
                MOVE DT-Num2 TO WS-Orig-Num2
                MOVE DT-Soma TO WS-Orig-Soma
        END-READ
    END-IF

    MOVE WS-Orig-Data TO WS-Data-Interface
    IF EstornoValido AND AprovacoesDisponiveis
        MOVE WS-Chave-Original TO PA-Chave
        READ AprovacoesFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN PA-Pendente
                        DISPLAY "Lançamento retido aguardando "
                            "aprovação. Estorno recusado."
                        SET EstornoInvalido TO TRUE
                    WHEN PA-Recusado
                        DISPLAY "Lançamento recusado na aprovação em "
                            PA-Data-Decisao ". Estorno recusado."
                        SET EstornoInvalido TO TRUE
                    WHEN OTHER
                        MOVE PA-Data-Decisao TO WS-Data-Interface
                END-EVALUATE
        END-READ
    END-IF.

*> O cabecalho de auditoria do original e o primeiro "C" do mesmo
*> dia, a partir da hora do total diario, com o mesmo operador,
*> quantidade e total; seus detalhes sao os "D" que o seguem.
2300-Localizar-Auditoria.
    MOVE ZERO TO WS-Qtd-Detalhes
    SET CabecalhoNaoAchado TO TRUE
    MOVE 'N' TO WS-Fim-Auditoria
    MOVE WS-Orig-Data TO AU-Data
    MOVE WS-Orig-Hora TO AU-Hora
    MOVE ZERO TO AU-Seq
    START AuditoriaFile KEY IS NOT LESS THAN AU-Chave
        INVALID KEY SET FimAuditoria TO TRUE
    END-START

    PERFORM 2310-Ler-Auditoria UNTIL FimAuditoria

    IF CabecalhoNaoAchado
        DISPLAY "Auditoria do lançamento original não localizada. "
            "Estorno recusado."
        SET EstornoInvalido TO TRUE
    ELSE
        IF WS-Qtd-Detalhes NOT = WS-Orig-Qtd
            DISPLAY "Auditoria do lançamento original incompleta ("
                WS-Qtd-Detalhes " de " WS-Orig-Qtd " valores). "
                "Estorno recusado."
            SET EstornoInvalido TO TRUE
        END-IF
    END-IF.

2310-Ler-Auditoria.
    READ AuditoriaFile NEXT RECORD
        AT END
            SET FimAuditoria TO TRUE
        NOT AT END
            IF AU-Data NOT = WS-Orig-Data
                SET FimAuditoria TO TRUE
            ELSE
                IF CabecalhoAchado
                    IF AU-Detalhe
                    AND AU-Operador = WS-Orig-Operador
                    AND WS-Qtd-Detalhes < WS-Max-Detalhes
                        ADD 1 TO WS-Qtd-Detalhes
                        MOVE AU-Indice TO WS-Det-Indice(WS-Qtd-Detalhes)
                        MOVE AU-Valor TO WS-Det-Valor(WS-Qtd-Detalhes)
                        IF WS-Qtd-Detalhes >= WS-Orig-Qtd
                            SET FimAuditoria TO TRUE
                        END-IF
                    ELSE
                        SET FimAuditoria TO TRUE
                    END-IF
                ELSE
                    IF AU-Cabecalho
                    AND AU-Operador = WS-Orig-Operador
                    AND AU-Qtd = WS-Orig-Qtd
                    AND AU-Total = WS-Orig-Soma
                        SET CabecalhoAchado TO TRUE
                    END-IF
                END-IF
            END-IF
    END-READ.

*> GL-Data e a data de processamento, a mesma do total diario (ou
*> a da aprovacao, para lancamento retido); o lancamento contabil
*> do original e o de mesma data e mesmo valor na moeda base.
2400-Localizar-Interface.
    MOVE ZERO TO WS-Qtd-Candidatos
    MOVE ZERO TO WS-Cand-Escolhido
    OPEN INPUT GLInterfaceFile
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: "
            WS-GLInterface-Status ". Estorno recusado."
        SET EstornoInvalido TO TRUE
    ELSE
        MOVE 'N' TO WS-Fim-Interface
        PERFORM 2410-Ler-Interface UNTIL FimInterface
        CLOSE GLInterfaceFile
        EVALUATE WS-Qtd-Candidatos
            WHEN ZERO
                DISPLAY "Lançamento contábil do original não "
                    "localizado na interface. Estorno recusado."
                SET EstornoInvalido TO TRUE
            WHEN 1
                MOVE 1 TO WS-Cand-Escolhido
            WHEN OTHER
                PERFORM 2450-Escolher-Candidato
        END-EVALUATE
    END-IF.

2410-Ler-Interface.
    READ GLInterfaceFile
        AT END
            SET FimInterface TO TRUE
        NOT AT END
            IF GL-Data = WS-Data-Interface
            AND GL-Valor = WS-Orig-Soma
                PERFORM 2420-Guardar-Candidato
            END-IF
    END-READ.

2420-Guardar-Candidato.
    SET CandidatoNovo TO TRUE
    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-Candidatos
        IF WS-Cand-Conta(WS-Indice) = GL-Conta
        AND WS-Cand-Moeda(WS-Indice) = GL-Moeda
        AND WS-Cand-Valor-Original(WS-Indice) = GL-Valor-Original
            SET CandidatoRepetido TO TRUE
        END-IF
    END-PERFORM
    IF CandidatoNovo
        IF WS-Qtd-Candidatos < WS-Max-Candidatos
            ADD 1 TO WS-Qtd-Candidatos
            MOVE GL-Conta TO WS-Cand-Conta(WS-Qtd-Candidatos)
            MOVE GL-Moeda TO WS-Cand-Moeda(WS-Qtd-Candidatos)
            MOVE GL-Valor-Original
                TO WS-Cand-Valor-Original(WS-Qtd-Candidatos)
        ELSE
            DISPLAY "AVISO: MAIS DE " WS-Max-Candidatos
                " LANCAMENTOS CONTABEIS CANDIDATOS. EXCEDENTES "
                "IGNORADOS."
        END-IF
    END-IF.

2450-Escolher-Candidato.
    DISPLAY "Mais de um lançamento contábil corresponde ao original:"
    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-Candidatos
        MOVE WS-Cand-Valor-Original(WS-Indice) TO WS-Valor-Original-Edit
        DISPLAY "  " WS-Indice " - CONTA = " WS-Cand-Conta(WS-Indice)
            "  MOEDA = " WS-Cand-Moeda(WS-Indice)
            "  VALOR ORIGINAL = " WS-Valor-Original-Edit
    END-PERFORM
    DISPLAY "Número do lançamento a estornar (vazio cancela): "
    ACCEPT WS-Entrada
    MOVE SPACES TO WS-Digitos-Opcao
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    IF WS-Entrada-Compacta = SPACES
        DISPLAY "Estorno cancelado."
        SET EstornoInvalido TO TRUE
    ELSE
        IF WS-Entrada-Compacta(4:17) = SPACES
            MOVE WS-Entrada-Compacta(1:3) TO WS-Digitos-Opcao
            INSPECT WS-Digitos-Opcao REPLACING LEADING SPACE BY ZERO
        END-IF
        IF WS-Digitos-Opcao IS NUMERIC
            MOVE WS-Digitos-Opcao TO WS-Opcao-Num
            IF WS-Opcao-Num >= 1 AND WS-Opcao-Num <= WS-Qtd-Candidatos
                MOVE WS-Opcao-Num TO WS-Cand-Escolhido
            ELSE
                DISPLAY "Opção fora de faixa. Estorno cancelado."
                SET EstornoInvalido TO TRUE
            END-IF
        ELSE
            DISPLAY "Opção inválida. Estorno cancelado."
            SET EstornoInvalido TO TRUE
        END-IF
    END-IF.

2500-Confirmar-Estorno.
    MOVE WS-Orig-Soma TO WS-Valor-Edit
    MOVE WS-Cand-Valor-Original(WS-Cand-Escolhido)
        TO WS-Valor-Original-Edit
    DISPLAY "Lançamento " WS-Chave-Original " do operador "
        WS-Orig-Operador
    DISPLAY "  CONTA = " WS-Cand-Conta(WS-Cand-Escolhido)
        "  MOEDA = " WS-Cand-Moeda(WS-Cand-Escolhido)
        "  VALOR = " WS-Valor-Edit
        "  VALOR ORIGINAL = " WS-Valor-Original-Edit
    DISPLAY "Motivo do estorno (até 30 posições): "
    ACCEPT WS-Motivo
    IF WS-Motivo = SPACES
        DISPLAY "Motivo obrigatório. Estorno cancelado."
        SET EstornoInvalido TO TRUE
    ELSE
        DISPLAY "Confirma o estorno? (S/N): "
        ACCEPT WS-Resposta
        IF NOT RespostaSim
            DISPLAY "Estorno cancelado."
            SET EstornoInvalido TO TRUE
        END-IF
    END-IF.

*> Sem o total diario do estorno nao ha chave para vincular; nesse
*> caso nada mais e gravado.
2600-Gravar-Total-Diario.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO DT-Chave-Data
    MOVE WS-Hora-Sistema TO DT-Chave-Hora
    MOVE WS-Operador TO DT-Operador
    MOVE WS-Orig-Qtd TO DT-Qtd-Numeros
    COMPUTE DT-Num1 = 0 - WS-Orig-Num1
    COMPUTE DT-Num2 = 0 - WS-Orig-Num2
    COMPUTE DT-Soma = 0 - WS-Orig-Soma

    MOVE 1 TO DT-Chave-Seq
    WRITE DT-Registro
    PERFORM UNTIL WS-DailyTotals-Status NOT = "22"
        ADD 1 TO DT-Chave-Seq
        WRITE DT-Registro
    END-PERFORM
    IF WS-DailyTotals-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR O TOTAL DIARIO DO ESTORNO: "
            WS-DailyTotals-Status ". ESTORNO NAO GRAVADO."
        SET EstornoInvalido TO TRUE
    ELSE
        MOVE DT-Chave TO WS-Chave-Estorno
    END-IF.

2700-Gravar-Auditoria.
    MOVE WS-Data-Sistema TO AU-Data
    MOVE WS-Hora-Sistema TO AU-Hora
    MOVE ZERO TO WS-Aud-Seq

    SET AU-Cabecalho TO TRUE
    MOVE WS-Operador TO AU-Operador
    MOVE WS-Orig-Qtd TO AU-Qtd
    COMPUTE AU-Total = 0 - WS-Orig-Soma
    MOVE ZERO TO AU-Indice
    MOVE ZERO TO AU-Valor
    PERFORM 2750-Gravar-Registro-Auditoria

    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-Detalhes
        SET AU-Detalhe TO TRUE
        MOVE WS-Operador TO AU-Operador
        MOVE ZERO TO AU-Qtd
        MOVE ZERO TO AU-Total
        MOVE WS-Det-Indice(WS-Indice) TO AU-Indice
        COMPUTE AU-Valor = 0 - WS-Det-Valor(WS-Indice)
        PERFORM 2750-Gravar-Registro-Auditoria
    END-PERFORM.

*> Sequencia avanca sobre chave duplicada, como nos gravadores da
*> auditoria em SomaNumeros e SomaNumerosLote.
2750-Gravar-Registro-Auditoria.
    ADD 1 TO WS-Aud-Seq
    MOVE WS-Aud-Seq TO AU-Seq
    PERFORM 2760-Encadear-Auditoria
    WRITE AU-Registro
    PERFORM UNTIL WS-Auditoria-Status NOT = "22"
        ADD 1 TO WS-Aud-Seq
        MOVE WS-Aud-Seq TO AU-Seq
        PERFORM 2760-Encadear-Auditoria
        WRITE AU-Registro
    END-PERFORM
    IF WS-Auditoria-Status NOT = "00"
        DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR A AUDITORIA: "
            WS-Auditoria-Status
    ELSE
        PERFORM 2770-Atualizar-Controle-Auditoria
    END-IF.

*> Encadeia o registro montado em AU-Registro ao ultimo gravado:
*> le no registro de controle a chave e o verificador do ultimo
*> elo e calcula o verificador do novo registro a partir deles.
2760-Encadear-Auditoria.
    MOVE AU-Registro TO WS-Aud-Registro
    MOVE ZERO TO AU-Data
    MOVE ZERO TO AU-Hora
    MOVE ZERO TO AU-Seq
    READ AuditoriaFile
        INVALID KEY
            SET AudSemControle TO TRUE
            MOVE ZERO TO WS-Aud-Ant-Chave
            MOVE ZERO TO WS-Aud-Ant-Verificador
            MOVE ZERO TO WS-Aud-Inicio-Cadeia
            MOVE ZERO TO WS-Aud-Qtd-Encadeados
        NOT INVALID KEY
            SET AudComControle TO TRUE
            MOVE AU-Anterior TO WS-Aud-Ant-Chave
            MOVE AU-Verificador TO WS-Aud-Ant-Verificador
            MOVE AU-Inicio-Cadeia TO WS-Aud-Inicio-Cadeia
            MOVE AU-Qtd-Encadeados TO WS-Aud-Qtd-Encadeados
    END-READ
    MOVE WS-Aud-Registro TO AU-Registro
    MOVE WS-Aud-Ant-Chave TO AU-Anterior
    MOVE AU-Registro TO WS-Aud-Registro
    MOVE WS-Aud-Ant-Verificador TO WS-Aud-Hash
    PERFORM 2780-Calcular-Verificador
    MOVE WS-Aud-Hash TO AU-Verificador.

*> O registro recem-gravado vira o ultimo elo no controle; sem
*> controle (primeira gravacao encadeada) ele tambem e o inicio
*> da cadeia. AU-Registro volta como estava para a gravacao
*> seguinte.
2770-Atualizar-Controle-Auditoria.
    MOVE AU-Registro TO WS-Aud-Registro
    IF AudSemControle
        MOVE AU-Chave TO WS-Aud-Inicio-Cadeia
    END-IF
    ADD 1 TO WS-Aud-Qtd-Encadeados
    MOVE AU-Chave TO AU-Anterior
    MOVE ZERO TO AU-Data
    MOVE ZERO TO AU-Hora
    MOVE ZERO TO AU-Seq
    SET AU-Controle-Cadeia TO TRUE
    MOVE SPACES TO AU-Conteudo
    MOVE WS-Aud-Inicio-Cadeia TO AU-Inicio-Cadeia
    MOVE WS-Aud-Qtd-Encadeados TO AU-Qtd-Encadeados
    IF AudSemControle
        WRITE AU-Registro
    ELSE
        REWRITE AU-Registro
    END-IF
    IF WS-Auditoria-Status NOT = "00"
        DISPLAY "AVISO: NAO FOI POSSIVEL ATUALIZAR O CONTROLE DA "
            "AUDITORIA: " WS-Auditoria-Status
    END-IF
    MOVE WS-Aud-Registro TO AU-Registro.

2780-Calcular-Verificador.
    PERFORM VARYING WS-Aud-Pos FROM 1 BY 1
            UNTIL WS-Aud-Pos > WS-Aud-Tam-Conteudo
        MOVE WS-Aud-Registro(WS-Aud-Pos:1) TO WS-Aud-Par-Baixo
        COMPUTE WS-Aud-Produto =
            WS-Aud-Hash * 257 + WS-Aud-Par-Num + 1
        DIVIDE WS-Aud-Produto BY WS-Aud-Modulo
            GIVING WS-Aud-Quociente REMAINDER WS-Aud-Hash
    END-PERFORM.

*> Sem a linha contabil do estorno o original nao pode ficar
*> vinculado como estornado: o vinculo e o registro so sao
*> gravados com a linha gravada, e o original continua estornavel.
2800-Gravar-Interface-Contabil.
    MOVE WS-Data-Sistema TO GL-Data
    MOVE WS-Cand-Conta(WS-Cand-Escolhido) TO GL-Conta
    COMPUTE GL-Valor = 0 - WS-Orig-Soma
    MOVE WS-Cand-Moeda(WS-Cand-Escolhido) TO GL-Moeda
    COMPUTE GL-Valor-Original =
        0 - WS-Cand-Valor-Original(WS-Cand-Escolhido)

    WRITE GL-Registro
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "ERRO AO GRAVAR A INTERFACE CONTABIL: "
            WS-GLInterface-Status ". TOTAL DIARIO " WS-Chave-Estorno
            " SEM LINHA CONTABIL; ESTORNO NAO VINCULADO."
        ADD 1 TO WS-Qtd-Erros
        SET EstornoInvalido TO TRUE
    END-IF.

*> A interface e aberta antes de qualquer gravacao do estorno; sem
*> ela o programa para sem gravar nada.
2850-Abrir-Interface-Contabil.
    OPEN EXTEND GLInterfaceFile
    IF WS-GLInterface-Status = "35"
        OPEN OUTPUT GLInterfaceFile
        CLOSE GLInterfaceFile
        OPEN EXTEND GLInterfaceFile
    END-IF
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: " WS-GLInterface-Status
            ". ESTORNO INTERROMPIDO."
        PERFORM 3000-Finalizar
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2900-Gravar-Vinculo.
    MOVE WS-Chave-Original TO ES-Chave
    SET ES-Original TO TRUE
    MOVE WS-Chave-Estorno TO ES-Chave-Vinculo
    MOVE WS-Cand-Conta(WS-Cand-Escolhido) TO ES-Conta
    MOVE WS-Cand-Moeda(WS-Cand-Escolhido) TO ES-Moeda
    MOVE WS-Orig-Soma TO ES-Valor
    MOVE WS-Cand-Valor-Original(WS-Cand-Escolhido) TO ES-Valor-Original
    MOVE WS-Data-Sistema TO ES-Data-Estorno
    MOVE WS-Hora-Sistema TO ES-Hora-Estorno
    MOVE WS-Operador TO ES-Operador
    MOVE WS-Motivo TO ES-Motivo
    WRITE ES-Registro
        INVALID KEY
            DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR O VINCULO DO "
                "ORIGINAL: " WS-Estornos-Status
    END-WRITE

    MOVE WS-Chave-Estorno TO ES-Chave
    SET ES-Estorno TO TRUE
    MOVE WS-Chave-Original TO ES-Chave-Vinculo
    COMPUTE ES-Valor = 0 - WS-Orig-Soma
    COMPUTE ES-Valor-Original =
        0 - WS-Cand-Valor-Original(WS-Cand-Escolhido)
    WRITE ES-Registro
        INVALID KEY
            DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR O VINCULO DO "
                "ESTORNO: " WS-Estornos-Status
    END-WRITE.

2950-Escrever-Registro.
    MOVE WS-Chave-Original TO LE-Chave-Original
    MOVE WS-Chave-Estorno TO LE-Chave-Estorno
    MOVE ES-Conta TO LE-Conta
    MOVE ES-Moeda TO LE-Moeda
    MOVE ES-Valor TO LE-Valor
    MOVE ES-Valor-Original TO LE-Valor-Original
    MOVE WS-Orig-Operador TO LE-Operador
    MOVE WS-Motivo TO LE-Motivo
    WRITE EstRelRec FROM WS-Linha-Estorno

    ADD 1 TO WS-Qtd-Estornos
    ADD ES-Valor TO WS-Total-Estornado
        ON SIZE ERROR
            DISPLAY "AVISO: O TOTAL ESTORNADO EXCEDEU A CAPACIDADE "
                "DO CAMPO."
    END-ADD.

3000-Finalizar.
    MOVE WS-Qtd-Estornos TO LR-Qtd-Estornos
    MOVE WS-Total-Estornado TO LR-Total-Estornado
    WRITE EstRelRec FROM WS-Linha-Total

    CLOSE DailyTotalsFile
    CLOSE AuditoriaFile
    CLOSE EstornosFile
    IF AprovacoesDisponiveis
        CLOSE AprovacoesFile
    END-IF
    CLOSE EstRelFile

    DISPLAY "ESTORNOS GRAVADOS: " WS-Qtd-Estornos
    IF WS-Qtd-Erros NOT = ZERO
        DISPLAY "ESTORNOS NAO VINCULADOS: " WS-Qtd-Erros
        MOVE 8 TO RETURN-CODE
    END-IF
    DISPLAY "ESTORNO ENCERRADO.".
