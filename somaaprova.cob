IDENTIFICATION DIVISION.
PROGRAM-ID. SomaAprova.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AprovacoesFile ASSIGN TO DYNAMIC WS-Aprovacoes-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-Chave
        FILE STATUS IS WS-Aprovacoes-Status.

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

    SELECT SuspensoFile ASSIGN TO DYNAMIC WS-Suspenso-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RS-Chave
        FILE STATUS IS WS-Suspenso-Status.

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

    SELECT RecusasFile ASSIGN TO APRREJ
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Recusas-Status.

    SELECT AprRelFile ASSIGN TO APRREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AprRel-Status.

DATA DIVISION.
FILE SECTION.
FD  AprovacoesFile.
COPY "APROVPEN.CPY".

FD  DailyTotalsFile.
COPY "DAILYTOT.CPY".

FD  AuditoriaFile.
COPY "AUDITORI.CPY".

FD  GLInterfaceFile.
COPY "GLINTERF.CPY".

FD  SuspensoFile.
COPY "REJSUSP.CPY".

FD  PeriodosFile.
COPY "PERIODO.CPY".

FD  OperadoresFile.
COPY "OPERADOR.CPY".

FD  RecusasFile.
01  RecusaRec                PIC X(159).

FD  AprRelFile.
01  AprRelRec                PIC X(132).

WORKING-STORAGE SECTION.
*> Lancamentos retidos por SomaNumeros / SomaNumerosLote acima do
*> limite de aprovacao da conta, sob a chave do total diario.
01  WS-Aprovacoes-FileName   PIC X(100) VALUE "APROVACOES-PENDENTES.DAT".
01  WS-Aprovacoes-Status     PIC XX.

*> A aprovacao libera a linha retida para a interface contabil com
*> a data de hoje (a data de processamento, como todo gravador da
*> interface, para que o corte do SomaSaldos a alcance). A recusa
*> grava em DAILYTOT e AUDITORIA a contrapartida do lancamento
*> retido, datada de hoje, como o estorno faz, para que um reparo
*> posterior nao conte o valor duas vezes nos totais do dia.
01  WS-DailyTotals-FileName  PIC X(100) VALUE "DAILYTOT.DAT".
01  WS-Auditoria-FileName    PIC X(100) VALUE "AUDITORIA.DAT".
01  WS-GLInterface-FileName  PIC X(100) VALUE "GL-INTERFACE.DAT".

01  WS-DailyTotals-Status    PIC XX.
01  WS-Auditoria-Status      PIC XX.
01  WS-GLInterface-Status    PIC XX.
01  WS-Recusas-Status        PIC XX.
01  WS-AprRel-Status         PIC XX.
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

*> Suspense de rejeitos: o item recusado entra aberto, com o motivo
*> da recusa, e segue o ciclo de reparo como qualquer rejeito; o
*> mesmo item vai para APRREJ no formato do REJOUT, que o
*> SomaReparo le como REJIN.
01  WS-Suspenso-FileName     PIC X(100) VALUE "REJEITOS-SUSPENSOS.DAT".
01  WS-Suspenso-Status       PIC XX.

*> Controle de periodos: a decisao e lancada na data corrente e
*> por isso so roda com o periodo corrente aberto. Periodo sem
*> registro (ou arquivo de periodos ausente) vale como aberto.
01  WS-Periodos-FileName     PIC X(100) VALUE "PERIODOS.DAT".
01  WS-Periodos-Status       PIC XX.

*> Cadastro de operadores: a aprovacao e funcao de supervisao, e
*> o supervisor nao decide sobre lancamento que ele mesmo gravou.
01  WS-Operadores-FileName   PIC X(100) VALUE "OPERADORES.DAT".
01  WS-Operadores-Status     PIC XX.
01  WS-Operador              PIC X(8).

01  WS-Motivo                PIC X(30).

01  WS-Opcao                 PIC X VALUE SPACE.
    88 OpcaoAprovar          VALUE 'A' 'a'.
    88 OpcaoRecusar          VALUE 'R' 'r'.
    88 OpcaoManter           VALUE 'M' 'm'.
    88 OpcaoFim              VALUE 'F' 'f'.

01  WS-Decisao               PIC X(8).

01  WS-Orig-Operador         PIC X(8).
01  WS-Orig-Qtd              PIC 9(3).
01  WS-Orig-Num1             PIC S9(7)V99.
01  WS-Orig-Num2             PIC S9(7)V99.
01  WS-Orig-Soma             PIC S9(9)V99.

01  WS-Max-Detalhes          PIC 9(3) VALUE 999.
01  WS-Qtd-Detalhes          PIC 9(3).
01  WS-Tab-Detalhes.
    05 WS-Detalhe            OCCURS 999 TIMES.
        10 WS-Det-Indice     PIC 9(3).
        10 WS-Det-Valor      PIC S9(7)V99.

01  WS-Indice                PIC 9(3).

01  WS-Flags.
    05 WS-Fim-Aprovacoes     PIC X VALUE 'N'.
       88 FimAprovacoes      VALUE 'Y'.
    05 WS-Decisao-Valida     PIC X VALUE 'N'.
       88 DecisaoValida      VALUE 'Y'.
       88 DecisaoInvalida    VALUE 'N'.
    05 WS-Fim-Auditoria      PIC X VALUE 'N'.
       88 FimAuditoria       VALUE 'Y'.
    05 WS-Cabecalho-Achado   PIC X VALUE 'N'.
       88 CabecalhoAchado    VALUE 'Y'.
       88 CabecalhoNaoAchado VALUE 'N'.

01  WS-Qtd-Aprovados         PIC 9(5) VALUE ZERO.
01  WS-Qtd-Recusados         PIC 9(5) VALUE ZERO.
01  WS-Qtd-Mantidos          PIC 9(5) VALUE ZERO.
01  WS-Total-Aprovado        PIC S9(11)V99 VALUE ZERO.
01  WS-Total-Recusado        PIC S9(11)V99 VALUE ZERO.

01  WS-Valor-Edit            PIC -(9)9.99.
01  WS-Valor-Original-Edit   PIC -(9)9.99.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

COPY "REJEITO.CPY".

01  WS-Linha-Titulo.
    05 FILLER                PIC X(40) VALUE
       "REGISTRO DE APROVACOES - SOMANUMEROS    ".
    05 FILLER                PIC X(6) VALUE "DATA: ".
    05 LT-Data               PIC 9(4)/99/99.
    05 FILLER                PIC X(14) VALUE "  SUPERVISOR: ".
    05 LT-Operador           PIC X(8).

01  WS-Linha-Colunas.
    05 FILLER                PIC X(50) VALUE
       "CHAVE RETIDA        DECISAO   CONTA      MOE      ".
    05 FILLER                PIC X(52) VALUE
       "     VALOR   VALOR ORIGINAL OPERADOR MOTIVO".

01  WS-Linha-Decisao.
    05 LD-Chave              PIC X(18).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LD-Decisao            PIC X(8).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LD-Conta              PIC X(10).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Moeda              PIC X(3).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LD-Valor              PIC -(9)9.99.
    05 FILLER                PIC X(3) VALUE SPACES.
    05 LD-Valor-Original     PIC -(9)9.99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LD-Operador           PIC X(9).
    05 LD-Motivo             PIC X(30).

01  WS-Linha-Total.
    05 LR-Descricao          PIC X(20).
    05 LR-Qtd                PIC ZZZZ9.
    05 FILLER                PIC X(11) VALUE "  TOTAL = ".
    05 LR-Total              PIC -(11)9.99.

PROCEDURE DIVISION.
0000-Aprovar.
    PERFORM 0100-Identificar-Operador
    PERFORM 0200-Validar-Periodo
    PERFORM 1000-Inicializar

    PERFORM 2000-Processar-Pendente UNTIL FimAprovacoes

    PERFORM 3000-Finalizar
    STOP RUN.

0100-Identificar-Operador.
    ACCEPT WS-Operador FROM ENVIRONMENT "USER"
    IF WS-Operador = SPACES
        DISPLAY "OPERADOR NAO IDENTIFICADO. APROVACAO NAO AUTORIZADA."
        STOP RUN
    END-IF
    OPEN INPUT OperadoresFile
    IF WS-Operadores-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES: "
            WS-Operadores-Status ". APROVACAO NAO AUTORIZADA."
        STOP RUN
    END-IF
    MOVE WS-Operador TO OP-Id
    READ OperadoresFile
        INVALID KEY
            DISPLAY "OPERADOR " WS-Operador " NAO CADASTRADO. "
                "APROVACAO NAO AUTORIZADA."
            CLOSE OperadoresFile
            STOP RUN
        NOT INVALID KEY
            IF NOT OP-Ativo
                DISPLAY "OPERADOR " WS-Operador " SUSPENSO. "
                    "APROVACAO NAO AUTORIZADA."
                CLOSE OperadoresFile
                STOP RUN
            END-IF
            IF NOT OP-Nivel-Superv
                DISPLAY "OPERADOR " WS-Operador " SEM NIVEL DE "
                    "SUPERVISOR. APROVACAO NAO AUTORIZADA."
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
                WS-Periodos-Status ". APROVACAO RECUSADA."
            STOP RUN
        END-IF
        MOVE WS-Data-Sistema(1:6) TO PD-Periodo
        READ PeriodosFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT PD-Aberto
                    DISPLAY "ERRO: PERIODO " PD-Periodo " FECHADO "
                        "OU EM FECHAMENTO. APROVACAO RECUSADA."
                    STOP RUN
                END-IF
        END-READ
        CLOSE PeriodosFile
    END-IF.

1000-Inicializar.
    OPEN I-O AprovacoesFile
    IF WS-Aprovacoes-Status = "35"
        DISPLAY "NENHUM LANCAMENTO AGUARDANDO APROVACAO."
        STOP RUN
    END-IF
    IF WS-Aprovacoes-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR APROVACOES PENDENTES: "
            WS-Aprovacoes-Status ". APROVACAO RECUSADA."
        STOP RUN
    END-IF

    OPEN I-O DailyTotalsFile
    IF WS-DailyTotals-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR TOTAL DIARIO: " WS-DailyTotals-Status
            ". APROVACAO RECUSADA."
        STOP RUN
    END-IF

    OPEN I-O AuditoriaFile
    IF WS-Auditoria-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR AUDITORIA: " WS-Auditoria-Status
            ". APROVACAO RECUSADA."
        STOP RUN
    END-IF

    OPEN I-O SuspensoFile
    IF WS-Suspenso-Status = "35"
        OPEN OUTPUT SuspensoFile
        CLOSE SuspensoFile
        OPEN I-O SuspensoFile
    END-IF
    IF WS-Suspenso-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR SUSPENSE DE REJEITOS: "
            WS-Suspenso-Status ". APROVACAO RECUSADA."
        STOP RUN
    END-IF

    OPEN OUTPUT RecusasFile
    IF WS-Recusas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DE RECUSAS: "
            WS-Recusas-Status ". APROVACAO RECUSADA."
        STOP RUN
    END-IF

    OPEN OUTPUT AprRelFile
    IF WS-AprRel-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR REGISTRO DE APROVACOES: "
            WS-AprRel-Status ". APROVACAO RECUSADA."
        STOP RUN
    END-IF
    MOVE WS-Data-Sistema TO LT-Data
    MOVE WS-Operador TO LT-Operador
    WRITE AprRelRec FROM WS-Linha-Titulo
    WRITE AprRelRec FROM WS-Linha-Colunas

    MOVE LOW-VALUES TO PA-Chave
    START AprovacoesFile KEY IS NOT LESS THAN PA-Chave
        INVALID KEY SET FimAprovacoes TO TRUE
    END-START.

*> Os itens sao apresentados na ordem da chave (mais antigos
*> primeiro); so os pendentes pedem decisao.
2000-Processar-Pendente.
    READ AprovacoesFile NEXT RECORD
        AT END
            SET FimAprovacoes TO TRUE
        NOT AT END
            IF PA-Pendente
                PERFORM 2100-Decidir
            END-IF
    END-READ.

2100-Decidir.
    MOVE PA-Valor TO WS-Valor-Edit
    MOVE PA-Valor-Original TO WS-Valor-Original-Edit
    DISPLAY " "
    DISPLAY "Lançamento " PA-Chave " do operador " PA-Operador
        " (lote " PA-Lote-Id ")"
    DISPLAY "  CONTA = " PA-Conta "  MOEDA = " PA-Moeda
        "  VALOR = " WS-Valor-Edit
        "  VALOR ORIGINAL = " WS-Valor-Original-Edit
    IF PA-Operador = WS-Operador
        DISPLAY "Lançamento gravado pelo próprio supervisor; a "
            "decisão cabe a outro operador."
        ADD 1 TO WS-Qtd-Mantidos
    ELSE
        DISPLAY "A - Aprovar  R - Recusar  M - Manter pendente  "
            "F - Encerrar: "
        ACCEPT WS-Opcao
        EVALUATE TRUE
            WHEN OpcaoAprovar
                PERFORM 2200-Aprovar
            WHEN OpcaoRecusar
                PERFORM 2300-Recusar
            WHEN OpcaoFim
                SET FimAprovacoes TO TRUE
            WHEN OTHER
                IF NOT OpcaoManter
                    DISPLAY "Opção inválida. Lançamento mantido "
                        "pendente."
                END-IF
                ADD 1 TO WS-Qtd-Mantidos
        END-EVALUATE
    END-IF.

2200-Aprovar.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    PERFORM 2250-Abrir-Interface-Contabil
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "Lançamento mantido pendente."
        ADD 1 TO WS-Qtd-Mantidos
    ELSE
        MOVE WS-Data-Sistema TO GL-Data
        MOVE PA-Conta TO GL-Conta
        MOVE PA-Valor TO GL-Valor
        MOVE PA-Moeda TO GL-Moeda
        MOVE PA-Valor-Original TO GL-Valor-Original
        WRITE GL-Registro
        IF WS-GLInterface-Status NOT = "00"
            DISPLAY "ERRO AO GRAVAR A INTERFACE CONTABIL: "
                WS-GLInterface-Status ". LANCAMENTO MANTIDO PENDENTE."
            ADD 1 TO WS-Qtd-Mantidos
        ELSE
            SET PA-Aprovado TO TRUE
            MOVE SPACES TO WS-Motivo
            PERFORM 2800-Registrar-Decisao
            MOVE "APROVADO" TO WS-Decisao
            PERFORM 2900-Escrever-Registro
            ADD 1 TO WS-Qtd-Aprovados
            ADD PA-Valor TO WS-Total-Aprovado
            DISPLAY "Lançamento aprovado e liberado para a "
                "contabilidade."
        END-IF
        CLOSE GLInterfaceFile
    END-IF.

2250-Abrir-Interface-Contabil.
    OPEN EXTEND GLInterfaceFile
    IF WS-GLInterface-Status = "35"
        OPEN OUTPUT GLInterfaceFile
        CLOSE GLInterfaceFile
        OPEN EXTEND GLInterfaceFile
    END-IF
    IF WS-GLInterface-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: " WS-GLInterface-Status
    END-IF.

2300-Recusar.
    SET DecisaoValida TO TRUE
    DISPLAY "Motivo da recusa (até 30 posições): "
    ACCEPT WS-Motivo
    IF WS-Motivo = SPACES
        DISPLAY "Motivo obrigatório. Lançamento mantido pendente."
        SET DecisaoInvalida TO TRUE
    END-IF
    IF DecisaoValida
        PERFORM 2310-Localizar-Total-Diario
    END-IF
    IF DecisaoValida
        PERFORM 2320-Localizar-Auditoria
    END-IF
    IF DecisaoValida
        PERFORM 2400-Gravar-Contrapartida
    END-IF
    IF DecisaoValida
        PERFORM 2500-Gravar-Auditoria
        PERFORM 2600-Gravar-Suspenso
        PERFORM 2700-Gravar-Recusa
        SET PA-Recusado TO TRUE
        PERFORM 2800-Registrar-Decisao
        MOVE "RECUSADO" TO WS-Decisao
        PERFORM 2900-Escrever-Registro
        ADD 1 TO WS-Qtd-Recusados
        ADD PA-Valor TO WS-Total-Recusado
        DISPLAY "Lançamento recusado e levado ao suspense de "
            "rejeitos."
    ELSE
        ADD 1 TO WS-Qtd-Mantidos
    END-IF.

2310-Localizar-Total-Diario.
    MOVE PA-Chave TO DT-Chave
    READ DailyTotalsFile
        INVALID KEY
            DISPLAY "Total diário do lançamento não encontrado. "
                "Lançamento mantido pendente."
            SET DecisaoInvalida TO TRUE
        NOT INVALID KEY
            MOVE DT-Operador TO WS-Orig-Operador
            MOVE DT-Qtd-Numeros TO WS-Orig-Qtd
            MOVE DT-Num1 TO WS-Orig-Num1
            MOVE DT-Num2 TO WS-Orig-Num2
            MOVE DT-Soma TO WS-Orig-Soma
    END-READ.

*> O cabecalho de auditoria do lancamento retido e o primeiro "C"
*> do mesmo dia, a partir da hora do total diario, com o mesmo
*> operador, quantidade e total; seus detalhes sao os "D" que o
*> seguem (a mesma busca do estorno).
2320-Localizar-Auditoria.
    MOVE ZERO TO WS-Qtd-Detalhes
    SET CabecalhoNaoAchado TO TRUE
    MOVE 'N' TO WS-Fim-Auditoria
    MOVE PA-Data TO AU-Data
    MOVE PA-Hora TO AU-Hora
    MOVE ZERO TO AU-Seq
    START AuditoriaFile KEY IS NOT LESS THAN AU-Chave
        INVALID KEY SET FimAuditoria TO TRUE
    END-START

    PERFORM 2330-Ler-Auditoria UNTIL FimAuditoria

    IF CabecalhoNaoAchado
    OR WS-Qtd-Detalhes NOT = WS-Orig-Qtd
        DISPLAY "Auditoria do lançamento não localizada ou "
            "incompleta. Lançamento mantido pendente."
        SET DecisaoInvalida TO TRUE
    END-IF.

2330-Ler-Auditoria.
    READ AuditoriaFile NEXT RECORD
        AT END
            SET FimAuditoria TO TRUE
        NOT AT END
            IF AU-Data NOT = PA-Data
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

2400-Gravar-Contrapartida.
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
        DISPLAY "ERRO AO GRAVAR O TOTAL DIARIO DA RECUSA: "
            WS-DailyTotals-Status ". LANCAMENTO MANTIDO PENDENTE."
        SET DecisaoInvalida TO TRUE
    END-IF.

2500-Gravar-Auditoria.
    MOVE WS-Data-Sistema TO AU-Data
    MOVE WS-Hora-Sistema TO AU-Hora
    MOVE ZERO TO WS-Aud-Seq

    SET AU-Cabecalho TO TRUE
    MOVE WS-Operador TO AU-Operador
    MOVE WS-Orig-Qtd TO AU-Qtd
    COMPUTE AU-Total = 0 - WS-Orig-Soma
    MOVE ZERO TO AU-Indice
    MOVE ZERO TO AU-Valor
    PERFORM 2550-Gravar-Registro-Auditoria

    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-Detalhes
        SET AU-Detalhe TO TRUE
        MOVE WS-Operador TO AU-Operador
        MOVE ZERO TO AU-Qtd
        MOVE ZERO TO AU-Total
        MOVE WS-Det-Indice(WS-Indice) TO AU-Indice
        COMPUTE AU-Valor = 0 - WS-Det-Valor(WS-Indice)
        PERFORM 2550-Gravar-Registro-Auditoria
    END-PERFORM.

2550-Gravar-Registro-Auditoria.
    ADD 1 TO WS-Aud-Seq
    MOVE WS-Aud-Seq TO AU-Seq
    PERFORM 2560-Encadear-Auditoria
    WRITE AU-Registro
    PERFORM UNTIL WS-Auditoria-Status NOT = "22"
        ADD 1 TO WS-Aud-Seq
        MOVE WS-Aud-Seq TO AU-Seq
        PERFORM 2560-Encadear-Auditoria
        WRITE AU-Registro
    END-PERFORM
    IF WS-Auditoria-Status NOT = "00"
        DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR A AUDITORIA: "
            WS-Auditoria-Status
    ELSE
        PERFORM 2570-Atualizar-Controle-Auditoria
    END-IF.

*> Encadeia o registro montado em AU-Registro ao ultimo gravado:
*> le no registro de controle a chave e o verificador do ultimo
*> elo e calcula o verificador do novo registro a partir deles.
2560-Encadear-Auditoria.
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
    PERFORM 2580-Calcular-Verificador
    MOVE WS-Aud-Hash TO AU-Verificador.

*> O registro recem-gravado vira o ultimo elo no controle; sem
*> controle (primeira gravacao encadeada) ele tambem e o inicio
*> da cadeia. AU-Registro volta como estava para a gravacao
*> seguinte.
2570-Atualizar-Controle-Auditoria.
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

2580-Calcular-Verificador.
    PERFORM VARYING WS-Aud-Pos FROM 1 BY 1
            UNTIL WS-Aud-Pos > WS-Aud-Tam-Conteudo
        MOVE WS-Aud-Registro(WS-Aud-Pos:1) TO WS-Aud-Par-Baixo
        COMPUTE WS-Aud-Produto =
            WS-Aud-Hash * 257 + WS-Aud-Par-Num + 1
        DIVIDE WS-Aud-Produto BY WS-Aud-Modulo
            GIVING WS-Aud-Quociente REMAINDER WS-Aud-Hash
    END-PERFORM.

*> O item recusado entra no suspense sob a mesma chave que um
*> rejeito do lote teria (data de negocio, lote, registro de
*> origem); um item ja presente (reapresentacao retida de novo) e
*> reaberto com a tentativa e o motivo atuais.
2600-Gravar-Suspenso.
    MOVE PA-Data-Negocio TO RS-Data-Negocio
    MOVE PA-Lote-Id TO RS-Lote-Id
    MOVE PA-Reg-Origem TO RS-Reg-Origem
    READ SuspensoFile
        INVALID KEY
            MOVE PA-Data-Negocio TO RS-Data-Negocio
            MOVE PA-Lote-Id TO RS-Lote-Id
            MOVE PA-Reg-Origem TO RS-Reg-Origem
            SET RS-Aberto TO TRUE
            MOVE PA-Tentativa TO RS-Tentativa
            MOVE PA-Num1 TO RS-Num1
            MOVE PA-Num2 TO RS-Num2
            MOVE PA-Conta TO RS-Conta
            MOVE WS-Motivo TO RS-Motivo
            MOVE WS-Data-Sistema TO RS-Data-Entrada
            MOVE WS-Data-Sistema TO RS-Data-Situacao
            MOVE WS-Operador TO RS-Operador
            WRITE RS-Registro
                INVALID KEY
                    DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR O "
                        "SUSPENSE: " WS-Suspenso-Status
            END-WRITE
        NOT INVALID KEY
            SET RS-Aberto TO TRUE
            MOVE PA-Tentativa TO RS-Tentativa
            MOVE PA-Num1 TO RS-Num1
            MOVE PA-Num2 TO RS-Num2
            MOVE PA-Conta TO RS-Conta
            MOVE WS-Motivo TO RS-Motivo
            MOVE WS-Data-Sistema TO RS-Data-Situacao
            MOVE WS-Operador TO RS-Operador
            REWRITE RS-Registro
                INVALID KEY
                    DISPLAY "AVISO: NAO FOI POSSIVEL REGRAVAR O "
                        "SUSPENSE: " WS-Suspenso-Status
            END-REWRITE
    END-READ.

2700-Gravar-Recusa.
    MOVE PA-Reg-Origem TO RJ-Num-Reg
    MOVE PA-Num1 TO RJ-Num1
    MOVE PA-Num2 TO RJ-Num2
    MOVE PA-Conta TO RJ-Conta
    MOVE PA-Moeda TO RJ-Moeda
    MOVE PA-Reg-Origem TO RJ-Reg-Origem
    MOVE PA-Tentativa TO RJ-Tentativa
    MOVE WS-Motivo TO RJ-Motivo
    MOVE PA-Data-Negocio TO RJ-Data-Negocio
    MOVE PA-Lote-Id TO RJ-Lote-Id
    WRITE RecusaRec FROM RJ-Registro
    IF WS-Recusas-Status NOT = "00"
        DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR A RECUSA: "
            WS-Recusas-Status
    END-IF.

2800-Registrar-Decisao.
    MOVE WS-Data-Sistema TO PA-Data-Decisao
    MOVE WS-Hora-Sistema TO PA-Hora-Decisao
    MOVE WS-Operador TO PA-Aprovador
    MOVE WS-Motivo TO PA-Motivo
    REWRITE PA-Registro
        INVALID KEY
            DISPLAY "AVISO: NAO FOI POSSIVEL REGRAVAR A APROVACAO: "
                WS-Aprovacoes-Status
    END-REWRITE.

2900-Escrever-Registro.
    MOVE PA-Chave TO LD-Chave
    MOVE WS-Decisao TO LD-Decisao
    MOVE PA-Conta TO LD-Conta
    MOVE PA-Moeda TO LD-Moeda
    MOVE PA-Valor TO LD-Valor
    MOVE PA-Valor-Original TO LD-Valor-Original
    MOVE PA-Operador TO LD-Operador
    MOVE WS-Motivo TO LD-Motivo
    WRITE AprRelRec FROM WS-Linha-Decisao.

3000-Finalizar.
    MOVE "APROVADOS      QTD =" TO LR-Descricao
    MOVE WS-Qtd-Aprovados TO LR-Qtd
    MOVE WS-Total-Aprovado TO LR-Total
    WRITE AprRelRec FROM WS-Linha-Total
    MOVE "RECUSADOS      QTD =" TO LR-Descricao
    MOVE WS-Qtd-Recusados TO LR-Qtd
    MOVE WS-Total-Recusado TO LR-Total
    WRITE AprRelRec FROM WS-Linha-Total

    CLOSE AprovacoesFile
    CLOSE DailyTotalsFile
    CLOSE AuditoriaFile
    CLOSE SuspensoFile
    CLOSE RecusasFile
    CLOSE AprRelFile

    DISPLAY "APROVADOS............: " WS-Qtd-Aprovados
    DISPLAY "RECUSADOS............: " WS-Qtd-Recusados
    DISPLAY "MANTIDOS PENDENTES...: " WS-Qtd-Mantidos
    DISPLAY "APROVACAO ENCERRADA.".
