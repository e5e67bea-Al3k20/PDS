        RECORD KEY IS OP-Id
        FILE STATUS IS WS-Operadores-Status.

    SELECT AprovacoesFile ASSIGN TO DYNAMIC WS-Aprovacoes-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-Chave
        FILE STATUS IS WS-Aprovacoes-Status.

DATA DIVISION.
FILE SECTION.
FD  DailyTotalsFile.
FD  OperadoresFile.
COPY "OPERADOR.CPY".

FD  AprovacoesFile.
COPY "APROVPEN.CPY".

WORKING-STORAGE SECTION.
01  Soma                    PIC S9(9)V99.

01  WS-Auditoria-Status      PIC XX.
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

01  WS-Checkpoint-FileName   PIC X(100) VALUE "CHECKPOINT.DAT".
01  WS-Checkpoint-Status     PIC XX.
01  WS-Checkpoint-Valor      PIC -(7)9.99.
    88 ContaValida           VALUE 'Y'.
    88 ContaInvalida         VALUE 'N'.

*> Dupla aprovacao: sessao cuja soma passa (em modulo) do limite
*> da conta no plano de contas fica retida em
*> APROVACOES-PENDENTES.DAT, sob a chave do total diario, e so
*> chega a interface contabil depois de aprovada por um segundo
*> operador (SomaAprova). Limite zero dispensa a aprovacao.
01  WS-Limite-Conta          PIC 9(9)V99 VALUE ZERO.
01  WS-Soma-Abs              PIC 9(9)V99.
01  WS-Aprovacoes-FileName   PIC X(100) VALUE "APROVACOES-PENDENTES.DAT".
01  WS-Aprovacoes-Status     PIC XX.
01  WS-Chave-Total.
    05 WS-Chave-Total-Data   PIC 9(8).
    05 WS-Chave-Total-Hora   PIC 9(6).
    05 WS-Chave-Total-Seq    PIC 9(4).
*> Origem do item retido na sessao: a hora do total vai no
*> registro de origem e a sequencia dele no "lote", para que dois
*> totais do mesmo segundo nao caiam na mesma chave do suspense.
01  WS-Lote-Sessao.
    05 FILLER                PIC X(4) VALUE "SESS".
    05 WS-Lote-Sessao-Seq    PIC 9(4).
01  WS-Parcela-Valor         PIC S9(7)V99.
01  WS-Parcela-Edit          PIC -(7)9.99.
01  WS-Limite-Edit           PIC Z(8)9.99.

01  WS-ControlTotals-FileName PIC X(100) VALUE "CONTROL-TOTALS.DAT".
01  WS-ControlTotals-Status   PIC XX.

0450-Validar-Conta.
    IF WS-Conta-Entrada = SPACES
        MOVE WS-GL-Conta TO WS-Conta-Transacao
        MOVE WS-GL-Conta TO CC-Conta
        READ ChartContasFile
            INVALID KEY
                MOVE ZERO TO WS-Limite-Conta
            NOT INVALID KEY
                MOVE CC-Limite-Aprovacao TO WS-Limite-Conta
        END-READ
        SET ContaValida TO TRUE
    ELSE
        MOVE WS-Conta-Entrada TO CC-Conta
            NOT INVALID KEY
                IF CC-Ativa
                    MOVE WS-Conta-Entrada TO WS-Conta-Transacao
                    MOVE CC-Limite-Aprovacao TO WS-Limite-Conta
                    DISPLAY "Conta " FUNCTION TRIM(CC-Descricao)
                        " selecionada."
                    SET ContaValida TO TRUE
        DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR O TOTAL DIARIO: "
            WS-DailyTotals-Status
    END-IF
    MOVE DT-Chave TO WS-Chave-Total

    CLOSE DailyTotalsFile.

9200-Gravar-Registro-Auditoria.
    ADD 1 TO WS-Aud-Seq
    MOVE WS-Aud-Seq TO AU-Seq
    PERFORM 9210-Encadear-Auditoria
    WRITE AU-Registro
    PERFORM UNTIL WS-Auditoria-Status NOT = "22"
        ADD 1 TO WS-Aud-Seq
        MOVE WS-Aud-Seq TO AU-Seq
        PERFORM 9210-Encadear-Auditoria
        WRITE AU-Registro
    END-PERFORM
    IF WS-Auditoria-Status NOT = "00"
        DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR A AUDITORIA: "
            WS-Auditoria-Status
    ELSE
        PERFORM 9220-Atualizar-Controle-Auditoria
    END-IF.

*> Encadeia o registro montado em AU-Registro ao ultimo gravado:
*> le no registro de controle a chave e o verificador do ultimo
*> elo e calcula o verificador do novo registro a partir deles.
9210-Encadear-Auditoria.
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
    PERFORM 9230-Calcular-Verificador
    MOVE WS-Aud-Hash TO AU-Verificador.

*> O registro recem-gravado vira o ultimo elo no controle; sem
*> controle (primeira gravacao encadeada) ele tambem e o inicio
*> da cadeia. AU-Registro volta como estava para a gravacao
*> seguinte.
9220-Atualizar-Controle-Auditoria.
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

9230-Calcular-Verificador.
    PERFORM VARYING WS-Aud-Pos FROM 1 BY 1
            UNTIL WS-Aud-Pos > WS-Aud-Tam-Conteudo
        MOVE WS-Aud-Registro(WS-Aud-Pos:1) TO WS-Aud-Par-Baixo
        COMPUTE WS-Aud-Produto =
            WS-Aud-Hash * 257 + WS-Aud-Par-Num + 1
        DIVIDE WS-Aud-Produto BY WS-Aud-Modulo
            GIVING WS-Aud-Quociente REMAINDER WS-Aud-Hash
    END-PERFORM.

9500-Gravar-Interface-Contabil.
    IF Soma < ZERO
        COMPUTE WS-Soma-Abs = 0 - Soma
    ELSE
        MOVE Soma TO WS-Soma-Abs
    END-IF
    IF WS-Limite-Conta > ZERO
    AND WS-Soma-Abs > WS-Limite-Conta
        PERFORM 9700-Reter-Para-Aprovacao
    ELSE
        PERFORM 9550-Gravar-Linha-Interface
    END-IF.

9550-Gravar-Linha-Interface.
    PERFORM 9600-Abrir-Interface-Contabil

    MOVE WS-Data-Sistema TO GL-Data
        DISPLAY "ERRO AO ABRIR INTERFACE CONTABIL: " WS-GLInterface-Status
    END-IF.

*> A sessao retida fica pendente sob a chave do total diario. Os
*> valores vao no formato de entrada do lote (NUM1/NUM2, ate 7
*> digitos inteiros cada) para um eventual reparo apos recusa;
*> soma maior do que dois valores cabem fica com os valores em
*> branco, a redigitar no reparo.
9700-Reter-Para-Aprovacao.
    OPEN I-O AprovacoesFile
    IF WS-Aprovacoes-Status = "35"
        OPEN OUTPUT AprovacoesFile
        CLOSE AprovacoesFile
        OPEN I-O AprovacoesFile
    END-IF
    IF WS-Aprovacoes-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR APROVACOES PENDENTES: "
            WS-Aprovacoes-Status ". LANCAMENTO NAO RETIDO."
    ELSE
        MOVE WS-Chave-Total TO PA-Chave
        SET PA-Pendente TO TRUE
        SET PA-Origem-Sessao TO TRUE
        MOVE WS-Operador TO PA-Operador
        MOVE WS-Conta-Transacao TO PA-Conta
        MOVE WS-Moeda-Base TO PA-Moeda
        MOVE Soma TO PA-Valor
        MOVE Soma TO PA-Valor-Original
        MOVE WS-Qtd-Alvo TO PA-Qtd-Numeros
        PERFORM 9750-Montar-Parcelas
        MOVE WS-Chave-Total-Data TO PA-Data-Negocio
        MOVE WS-Chave-Total-Seq TO WS-Lote-Sessao-Seq
        MOVE WS-Lote-Sessao TO PA-Lote-Id
        MOVE WS-Chave-Total-Hora TO PA-Reg-Origem
        MOVE 1 TO PA-Tentativa
        MOVE ZERO TO PA-Data-Decisao
        MOVE ZERO TO PA-Hora-Decisao
        MOVE SPACES TO PA-Aprovador
        MOVE SPACES TO PA-Motivo
        WRITE PA-Registro
            INVALID KEY
                DISPLAY "AVISO: NAO FOI POSSIVEL RETER O LANCAMENTO: "
                    WS-Aprovacoes-Status
            NOT INVALID KEY
                MOVE WS-Limite-Conta TO WS-Limite-Edit
                DISPLAY "Valor acima do limite da conta ("
                    FUNCTION TRIM(WS-Limite-Edit) "). Lançamento "
                    "retido para aprovação de outro operador."
        END-WRITE
        CLOSE AprovacoesFile
    END-IF.

9750-Montar-Parcelas.
    IF WS-Soma-Abs <= 9999999.99
        MOVE Soma TO WS-Parcela-Edit
        MOVE WS-Parcela-Edit TO PA-Num1
        MOVE ZERO TO WS-Parcela-Edit
        MOVE WS-Parcela-Edit TO PA-Num2
    ELSE
        IF WS-Soma-Abs <= 19999999.98
            IF Soma < ZERO
                MOVE -9999999.99 TO WS-Parcela-Valor
            ELSE
                MOVE 9999999.99 TO WS-Parcela-Valor
            END-IF
            MOVE WS-Parcela-Valor TO WS-Parcela-Edit
            MOVE WS-Parcela-Edit TO PA-Num1
            COMPUTE WS-Parcela-Valor = Soma - WS-Parcela-Valor
            MOVE WS-Parcela-Valor TO WS-Parcela-Edit
            MOVE WS-Parcela-Edit TO PA-Num2
        ELSE
            MOVE SPACES TO PA-Num1
            MOVE SPACES TO PA-Num2
        END-IF
    END-IF.

8700-Verificar-Total-Controle.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    OPEN INPUT ControlTotalsFile
