        RECORD KEY IS RC-Chave
        FILE STATUS IS WS-RunCtl-Status.

    SELECT AprovacoesFile ASSIGN TO DYNAMIC WS-Aprovacoes-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-Chave
        FILE STATUS IS WS-Aprovacoes-Status.

DATA DIVISION.
FILE SECTION.
FD  TransInFile.
COPY "CHARTACC.CPY".

FD  CheckpointFile.
01  CheckpointRec            PIC X(89).

FD  LoteCtlFile.
COPY "LOTECTL.CPY".
FD  RunCtlFile.
COPY "RUNCTL.CPY".

FD  AprovacoesFile.
COPY "APROVPEN.CPY".

WORKING-STORAGE SECTION.
COPY "TRANSLOT.CPY".
01  Num1                     PIC S9(7)V99.
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

*> Conta padrao: usada quando a transacao vem sem codigo de conta
*> (arquivos antigos de TRANS-IN); codigos presentes sao validados
*> contra o plano de contas e levados ate o lancamento contabil.
*> DAILYTOT.DAT, AUDITORIA.DAT e GL-INTERFACE.DAT o que ja foi
*> gravado. O intervalo e ajustavel; acima de 1, as transacoes
*> processadas depois do ultimo checkpoint podem ser repostadas
*> numa retomada. O checkpoint guarda tambem o inicio da primeira
*> execucao do lote (data/hora e quantidade de linhas que a
*> interface contabil tinha), para que a retomada deixe fora da
*> conferencia de duplicidade o que o proprio lote ja gravou.
01  WS-Checkpoint-FileName   PIC X(100) VALUE "SOMALOTE-CHECKPOINT.DAT".
01  WS-Checkpoint-Status     PIC XX.
01  WS-Intervalo-Checkpoint  PIC 9(4) VALUE 1.
    05 CP-Total-Geral        PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 CP-Seq-Total-Diario   PIC 9(4).
    05 CP-Lote-Id            PIC X(8).
    05 CP-Qtd-Duplicados     PIC 9(7).
    05 CP-Qtd-Retidos        PIC 9(7).
    05 CP-Inicio-Data        PIC 9(8).
    05 CP-Inicio-Hora        PIC 9(6).
    05 CP-Qtd-GL-Inicio      PIC 9(9).
    05 CP-Qtd-Erros          PIC 9(7).

01  WS-Qtd-Saltados          PIC 9(7).
01  WS-Qtd-A-Saltar          PIC 9(7).
01  WS-RunCtl-FileName       PIC X(100) VALUE "RUN-CONTROL.DAT".
01  WS-RunCtl-Status         PIC XX.

*> Dupla aprovacao: transacao cuja soma passa (em modulo) do limite
*> da conta no plano de contas fica retida em
*> APROVACOES-PENDENTES.DAT, sob a chave do total diario, em vez de
*> gerar a linha da interface contabil; SomaAprova libera ou recusa
*> depois. Limite zero dispensa a aprovacao.
01  WS-Aprovacoes-FileName   PIC X(100) VALUE "APROVACOES-PENDENTES.DAT".
01  WS-Aprovacoes-Status     PIC XX.
01  WS-Limite-Conta          PIC 9(9)V99 VALUE ZERO.
01  WS-Soma-Abs              PIC 9(9)V99.
01  WS-Limite-Padrao         PIC 9(9)V99 VALUE ZERO.
01  WS-Chave-Total.
    05 WS-Chave-Total-Data   PIC 9(8).
    05 WS-Chave-Total-Hora   PIC 9(6).
    05 WS-Chave-Total-Seq    PIC 9(4).

*> Duplicidade entre lotes: transacao valida com a mesma conta,
*> moeda e valores de um lancamento dos ultimos
*> WS-Dias-Duplicidade dias (data de processamento) fica retida no
*> suspense com o motivo "DUPLICIDADE SUSPEITA" em vez de ser
*> postada. O lancamento anterior e procurado na interface
*> contabil (conta, moeda e soma original) e confirmado no total
*> diario da mesma data (soma na moeda base e, em moeda base,
*> NUM1/NUM2), o que deixa de fora as linhas geradas pela
*> contabilidade sem total diario. Em moeda estrangeira o total
*> diario guarda so valores convertidos, entao a parcela NUM1/NUM2
*> nao e comparada. Os lancamentos da janela sao carregados uma
*> vez no inicio; o proprio lote nao entra na comparacao. Item
*> liberado por supervisor no SomaReparo vem com TR-Liberacao "S"
*> e nao e conferido de novo.
01  WS-Dias-Duplicidade      PIC 9(3) VALUE 3.
01  WS-Data-Inicio-Janela    PIC 9(8).
01  WS-Janela-Int            PIC 9(8).
01  WS-Max-Recentes          PIC 9(5) VALUE 5000.
01  WS-Qtd-GL-Recentes       PIC 9(5) VALUE ZERO.
01  WS-GL-Recentes-Tab.
    05 WS-GL-Recente OCCURS 5000 TIMES.
        10 WS-Rec-GL-Data    PIC 9(8).
        10 WS-Rec-GL-Conta   PIC X(10).
        10 WS-Rec-GL-Moeda   PIC X(3).
        10 WS-Rec-GL-Valor   PIC S9(9)V99.
        10 WS-Rec-GL-Original PIC S9(9)V99.
01  WS-Qtd-DT-Recentes       PIC 9(5) VALUE ZERO.
01  WS-DT-Recentes-Tab.
    05 WS-DT-Recente OCCURS 5000 TIMES.
        10 WS-Rec-DT-Data    PIC 9(8).
        10 WS-Rec-DT-Hora    PIC 9(6).
        10 WS-Rec-DT-Seq     PIC 9(4).
        10 WS-Rec-DT-Qtd     PIC 9(3).
        10 WS-Rec-DT-Num1    PIC S9(7)V99.
        10 WS-Rec-DT-Num2    PIC S9(7)V99.
        10 WS-Rec-DT-Soma    PIC S9(9)V99.
*> Inicio da primeira execucao do lote: totais diarios com chave a
*> partir dessa data/hora e linhas da interface alem da quantidade
*> que ela tinha sao do proprio lote e, numa retomada, nao entram
*> na tabela. Uma gravacao de outro job no mesmo intervalo tambem
*> fica de fora da conferencia.
01  WS-Inicio-Data           PIC 9(8).
01  WS-Inicio-Hora           PIC 9(6).
01  WS-Qtd-GL-Inicio         PIC 9(9) VALUE ZERO.
01  WS-Qtd-GL-Arquivo        PIC 9(9) VALUE ZERO.
01  WS-Indice-GL             PIC 9(5).
01  WS-Indice-DT             PIC 9(5).
01  WS-Original-DT           PIC 9(5).

01  WS-Lote-Id               PIC X(8).
01  WS-Data-Negocio          PIC 9(8).
01  WS-Data-MM               PIC 99.
    05 WS-Taxas-Disponivel   PIC X VALUE 'N'.
       88 TaxasDisponiveis   VALUE 'Y'.
       88 TaxasIndisponiveis VALUE 'N'.
    05 WS-Duplicidade        PIC X VALUE 'N'.
       88 Duplicado          VALUE 'Y'.
       88 NaoDuplicado       VALUE 'N'.
    05 WS-Fim-Recentes       PIC X VALUE 'N'.
       88 FimRecentes        VALUE 'Y'.
       88 NaoFimRecentes     VALUE 'N'.

01  WS-Contadores.
    05 WS-Qtd-Lidos          PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Rejeitados     PIC 9(7) VALUE ZERO.
    05 WS-Total-Geral        PIC S9(9)V99 VALUE ZERO.
    05 WS-Seq-Total-Diario   PIC 9(4) VALUE ZERO.
    05 WS-Qtd-Retidos        PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Duplicados     PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Erros          PIC 9(7) VALUE ZERO.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 FILLER                PIC X(14) VALUE "TOTAL GERAL = ".
    05 LR-Total-Geral        PIC -(9)9.99.

01  WS-Linha-Retido.
    05 FILLER                PIC X(27) VALUE
       "  RETIDO PARA APROVACAO  = ".
    05 LA-Conta              PIC X(10).
    05 FILLER                PIC X(9) VALUE "  LIMITE ".
    05 LA-Limite             PIC Z(8)9.99.

01  WS-Linha-Rodape-Retidos.
    05 FILLER                PIC X(30) VALUE
       "RETIDOS PARA APROVACAO......  ".
    05 LR-Qtd-Retidos        PIC ZZZZZZ9.

01  WS-Linha-Duplicidade.
    05 FILLER                PIC X(24) VALUE
       "  DUPLICIDADE SUSPEITA  ".
    05 FILLER                PIC X(9) VALUE "REGISTRO ".
    05 LU-Num-Reg            PIC ZZZZZZ9.
    05 FILLER                PIC X(8) VALUE "  CONTA ".
    05 LU-Conta              PIC X(10).
    05 FILLER                PIC X VALUE SPACE.
    05 LU-Moeda              PIC X(3).
    05 FILLER                PIC X VALUE SPACE.
    05 LU-Valor              PIC -(8)9.99.

01  WS-Linha-Original.
    05 FILLER                PIC X(16) VALUE "    ORIGINAL:   ".
    05 LO-Data               PIC 9(4)/99/99.
    05 FILLER                PIC X VALUE SPACE.
    05 LO-Hora               PIC 9(6).
    05 FILLER                PIC X(5) VALUE " SEQ ".
    05 LO-Seq                PIC 9(4).
    05 FILLER                PIC X(7) VALUE "  NUM1 ".
    05 LO-Num1               PIC -(7)9.99.
    05 FILLER                PIC X(6) VALUE " NUM2 ".
    05 LO-Num2               PIC -(7)9.99.

01  WS-Linha-Rodape-Duplicados.
    05 FILLER                PIC X(30) VALUE
       "DUPLICIDADES SUSPEITAS......  ".
    05 LR-Qtd-Duplicados     PIC ZZZZZZ9.

01  WS-Linha-Rodape-Erros.
    05 FILLER                PIC X(30) VALUE
       "TOTAIS DIARIOS NAO GRAVADOS.  ".
    05 LR-Qtd-Erros          PIC ZZZZZZ9.

COPY "REJEITO.CPY".

01  WS-Reg-Origem            PIC 9(7).

1000-Inicializar.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO WS-Inicio-Data
    MOVE WS-Hora-Sistema TO WS-Inicio-Hora
    ACCEPT WS-Operador FROM ENVIRONMENT "USER"
    IF WS-Operador = SPACES
        MOVE "N/A" TO WS-Operador

    PERFORM 2410-Abrir-Total-Diario
    PERFORM 2490-Abrir-Suspenso
    PERFORM 2495-Abrir-Aprovacoes

    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status = "00"
        SET ChartDisponivel TO TRUE
        MOVE WS-GL-Conta TO CC-Conta
        READ ChartContasFile
            INVALID KEY
                MOVE ZERO TO WS-Limite-Padrao
            NOT INVALID KEY
                MOVE CC-Limite-Aprovacao TO WS-Limite-Padrao
        END-READ
    ELSE
        SET ChartIndisponivel TO TRUE
        DISPLAY "AVISO: PLANO DE CONTAS INDISPONIVEL ("
            "SERAO REJEITADAS."
    END-IF

    PERFORM 1900-Carregar-Recentes

    IF Retomando
        PERFORM 1700-Saltar-Processados
    END-IF
            AND CP-Qtd-Rejeitados IS NUMERIC
            AND CP-Total-Geral IS NUMERIC
            AND CP-Seq-Total-Diario IS NUMERIC
            AND CP-Qtd-Duplicados IS NUMERIC
            AND CP-Qtd-Retidos IS NUMERIC
            AND CP-Inicio-Data IS NUMERIC
            AND CP-Inicio-Hora IS NUMERIC
            AND CP-Qtd-GL-Inicio IS NUMERIC
            AND CP-Qtd-Erros IS NUMERIC
            AND CP-Lote-Id = WS-Lote-Id
                MOVE CP-Qtd-Lidos TO WS-Qtd-Lidos WS-Qtd-A-Saltar
                MOVE CP-Qtd-Aceitos TO WS-Qtd-Aceitos
                MOVE CP-Qtd-Rejeitados TO WS-Qtd-Rejeitados
                MOVE CP-Total-Geral TO WS-Total-Geral
                MOVE CP-Seq-Total-Diario TO WS-Seq-Total-Diario
                MOVE CP-Qtd-Duplicados TO WS-Qtd-Duplicados
                MOVE CP-Qtd-Retidos TO WS-Qtd-Retidos
                MOVE CP-Inicio-Data TO WS-Inicio-Data
                MOVE CP-Inicio-Hora TO WS-Inicio-Hora
                MOVE CP-Qtd-GL-Inicio TO WS-Qtd-GL-Inicio
                MOVE CP-Qtd-Erros TO WS-Qtd-Erros
                SET Retomando TO TRUE
                DISPLAY "CHECKPOINT ENCONTRADO: " CP-Qtd-Lidos
                    " REGISTROS JA PROCESSADOS. RETOMANDO."
        MOVE WS-Total-Geral TO CP-Total-Geral
        MOVE WS-Seq-Total-Diario TO CP-Seq-Total-Diario
        MOVE WS-Lote-Id TO CP-Lote-Id
        MOVE WS-Qtd-Duplicados TO CP-Qtd-Duplicados
        MOVE WS-Qtd-Retidos TO CP-Qtd-Retidos
        MOVE WS-Inicio-Data TO CP-Inicio-Data
        MOVE WS-Inicio-Hora TO CP-Inicio-Hora
        MOVE WS-Qtd-GL-Inicio TO CP-Qtd-GL-Inicio
        MOVE WS-Qtd-Erros TO CP-Qtd-Erros
        WRITE CheckpointRec FROM WS-Checkpoint-Area
        IF WS-Checkpoint-Status NOT = "00"
            DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR O CHECKPOINT: "
        CLOSE CheckpointFile
    END-IF.

*> Carrega os lancamentos da janela de duplicidade: linhas da
*> interface contabil e totais diarios com data de processamento
*> a partir de WS-Data-Inicio-Janela. Tabela cheia so reduz a
*> conferencia aos lancamentos ja carregados. Na primeira execucao
*> a quantidade de linhas da interface fica guardada para o
*> checkpoint; na retomada, as linhas e os totais gravados desde o
*> inicio do lote ficam de fora.
1900-Carregar-Recentes.
    COMPUTE WS-Janela-Int =
        FUNCTION INTEGER-OF-DATE(WS-Data-Sistema) - WS-Dias-Duplicidade
    MOVE FUNCTION DATE-OF-INTEGER(WS-Janela-Int)
        TO WS-Data-Inicio-Janela
    PERFORM 1910-Carregar-Interface
    PERFORM 1920-Carregar-Total-Diario
    DISPLAY "DUPLICIDADE CONFERIDA DESDE " WS-Data-Inicio-Janela ": "
        WS-Qtd-GL-Recentes " LINHAS CONTABEIS, " WS-Qtd-DT-Recentes
        " TOTAIS DIARIOS.".

1910-Carregar-Interface.
    OPEN INPUT GLInterfaceFile
    IF WS-GLInterface-Status = "00"
        SET NaoFimRecentes TO TRUE
        MOVE ZERO TO WS-Qtd-GL-Arquivo
        PERFORM UNTIL FimRecentes
            READ GLInterfaceFile
                AT END
                    SET FimRecentes TO TRUE
                NOT AT END
                    ADD 1 TO WS-Qtd-GL-Arquivo
                    IF Retomando
                    AND WS-Qtd-GL-Arquivo > WS-Qtd-GL-Inicio
                        SET FimRecentes TO TRUE
                    ELSE
                        IF GL-Data >= WS-Data-Inicio-Janela
                            PERFORM 1915-Guardar-Linha-Interface
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GLInterfaceFile
        IF NaoRetomando
            MOVE WS-Qtd-GL-Arquivo TO WS-Qtd-GL-Inicio
        END-IF
    ELSE
        IF WS-GLInterface-Status NOT = "35"
            DISPLAY "AVISO: INTERFACE CONTABIL INDISPONIVEL ("
                WS-GLInterface-Status "). DUPLICIDADE NAO CONFERIDA."
        END-IF
    END-IF.

*> Linhas de antes da conversao de moeda vem com GL-Moeda em branco
*> e valem a moeda base, com o proprio GL-Valor como original.
1915-Guardar-Linha-Interface.
    IF WS-Qtd-GL-Recentes >= WS-Max-Recentes
        DISPLAY "AVISO: TABELA DE LINHAS CONTABEIS RECENTES ESGOTADA ("
            WS-Max-Recentes " ENTRADAS). DUPLICIDADE CONFERIDA EM PARTE."
        SET FimRecentes TO TRUE
    ELSE
        ADD 1 TO WS-Qtd-GL-Recentes
        MOVE GL-Data TO WS-Rec-GL-Data(WS-Qtd-GL-Recentes)
        MOVE GL-Conta TO WS-Rec-GL-Conta(WS-Qtd-GL-Recentes)
        MOVE GL-Valor TO WS-Rec-GL-Valor(WS-Qtd-GL-Recentes)
        IF GL-Moeda = SPACES
            MOVE WS-Moeda-Base TO WS-Rec-GL-Moeda(WS-Qtd-GL-Recentes)
            MOVE GL-Valor TO WS-Rec-GL-Original(WS-Qtd-GL-Recentes)
        ELSE
            MOVE GL-Moeda TO WS-Rec-GL-Moeda(WS-Qtd-GL-Recentes)
            MOVE GL-Valor-Original
                TO WS-Rec-GL-Original(WS-Qtd-GL-Recentes)
        END-IF
    END-IF.

1920-Carregar-Total-Diario.
    IF WS-DailyTotals-Status = "00"
        MOVE WS-Data-Inicio-Janela TO DT-Chave-Data
        MOVE ZERO TO DT-Chave-Hora
        MOVE ZERO TO DT-Chave-Seq
        SET NaoFimRecentes TO TRUE
        START DailyTotalsFile KEY IS NOT LESS THAN DT-Chave
            INVALID KEY
                SET FimRecentes TO TRUE
        END-START
        PERFORM UNTIL FimRecentes
            READ DailyTotalsFile NEXT RECORD
                AT END
                    SET FimRecentes TO TRUE
                NOT AT END
                    IF Retomando
                    AND (DT-Chave-Data > WS-Inicio-Data
                        OR (DT-Chave-Data = WS-Inicio-Data
                            AND DT-Chave-Hora >= WS-Inicio-Hora))
                        CONTINUE
                    ELSE
                        PERFORM 1925-Guardar-Total-Diario
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

1925-Guardar-Total-Diario.
    IF WS-Qtd-DT-Recentes >= WS-Max-Recentes
        DISPLAY "AVISO: TABELA DE TOTAIS DIARIOS RECENTES ESGOTADA ("
            WS-Max-Recentes " ENTRADAS). DUPLICIDADE CONFERIDA EM PARTE."
        SET FimRecentes TO TRUE
    ELSE
        ADD 1 TO WS-Qtd-DT-Recentes
        MOVE DT-Chave-Data TO WS-Rec-DT-Data(WS-Qtd-DT-Recentes)
        MOVE DT-Chave-Hora TO WS-Rec-DT-Hora(WS-Qtd-DT-Recentes)
        MOVE DT-Chave-Seq TO WS-Rec-DT-Seq(WS-Qtd-DT-Recentes)
        MOVE DT-Qtd-Numeros TO WS-Rec-DT-Qtd(WS-Qtd-DT-Recentes)
        MOVE DT-Num1 TO WS-Rec-DT-Num1(WS-Qtd-DT-Recentes)
        MOVE DT-Num2 TO WS-Rec-DT-Num2(WS-Qtd-DT-Recentes)
        MOVE DT-Soma TO WS-Rec-DT-Soma(WS-Qtd-DT-Recentes)
    END-IF.

2000-Processar-Transacao.
    SET NaoDuplicado TO TRUE
    PERFORM 2100-Validar-Registro
    IF EntradaValida
        COMPUTE Soma = Num1 + Num2
                SET EntradaInvalida TO TRUE
        END-COMPUTE
    END-IF
    IF EntradaValida AND NOT TR-Duplicidade-Liberada
        PERFORM 2200-Verificar-Duplicidade
    END-IF
    IF EntradaValida
        PERFORM 2400-Gravar-Total-Diario
    END-IF
    IF EntradaValida
        ADD 1 TO WS-Qtd-Aceitos
        ADD Soma TO WS-Total-Geral
                DISPLAY "AVISO: O TOTAL GERAL EXCEDEU A CAPACIDADE DO CAMPO."
        END-ADD
        PERFORM 2300-Escrever-Detalhe
        PERFORM 2450-Gravar-Auditoria
        PERFORM 2470-Gravar-Interface-Contabil
        MOVE Num1 TO WS-Num1-Edit
            " + " WS-Num2-Edit " = " WS-Soma-Edit
    ELSE
        ADD 1 TO WS-Qtd-Rejeitados
        IF Duplicado
            PERFORM 2350-Escrever-Duplicidade
        END-IF
        PERFORM 2500-Escrever-Rejeito
    END-IF
    ADD 1 TO WS-Desde-Checkpoint
2120-Validar-Conta.
    IF TR-Conta = SPACES
        MOVE WS-GL-Conta TO WS-Conta-Transacao
        MOVE WS-Limite-Padrao TO WS-Limite-Conta
    ELSE
        IF ChartIndisponivel
            MOVE "PLANO DE CONTAS INDISPONIVEL" TO WS-Motivo-Rejeicao
                NOT INVALID KEY
                    IF CC-Ativa
                        MOVE TR-Conta TO WS-Conta-Transacao
                        MOVE CC-Limite-Aprovacao TO WS-Limite-Conta
                    ELSE
                        MOVE "CONTA CONTABIL INATIVA"
                            TO WS-Motivo-Rejeicao
        MOVE 1 TO WS-Tentativa
    END-IF.

*> Procura na janela uma linha contabil com a mesma conta, moeda e
*> soma original e a confirma no total diario da mesma data.
2200-Verificar-Duplicidade.
    SET NaoDuplicado TO TRUE
    PERFORM VARYING WS-Indice-GL FROM 1 BY 1
            UNTIL WS-Indice-GL > WS-Qtd-GL-Recentes OR Duplicado
        IF WS-Rec-GL-Conta(WS-Indice-GL) = WS-Conta-Transacao
        AND WS-Rec-GL-Moeda(WS-Indice-GL) = WS-Moeda-Transacao
        AND WS-Rec-GL-Original(WS-Indice-GL) = WS-Soma-Original
            PERFORM 2210-Confirmar-Total-Diario
        END-IF
    END-PERFORM
    IF Duplicado
        MOVE "DUPLICIDADE SUSPEITA" TO WS-Motivo-Rejeicao
        SET EntradaInvalida TO TRUE
    END-IF.

*> Total diario da data da linha com a mesma soma na moeda base.
*> Em moeda base, com duas parcelas gravadas, NUM1 e NUM2 tambem
*> precisam ser iguais.
2210-Confirmar-Total-Diario.
    PERFORM VARYING WS-Indice-DT FROM 1 BY 1
            UNTIL WS-Indice-DT > WS-Qtd-DT-Recentes OR Duplicado
        IF WS-Rec-DT-Data(WS-Indice-DT) = WS-Rec-GL-Data(WS-Indice-GL)
        AND WS-Rec-DT-Soma(WS-Indice-DT) = WS-Rec-GL-Valor(WS-Indice-GL)
            IF WS-Moeda-Transacao NOT = WS-Moeda-Base
            OR WS-Rec-DT-Qtd(WS-Indice-DT) NOT = 2
            OR (WS-Rec-DT-Num1(WS-Indice-DT) = Num1
                AND WS-Rec-DT-Num2(WS-Indice-DT) = Num2)
                SET Duplicado TO TRUE
                MOVE WS-Indice-DT TO WS-Original-DT
            END-IF
        END-IF
    END-PERFORM.

2300-Escrever-Detalhe.
    MOVE WS-Qtd-Lidos TO LD-Num-Reg
    MOVE Num1 TO LD-Num1
        WRITE RelatorioRec FROM WS-Linha-Reapresentacao
    END-IF.

*> A duplicidade sai no relatorio do lote com o lancamento
*> original ao lado (data/hora/sequencia do total diario e as
*> parcelas gravadas, na moeda base).
2350-Escrever-Duplicidade.
    ADD 1 TO WS-Qtd-Duplicados
    MOVE WS-Qtd-Lidos TO LU-Num-Reg
    MOVE WS-Conta-Transacao TO LU-Conta
    MOVE WS-Moeda-Transacao TO LU-Moeda
    MOVE WS-Soma-Original TO LU-Valor
    WRITE RelatorioRec FROM WS-Linha-Duplicidade
    MOVE WS-Rec-DT-Data(WS-Original-DT) TO LO-Data
    MOVE WS-Rec-DT-Hora(WS-Original-DT) TO LO-Hora
    MOVE WS-Rec-DT-Seq(WS-Original-DT) TO LO-Seq
    MOVE WS-Rec-DT-Num1(WS-Original-DT) TO LO-Num1
    MOVE WS-Rec-DT-Num2(WS-Original-DT) TO LO-Num2
    WRITE RelatorioRec FROM WS-Linha-Original.

2400-Gravar-Total-Diario.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO DT-Chave-Data
        MOVE WS-Seq-Total-Diario TO DT-Chave-Seq
        WRITE DT-Registro
    END-PERFORM
    IF WS-DailyTotals-Status = "00"
        MOVE DT-Chave TO WS-Chave-Total
    ELSE
        DISPLAY "ERRO AO GRAVAR O TOTAL DIARIO: "
            WS-DailyTotals-Status ". REGISTRO " WS-Qtd-Lidos
            " NAO POSTADO."
        ADD 1 TO WS-Qtd-Erros
        MOVE "TOTAL DIARIO NAO GRAVADO" TO WS-Motivo-Rejeicao
        SET EntradaInvalida TO TRUE
    END-IF.

2410-Abrir-Total-Diario.
2455-Gravar-Registro-Auditoria.
    ADD 1 TO WS-Aud-Seq
    MOVE WS-Aud-Seq TO AU-Seq
    PERFORM 2456-Encadear-Auditoria
    WRITE AU-Registro
    PERFORM UNTIL WS-Auditoria-Status NOT = "22"
        ADD 1 TO WS-Aud-Seq
        MOVE WS-Aud-Seq TO AU-Seq
        PERFORM 2456-Encadear-Auditoria
        WRITE AU-Registro
    END-PERFORM
    IF WS-Auditoria-Status NOT = "00"
        DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR A AUDITORIA: "
            WS-Auditoria-Status
    ELSE
        PERFORM 2457-Atualizar-Controle-Auditoria
    END-IF.

*> Encadeia o registro montado em AU-Registro ao ultimo gravado:
*> le no registro de controle a chave e o verificador do ultimo
*> elo e calcula o verificador do novo registro a partir deles.
2456-Encadear-Auditoria.
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
    PERFORM 2458-Calcular-Verificador
    MOVE WS-Aud-Hash TO AU-Verificador.

*> O registro recem-gravado vira o ultimo elo no controle; sem
*> controle (primeira gravacao encadeada) ele tambem e o inicio
*> da cadeia. AU-Registro volta como estava para a gravacao
*> seguinte.
2457-Atualizar-Controle-Auditoria.
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

2458-Calcular-Verificador.
    PERFORM VARYING WS-Aud-Pos FROM 1 BY 1
            UNTIL WS-Aud-Pos > WS-Aud-Tam-Conteudo
        MOVE WS-Aud-Registro(WS-Aud-Pos:1) TO WS-Aud-Par-Baixo
        COMPUTE WS-Aud-Produto =
            WS-Aud-Hash * 257 + WS-Aud-Par-Num + 1
        DIVIDE WS-Aud-Produto BY WS-Aud-Modulo
            GIVING WS-Aud-Quociente REMAINDER WS-Aud-Hash
    END-PERFORM.

2460-Abrir-Auditoria.
    OPEN I-O AuditoriaFile
    IF WS-Auditoria-Status = "35"
    END-IF.

2470-Gravar-Interface-Contabil.
    IF Soma < ZERO
        COMPUTE WS-Soma-Abs = 0 - Soma
    ELSE
        MOVE Soma TO WS-Soma-Abs
    END-IF
    IF WS-Limite-Conta > ZERO
    AND WS-Soma-Abs > WS-Limite-Conta
        PERFORM 2600-Reter-Para-Aprovacao
    ELSE
        PERFORM 2475-Gravar-Linha-Interface
    END-IF.

2475-Gravar-Linha-Interface.
    PERFORM 2480-Abrir-Interface-Contabil

    MOVE WS-Data-Sistema TO GL-Data
        STOP RUN
    END-IF.

2495-Abrir-Aprovacoes.
    OPEN I-O AprovacoesFile
    IF WS-Aprovacoes-Status = "35"
        OPEN OUTPUT AprovacoesFile
        CLOSE AprovacoesFile
        OPEN I-O AprovacoesFile
    END-IF
    IF WS-Aprovacoes-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR APROVACOES PENDENTES: "
            WS-Aprovacoes-Status ". EXECUCAO RECUSADA."
        STOP RUN
    END-IF.

2500-Escrever-Rejeito.
    MOVE WS-Qtd-Lidos TO RJ-Num-Reg
    MOVE TR-Num1 TO RJ-Num1
            END-REWRITE
    END-READ.

*> A transacao retida fica pendente sob a chave do total diario,
*> com os valores como vieram no TRANS-IN e a origem no lote, para
*> que uma recusa leve ao suspense o mesmo item que um rejeito
*> levaria.
2600-Reter-Para-Aprovacao.
    MOVE WS-Chave-Total TO PA-Chave
    SET PA-Pendente TO TRUE
    SET PA-Origem-Lote TO TRUE
    MOVE WS-Operador TO PA-Operador
    MOVE WS-Conta-Transacao TO PA-Conta
    MOVE WS-Moeda-Transacao TO PA-Moeda
    MOVE Soma TO PA-Valor
    MOVE WS-Soma-Original TO PA-Valor-Original
    MOVE 2 TO PA-Qtd-Numeros
    MOVE TR-Num1 TO PA-Num1
    MOVE TR-Num2 TO PA-Num2
    MOVE WS-Data-Negocio TO PA-Data-Negocio
    MOVE WS-Lote-Id TO PA-Lote-Id
    MOVE WS-Reg-Origem TO PA-Reg-Origem
    MOVE WS-Tentativa TO PA-Tentativa
    MOVE ZERO TO PA-Data-Decisao
    MOVE ZERO TO PA-Hora-Decisao
    MOVE SPACES TO PA-Aprovador
    MOVE SPACES TO PA-Motivo
    WRITE PA-Registro
        INVALID KEY
            DISPLAY "AVISO: NAO FOI POSSIVEL RETER A TRANSACAO: "
                WS-Aprovacoes-Status
        NOT INVALID KEY
            ADD 1 TO WS-Qtd-Retidos
            MOVE WS-Conta-Transacao TO LA-Conta
            MOVE WS-Limite-Conta TO LA-Limite
            WRITE RelatorioRec FROM WS-Linha-Retido
            DISPLAY "REGISTRO " WS-Qtd-Lidos
                " RETIDO PARA APROVACAO."
    END-WRITE.

3000-Finalizar.
    PERFORM 3500-Verificar-Total-Controle

    MOVE WS-Total-Geral TO LR-Total-Geral
    WRITE RelatorioRec FROM WS-Linha-Total-Geral

    IF WS-Qtd-Retidos > ZERO
        MOVE WS-Qtd-Retidos TO LR-Qtd-Retidos
        WRITE RelatorioRec FROM WS-Linha-Rodape-Retidos
    END-IF

    IF WS-Qtd-Duplicados > ZERO
        MOVE WS-Qtd-Duplicados TO LR-Qtd-Duplicados
        WRITE RelatorioRec FROM WS-Linha-Rodape-Duplicados
    END-IF

    IF WS-Qtd-Erros > ZERO
        MOVE WS-Qtd-Erros TO LR-Qtd-Erros
        WRITE RelatorioRec FROM WS-Linha-Rodape-Erros
        MOVE 8 TO RETURN-CODE
    END-IF

    CLOSE TransInFile
    CLOSE RelatorioFile
    CLOSE RejeitosFile
    CLOSE SuspensoFile
    CLOSE AprovacoesFile
    CLOSE DailyTotalsFile
    IF ChartDisponivel
        CLOSE ChartContasFile
    DISPLAY "REGISTROS LIDOS......: " WS-Qtd-Lidos
    DISPLAY "REGISTROS ACEITOS....: " WS-Qtd-Aceitos
    DISPLAY "REGISTROS REJEITADOS.: " WS-Qtd-Rejeitados
    DISPLAY "RETIDOS P/ APROVACAO.: " WS-Qtd-Retidos
    DISPLAY "DUPLICIDADES.........: " WS-Qtd-Duplicados
    DISPLAY "ERROS DE GRAVACAO....: " WS-Qtd-Erros
    DISPLAY "TOTAL GERAL..........: " LR-Total-Geral.

3600-Marcar-Lote-Processado.
        MOVE WS-Hora-Sistema TO RC-Hora-Exec
        MOVE WS-Qtd-Lidos TO RC-Qtd
        MOVE WS-Total-Geral TO RC-Total
        IF WS-Qtd-Erros > ZERO
            SET RC-Com-Erro TO TRUE
        ELSE
            SET RC-Ok TO TRUE
        END-IF
        WRITE RC-Registro
            INVALID KEY
                REWRITE RC-Registro
