        RECORD KEY IS RC-Chave
        FILE STATUS IS WS-RunCtl-Status.

    SELECT AprovacoesFile ASSIGN TO DYNAMIC WS-Aprovacoes-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-Chave
        FILE STATUS IS WS-Aprovacoes-Status.

    SELECT RatLancFile ASSIGN TO DYNAMIC WS-RatLanc-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RL-Chave
        FILE STATUS IS WS-RatLanc-Status.

    SELECT ReavalFile ASSIGN TO DYNAMIC WS-Reaval-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RV-Chave
        FILE STATUS IS WS-Reaval-Status.

    SELECT SaldosAnuaisFile ASSIGN TO DYNAMIC WS-SaldosAnuais-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SA-Chave
        FILE STATUS IS WS-SaldosAnuais-Status.

DATA DIVISION.
FILE SECTION.
FD  DailyTotalsFile.
FD  RunCtlFile.
COPY "RUNCTL.CPY".

FD  AprovacoesFile.
COPY "APROVPEN.CPY".

FD  RatLancFile.
COPY "RATLANC.CPY".

FD  ReavalFile.
COPY "REAVALIA.CPY".

FD  SaldosAnuaisFile.
COPY "SALDOANO.CPY".

WORKING-STORAGE SECTION.
*> Os tres arquivos abaixo sao os mesmos gravados por SomaNumeros /
*> SomaNumerosLote; a reconciliacao confere, para uma data, se cada
01  WS-RunCtl-FileName       PIC X(100) VALUE "RUN-CONTROL.DAT".
01  WS-RunCtl-Status         PIC XX.

*> Dupla aprovacao: o lancamento retido tem total diario e
*> auditoria na data em que foi gravado, mas a linha contabil so
*> nasce na data da aprovacao (ou nunca, se recusado). Para a
*> conferencia, o retido conta como linha contabil na data de
*> gravacao; na data da decisao a linha liberada pela aprovacao
*> sai da conferencia e a recusa conta com o valor invertido, que
*> casa com a contrapartida gravada no total diario e na
*> auditoria.
01  WS-Aprovacoes-FileName   PIC X(100) VALUE "APROVACOES-PENDENTES.DAT".
01  WS-Aprovacoes-Status     PIC XX.
01  WS-Valor-Ajuste          PIC S9(9)V99.

*> Rateio de custos: as linhas gravadas pelo SomaRateio na interface
*> nao tem total diario nem auditoria (cada rateio fecha em zero na
*> propria interface) e saem da conferencia pelo historico do
*> rateio.
01  WS-RatLanc-FileName      PIC X(100) VALUE "RATEIO-LANCADOS.DAT".
01  WS-RatLanc-Status        PIC XX.

*> Reavaliacao cambial: cada reavaliacao ou estorno gravado pelo
*> SomaReavaliacao e um par de linhas (conta da posicao e
*> contrapartida, com valores opostos) sem total diario nem
*> auditoria, que sai da conferencia pelo historico da reavaliacao.
01  WS-Reaval-FileName       PIC X(100) VALUE "REAVALIACOES.DAT".
01  WS-Reaval-Status         PIC XX.
01  WS-Valor-Reaval          PIC S9(9)V99.

*> Encerramento do exercicio: o lancamento de encerramento de cada
*> conta, gravado pelo SomaEncerramento na interface com data
*> AAAA1231 (quebrado em linhas de no maximo 999.999.999,99), nao
*> tem total diario nem auditoria e sai da conferencia de 31/12
*> pelo SA-Encerramento das contas do ano ja encerrado.
01  WS-SaldosAnuais-FileName PIC X(100) VALUE "SALDOS-ANUAIS.DAT".
01  WS-SaldosAnuais-Status   PIC XX.
01  WS-Ano-Alvo              PIC 9(4).
01  WS-Max-Valor-GL          PIC S9(9)V99 VALUE 999999999.99.
01  WS-Encerramento-Restante PIC S9(13)V99.
01  WS-Valor-Encerramento    PIC S9(9)V99.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Linha-Removida     PIC X VALUE 'N'.
       88 LinhaRemovida      VALUE 'Y'.
       88 LinhaNaoRemovida   VALUE 'N'.

01  WS-Max-Valores           PIC 9(5) VALUE 5000.

    PERFORM 1000-Inicializar
    PERFORM 2000-Carregar-Totais-Diarios
    PERFORM 3000-Carregar-Interface
    PERFORM 3500-Carregar-Retidos
    PERFORM 3800-Retirar-Rateios
    PERFORM 3920-Retirar-Reavaliacoes
    IF WS-Data-Alvo(5:4) = "1231"
        PERFORM 3970-Retirar-Encerramentos
    END-IF
    PERFORM 4000-Carregar-Auditoria
    PERFORM 5000-Comparar
    PERFORM 6000-Finalizar
    END-IF.

3100-Guardar-Interface.
    MOVE GL-Valor TO WS-Valor-Ajuste
    PERFORM 3150-Guardar-Valor-GL.

3150-Guardar-Valor-GL.
    IF WS-Qtd-GL >= WS-Max-Valores
        DISPLAY "ERRO: TABELA DA INTERFACE CONTABIL ESGOTADA ("
            WS-Max-Valores " ENTRADAS). RECONCILIACAO ABANDONADA."
        STOP RUN
    END-IF
    ADD 1 TO WS-Qtd-GL
    MOVE WS-Valor-Ajuste TO WS-Valor-GL(WS-Qtd-GL)
    ADD WS-Valor-Ajuste TO WS-Soma-GL
        ON SIZE ERROR
            DISPLAY "AVISO: A SOMA DA INTERFACE EXCEDEU A "
                "CAPACIDADE DO CAMPO."
    END-ADD.

*> Arquivo de aprovacoes ausente: nenhum lancamento foi retido.
3500-Carregar-Retidos.
    MOVE 'N' TO WS-Fim-Arquivo
    OPEN INPUT AprovacoesFile
    IF WS-Aprovacoes-Status = "00"
        MOVE LOW-VALUES TO PA-Chave
        START AprovacoesFile KEY IS NOT LESS THAN PA-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        PERFORM 3600-Ler-Retido UNTIL FimArquivo
        CLOSE AprovacoesFile
    END-IF.

3600-Ler-Retido.
    READ AprovacoesFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF PA-Data = WS-Data-Alvo
                MOVE PA-Valor TO WS-Valor-Ajuste
                PERFORM 3150-Guardar-Valor-GL
            END-IF
            IF PA-Data-Decisao = WS-Data-Alvo
                IF PA-Recusado
                    COMPUTE WS-Valor-Ajuste = 0 - PA-Valor
                    PERFORM 3150-Guardar-Valor-GL
                END-IF
                IF PA-Aprovado
                    PERFORM 3700-Remover-Liberado
                END-IF
            END-IF
    END-READ.

*> A linha liberada pela aprovacao e tirada da tabela (a ultima
*> entrada ocupa o lugar dela); o valor retido ja foi conferido
*> na data em que o lancamento foi gravado.
3700-Remover-Liberado.
    SET LinhaNaoRemovida TO TRUE
    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-GL OR LinhaRemovida
        IF WS-Valor-GL(WS-Indice) = PA-Valor
            MOVE WS-Valor-GL(WS-Qtd-GL) TO WS-Valor-GL(WS-Indice)
            SUBTRACT 1 FROM WS-Qtd-GL
            SUBTRACT PA-Valor FROM WS-Soma-GL
            SET LinhaRemovida TO TRUE
        END-IF
    END-PERFORM.

*> Arquivo de rateio ausente: nenhum rateio foi gravado.
3800-Retirar-Rateios.
    MOVE 'N' TO WS-Fim-Arquivo
    OPEN INPUT RatLancFile
    IF WS-RatLanc-Status = "00"
        MOVE WS-Data-Alvo TO RL-Data
        MOVE LOW-VALUES TO RL-Conta-Origem
        MOVE ZERO TO RL-Seq
        START RatLancFile KEY IS NOT LESS THAN RL-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        PERFORM 3850-Ler-Rateio UNTIL FimArquivo
        CLOSE RatLancFile
    END-IF.

3850-Ler-Rateio.
    READ RatLancFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF RL-Data NOT = WS-Data-Alvo
                SET FimArquivo TO TRUE
            ELSE
                PERFORM 3900-Remover-Rateio
            END-IF
    END-READ.

*> Mesma retirada da linha liberada pela aprovacao: a ultima
*> entrada ocupa o lugar da linha de rateio.
3900-Remover-Rateio.
    SET LinhaNaoRemovida TO TRUE
    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-GL OR LinhaRemovida
        IF WS-Valor-GL(WS-Indice) = RL-Valor
            MOVE WS-Valor-GL(WS-Qtd-GL) TO WS-Valor-GL(WS-Indice)
            SUBTRACT 1 FROM WS-Qtd-GL
            SUBTRACT RL-Valor FROM WS-Soma-GL
            SET LinhaRemovida TO TRUE
        END-IF
    END-PERFORM.

*> Arquivo de reavaliacao ausente: nenhuma reavaliacao foi gravada.
3920-Retirar-Reavaliacoes.
    MOVE 'N' TO WS-Fim-Arquivo
    OPEN INPUT ReavalFile
    IF WS-Reaval-Status = "00"
        MOVE WS-Data-Alvo TO RV-Data
        MOVE LOW-VALUES TO RV-Conta
        MOVE LOW-VALUES TO RV-Moeda
        MOVE ZERO TO RV-Seq
        START ReavalFile KEY IS NOT LESS THAN RV-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        PERFORM 3940-Ler-Reavaliacao UNTIL FimArquivo
        CLOSE ReavalFile
    END-IF.

3940-Ler-Reavaliacao.
    READ ReavalFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF RV-Data NOT = WS-Data-Alvo
                SET FimArquivo TO TRUE
            ELSE
                MOVE RV-Valor TO WS-Valor-Reaval
                PERFORM 3960-Remover-Reavaliacao
                COMPUTE WS-Valor-Reaval = 0 - RV-Valor
                PERFORM 3960-Remover-Reavaliacao
            END-IF
    END-READ.

*> Mesma retirada da linha de rateio, uma vez para a linha da
*> posicao e outra para a contrapartida.
3960-Remover-Reavaliacao.
    SET LinhaNaoRemovida TO TRUE
    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-GL OR LinhaRemovida
        IF WS-Valor-GL(WS-Indice) = WS-Valor-Reaval
            MOVE WS-Valor-GL(WS-Qtd-GL) TO WS-Valor-GL(WS-Indice)
            SUBTRACT 1 FROM WS-Qtd-GL
            SUBTRACT WS-Valor-Reaval FROM WS-Soma-GL
            SET LinhaRemovida TO TRUE
        END-IF
    END-PERFORM.

*> Saldos anuais ausentes: nenhum exercicio foi encerrado. O
*> arquivo e chaveado por conta + ano, entao e lido inteiro e so
*> contam as contas com o ano alvo ja encerrado.
3970-Retirar-Encerramentos.
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE WS-Data-Alvo(1:4) TO WS-Ano-Alvo
    OPEN INPUT SaldosAnuaisFile
    IF WS-SaldosAnuais-Status = "00"
        MOVE LOW-VALUES TO SA-Chave
        START SaldosAnuaisFile KEY IS NOT LESS THAN SA-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        PERFORM 3975-Ler-Saldo-Anual UNTIL FimArquivo
        CLOSE SaldosAnuaisFile
    END-IF.

3975-Ler-Saldo-Anual.
    READ SaldosAnuaisFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF SA-Ano = WS-Ano-Alvo
            AND SA-Data-Encerramento NOT = ZERO
            AND SA-Encerramento NOT = ZERO
                MOVE SA-Encerramento TO WS-Encerramento-Restante
                PERFORM 3980-Quebrar-Encerramento
                    UNTIL WS-Encerramento-Restante = ZERO
            END-IF
    END-READ.

*> Mesma quebra feita pelo SomaEncerramento ao gravar as linhas.
3980-Quebrar-Encerramento.
    EVALUATE TRUE
        WHEN WS-Encerramento-Restante > WS-Max-Valor-GL
            MOVE WS-Max-Valor-GL TO WS-Valor-Encerramento
        WHEN WS-Encerramento-Restante < 0 - WS-Max-Valor-GL
            COMPUTE WS-Valor-Encerramento = 0 - WS-Max-Valor-GL
        WHEN OTHER
            MOVE WS-Encerramento-Restante TO WS-Valor-Encerramento
    END-EVALUATE
    PERFORM 3990-Remover-Encerramento
    SUBTRACT WS-Valor-Encerramento FROM WS-Encerramento-Restante.

*> Mesma retirada da linha de rateio, uma vez por linha gravada.
3990-Remover-Encerramento.
    SET LinhaNaoRemovida TO TRUE
    PERFORM VARYING WS-Indice FROM 1 BY 1
            UNTIL WS-Indice > WS-Qtd-GL OR LinhaRemovida
        IF WS-Valor-GL(WS-Indice) = WS-Valor-Encerramento
            MOVE WS-Valor-GL(WS-Qtd-GL) TO WS-Valor-GL(WS-Indice)
            SUBTRACT 1 FROM WS-Qtd-GL
            SUBTRACT WS-Valor-Encerramento FROM WS-Soma-GL
            SET LinhaRemovida TO TRUE
        END-IF
    END-PERFORM.

*> A auditoria indexada permite posicionar direto na data alvo;
*> entram na conferencia so os cabecalhos ("C"), que trazem o
*> total de cada gravacao — os detalhes itemizados sao ignorados
