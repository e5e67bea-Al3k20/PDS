        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLConsol-Status.

    SELECT AprovacoesFile ASSIGN TO DYNAMIC WS-Aprovacoes-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PA-Chave
        FILE STATUS IS WS-Aprovacoes-Status.

    SELECT CertFile ASSIGN TO DIACERT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Cert-Status.
FD  GLConsolFile.
COPY "GLCONSOL.CPY".

FD  AprovacoesFile.
COPY "APROVPEN.CPY".

FD  CertFile.
01  CertRec                  PIC X(80).

WORKING-STORAGE SECTION.
*> Monitor de fechamento do dia: ultimo passo da cadeia noturna.
*> Verifica, para a data de negocio lida de SYSIN, que todo lote
*> registrado para a data foi processado, que SOMALOTE, SOMARATE,
*> SOMAREAV, SOMAGLCN, SOMARECN e SOMAVAUD concluiram sem erro no
*> controle de execucao (SOMAVAUD com erro e auditoria com a cadeia
*> rompida; SOMARATE com erro e regra de rateio nao aplicada;
*> SOMAREAV ausente pode ser reavaliacao recusada por falta de taxa
*> de fim de periodo), e que a geracao GLCONSOL e da noite
*> certificada (data de geracao nao anterior a data de negocio) e
*> fecha com o proprio trailer.
*> SOMALOTE, SOMARATE, SOMAREAV, SOMARECN e SOMAVAUD gravam o
*> controle pela data de negocio; SOMAGLCN e SOMAARQV pela data de
*> processamento, que numa virada de meia-noite difere da de
*> negocio — por isso esses dois sao consultados pela data de
*> geracao lida do proprio GLCONSOL.
*> Qualquer falta derruba o certificado e o job termina com codigo
*> de retorno 8, para o escalonador chamar a equipe na mesma noite.
01  WS-RunCtl-FileName       PIC X(100) VALUE "RUN-CONTROL.DAT".
01  WS-GLConsol-Status       PIC XX.
01  WS-Cert-Status           PIC XX.

*> Lancamentos retidos para dupla aprovacao ate a data certificada
*> e ainda sem decisao: informados no certificado, sem derruba-lo
*> (a decisao cabe ao supervisor, nao a cadeia noturna).
01  WS-Aprovacoes-FileName   PIC X(100) VALUE "APROVACOES-PENDENTES.DAT".
01  WS-Aprovacoes-Status     PIC XX.
01  WS-Qtd-Pend-Edit         PIC ZZZZZZ9.

01  WS-Entrada               PIC X(10).
01  WS-Entrada-Compacta      PIC X(10).
01  WS-Data-Alvo             PIC 9(8).
    05 WS-Hash-Apurado       PIC 9(13)V99 VALUE ZERO.
    05 WS-Valor-Abs          PIC 9(11)V99.
    05 WS-Qtd-Falhas         PIC 9(3) VALUE ZERO.
    05 WS-Qtd-Aprov-Pend     PIC 9(7) VALUE ZERO.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    MOVE "SOMALOTE" TO WS-Job-Verificado
    MOVE WS-Data-Alvo TO WS-Data-Consulta
    PERFORM 3000-Verificar-Execucao
    MOVE "SOMARATE" TO WS-Job-Verificado
    PERFORM 3000-Verificar-Execucao
    MOVE "SOMAREAV" TO WS-Job-Verificado
    PERFORM 3000-Verificar-Execucao
    PERFORM 4000-Verificar-Glconsol
    MOVE "SOMAGLCN" TO WS-Job-Verificado
    PERFORM 4600-Definir-Data-Geracao
    MOVE "SOMARECN" TO WS-Job-Verificado
    MOVE WS-Data-Alvo TO WS-Data-Consulta
    PERFORM 3000-Verificar-Execucao
    MOVE "SOMAVAUD" TO WS-Job-Verificado
    PERFORM 3000-Verificar-Execucao
    PERFORM 4500-Informar-Arquivamento
    PERFORM 4700-Informar-Aprovacoes
    PERFORM 5000-Finalizar
    STOP RUN.

        MOVE WS-Data-Geracao TO WS-Data-Consulta
    END-IF.

4700-Informar-Aprovacoes.
    MOVE "APROVACOES PENDENTES" TO LI-Descricao
    MOVE 'N' TO WS-Fim-Arquivo
    OPEN INPUT AprovacoesFile
    IF WS-Aprovacoes-Status = "35"
        MOVE "NENHUMA" TO LI-Situacao
    ELSE
        IF WS-Aprovacoes-Status NOT = "00"
            MOVE "CONTROLE INDISPONIVEL" TO LI-Situacao
        ELSE
            MOVE LOW-VALUES TO PA-Chave
            START AprovacoesFile KEY IS NOT LESS THAN PA-Chave
                INVALID KEY SET FimArquivo TO TRUE
            END-START
            PERFORM 4800-Ler-Aprovacao UNTIL FimArquivo
            CLOSE AprovacoesFile
            IF WS-Qtd-Aprov-Pend = ZERO
                MOVE "NENHUMA" TO LI-Situacao
            ELSE
                MOVE WS-Qtd-Aprov-Pend TO WS-Qtd-Pend-Edit
                MOVE SPACES TO LI-Situacao
                MOVE WS-Qtd-Pend-Edit TO LI-Situacao(1:7)
                MOVE " AGUARDANDO" TO LI-Situacao(8:11)
            END-IF
        END-IF
    END-IF
    PERFORM 6100-Gravar-Item.

4800-Ler-Aprovacao.
    READ AprovacoesFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF PA-Data > WS-Data-Alvo
                SET FimArquivo TO TRUE
            ELSE
                IF PA-Pendente
                    ADD 1 TO WS-Qtd-Aprov-Pend
                END-IF
            END-IF
    END-READ.

5000-Finalizar.
    WRITE CertRec FROM WS-Linha-Branco
    IF DiaFechado
