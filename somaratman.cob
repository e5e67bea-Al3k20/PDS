IDENTIFICATION DIVISION.
PROGRAM-ID. SomaRateioManut.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RateioFile ASSIGN TO DYNAMIC WS-Rateio-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RR-Chave
        FILE STATUS IS WS-Rateio-Status.

    SELECT ChartContasFile ASSIGN TO DYNAMIC WS-ChartContas-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-Conta
        FILE STATUS IS WS-ChartContas-Status.

    SELECT ManutLogFile ASSIGN TO DYNAMIC WS-ManutLog-FileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ManutLog-Status.

    SELECT OperadoresFile ASSIGN TO DYNAMIC WS-Operadores-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-Id
        FILE STATUS IS WS-Operadores-Status.

DATA DIVISION.
FILE SECTION.
FD  RateioFile.
COPY "RATEIO.CPY".

FD  ChartContasFile.
COPY "CHARTACC.CPY".

FD  ManutLogFile.
01  ManutLogRec              PIC X(120).

FD  OperadoresFile.
COPY "OPERADOR.CPY".

WORKING-STORAGE SECTION.
01  WS-Rateio-FileName       PIC X(100) VALUE "RATEIO-REGRAS.DAT".
01  WS-Rateio-Status         PIC XX.

*> Origem e destinos precisam estar cadastrados e ativos no plano
*> de contas; o SomaRateio confere os destinos de novo na execucao
*> e nao aplica a regra se algum tiver sido inativado depois.
01  WS-ChartContas-FileName  PIC X(100) VALUE "PLANO-CONTAS.DAT".
01  WS-ChartContas-Status    PIC XX.

*> Toda inclusao, alteracao, suspensao e exclusao de regra fica
*> registrada neste log, como em RECORRENTES-MANUT.LOG.
01  WS-ManutLog-FileName     PIC X(100) VALUE "RATEIO-MANUT.LOG".
01  WS-ManutLog-Status       PIC XX.

*> Cadastro de operadores: a regra gera lancamentos sem digitacao,
*> por isso a manutencao e restrita a supervisores.
01  WS-Operadores-FileName   PIC X(100) VALUE "OPERADORES.DAT".
01  WS-Operadores-Status     PIC XX.

01  WS-Operador              PIC X(8).

01  WS-Chave-Informada.
    05 WS-Origem-Informada   PIC X(10).
    05 WS-Inicio-Informado   PIC 9(8).
01  WS-Texto-Entrada         PIC X(30).
01  WS-Conta-Entrada         PIC X(10).
01  WS-Data-Entrada          PIC X(8).
01  WS-Data-Compacta         PIC X(8).
01  WS-Data-Informada        PIC 9(8).
01  WS-Data-MM               PIC 99.
01  WS-Data-DD               PIC 99.

*> Percentual do destino: mesma leitura de valor dos demais
*> programas de manutencao (ate 7 digitos inteiros e 2 decimais),
*> aceito entre 0,01 e 100,00.
01  WS-Entrada               PIC X(11).
01  WS-Entrada-Compacta      PIC X(11).
01  WS-Sinal                 PIC X VALUE SPACE.
01  WS-Digitos               PIC X(7) JUSTIFIED RIGHT.
01  WS-Digitos-Num           PIC 9(7).
01  WS-Sem-Sinal             PIC X(10).
01  WS-Qtd-Pontos            PIC 9(2).
01  WS-Pos-Ponto             PIC 9(2).
01  WS-Pos-Resto             PIC 9(2).
01  WS-Resto                 PIC X(9).
01  WS-Decimais              PIC X(2).
01  WS-Decimais-Num          PIC 9(2).
01  WS-Valor-Validado        PIC S9(7)V99.

01  WS-Max-Destinos          PIC 9(2) VALUE 20.
01  WS-Ind                   PIC 9(2).
01  WS-Ind2                  PIC 9(2).
01  WS-Soma-Percentuais      PIC 9(5)V99.
01  WS-Soma-Edit             PIC ZZZZ9.99.

*> Copia da regra em edicao: a verificacao de sobreposicao le as
*> outras regras da mesma origem pela mesma area de registro.
01  WS-Regra-Editada         PIC X(389).
01  WS-Fim-Editada           PIC 9(8).
01  WS-Fim-Outra             PIC 9(8).
01  WS-Sobreposta-Inicio     PIC 9(8).
01  WS-Sobreposta-Fim        PIC 9(8).

01  WS-Opcao                 PIC X VALUE SPACE.
    88 OpcaoIncluir          VALUE 'I' 'i'.
    88 OpcaoAlterar          VALUE 'A' 'a'.
    88 OpcaoSuspender        VALUE 'S' 's'.
    88 OpcaoExcluir          VALUE 'E' 'e'.
    88 OpcaoListar           VALUE 'L' 'l'.
    88 OpcaoFim              VALUE 'F' 'f'.

01  WS-Confirma              PIC X VALUE SPACE.
    88 Confirmado            VALUE 'S' 's'.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Entrada-Valida     PIC X VALUE 'N'.
       88 EntradaValida      VALUE 'Y'.
       88 EntradaInvalida    VALUE 'N'.
    05 WS-Modo               PIC X VALUE 'I'.
       88 ModoInclusao       VALUE 'I'.
       88 ModoAlteracao      VALUE 'A'.
    05 WS-Destinos-OK        PIC X VALUE 'N'.
       88 DestinosValidos    VALUE 'Y'.
       88 DestinosInvalidos  VALUE 'N'.
    05 WS-Fim-Destinos       PIC X VALUE 'N'.
       88 FimDestinos        VALUE 'Y'.
       88 NaoFimDestinos     VALUE 'N'.
    05 WS-Sobreposicao       PIC X VALUE 'N'.
       88 HaSobreposicao     VALUE 'Y'.
       88 SemSobreposicao    VALUE 'N'.

01  WS-Qtd-Listados          PIC 9(5) VALUE ZERO.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 WS-Hora-Sistema       PIC 9(6).
    05 FILLER                PIC X(8).

01  WS-Linha-Log.
    05 LM-Data               PIC 9(4)/99/99.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LM-Hora.
        10 LM-HH             PIC 99.
        10 FILLER            PIC X VALUE ':'.
        10 LM-MM             PIC 99.
        10 FILLER            PIC X VALUE ':'.
        10 LM-SS             PIC 99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LM-Operador           PIC X(9).
    05 LM-Acao               PIC X(10).
    05 FILLER                PIC X(8) VALUE " ORIGEM=".
    05 LM-Origem             PIC X(10).
    05 FILLER                PIC X(5) VALUE " INI=".
    05 LM-Data-Inicio        PIC 9(8).
    05 FILLER                PIC X(5) VALUE " FIM=".
    05 LM-Data-Fim           PIC 9(8).
    05 FILLER                PIC X(5) VALUE " SIT=".
    05 LM-Situacao           PIC X.
    05 FILLER                PIC X(10) VALUE " DESTINOS=".
    05 LM-Qtd-Destinos       PIC Z9.

01  WS-Linha-Log-Destino.
    05 FILLER                PIC X(39) VALUE SPACES.
    05 FILLER                PIC X(9) VALUE "DESTINO=".
    05 LD-Conta              PIC X(10).
    05 FILLER                PIC X(5) VALUE " PCT=".
    05 LD-Percentual         PIC ZZ9.99.

01  WS-Linha-Lista.
    05 LL-Origem             PIC X(10).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LL-Data-Inicio        PIC 9(8).
    05 FILLER                PIC X(1) VALUE "-".
    05 LL-Data-Fim           PIC 9(8).
    05 FILLER                PIC X(5) VALUE " SIT ".
    05 LL-Situacao           PIC X.
    05 FILLER                PIC X(6) VALUE " ULT. ".
    05 LL-Ultima-Aplicacao   PIC 9(8).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LL-Descricao          PIC X(30).

01  WS-Linha-Lista-Destino.
    05 FILLER                PIC X(11) VALUE SPACES.
    05 LLD-Conta             PIC X(10).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LLD-Percentual        PIC ZZ9.99.
    05 FILLER                PIC X(2) VALUE " %".

PROCEDURE DIVISION.
0000-Main.
    PERFORM 0100-Identificar-Operador
    PERFORM 1000-Abrir-Arquivos

    PERFORM 2000-Exibir-Menu UNTIL OpcaoFim

    CLOSE RateioFile
    CLOSE ChartContasFile
    DISPLAY "MANUTENCAO ENCERRADA."
    STOP RUN.

0100-Identificar-Operador.
    ACCEPT WS-Operador FROM ENVIRONMENT "USER"
    IF WS-Operador = SPACES
        DISPLAY "OPERADOR NAO IDENTIFICADO. MANUTENCAO NAO AUTORIZADA."
        STOP RUN
    END-IF
    OPEN INPUT OperadoresFile
    IF WS-Operadores-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES: "
            WS-Operadores-Status ". MANUTENCAO NAO AUTORIZADA."
        STOP RUN
    END-IF
    MOVE WS-Operador TO OP-Id
    READ OperadoresFile
        INVALID KEY
            DISPLAY "OPERADOR " WS-Operador " NAO CADASTRADO. "
                "MANUTENCAO NAO AUTORIZADA."
            CLOSE OperadoresFile
            STOP RUN
        NOT INVALID KEY
            IF NOT OP-Ativo
                DISPLAY "OPERADOR " WS-Operador " SUSPENSO. "
                    "MANUTENCAO NAO AUTORIZADA."
                CLOSE OperadoresFile
                STOP RUN
            END-IF
            IF NOT OP-Nivel-Superv
                DISPLAY "OPERADOR " WS-Operador " SEM NIVEL DE "
                    "SUPERVISOR. MANUTENCAO NAO AUTORIZADA."
                CLOSE OperadoresFile
                STOP RUN
            END-IF
    END-READ
    CLOSE OperadoresFile.

1000-Abrir-Arquivos.
    OPEN I-O RateioFile
    IF WS-Rateio-Status = "35"
        OPEN OUTPUT RateioFile
        CLOSE RateioFile
        OPEN I-O RateioFile
    END-IF
    IF WS-Rateio-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DE REGRAS DE RATEIO: "
            WS-Rateio-Status
        STOP RUN
    END-IF

    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS: "
            WS-ChartContas-Status
        CLOSE RateioFile
        STOP RUN
    END-IF.

2000-Exibir-Menu.
    DISPLAY " "
    DISPLAY "MANUTENCAO DE REGRAS DE RATEIO - OPERADOR " WS-Operador
    DISPLAY "  I - Incluir regra"
    DISPLAY "  A - Alterar regra"
    DISPLAY "  S - Suspender / reativar regra"
    DISPLAY "  E - Excluir regra nunca aplicada"
    DISPLAY "  L - Listar regras"
    DISPLAY "  F - Fim"
    DISPLAY "Opção: "
    ACCEPT WS-Opcao
    EVALUATE TRUE
        WHEN OpcaoIncluir
            PERFORM 3000-Incluir
        WHEN OpcaoAlterar
            PERFORM 4000-Alterar
        WHEN OpcaoSuspender
            PERFORM 4500-Suspender-Reativar
        WHEN OpcaoExcluir
            PERFORM 5000-Excluir
        WHEN OpcaoListar
            PERFORM 6000-Listar
        WHEN OpcaoFim
            CONTINUE
        WHEN OTHER
            DISPLAY "Opção inválida."
    END-EVALUATE.

3000-Incluir.
    SET ModoInclusao TO TRUE
    PERFORM 7000-Obter-Chave
    IF WS-Origem-Informada NOT = SPACES
        MOVE WS-Chave-Informada TO RR-Chave
        READ RateioFile
            INVALID KEY
                INITIALIZE RR-Registro
                MOVE WS-Chave-Informada TO RR-Chave
                SET RR-Ativa TO TRUE
                PERFORM 7050-Obter-Campos
                PERFORM 7400-Verificar-Sobreposicao
                IF SemSobreposicao
                    DISPLAY "Confirma a inclusão (S/N)? "
                    ACCEPT WS-Confirma
                    IF Confirmado
                        PERFORM 3100-Gravar-Inclusao
                    ELSE
                        DISPLAY "Inclusão cancelada."
                    END-IF
                END-IF
            NOT INVALID KEY
                DISPLAY "Regra de " WS-Origem-Informada " com início em "
                    WS-Inicio-Informado " já cadastrada."
        END-READ
    END-IF.

3100-Gravar-Inclusao.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Chave-Informada TO RR-Chave
    MOVE ZERO TO RR-Ultima-Aplicacao
    MOVE WS-Data-Sistema TO RR-Data-Atualizacao
    MOVE WS-Hora-Sistema TO RR-Hora-Atualizacao
    MOVE WS-Operador TO RR-Operador
    WRITE RR-Registro
        INVALID KEY
            DISPLAY "ERRO AO INCLUIR: " WS-Rateio-Status
        NOT INVALID KEY
            MOVE "INCLUSAO" TO LM-Acao
            PERFORM 8000-Gravar-Log
            DISPLAY "Regra incluída."
    END-WRITE.

*> A alteracao vale para os proximos rateios; os ja aplicados ficam
*> como foram gravados em RATEIO-LANCADOS.DAT. O inicio de vigencia
*> faz parte da chave e nao e alterado: para mudar os percentuais a
*> partir de uma data, encerra-se a regra atual e inclui-se outra.
4000-Alterar.
    SET ModoAlteracao TO TRUE
    PERFORM 7000-Obter-Chave
    IF WS-Origem-Informada NOT = SPACES
        MOVE WS-Chave-Informada TO RR-Chave
        READ RateioFile
            INVALID KEY
                DISPLAY "Regra de " WS-Origem-Informada " com início em "
                    WS-Inicio-Informado " não cadastrada."
            NOT INVALID KEY
                DISPLAY "Campos em branco mantêm o valor atual."
                PERFORM 7050-Obter-Campos
                PERFORM 7400-Verificar-Sobreposicao
                IF SemSobreposicao
                    DISPLAY "Confirma a alteração (S/N)? "
                    ACCEPT WS-Confirma
                    IF Confirmado
                        PERFORM 4100-Regravar-Alteracao
                    ELSE
                        DISPLAY "Alteração cancelada."
                    END-IF
                END-IF
        END-READ
    END-IF.

4100-Regravar-Alteracao.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO RR-Data-Atualizacao
    MOVE WS-Hora-Sistema TO RR-Hora-Atualizacao
    MOVE WS-Operador TO RR-Operador
    REWRITE RR-Registro
        INVALID KEY
            DISPLAY "ERRO AO ALTERAR: " WS-Rateio-Status
        NOT INVALID KEY
            MOVE "ALTERACAO" TO LM-Acao
            PERFORM 8000-Gravar-Log
            DISPLAY "Regra alterada."
    END-REWRITE.

*> A verificacao de sobreposicao considera tambem as regras
*> suspensas, de modo que a reativacao nao precisa repeti-la.
4500-Suspender-Reativar.
    SET ModoAlteracao TO TRUE
    PERFORM 7000-Obter-Chave
    IF WS-Origem-Informada NOT = SPACES
        MOVE WS-Chave-Informada TO RR-Chave
        READ RateioFile
            INVALID KEY
                DISPLAY "Regra de " WS-Origem-Informada " com início em "
                    WS-Inicio-Informado " não cadastrada."
            NOT INVALID KEY
                IF RR-Ativa
                    DISPLAY "Regra ativa. Confirma a suspensão (S/N)? "
                ELSE
                    DISPLAY "Regra suspensa. Confirma a reativação "
                        "(S/N)? "
                END-IF
                ACCEPT WS-Confirma
                IF Confirmado
                    PERFORM 4600-Inverter-Situacao
                ELSE
                    DISPLAY "Operação cancelada."
                END-IF
        END-READ
    END-IF.

4600-Inverter-Situacao.
    IF RR-Ativa
        SET RR-Suspensa TO TRUE
        MOVE "SUSPENSAO" TO LM-Acao
    ELSE
        SET RR-Ativa TO TRUE
        MOVE "REATIVACAO" TO LM-Acao
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO RR-Data-Atualizacao
    MOVE WS-Hora-Sistema TO RR-Hora-Atualizacao
    MOVE WS-Operador TO RR-Operador
    REWRITE RR-Registro
        INVALID KEY
            DISPLAY "ERRO AO REGRAVAR: " WS-Rateio-Status
        NOT INVALID KEY
            PERFORM 8000-Gravar-Log
            DISPLAY "Situação da regra: " RR-Situacao
    END-REWRITE.

*> Regra ja aplicada nao e excluida: os lancamentos de rateio em
*> RATEIO-LANCADOS.DAT continuam apontando para ela. Nesse caso a
*> regra e suspensa ou tem a vigencia encerrada.
5000-Excluir.
    SET ModoAlteracao TO TRUE
    PERFORM 7000-Obter-Chave
    IF WS-Origem-Informada NOT = SPACES
        MOVE WS-Chave-Informada TO RR-Chave
        READ RateioFile
            INVALID KEY
                DISPLAY "Regra de " WS-Origem-Informada " com início em "
                    WS-Inicio-Informado " não cadastrada."
            NOT INVALID KEY
                IF RR-Ultima-Aplicacao NOT = ZERO
                    DISPLAY "Regra já aplicada (último rateio em "
                        RR-Ultima-Aplicacao "). Use a suspensão ou "
                        "encerre a vigência."
                ELSE
                    DISPLAY "Confirma a exclusão (S/N)? "
                    ACCEPT WS-Confirma
                    IF Confirmado
                        PERFORM 5100-Apagar-Registro
                    ELSE
                        DISPLAY "Exclusão cancelada."
                    END-IF
                END-IF
        END-READ
    END-IF.

5100-Apagar-Registro.
    MOVE "EXCLUSAO" TO LM-Acao
    PERFORM 8000-Gravar-Log
    DELETE RateioFile
        INVALID KEY
            DISPLAY "ERRO AO EXCLUIR: " WS-Rateio-Status
        NOT INVALID KEY
            DISPLAY "Regra excluída."
    END-DELETE.

6000-Listar.
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE ZERO TO WS-Qtd-Listados
    MOVE LOW-VALUES TO RR-Chave
    START RateioFile KEY IS NOT LESS THAN RR-Chave
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    DISPLAY "ORIGEM     VIGENCIA          SIT  ULTIMO RATEIO  DESCRICAO"
    PERFORM 6100-Listar-Regra UNTIL FimArquivo
    IF WS-Qtd-Listados = ZERO
        DISPLAY "Nenhuma regra cadastrada."
    ELSE
        DISPLAY "REGRAS LISTADAS: " WS-Qtd-Listados
    END-IF.

6100-Listar-Regra.
    READ RateioFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            MOVE RR-Conta-Origem TO LL-Origem
            MOVE RR-Data-Inicio TO LL-Data-Inicio
            MOVE RR-Data-Fim TO LL-Data-Fim
            MOVE RR-Situacao TO LL-Situacao
            MOVE RR-Ultima-Aplicacao TO LL-Ultima-Aplicacao
            MOVE RR-Descricao TO LL-Descricao
            DISPLAY WS-Linha-Lista
            PERFORM VARYING WS-Ind FROM 1 BY 1
                    UNTIL WS-Ind > RR-Qtd-Destinos
                MOVE RR-Conta-Destino(WS-Ind) TO LLD-Conta
                MOVE RR-Percentual(WS-Ind) TO LLD-Percentual
                DISPLAY WS-Linha-Lista-Destino
            END-PERFORM
            ADD 1 TO WS-Qtd-Listados
    END-READ.

*> A chave da regra e a conta de origem mais o inicio da vigencia.
*> Na inclusao a origem e validada contra o plano de contas.
7000-Obter-Chave.
    MOVE SPACES TO WS-Origem-Informada
    MOVE ZERO TO WS-Inicio-Informado
    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida
        DISPLAY "Conta de origem do rateio (até 10 posições): "
        ACCEPT WS-Conta-Entrada
        IF WS-Conta-Entrada = SPACES
            DISPLAY "Conta obrigatória. Operação cancelada."
            SET EntradaValida TO TRUE
        ELSE
            IF ModoInclusao
                PERFORM 7100-Validar-Conta
            ELSE
                SET EntradaValida TO TRUE
            END-IF
            IF EntradaValida
                MOVE WS-Conta-Entrada TO WS-Origem-Informada
            END-IF
        END-IF
    END-PERFORM

    IF WS-Origem-Informada NOT = SPACES
        SET EntradaInvalida TO TRUE
        PERFORM UNTIL EntradaValida
            DISPLAY "Início da vigência (AAAAMMDD): "
            ACCEPT WS-Data-Entrada
            IF WS-Data-Entrada = SPACES
                DISPLAY "Data obrigatória. Operação cancelada."
                MOVE SPACES TO WS-Origem-Informada
                SET EntradaValida TO TRUE
            ELSE
                PERFORM 7185-Validar-Data
                IF EntradaValida
                    MOVE WS-Data-Informada TO WS-Inicio-Informado
                ELSE
                    DISPLAY "Data inválida. Use o formato AAAAMMDD."
                END-IF
            END-IF
        END-PERFORM
    END-IF.

*> Le os campos da regra direto em RR-Registro. Na inclusao todo
*> campo obrigatorio precisa ser informado; na alteracao o valor
*> atual e exibido e a resposta em branco o mantem.
7050-Obter-Campos.
    PERFORM 7060-Obter-Descricao
    PERFORM 7180-Obter-Fim-Vigencia
    IF ModoAlteracao
        DISPLAY "Destinos atuais:"
        PERFORM VARYING WS-Ind FROM 1 BY 1
                UNTIL WS-Ind > RR-Qtd-Destinos
            MOVE RR-Conta-Destino(WS-Ind) TO LLD-Conta
            MOVE RR-Percentual(WS-Ind) TO LLD-Percentual
            DISPLAY WS-Linha-Lista-Destino
        END-PERFORM
        DISPLAY "Redigitar os destinos (S/N)? "
        ACCEPT WS-Confirma
        IF Confirmado
            PERFORM 7200-Obter-Destinos
        END-IF
    ELSE
        PERFORM 7200-Obter-Destinos
    END-IF.

7060-Obter-Descricao.
    IF ModoAlteracao
        DISPLAY "Descrição atual: " RR-Descricao
    END-IF
    DISPLAY "Descrição (até 30 posições): "
    ACCEPT WS-Texto-Entrada
    IF WS-Texto-Entrada NOT = SPACES
        MOVE WS-Texto-Entrada TO RR-Descricao
    END-IF.

7100-Validar-Conta.
    SET EntradaInvalida TO TRUE
    MOVE WS-Conta-Entrada TO CC-Conta
    READ ChartContasFile
        INVALID KEY
            DISPLAY "Conta não cadastrada no plano de contas."
        NOT INVALID KEY
            IF CC-Ativa
                SET EntradaValida TO TRUE
            ELSE
                DISPLAY "Conta inativa no plano de contas."
            END-IF
    END-READ.

*> Data final zero (ou "0" na alteracao) deixa a regra sem fim de
*> vigencia.
7180-Obter-Fim-Vigencia.
    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida
        IF ModoAlteracao
            DISPLAY "Fim atual: " RR-Data-Fim
        END-IF
        DISPLAY "Data final (AAAAMMDD, 0 = sem fim): "
        ACCEPT WS-Data-Entrada
        EVALUATE TRUE
            WHEN WS-Data-Entrada = SPACES AND ModoAlteracao
                SET EntradaValida TO TRUE
            WHEN WS-Data-Entrada = SPACES
            OR FUNCTION TRIM(WS-Data-Entrada) = "0"
                MOVE ZERO TO RR-Data-Fim
                SET EntradaValida TO TRUE
            WHEN OTHER
                PERFORM 7185-Validar-Data
                IF EntradaValida
                    MOVE WS-Data-Informada TO RR-Data-Fim
                ELSE
                    DISPLAY "Data inválida. Use o formato AAAAMMDD."
                END-IF
        END-EVALUATE
        IF EntradaValida
        AND RR-Data-Fim NOT = ZERO
        AND RR-Data-Fim < RR-Data-Inicio
            DISPLAY "Data final anterior ao início."
            SET EntradaInvalida TO TRUE
        END-IF
    END-PERFORM.

7185-Validar-Data.
    SET EntradaInvalida TO TRUE
    MOVE FUNCTION TRIM(WS-Data-Entrada) TO WS-Data-Compacta
    IF WS-Data-Compacta IS NUMERIC
        MOVE WS-Data-Compacta TO WS-Data-Informada
        MOVE WS-Data-Informada(5:2) TO WS-Data-MM
        MOVE WS-Data-Informada(7:2) TO WS-Data-DD
        IF WS-Data-MM >= 1 AND WS-Data-MM <= 12
        AND WS-Data-DD >= 1 AND WS-Data-DD <= 31
            SET EntradaValida TO TRUE
        END-IF
    END-IF.

*> Os destinos sao sempre redigitados por inteiro: conta (ativa,
*> diferente da origem e sem repeticao) e percentual. A digitacao
*> termina com a conta em branco ou no vigesimo destino, e so e
*> aceita se os percentuais somarem exatamente 100,00.
7200-Obter-Destinos.
    SET DestinosInvalidos TO TRUE
    PERFORM UNTIL DestinosValidos
        MOVE ZERO TO RR-Qtd-Destinos
        MOVE ZERO TO WS-Soma-Percentuais
        SET NaoFimDestinos TO TRUE
        PERFORM 7210-Obter-Destino
            UNTIL FimDestinos OR RR-Qtd-Destinos = WS-Max-Destinos
        MOVE WS-Soma-Percentuais TO WS-Soma-Edit
        EVALUATE TRUE
            WHEN RR-Qtd-Destinos = ZERO
                DISPLAY "Informe ao menos um destino."
            WHEN WS-Soma-Percentuais NOT = 100
                DISPLAY "Percentuais somam "
                    FUNCTION TRIM(WS-Soma-Edit)
                    "; a soma deve ser 100.00. Redigite os destinos."
            WHEN OTHER
                SET DestinosValidos TO TRUE
        END-EVALUATE
    END-PERFORM.

7210-Obter-Destino.
    COMPUTE WS-Ind = RR-Qtd-Destinos + 1
    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida OR FimDestinos
        DISPLAY "Conta de destino " WS-Ind " (vazio encerra): "
        ACCEPT WS-Conta-Entrada
        IF WS-Conta-Entrada = SPACES
            SET FimDestinos TO TRUE
        ELSE
            PERFORM 7100-Validar-Conta
            IF EntradaValida
                PERFORM 7220-Conferir-Destino
            END-IF
        END-IF
    END-PERFORM

    IF NOT FimDestinos
        SET EntradaInvalida TO TRUE
        PERFORM UNTIL EntradaValida
            DISPLAY "Percentual de " WS-Conta-Entrada
                " (0.01 a 100.00): "
            ACCEPT WS-Entrada
            PERFORM 7300-Validar-Valor
            IF EntradaValida
                IF WS-Valor-Validado <= ZERO
                OR WS-Valor-Validado > 100
                    SET EntradaInvalida TO TRUE
                END-IF
            END-IF
            IF EntradaInvalida
                DISPLAY "Percentual inválido."
            END-IF
        END-PERFORM
        MOVE WS-Ind TO RR-Qtd-Destinos
        MOVE WS-Conta-Entrada TO RR-Conta-Destino(WS-Ind)
        MOVE WS-Valor-Validado TO RR-Percentual(WS-Ind)
        ADD WS-Valor-Validado TO WS-Soma-Percentuais
    END-IF.

7220-Conferir-Destino.
    IF WS-Conta-Entrada = RR-Conta-Origem
        DISPLAY "O destino não pode ser a própria conta de origem."
        SET EntradaInvalida TO TRUE
    END-IF
    PERFORM VARYING WS-Ind2 FROM 1 BY 1
            UNTIL WS-Ind2 > RR-Qtd-Destinos OR EntradaInvalida
        IF RR-Conta-Destino(WS-Ind2) = WS-Conta-Entrada
            DISPLAY "Conta já informada como destino desta regra."
            SET EntradaInvalida TO TRUE
        END-IF
    END-PERFORM.

7300-Validar-Valor.
    SET EntradaInvalida TO TRUE
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    IF WS-Entrada-Compacta NOT = SPACES
        IF WS-Entrada-Compacta(1:1) = "-"
            MOVE "-" TO WS-Sinal
            MOVE WS-Entrada-Compacta(2:10) TO WS-Sem-Sinal
        ELSE
            MOVE SPACE TO WS-Sinal
            MOVE WS-Entrada-Compacta(1:10) TO WS-Sem-Sinal
        END-IF
        IF WS-Sem-Sinal NOT = SPACES
        AND NOT (WS-Entrada-Compacta(11:1) NOT = SPACE
                 AND WS-Sinal NOT = "-")
            PERFORM 7310-Separar-Valor
            IF WS-Digitos NOT = SPACES AND WS-Decimais NOT = SPACES
                INSPECT WS-Digitos REPLACING LEADING SPACE BY ZERO
                IF WS-Digitos IS NUMERIC AND WS-Decimais IS NUMERIC
                    MOVE WS-Digitos TO WS-Digitos-Num
                    MOVE WS-Decimais TO WS-Decimais-Num
                    COMPUTE WS-Valor-Validado =
                        WS-Digitos-Num + WS-Decimais-Num / 100
                    IF WS-Sinal = "-"
                        COMPUTE WS-Valor-Validado =
                            0 - WS-Valor-Validado
                    END-IF
                    SET EntradaValida TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF.

*> Separa a parte inteira (ate 7 digitos) e a parte decimal (ate 2
*> digitos, opcionais, apos o ponto) de WS-Sem-Sinal. Formato
*> invalido deixa os campos de saida em branco.
7310-Separar-Valor.
    MOVE SPACES TO WS-Digitos
    MOVE SPACES TO WS-Decimais
    MOVE ZERO TO WS-Qtd-Pontos
    INSPECT WS-Sem-Sinal TALLYING WS-Qtd-Pontos FOR ALL "."
    EVALUATE WS-Qtd-Pontos
        WHEN ZERO
            IF WS-Sem-Sinal(8:3) = SPACES
                MOVE FUNCTION TRIM(WS-Sem-Sinal) TO WS-Digitos
                MOVE "00" TO WS-Decimais
            END-IF
        WHEN 1
            MOVE ZERO TO WS-Pos-Ponto
            INSPECT WS-Sem-Sinal TALLYING WS-Pos-Ponto
                FOR CHARACTERS BEFORE INITIAL "."
            IF WS-Pos-Ponto <= 7
                IF WS-Pos-Ponto = ZERO
                    MOVE "0" TO WS-Digitos
                ELSE
                    MOVE WS-Sem-Sinal(1:WS-Pos-Ponto) TO WS-Digitos
                END-IF
                COMPUTE WS-Pos-Resto = WS-Pos-Ponto + 2
                MOVE SPACES TO WS-Resto
                IF WS-Pos-Resto <= 10
                    MOVE WS-Sem-Sinal(WS-Pos-Resto:) TO WS-Resto
                END-IF
                EVALUATE TRUE
                    WHEN WS-Resto = SPACES
                        MOVE "00" TO WS-Decimais
                    WHEN WS-Resto(2:8) = SPACES
                        MOVE WS-Resto(1:1) TO WS-Decimais(1:1)
                        MOVE "0" TO WS-Decimais(2:1)
                    WHEN WS-Resto(3:7) = SPACES
                        MOVE WS-Resto(1:2) TO WS-Decimais
                    WHEN OTHER
                        MOVE SPACES TO WS-Digitos
                END-EVALUATE
            END-IF
    END-EVALUATE.

*> Duas regras da mesma origem nao podem valer no mesmo dia. Percorre
*> as outras regras da origem (ativas ou suspensas) e recusa a regra
*> em edicao se as vigencias se cruzarem; data final zero vale como
*> vigencia aberta.
7400-Verificar-Sobreposicao.
    SET SemSobreposicao TO TRUE
    MOVE RR-Registro TO WS-Regra-Editada
    MOVE RR-Data-Fim TO WS-Fim-Editada
    IF WS-Fim-Editada = ZERO
        MOVE 99999999 TO WS-Fim-Editada
    END-IF

    MOVE 'N' TO WS-Fim-Arquivo
    MOVE WS-Chave-Informada TO RR-Chave
    MOVE ZERO TO RR-Data-Inicio
    START RateioFile KEY IS NOT LESS THAN RR-Chave
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    PERFORM 7410-Comparar-Vigencia UNTIL FimArquivo OR HaSobreposicao

    MOVE WS-Regra-Editada TO RR-Registro
    IF HaSobreposicao
        DISPLAY "Vigência sobreposta à regra de "
            WS-Sobreposta-Inicio " a " WS-Sobreposta-Fim
            " da mesma origem. Operação cancelada."
    END-IF.

7410-Comparar-Vigencia.
    READ RateioFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF RR-Conta-Origem NOT = WS-Origem-Informada
                SET FimArquivo TO TRUE
            ELSE
                IF RR-Data-Inicio NOT = WS-Inicio-Informado
                    MOVE RR-Data-Fim TO WS-Fim-Outra
                    IF WS-Fim-Outra = ZERO
                        MOVE 99999999 TO WS-Fim-Outra
                    END-IF
                    IF RR-Data-Inicio <= WS-Fim-Editada
                    AND WS-Inicio-Informado <= WS-Fim-Outra
                        MOVE RR-Data-Inicio TO WS-Sobreposta-Inicio
                        MOVE RR-Data-Fim TO WS-Sobreposta-Fim
                        SET HaSobreposicao TO TRUE
                    END-IF
                END-IF
            END-IF
    END-READ.

*> Uma linha por operacao com os dados da regra, seguida de uma
*> linha por destino com o percentual gravado.
8000-Gravar-Log.
    PERFORM 8100-Abrir-Log

    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO LM-Data
    MOVE WS-Hora-Sistema(1:2) TO LM-HH
    MOVE WS-Hora-Sistema(3:2) TO LM-MM
    MOVE WS-Hora-Sistema(5:2) TO LM-SS
    MOVE WS-Operador TO LM-Operador
    MOVE RR-Conta-Origem TO LM-Origem
    MOVE RR-Data-Inicio TO LM-Data-Inicio
    MOVE RR-Data-Fim TO LM-Data-Fim
    MOVE RR-Situacao TO LM-Situacao
    MOVE RR-Qtd-Destinos TO LM-Qtd-Destinos

    WRITE ManutLogRec FROM WS-Linha-Log
    IF WS-ManutLog-Status NOT = "00"
        DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR O LOG DE MANUTENCAO: "
            WS-ManutLog-Status
    ELSE
        PERFORM VARYING WS-Ind FROM 1 BY 1
                UNTIL WS-Ind > RR-Qtd-Destinos
            MOVE RR-Conta-Destino(WS-Ind) TO LD-Conta
            MOVE RR-Percentual(WS-Ind) TO LD-Percentual
            WRITE ManutLogRec FROM WS-Linha-Log-Destino
        END-PERFORM
    END-IF

    CLOSE ManutLogFile.

8100-Abrir-Log.
    OPEN EXTEND ManutLogFile
    IF WS-ManutLog-Status = "35"
        OPEN OUTPUT ManutLogFile
        CLOSE ManutLogFile
        OPEN EXTEND ManutLogFile
    END-IF
    IF WS-ManutLog-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR LOG DE MANUTENCAO: " WS-ManutLog-Status
    END-IF.
