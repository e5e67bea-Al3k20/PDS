IDENTIFICATION DIVISION.
PROGRAM-ID. SomaRecorrenteManut.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RecorrentesFile ASSIGN TO DYNAMIC WS-Recorrentes-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MR-Id
        FILE STATUS IS WS-Recorrentes-Status.

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
FD  RecorrentesFile.
COPY "RECORREN.CPY".

FD  ChartContasFile.
COPY "CHARTACC.CPY".

FD  ManutLogFile.
01  ManutLogRec              PIC X(165).

FD  OperadoresFile.
COPY "OPERADOR.CPY".

WORKING-STORAGE SECTION.
01  WS-Recorrentes-FileName  PIC X(100) VALUE "RECORRENTES.DAT".
01  WS-Recorrentes-Status    PIC XX.

*> O modelo so aceita conta cadastrada e ativa no plano de contas;
*> a mesma conta ainda e validada pelo SomaNumerosLote quando o
*> lote gerado e processado.
01  WS-ChartContas-FileName  PIC X(100) VALUE "PLANO-CONTAS.DAT".
01  WS-ChartContas-Status    PIC XX.

*> Toda inclusao, alteracao, suspensao e exclusao de modelo fica
*> registrada neste log, como em PLANCTAS-MANUT.LOG.
01  WS-ManutLog-FileName     PIC X(100) VALUE "RECORRENTES-MANUT.LOG".
01  WS-ManutLog-Status       PIC XX.

*> Cadastro de operadores: o modelo gera lancamentos sem digitacao,
*> por isso a manutencao e restrita a supervisores.
01  WS-Operadores-FileName   PIC X(100) VALUE "OPERADORES.DAT".
01  WS-Operadores-Status     PIC XX.

01  WS-Operador              PIC X(8).
01  WS-Moeda-Base            PIC X(3) VALUE "BRL".

01  WS-Id-Informado          PIC X(8).
01  WS-Texto-Entrada         PIC X(30).
01  WS-Conta-Entrada         PIC X(10).
01  WS-Moeda-Entrada         PIC X(3).
01  WS-Dia-Entrada           PIC X(2).
01  WS-Dia-Compacto          PIC X(2) JUSTIFIED RIGHT.
01  WS-Dia-Num               PIC 9(2).
01  WS-Data-Entrada          PIC X(8).
01  WS-Data-Compacta         PIC X(8).
01  WS-Data-Informada        PIC 9(8).
01  WS-Data-MM               PIC 99.
01  WS-Data-DD               PIC 99.

*> Valores NUM1/NUM2 do modelo: mesma faixa e mesma leitura do
*> SomaNumerosLote (ate 7 digitos inteiros, com sinal), para que
*> todo valor gravado aqui passe na validacao do lote.
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
01  WS-Valor-Edit            PIC -(7)9.99.

01  WS-Opcao                 PIC X VALUE SPACE.
    88 OpcaoIncluir          VALUE 'I' 'i'.
    88 OpcaoAlterar          VALUE 'A' 'a'.
    88 OpcaoSuspender        VALUE 'S' 's'.
    88 OpcaoExcluir          VALUE 'E' 'e'.
    88 OpcaoListar           VALUE 'L' 'l'.
    88 OpcaoFim              VALUE 'F' 'f'.

01  WS-Confirma              PIC X VALUE SPACE.
    88 Confirmado            VALUE 'S' 's'.

01  WS-Frequencia-Informada  PIC X VALUE SPACE.
    88 FrequenciaValida      VALUE 'M' 'm' 'S' 's' 'D' 'd'.
    88 FrequenciaMensal      VALUE 'M' 'm'.
    88 FrequenciaSemanal     VALUE 'S' 's'.

01  WS-Estorno-Informado     PIC X VALUE SPACE.
    88 EstornoValido         VALUE 'S' 's' 'N' 'n'.
    88 EstornoSim            VALUE 'S' 's'.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Entrada-Valida     PIC X VALUE 'N'.
       88 EntradaValida      VALUE 'Y'.
       88 EntradaInvalida    VALUE 'N'.
    05 WS-Modo               PIC X VALUE 'I'.
       88 ModoInclusao       VALUE 'I'.
       88 ModoAlteracao      VALUE 'A'.

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
    05 FILLER                PIC X(8) VALUE " MODELO=".
    05 LM-Id                 PIC X(8).
    05 FILLER                PIC X(7) VALUE " CONTA=".
    05 LM-Conta              PIC X(10).
    05 FILLER                PIC X(5) VALUE " MOE=".
    05 LM-Moeda              PIC X(3).
    05 FILLER                PIC X(4) VALUE " N1=".
    05 LM-Num1               PIC -(7)9.99.
    05 FILLER                PIC X(4) VALUE " N2=".
    05 LM-Num2               PIC -(7)9.99.
    05 FILLER                PIC X(4) VALUE " FR=".
    05 LM-Frequencia         PIC X.
    05 FILLER                PIC X(5) VALUE " DIA=".
    05 LM-Dia                PIC 9(2).
    05 FILLER                PIC X(5) VALUE " INI=".
    05 LM-Data-Inicio        PIC 9(8).
    05 FILLER                PIC X(5) VALUE " FIM=".
    05 LM-Data-Fim           PIC 9(8).
    05 FILLER                PIC X(5) VALUE " EST=".
    05 LM-Estorno            PIC X.
    05 FILLER                PIC X(5) VALUE " SIT=".
    05 LM-Situacao           PIC X.

01  WS-Linha-Lista.
    05 LL-Id                 PIC X(8).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LL-Conta              PIC X(10).
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LL-Moeda              PIC X(3).
    05 LL-Num1               PIC -(7)9.99.
    05 LL-Num2               PIC -(7)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LL-Frequencia         PIC X.
    05 FILLER                PIC X(1) VALUE "/".
    05 LL-Dia                PIC 9(2).
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LL-Data-Inicio        PIC 9(8).
    05 FILLER                PIC X(1) VALUE "-".
    05 LL-Data-Fim           PIC 9(8).
    05 FILLER                PIC X(5) VALUE " EST ".
    05 LL-Estorno            PIC X.
    05 FILLER                PIC X(5) VALUE " SIT ".
    05 LL-Situacao           PIC X.
    05 FILLER                PIC X(6) VALUE " ULT. ".
    05 LL-Ultima-Geracao     PIC 9(8).

PROCEDURE DIVISION.
0000-Main.
    PERFORM 0100-Identificar-Operador
    PERFORM 1000-Abrir-Arquivos

    PERFORM 2000-Exibir-Menu UNTIL OpcaoFim

    CLOSE RecorrentesFile
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
    OPEN I-O RecorrentesFile
    IF WS-Recorrentes-Status = "35"
        OPEN OUTPUT RecorrentesFile
        CLOSE RecorrentesFile
        OPEN I-O RecorrentesFile
    END-IF
    IF WS-Recorrentes-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DE MODELOS RECORRENTES: "
            WS-Recorrentes-Status
        STOP RUN
    END-IF

    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS: "
            WS-ChartContas-Status
        CLOSE RecorrentesFile
        STOP RUN
    END-IF.

2000-Exibir-Menu.
    DISPLAY " "
    DISPLAY "MANUTENCAO DE LANCAMENTOS RECORRENTES - OPERADOR "
        WS-Operador
    DISPLAY "  I - Incluir modelo"
    DISPLAY "  A - Alterar modelo"
    DISPLAY "  S - Suspender / reativar modelo"
    DISPLAY "  E - Excluir modelo nunca gerado"
    DISPLAY "  L - Listar modelos"
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
    PERFORM 7000-Obter-Id
    IF WS-Id-Informado NOT = SPACES
        MOVE WS-Id-Informado TO MR-Id
        READ RecorrentesFile
            INVALID KEY
                SET ModoInclusao TO TRUE
                INITIALIZE MR-Registro
                MOVE WS-Id-Informado TO MR-Id
                SET MR-Ativo TO TRUE
                PERFORM 7050-Obter-Campos
                DISPLAY "Confirma a inclusão (S/N)? "
                ACCEPT WS-Confirma
                IF Confirmado
                    PERFORM 3100-Gravar-Inclusao
                ELSE
                    DISPLAY "Inclusão cancelada."
                END-IF
            NOT INVALID KEY
                DISPLAY "Modelo " WS-Id-Informado " já cadastrado."
        END-READ
    END-IF.

3100-Gravar-Inclusao.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Id-Informado TO MR-Id
    MOVE ZERO TO MR-Ultima-Geracao
    MOVE WS-Data-Sistema TO MR-Data-Atualizacao
    MOVE WS-Hora-Sistema TO MR-Hora-Atualizacao
    MOVE WS-Operador TO MR-Operador
    WRITE MR-Registro
        INVALID KEY
            DISPLAY "ERRO AO INCLUIR: " WS-Recorrentes-Status
        NOT INVALID KEY
            MOVE "INCLUSAO" TO LM-Acao
            PERFORM 8000-Gravar-Log
            DISPLAY "Modelo incluído."
    END-WRITE.

*> A alteracao vale para as proximas ocorrencias; as ja geradas
*> ficam como foram gravadas em RECORRENTES-GERADOS.DAT (e o estorno
*> automatico delas sai com os valores originais).
4000-Alterar.
    PERFORM 7000-Obter-Id
    IF WS-Id-Informado NOT = SPACES
        MOVE WS-Id-Informado TO MR-Id
        READ RecorrentesFile
            INVALID KEY
                DISPLAY "Modelo " WS-Id-Informado " não cadastrado."
            NOT INVALID KEY
                SET ModoAlteracao TO TRUE
                DISPLAY "Campos em branco mantêm o valor atual."
                PERFORM 7050-Obter-Campos
                DISPLAY "Confirma a alteração (S/N)? "
                ACCEPT WS-Confirma
                IF Confirmado
                    PERFORM 4100-Regravar-Alteracao
                ELSE
                    DISPLAY "Alteração cancelada."
                END-IF
        END-READ
    END-IF.

4100-Regravar-Alteracao.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO MR-Data-Atualizacao
    MOVE WS-Hora-Sistema TO MR-Hora-Atualizacao
    MOVE WS-Operador TO MR-Operador
    REWRITE MR-Registro
        INVALID KEY
            DISPLAY "ERRO AO ALTERAR: " WS-Recorrentes-Status
        NOT INVALID KEY
            MOVE "ALTERACAO" TO LM-Acao
            PERFORM 8000-Gravar-Log
            DISPLAY "Modelo alterado."
    END-REWRITE.

4500-Suspender-Reativar.
    PERFORM 7000-Obter-Id
    IF WS-Id-Informado NOT = SPACES
        MOVE WS-Id-Informado TO MR-Id
        READ RecorrentesFile
            INVALID KEY
                DISPLAY "Modelo " WS-Id-Informado " não cadastrado."
            NOT INVALID KEY
                IF MR-Ativo
                    DISPLAY "Modelo ativo. Confirma a suspensão (S/N)? "
                ELSE
                    DISPLAY "Modelo suspenso. Confirma a reativação "
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
    IF MR-Ativo
        SET MR-Suspenso TO TRUE
        MOVE "SUSPENSAO" TO LM-Acao
    ELSE
        SET MR-Ativo TO TRUE
        MOVE "REATIVACAO" TO LM-Acao
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO MR-Data-Atualizacao
    MOVE WS-Hora-Sistema TO MR-Hora-Atualizacao
    MOVE WS-Operador TO MR-Operador
    REWRITE MR-Registro
        INVALID KEY
            DISPLAY "ERRO AO REGRAVAR: " WS-Recorrentes-Status
        NOT INVALID KEY
            PERFORM 8000-Gravar-Log
            DISPLAY "Situação do modelo: " MR-Situacao
    END-REWRITE.

*> Modelo que ja gerou ocorrencia nao e excluido: o registro das
*> ocorrencias continua apontando para ele, e um modelo novo com o
*> mesmo identificador herdaria essas ocorrencias. Nesse caso o
*> modelo e suspenso.
5000-Excluir.
    PERFORM 7000-Obter-Id
    IF WS-Id-Informado NOT = SPACES
        MOVE WS-Id-Informado TO MR-Id
        READ RecorrentesFile
            INVALID KEY
                DISPLAY "Modelo " WS-Id-Informado " não cadastrado."
            NOT INVALID KEY
                IF MR-Ultima-Geracao NOT = ZERO
                    DISPLAY "Modelo já gerou lançamentos (último em "
                        MR-Ultima-Geracao "). Use a suspensão."
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
    DELETE RecorrentesFile
        INVALID KEY
            DISPLAY "ERRO AO EXCLUIR: " WS-Recorrentes-Status
        NOT INVALID KEY
            DISPLAY "Modelo excluído."
    END-DELETE.

6000-Listar.
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE ZERO TO WS-Qtd-Listados
    MOVE LOW-VALUES TO MR-Id
    START RecorrentesFile KEY IS NOT LESS THAN MR-Id
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    DISPLAY "MODELO   CONTA      MOE       NUM1       NUM2  FR/DIA  "
        "VIGENCIA"
    PERFORM 6100-Listar-Modelo UNTIL FimArquivo
    IF WS-Qtd-Listados = ZERO
        DISPLAY "Nenhum modelo cadastrado."
    ELSE
        DISPLAY "MODELOS LISTADOS: " WS-Qtd-Listados
    END-IF.

6100-Listar-Modelo.
    READ RecorrentesFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            MOVE MR-Id TO LL-Id
            MOVE MR-Conta TO LL-Conta
            MOVE MR-Moeda TO LL-Moeda
            MOVE MR-Num1 TO LL-Num1
            MOVE MR-Num2 TO LL-Num2
            MOVE MR-Frequencia TO LL-Frequencia
            MOVE MR-Dia TO LL-Dia
            MOVE MR-Data-Inicio TO LL-Data-Inicio
            MOVE MR-Data-Fim TO LL-Data-Fim
            MOVE MR-Estorno-Automatico TO LL-Estorno
            MOVE MR-Situacao TO LL-Situacao
            MOVE MR-Ultima-Geracao TO LL-Ultima-Geracao
            DISPLAY WS-Linha-Lista
            DISPLAY "         " MR-Descricao
            ADD 1 TO WS-Qtd-Listados
    END-READ.

7000-Obter-Id.
    DISPLAY "Identificador do modelo (até 8 posições): "
    ACCEPT WS-Id-Informado
    IF WS-Id-Informado = SPACES
        DISPLAY "Identificador obrigatório. Operação cancelada."
    END-IF.

*> Le todos os campos do modelo direto em MR-Registro. Na inclusao
*> todo campo obrigatorio precisa ser informado; na alteracao o
*> valor atual e exibido e a resposta em branco o mantem.
7050-Obter-Campos.
    PERFORM 7060-Obter-Descricao
    PERFORM 7100-Obter-Conta
    PERFORM 7150-Obter-Moeda
    PERFORM 7160-Obter-Valores
    PERFORM 7170-Obter-Frequencia
    PERFORM 7180-Obter-Vigencia
    PERFORM 7190-Obter-Estorno.

7060-Obter-Descricao.
    IF ModoAlteracao
        DISPLAY "Descrição atual: " MR-Descricao
    END-IF
    DISPLAY "Descrição (até 30 posições): "
    ACCEPT WS-Texto-Entrada
    IF WS-Texto-Entrada NOT = SPACES
        MOVE WS-Texto-Entrada TO MR-Descricao
    END-IF.

7100-Obter-Conta.
    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida
        IF ModoAlteracao
            DISPLAY "Conta atual: " MR-Conta
        END-IF
        DISPLAY "Conta (até 10 posições): "
        ACCEPT WS-Conta-Entrada
        IF WS-Conta-Entrada = SPACES
            IF ModoAlteracao
                SET EntradaValida TO TRUE
            ELSE
                DISPLAY "Conta obrigatória."
            END-IF
        ELSE
            MOVE WS-Conta-Entrada TO CC-Conta
            READ ChartContasFile
                INVALID KEY
                    DISPLAY "Conta não cadastrada no plano de contas."
                NOT INVALID KEY
                    IF CC-Ativa
                        MOVE WS-Conta-Entrada TO MR-Conta
                        SET EntradaValida TO TRUE
                    ELSE
                        DISPLAY "Conta inativa no plano de contas."
                    END-IF
            END-READ
        END-IF
    END-PERFORM.

*> A moeda nao e validada aqui contra o arquivo de taxas: a taxa
*> e a do dia de negocio de cada ocorrencia, conferida pelo
*> SomaNumerosLote quando o lote gerado e processado.
7150-Obter-Moeda.
    IF ModoAlteracao
        DISPLAY "Moeda atual: " MR-Moeda
    END-IF
    DISPLAY "Moeda (vazio = " WS-Moeda-Base " na inclusão): "
    ACCEPT WS-Moeda-Entrada
    IF WS-Moeda-Entrada NOT = SPACES
        MOVE WS-Moeda-Entrada TO MR-Moeda
    ELSE
        IF ModoInclusao
            MOVE WS-Moeda-Base TO MR-Moeda
        END-IF
    END-IF.

7160-Obter-Valores.
    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida
        IF ModoAlteracao
            MOVE MR-Num1 TO WS-Valor-Edit
            DISPLAY "NUM1 atual: " FUNCTION TRIM(WS-Valor-Edit)
        END-IF
        DISPLAY "NUM1 (-9999999.99 a 9999999.99): "
        ACCEPT WS-Entrada
        IF WS-Entrada = SPACES AND ModoAlteracao
            SET EntradaValida TO TRUE
        ELSE
            PERFORM 7200-Validar-Valor
            IF EntradaValida
                MOVE WS-Valor-Validado TO MR-Num1
            ELSE
                DISPLAY "Valor inválido."
            END-IF
        END-IF
    END-PERFORM

    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida
        IF ModoAlteracao
            MOVE MR-Num2 TO WS-Valor-Edit
            DISPLAY "NUM2 atual: " FUNCTION TRIM(WS-Valor-Edit)
        END-IF
        DISPLAY "NUM2 (-9999999.99 a 9999999.99): "
        ACCEPT WS-Entrada
        IF WS-Entrada = SPACES AND ModoAlteracao
            SET EntradaValida TO TRUE
        ELSE
            PERFORM 7200-Validar-Valor
            IF EntradaValida
                MOVE WS-Valor-Validado TO MR-Num2
            ELSE
                DISPLAY "Valor inválido."
            END-IF
        END-IF
    END-PERFORM

    IF MR-Num1 = ZERO AND MR-Num2 = ZERO
        DISPLAY "Aviso: modelo com valores zerados."
    END-IF.

7170-Obter-Frequencia.
    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida
        IF ModoAlteracao
            DISPLAY "Frequência atual: " MR-Frequencia
                "  dia: " MR-Dia
        END-IF
        DISPLAY "Frequência (M = mensal, S = semanal, "
            "D = dia específico do mês): "
        ACCEPT WS-Frequencia-Informada
        IF WS-Frequencia-Informada = SPACE AND ModoAlteracao
            SET EntradaValida TO TRUE
        ELSE
            IF FrequenciaValida
                PERFORM 7175-Obter-Dia
            ELSE
                DISPLAY "Frequência inválida."
            END-IF
        END-IF
    END-PERFORM.

7175-Obter-Dia.
    IF FrequenciaMensal
        SET MR-Mensal TO TRUE
        MOVE ZERO TO MR-Dia
        SET EntradaValida TO TRUE
    ELSE
        IF FrequenciaSemanal
            DISPLAY "Dia da semana (1 = segunda ... 7 = domingo): "
        ELSE
            DISPLAY "Dia do mês (1 a 31): "
        END-IF
        ACCEPT WS-Dia-Entrada
        MOVE FUNCTION TRIM(WS-Dia-Entrada) TO WS-Dia-Compacto
        INSPECT WS-Dia-Compacto REPLACING LEADING SPACE BY ZERO
        IF WS-Dia-Compacto IS NUMERIC
            MOVE WS-Dia-Compacto TO WS-Dia-Num
        ELSE
            MOVE ZERO TO WS-Dia-Num
        END-IF
        IF FrequenciaSemanal
            IF WS-Dia-Num >= 1 AND WS-Dia-Num <= 7
                SET MR-Semanal TO TRUE
                MOVE WS-Dia-Num TO MR-Dia
                SET EntradaValida TO TRUE
            ELSE
                DISPLAY "Dia da semana inválido."
            END-IF
        ELSE
            IF WS-Dia-Num >= 1 AND WS-Dia-Num <= 31
                SET MR-Dia-Especifico TO TRUE
                MOVE WS-Dia-Num TO MR-Dia
                SET EntradaValida TO TRUE
            ELSE
                DISPLAY "Dia do mês inválido."
            END-IF
        END-IF
    END-IF.

*> Data final zero (ou "0" na alteracao) deixa o modelo sem fim de
*> vigencia.
7180-Obter-Vigencia.
    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida
        IF ModoAlteracao
            DISPLAY "Início atual: " MR-Data-Inicio
        END-IF
        DISPLAY "Data de início (AAAAMMDD): "
        ACCEPT WS-Data-Entrada
        IF WS-Data-Entrada = SPACES AND ModoAlteracao
            SET EntradaValida TO TRUE
        ELSE
            PERFORM 7185-Validar-Data
            IF EntradaValida
                MOVE WS-Data-Informada TO MR-Data-Inicio
            ELSE
                DISPLAY "Data inválida. Use o formato AAAAMMDD."
            END-IF
        END-IF
    END-PERFORM

    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida
        IF ModoAlteracao
            DISPLAY "Fim atual: " MR-Data-Fim
        END-IF
        DISPLAY "Data final (AAAAMMDD, 0 = sem fim): "
        ACCEPT WS-Data-Entrada
        EVALUATE TRUE
            WHEN WS-Data-Entrada = SPACES AND ModoAlteracao
                SET EntradaValida TO TRUE
            WHEN WS-Data-Entrada = SPACES
            OR FUNCTION TRIM(WS-Data-Entrada) = "0"
                MOVE ZERO TO MR-Data-Fim
                SET EntradaValida TO TRUE
            WHEN OTHER
                PERFORM 7185-Validar-Data
                IF EntradaValida
                    MOVE WS-Data-Informada TO MR-Data-Fim
                ELSE
                    DISPLAY "Data inválida. Use o formato AAAAMMDD."
                END-IF
        END-EVALUATE
        IF EntradaValida
        AND MR-Data-Fim NOT = ZERO
        AND MR-Data-Fim < MR-Data-Inicio
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

7190-Obter-Estorno.
    SET EntradaInvalida TO TRUE
    PERFORM UNTIL EntradaValida
        IF ModoAlteracao
            DISPLAY "Estorno automático atual: " MR-Estorno-Automatico
        END-IF
        DISPLAY "Estornar no período seguinte (S/N)? "
        ACCEPT WS-Estorno-Informado
        IF WS-Estorno-Informado = SPACE AND ModoAlteracao
            SET EntradaValida TO TRUE
        ELSE
            IF EstornoValido
                IF EstornoSim
                    SET MR-Estorna TO TRUE
                ELSE
                    SET MR-Nao-Estorna TO TRUE
                END-IF
                SET EntradaValida TO TRUE
            ELSE
                DISPLAY "Responda S ou N."
            END-IF
        END-IF
    END-PERFORM.

7200-Validar-Valor.
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
            PERFORM 7300-Separar-Valor
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
7300-Separar-Valor.
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

8000-Gravar-Log.
    PERFORM 8100-Abrir-Log

    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO LM-Data
    MOVE WS-Hora-Sistema(1:2) TO LM-HH
    MOVE WS-Hora-Sistema(3:2) TO LM-MM
    MOVE WS-Hora-Sistema(5:2) TO LM-SS
    MOVE WS-Operador TO LM-Operador
    MOVE MR-Id TO LM-Id
    MOVE MR-Conta TO LM-Conta
    MOVE MR-Moeda TO LM-Moeda
    MOVE MR-Num1 TO LM-Num1
    MOVE MR-Num2 TO LM-Num2
    MOVE MR-Frequencia TO LM-Frequencia
    MOVE MR-Dia TO LM-Dia
    MOVE MR-Data-Inicio TO LM-Data-Inicio
    MOVE MR-Data-Fim TO LM-Data-Fim
    MOVE MR-Estorno-Automatico TO LM-Estorno
    MOVE MR-Situacao TO LM-Situacao

    WRITE ManutLogRec FROM WS-Linha-Log
    IF WS-ManutLog-Status NOT = "00"
        DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR O LOG DE MANUTENCAO: "
            WS-ManutLog-Status
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
