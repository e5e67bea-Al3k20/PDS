IDENTIFICATION DIVISION.
PROGRAM-ID. SomaOrcamentoManut.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OrcamentoFile ASSIGN TO DYNAMIC WS-Orcamento-FileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OR-Chave
        FILE STATUS IS WS-Orcamento-Status.

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
FD  OrcamentoFile.
COPY "ORCAMENT.CPY".

FD  ChartContasFile.
COPY "CHARTACC.CPY".

FD  ManutLogFile.
01  ManutLogRec              PIC X(120).

FD  OperadoresFile.
COPY "OPERADOR.CPY".

WORKING-STORAGE SECTION.
01  WS-Orcamento-FileName    PIC X(100) VALUE "ORCAMENTO.DAT".
01  WS-Orcamento-Status      PIC XX.

*> So se orca conta cadastrada no plano de contas; conta inativa
*> pode receber orcamento (o relatorio lista todas as contas do
*> plano), mas o operador e avisado.
01  WS-ChartContas-FileName  PIC X(100) VALUE "PLANO-CONTAS.DAT".
01  WS-ChartContas-Status    PIC XX.

*> Toda inclusao, alteracao e exclusao feita aqui fica registrada
*> neste log (quem, quando, conta, periodo, valores), na mesma
*> linha do que SomaPlanoManut faz em PLANCTAS-MANUT.LOG.
01  WS-ManutLog-FileName     PIC X(100) VALUE "ORCAMENTO-MANUT.LOG".
01  WS-ManutLog-Status       PIC XX.

*> Cadastro de operadores: a manutencao do orcamento e funcao de
*> supervisao, como a manutencao do plano de contas.
01  WS-Operadores-FileName   PIC X(100) VALUE "OPERADORES.DAT".
01  WS-Operadores-Status     PIC XX.

01  WS-Operador              PIC X(8).

01  WS-Conta-Informada       PIC X(10).
01  WS-Periodo-Entrada       PIC X(8).
01  WS-Periodo-Compacto      PIC X(8).
01  WS-Periodo-Informado     PIC 9(6).
01  WS-Periodo-MM            PIC 99.

*> Recalculo do acumulado no ano: a partir de janeiro do ano do
*> periodo mantido, todos os periodos orcados da conta naquele ano.
01  WS-Ano-Recalculo         PIC 9(4).
01  WS-Acumulado             PIC S9(13)V99.

*> Valor orcado do periodo: ate 9 digitos inteiros, com sinal,
*> lido como na manutencao de totais de controle.
01  WS-Entrada               PIC X(13).
01  WS-Entrada-Compacta      PIC X(13).
01  WS-Sinal                 PIC X VALUE SPACE.
01  WS-Digitos               PIC X(9) JUSTIFIED RIGHT.
01  WS-Digitos-Num           PIC 9(9).
01  WS-Sem-Sinal             PIC X(12).
01  WS-Qtd-Pontos            PIC 9(2).
01  WS-Pos-Ponto             PIC 9(2).
01  WS-Pos-Resto             PIC 9(2).
01  WS-Resto                 PIC X(11).
01  WS-Decimais              PIC X(2).
01  WS-Decimais-Num          PIC 9(2).
01  WS-Valor-Validado        PIC S9(9)V99.
01  WS-Valor-Edit            PIC -(13)9.99.

01  WS-Opcao                 PIC X VALUE SPACE.
    88 OpcaoIncluir          VALUE 'I' 'i'.
    88 OpcaoAlterar          VALUE 'A' 'a'.
    88 OpcaoExcluir          VALUE 'E' 'e'.
    88 OpcaoListar           VALUE 'L' 'l'.
    88 OpcaoFim              VALUE 'F' 'f'.

01  WS-Confirma              PIC X VALUE SPACE.
    88 Confirmado            VALUE 'S' 's'.

01  WS-Flags.
    05 WS-Chave-Valida       PIC X VALUE 'N'.
       88 ChaveValida        VALUE 'Y'.
       88 ChaveInvalida      VALUE 'N'.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
       88 FimArquivo         VALUE 'Y'.
    05 WS-Entrada-Valida     PIC X VALUE 'N'.
       88 EntradaValida      VALUE 'Y'.
       88 EntradaInvalida    VALUE 'N'.

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
    05 FILLER                PIC X(7) VALUE " CONTA=".
    05 LM-Conta              PIC X(10).
    05 FILLER                PIC X(5) VALUE " PER=".
    05 LM-Periodo            PIC 9(6).
    05 FILLER                PIC X(5) VALUE " MES=".
    05 LM-Valor-Periodo      PIC -(13)9.99.
    05 FILLER                PIC X(5) VALUE " ANO=".
    05 LM-Valor-Ano          PIC -(13)9.99.

01  WS-Linha-Lista.
    05 FILLER                PIC X(10) VALUE "PERIODO = ".
    05 LL-Periodo            PIC 9(6).
    05 FILLER                PIC X(7) VALUE "  MES ".
    05 LL-Valor-Periodo      PIC -(13)9.99.
    05 FILLER                PIC X(13) VALUE "  ACUM. ANO ".
    05 LL-Valor-Ano          PIC -(13)9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 LL-Operador           PIC X(8).

PROCEDURE DIVISION.
0000-Main.
    PERFORM 0100-Identificar-Operador
    PERFORM 1000-Abrir-Arquivos

    PERFORM 2000-Exibir-Menu UNTIL OpcaoFim

    CLOSE OrcamentoFile
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
    OPEN I-O OrcamentoFile
    IF WS-Orcamento-Status = "35"
        OPEN OUTPUT OrcamentoFile
        CLOSE OrcamentoFile
        OPEN I-O OrcamentoFile
    END-IF
    IF WS-Orcamento-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DE ORCAMENTO: "
            WS-Orcamento-Status
        STOP RUN
    END-IF

    OPEN INPUT ChartContasFile
    IF WS-ChartContas-Status NOT = "00"
        DISPLAY "ERRO AO ABRIR PLANO DE CONTAS: "
            WS-ChartContas-Status
        CLOSE OrcamentoFile
        STOP RUN
    END-IF.

2000-Exibir-Menu.
    DISPLAY " "
    DISPLAY "MANUTENCAO DO ORCAMENTO - OPERADOR " WS-Operador
    DISPLAY "  I - Incluir orçamento da conta no período"
    DISPLAY "  A - Alterar orçamento"
    DISPLAY "  E - Excluir orçamento"
    DISPLAY "  L - Listar orçamento de uma conta"
    DISPLAY "  F - Fim"
    DISPLAY "Opção: "
    ACCEPT WS-Opcao
    EVALUATE TRUE
        WHEN OpcaoIncluir
            PERFORM 3000-Incluir
        WHEN OpcaoAlterar
            PERFORM 4000-Alterar
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
    PERFORM 7000-Obter-Chave
    IF ChaveValida
        MOVE WS-Conta-Informada TO OR-Conta
        MOVE WS-Periodo-Informado TO OR-Periodo
        READ OrcamentoFile
            INVALID KEY
                PERFORM 7150-Obter-Valor
                IF EntradaValida
                    PERFORM 3100-Gravar-Inclusao
                END-IF
            NOT INVALID KEY
                MOVE OR-Valor-Periodo TO WS-Valor-Edit
                DISPLAY "Orçamento já cadastrado para a conta no "
                    "período: " FUNCTION TRIM(WS-Valor-Edit)
        END-READ
    END-IF.

3100-Gravar-Inclusao.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Conta-Informada TO OR-Conta
    MOVE WS-Periodo-Informado TO OR-Periodo
    MOVE WS-Valor-Validado TO OR-Valor-Periodo
    MOVE ZERO TO OR-Valor-Ano
    MOVE WS-Data-Sistema TO OR-Data-Atualizacao
    MOVE WS-Hora-Sistema TO OR-Hora-Atualizacao
    MOVE WS-Operador TO OR-Operador
    WRITE OR-Registro
        INVALID KEY
            DISPLAY "ERRO AO INCLUIR: " WS-Orcamento-Status
        NOT INVALID KEY
            PERFORM 7500-Recalcular-Acumulado
            MOVE "INCLUSAO" TO LM-Acao
            PERFORM 7600-Registrar-Manutencao
            DISPLAY "Orçamento incluído."
    END-WRITE.

4000-Alterar.
    PERFORM 7000-Obter-Chave
    IF ChaveValida
        MOVE WS-Conta-Informada TO OR-Conta
        MOVE WS-Periodo-Informado TO OR-Periodo
        READ OrcamentoFile
            INVALID KEY
                DISPLAY "Orçamento não cadastrado para a conta no "
                    "período."
            NOT INVALID KEY
                MOVE OR-Valor-Periodo TO WS-Valor-Edit
                DISPLAY "Valor atual: " FUNCTION TRIM(WS-Valor-Edit)
                PERFORM 7150-Obter-Valor
                IF EntradaValida
                    PERFORM 4100-Regravar-Alteracao
                END-IF
        END-READ
    END-IF.

4100-Regravar-Alteracao.
    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Valor-Validado TO OR-Valor-Periodo
    MOVE WS-Data-Sistema TO OR-Data-Atualizacao
    MOVE WS-Hora-Sistema TO OR-Hora-Atualizacao
    MOVE WS-Operador TO OR-Operador
    REWRITE OR-Registro
        INVALID KEY
            DISPLAY "ERRO AO ALTERAR: " WS-Orcamento-Status
        NOT INVALID KEY
            PERFORM 7500-Recalcular-Acumulado
            MOVE "ALTERACAO" TO LM-Acao
            PERFORM 7600-Registrar-Manutencao
            DISPLAY "Orçamento alterado."
    END-REWRITE.

*> A exclusao fica no log com os valores que o registro tinha; o
*> acumulado dos periodos seguintes do ano e refeito sem ele.
5000-Excluir.
    PERFORM 7000-Obter-Chave
    IF ChaveValida
        MOVE WS-Conta-Informada TO OR-Conta
        MOVE WS-Periodo-Informado TO OR-Periodo
        READ OrcamentoFile
            INVALID KEY
                DISPLAY "Orçamento não cadastrado para a conta no "
                    "período."
            NOT INVALID KEY
                MOVE OR-Valor-Periodo TO WS-Valor-Edit
                DISPLAY "Valor atual: " FUNCTION TRIM(WS-Valor-Edit)
                DISPLAY "Confirma a exclusão (S/N)? "
                ACCEPT WS-Confirma
                IF Confirmado
                    PERFORM 5100-Apagar-Registro
                ELSE
                    DISPLAY "Exclusão cancelada."
                END-IF
        END-READ
    END-IF.

5100-Apagar-Registro.
    MOVE "EXCLUSAO" TO LM-Acao
    MOVE OR-Valor-Periodo TO LM-Valor-Periodo
    MOVE OR-Valor-Ano TO LM-Valor-Ano
    DELETE OrcamentoFile
        INVALID KEY
            DISPLAY "ERRO AO EXCLUIR: " WS-Orcamento-Status
        NOT INVALID KEY
            PERFORM 8000-Gravar-Log
            PERFORM 7500-Recalcular-Acumulado
            DISPLAY "Orçamento excluído."
    END-DELETE.

6000-Listar.
    SET ChaveInvalida TO TRUE
    DISPLAY "Conta (até 10 posições): "
    ACCEPT WS-Conta-Informada
    IF WS-Conta-Informada = SPACES
        DISPLAY "Conta obrigatória. Operação cancelada."
    ELSE
        MOVE 'N' TO WS-Fim-Arquivo
        MOVE ZERO TO WS-Qtd-Listados
        MOVE WS-Conta-Informada TO OR-Conta
        MOVE ZERO TO OR-Periodo
        START OrcamentoFile KEY IS NOT LESS THAN OR-Chave
            INVALID KEY SET FimArquivo TO TRUE
        END-START
        PERFORM 6100-Listar-Periodo UNTIL FimArquivo
        IF WS-Qtd-Listados = ZERO
            DISPLAY "Nenhum orçamento cadastrado para a conta."
        ELSE
            DISPLAY "PERIODOS LISTADOS: " WS-Qtd-Listados
        END-IF
    END-IF.

6100-Listar-Periodo.
    READ OrcamentoFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF OR-Conta NOT = WS-Conta-Informada
                SET FimArquivo TO TRUE
            ELSE
                MOVE OR-Periodo TO LL-Periodo
                MOVE OR-Valor-Periodo TO LL-Valor-Periodo
                MOVE OR-Valor-Ano TO LL-Valor-Ano
                MOVE OR-Operador TO LL-Operador
                DISPLAY WS-Linha-Lista
                ADD 1 TO WS-Qtd-Listados
            END-IF
    END-READ.

7000-Obter-Chave.
    SET ChaveInvalida TO TRUE
    DISPLAY "Conta (até 10 posições): "
    ACCEPT WS-Conta-Informada
    IF WS-Conta-Informada = SPACES
        DISPLAY "Conta obrigatória. Operação cancelada."
    ELSE
        MOVE WS-Conta-Informada TO CC-Conta
        READ ChartContasFile
            INVALID KEY
                DISPLAY "Conta " WS-Conta-Informada " não cadastrada "
                    "no plano de contas. Operação cancelada."
            NOT INVALID KEY
                IF CC-Inativa
                    DISPLAY "Aviso: conta inativa no plano de contas."
                END-IF
                PERFORM 7100-Obter-Periodo
        END-READ
    END-IF.

7100-Obter-Periodo.
    DISPLAY "Período (AAAAMM): "
    ACCEPT WS-Periodo-Entrada
    MOVE FUNCTION TRIM(WS-Periodo-Entrada) TO WS-Periodo-Compacto
    IF WS-Periodo-Compacto(1:6) IS NUMERIC
    AND WS-Periodo-Compacto(7:2) = SPACES
        MOVE WS-Periodo-Compacto(1:6) TO WS-Periodo-Informado
        MOVE WS-Periodo-Informado(5:2) TO WS-Periodo-MM
        IF WS-Periodo-MM >= 1 AND WS-Periodo-MM <= 12
            SET ChaveValida TO TRUE
        END-IF
    END-IF
    IF ChaveInvalida
        DISPLAY "Período inválido. Use o formato AAAAMM. Operação "
            "cancelada."
    END-IF.

7150-Obter-Valor.
    DISPLAY "Valor orçado no período: "
    ACCEPT WS-Entrada
    PERFORM 7200-Validar-Valor
    IF EntradaInvalida
        DISPLAY "Valor inválido. Operação cancelada."
    END-IF.

7200-Validar-Valor.
    SET EntradaInvalida TO TRUE
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    IF WS-Entrada-Compacta NOT = SPACES
        IF WS-Entrada-Compacta(1:1) = "-"
            MOVE "-" TO WS-Sinal
            MOVE WS-Entrada-Compacta(2:12) TO WS-Sem-Sinal
        ELSE
            MOVE SPACE TO WS-Sinal
            MOVE WS-Entrada-Compacta(1:12) TO WS-Sem-Sinal
        END-IF
        IF WS-Sem-Sinal NOT = SPACES
        AND NOT (WS-Entrada-Compacta(13:1) NOT = SPACE
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

*> Separa a parte inteira (ate 9 digitos) e a parte decimal (ate 2
*> digitos, opcionais, apos o ponto) de WS-Sem-Sinal. Formato
*> invalido deixa os campos de saida em branco.
7300-Separar-Valor.
    MOVE SPACES TO WS-Digitos
    MOVE SPACES TO WS-Decimais
    MOVE ZERO TO WS-Qtd-Pontos
    INSPECT WS-Sem-Sinal TALLYING WS-Qtd-Pontos FOR ALL "."
    EVALUATE WS-Qtd-Pontos
        WHEN ZERO
            IF WS-Sem-Sinal(10:3) = SPACES
                MOVE FUNCTION TRIM(WS-Sem-Sinal) TO WS-Digitos
                MOVE "00" TO WS-Decimais
            END-IF
        WHEN 1
            MOVE ZERO TO WS-Pos-Ponto
            INSPECT WS-Sem-Sinal TALLYING WS-Pos-Ponto
                FOR CHARACTERS BEFORE INITIAL "."
            IF WS-Pos-Ponto <= 9
                IF WS-Pos-Ponto = ZERO
                    MOVE "0" TO WS-Digitos
                ELSE
                    MOVE WS-Sem-Sinal(1:WS-Pos-Ponto) TO WS-Digitos
                END-IF
                COMPUTE WS-Pos-Resto = WS-Pos-Ponto + 2
                MOVE SPACES TO WS-Resto
                IF WS-Pos-Resto <= 12
                    MOVE WS-Sem-Sinal(WS-Pos-Resto:) TO WS-Resto
                END-IF
                EVALUATE TRUE
                    WHEN WS-Resto = SPACES
                        MOVE "00" TO WS-Decimais
                    WHEN WS-Resto(2:10) = SPACES
                        MOVE WS-Resto(1:1) TO WS-Decimais(1:1)
                        MOVE "0" TO WS-Decimais(2:1)
                    WHEN WS-Resto(3:9) = SPACES
                        MOVE WS-Resto(1:2) TO WS-Decimais
                    WHEN OTHER
                        MOVE SPACES TO WS-Digitos
                END-EVALUATE
            END-IF
    END-EVALUATE.

*> Refaz OR-Valor-Ano de todos os periodos orcados da conta no ano
*> do periodo mantido, de janeiro em diante: cada um passa a ter a
*> soma dos valores do periodo ate ele.
7500-Recalcular-Acumulado.
    MOVE WS-Periodo-Informado(1:4) TO WS-Ano-Recalculo
    MOVE ZERO TO WS-Acumulado
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE WS-Conta-Informada TO OR-Conta
    COMPUTE OR-Periodo = WS-Ano-Recalculo * 100 + 1
    START OrcamentoFile KEY IS NOT LESS THAN OR-Chave
        INVALID KEY SET FimArquivo TO TRUE
    END-START
    PERFORM 7550-Acumular-Periodo UNTIL FimArquivo.

7550-Acumular-Periodo.
    READ OrcamentoFile NEXT RECORD
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            IF OR-Conta NOT = WS-Conta-Informada
            OR OR-Periodo(1:4) NOT = WS-Ano-Recalculo
                SET FimArquivo TO TRUE
            ELSE
                ADD OR-Valor-Periodo TO WS-Acumulado
                MOVE WS-Acumulado TO OR-Valor-Ano
                REWRITE OR-Registro
                    INVALID KEY
                        DISPLAY "ERRO AO REGRAVAR ACUMULADO DO "
                            "PERIODO " OR-Periodo ": "
                            WS-Orcamento-Status
                END-REWRITE
            END-IF
    END-READ.

*> Relida a chave mantida depois do recalculo, o log leva o valor
*> do periodo e o acumulado do ano ja refeito.
7600-Registrar-Manutencao.
    MOVE WS-Conta-Informada TO OR-Conta
    MOVE WS-Periodo-Informado TO OR-Periodo
    READ OrcamentoFile
        INVALID KEY
            MOVE ZERO TO LM-Valor-Periodo
            MOVE ZERO TO LM-Valor-Ano
        NOT INVALID KEY
            MOVE OR-Valor-Periodo TO LM-Valor-Periodo
            MOVE OR-Valor-Ano TO LM-Valor-Ano
    END-READ
    PERFORM 8000-Gravar-Log.

8000-Gravar-Log.
    PERFORM 8100-Abrir-Log

    MOVE FUNCTION CURRENT-DATE TO WS-Data-Hora-Sistema
    MOVE WS-Data-Sistema TO LM-Data
    MOVE WS-Hora-Sistema(1:2) TO LM-HH
    MOVE WS-Hora-Sistema(3:2) TO LM-MM
    MOVE WS-Hora-Sistema(5:2) TO LM-SS
    MOVE WS-Operador TO LM-Operador
    MOVE WS-Conta-Informada TO LM-Conta
    MOVE WS-Periodo-Informado TO LM-Periodo

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
