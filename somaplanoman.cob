COPY "GLCONSOL.CPY".

FD  ManutLogFile.
01  ManutLogRec              PIC X(130).

FD  OperadoresFile.
COPY "OPERADOR.CPY".
01  WS-Conta-Informada       PIC X(10).
01  WS-Descricao-Informada   PIC X(30).

*> Limite de dupla aprovacao da conta (ver CHARTACC.CPY): valor
*> positivo, ate 9 digitos inteiros, lido como na manutencao de
*> totais de controle; zero dispensa a aprovacao.
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
01  WS-Limite-Edit           PIC Z(8)9.99.

*> Natureza da conta para o encerramento do exercicio (ver
*> CHARTACC.CPY): patrimonial ou de resultado.
01  WS-Natureza-Informada    PIC X VALUE SPACE.
    88 NaturezaValida        VALUE 'P' 'p' 'R' 'r'.
    88 NaturezaPatrimonial   VALUE 'P' 'p'.

01  WS-Opcao                 PIC X VALUE SPACE.
    88 OpcaoIncluir          VALUE 'I' 'i'.
    88 OpcaoDescricao        VALUE 'D' 'd'.
    88 OpcaoAtivar           VALUE 'A' 'a'.
    88 OpcaoInativar         VALUE 'T' 't'.
    88 OpcaoLimite           VALUE 'V' 'v'.
    88 OpcaoNatureza         VALUE 'N' 'n'.
    88 OpcaoListar           VALUE 'L' 'l'.
    88 OpcaoFim              VALUE 'F' 'f'.

    05 WS-Conta-Pendente     PIC X VALUE 'N'.
       88 ContaPendente      VALUE 'Y'.
       88 ContaSemPendencia  VALUE 'N'.
    05 WS-Entrada-Valida     PIC X VALUE 'N'.
       88 EntradaValida      VALUE 'Y'.
       88 EntradaInvalida    VALUE 'N'.

01  WS-Qtd-Listados          PIC 9(5) VALUE ZERO.

    05 LM-Conta              PIC X(10).
    05 FILLER                PIC X(6) VALUE " SIT=".
    05 LM-Situacao           PIC X.
    05 FILLER                PIC X(5) VALUE " NAT=".
    05 LM-Natureza           PIC X.
    05 FILLER                PIC X(6) VALUE " DESC=".
    05 LM-Descricao          PIC X(30).
    05 FILLER                PIC X(5) VALUE " LIM=".
    05 LM-Limite             PIC Z(8)9.99.

01  WS-Linha-Lista.
    05 FILLER                PIC X(8) VALUE "CONTA = ".
    05 FILLER                PIC X(3) VALUE " [".
    05 LL-Situacao           PIC X.
    05 FILLER                PIC X(2) VALUE "] ".
    05 LL-Natureza           PIC X.
    05 FILLER                PIC X(1) VALUE SPACE.
    05 LL-Descricao          PIC X(30).
    05 FILLER                PIC X(8) VALUE " LIMITE ".
    05 LL-Limite             PIC Z(8)9.99.

PROCEDURE DIVISION.
0000-Main.
    DISPLAY "  D - Alterar descrição"
    DISPLAY "  A - Ativar conta"
    DISPLAY "  T - Inativar conta"
    DISPLAY "  V - Alterar limite de aprovação"
    DISPLAY "  N - Alterar natureza (patrimonial/resultado)"
    DISPLAY "  L - Listar contas cadastradas"
    DISPLAY "  F - Fim"
    DISPLAY "Opção: "
            PERFORM 5000-Ativar
        WHEN OpcaoInativar
            PERFORM 5500-Inativar
        WHEN OpcaoLimite
            PERFORM 5800-Alterar-Limite
        WHEN OpcaoNatureza
            PERFORM 5900-Alterar-Natureza
        WHEN OpcaoListar
            PERFORM 6000-Listar
        WHEN OpcaoFim
        READ ChartContasFile
            INVALID KEY
                PERFORM 7100-Obter-Descricao
                PERFORM 7170-Obter-Natureza
                IF NaturezaValida
                    MOVE WS-Conta-Informada TO CC-Conta
                    MOVE WS-Descricao-Informada TO CC-Descricao
                    SET CC-Ativa TO TRUE
                    MOVE ZERO TO CC-Limite-Aprovacao
                    PERFORM 7180-Mover-Natureza
                    WRITE CC-Registro
                        INVALID KEY
                            DISPLAY "ERRO AO INCLUIR: "
                                WS-ChartContas-Status
                        NOT INVALID KEY
                            MOVE "INCLUSAO" TO LM-Acao
                            PERFORM 8000-Gravar-Log
                            DISPLAY "Conta incluída."
                    END-WRITE
                END-IF
            NOT INVALID KEY
                DISPLAY "Conta " WS-Conta-Informada " já cadastrada: "
                    FUNCTION TRIM(CC-Descricao)
            END-IF
    END-READ.

*> O limite vale para os lancamentos gravados depois da alteracao;
*> o que ja esta retido continua aguardando a decisao.
5800-Alterar-Limite.
    PERFORM 7000-Obter-Conta
    IF ContaValida
        MOVE WS-Conta-Informada TO CC-Conta
        READ ChartContasFile
            INVALID KEY
                DISPLAY "Conta " WS-Conta-Informada " não cadastrada."
            NOT INVALID KEY
                MOVE CC-Limite-Aprovacao TO WS-Limite-Edit
                DISPLAY "Limite atual: " FUNCTION TRIM(WS-Limite-Edit)
                PERFORM 7150-Obter-Limite
                IF EntradaValida
                    MOVE WS-Valor-Validado TO CC-Limite-Aprovacao
                    REWRITE CC-Registro
                        INVALID KEY
                            DISPLAY "ERRO AO ALTERAR: "
                                WS-ChartContas-Status
                        NOT INVALID KEY
                            MOVE "LIMITE" TO LM-Acao
                            PERFORM 8000-Gravar-Log
                            DISPLAY "Limite alterado."
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

*> A natureza vale a partir do proximo encerramento de exercicio;
*> um exercicio ja encerrado nao e refeito.
5900-Alterar-Natureza.
    PERFORM 7000-Obter-Conta
    IF ContaValida
        MOVE WS-Conta-Informada TO CC-Conta
        READ ChartContasFile
            INVALID KEY
                DISPLAY "Conta " WS-Conta-Informada " não cadastrada."
            NOT INVALID KEY
                DISPLAY "Natureza atual: " CC-Natureza
                PERFORM 7170-Obter-Natureza
                IF NaturezaValida
                    PERFORM 7180-Mover-Natureza
                    REWRITE CC-Registro
                        INVALID KEY
                            DISPLAY "ERRO AO ALTERAR: "
                                WS-ChartContas-Status
                        NOT INVALID KEY
                            MOVE "NATUREZA" TO LM-Acao
                            PERFORM 8000-Gravar-Log
                            DISPLAY "Natureza alterada."
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

6000-Listar.
    MOVE 'N' TO WS-Fim-Arquivo
    MOVE ZERO TO WS-Qtd-Listados
            NOT AT END
                MOVE CC-Conta TO LL-Conta
                MOVE CC-Situacao TO LL-Situacao
                MOVE CC-Natureza TO LL-Natureza
                MOVE CC-Descricao TO LL-Descricao
                MOVE CC-Limite-Aprovacao TO LL-Limite
                DISPLAY WS-Linha-Lista
                ADD 1 TO WS-Qtd-Listados
        END-READ
    DISPLAY "Descrição (até 30 posições): "
    ACCEPT WS-Descricao-Informada.

7150-Obter-Limite.
    DISPLAY "Novo limite de aprovação (0 dispensa): "
    ACCEPT WS-Entrada
    PERFORM 7200-Validar-Valor
    IF EntradaInvalida
        DISPLAY "Valor inválido. Operação cancelada."
    ELSE
        IF WS-Valor-Validado < ZERO
            DISPLAY "O limite não pode ser negativo. Operação "
                "cancelada."
            SET EntradaInvalida TO TRUE
        END-IF
    END-IF.

7170-Obter-Natureza.
    DISPLAY "Natureza (P = patrimonial, R = resultado): "
    ACCEPT WS-Natureza-Informada
    IF NOT NaturezaValida
        DISPLAY "Natureza inválida. Operação cancelada."
    END-IF.

7180-Mover-Natureza.
    IF NaturezaPatrimonial
        SET CC-Patrimonial TO TRUE
    ELSE
        SET CC-Resultado TO TRUE
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

8000-Gravar-Log.
    PERFORM 8100-Abrir-Log

    MOVE WS-Operador TO LM-Operador
    MOVE CC-Conta TO LM-Conta
    MOVE CC-Situacao TO LM-Situacao
    MOVE CC-Natureza TO LM-Natureza
    MOVE CC-Descricao TO LM-Descricao
    MOVE CC-Limite-Aprovacao TO LM-Limite

    WRITE ManutLogRec FROM WS-Linha-Log
    IF WS-ManutLog-Status NOT = "00"
