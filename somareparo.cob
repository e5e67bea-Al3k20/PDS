*> Cadastro de operadores: o reparo so abre para um identificador
*> cadastrado e ativo, e a anulacao de rejeito e restrita a
*> supervisores — o rejeito anulado some do ciclo de reparo, entao
*> a decisao precisa de alcada. A liberacao de item retido como
*> duplicidade suspeita tambem: o item liberado e postado pelo lote
*> sem nova conferencia de duplicidade.
01  WS-Operadores-FileName   PIC X(100) VALUE "OPERADORES.DAT".
01  WS-Operadores-Status     PIC XX.

    88 OpcaoCorrigir         VALUE 'C' 'c'.
    88 OpcaoAnular           VALUE 'A' 'a'.
    88 OpcaoManter           VALUE 'M' 'm'.
    88 OpcaoLiberar          VALUE 'L' 'l'.

01  WS-Flags.
    05 WS-Fim-Arquivo        PIC X VALUE 'N'.
    05 WS-Qtd-Corrigidos     PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Anulados       PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Mantidos       PIC 9(7) VALUE ZERO.
    05 WS-Qtd-Liberados      PIC 9(7) VALUE ZERO.

01  WS-Data-Hora-Sistema.
    05 WS-Data-Sistema       PIC 9(8).
    05 FILLER                PIC X(11) VALUE " MANTIDOS =".
    05 LR-Qtd-Mantidos       PIC ZZZZZZ9.

01  WS-Linha-Rodape-Liberados.
    05 FILLER                PIC X(30) VALUE
       "LIBERADOS (DUPLICIDADE)....  =".
    05 LR-Qtd-Liberados      PIC ZZZZZZ9.

PROCEDURE DIVISION.
0000-Reparar-Rejeitos.
    PERFORM 1000-Inicializar

    SET OpcaoInvalida TO TRUE
    PERFORM UNTIL OpcaoValida
        IF RJ-Motivo-Duplicidade
            DISPLAY "C = Corrigir / A = Anular / M = Manter como esta"
                " / L = Liberar duplicidade: "
        ELSE
            DISPLAY "C = Corrigir / A = Anular / M = Manter como esta: "
        END-IF
        ACCEPT WS-Opcao
        IF OpcaoLiberar AND NOT RJ-Motivo-Duplicidade
            DISPLAY "Opção inválida."
        ELSE
            IF (OpcaoAnular OR OpcaoLiberar) AND NOT OperadorSupervisor
                DISPLAY "Anulação e liberação restritas a supervisores."
            ELSE
                IF OpcaoCorrigir OR OpcaoAnular OR OpcaoManter
                OR OpcaoLiberar
                    SET OpcaoValida TO TRUE
                ELSE
                    DISPLAY "Opção inválida."
                END-IF
            END-IF
        END-IF
    END-PERFORM
            PERFORM 2300-Anular
        WHEN OpcaoManter
            PERFORM 2400-Manter
        WHEN OpcaoLiberar
            PERFORM 2450-Liberar
    END-EVALUATE

    PERFORM 1100-Ler-Rejeito.
    MOVE WS-Num2-Corrigido TO TR-Num2
    MOVE WS-Conta-Corrigida TO TR-Conta
    MOVE WS-Moeda-Corrigida TO TR-Moeda
    MOVE SPACE TO TR-Liberacao
    PERFORM 2600-Gravar-Reapresentacao
    ADD 1 TO WS-Qtd-Corrigidos
    MOVE "CORRIGIDO" TO LD-Disposicao
    MOVE RJ-Num2 TO TR-Num2
    MOVE RJ-Conta TO TR-Conta
    MOVE RJ-Moeda TO TR-Moeda
    MOVE SPACE TO TR-Liberacao
    PERFORM 2600-Gravar-Reapresentacao
    ADD 1 TO WS-Qtd-Mantidos
    MOVE "MANTIDO" TO LD-Disposicao
    MOVE "R" TO WS-Suspenso-Situacao
    PERFORM 2800-Baixar-Suspenso.

*> Duplicidade suspeita conferida pelo supervisor e confirmada como
*> lancamento legitimo: reapresenta o item como veio, marcado para
*> o lote postar sem nova conferencia de duplicidade.
2450-Liberar.
    MOVE RJ-Num1 TO TR-Num1
    MOVE RJ-Num2 TO TR-Num2
    MOVE RJ-Conta TO TR-Conta
    MOVE RJ-Moeda TO TR-Moeda
    SET TR-Duplicidade-Liberada TO TRUE
    PERFORM 2600-Gravar-Reapresentacao
    ADD 1 TO WS-Qtd-Liberados
    MOVE "LIBERADO" TO LD-Disposicao
    MOVE TR-Num1 TO LD-Num1
    MOVE TR-Num2 TO LD-Num2
    PERFORM 2700-Gravar-Disposicao
    MOVE "R" TO WS-Suspenso-Situacao
    PERFORM 2800-Baixar-Suspenso.

2500-Validar-Entrada.
    SET EntradaInvalida TO TRUE
    MOVE FUNCTION TRIM(WS-Entrada) TO WS-Entrada-Compacta
    MOVE WS-Qtd-Anulados TO LR-Qtd-Anulados
    MOVE WS-Qtd-Mantidos TO LR-Qtd-Mantidos
    WRITE ReparoRelRec FROM WS-Linha-Rodape
    IF WS-Qtd-Liberados > ZERO
        MOVE WS-Qtd-Liberados TO LR-Qtd-Liberados
        WRITE ReparoRelRec FROM WS-Linha-Rodape-Liberados
    END-IF

    CLOSE RejeitosFile
    CLOSE ResubFile
    DISPLAY "REJEITOS TRATADOS....: " WS-Qtd-Lidos
    DISPLAY "CORRIGIDOS...........: " WS-Qtd-Corrigidos
    DISPLAY "ANULADOS.............: " WS-Qtd-Anulados
    DISPLAY "MANTIDOS.............: " WS-Qtd-Mantidos
    DISPLAY "LIBERADOS............: " WS-Qtd-Liberados.
