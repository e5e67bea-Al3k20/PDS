COPY "SALDOCTA.CPY".

FD  AplicadosFile.
COPY "SALDAPLC.CPY".

WORKING-STORAGE SECTION.
01  WS-GLConsol-Status       PIC XX.
    MOVE WS-Periodo-Detalhe TO SD-Periodo
    MOVE GC-Valor TO SD-Saldo-Periodo
    MOVE GC-Valor TO SD-Saldo-Ano
    MOVE ZERO TO SD-Ano-Anterior
    MOVE ZERO TO SD-Saldo-Ano-Anterior
    MOVE WS-Data-Sistema TO SD-Data-Atualizacao
    MOVE WS-Hora-Sistema TO SD-Hora-Atualizacao
    WRITE SD-Registro

*> Virada de periodo e de ano: um detalhe de periodo mais novo que
*> o do saldo zera o acumulado do periodo; se o ano tambem mudou,
*> o acumulado do ano passa para o saldo do ano anterior (que o
*> encerramento do exercicio le) e e zerado. Detalhes atrasados de
*> um periodo ja virado entram so no saldo do ano, e os do ano ja
*> virado entram no saldo do ano anterior.
2120-Acumular-Saldo.
    MOVE SD-Periodo(1:4) TO WS-Ano-Saldo
    IF WS-Periodo-Detalhe > SD-Periodo
        MOVE ZERO TO SD-Saldo-Periodo
        IF WS-Ano-Detalhe > WS-Ano-Saldo
            MOVE WS-Ano-Saldo TO SD-Ano-Anterior
            MOVE SD-Saldo-Ano TO SD-Saldo-Ano-Anterior
            MOVE ZERO TO SD-Saldo-Ano
        END-IF
        MOVE WS-Periodo-Detalhe TO SD-Periodo
    END-IF
    IF WS-Ano-Detalhe < WS-Ano-Saldo
    AND WS-Ano-Detalhe = SD-Ano-Anterior
        ADD GC-Valor TO SD-Saldo-Ano-Anterior
            ON SIZE ERROR
                DISPLAY "AVISO: O SALDO DO ANO ANTERIOR DA CONTA "
                    GC-Conta " EXCEDEU A CAPACIDADE DO CAMPO."
        END-ADD
    END-IF
    IF WS-Periodo-Detalhe = SD-Periodo
        ADD GC-Valor TO SD-Saldo-Periodo
            ON SIZE ERROR
