      *> reapresentacao, com a tentativa acumulada — e assim que o
      *> relatorio de envelhecimento (SomaSuspenso) enxerga itens
      *> que ninguem reparou, em vez de eles sumirem com o REJOUT
      *> da noite. Item com motivo "DUPLICIDADE SUSPEITA" nao e erro
      *> de dado: e uma transacao valida retida por repetir conta,
      *> moeda e valores de um lancamento recente, a espera de
      *> liberacao ou anulacao por supervisor.
01  RS-Registro.
    05 RS-Chave.
        10 RS-Data-Negocio   PIC 9(8).
    05 RS-Num2               PIC X(11).
    05 RS-Conta              PIC X(10).
    05 RS-Motivo             PIC X(30).
       88 RS-Motivo-Duplicidade VALUE "DUPLICIDADE SUSPEITA".
    05 RS-Data-Entrada       PIC 9(8).
    05 RS-Data-Situacao      PIC 9(8).
    05 RS-Operador           PIC X(8).
