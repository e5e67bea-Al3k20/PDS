      *> a moeda base na data TX-Data. Mantido por SomaCambioManut
      *> e lido por SomaNumerosLote na validacao: transacao em moeda
      *> estrangeira sem taxa cadastrada para o dia de negocio e
      *> rejeitada. SomaReavaliacao usa a taxa do ultimo dia do
      *> periodo e recusa a reavaliacao quando falta a de alguma
      *> moeda com saldo.
01  TX-Registro.
    05 TX-Chave.
        10 TX-Moeda          PIC X(3).
