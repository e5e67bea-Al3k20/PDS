      *> Layout of one record on the dual-control approval file
      *> (APROVACOES-PENDENTES.DAT), keyed by the DT-Chave of the
      *> daily-totals entry that was held. SomaNumeros e
      *> SomaNumerosLote gravam aqui, como "P" (pendente), o
      *> lancamento cujo valor passa do CC-Limite-Aprovacao da conta,
      *> no lugar da linha da interface contabil. SomaAprova regrava
      *> como "A" (aprovado, linha liberada para GL-INTERFACE.DAT na
      *> data da decisao) ou "R" (recusado, item levado ao suspense
      *> de rejeitos com o motivo). PA-Num1/PA-Num2 guardam os valores
      *> no formato de entrada do TRANS-IN, para que o item recusado
      *> possa ser reparado e reapresentado pelo SomaReparo.
01  PA-Registro.
    05 PA-Chave.
        10 PA-Data           PIC 9(8).
        10 PA-Hora           PIC 9(6).
        10 PA-Seq            PIC 9(4).
    05 PA-Situacao           PIC X.
       88 PA-Pendente        VALUE "P".
       88 PA-Aprovado        VALUE "A".
       88 PA-Recusado        VALUE "R".
    05 PA-Origem             PIC X.
       88 PA-Origem-Sessao   VALUE "S".
       88 PA-Origem-Lote     VALUE "L".
    05 PA-Operador           PIC X(8).
    05 PA-Conta              PIC X(10).
    05 PA-Moeda              PIC X(3).
    05 PA-Valor              PIC S9(9)V99.
    05 PA-Valor-Original     PIC S9(9)V99.
    05 PA-Qtd-Numeros        PIC 9(3).
    05 PA-Num1               PIC X(11).
    05 PA-Num2               PIC X(11).
    05 PA-Data-Negocio       PIC 9(8).
    05 PA-Lote-Id            PIC X(8).
    05 PA-Reg-Origem         PIC 9(7).
    05 PA-Tentativa          PIC 9(2).
    05 PA-Data-Decisao       PIC 9(8).
    05 PA-Hora-Decisao       PIC 9(6).
    05 PA-Aprovador          PIC X(8).
    05 PA-Motivo             PIC X(30).
