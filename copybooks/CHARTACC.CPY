      *> accounting area; SomaNumeros, SomaNumerosLote and SomaReparo
      *> only read it to validate the account code carried on each
      *> transaction before a GL-Registro is produced for it.
      *> CC-Limite-Aprovacao e o valor (em modulo, moeda base) acima
      *> do qual um lancamento na conta fica retido para aprovacao
      *> de um segundo operador (APROVACOES-PENDENTES.DAT) em vez de
      *> seguir direto para a interface contabil; zero dispensa a
      *> dupla aprovacao na conta.
      *> CC-Natureza classifica a conta para o encerramento do
      *> exercicio (SomaEncerramento): "P" patrimonial, cujo saldo
      *> passa para o ano seguinte como saldo de abertura, ou "R" de
      *> resultado, zerada no encerramento contra a conta de lucros
      *> acumulados. SomaConvertePlano copia uma unica vez o arquivo
      *> do layout anterior a esses dois campos, com limite zero e a
      *> natureza informada na conversao.
01  CC-Registro.
    05 CC-Conta              PIC X(10).
    05 CC-Descricao          PIC X(30).
    05 CC-Situacao           PIC X.
       88 CC-Ativa           VALUE "A".
       88 CC-Inativa         VALUE "I".
    05 CC-Limite-Aprovacao   PIC 9(9)V99.
    05 CC-Natureza           PIC X.
       88 CC-Patrimonial     VALUE "P".
       88 CC-Resultado       VALUE "R".
