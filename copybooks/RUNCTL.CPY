      *> Layout of one record on the run-control file
      *> (RUN-CONTROL.DAT), keyed by date + job. Cada job da cadeia
      *> noturna (SOMALOTE, SOMARATE, SOMAREAV, SOMAGLCN, SOMARECN,
      *> SOMAVAUD, SOMAARQV) regrava aqui sua conclusao — quando
      *> rodou, contagens, total e resultado ("O" ok, "E" com
      *> erro/divergencia). RC-Data e a data de negocio nos jobs que
      *> tem uma (SOMALOTE grava a do lote, SOMARATE a data do
      *> rateio, SOMAREAV a data de negocio do SYSIN, SOMARECN a data
      *> alvo do SYSIN, SOMAVAUD a data final do intervalo
      *> verificado) e a data de
      *> processamento nos que nao tem (SOMAGLCN, SOMAARQV);
      *> SomaMonitor consulta SOMAGLCN/SOMAARQV pela data de geracao
      *> do GLCONSOL, que e a mesma data de processamento, para a
      *> virada de meia-noite nao derrubar o certificado. O
      *> significado de RC-Qtd e RC-Total e o do proprio job
      *> (registros lidos, detalhes gerados, divergencias,
      *> arquivados; no SOMAVAUD, ocorrencias e registros lidos; no
      *> SOMARATE, origens rateadas e total rateado; no SOMAREAV,
      *> reavaliacoes e estornos lancados e o ganho menos a perda
      *> cambial lancados no fim de periodo).
01  RC-Registro.
    05 RC-Chave.
        10 RC-Data           PIC 9(8).
