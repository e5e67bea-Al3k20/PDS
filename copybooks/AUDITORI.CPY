      *> SomaReconcilia posiciona direto na data em vez de varrer o
      *> log inteiro. Gravado por SomaNumeros e SomaNumerosLote;
      *> SomaConverteAud carrega o log antigo para ca uma unica vez.
      *> Encadeamento: cada registro gravado guarda em AU-Anterior a
      *> chave do registro gravado antes dele e em AU-Verificador um
      *> valor calculado sobre o verificador daquele registro e o
      *> proprio conteudo (chave, tipo, dados e AU-Anterior), de modo
      *> que alterar, apagar ou inserir um registro quebra a cadeia.
      *> O registro de controle ("K", chave zerada) guarda o ultimo
      *> elo (chave e verificador do ultimo registro gravado), a chave
      *> do primeiro registro encadeado e a quantidade de encadeados;
      *> registros com chave anterior ao inicio da cadeia sao da
      *> epoca sem encadeamento. SomaVerificaAuditoria confere a
      *> cadeia por intervalo de datas. SomaConverteAudCadeia copia
      *> uma unica vez o arquivo do layout anterior (sem AU-Anterior e
      *> AU-Verificador) e encadeia todos os registros copiados.
01  AU-Registro.
    05 AU-Chave.
        10 AU-Data           PIC 9(8).
    05 AU-Tipo               PIC X.
       88 AU-Cabecalho       VALUE "C".
       88 AU-Detalhe         VALUE "D".
       88 AU-Controle-Cadeia VALUE "K".
    05 AU-Conteudo.
        10 AU-Operador       PIC X(8).
        10 AU-Qtd            PIC 9(3).
        10 AU-Total          PIC S9(9)V99.
        10 AU-Indice         PIC 9(3).
        10 AU-Valor          PIC S9(7)V99.
    05 AU-Conteudo-Controle REDEFINES AU-Conteudo.
        10 AU-Inicio-Cadeia.
            15 AU-Ini-Data   PIC 9(8).
            15 AU-Ini-Hora   PIC 9(6).
            15 AU-Ini-Seq    PIC 9(4).
        10 AU-Qtd-Encadeados PIC 9(9).
        10 FILLER            PIC X(7).
    05 AU-Anterior.
        10 AU-Ant-Data       PIC 9(8).
        10 AU-Ant-Hora       PIC 9(6).
        10 AU-Ant-Seq        PIC 9(4).
    05 AU-Verificador        PIC 9(10).
