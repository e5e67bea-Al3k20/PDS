      *> Layout of one record on the applied-generations control file
      *> (SALDOS-APLICADOS.DAT), keyed by the GLCONSOL generation
      *> date/time. Gravado por SomaSaldos a cada geracao aplicada
      *> sobre SALDO-CONTAS.DAT; AP-Data-Limite e a GC-Data mais nova
      *> ja aplicada, o corte abaixo do qual nenhum detalhe entra de
      *> novo nos saldos. SomaEncerramento o le para saber se o ano a
      *> encerrar ja esta todo nos saldos.
01  AP-Registro.
    05 AP-Chave.
        10 AP-Data-Geracao   PIC 9(8).
        10 AP-Hora-Geracao   PIC 9(6).
    05 AP-Data-Aplicacao     PIC 9(8).
    05 AP-Hora-Aplicacao     PIC 9(6).
    05 AP-Qtd-Detalhes       PIC 9(7).
    05 AP-Data-Limite        PIC 9(8).
