*> Gravacoes do log antigo no mesmo segundo dividem a chave de
*> data/hora; a sequencia avanca sobre chave duplicada. A carga e
*> de uma unica vez: reexecutar sobre um arquivo ja carregado
*> duplicaria os registros sob sequencias novas. Os registros do
*> log antigo sao anteriores ao encadeamento e entram sem elo.
2600-Gravar-Registro.
    MOVE ZERO TO AU-Anterior
    MOVE ZERO TO AU-Verificador
    ADD 1 TO WS-Aud-Seq
    MOVE WS-Aud-Seq TO AU-Seq
    WRITE AU-Registro
