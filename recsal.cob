003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS ID-CONTATO
003700         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003733         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003766             SUPPRESS WHEN SPACES
003800         FILE STATUS IS WS-FS.
003900     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
004000         ORGANIZATION IS LINE SEQUENTIAL
