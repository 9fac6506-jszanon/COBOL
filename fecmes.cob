004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS ID-CONTATO
005000         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
005033         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
005066             SUPPRESS WHEN SPACES
005100         FILE STATUS IS WS-FS.
005200     SELECT SALDOHIS ASSIGN TO WS-SALDOHIS-DSN
005300         ORGANIZATION IS LINE SEQUENTIAL
