002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS ID-CONTATO
003100         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003133         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003166             SUPPRESS WHEN SPACES
003200         LOCK MODE IS MANUAL
003300         FILE STATUS IS WS-FS.
003400     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
