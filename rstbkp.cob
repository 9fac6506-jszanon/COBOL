003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ID-CONTATO
003500         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003533         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003566             SUPPRESS WHEN SPACES
003600         FILE STATUS IS WS-FS.
003700     SELECT FONES ASSIGN TO WS-FONES-DSN
003800         ORGANIZATION IS INDEXED
005000 FD  FONES.
005100     COPY FONEREG.
005200 FD  BACKUP.
005300 01  REG-BACKUP                   PIC X(246).
005300 FD  RUNCTL.
005300     COPY RUNREG.
005400 WORKING-STORAGE SECTION.
021300             DISPLAY 'RESTAURANDO O BACKUP DE '
021400                     REG-BACKUP (3:8) ' ' REG-BACKUP (11:6)
021500         WHEN '01'
021600             MOVE REG-BACKUP (3:244) TO REG-CONTATOS
021700             WRITE REG-CONTATOS
021800                 INVALID KEY
021900                     ADD 1        TO WS-CONT-ERROS
022600                         FUNCTION ABS(SALDO-CONTATO)
022700             END-WRITE
022800         WHEN '02'
022900             MOVE REG-BACKUP (3:43) TO REG-FONES
023000             WRITE REG-FONES
023100                 INVALID KEY
023200                     ADD 1        TO WS-CONT-ERROS
