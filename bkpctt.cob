003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS ID-CONTATO
003600         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003633         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003666             SUPPRESS WHEN SPACES
003700         FILE STATUS IS WS-FS.
003800     SELECT FONES ASSIGN TO WS-FONES-DSN
003900         ORGANIZATION IS INDEXED
005100 FD  FONES.
005200     COPY FONEREG.
005300 FD  BACKUP.
005400 01  REG-BACKUP                   PIC X(246).
005400 FD  RUNCTL.
005400     COPY RUNREG.
005500 WORKING-STORAGE SECTION.
009900 77  WS-HASH-SALDOS               PIC 9(13)V99 VALUE ZEROS.
009910 01  WS-SW-FALHA                  PIC X(01) VALUE 'N'.
009920     88 FALHA-DESCARGA            VALUE 'S' FALSE 'N'.
010000 01  WS-LINHA-BKP                 PIC X(246) VALUE SPACES.
010000*----------------------------------------------------------------*
010000*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
010000*----------------------------------------------------------------*
031300                    FUNCTION ABS(SALDO-CONTATO)
031400                MOVE SPACES       TO WS-LINHA-BKP
031500                MOVE '01'         TO WS-LINHA-BKP (1:2)
031600                MOVE REG-CONTATOS TO WS-LINHA-BKP (3:244)
031700                MOVE WS-LINHA-BKP TO REG-BACKUP
031800                WRITE REG-BACKUP
031900         END-READ
034300                ADD 1             TO WS-CONT-FONES
034400                MOVE SPACES       TO WS-LINHA-BKP
034500                MOVE '02'         TO WS-LINHA-BKP (1:2)
034600                MOVE REG-FONES    TO WS-LINHA-BKP (3:43)
034700                MOVE WS-LINHA-BKP TO REG-BACKUP
034800                WRITE REG-BACKUP
034900         END-READ
