003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ID-CONTATO
003700         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003733         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003766             SUPPRESS WHEN SPACES
003800         LOCK MODE IS MANUAL
003900         FILE STATUS IS WS-FS.
004000     SELECT BOUNCES ASSIGN TO WS-BOUNCES-DSN
009800 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
009900 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'BOUNCTT'.
010000 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
010100 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
010200 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
010300 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
010400 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
010900 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
011000 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
011100 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
011200 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
011300*----------------------------------------------------------------*
011400*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
011500*----------------------------------------------------------------*
