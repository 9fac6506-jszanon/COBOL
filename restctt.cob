002160*                       (COPYBOOK OPRLOG): A RECUPERACAO FICA
002170*                       RESTRITA A SUPERVISOR E O OPERADOR E
002180*                       CARIMBADO NA AUDITORIA.
002180*    2025-07-25 JSZ     OS EVENTOS DO SMSRET (MARCA DE TELEFONE,
002180*                       IMAGEM DE FONEREG) TAMBEM SAO IGNORADOS NA
002180*                       BUSCA DE IMAGEM E NA JANELA DE REVERSAO.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS ID-CONTATO
003300         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003333         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003366             SUPPRESS WHEN SPACES
003400         LOCK MODE IS MANUAL
003500         FILE STATUS IS WS-FS.
003600     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
006400*----------------------------------------------------------------*
006500*    IMAGEM ENCONTRADA NA AUDITORIA PARA A RESTAURACAO PONTUAL   *
006600*----------------------------------------------------------------*
006700 01  WS-IMAGEM-ALVO               PIC X(244) VALUE SPACES.
006800 77  WS-STAMP-ALVO                PIC 9(14) VALUE ZEROS.
006900 01  WS-ACHOU-IMAGEM              PIC X(01) VALUE 'N'.
007000     88 ACHOU-IMAGEM              VALUE 'S' FALSE 'N'.
008000         05  WS-REV-STAMP         PIC 9(14).
008100         05  WS-REV-OP            PIC X(01).
008200         05  WS-REV-ID            PIC 9(06).
008300         05  WS-REV-ANT           PIC X(244).
008400 77  WS-CONT-REVERTIDOS           PIC 9(03) VALUE ZEROS.
008500 77  WS-CONT-FALHAS               PIC 9(03) VALUE ZEROS.
008600*----------------------------------------------------------------*
009300 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
009310 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'RESTCTT'.
009310 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
009310 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
009310 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
009310 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
009310 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
009310 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
009310 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
009310 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
009400 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
009410*----------------------------------------------------------------*
009410*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
009410*----------------------------------------------------------------*
021300             NOT AT END
021400                IF AUD-ID-CONTATO = WS-ID-ALVO AND
021410                   AUD-PROGRAMA NOT = 'CADFONE' AND
021410                   AUD-PROGRAMA NOT = 'SMSRET' AND
021500                   AUD-DATA-HORA NOT > WS-LIMITE AND
021600                   AUD-DATA-HORA NOT < WS-STAMP-ALVO
021700                   SET ACHOU-IMAGEM  TO TRUE
032300             NOT AT END
032400                IF AUD-DATA-HORA NOT < WS-JANELA-INI AND
032500                   AUD-DATA-HORA NOT > WS-JANELA-FIM AND
032510                   AUD-PROGRAMA NOT = 'CADFONE' AND
032510                   AUD-PROGRAMA NOT = 'SMSRET'
032600                   IF WS-REV-QTD >= WS-REV-MAX
032700                      DISPLAY 'JANELA COM MAIS DE ' WS-REV-MAX
032800                              ' ALTERACOES - REDUZA O PERIODO.'
