001500*                 COMUM (VALCTT) E A REGRAVACAO SAI AUDITADA EM
001600*                 AUDCTT.LOG. CONFLITO: QUANDO O ULTIMO
001700*                 AUD-DATA-HORA DO CONTATO (EVENTOS DE TELEFONE
001800*                 DO CADFONE E DO SMSRET NAO CONTAM) E POSTERIOR
001900*                 AO CRM-STAMP DO DELTA, ALGUEM MEXEU AQUI DEPOIS
002000*                 DA ALTERACAO NO CRM - O DELTA VAI PARA O
002100*                 RELATORIO DE EXCECOES (IMPCRM.LST) PARA UM
002200*                 HUMANO DECIDIR, EM VEZ DE SOBRESCREVER EM
002700*    ---------- ------- ----------------------------------------
002800*    2024-12-27 JSZ     PROGRAMA CRIADO (IMPORTACAO DE DELTAS DO
002900*                       CRM).
002900*    2025-03-07 JSZ     O DELTA PASSA A TRAZER O CPF/CNPJ
002900*                       (CRM-CPF-CNPJ, BRANCO MANTEM O ATUAL),
002900*                       CONFERIDO NO VALCTT; DOCUMENTO JA
002900*                       CADASTRADO EM OUTRO CONTATO VOLTA PELA
002900*                       CHAVE ALTERNATIVA UNICA COMO EXCECAO.
002900*    2025-07-25 JSZ     OS EVENTOS DO SMSRET (MARCA DE TELEFONE)
002900*                       TAMBEM NAO CONTAM NO ULTIMO CARIMBO DO
002900*                       CONTATO.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ID-CONTATO
004100         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004133         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004166             SUPPRESS WHEN SPACES
004200         LOCK MODE IS MANUAL
004300         FILE STATUS IS WS-FS.
004400     SELECT DELTAS ASSIGN TO WS-DELTAS-DSN
011100 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
011200 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'IMPCRM'.
011300 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
011400 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
011500 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
011600 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
011700 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
012200 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
012300 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
012400 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
012500 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
012600*----------------------------------------------------------------*
012700*    AREA DE TRABALHO DO COPYBOOK VALCTT (VALIDACAO DE CONTEUDO) *
012800*----------------------------------------------------------------*
013800 77  WS-VAL-TAM                   PIC 9(03) VALUE ZEROS.
013900 77  WS-VAL-ARROBAS               PIC 9(02) VALUE ZEROS.
014000 77  WS-VAL-DIAS-MES              PIC 9(02) VALUE ZEROS.
014000 77  WS-VAL-DOC                   PIC X(14) VALUE SPACES.
014000 77  WS-VAL-DOC-TAM               PIC 9(02) VALUE ZEROS.
014000 77  WS-VAL-DOC-QTD               PIC 9(02) VALUE ZEROS.
014000 77  WS-VAL-DOC-IGUAIS            PIC 9(02) VALUE ZEROS.
014000 77  WS-VAL-DOC-ALG               PIC 9(01) VALUE ZEROS.
014000 77  WS-VAL-DOC-PESO              PIC 9(02) VALUE ZEROS.
014000 77  WS-VAL-DOC-SOMA              PIC 9(04) VALUE ZEROS.
014000 77  WS-VAL-DOC-RESTO             PIC 9(02) VALUE ZEROS.
014000 77  WS-VAL-DOC-DV                PIC 9(01) VALUE ZEROS.
014100*----------------------------------------------------------------*
014200*    AREA DA TABELA DE CATEGORIAS (COPYBOOK CATTAB)              *
014300*----------------------------------------------------------------*
027200 P210-FIM. EXIT.
027300******************************************************************
027400*    P220-BUSCAR-ULTIMO-STAMP - VARRE AUDCTT.LOG ATRAS DO ULTIMO  *
027500*                 CARIMBO DO CONTATO (EVENTOS DO CADFONE E DO     *
027600*                 SMSRET NAO CONTAM - SAO IMAGENS DE TELEFONE)    *
027700******************************************************************
027800 P220-BUSCAR-ULTIMO-STAMP.
027900     MOVE ZEROS                   TO WS-ULTIMO-STAMP
029600     END-READ
029700     IF AUD-ID-CONTATO = ID-CONTATO AND
029800        AUD-PROGRAMA NOT = 'CADFONE' AND
029800        AUD-PROGRAMA NOT = 'SMSRET' AND
029900        AUD-DATA-HORA > WS-ULTIMO-STAMP
030000        MOVE AUD-DATA-HORA        TO WS-ULTIMO-STAMP
030100     END-IF
033500     IF CRM-CEP IS NUMERIC
033600        MOVE CRM-CEP              TO CEP-CONTATO
033700     END-IF
033700     IF CRM-CPF-CNPJ NOT = SPACES
033700        MOVE CRM-CPF-CNPJ         TO CPF-CNPJ-CONTATO
033700     END-IF
033800
033900     MOVE DT-NASCIMENTO           TO WS-VAL-NASC
034000     MOVE CAT-CONTATO             TO WS-VAL-CAT
034100     MOVE EMAIL-CONTATO           TO WS-VAL-EMAIL
034200     MOVE TEL-CONTATO             TO WS-VAL-TEL
034300     MOVE CEP-CONTATO             TO WS-VAL-CEP
034300     MOVE CPF-CNPJ-CONTATO        TO WS-VAL-DOC
034400     PERFORM 9750-VALIDAR-CONTATO THRU 9750-FIM
034500     IF NOT VAL-OK
034600        ADD 1                     TO WS-CONT-REJEITADOS
