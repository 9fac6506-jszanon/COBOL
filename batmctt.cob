002560*                       RUNCTL.DAT (COPYBOOK RUNLOG) E A DEVOLVER
002560*                       RETURN-CODE SIGNIFICATIVO (00 LIMPO, 04 COM
002560*                       AVISOS, 08 ABORTOU) PARA O SCHEDULER.
002560*    2025-03-07 JSZ     A TRANSACAO PASSA A TRAZER O CPF/CNPJ
002560*                       (TRN-CPF-CNPJ; BRANCO NA ALTERACAO MANTEM
002560*                       O ATUAL), CONFERIDO NO VALCTT; DOCUMENTO
002560*                       JA CADASTRADO EM OUTRO CONTATO VOLTA PELA
002560*                       CHAVE ALTERNATIVA UNICA COMO ERRO DA
002560*                       TRANSACAO.
002560*    2025-07-25 JSZ     A INCLUSAO GRAVA O CONTATO SEM FILIAL
002560*                       (FIL-CONTATO EM BRANCO) EM VEZ DE HERDAR
002560*                       A DO ULTIMO CONTATO LIDO NA EXECUCAO.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ID-CONTATO
003700         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003733         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003766             SUPPRESS WHEN SPACES
003800         LOCK MODE IS MANUAL
003900         FILE STATUS IS WS-FS.
004000     SELECT TRANSACOES ASSIGN TO WS-TRANSACOES-DSN
009300 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
009310 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'BATMCTT'.
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
009411*    AREA DE TRABALHO DO COPYBOOK VALCTT (VALIDACAO DE CONTEUDO) *
009412*----------------------------------------------------------------*
009421 77  WS-VAL-TAM                   PIC 9(03) VALUE ZEROS.
009422 77  WS-VAL-ARROBAS               PIC 9(02) VALUE ZEROS.
009423 77  WS-VAL-DIAS-MES              PIC 9(02) VALUE ZEROS.
009423 77  WS-VAL-DOC                   PIC X(14) VALUE SPACES.
009423 77  WS-VAL-DOC-TAM               PIC 9(02) VALUE ZEROS.
009423 77  WS-VAL-DOC-QTD               PIC 9(02) VALUE ZEROS.
009423 77  WS-VAL-DOC-IGUAIS            PIC 9(02) VALUE ZEROS.
009423 77  WS-VAL-DOC-ALG               PIC 9(01) VALUE ZEROS.
009423 77  WS-VAL-DOC-PESO              PIC 9(02) VALUE ZEROS.
009423 77  WS-VAL-DOC-SOMA              PIC 9(04) VALUE ZEROS.
009423 77  WS-VAL-DOC-RESTO             PIC 9(02) VALUE ZEROS.
009423 77  WS-VAL-DOC-DV                PIC 9(01) VALUE ZEROS.
009423*----------------------------------------------------------------*
009423*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
009423*----------------------------------------------------------------*
019260     MOVE ZEROS                   TO NIVEL-COBRANCA
019270     MOVE ZEROS                   TO DT-ULT-AVISO
019280     MOVE ZEROS                   TO CEP-CONTATO
019280     MOVE TRN-CPF-CNPJ            TO CPF-CNPJ-CONTATO
019290     MOVE SPACES                  TO ST-EMAIL
019291     MOVE ZEROS                   TO DT-BOUNCE
019293     MOVE SPACES                  TO ST-BAIXA
019295     MOVE ZEROS                   TO DT-BAIXA
019295     MOVE SPACES                  TO FIL-CONTATO
019300     SET CONTATO-ATIVO            TO TRUE
019310
019320     MOVE DT-NASCIMENTO           TO WS-VAL-NASC
019340     MOVE EMAIL-CONTATO           TO WS-VAL-EMAIL
019350     MOVE TEL-CONTATO             TO WS-VAL-TEL
019350     MOVE CEP-CONTATO             TO WS-VAL-CEP
019350     MOVE CPF-CNPJ-CONTATO        TO WS-VAL-DOC
019360     PERFORM 9750-VALIDAR-CONTATO THRU 9750-FIM
019370     IF NOT VAL-OK
019380        ADD 1                     TO WS-CONT-INC-REJ
025800     IF TRN-NASC NOT = SPACES AND TRN-NASC IS NUMERIC
025900        MOVE TRN-NASC             TO DT-NASCIMENTO
026000     END-IF
026000     IF TRN-CPF-CNPJ NOT = SPACES
026000        MOVE TRN-CPF-CNPJ         TO CPF-CNPJ-CONTATO
026000     END-IF
026101
026102     MOVE DT-NASCIMENTO           TO WS-VAL-NASC
026103     MOVE CAT-CONTATO             TO WS-VAL-CAT
026104     MOVE EMAIL-CONTATO           TO WS-VAL-EMAIL
026105     MOVE TEL-CONTATO             TO WS-VAL-TEL
026105     MOVE CEP-CONTATO             TO WS-VAL-CEP
026105     MOVE CPF-CNPJ-CONTATO        TO WS-VAL-DOC
026106     PERFORM 9750-VALIDAR-CONTATO THRU 9750-FIM
026107     IF NOT VAL-OK
026108        ADD 1                     TO WS-CONT-ALT-REJ
