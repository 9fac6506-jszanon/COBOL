001899*                       REGISTRO SEM NUMERO E REJEITADO COM
001899*                       MOTIVO, EM VEZ DE CARREGAR SOBRE A FAIXA
001899*                       VIVA.
001899*    2025-03-07 JSZ     O CPF/CNPJ PASSA A SER CARREGADO
001899*                       (CARGA-CPF-CNPJ NO FIM DO LAYOUT
001899*                       POSICIONAL, 9O CAMPO OPCIONAL NO
001899*                       DELIMITADO) E CONFERIDO NO VALCTT;
001899*                       DOCUMENTO JA CADASTRADO E REJEITADO PELA
001899*                       CHAVE ALTERNATIVA UNICA.
001899*    2025-07-25 JSZ     CONTATO CARREGADO ENTRA SEM FILIAL
001899*                       (FIL-CONTATO EM BRANCO, ABERTO A TODOS;
001899*                       A FILIAL E ATRIBUIDA PELO TRFFIL).
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS ID-CONTATO
003000         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003016         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003033             SUPPRESS WHEN SPACES
003050         LOCK MODE IS MANUAL
003100         FILE STATUS IS WS-FS.
003200     SELECT CARGA ASSIGN TO WS-CARGA-DSN
007300 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
007310 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'CARGCTT'.
007310 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
007310 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
007310 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
007310 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
007310 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
007396 77  WS-VAL-TAM                   PIC 9(03) VALUE ZEROS.
007396 77  WS-VAL-ARROBAS               PIC 9(02) VALUE ZEROS.
007396 77  WS-VAL-DIAS-MES              PIC 9(02) VALUE ZEROS.
007396 77  WS-VAL-DOC                   PIC X(14) VALUE SPACES.
007396 77  WS-VAL-DOC-TAM               PIC 9(02) VALUE ZEROS.
007396 77  WS-VAL-DOC-QTD               PIC 9(02) VALUE ZEROS.
007396 77  WS-VAL-DOC-IGUAIS            PIC 9(02) VALUE ZEROS.
007396 77  WS-VAL-DOC-ALG               PIC 9(01) VALUE ZEROS.
007396 77  WS-VAL-DOC-PESO              PIC 9(02) VALUE ZEROS.
007396 77  WS-VAL-DOC-SOMA              PIC 9(04) VALUE ZEROS.
007396 77  WS-VAL-DOC-RESTO             PIC 9(02) VALUE ZEROS.
007396 77  WS-VAL-DOC-DV                PIC 9(01) VALUE ZEROS.
007397*----------------------------------------------------------------*
007398*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
007398*    DO P100-ANALISAR-PARM DA LISCNTT)                           *
012068        PERFORM P710-GRAVAR-REJEITO THRU P710-FIM
012069        GO TO P205-FIM
012070     END-IF
012071     IF WS-CSV-QTD NOT = 8 AND WS-CSV-QTD NOT = 9
012072        SET LINHA-VALIDA          TO FALSE
012073        ADD 1                     TO WS-CONT-REJEITADOS
012074        DISPLAY 'LINHA ' WS-NUM-LINHA ' REJEITADA: '
012075                WS-CSV-QTD ' CAMPOS (ESPERADOS 8 OU 9).'
012075        MOVE 'QUANTIDADE DE CAMPOS DIFERENTE DE 8/9'
012075                                  TO WS-MOTIVO-REJ
012075        PERFORM P710-GRAVAR-REJEITO THRU P710-FIM
012076        GO TO P205-FIM
012102*    PARSE.
012103     MOVE WS-CSV-CAMPO (6)        TO CARGA-BAIRRO
012104     MOVE WS-CSV-CAMPO (7)        TO CARGA-CIDADE
012104*    O CAMPO 9 (CPF/CNPJ) E OPCIONAL - LINHA COM 8 CAMPOS ENTRA
012104*    SEM DOCUMENTO.
012104     IF WS-CSV-QTD = 9
012104        MOVE WS-CSV-CAMPO (9)     TO CARGA-CPF-CNPJ
012104     END-IF
012105
012106     IF WS-CSV-CAMPO (8) = SPACES
012107        MOVE ZEROS                TO CARGA-SALDO
013385     MOVE ZEROS                   TO NIVEL-COBRANCA
013390     MOVE ZEROS                   TO DT-ULT-AVISO
013395     MOVE ZEROS                   TO CEP-CONTATO
013395     MOVE CARGA-CPF-CNPJ          TO CPF-CNPJ-CONTATO
013396     MOVE SPACES                  TO ST-EMAIL
013397     MOVE ZEROS                   TO DT-BOUNCE
013398     MOVE SPACES                  TO ST-BAIXA
013399     MOVE ZEROS                   TO DT-BAIXA
013399     MOVE SPACES                  TO FIL-CONTATO
013400     SET CONTATO-ATIVO            TO TRUE
013410
013420     MOVE DT-NASCIMENTO           TO WS-VAL-NASC
013440     MOVE EMAIL-CONTATO           TO WS-VAL-EMAIL
013450     MOVE TEL-CONTATO             TO WS-VAL-TEL
013455     MOVE CEP-CONTATO             TO WS-VAL-CEP
013455     MOVE CPF-CNPJ-CONTATO        TO WS-VAL-DOC
013460     PERFORM 9750-VALIDAR-CONTATO THRU 9750-FIM
013470     IF NOT VAL-OK
013480        ADD 1                     TO WS-CONT-REJEITADOS
015100     IF MODO-DELIMITADO
015100        MOVE REG-CARGA-BRUTO      TO REG-REJEITO
015100     ELSE
015100        MOVE REG-CARGA            TO REG-REJEITO (1:176)
015100     END-IF
015100     WRITE REG-REJEITO
015100
