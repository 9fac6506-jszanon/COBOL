002470*                       (COPYBOOK OPRLOG): PERFIL SOMENTE
002480*                       CONSULTA NAO ENTRA, E O CODIGO DO
002490*                       OPERADOR E CARIMBADO NA AUDITORIA.
002490*    2025-07-04 JSZ     REGRA DE FILIAL (COPYBOOK FILCHK):
002490*                       INCLUIR, ALTERAR E EXCLUIR TELEFONE DE
002490*                       CONTATO DE OUTRA FILIAL FICA RESTRITO A
002490*                       SUPERVISOR.
002490*    2025-07-18 JSZ     TELEFONE MARCADO COMO INVALIDO OU
002490*                       DESLIGADO PELO RETORNO DE SMS (SMSRET)
002490*                       MOSTRA A MARCA NA ALTERACAO; A TROCA DO
002490*                       NUMERO LIMPA A MARCA. A INCLUSAO GRAVA O
002490*                       TELEFONE EM USO.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS ID-CONTATO
003600         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003633         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003666             SUPPRESS WHEN SPACES
003700         LOCK MODE IS MANUAL
003800         FILE STATUS IS WS-FS.
003900     SELECT FONES ASSIGN TO WS-FONES-DSN
009000 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
009010 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'CADFONE'.
009010 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
009010 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
009010 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
009010 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
009010 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
009010 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
009010 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
009010 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
009100 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
009102*----------------------------------------------------------------*
009104*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
009106*----------------------------------------------------------------*
009126 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
009128     88 OPR-OK                    VALUE 'S' FALSE 'N'.
009130 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
009130*----------------------------------------------------------------*
009130*    AREA DA REGRA DE FILIAL (COPYBOOK FILCHK)                   *
009130*----------------------------------------------------------------*
009130 77  WS-FIL-OPERADOR              PIC X(03) VALUE SPACES.
009130 77  WS-FIL-ALVO                  PIC X(03) VALUE SPACES.
009130 01  WS-FIL-ACESSO-SW             PIC X(01) VALUE 'S'.
009130     88 FIL-PERMITIDA             VALUE 'S' FALSE 'N'.
009130 01  WS-FIL-OUTRA-SW              PIC X(01) VALUE 'N'.
009130     88 FIL-OUTRA-FILIAL          VALUE 'S' FALSE 'N'.
009130 01  WS-FIL-MENSAGEM              PIC X(60) VALUE SPACES.
009132*----------------------------------------------------------------*
009134*    AREA DO INDICE REVERSO DE TELEFONES (COPYBOOK FONIDX)       *
009136*----------------------------------------------------------------*
009880        PERFORM P900-FIM
009890     END-IF
009895     MOVE WS-OPR-CODIGO           TO WS-AUD-OPERADOR
009895     PERFORM 9950-OBTER-FILIAL-OPERADOR THRU 9950-FIM
009900     SET EXIT-OK                  TO FALSE
010000     PERFORM P100-MENU            THRU P100-FIM
010100         UNTIL EXIT-OK
014900        CLOSE FONES
015000        GO TO P200-FIM
015100     END-IF
015100     IF NOT FIL-PERMITIDA
015100        DISPLAY 'INCLUSAO NAO PERMITIDA.'
015100        CLOSE FONES
015100        GO TO P200-FIM
015100     END-IF
015200
015300     PERFORM P220-PROXIMO-SEQ     THRU P220-FIM
015400     DISPLAY 'SEQUENCIA ATRIBUIDA..: ' WS-PROXIMO-SEQ
016800     MOVE WS-PROXIMO-SEQ          TO FONE-SEQ
016900     MOVE WS-TIPO-ENTRADA         TO FONE-TIPO
017000     MOVE WS-NUMERO-ENTRADA       TO FONE-NUMERO
017000     MOVE SPACE                   TO FONE-ST
017000     MOVE ZEROS                   TO FONE-DT-ST
017100     WRITE REG-FONES
017200         INVALID KEY
017300             MOVE WS-FS-FONE      TO WS-FS
021600             ELSE
021700                SET CONTATO-VALIDO TO TRUE
021800                DISPLAY 'CONTATO..: ' ID-CONTATO ' - ' NM-CONTATO
021800                MOVE FIL-CONTATO   TO WS-FIL-ALVO
021800                PERFORM 9955-CONFERIR-FILIAL THRU 9955-FIM
021800                IF FIL-OUTRA-FILIAL
021800                   DISPLAY WS-FIL-MENSAGEM
021800                END-IF
021900             END-IF
022000     END-READ
022100
028400        CLOSE FONES
028400        GO TO P300-FIM
028400     END-IF
028400     MOVE WS-ID-ENTRADA           TO ID-CONTATO
028400     PERFORM 9957-FILIAL-DO-CONTATO THRU 9957-FIM
028400     IF FIL-OUTRA-FILIAL
028400        DISPLAY WS-FIL-MENSAGEM
028400     END-IF
028400     IF NOT FIL-PERMITIDA
028400        DISPLAY 'ALTERACAO NAO PERMITIDA.'
028400        CLOSE FONES
028400        GO TO P300-FIM
028400     END-IF
028500     DISPLAY 'INFORME A SEQUENCIA DO TELEFONE: '
028600     ACCEPT WS-SEQ-ENTRADA
028700     MOVE WS-ID-ENTRADA           TO FONE-ID-CONTATO
029500             MOVE REG-FONES       TO WS-REG-ANTERIOR-AUD
029600             DISPLAY 'TIPO ATUAL...: ' FONE-TIPO
029700             DISPLAY 'NUMERO ATUAL.: ' FONE-NUMERO
029700             IF FONE-INVALIDO
029700                DISPLAY 'SITUACAO.....: NUMERO INVALIDO DESDE '
029700                        FONE-DT-ST
029700             END-IF
029700             IF FONE-DESLIGADO
029700                DISPLAY 'SITUACAO.....: NUMERO DESLIGADO DESDE '
029700                        FONE-DT-ST
029700             END-IF
029800             DISPLAY 'INFORME O NOVO TIPO (RESIDENCIAL/CELULAR/'
029900                     'COMERCIAL): '
030000             ACCEPT WS-TIPO-ENTRADA
030500                MOVE WS-TIPO-ENTRADA TO FONE-TIPO
030600                DISPLAY 'INFORME O NOVO NUMERO DO TELEFONE: '
030700                ACCEPT FONE-NUMERO
030700*               NUMERO NOVO VOLTA A SER USADO; A MARCA DO
030700*               RETORNO DE SMS VALIA SO PARA O NUMERO ANTIGO.
030700                IF FONE-NUMERO NOT = WS-REG-ANTERIOR-AUD (20:15)
030700                   MOVE SPACE       TO FONE-ST
030700                   MOVE ZEROS       TO FONE-DT-ST
030700                END-IF
030800                REWRITE REG-FONES
030900                    INVALID KEY
031000                        MOVE WS-FS-FONE TO WS-FS
034800        CLOSE FONES
034800        GO TO P400-FIM
034800     END-IF
034800     MOVE WS-ID-ENTRADA           TO ID-CONTATO
034800     PERFORM 9957-FILIAL-DO-CONTATO THRU 9957-FIM
034800     IF FIL-OUTRA-FILIAL
034800        DISPLAY WS-FIL-MENSAGEM
034800     END-IF
034800     IF NOT FIL-PERMITIDA
034800        DISPLAY 'EXCLUSAO NAO PERMITIDA.'
034800        CLOSE FONES
034800        GO TO P400-FIM
034800     END-IF
034900     DISPLAY 'INFORME A SEQUENCIA DO TELEFONE: '
035000     ACCEPT WS-SEQ-ENTRADA
035100     MOVE WS-ID-ENTRADA           TO FONE-ID-CONTATO
038860     COPY FONIDX.
038900     COPY DSNENV.
039000     COPY DIGVER.
039000     COPY FILCHK.
