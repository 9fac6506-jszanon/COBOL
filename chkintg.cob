001000*                 - TELEFONES DE FONES.DAT CUJO FONE-ID-CONTATO
001100*                   NAO EXISTE EM CONTATOS.DAT (ORFAOS QUE O
001200*                   RELFONE PULA EM SILENCIO);
001200*                 - VINCULOS DE VINCULOS.DAT CUJO CONTATO OU
001200*                   RELACIONADO NAO EXISTE EM CONTATOS.DAT;
001300*                 - CONTATOS COM CAT-CONTATO FORA DO DOMINIO
001400*                   PESSOAL/COMERCIAL/FORNECEDOR DE CONTREG.CPY;
001500*                 - DT-NASCIMENTO QUE NAO E UMA DATA DE CALENDARIO
002991*                       OU EDITADA NO ARQUIVO. O FECHAMENTO
002992*                       MENSAL DO AUDHKP DEIXA LACUNAS ESPERADAS
002993*                       NA VIRADA DO MES.
002993*    2025-06-20 JSZ     INCLUIDA A VERIFICACAO DOS VINCULOS
002993*                       (VINCULOS.DAT): VINCULO CUJO CONTATO OU
002993*                       RELACIONADO NAO EXISTE E REPORTADO COMO
002993*                       ORFAO. SEM O ARQUIVO, A VERIFICACAO E
002993*                       PULADA.
002993*    2025-07-25 JSZ     OS EVENTOS DO SMSRET (IMAGEM DE FONEREG)
002993*                       TAMBEM SAO IGNORADOS NA CONSISTENCIA COM
002993*                       A AUDITORIA.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ID-CONTATO
004100         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004133         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004166             SUPPRESS WHEN SPACES
004200         FILE STATUS IS WS-FS.
004300     SELECT FONES ASSIGN TO WS-FONES-DSN
004400         ORGANIZATION IS INDEXED
005448         ACCESS MODE IS DYNAMIC
005464         RECORD KEY IS CTG-CODIGO
005480         FILE STATUS IS WS-FS-CTG.
005480     SELECT VINCULOS ASSIGN TO WS-VINCULOS-DSN
005480         ORGANIZATION IS INDEXED
005480         ACCESS MODE IS SEQUENTIAL
005480         RECORD KEY IS VIN-CHAVE
005480         ALTERNATE RECORD KEY IS VIN-ID-RELACIONADO
005480             WITH DUPLICATES
005480         FILE STATUS IS WS-FS-VIN.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CONTATOS.
006400     COPY RUNREG.
006433 FD  CATEGS.
006466     COPY CATREG.
006466 FD  VINCULOS.
006466     COPY VINCREG.
006500 WORKING-STORAGE SECTION.
006600 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006700 01  WS-FONES-DSN                 PIC X(100) VALUE 'FONES.DAT'.
006700 01  WS-VINCULOS-DSN              PIC X(100) VALUE 'VINCULOS.DAT'.
006800 01  WS-AUDITORIA-DSN             PIC X(100) VALUE 'AUDCTT.LOG'.
006900 01  WS-DETALHE-DSN               PIC X(100) VALUE 'CHKINTG.LST'.
007000 77  WS-FS                        PIC X(02) VALUE '00'.
007100     88 FS-OK                     VALUE '00'.
007200 77  WS-FS-FONE                   PIC X(02) VALUE '00'.
007300     88 FS-FONE-OK                VALUE '00'.
007300 77  WS-FS-VIN                    PIC X(02) VALUE '00'.
007300     88 FS-VIN-OK                 VALUE '00'.
007400 77  WS-FS-AUD                    PIC X(02) VALUE '00'.
007500     88 FS-AUD-OK                 VALUE '00'.
007600 77  WS-FS-DET                    PIC X(02) VALUE '00'.
008000     88 EOF-OK                    VALUE 'S' FALSE 'N'.
008100 77  WS-EOF-FONE                  PIC X(01) VALUE 'N'.
008200     88 EOF-FONE-OK               VALUE 'S' FALSE 'N'.
008200 77  WS-EOF-VIN                   PIC X(01) VALUE 'N'.
008200     88 EOF-VIN-OK                VALUE 'S' FALSE 'N'.
008200 01  WS-VIN-FALTA                 PIC X(20) VALUE SPACES.
008300 77  WS-EOF-AUD                   PIC X(01) VALUE 'N'.
008400     88 EOF-AUD-OK                VALUE 'S' FALSE 'N'.
008500*----------------------------------------------------------------*
008700*----------------------------------------------------------------*
008800 77  WS-CONT-FONES-LIDOS          PIC 9(06) VALUE ZEROS.
008900 77  WS-CONT-FONES-ORFAOS         PIC 9(06) VALUE ZEROS.
008900 77  WS-CONT-VINC-LIDOS           PIC 9(06) VALUE ZEROS.
008900 77  WS-CONT-VINC-ORFAOS          PIC 9(06) VALUE ZEROS.
009000 77  WS-CONT-CONTATOS-LIDOS       PIC 9(06) VALUE ZEROS.
009100 77  WS-CONT-CAT-INVALIDA         PIC 9(06) VALUE ZEROS.
009200 77  WS-CONT-DATA-INVALIDA        PIC 9(06) VALUE ZEROS.
010400*----------------------------------------------------------------*
010500*    AREA DA VERIFICACAO DE CONSISTENCIA COM A AUDITORIA         *
010600*----------------------------------------------------------------*
010700 01  WS-IMAGEM-ATUAL              PIC X(244) VALUE SPACES.
010800 01  WS-ULTIMO-NOVO               PIC X(244) VALUE SPACES.
010900 77  WS-ULTIMO-STAMP              PIC 9(14) VALUE ZEROS.
011000 01  WS-ACHOU-AUD                 PIC X(01) VALUE 'N'.
011100     88 ACHOU-AUD                 VALUE 'S' FALSE 'N'.
012400        GO TO 0000-ENCERRAR
012500     END-IF
012600     PERFORM P200-VERIFICAR-FONES    THRU P200-FIM
012600     PERFORM P250-VERIFICAR-VINCULOS THRU P250-FIM
012700     PERFORM P300-VERIFICAR-CONTATOS THRU P300-FIM
012710     PERFORM P400-VERIFICAR-CADEIA   THRU P400-FIM
012800     PERFORM P800-RESUMO             THRU P800-FIM
018100     CLOSE CONTATOS
018200     .
018300 P200-FIM. EXIT.
018300******************************************************************
018300*    P250-VERIFICAR-VINCULOS - VARRE VINCULOS.DAT E REPORTA OS   *
018300*                 VINCULOS CUJO CONTATO OU RELACIONADO NAO       *
018300*                 EXISTE (ARQUIVO AUSENTE = NADA A VERIFICAR)    *
018300******************************************************************
018300 P250-VERIFICAR-VINCULOS.
018300     MOVE '00'                    TO WS-FS-VIN
018300     OPEN INPUT VINCULOS
018300     IF WS-FS-VIN = '35'
018300        GO TO P250-FIM
018300     END-IF
018300     IF NOT FS-VIN-OK
018300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS: '
018300                WS-VINCULOS-DSN
018300        MOVE 08                   TO WS-RUN-RESULTADO
018300        GO TO P250-FIM
018300     END-IF
018300     OPEN INPUT CONTATOS
018300     IF NOT FS-OK
018300        PERFORM 9000-TRADUZIR-FS
018300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
018300        MOVE 08                   TO WS-RUN-RESULTADO
018300        CLOSE VINCULOS
018300        GO TO P250-FIM
018300     END-IF
018300
018300     SET EOF-VIN-OK               TO FALSE
018300     PERFORM P255-VERIFICAR-VINCULO THRU P255-FIM
018300         UNTIL EOF-VIN-OK
018300
018300     CLOSE VINCULOS
018300     CLOSE CONTATOS
018300     .
018300 P250-FIM. EXIT.
018300 P255-VERIFICAR-VINCULO.
018300     READ VINCULOS NEXT RECORD
018300         AT END
018300             SET EOF-VIN-OK       TO TRUE
018300             GO TO P255-FIM
018300     END-READ
018300     ADD 1                        TO WS-CONT-VINC-LIDOS
018300     MOVE SPACES                  TO WS-VIN-FALTA
018300     MOVE VIN-ID-CONTATO          TO ID-CONTATO
018300     READ CONTATOS
018300         INVALID KEY
018300             MOVE 'O CONTATO'     TO WS-VIN-FALTA
018300     END-READ
018300     MOVE VIN-ID-RELACIONADO      TO ID-CONTATO
018300     READ CONTATOS
018300         INVALID KEY
018300             IF WS-VIN-FALTA = SPACES
018300                MOVE 'O RELACIONADO' TO WS-VIN-FALTA
018300             ELSE
018300                MOVE 'OS DOIS'    TO WS-VIN-FALTA
018300             END-IF
018300     END-READ
018300     IF WS-VIN-FALTA = SPACES
018300        GO TO P255-FIM
018300     END-IF
018300
018300     ADD 1                        TO WS-CONT-VINC-ORFAOS
018300     MOVE SPACES                  TO WS-LINHA-DET
018300     STRING 'VINCULO ORFAO: CONTATO ' DELIMITED BY SIZE
018300            VIN-ID-CONTATO        DELIMITED BY SIZE
018300            ' SEQ '               DELIMITED BY SIZE
018300            VIN-SEQ               DELIMITED BY SIZE
018300            ' RELACIONADO '       DELIMITED BY SIZE
018300            VIN-ID-RELACIONADO    DELIMITED BY SIZE
018300            ' - FALTA '           DELIMITED BY SIZE
018300            WS-VIN-FALTA          DELIMITED BY '  '
018300            INTO WS-LINHA-DET
018300     END-STRING
018300     PERFORM P700-GRAVAR-DETALHE  THRU P700-FIM
018300     .
018300 P255-FIM. EXIT.
018400******************************************************************
018500*    P300-VERIFICAR-CONTATOS - VARRE CONTATOS.DAT VERIFICANDO O   *
018600*                 DOMINIO DA CATEGORIA, A VALIDADE DA DATA DE     *
031600             NOT AT END
031700                IF AUD-ID-CONTATO = ID-CONTATO AND
031710                   AUD-PROGRAMA NOT = 'CADFONE' AND
031710                   AUD-PROGRAMA NOT = 'SMSRET' AND
031800                   AUD-DATA-HORA NOT < WS-ULTIMO-STAMP
031900                   SET ACHOU-AUD  TO TRUE
032000                   MOVE AUD-DATA-HORA TO WS-ULTIMO-STAMP
037400            INTO WS-LINHA-DET
037500     END-STRING
037600     PERFORM P700-GRAVAR-DETALHE  THRU P700-FIM
037600     MOVE SPACES                  TO WS-LINHA-DET
037600     STRING 'VINCULOS LIDOS...............: '
037600                DELIMITED BY SIZE
037600            WS-CONT-VINC-LIDOS DELIMITED BY SIZE
037600            INTO WS-LINHA-DET
037600     END-STRING
037600     PERFORM P700-GRAVAR-DETALHE  THRU P700-FIM
037600     MOVE SPACES                  TO WS-LINHA-DET
037600     STRING 'VINCULOS ORFAOS..............: '
037600                DELIMITED BY SIZE
037600            WS-CONT-VINC-ORFAOS DELIMITED BY SIZE
037600            INTO WS-LINHA-DET
037600     END-STRING
037600     PERFORM P700-GRAVAR-DETALHE  THRU P700-FIM
037700     MOVE SPACES                  TO WS-LINHA-DET
037800     STRING 'CONTATOS LIDOS...............: '
037900                DELIMITED BY SIZE
041200     COMPUTE WS-RUN-REJEITADOS = WS-CONT-FONES-ORFAOS
041200         + WS-CONT-CAT-INVALIDA + WS-CONT-DATA-INVALIDA
041200         + WS-CONT-AUD-DIVERGE + WS-CONT-CAD-GAPS
041200         + WS-CONT-CAD-ALTERADOS + WS-CONT-VINC-ORFAOS
041200     IF WS-RUN-RESULTADO = ZEROS AND
041200        WS-RUN-REJEITADOS > ZEROS
041200        MOVE 04                   TO WS-RUN-RESULTADO
