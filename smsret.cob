000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SMSRET.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-07-18.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: PROCESSAMENTO DO RETORNO DO GATEWAY DE SMS
000900*                 (SMSRET.DAT, LAYOUT SMSRREG, UMA LINHA POR
001000*                 MENSAGEM DA REMESSA DO SMSCOB), NO MOLDE DO
001100*                 BOUNCTT. A REFERENCIA DEVOLVIDA E A CHAVE DE
001200*                 SMSLOG.DAT, QUE RECEBE A SITUACAO DA ENTREGA
001300*                 (E = ENTREGUE, F = FALHA TEMPORARIA, I = NUMERO
001400*                 INVALIDO, D = DESLIGADO). NUMERO INVALIDO OU
001500*                 DESLIGADO MARCA O TELEFONE EM FONES.DAT (FONE-ST
001600*                 E FONE-DT-ST), COM AUDITORIA EM AUDCTT.LOG COMO
001700*                 QUALQUER ALTERACAO DE TELEFONE - O SMSCOB DEIXA
001800*                 DE USAR O NUMERO - E O CONTATO SAI NA LISTA
001900*                 SMSRET.LST PARA OS OPERADORES COLHEREM UM NUMERO
002000*                 NOVO NA PROXIMA LIGACAO (A TROCA DO NUMERO NO
002100*                 CADFONE LIMPA A MARCA). TELEFONE JA TROCADO OU
002200*                 EXCLUIDO DEPOIS DO ENVIO NAO E MARCADO.
002300*----------------------------------------------------------------*
002400*    HISTORICO DE ALTERACOES
002500*    DATA       AUTOR   DESCRICAO
002600*    ---------- ------- ----------------------------------------
002700*    2025-07-18 JSZ     PROGRAMA CRIADO (RETORNO DO GATEWAY DE
002800*                       SMS).
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ID-CONTATO
004000         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004100         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004200             SUPPRESS WHEN SPACES
004300         FILE STATUS IS WS-FS.
004400     SELECT FONES ASSIGN TO WS-FONES-DSN
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS FONE-CHAVE
004800         ALTERNATE RECORD KEY IS FONE-ID-CONTATO WITH DUPLICATES
004900         LOCK MODE IS MANUAL
005000         FILE STATUS IS WS-FS-FONE.
005100     SELECT SMSLOG ASSIGN TO WS-SMSLOG-DSN
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SML-CHAVE
005500         FILE STATUS IS WS-FS-SML.
005600     SELECT RETORNO ASSIGN TO WS-RETORNO-DSN
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-FS-RET.
005900     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FS-AUD.
006200     SELECT LISTAGEM ASSIGN TO WS-LISTAGEM-DSN
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FS-LST.
006500     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-FS-RUN.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CONTATOS.
007100     COPY CONTREG.
007200 FD  FONES.
007300     COPY FONEREG.
007400 FD  SMSLOG.
007500     COPY SMSLREG.
007600 FD  RETORNO.
007700     COPY SMSRREG.
007800 FD  AUDITORIA.
007900     COPY AUDREG.
008000 FD  LISTAGEM.
008100 01  REG-LISTAGEM                 PIC X(100).
008200 FD  RUNCTL.
008300     COPY RUNREG.
008400 WORKING-STORAGE SECTION.
008500 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
008600 01  WS-FONES-DSN                 PIC X(100) VALUE 'FONES.DAT'.
008700 01  WS-SMSLOG-DSN                PIC X(100) VALUE 'SMSLOG.DAT'.
008800 01  WS-RETORNO-DSN               PIC X(100) VALUE 'SMSRET.DAT'.
008900 01  WS-AUDITORIA-DSN             PIC X(100) VALUE 'AUDCTT.LOG'.
009000 01  WS-LISTAGEM-DSN              PIC X(100) VALUE 'SMSRET.LST'.
009100 77  WS-FS                        PIC X(02) VALUE '00'.
009200     88 FS-OK                     VALUE '00'.
009300 77  WS-FS-FONE                   PIC X(02) VALUE '00'.
009400     88 FS-FONE-OK                VALUE '00'.
009500 77  WS-FS-SML                    PIC X(02) VALUE '00'.
009600     88 FS-SML-OK                 VALUE '00'.
009700 77  WS-FS-RET                    PIC X(02) VALUE '00'.
009800     88 FS-RET-OK                 VALUE '00'.
009900 77  WS-FS-LST                    PIC X(02) VALUE '00'.
010000     88 FS-LST-OK                 VALUE '00'.
010100 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
010200 77  WS-EOF-RET                   PIC X(01) VALUE 'N'.
010300     88 EOF-RET-OK                VALUE 'S' FALSE 'N'.
010400 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
010500     88 ARQUIVOS-ABERTOS          VALUE 'S' FALSE 'N'.
010600*----------------------------------------------------------------*
010700*    RETORNO CORRENTE E CONTADORES                               *
010800*----------------------------------------------------------------*
010900 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
011000 77  WS-CONT-LIDOS                PIC 9(06) VALUE ZEROS.
011100 77  WS-CONT-ENTREGUES            PIC 9(06) VALUE ZEROS.
011200 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
011300 77  WS-CONT-MARCADOS             PIC 9(06) VALUE ZEROS.
011400 77  WS-CONT-JA-MARCADOS          PIC 9(06) VALUE ZEROS.
011500 77  WS-CONT-TROCADOS             PIC 9(06) VALUE ZEROS.
011600 77  WS-CONT-SEM-REFERENCIA       PIC 9(06) VALUE ZEROS.
011700 77  WS-CONT-INVALIDOS            PIC 9(06) VALUE ZEROS.
011800 01  WS-SITUACAO-TXT              PIC X(16) VALUE SPACES.
011900 01  WS-LINHA-LST                 PIC X(100) VALUE SPACES.
012000*----------------------------------------------------------------*
012100*    AREA DE TRABALHO DA AUDITORIA (COPYBOOK AUDLOG)             *
012200*----------------------------------------------------------------*
012300 77  WS-FS-AUD                    PIC X(02) VALUE '00'.
012400     88 FS-AUD-OK                 VALUE '00'.
012500 77  WS-AUD-DATA                  PIC 9(08) VALUE ZEROS.
012600 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
012700 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'SMSRET'.
012800 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
012900 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
013000 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
013100 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
013200 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
013300     88 AUD-EOF-OK                VALUE 'S' FALSE 'N'.
013400 77  WS-ELO-BASE                  PIC 9(08) VALUE ZEROS.
013500 77  WS-ELO-SEQ                   PIC 9(08) VALUE ZEROS.
013600 77  WS-ELO-RESULT                PIC 9(08) VALUE ZEROS.
013700 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
013800 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
013900 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
014000 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
014100*----------------------------------------------------------------*
014200*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
014300*----------------------------------------------------------------*
014400 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
014500 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
014600     88 FS-RUN-OK                 VALUE '00'.
014700 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'SMSRET'.
014800 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
014900 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
015000 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
015100 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
015200 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
015300 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
015400 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
015500 PROCEDURE DIVISION.
015600******************************************************************
015700*    0000-MAINLINE - ROTINA PRINCIPAL                            *
015800******************************************************************
015900 0000-MAINLINE.
016000     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
016100     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
016200     DISPLAY '*** RETORNO DO GATEWAY DE SMS (SMSRET) ***'
016300     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
016400     PERFORM P100-ABRIR-ARQUIVOS  THRU P100-FIM
016500     IF ARQUIVOS-ABERTOS
016600        PERFORM P200-PROCESSAR    THRU P200-FIM
016700            UNTIL EOF-RET-OK
016800        PERFORM P800-RESUMO       THRU P800-FIM
016900     ELSE
017000        MOVE 08                   TO WS-RUN-RESULTADO
017100     END-IF
017200     PERFORM P900-FIM
017300     .
017400******************************************************************
017500*    P100-ABRIR-ARQUIVOS - ABRE O RETORNO DO GATEWAY, A LISTA DOS *
017600*                 OPERADORES, O LOG DE SMS E OS CADASTROS         *
017700******************************************************************
017800 P100-ABRIR-ARQUIVOS.
017900     SET ARQUIVOS-ABERTOS         TO FALSE
018000     OPEN INPUT RETORNO
018100     IF NOT FS-RET-OK
018200        DISPLAY 'ARQUIVO DE RETORNO DE SMS NAO ENCONTRADO: '
018300                FUNCTION TRIM(WS-RETORNO-DSN)
018400        GO TO P100-FIM
018500     END-IF
018600     OPEN OUTPUT LISTAGEM
018700     IF NOT FS-LST-OK
018800        DISPLAY 'ERRO AO ABRIR A LISTA DE NUMEROS MORTOS: '
018900                FUNCTION TRIM(WS-LISTAGEM-DSN)
019000        CLOSE RETORNO
019100        GO TO P100-FIM
019200     END-IF
019300     OPEN I-O SMSLOG
019400     IF NOT FS-SML-OK
019500        MOVE WS-FS-SML            TO WS-FS
019600        PERFORM 9000-TRADUZIR-FS
019700        DISPLAY 'ERRO AO ABRIR O LOG DE SMS: ' WS-FS-MSG
019800        CLOSE RETORNO
019900        CLOSE LISTAGEM
020000        GO TO P100-FIM
020100     END-IF
020200     OPEN I-O FONES
020300     IF NOT FS-FONE-OK
020400        MOVE WS-FS-FONE           TO WS-FS
020500        PERFORM 9000-TRADUZIR-FS
020600        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TELEFONES: ' WS-FS-MSG
020700        CLOSE RETORNO
020800        CLOSE LISTAGEM
020900        CLOSE SMSLOG
021000        GO TO P100-FIM
021100     END-IF
021200     OPEN INPUT CONTATOS
021300     IF NOT FS-OK
021400        PERFORM 9000-TRADUZIR-FS
021500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
021600        CLOSE RETORNO
021700        CLOSE LISTAGEM
021800        CLOSE SMSLOG
021900        CLOSE FONES
022000        GO TO P100-FIM
022100     END-IF
022200     SET ARQUIVOS-ABERTOS         TO TRUE
022300     .
022400 P100-FIM. EXIT.
022500******************************************************************
022600*    P200-PROCESSAR - LE UMA LINHA DO RETORNO E ATUALIZA O LOG DE *
022700*                 SMS; NUMERO MORTO VAI PARA O TELEFONE           *
022800******************************************************************
022900 P200-PROCESSAR.
023000     READ RETORNO
023100         AT END
023200             SET EOF-RET-OK       TO TRUE
023300             GO TO P200-FIM
023400     END-READ
023500     IF REG-SMS-RETORNO = SPACES
023600        GO TO P200-FIM
023700     END-IF
023800     ADD 1                        TO WS-CONT-LIDOS
023900     IF NOT SRT-SITUACAO-VALIDA OR SRT-ID-CONTATO NOT NUMERIC
024000        OR SRT-DT-REF NOT NUMERIC
024100        ADD 1                     TO WS-CONT-INVALIDOS
024200        DISPLAY 'LINHA DE RETORNO INVALIDA: ' REG-SMS-RETORNO
024300        GO TO P200-FIM
024400     END-IF
024500
024600     MOVE SRT-REFERENCIA          TO SML-CHAVE
024700     READ SMSLOG
024800         INVALID KEY
024900             ADD 1                TO WS-CONT-SEM-REFERENCIA
025000             DISPLAY 'RETORNO SEM SMS CORRESPONDENTE NO LOG: '
025100                     SRT-REFERENCIA
025200             GO TO P200-FIM
025300     END-READ
025400     MOVE SRT-SITUACAO            TO SML-RETORNO
025500     IF SRT-DATA-HORA IS NUMERIC
025600        MOVE SRT-DATA-HORA (1:8)  TO SML-DT-RETORNO
025700     ELSE
025800        MOVE WS-DATA-EXEC         TO SML-DT-RETORNO
025900     END-IF
026000     REWRITE REG-SMS-LOG
026100         INVALID KEY
026200             MOVE WS-FS-SML       TO WS-FS
026300             PERFORM 9000-TRADUZIR-FS
026400             DISPLAY 'FALHA AO ATUALIZAR O LOG DE SMS '
026500                     SRT-REFERENCIA ': ' WS-FS-MSG
026600     END-REWRITE
026700
026800     EVALUATE TRUE
026900         WHEN SRT-ENTREGUE
027000              ADD 1               TO WS-CONT-ENTREGUES
027100         WHEN SRT-FALHA
027200              ADD 1               TO WS-CONT-FALHAS
027300         WHEN OTHER
027400              PERFORM P210-MARCAR-FONE THRU P210-FIM
027500     END-EVALUATE
027600     .
027700 P200-FIM. EXIT.
027800******************************************************************
027900*    P210-MARCAR-FONE - MARCA O TELEFONE USADO NO ENVIO COMO      *
028000*                 INVALIDO OU DESLIGADO, SE AINDA FOR O MESMO     *
028100*                 NUMERO                                          *
028200******************************************************************
028300 P210-MARCAR-FONE.
028400     MOVE SML-ID-CONTATO          TO FONE-ID-CONTATO
028500     MOVE SML-FONE-SEQ            TO FONE-SEQ
028600     READ FONES WITH LOCK
028700         INVALID KEY
028800             ADD 1                TO WS-CONT-TROCADOS
028900             DISPLAY 'TELEFONE ' SML-ID-CONTATO '/' SML-FONE-SEQ
029000                     ' EXCLUIDO DEPOIS DO ENVIO - NADA A MARCAR.'
029100             GO TO P210-FIM
029200     END-READ
029300*    O OPERADOR PODE TER TROCADO O NUMERO ENTRE O ENVIO E O
029400*    RETORNO; O NUMERO NOVO NAO HERDA A MARCA DO ANTIGO.
029500     IF FONE-NUMERO NOT = SML-NUMERO
029600        ADD 1                     TO WS-CONT-TROCADOS
029700        UNLOCK FONES
029800        GO TO P210-FIM
029900     END-IF
030000     IF FONE-FORA-DE-USO
030100        ADD 1                     TO WS-CONT-JA-MARCADOS
030200        UNLOCK FONES
030300        GO TO P210-FIM
030400     END-IF
030500
030600     MOVE SPACES                  TO WS-REG-ANTERIOR-AUD
030700     MOVE REG-FONES               TO WS-REG-ANTERIOR-AUD
030800     MOVE SRT-SITUACAO            TO FONE-ST
030900     MOVE SML-DT-RETORNO          TO FONE-DT-ST
031000     REWRITE REG-FONES
031100         INVALID KEY
031200             MOVE WS-FS-FONE      TO WS-FS
031300             PERFORM 9000-TRADUZIR-FS
031400             DISPLAY 'FALHA AO MARCAR O TELEFONE ' FONE-ID-CONTATO
031500                     '/' FONE-SEQ ': ' WS-FS-MSG
031600         NOT INVALID KEY
031700             ADD 1                TO WS-CONT-MARCADOS
031800             SET AUD-OP-ALTERACAO     TO TRUE
031900             MOVE FONE-ID-CONTATO     TO AUD-ID-CONTATO
032000             MOVE WS-REG-ANTERIOR-AUD TO AUD-REG-ANTERIOR
032100             MOVE SPACES              TO AUD-REG-NOVO
032200             MOVE REG-FONES           TO AUD-REG-NOVO
032300             PERFORM 9200-GRAVAR-AUDITORIA THRU 9200-FIM
032400             PERFORM P230-LISTAR-MARCADO THRU P230-FIM
032500     END-REWRITE
032600     UNLOCK FONES
032700     .
032800 P210-FIM. EXIT.
032900******************************************************************
033000*    P230-LISTAR-MARCADO - GRAVA O TELEFONE MARCADO NA LISTA DOS  *
033100*                 OPERADORES (COLHER NUMERO NOVO NA PROXIMA       *
033200*                 LIGACAO)                                        *
033300******************************************************************
033400 P230-LISTAR-MARCADO.
033500     MOVE FONE-ID-CONTATO         TO ID-CONTATO
033600     READ CONTATOS
033700         INVALID KEY
033800             MOVE SPACES          TO NM-CONTATO
033900             MOVE SPACES          TO TEL-CONTATO
034000     END-READ
034100     IF FONE-INVALIDO
034200        MOVE 'NUMERO INVALIDO'    TO WS-SITUACAO-TXT
034300     ELSE
034400        MOVE 'NUMERO DESLIGADO'   TO WS-SITUACAO-TXT
034500     END-IF
034600     MOVE SPACES                  TO WS-LINHA-LST
034700     STRING FONE-ID-CONTATO       DELIMITED BY SIZE
034800            ' '                   DELIMITED BY SIZE
034900            NM-CONTATO            DELIMITED BY SIZE
035000            ' TEL '               DELIMITED BY SIZE
035100            TEL-CONTATO           DELIMITED BY SIZE
035200            ' CELULAR '           DELIMITED BY SIZE
035300            FONE-NUMERO           DELIMITED BY SIZE
035400            ' '                   DELIMITED BY SIZE
035500            WS-SITUACAO-TXT       DELIMITED BY SIZE
035600            INTO WS-LINHA-LST
035700     END-STRING
035800     MOVE WS-LINHA-LST            TO REG-LISTAGEM
035900     WRITE REG-LISTAGEM
036000     DISPLAY 'MARCADO: ' FUNCTION TRIM(WS-LINHA-LST)
036100     .
036200 P230-FIM. EXIT.
036300******************************************************************
036400*    P800-RESUMO - EMITE OS TOTAIS DO PROCESSAMENTO               *
036500******************************************************************
036600 P800-RESUMO.
036700     DISPLAY ' '
036800     DISPLAY '*** RESUMO DO RETORNO DE SMS ***'
036900     DISPLAY 'LINHAS DE RETORNO LIDAS...: ' WS-CONT-LIDOS
037000     DISPLAY 'ENTREGUES.................: ' WS-CONT-ENTREGUES
037100     DISPLAY 'FALHAS TEMPORARIAS........: ' WS-CONT-FALHAS
037200     DISPLAY 'TELEFONES MARCADOS........: ' WS-CONT-MARCADOS
037300     DISPLAY 'JA ESTAVAM MARCADOS.......: ' WS-CONT-JA-MARCADOS
037400     DISPLAY 'TROCADOS/EXCLUIDOS ANTES..: ' WS-CONT-TROCADOS
037500     DISPLAY 'SEM SMS NO LOG............: ' WS-CONT-SEM-REFERENCIA
037600     DISPLAY 'LINHAS INVALIDAS..........: ' WS-CONT-INVALIDOS
037700     DISPLAY 'LISTA PARA OS OPERADORES..: '
037800             FUNCTION TRIM(WS-LISTAGEM-DSN)
037900     CLOSE RETORNO
038000     CLOSE LISTAGEM
038100     CLOSE SMSLOG
038200     CLOSE FONES
038300     CLOSE CONTATOS
038400     .
038500 P800-FIM. EXIT.
038600******************************************************************
038700*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
038800******************************************************************
038900 P900-FIM.
039000     IF WS-RUN-RESULTADO = ZEROS
039100        AND (WS-CONT-SEM-REFERENCIA > ZEROS
039200             OR WS-CONT-INVALIDOS > ZEROS)
039300        MOVE 04                   TO WS-RUN-RESULTADO
039400     END-IF
039500     MOVE WS-CONT-LIDOS           TO WS-RUN-LIDOS
039600     MOVE WS-CONT-MARCADOS        TO WS-RUN-GRAVADOS
039700     COMPUTE WS-RUN-REJEITADOS = WS-CONT-SEM-REFERENCIA
039800                               + WS-CONT-INVALIDOS
039900     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
040000     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
040100     STOP RUN.
040200
040300     COPY FSTATUS.
040400     COPY AUDLOG.
040500     COPY AUDCHN.
040600     COPY DSNENV.
040700     COPY RUNLOG.
