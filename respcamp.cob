000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RESPCAMP.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-07-25.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CARGA EM LOTE DAS RESPOSTAS DE CAMPANHA
000900*                 (CAMPRESP.DAT, LAYOUT CRSPREG, UMA LINHA POR
001000*                 RESPOSTA) NO PUBLICO CONGELADO (CAMPALVO.DAT,
001100*                 LAYOUT CALVREG), COM AS MESMAS REGRAS DO
001200*                 REGISTRO ONLINE DO CADCAMP: A CAMPANHA TEM DE
001300*                 ESTAR CONGELADA, O CONTATO TEM DE SER DO PUBLICO
001400*                 E TER RECEBIDO A PECA (NA CAMPANHA DE CORREIO,
001500*                 SO O MARCADO COMO ENVIADO PELO CARTCTT), E A
001600*                 DATA FICA ENTRE O CONGELAMENTO E O DIA DO
001700*                 PROCESSAMENTO. A RESPOSTA JA REGISTRADA NAO E
001800*                 SUBSTITUIDA PELO ARQUIVO (CORRECAO E PELO
001900*                 CADCAMP). ORIGEM A = ARQUIVO; O OPERADOR FICA
002000*                 COMO 'RESPCAMP'. LINHAS RECUSADAS SAEM NO
002100*                 CONSOLE E DEIXAM RC 04.
002200*----------------------------------------------------------------*
002300*    HISTORICO DE ALTERACOES
002400*    DATA       AUTOR   DESCRICAO
002500*    ---------- ------- ----------------------------------------
002600*    2025-07-25 JSZ     PROGRAMA CRIADO (RESPOSTAS DE CAMPANHA EM
002700*                       LOTE).
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CAMPANHA ASSIGN TO WS-CAMPANHA-DSN
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CMP-CODIGO
003900         FILE STATUS IS WS-FS-CMP.
004000     SELECT CAMPALVO ASSIGN TO WS-CAMPALVO-DSN
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CMA-CHAVE
004400         ALTERNATE RECORD KEY IS CMA-ID-CONTATO WITH DUPLICATES
004500         FILE STATUS IS WS-FS-CMA.
004600     SELECT RESPOSTAS ASSIGN TO WS-RESPOSTAS-DSN
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-FS-RSP.
004900     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FS-RUN.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CAMPANHA.
005500     COPY CAMPREG.
005600 FD  CAMPALVO.
005700     COPY CALVREG.
005800 FD  RESPOSTAS.
005900     COPY CRSPREG.
006000 FD  RUNCTL.
006100     COPY RUNREG.
006200 WORKING-STORAGE SECTION.
006300 01  WS-CAMPANHA-DSN              PIC X(100) VALUE 'CAMPANHA.DAT'.
006400 01  WS-CAMPALVO-DSN              PIC X(100) VALUE 'CAMPALVO.DAT'.
006500 01  WS-RESPOSTAS-DSN             PIC X(100) VALUE 'CAMPRESP.DAT'.
006600 77  WS-FS                        PIC X(02) VALUE '00'.
006700     88 FS-OK                     VALUE '00'.
006800 77  WS-FS-CMP                    PIC X(02) VALUE '00'.
006900     88 FS-CMP-OK                 VALUE '00'.
007000 77  WS-FS-CMA                    PIC X(02) VALUE '00'.
007100     88 FS-CMA-OK                 VALUE '00'.
007200 77  WS-FS-RSP                    PIC X(02) VALUE '00'.
007300     88 FS-RSP-OK                 VALUE '00'.
007400 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007500 77  WS-EOF-RSP                   PIC X(01) VALUE 'N'.
007600     88 EOF-RSP-OK                VALUE 'S' FALSE 'N'.
007700 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
007800     88 ARQUIVOS-ABERTOS          VALUE 'S' FALSE 'N'.
007900*----------------------------------------------------------------*
008000*    RESPOSTA CORRENTE E CONTADORES                              *
008100*----------------------------------------------------------------*
008200 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
008300 77  WS-DT-RESPOSTA               PIC 9(08) VALUE ZEROS.
008400 77  WS-CONT-LIDOS                PIC 9(06) VALUE ZEROS.
008500 77  WS-CONT-REGISTRADOS          PIC 9(06) VALUE ZEROS.
008600 77  WS-CONT-JA-RESPONDIDOS       PIC 9(06) VALUE ZEROS.
008700 77  WS-CONT-SEM-CAMPANHA         PIC 9(06) VALUE ZEROS.
008800 77  WS-CONT-FORA-PUBLICO         PIC 9(06) VALUE ZEROS.
008900 77  WS-CONT-SEM-ENVIO            PIC 9(06) VALUE ZEROS.
009000 77  WS-CONT-FORA-DATA            PIC 9(06) VALUE ZEROS.
009100 77  WS-CONT-INVALIDOS            PIC 9(06) VALUE ZEROS.
009200*----------------------------------------------------------------*
009300*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
009400*----------------------------------------------------------------*
009500 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
009600 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
009700     88 FS-RUN-OK                 VALUE '00'.
009800 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RESPCAMP'.
009900 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
010000 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
010100 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
010200 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
010300 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
010400 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
010500 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
010600 PROCEDURE DIVISION.
010700******************************************************************
010800*    0000-MAINLINE - ROTINA PRINCIPAL                            *
010900******************************************************************
011000 0000-MAINLINE.
011100     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
011200     DISPLAY '*** RESPOSTAS DE CAMPANHA EM LOTE (RESPCAMP) ***'
011300     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
011400     PERFORM P100-ABRIR-ARQUIVOS  THRU P100-FIM
011500     IF ARQUIVOS-ABERTOS
011600        PERFORM P200-PROCESSAR    THRU P200-FIM
011700            UNTIL EOF-RSP-OK
011800        PERFORM P800-RESUMO       THRU P800-FIM
011900     ELSE
012000        MOVE 08                   TO WS-RUN-RESULTADO
012100     END-IF
012200     PERFORM P900-FIM
012300     .
012400******************************************************************
012500*    P100-ABRIR-ARQUIVOS - ABRE O ARQUIVO DE RESPOSTAS, AS       *
012600*                 CAMPANHAS E O PUBLICO CONGELADO                *
012700******************************************************************
012800 P100-ABRIR-ARQUIVOS.
012900     SET ARQUIVOS-ABERTOS         TO FALSE
013000     OPEN INPUT RESPOSTAS
013100     IF NOT FS-RSP-OK
013200        DISPLAY 'ARQUIVO DE RESPOSTAS NAO ENCONTRADO: '
013300                FUNCTION TRIM(WS-RESPOSTAS-DSN)
013400        GO TO P100-FIM
013500     END-IF
013600     OPEN INPUT CAMPANHA
013700     IF NOT FS-CMP-OK
013800        MOVE WS-FS-CMP            TO WS-FS
013900        PERFORM 9000-TRADUZIR-FS
014000        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CAMPANHAS: '
014100                WS-FS-MSG
014200        CLOSE RESPOSTAS
014300        GO TO P100-FIM
014400     END-IF
014500     OPEN I-O CAMPALVO
014600     IF NOT FS-CMA-OK
014700        MOVE WS-FS-CMA            TO WS-FS
014800        PERFORM 9000-TRADUZIR-FS
014900        DISPLAY 'ERRO AO ABRIR O PUBLICO DAS CAMPANHAS: '
015000                WS-FS-MSG
015100        CLOSE RESPOSTAS
015200        CLOSE CAMPANHA
015300        GO TO P100-FIM
015400     END-IF
015500     SET ARQUIVOS-ABERTOS         TO TRUE
015600     .
015700 P100-FIM. EXIT.
015800******************************************************************
015900*    P200-PROCESSAR - LE UMA LINHA DE RESPOSTA, CONFERE A        *
016000*                 CAMPANHA E O CONTATO E GRAVA A RESPOSTA NO     *
016100*                 PUBLICO                                        *
016200******************************************************************
016300 P200-PROCESSAR.
016400     READ RESPOSTAS
016500         AT END
016600             SET EOF-RSP-OK       TO TRUE
016700             GO TO P200-FIM
016800     END-READ
016900     IF REG-CAMP-RESPOSTA = SPACES
017000        GO TO P200-FIM
017100     END-IF
017200     ADD 1                        TO WS-CONT-LIDOS
017300     IF CRS-CODIGO = SPACES OR CRS-ID-CONTATO NOT NUMERIC
017400        OR NOT CRS-RESPOSTA-VALIDA OR CRS-DT-RESPOSTA NOT NUMERIC
017500        ADD 1                     TO WS-CONT-INVALIDOS
017600        DISPLAY 'LINHA DE RESPOSTA INVALIDA: ' REG-CAMP-RESPOSTA
017700        GO TO P200-FIM
017800     END-IF
017900
018000     IF CRS-CODIGO NOT = CMP-CODIGO
018100        MOVE CRS-CODIGO           TO CMP-CODIGO
018200        READ CAMPANHA
018300            INVALID KEY
018400                MOVE SPACES       TO REG-CAMPANHA
018500        END-READ
018600     END-IF
018700     IF NOT CMP-CONGELADA
018800        ADD 1                     TO WS-CONT-SEM-CAMPANHA
018900        DISPLAY 'CAMPANHA INEXISTENTE OU NAO CONGELADA: '
019000                CRS-CODIGO ' CONTATO ' CRS-ID-CONTATO
019100        GO TO P200-FIM
019200     END-IF
019300     MOVE CRS-DT-RESPOSTA         TO WS-DT-RESPOSTA
019400     IF WS-DT-RESPOSTA = ZEROS
019500        MOVE WS-DATA-EXEC         TO WS-DT-RESPOSTA
019600     END-IF
019700     IF WS-DT-RESPOSTA > WS-DATA-EXEC OR
019800        WS-DT-RESPOSTA < CMP-DT-CONGELADA
019900        ADD 1                     TO WS-CONT-FORA-DATA
020000        DISPLAY 'DATA FORA DO PERIODO DA CAMPANHA: '
020100                CRS-CODIGO ' CONTATO ' CRS-ID-CONTATO
020200                ' DATA ' WS-DT-RESPOSTA
020300        GO TO P200-FIM
020400     END-IF
020500
020600     MOVE CRS-CODIGO              TO CMA-CODIGO
020700     MOVE CRS-ID-CONTATO          TO CMA-ID-CONTATO
020800     READ CAMPALVO
020900         INVALID KEY
021000             ADD 1                TO WS-CONT-FORA-PUBLICO
021100             DISPLAY 'CONTATO FORA DO PUBLICO DA CAMPANHA: '
021200                     CRS-CODIGO ' CONTATO ' CRS-ID-CONTATO
021300             GO TO P200-FIM
021400     END-READ
021500     IF CMA-SUPRIMIDO OR
021600        (CMA-SELECIONADO AND CMP-CANAL-CORREIO)
021700        ADD 1                     TO WS-CONT-SEM-ENVIO
021800        DISPLAY 'CONTATO NAO RECEBEU A PECA DA CAMPANHA: '
021900                CRS-CODIGO ' CONTATO ' CRS-ID-CONTATO
022000        GO TO P200-FIM
022100     END-IF
022200     IF NOT CMA-SEM-RESPOSTA
022300        ADD 1                     TO WS-CONT-JA-RESPONDIDOS
022400        GO TO P200-FIM
022500     END-IF
022600
022700     MOVE CRS-RESPOSTA            TO CMA-RESPOSTA
022800     MOVE WS-DT-RESPOSTA          TO CMA-DT-RESPOSTA
022900     SET CMA-RESP-ARQUIVO         TO TRUE
023000     MOVE 'RESPCAMP'              TO CMA-OPER-RESPOSTA
023100     REWRITE REG-CAMP-ALVO
023200         INVALID KEY
023300             MOVE WS-FS-CMA       TO WS-FS
023400             PERFORM 9000-TRADUZIR-FS
023500             DISPLAY 'FALHA AO REGISTRAR A RESPOSTA ' CMA-CODIGO
023600                     '/' CMA-ID-CONTATO ': ' WS-FS-MSG
023700         NOT INVALID KEY
023800             ADD 1                TO WS-CONT-REGISTRADOS
023900     END-REWRITE
024000     .
024100 P200-FIM. EXIT.
024200******************************************************************
024300*    P800-RESUMO - EMITE OS TOTAIS DO PROCESSAMENTO              *
024400******************************************************************
024500 P800-RESUMO.
024600     DISPLAY ' '
024700     DISPLAY '*** RESUMO DAS RESPOSTAS DE CAMPANHA ***'
024800     DISPLAY 'LINHAS DE RESPOSTA LIDAS..: ' WS-CONT-LIDOS
024900     DISPLAY 'RESPOSTAS REGISTRADAS.....: ' WS-CONT-REGISTRADOS
025000     DISPLAY 'JA RESPONDIDOS (MANTIDOS).: ' WS-CONT-JA-RESPONDIDOS
025100     DISPLAY 'CAMPANHA NAO CONGELADA....: ' WS-CONT-SEM-CAMPANHA
025200     DISPLAY 'FORA DO PUBLICO...........: ' WS-CONT-FORA-PUBLICO
025300     DISPLAY 'SEM PECA ENVIADA..........: ' WS-CONT-SEM-ENVIO
025400     DISPLAY 'DATA FORA DO PERIODO......: ' WS-CONT-FORA-DATA
025500     DISPLAY 'LINHAS INVALIDAS..........: ' WS-CONT-INVALIDOS
025600     CLOSE RESPOSTAS
025700     CLOSE CAMPANHA
025800     CLOSE CAMPALVO
025900     .
026000 P800-FIM. EXIT.
026100******************************************************************
026200*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
026300******************************************************************
026400 P900-FIM.
026500     COMPUTE WS-RUN-REJEITADOS = WS-CONT-SEM-CAMPANHA
026600                               + WS-CONT-FORA-PUBLICO
026700                               + WS-CONT-SEM-ENVIO
026800                               + WS-CONT-FORA-DATA
026900                               + WS-CONT-INVALIDOS
027000     IF WS-RUN-RESULTADO = ZEROS AND WS-RUN-REJEITADOS > ZEROS
027100        MOVE 04                   TO WS-RUN-RESULTADO
027200     END-IF
027300     MOVE WS-CONT-LIDOS           TO WS-RUN-LIDOS
027400     MOVE WS-CONT-REGISTRADOS     TO WS-RUN-GRAVADOS
027500     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
027600     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
027700     STOP RUN.
027800
027900     COPY FSTATUS.
028000     COPY RUNLOG.
