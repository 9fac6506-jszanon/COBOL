000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IMPFAT.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-05-16.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CARGA DIARIA DAS NOTAS DE FATURAMENTO DO ERP
000900*                 (FATERP.DAT, LAYOUT FATREG) COMO MOVIMENTOS DE
001000*                 SALDO, NO LUGAR DA REDIGITACAO NO CADMOV. O
001100*                 ARQUIVO TRAZ CABECALHO '00' (DATA + SEQUENCIA DO
001200*                 ARQUIVO), DETALHES '01' (ID-CONTATO, TIPO D/C,
001300*                 VALOR, MOTIVO E DOCUMENTO) E TRAILER '99'
001400*                 (QUANTIDADE + SOMA). COMO NO RETBANC, O ARQUIVO
001500*                 E LIDO EM DUAS PASSADAS: A PRIMEIRA CONFERE O
001600*                 TRAILER CONTRA OS DETALHES E A SEQUENCIA CONTRA
001700*                 O CONTROLE DE ARQUIVOS JA PROCESSADOS
001800*                 (FATCTL.DAT, LAYOUT FATCREG) - ARQUIVO QUE NAO
001900*                 FECHA OU JA PROCESSADO E RECUSADO INTEIRO, SEM
002000*                 GERAR NADA (RC 08). A SEGUNDA PASSADA APLICA A
002100*                 CADA DETALHE AS MESMAS REGRAS DO CADMOV (CONTATO
002200*                 CADASTRADO E ATIVO, TIPO D/C, VALOR DIFERENTE DE
002300*                 ZERO, MOTIVO DA TABELA, ATIVO, DE NATUREZA
002400*                 COMPATIVEL E DE USO MANUAL): O DETALHE BOM VAI
002500*                 PARA MOVCTT.DAT, COM A DATA DO CABECALHO, PARA O
002600*                 POSTSAL APLICAR; O RUIM VAI PARA FATREJ.DAT
002700*                 (LAYOUT FATRREG) COM O CODIGO DA RECUSA, PARA
002800*                 DEVOLVER AO ERP (RC 04). A SEQUENCIA ACEITA FICA
002900*                 GRAVADA EM FATCTL.DAT COM OS TOTAIS. RODA ANTES
003000*                 DO POSTSAL NA ESTEIRA.
003100*----------------------------------------------------------------*
003200*    HISTORICO DE ALTERACOES
003300*    DATA       AUTOR   DESCRICAO
003400*    ---------- ------- ----------------------------------------
003500*    2025-05-16 JSZ     PROGRAMA CRIADO (CARGA DO FATURAMENTO DO
003600*                       ERP).
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT FATERP ASSIGN TO WS-FATERP-DSN
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FS-FAT.
004700     SELECT FATREJ ASSIGN TO WS-FATREJ-DSN
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-REJ.
005000     SELECT FATCTL ASSIGN TO WS-FATCTL-DSN
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS FTC-SEQ
005400         FILE STATUS IS WS-FS-FTC.
005500     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FS-MOV.
005800     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS ID-CONTATO
006200         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
006300         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
006400             SUPPRESS WHEN SPACES
006500         FILE STATUS IS WS-FS.
006600     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS MTV-CODIGO
007000         FILE STATUS IS WS-FS-MTV.
007100     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-FS-RUN.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  FATERP.
007700     COPY FATREG.
007800 FD  FATREJ.
007900     COPY FATRREG.
008000 FD  FATCTL.
008100     COPY FATCREG.
008200 FD  MOVIMENTOS.
008300     COPY MOVREG.
008400 FD  CONTATOS.
008500     COPY CONTREG.
008600 FD  MOTIVOS.
008700     COPY MOTREG.
008800 FD  RUNCTL.
008900     COPY RUNREG.
009000 WORKING-STORAGE SECTION.
009100 01  WS-FATERP-DSN                PIC X(100) VALUE 'FATERP.DAT'.
009200 01  WS-FATREJ-DSN                PIC X(100) VALUE 'FATREJ.DAT'.
009300 01  WS-FATCTL-DSN                PIC X(100) VALUE 'FATCTL.DAT'.
009400 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
009500 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
009600 77  WS-FS-FAT                    PIC X(02) VALUE '00'.
009700     88 FS-FAT-OK                 VALUE '00'.
009800 77  WS-FS-REJ                    PIC X(02) VALUE '00'.
009900     88 FS-REJ-OK                 VALUE '00'.
010000 77  WS-FS-FTC                    PIC X(02) VALUE '00'.
010100     88 FS-FTC-OK                 VALUE '00'.
010200 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
010300     88 FS-MOV-OK                 VALUE '00'.
010400 77  WS-FS                        PIC X(02) VALUE '00'.
010500     88 FS-OK                     VALUE '00'.
010600 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
010700 77  WS-EOF-FAT                   PIC X(01) VALUE 'N'.
010800     88 EOF-FAT-OK                VALUE 'S' FALSE 'N'.
010900*----------------------------------------------------------------*
011000*    CONFERENCIA DO ARQUIVO (PRIMEIRA PASSADA)                   *
011100*----------------------------------------------------------------*
011200 01  WS-TEM-CABECALHO             PIC X(01) VALUE 'N'.
011300     88 TEM-CABECALHO             VALUE 'S' FALSE 'N'.
011400 01  WS-TEM-TRAILER               PIC X(01) VALUE 'N'.
011500     88 TEM-TRAILER               VALUE 'S' FALSE 'N'.
011600 01  WS-ARQUIVO-VALIDO            PIC X(01) VALUE 'N'.
011700     88 ARQUIVO-VALIDO            VALUE 'S' FALSE 'N'.
011800 01  WS-CONTROLE-SW               PIC X(01) VALUE 'N'.
011900     88 CONTROLE-INVALIDO         VALUE 'S' FALSE 'N'.
012000 01  WS-FASE                      PIC X(01) VALUE '1'.
012100     88 FASE-CONFERENCIA          VALUE '1'.
012200     88 FASE-GERACAO              VALUE '2'.
012300 77  WS-DATA-ARQUIVO              PIC 9(08) VALUE ZEROS.
012400 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
012500 77  WS-SEQ-ARQUIVO               PIC 9(06) VALUE ZEROS.
012600 77  WS-CONT-DETALHES             PIC 9(06) VALUE ZEROS.
012700 77  WS-SOMA-DETALHES             PIC 9(13)V99 VALUE ZEROS.
012800 77  WS-TRL-QTD-INF               PIC 9(06) VALUE ZEROS.
012900 77  WS-TRL-SOMA-INF              PIC 9(13)V99 VALUE ZEROS.
013000 77  WS-CONT-INVALIDOS            PIC 9(06) VALUE ZEROS.
013100 01  WS-LINHA-CABECALHO           PIC X(80) VALUE SPACES.
013200*----------------------------------------------------------------*
013300*    VALIDACAO DOS DETALHES E TOTAIS (SEGUNDA PASSADA)           *
013400*----------------------------------------------------------------*
013500 01  WS-REJ-CODIGO                PIC X(02) VALUE SPACES.
013600     88 DETALHE-ACEITO            VALUE SPACES.
013700 01  WS-REJ-MENSAGEM              PIC X(50) VALUE SPACES.
013800 77  WS-CONT-ACEITOS              PIC 9(06) VALUE ZEROS.
013900 77  WS-CONT-REJEITADOS           PIC 9(06) VALUE ZEROS.
014000 77  WS-SOMA-ACEITA               PIC 9(13)V99 VALUE ZEROS.
014100 77  WS-SOMA-REJEITADA            PIC 9(13)V99 VALUE ZEROS.
014200 01  WS-REJ-TRAILER.
014300     03  WS-REJ-TRL-TIPO          PIC X(02) VALUE '99'.
014400     03  WS-REJ-TRL-QTD           PIC 9(06) VALUE ZEROS.
014500     03  WS-REJ-TRL-SOMA          PIC 9(13)V99 VALUE ZEROS.
014600     03  FILLER                   PIC X(57) VALUE SPACES.
014700 01  WS-SAIDAS-SW                 PIC X(01) VALUE 'N'.
014800     88 SAIDAS-ABERTAS            VALUE 'S' FALSE 'N'.
014900 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
015000 77  WS-HORA-AGORA                PIC 9(08) VALUE ZEROS.
015100 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
015200*----------------------------------------------------------------*
015300*    AREA DA TABELA DE MOTIVOS (COPYBOOK MOTTAB)                 *
015400*----------------------------------------------------------------*
015500 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
015600 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
015700     88 FS-MTV-OK                 VALUE '00'.
015800 77  WS-MTV-QTD                   PIC 9(02) VALUE ZEROS.
015900 01  WS-TAB-MOTIVOS.
016000     03  WS-MTV-ENT               OCCURS 50 TIMES.
016100         05  WS-MTV-COD           PIC X(10).
016200         05  WS-MTV-NAT           PIC X(01).
016300         05  WS-MTV-CONTA         PIC X(12).
016400         05  WS-MTV-USO           PIC X(01).
016500         05  WS-MTV-SIT           PIC X(01).
016600 77  WS-MTV-IDX                   PIC 9(02) VALUE ZEROS.
016700 77  WS-MTV-ACHADO                PIC 9(02) VALUE ZEROS.
016800 01  WS-MTV-EOF-SW                PIC X(01) VALUE 'N'.
016900     88 MTV-EOF-OK                VALUE 'S' FALSE 'N'.
017000 01  WS-MTV-CARREGADA-SW          PIC X(01) VALUE 'N'.
017100     88 MTV-TAB-CARREGADA         VALUE 'S'.
017200 77  WS-MTV-BUSCA                 PIC X(10) VALUE SPACES.
017300 77  WS-MTV-TIPO-BUSCA            PIC X(01) VALUE SPACES.
017400 01  WS-MTV-VALIDO-SW             PIC X(01) VALUE 'N'.
017500     88 MOTIVO-VALIDO             VALUE 'S' FALSE 'N'.
017600 77  WS-MTV-ERRO                  PIC X(50) VALUE SPACES.
017700*----------------------------------------------------------------*
017800*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
017900*----------------------------------------------------------------*
018000 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
018100 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
018200     88 FS-RUN-OK                 VALUE '00'.
018300 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'IMPFAT'.
018400 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
018500 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
018600 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
018700 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
018800 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
018900 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
019000 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
019100 PROCEDURE DIVISION.
019200******************************************************************
019300*    0000-MAINLINE - ROTINA PRINCIPAL                            *
019400******************************************************************
019500 0000-MAINLINE.
019600     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
019700     DISPLAY '*** CARGA DO FATURAMENTO DO ERP (IMPFAT) ***'
019800     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
019900     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
020000
020100     SET FASE-CONFERENCIA         TO TRUE
020200     PERFORM P200-PASSAR-ARQUIVO  THRU P200-FIM
020300     IF NOT ARQUIVO-VALIDO
020400        MOVE 08                   TO WS-RUN-RESULTADO
020500        DISPLAY 'ARQUIVO RECUSADO - NENHUM MOVIMENTO GERADO.'
020600        GO TO 0000-ENCERRAR
020700     END-IF
020800
020900     PERFORM P260-VERIFICAR-SEQUENCIA THRU P260-FIM
021000     IF NOT ARQUIVO-VALIDO
021100        MOVE 08                   TO WS-RUN-RESULTADO
021200        DISPLAY 'ARQUIVO RECUSADO - NENHUM MOVIMENTO GERADO.'
021300        GO TO 0000-ENCERRAR
021400     END-IF
021500
021600     PERFORM P300-ABRIR-SAIDAS    THRU P300-FIM
021700     IF NOT SAIDAS-ABERTAS
021800        MOVE 08                   TO WS-RUN-RESULTADO
021900        CLOSE FATCTL
022000        GO TO 0000-ENCERRAR
022100     END-IF
022200
022300     SET FASE-GERACAO             TO TRUE
022400     MOVE WS-LINHA-CABECALHO      TO REJ-REGISTRO
022500     MOVE SPACES                  TO REJ-CODIGO
022600     MOVE SPACES                  TO REJ-MENSAGEM
022700     WRITE REG-FAT-REJEITO
022800     PERFORM P200-PASSAR-ARQUIVO  THRU P200-FIM
022900     MOVE WS-CONT-REJEITADOS      TO WS-REJ-TRL-QTD
023000     MOVE WS-SOMA-REJEITADA       TO WS-REJ-TRL-SOMA
023100     MOVE WS-REJ-TRAILER          TO REJ-REGISTRO
023200     MOVE SPACES                  TO REJ-CODIGO
023300     MOVE SPACES                  TO REJ-MENSAGEM
023400     WRITE REG-FAT-REJEITO
023500     CLOSE MOVIMENTOS
023600     CLOSE FATREJ
023700     CLOSE CONTATOS
023800
023900     PERFORM P400-GRAVAR-CONTROLE THRU P400-FIM
024000     CLOSE FATCTL
024100     PERFORM P800-RESUMO          THRU P800-FIM
024200     .
024300 0000-ENCERRAR.
024400     PERFORM P900-FIM
024500     .
024600******************************************************************
024700*    P200-PASSAR-ARQUIVO - LE O ARQUIVO DO ERP DO COMECO AO FIM; *
024800*                 NA FASE 1 SO CONFERE, NA FASE 2 GERA OS         *
024900*                 MOVIMENTOS E OS REJEITADOS                      *
025000******************************************************************
025100 P200-PASSAR-ARQUIVO.
025200     SET EOF-FAT-OK               TO FALSE
025300     SET TEM-CABECALHO            TO FALSE
025400     SET TEM-TRAILER              TO FALSE
025500     SET CONTROLE-INVALIDO        TO FALSE
025600     MOVE ZEROS                   TO WS-CONT-DETALHES
025700     MOVE ZEROS                   TO WS-SOMA-DETALHES
025800     MOVE '00'                    TO WS-FS-FAT
025900     OPEN INPUT FATERP
026000     IF NOT FS-FAT-OK
026100        DISPLAY 'ARQUIVO DE FATURAMENTO NAO ENCONTRADO: '
026200                FUNCTION TRIM(WS-FATERP-DSN)
026300        SET ARQUIVO-VALIDO        TO FALSE
026400        GO TO P200-FIM
026500     END-IF
026600
026700     PERFORM P210-TRATAR-REGISTRO THRU P210-FIM
026800         UNTIL EOF-FAT-OK
026900     CLOSE FATERP
027000
027100     IF FASE-CONFERENCIA
027200        PERFORM P250-CONFERIR     THRU P250-FIM
027300     END-IF
027400     .
027500 P200-FIM. EXIT.
027600******************************************************************
027700*    P210-TRATAR-REGISTRO - CLASSIFICA UM REGISTRO DO ARQUIVO    *
027800*                 PELO TIPO ('00'/'01'/'99')                      *
027900******************************************************************
028000 P210-TRATAR-REGISTRO.
028100     READ FATERP
028200         AT END
028300             SET EOF-FAT-OK        TO TRUE
028400             GO TO P210-FIM
028500     END-READ
028600     EVALUATE TRUE
028700         WHEN FAT-CABECALHO
028800             SET TEM-CABECALHO     TO TRUE
028900             MOVE REG-FAT-DETALHE  TO WS-LINHA-CABECALHO
029000             IF FAT-CAB-DATA IS NUMERIC AND FAT-CAB-SEQ IS NUMERIC
029100                MOVE FAT-CAB-DATA  TO WS-DATA-ARQUIVO
029200                MOVE FAT-CAB-SEQ   TO WS-SEQ-ARQUIVO
029300             ELSE
029400                SET CONTROLE-INVALIDO TO TRUE
029500             END-IF
029600         WHEN FAT-DETALHE
029700             PERFORM P220-TRATAR-DETALHE THRU P220-FIM
029800         WHEN FAT-TRAILER
029900             SET TEM-TRAILER       TO TRUE
030000             IF FAT-TRL-QTD IS NUMERIC AND FAT-TRL-SOMA IS NUMERIC
030100                MOVE FAT-TRL-QTD   TO WS-TRL-QTD-INF
030200                MOVE FAT-TRL-SOMA  TO WS-TRL-SOMA-INF
030300             ELSE
030400                SET CONTROLE-INVALIDO TO TRUE
030500             END-IF
030600         WHEN OTHER
030700             IF FASE-CONFERENCIA
030800                ADD 1              TO WS-CONT-INVALIDOS
030900                DISPLAY 'REGISTRO DE TIPO DESCONHECIDO '
031000                        'IGNORADO: ' FAT-TIPO-REG
031100             END-IF
031200     END-EVALUATE
031300     .
031400 P210-FIM. EXIT.
031500******************************************************************
031600*    P220-TRATAR-DETALHE - ACUMULA UM DETALHE PARA A CONFERENCIA *
031700*                 DO TRAILER; NA FASE DE GERACAO VALIDA E GRAVA   *
031800*                 O MOVIMENTO OU O REJEITADO                      *
031900******************************************************************
032000 P220-TRATAR-DETALHE.
032100*    TODO DETALHE ENTRA NA CONTAGEM - O TRAILER DO ERP CONTA O
032200*    QUE FOI ENVIADO, NAO O QUE SERA ACEITO. VALOR NAO NUMERICO
032300*    NAO TEM COMO SOMAR E ACABA DERRUBANDO A SOMA DO TRAILER.
032400     ADD 1                        TO WS-CONT-DETALHES
032500     IF FAT-VALOR IS NUMERIC
032600        ADD FAT-VALOR             TO WS-SOMA-DETALHES
032700     END-IF
032800     IF FASE-CONFERENCIA
032900        GO TO P220-FIM
033000     END-IF
033100
033200     PERFORM P230-VALIDAR-DETALHE THRU P230-FIM
033300     IF DETALHE-ACEITO
033400        MOVE FAT-ID-CONTATO       TO MOV-ID-CONTATO
033500        MOVE WS-DATA-ARQUIVO      TO MOV-DATA
033600        MOVE FAT-TIPO             TO MOV-TIPO
033700        MOVE FAT-VALOR            TO MOV-VALOR
033800        MOVE FAT-MOTIVO           TO MOV-MOTIVO
033900        MOVE ZEROS                TO MOV-REF-SEQ
034000        MOVE SPACES               TO MOV-LIBERADO
034100        MOVE SPACES               TO MOV-OPER-INCL
034200        MOVE SPACES               TO MOV-OPER-APROV
034300        WRITE REG-MOVIMENTO
034400        ADD 1                     TO WS-CONT-ACEITOS
034500        ADD FAT-VALOR             TO WS-SOMA-ACEITA
034600     ELSE
034700        MOVE REG-FAT-DETALHE      TO REJ-REGISTRO
034800        MOVE WS-REJ-CODIGO        TO REJ-CODIGO
034900        MOVE WS-REJ-MENSAGEM      TO REJ-MENSAGEM
035000        WRITE REG-FAT-REJEITO
035100        ADD 1                     TO WS-CONT-REJEITADOS
035200        IF FAT-VALOR IS NUMERIC
035300           ADD FAT-VALOR          TO WS-SOMA-REJEITADA
035400        END-IF
035500        DISPLAY 'REJEITADO DOC ' FAT-DOCUMENTO ' CONTATO '
035600                FAT-ID-CONTATO ': ' FUNCTION TRIM(WS-REJ-MENSAGEM)
035700     END-IF
035800     .
035900 P220-FIM. EXIT.
036000******************************************************************
036100*    P230-VALIDAR-DETALHE - MESMAS REGRAS DO P250 DO CADMOV:     *
036200*                 CONTATO CADASTRADO E ATIVO, TIPO D/C, VALOR     *
036300*                 DIFERENTE DE ZERO E MOTIVO ACEITO PELA TABELA   *
036400*                 (MOTTAB) DE USO MANUAL. DEVOLVE WS-REJ-CODIGO   *
036500*                 EM BRANCO QUANDO O DETALHE E ACEITO             *
036600******************************************************************
036700 P230-VALIDAR-DETALHE.
036800     MOVE SPACES                  TO WS-REJ-CODIGO
036900     MOVE SPACES                  TO WS-REJ-MENSAGEM
037000     IF FAT-ID-CONTATO NOT NUMERIC OR FAT-ID-CONTATO = ZEROS
037100        MOVE '01'                 TO WS-REJ-CODIGO
037200        MOVE 'ID-CONTATO INVALIDO' TO WS-REJ-MENSAGEM
037300        GO TO P230-FIM
037400     END-IF
037500     MOVE FAT-ID-CONTATO          TO ID-CONTATO
037600     READ CONTATOS
037700         INVALID KEY
037800             MOVE '02'            TO WS-REJ-CODIGO
037900             MOVE 'CONTATO NAO CADASTRADO' TO WS-REJ-MENSAGEM
038000             GO TO P230-FIM
038100     END-READ
038200     IF CONTATO-INATIVO
038300        MOVE '03'                 TO WS-REJ-CODIGO
038400        MOVE 'CONTATO INATIVO'    TO WS-REJ-MENSAGEM
038500        GO TO P230-FIM
038600     END-IF
038700     IF FAT-TIPO NOT = 'D' AND FAT-TIPO NOT = 'C'
038800        MOVE '04'                 TO WS-REJ-CODIGO
038900        MOVE 'TIPO INVALIDO - USE D OU C' TO WS-REJ-MENSAGEM
039000        GO TO P230-FIM
039100     END-IF
039200     IF FAT-VALOR NOT NUMERIC OR FAT-VALOR = ZEROS
039300        MOVE '05'                 TO WS-REJ-CODIGO
039400        MOVE 'VALOR NAO NUMERICO OU ZERO' TO WS-REJ-MENSAGEM
039500        GO TO P230-FIM
039600     END-IF
039700*    ESTORNO E RESERVADO DO ESTMOV, COMO NO CADMOV.
039800     IF FAT-MOTIVO = 'ESTORNO'
039900        MOVE '07'                 TO WS-REJ-CODIGO
040000        MOVE 'MOTIVO ESTORNO E RESERVADO AO ESTMOV'
040100                                  TO WS-REJ-MENSAGEM
040200        GO TO P230-FIM
040300     END-IF
040400     MOVE FAT-MOTIVO              TO WS-MTV-BUSCA
040500     MOVE FAT-TIPO                TO WS-MTV-TIPO-BUSCA
040600     PERFORM 9360-VALIDAR-MOTIVO  THRU 9360-FIM
040700     IF NOT MOTIVO-VALIDO
040800        MOVE '06'                 TO WS-REJ-CODIGO
040900        MOVE WS-MTV-ERRO          TO WS-REJ-MENSAGEM
041000        GO TO P230-FIM
041100     END-IF
041200     IF WS-MTV-USO (WS-MTV-ACHADO) NOT = 'M'
041300        MOVE '07'                 TO WS-REJ-CODIGO
041400        MOVE 'MOTIVO GERADO SO POR PROGRAMA' TO WS-REJ-MENSAGEM
041500        GO TO P230-FIM
041600     END-IF
041700     .
041800 P230-FIM. EXIT.
041900******************************************************************
042000*    P250-CONFERIR - VALIDA CABECALHO E TRAILER CONTRA OS        *
042100*                 DETALHES ACUMULADOS                             *
042200******************************************************************
042300 P250-CONFERIR.
042400     SET ARQUIVO-VALIDO           TO FALSE
042500     IF NOT TEM-CABECALHO
042600        DISPLAY 'ARQUIVO SEM REGISTRO DE CABECALHO (00).'
042700        GO TO P250-FIM
042800     END-IF
042900     IF NOT TEM-TRAILER
043000        DISPLAY 'ARQUIVO SEM REGISTRO DE TRAILER (99).'
043100        GO TO P250-FIM
043200     END-IF
043300     IF CONTROLE-INVALIDO
043400        DISPLAY 'CABECALHO OU TRAILER COM CAMPO NAO NUMERICO.'
043500        GO TO P250-FIM
043600     END-IF
043700     IF WS-SEQ-ARQUIVO = ZEROS
043800        DISPLAY 'CABECALHO SEM SEQUENCIA DO ARQUIVO.'
043900        GO TO P250-FIM
044000     END-IF
044100     IF WS-DATA-ARQUIVO = ZEROS
044200        MOVE ZEROS                TO WS-DIAS-AUX
044300     ELSE
044400        COMPUTE WS-DIAS-AUX =
044500            FUNCTION INTEGER-OF-DATE(WS-DATA-ARQUIVO)
044600     END-IF
044700     IF WS-DIAS-AUX = ZEROS
044800        DISPLAY 'CABECALHO COM DATA DO FATURAMENTO INEXISTENTE: '
044900                WS-DATA-ARQUIVO
045000        GO TO P250-FIM
045100     END-IF
045200     IF WS-TRL-QTD-INF NOT = WS-CONT-DETALHES
045300        DISPLAY 'QUANTIDADE DO TRAILER (' WS-TRL-QTD-INF
045400                ') NAO CONFERE COM OS DETALHES LIDOS ('
045500                WS-CONT-DETALHES ').'
045600        GO TO P250-FIM
045700     END-IF
045800     IF WS-TRL-SOMA-INF NOT = WS-SOMA-DETALHES
045900        DISPLAY 'SOMA DO TRAILER NAO CONFERE COM OS DETALHES '
046000                'LIDOS.'
046100        GO TO P250-FIM
046200     END-IF
046300     SET ARQUIVO-VALIDO           TO TRUE
046400     DISPLAY 'ARQUIVO CONFERIDO: ' WS-CONT-DETALHES ' DETALHES, '
046500             'SEQUENCIA ' WS-SEQ-ARQUIVO ' DE ' WS-DATA-ARQUIVO
046600     .
046700 P250-FIM. EXIT.
046800******************************************************************
046900*    P260-VERIFICAR-SEQUENCIA - ABRE FATCTL.DAT (CRIA NA PRIMEIRA *
047000*                 VEZ, FILE STATUS 35) E RECUSA A SEQUENCIA JA    *
047100*                 PROCESSADA. O ARQUIVO FICA ABERTO PARA O P400   *
047200******************************************************************
047300 P260-VERIFICAR-SEQUENCIA.
047400     SET ARQUIVO-VALIDO           TO FALSE
047500     MOVE '00'                    TO WS-FS-FTC
047600     OPEN I-O FATCTL
047700     IF WS-FS-FTC = '35'
047800        OPEN OUTPUT FATCTL
047900        CLOSE FATCTL
048000        MOVE '00'                 TO WS-FS-FTC
048100        OPEN I-O FATCTL
048200     END-IF
048300     IF NOT FS-FTC-OK
048400        MOVE WS-FS-FTC            TO WS-FS
048500        PERFORM 9000-TRADUZIR-FS
048600        DISPLAY 'ERRO AO ABRIR O CONTROLE DE ARQUIVOS: ' WS-FS-MSG
048700        GO TO P260-FIM
048800     END-IF
048900
049000     MOVE WS-SEQ-ARQUIVO          TO FTC-SEQ
049100     READ FATCTL
049200         INVALID KEY
049300             SET ARQUIVO-VALIDO   TO TRUE
049400     END-READ
049500     IF NOT ARQUIVO-VALIDO
049600        DISPLAY 'SEQUENCIA ' WS-SEQ-ARQUIVO ' JA PROCESSADA EM '
049700                FTC-DATA-HORA (1:8) ' (ARQUIVO DE '
049800                FTC-DATA-ARQUIVO ').'
049900        CLOSE FATCTL
050000     END-IF
050100     .
050200 P260-FIM. EXIT.
050300******************************************************************
050400*    P300-ABRIR-SAIDAS - ABRE CONTATOS.DAT (CONSULTA), MOVCTT.DAT *
050500*                 (EXTEND, CRIA SE NAO EXISTE) E FATREJ.DAT. SEM  *
050600*                 QUALQUER UM DELES NADA E GERADO                 *
050700******************************************************************
050800 P300-ABRIR-SAIDAS.
050900     SET SAIDAS-ABERTAS           TO FALSE
051000     OPEN INPUT CONTATOS
051100     IF NOT FS-OK
051200        PERFORM 9000-TRADUZIR-FS
051300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
051400        GO TO P300-FIM
051500     END-IF
051600
051700     MOVE '00'                    TO WS-FS-MOV
051800     OPEN EXTEND MOVIMENTOS
051900     IF WS-FS-MOV = '35'
052000        OPEN OUTPUT MOVIMENTOS
052100        MOVE '00'                 TO WS-FS-MOV
052200     END-IF
052300     IF NOT FS-MOV-OK
052400        MOVE WS-FS-MOV            TO WS-FS
052500        PERFORM 9000-TRADUZIR-FS
052600        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS: '
052700                WS-FS-MSG
052800        CLOSE CONTATOS
052900        GO TO P300-FIM
053000     END-IF
053100
053200     OPEN OUTPUT FATREJ
053300     IF NOT FS-REJ-OK
053400        MOVE WS-FS-REJ            TO WS-FS
053500        PERFORM 9000-TRADUZIR-FS
053600        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REJEITADOS: '
053700                WS-FS-MSG
053800        CLOSE CONTATOS
053900        CLOSE MOVIMENTOS
054000        GO TO P300-FIM
054100     END-IF
054200     SET SAIDAS-ABERTAS           TO TRUE
054300     .
054400 P300-FIM. EXIT.
054500******************************************************************
054600*    P400-GRAVAR-CONTROLE - REGISTRA A SEQUENCIA PROCESSADA E OS *
054700*                 TOTAIS EM FATCTL.DAT                            *
054800******************************************************************
054900 P400-GRAVAR-CONTROLE.
055000     ACCEPT WS-HORA-AGORA         FROM TIME
055100     MOVE WS-SEQ-ARQUIVO          TO FTC-SEQ
055200     MOVE WS-DATA-ARQUIVO         TO FTC-DATA-ARQUIVO
055300     MOVE WS-DATA-HOJE            TO FTC-DATA-HORA (1:8)
055400     MOVE WS-HORA-AGORA (1:6)     TO FTC-DATA-HORA (9:6)
055500     MOVE WS-CONT-DETALHES        TO FTC-QTD-LIDOS
055600     MOVE WS-CONT-ACEITOS         TO FTC-QTD-ACEITOS
055700     MOVE WS-CONT-REJEITADOS      TO FTC-QTD-REJEITADOS
055800     MOVE WS-SOMA-ACEITA          TO FTC-SOMA-ACEITA
055900     MOVE WS-SOMA-REJEITADA       TO FTC-SOMA-REJEITADA
056000     WRITE REG-FAT-CONTROLE
056100         INVALID KEY
056200             DISPLAY 'AVISO: SEQUENCIA ' WS-SEQ-ARQUIVO
056300                     ' NAO REGISTRADA EM FATCTL.DAT.'
056400             MOVE 04              TO WS-RUN-RESULTADO
056500     END-WRITE
056600     .
056700 P400-FIM. EXIT.
056800******************************************************************
056900*    P800-RESUMO - EMITE OS TOTAIS DO PROCESSAMENTO               *
057000******************************************************************
057100 P800-RESUMO.
057200     DISPLAY ' '
057300     DISPLAY '*** RESUMO DA CARGA DO FATURAMENTO ***'
057400     DISPLAY 'SEQUENCIA DO ARQUIVO.....: ' WS-SEQ-ARQUIVO
057500     DISPLAY 'DATA DO FATURAMENTO......: ' WS-DATA-ARQUIVO
057600     DISPLAY 'DETALHES LIDOS...........: ' WS-CONT-DETALHES
057700     DISPLAY 'MOVIMENTOS GERADOS.......: ' WS-CONT-ACEITOS
057800     MOVE WS-SOMA-ACEITA          TO WS-MSK-TOTAL
057900     DISPLAY 'SOMA DOS MOVIMENTOS......: ' WS-MSK-TOTAL
058000     DISPLAY 'DETALHES REJEITADOS......: ' WS-CONT-REJEITADOS
058100     MOVE WS-SOMA-REJEITADA       TO WS-MSK-TOTAL
058200     DISPLAY 'SOMA DOS REJEITADOS......: ' WS-MSK-TOTAL
058300     DISPLAY 'REGISTROS IGNORADOS......: ' WS-CONT-INVALIDOS
058400     IF WS-CONT-REJEITADOS > ZEROS
058500        DISPLAY 'REJEITADOS EM ' FUNCTION TRIM(WS-FATREJ-DSN)
058600                ' PARA DEVOLUCAO AO ERP.'
058700     END-IF
058800     DISPLAY 'MOVIMENTOS SERAO APLICADOS NA PROXIMA EFETIVACAO '
058900             '(POSTSAL).'
059000     .
059100 P800-FIM. EXIT.
059200******************************************************************
059300*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
059400******************************************************************
059500 P900-FIM.
059600     DISPLAY '*** FIM DA CARGA DO FATURAMENTO ***'
059700     MOVE WS-CONT-DETALHES        TO WS-RUN-LIDOS
059800     MOVE WS-CONT-ACEITOS         TO WS-RUN-GRAVADOS
059900     MOVE WS-CONT-REJEITADOS      TO WS-RUN-REJEITADOS
060000     IF WS-RUN-RESULTADO = ZEROS AND
060100        (WS-CONT-REJEITADOS > ZEROS OR WS-CONT-INVALIDOS > ZEROS)
060200        MOVE 04                   TO WS-RUN-RESULTADO
060300     END-IF
060400     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
060500     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
060600     STOP RUN.
060700
060800     COPY FSTATUS.
060900     COPY RUNLOG.
061000     COPY MOTTAB.
061100     COPY DSNENV.
