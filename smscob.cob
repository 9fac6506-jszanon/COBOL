000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SMSCOB.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-07-18.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: REMESSA DE LEMBRETES DE COBRANCA POR SMS PARA O
000900*                 GATEWAY (SMSENV.DAT, LAYOUT SMSEREG). TRES
001000*                 FONTES DE LEMBRETE:
001100*                 - C1/C2/C3: DEVEDOR ATIVO COM NIVEL-COBRANCA
001200*                   1 A 3 CUJO AVISO DO CARTCOB (DT-ULT-AVISO)
001300*                   SAIU NOS ULTIMOS DIAS=N DIAS;
001400*                 - PA: PARCELA DE ACORDO ATIVO (ACORDOS.DAT) QUE
001500*                   VENCE ENTRE HOJE E HOJE + DIAS=N;
001600*                 - PR: PROMESSA DE PAGAMENTO EM ABERTO
001700*                   (PROMESSAS.DAT) COM DATA PROMETIDA ENTRE HOJE
001800*                   E HOJE + DIAS=N.
001900*                 (DIAS=N NA LINHA DE COMANDO, PADRAO 3.)
002000*                 CADA LEMBRETE SAI UMA SO VEZ: A CHAVE DO FATO
002100*                 (CONTATO + TIPO + DATA DE REFERENCIA) FICA EM
002200*                 SMSLOG.DAT (LAYOUT SMSLREG). SO RECEBE SMS QUEM
002300*                 TEM CONSENTIMENTO VIGENTE NO CANAL SMS
002400*                 (CONSENT.DAT, COPYBOOK CNSCHK) E UM CELULAR EM
002500*                 USO EM FONES.DAT (O PRIMEIRO, NA ORDEM DA
002600*                 SEQUENCIA; OS MARCADOS INVALIDOS OU DESLIGADOS
002700*                 PELO SMSRET SAO PULADOS). OS SUPRIMIDOS SAO
002800*                 CONTADOS NO RESUMO.
002900*                 OS TEXTOS VEM DOS MODELOS MANTIDOS EM
003000*                 SMSMOD.TXT, UMA LINHA POR TIPO: CODIGO NAS
003100*                 COLUNAS 1-2 (C1, C2, C3, PA OU PR), TEXTO A
003200*                 PARTIR DA COLUNA 4, COM OS MARCADORES %NOME%,
003300*                 %VALOR% E %DATA% (LINHA COM '*' NA COLUNA 1 E
003400*                 COMENTARIO). O TEXTO MONTADO E CORTADO EM 160
003500*                 CARACTERES.
003600*                 HORARIO DE SILENCIO: SILENCIO=HHMM-HHMM (PADRAO
003700*                 2000-0800). GERADA DENTRO DO SILENCIO, A REMESSA
003800*                 SAI AGENDADA PARA O FIM DELE - O GATEWAY NAO
003900*                 DISPARA ANTES DO AGENDAMENTO.
004000*                 A REMESSA E RECRIADA A CADA EXECUCAO: O GATEWAY
004100*                 PRECISA RECOLHER A ANTERIOR ANTES DA PROXIMA.
004200*                 RETURN-CODE: 00 = OK, 04 = TIPO SEM MODELO OU
004300*                 CONSENT.DAT AUSENTE, 08 = ERRO DE ARQUIVO.
004400*----------------------------------------------------------------*
004500*    HISTORICO DE ALTERACOES
004600*    DATA       AUTOR   DESCRICAO
004700*    ---------- ------- ----------------------------------------
004800*    2025-07-18 JSZ     PROGRAMA CRIADO (REMESSA DE SMS DE
004900*                       COBRANCA).
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SPECIAL-NAMES.
005400     DECIMAL-POINT IS COMMA.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ID-CONTATO
006100         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
006200         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
006300             SUPPRESS WHEN SPACES
006400         FILE STATUS IS WS-FS.
006500     SELECT FONES ASSIGN TO WS-FONES-DSN
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS FONE-CHAVE
006900         ALTERNATE RECORD KEY IS FONE-ID-CONTATO WITH DUPLICATES
007000         FILE STATUS IS WS-FS-FONE.
007100     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS ACO-CHAVE
007500         FILE STATUS IS WS-FS-ACO.
007600     SELECT PROMESSAS ASSIGN TO WS-PROMESSAS-DSN
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS PRM-CHAVE
008000         FILE STATUS IS WS-FS-PRM.
008100     SELECT CONSENT ASSIGN TO WS-CONSENT-DSN
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS CNS-CHAVE
008500         FILE STATUS IS WS-FS-CNS.
008600     SELECT SMSLOG ASSIGN TO WS-SMSLOG-DSN
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS SML-CHAVE
009000         FILE STATUS IS WS-FS-SML.
009100     SELECT MODELO ASSIGN TO WS-MODELO-DSN
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-FS-MOD.
009400     SELECT REMESSA ASSIGN TO WS-REMESSA-DSN
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-FS-REM.
009700     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-FS-RUN.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  CONTATOS.
010300     COPY CONTREG.
010400 FD  FONES.
010500     COPY FONEREG.
010600 FD  ACORDOS.
010700     COPY ACORREG.
010800 FD  PROMESSAS.
010900     COPY PROMREG.
011000 FD  CONSENT.
011100     COPY CONSREG.
011200 FD  SMSLOG.
011300     COPY SMSLREG.
011400 FD  MODELO.
011500 01  REG-MODELO                   PIC X(200).
011600 FD  REMESSA.
011700     COPY SMSEREG.
011800 FD  RUNCTL.
011900     COPY RUNREG.
012000 WORKING-STORAGE SECTION.
012100 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
012200 01  WS-FONES-DSN                 PIC X(100) VALUE 'FONES.DAT'.
012300 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
012400 01  WS-PROMESSAS-DSN             PIC X(100)
012500                                  VALUE 'PROMESSAS.DAT'.
012600 01  WS-SMSLOG-DSN                PIC X(100) VALUE 'SMSLOG.DAT'.
012700 01  WS-MODELO-DSN                PIC X(100) VALUE 'SMSMOD.TXT'.
012800 01  WS-REMESSA-DSN               PIC X(100) VALUE 'SMSENV.DAT'.
012900 77  WS-FS                        PIC X(02) VALUE '00'.
013000     88 FS-OK                     VALUE '00'.
013100 77  WS-FS-FONE                   PIC X(02) VALUE '00'.
013200     88 FS-FONE-OK                VALUE '00'.
013300 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
013400     88 FS-ACO-OK                 VALUE '00'.
013500 77  WS-FS-PRM                    PIC X(02) VALUE '00'.
013600     88 FS-PRM-OK                 VALUE '00'.
013700 77  WS-FS-SML                    PIC X(02) VALUE '00'.
013800     88 FS-SML-OK                 VALUE '00'.
013900 77  WS-FS-MOD                    PIC X(02) VALUE '00'.
014000     88 FS-MOD-OK                 VALUE '00'.
014100 77  WS-FS-REM                    PIC X(02) VALUE '00'.
014200     88 FS-REM-OK                 VALUE '00'.
014300 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
014400 77  WS-EOF                       PIC X(01) VALUE 'N'.
014500     88 EOF-OK                    VALUE 'S' FALSE 'N'.
014600 77  WS-EOF-FONE                  PIC X(01) VALUE 'N'.
014700     88 EOF-FONE-OK               VALUE 'S' FALSE 'N'.
014800 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
014900     88 ARQUIVOS-ABERTOS          VALUE 'S' FALSE 'N'.
015000*----------------------------------------------------------------*
015100*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO                *
015200*----------------------------------------------------------------*
015300 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
015400 01  WS-PARM-TOKENS.
015500     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
015600                                  INDEXED BY WS-PARM-IDX.
015700 77  WS-DIAS                      PIC 9(03) VALUE 3.
015800 77  WS-SIL-INI                   PIC 9(04) VALUE 2000.
015900 77  WS-SIL-FIM                   PIC 9(04) VALUE 0800.
016000*----------------------------------------------------------------*
016100*    DATAS DE REFERENCIA E AGENDAMENTO DA REMESSA                *
016200*----------------------------------------------------------------*
016300 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
016400 77  WS-HORA-EXEC                 PIC 9(08) VALUE ZEROS.
016500 77  WS-HHMM-EXEC                 PIC 9(04) VALUE ZEROS.
016600 77  WS-DATA-MIN                  PIC 9(08) VALUE ZEROS.
016700 77  WS-DATA-LIMITE               PIC 9(08) VALUE ZEROS.
016800 77  WS-DIA-INT                   PIC 9(08) VALUE ZEROS.
016900 01  WS-AGENDA                    PIC 9(12) VALUE ZEROS.
017000 01  FILLER REDEFINES WS-AGENDA.
017100     03  WS-AGENDA-DATA           PIC 9(08).
017200     03  WS-AGENDA-HHMM           PIC 9(04).
017300 01  WS-ADIADA-SW                 PIC X(01) VALUE 'N'.
017400     88 REMESSA-ADIADA            VALUE 'S' FALSE 'N'.
017500*----------------------------------------------------------------*
017600*    MODELOS DE TEXTO (SMSMOD.TXT) - UM POR TIPO DE LEMBRETE     *
017700*----------------------------------------------------------------*
017800 01  WS-TAB-CODIGOS-VAL.
017900     03  FILLER                   PIC X(02) VALUE 'C1'.
018000     03  FILLER                   PIC X(02) VALUE 'C2'.
018100     03  FILLER                   PIC X(02) VALUE 'C3'.
018200     03  FILLER                   PIC X(02) VALUE 'PA'.
018300     03  FILLER                   PIC X(02) VALUE 'PR'.
018400 01  WS-TAB-CODIGOS REDEFINES WS-TAB-CODIGOS-VAL.
018500     03  WS-MOD-CODIGO            PIC X(02) OCCURS 5 TIMES.
018600 01  WS-TAB-MODELOS.
018700     03  WS-MOD-ENT               OCCURS 5 TIMES.
018800         05  WS-MOD-TEXTO         PIC X(160).
018900         05  WS-MOD-ACHADO        PIC X(01).
019000 77  WS-MOD-IDX                   PIC 9(02) VALUE ZEROS.
019100 77  WS-MOD-BUSCA                 PIC 9(02) VALUE ZEROS.
019200 01  WS-LINHA-MODELO.
019300     03  WS-LMO-CODIGO            PIC X(02).
019400     03  FILLER                   PIC X(01).
019500     03  WS-LMO-TEXTO             PIC X(160).
019600     03  FILLER                   PIC X(37).
019700*----------------------------------------------------------------*
019800*    LEMBRETE CORRENTE E MONTAGEM DO TEXTO                       *
019900*----------------------------------------------------------------*
020000 77  WS-SMS-ID                    PIC 9(06) VALUE ZEROS.
020100 77  WS-SMS-TIPO                  PIC X(02) VALUE SPACES.
020200 77  WS-SMS-DT-REF                PIC 9(08) VALUE ZEROS.
020300 77  WS-SMS-VALOR                 PIC 9(09)V99 VALUE ZEROS.
020400 77  WS-SMS-FONE-SEQ              PIC 9(02) VALUE ZEROS.
020500 77  WS-SMS-NUMERO                PIC X(15) VALUE SPACES.
020600 01  WS-SMS-TEXTO                 PIC X(160) VALUE SPACES.
020700 01  WS-CELULAR-SW                PIC X(01) VALUE 'N'.
020800     88 ACHOU-CELULAR             VALUE 'S' FALSE 'N'.
020900 01  WS-CORTADO-SW                PIC X(01) VALUE 'N'.
021000     88 TEXTO-CORTADO             VALUE 'S' FALSE 'N'.
021100 01  WS-MARCADOR-SW               PIC X(01) VALUE 'N'.
021200     88 PEDACO-MARCADOR           VALUE 'S' FALSE 'N'.
021300 01  WS-MOD-CORRENTE              PIC X(160) VALUE SPACES.
021400 77  WS-MOD-TAM                   PIC 9(03) VALUE ZEROS.
021500 77  WS-PTR-ENT                   PIC 9(03) VALUE ZEROS.
021600 77  WS-PTR-SAI                   PIC 9(03) VALUE ZEROS.
021700 01  WS-PEDACO                    PIC X(160) VALUE SPACES.
021800 77  WS-PEDACO-TAM                PIC 9(03) VALUE ZEROS.
021900 01  WS-NOME-TXT                  PIC X(20) VALUE SPACES.
022000 01  WS-VALOR-TXT                 PIC X(20) VALUE SPACES.
022100 01  WS-DATA-TXT                  PIC X(10) VALUE SPACES.
022200 01  WS-MSK-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
022300*----------------------------------------------------------------*
022400*    CONTADORES DO RESUMO                                        *
022500*----------------------------------------------------------------*
022600 77  WS-CONT-CANDIDATOS           PIC 9(06) VALUE ZEROS.
022700 77  WS-CONT-GERADOS              PIC 9(06) VALUE ZEROS.
022800 77  WS-CONT-COBRANCA             PIC 9(06) VALUE ZEROS.
022900 77  WS-CONT-PARCELAS             PIC 9(06) VALUE ZEROS.
023000 77  WS-CONT-PROMESSAS            PIC 9(06) VALUE ZEROS.
023100 77  WS-CONT-JA-ENVIADOS          PIC 9(06) VALUE ZEROS.
023200 77  WS-CONT-INATIVOS             PIC 9(06) VALUE ZEROS.
023300 77  WS-CONT-SEM-CONSENT          PIC 9(06) VALUE ZEROS.
023400 77  WS-CONT-SEM-CELULAR          PIC 9(06) VALUE ZEROS.
023500 77  WS-CONT-SEM-MODELO           PIC 9(06) VALUE ZEROS.
023600 77  WS-CONT-CORTADOS             PIC 9(06) VALUE ZEROS.
023700 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
023800*----------------------------------------------------------------*
023900*    AREA DA CONSULTA DE CONSENTIMENTO (COPYBOOK CNSCHK)         *
024000*----------------------------------------------------------------*
024100 01  WS-CONSENT-DSN               PIC X(100) VALUE 'CONSENT.DAT'.
024200 77  WS-FS-CNS                    PIC X(02) VALUE '00'.
024300     88 FS-CNS-OK                 VALUE '00'.
024400 77  WS-CNS-BUSCA-ID              PIC 9(06) VALUE ZEROS.
024500 77  WS-CNS-BUSCA-CANAL           PIC X(01) VALUE 'S'.
024600 77  WS-CNS-DATA-REF              PIC 9(14) VALUE ZEROS.
024700 01  WS-CNS-ABERTO-SW             PIC X(01) VALUE 'N'.
024800     88 CNS-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
024900 01  WS-CNS-ACHOU-SW              PIC X(01) VALUE 'N'.
025000     88 CNS-REGISTRO-ACHADO       VALUE 'S' FALSE 'N'.
025100 01  WS-CNS-OK-SW                 PIC X(01) VALUE 'N'.
025200     88 CONSENTIMENTO-OK          VALUE 'S' FALSE 'N'.
025300*----------------------------------------------------------------*
025400*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
025500*----------------------------------------------------------------*
025600 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
025700 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
025800     88 FS-RUN-OK                 VALUE '00'.
025900 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'SMSCOB'.
026000 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
026100 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
026200 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
026300 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
026400 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
026500 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
026600 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
026700 PROCEDURE DIVISION.
026800******************************************************************
026900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
027000******************************************************************
027100 0000-MAINLINE.
027200     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
027300     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
027400     DISPLAY '*** REMESSA DE SMS DE COBRANCA (SMSCOB) ***'
027500     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
027600     ACCEPT WS-HORA-EXEC          FROM TIME
027700     MOVE WS-HORA-EXEC (1:4)      TO WS-HHMM-EXEC
027800     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
027900     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
028000     PERFORM P120-CALCULAR-DATAS  THRU P120-FIM
028100
028200     PERFORM P150-CARREGAR-MODELOS THRU P150-FIM
028300     IF NOT FS-MOD-OK
028400        MOVE 08                   TO WS-RUN-RESULTADO
028500        GO TO 0000-ENCERRAR
028600     END-IF
028700
028800     PERFORM P200-ABRIR-ARQUIVOS  THRU P200-FIM
028900     IF NOT ARQUIVOS-ABERTOS
029000        MOVE 08                   TO WS-RUN-RESULTADO
029100        GO TO 0000-ENCERRAR
029200     END-IF
029300
029400     PERFORM P300-COBRANCA        THRU P300-FIM
029500     PERFORM P350-PARCELAS        THRU P350-FIM
029600     PERFORM P380-PROMESSAS       THRU P380-FIM
029700     PERFORM P700-FECHAR-REMESSA  THRU P700-FIM
029800     PERFORM P800-RESUMO          THRU P800-FIM
029900     .
030000 0000-ENCERRAR.
030100     PERFORM P900-FIM
030200     .
030300******************************************************************
030400*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
030500*                         E ARMA AS CHAVES DE EXECUCAO           *
030600******************************************************************
030700 P100-ANALISAR-PARM.
030800     MOVE SPACES                  TO WS-PARM-TOKENS
030900     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
031000         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
031100              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
031200              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
031300              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
031400              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
031500     END-UNSTRING
031600
031700     SET WS-PARM-IDX              TO 1
031800     PERFORM P110-ANALISAR-TOKEN
031900         VARYING WS-PARM-IDX FROM 1 BY 1
032000         UNTIL WS-PARM-IDX > 10
032100     DISPLAY 'ANTECEDENCIA (DIAS)...: ' WS-DIAS
032200     DISPLAY 'HORARIO DE SILENCIO...: ' WS-SIL-INI ' A '
032300             WS-SIL-FIM
032400     .
032500 P100-FIM. EXIT.
032600******************************************************************
032700*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
032800******************************************************************
032900 P110-ANALISAR-TOKEN.
033000     EVALUATE TRUE
033100         WHEN WS-PARM-TOKEN(WS-PARM-IDX) (1:5) = 'DIAS='
033200              IF WS-PARM-TOKEN(WS-PARM-IDX) (6:3) IS NUMERIC
033300                 MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:3) TO WS-DIAS
033400              ELSE
033500                 IF WS-PARM-TOKEN(WS-PARM-IDX) (6:2) IS NUMERIC
033600                    MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:2)
033700                                  TO WS-DIAS
033800                 ELSE
033900                    IF WS-PARM-TOKEN(WS-PARM-IDX) (6:1) IS NUMERIC
034000                       MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:1)
034100                                  TO WS-DIAS
034200                    ELSE
034300                       DISPLAY 'PARAMETRO DIAS= INVALIDO - '
034400                               'VALE 3.'
034500                    END-IF
034600                 END-IF
034700              END-IF
034800         WHEN WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'SILENCIO='
034900              IF WS-PARM-TOKEN(WS-PARM-IDX) (10:4) IS NUMERIC
035000                 AND WS-PARM-TOKEN(WS-PARM-IDX) (14:1) = '-'
035100                 AND WS-PARM-TOKEN(WS-PARM-IDX) (15:4) IS NUMERIC
035200                 AND WS-PARM-TOKEN(WS-PARM-IDX) (10:4) < '2400'
035300                 AND WS-PARM-TOKEN(WS-PARM-IDX) (15:4) < '2400'
035400                 MOVE WS-PARM-TOKEN(WS-PARM-IDX) (10:4)
035500                                  TO WS-SIL-INI
035600                 MOVE WS-PARM-TOKEN(WS-PARM-IDX) (15:4)
035700                                  TO WS-SIL-FIM
035800              ELSE
035900                 DISPLAY 'PARAMETRO SILENCIO= INVALIDO (USE '
036000                         'HHMM-HHMM) - VALE 2000-0800.'
036100              END-IF
036200     END-EVALUATE
036300     .
036400 P110-FIM. EXIT.
036500******************************************************************
036600*    P120-CALCULAR-DATAS - JANELA DOS LEMBRETES E AGENDAMENTO DA  *
036700*                 REMESSA CONFORME O HORARIO DE SILENCIO          *
036800******************************************************************
036900 P120-CALCULAR-DATAS.
037000     COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
037100     COMPUTE WS-DATA-LIMITE =
037200             FUNCTION DATE-OF-INTEGER(WS-DIA-INT + WS-DIAS)
037300     COMPUTE WS-DATA-MIN =
037400             FUNCTION DATE-OF-INTEGER(WS-DIA-INT - WS-DIAS)
037500
037600     SET REMESSA-ADIADA           TO FALSE
037700     MOVE WS-DATA-EXEC            TO WS-AGENDA-DATA
037800     MOVE WS-HHMM-EXEC            TO WS-AGENDA-HHMM
037900*    SILENCIO QUE ATRAVESSA A MEIA-NOITE (2000-0800): ANTES DA
038000*    MEIA-NOITE A REMESSA VAI PARA O FIM DO SILENCIO DE AMANHA,
038100*    DEPOIS DELA PARA O FIM DO SILENCIO DE HOJE. SILENCIO DENTRO
038200*    DO MESMO DIA (1200-1400) ADIA PARA O FIM DELE. INICIO = FIM
038300*    DESLIGA O SILENCIO.
038400     IF WS-SIL-INI > WS-SIL-FIM
038500        IF WS-HHMM-EXEC NOT < WS-SIL-INI
038600           SET REMESSA-ADIADA     TO TRUE
038700           COMPUTE WS-AGENDA-DATA =
038800                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT + 1)
038900        END-IF
039000        IF WS-HHMM-EXEC < WS-SIL-FIM
039100           SET REMESSA-ADIADA     TO TRUE
039200        END-IF
039300     END-IF
039400     IF WS-SIL-INI < WS-SIL-FIM
039500        AND WS-HHMM-EXEC NOT < WS-SIL-INI
039600        AND WS-HHMM-EXEC < WS-SIL-FIM
039700        SET REMESSA-ADIADA        TO TRUE
039800     END-IF
039900     IF REMESSA-ADIADA
040000        MOVE WS-SIL-FIM           TO WS-AGENDA-HHMM
040100        DISPLAY 'GERADA NO HORARIO DE SILENCIO - DISPARO '
040200                'AGENDADO PARA ' WS-AGENDA
040300     END-IF
040400     .
040500 P120-FIM. EXIT.
040600******************************************************************
040700*    P150-CARREGAR-MODELOS - LE OS MODELOS DE TEXTO (SMSMOD.TXT)  *
040800*                 PARA A TABELA. TIPO SEM MODELO NAO GERA SMS     *
040900******************************************************************
041000 P150-CARREGAR-MODELOS.
041100     INITIALIZE WS-TAB-MODELOS
041200     SET EOF-OK                   TO FALSE
041300     OPEN INPUT MODELO
041400     IF NOT FS-MOD-OK
041500        DISPLAY 'MODELOS DE SMS NAO ENCONTRADOS: '
041600                FUNCTION TRIM(WS-MODELO-DSN)
041700        GO TO P150-FIM
041800     END-IF
041900     PERFORM P160-LER-MODELO      THRU P160-FIM
042000         UNTIL EOF-OK
042100     CLOSE MODELO
042200     MOVE '00'                    TO WS-FS-MOD
042300     PERFORM P170-CONFERIR-MODELO THRU P170-FIM
042400         VARYING WS-MOD-IDX FROM 1 BY 1
042500         UNTIL WS-MOD-IDX > 5
042600     .
042700 P150-FIM. EXIT.
042800 P160-LER-MODELO.
042900     READ MODELO
043000         AT END
043100             SET EOF-OK           TO TRUE
043200             GO TO P160-FIM
043300     END-READ
043400     IF REG-MODELO = SPACES OR REG-MODELO (1:1) = '*'
043500        GO TO P160-FIM
043600     END-IF
043700     MOVE REG-MODELO              TO WS-LINHA-MODELO
043800     PERFORM P165-LOCALIZAR-TIPO  THRU P165-FIM
043900     IF WS-MOD-IDX > 5
044000        DISPLAY 'LINHA DE MODELO COM CODIGO DESCONHECIDO: '
044100                WS-LMO-CODIGO
044200        GO TO P160-FIM
044300     END-IF
044400     IF WS-LMO-TEXTO = SPACES
044500        DISPLAY 'MODELO ' WS-LMO-CODIGO ' SEM TEXTO - IGNORADO.'
044600        GO TO P160-FIM
044700     END-IF
044800     MOVE WS-LMO-TEXTO            TO WS-MOD-TEXTO (WS-MOD-IDX)
044900     MOVE 'S'                     TO WS-MOD-ACHADO (WS-MOD-IDX)
045000     .
045100 P160-FIM. EXIT.
045200******************************************************************
045300*    P165-LOCALIZAR-TIPO - POSICIONA WS-MOD-IDX NO TIPO DE        *
045400*                 WS-LMO-CODIGO (6 = NAO ACHOU)                   *
045500******************************************************************
045600 P165-LOCALIZAR-TIPO.
045700     MOVE 6                       TO WS-MOD-IDX
045800     PERFORM P166-COMPARAR-TIPO   THRU P166-FIM
045900         VARYING WS-MOD-BUSCA FROM 1 BY 1
046000         UNTIL WS-MOD-BUSCA > 5
046100     .
046200 P165-FIM. EXIT.
046300 P166-COMPARAR-TIPO.
046400     IF WS-MOD-CODIGO (WS-MOD-BUSCA) = WS-LMO-CODIGO
046500        MOVE WS-MOD-BUSCA         TO WS-MOD-IDX
046600     END-IF
046700     .
046800 P166-FIM. EXIT.
046900 P170-CONFERIR-MODELO.
047000     IF WS-MOD-ACHADO (WS-MOD-IDX) NOT = 'S'
047100        DISPLAY 'SEM MODELO PARA O TIPO '
047200                WS-MOD-CODIGO (WS-MOD-IDX)
047300                ' - ESSES LEMBRETES NAO SAIRAO.'
047400     END-IF
047500     .
047600 P170-FIM. EXIT.
047700******************************************************************
047800*    P200-ABRIR-ARQUIVOS - ABRE CADASTROS, CONSENTIMENTOS, O LOG  *
047900*                 DE ENVIOS (CRIADO NA PRIMEIRA EXECUCAO) E A     *
048000*                 REMESSA, QUE RECEBE O CABECALHO                 *
048100******************************************************************
048200 P200-ABRIR-ARQUIVOS.
048300     SET ARQUIVOS-ABERTOS         TO FALSE
048400     OPEN INPUT CONTATOS
048500     IF NOT FS-OK
048600        PERFORM 9000-TRADUZIR-FS
048700        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
048800        GO TO P200-FIM
048900     END-IF
049000     OPEN INPUT FONES
049100     IF NOT FS-FONE-OK
049200        MOVE WS-FS-FONE           TO WS-FS
049300        PERFORM 9000-TRADUZIR-FS
049400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TELEFONES: ' WS-FS-MSG
049500        CLOSE CONTATOS
049600        GO TO P200-FIM
049700     END-IF
049800     OPEN I-O SMSLOG
049900     IF WS-FS-SML = '35'
050000        OPEN OUTPUT SMSLOG
050100        CLOSE SMSLOG
050200        MOVE '00'                 TO WS-FS-SML
050300        OPEN I-O SMSLOG
050400     END-IF
050500     IF NOT FS-SML-OK
050600        MOVE WS-FS-SML            TO WS-FS
050700        PERFORM 9000-TRADUZIR-FS
050800        DISPLAY 'ERRO AO ABRIR O LOG DE SMS: ' WS-FS-MSG
050900        CLOSE CONTATOS
051000        CLOSE FONES
051100        GO TO P200-FIM
051200     END-IF
051300     OPEN OUTPUT REMESSA
051400     IF NOT FS-REM-OK
051500        DISPLAY 'ERRO AO ABRIR A REMESSA DE SMS: '
051600                FUNCTION TRIM(WS-REMESSA-DSN)
051700        CLOSE CONTATOS
051800        CLOSE FONES
051900        CLOSE SMSLOG
052000        GO TO P200-FIM
052100     END-IF
052200     PERFORM 9520-ABRIR-CONSENT   THRU 9520-FIM
052300     IF NOT CNS-ARQ-ABERTO
052400        DISPLAY 'CONSENT.DAT NAO ENCONTRADO - NENHUM CONTATO TEM '
052500                'CONSENTIMENTO DE SMS; NADA SERA ENVIADO.'
052600        MOVE 04                   TO WS-RUN-RESULTADO
052700     END-IF
052800
052900     MOVE SPACES                  TO REG-SMS-CABEC
053000     SET SME-CABECALHO            TO TRUE
053100     MOVE WS-DATA-EXEC            TO SME-CAB-DATA-HORA (1:8)
053200     MOVE WS-HORA-EXEC (1:6)      TO SME-CAB-DATA-HORA (9:6)
053300     MOVE WS-AGENDA               TO SME-CAB-AGENDA
053400     WRITE REG-SMS-CABEC
053500     SET ARQUIVOS-ABERTOS         TO TRUE
053600     .
053700 P200-FIM. EXIT.
053800******************************************************************
053900*    P300-COBRANCA - VARRE CONTATOS.DAT ATRAS DOS AVISOS RECENTES *
054000*                 DO CICLO DE COBRANCA (CARTCOB)                  *
054100******************************************************************
054200 P300-COBRANCA.
054300     SET EOF-OK                   TO FALSE
054400     MOVE ZEROS                   TO ID-CONTATO
054500     START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
054600         INVALID KEY
054700             SET EOF-OK           TO TRUE
054800     END-START
054900     PERFORM P310-EXAMINAR-DEVEDOR THRU P310-FIM
055000         UNTIL EOF-OK
055100     .
055200 P300-FIM. EXIT.
055300 P310-EXAMINAR-DEVEDOR.
055400     READ CONTATOS NEXT RECORD
055500         AT END
055600             SET EOF-OK           TO TRUE
055700             GO TO P310-FIM
055800     END-READ
055900     IF NIVEL-COBRANCA < 1 OR NIVEL-COBRANCA > 3
056000        OR SALDO-CONTATO NOT < ZEROS
056100        OR DT-ULT-AVISO < WS-DATA-MIN
056200        OR DT-ULT-AVISO > WS-DATA-EXEC
056300        GO TO P310-FIM
056400     END-IF
056500     MOVE ID-CONTATO              TO WS-SMS-ID
056600     MOVE SPACES                  TO WS-SMS-TIPO
056700     STRING 'C'                   DELIMITED BY SIZE
056800            NIVEL-COBRANCA        DELIMITED BY SIZE
056900            INTO WS-SMS-TIPO
057000     END-STRING
057100     MOVE DT-ULT-AVISO            TO WS-SMS-DT-REF
057200     COMPUTE WS-SMS-VALOR = 0 - SALDO-CONTATO
057300     PERFORM P500-PREPARAR-SMS    THRU P500-FIM
057400     .
057500 P310-FIM. EXIT.
057600******************************************************************
057700*    P350-PARCELAS - PARCELAS DE ACORDO ATIVO QUE VENCEM DENTRO   *
057800*                 DA ANTECEDENCIA (ARQUIVO AUSENTE = NENHUMA)     *
057900******************************************************************
058000 P350-PARCELAS.
058100     SET EOF-OK                   TO FALSE
058200     OPEN INPUT ACORDOS
058300     IF NOT FS-ACO-OK
058400        DISPLAY 'ACORDOS.DAT INDISPONIVEL (FILE STATUS ' WS-FS-ACO
058500                ') - SEM LEMBRETES DE PARCELA.'
058600        GO TO P350-FIM
058700     END-IF
058800     PERFORM P360-EXAMINAR-ACORDO THRU P360-FIM
058900         UNTIL EOF-OK
059000     CLOSE ACORDOS
059100     .
059200 P350-FIM. EXIT.
059300 P360-EXAMINAR-ACORDO.
059400     READ ACORDOS NEXT RECORD
059500         AT END
059600             SET EOF-OK           TO TRUE
059700             GO TO P360-FIM
059800     END-READ
059900     IF NOT ACORDO-ATIVO
060000        OR ACO-PARC-GERADAS = ZEROS
060100        OR ACO-DT-ULT-VENCTO < WS-DATA-EXEC
060200        OR ACO-DT-ULT-VENCTO > WS-DATA-LIMITE
060300        GO TO P360-FIM
060400     END-IF
060500     MOVE ACO-ID-CONTATO          TO WS-SMS-ID
060600     MOVE 'PA'                    TO WS-SMS-TIPO
060700     MOVE ACO-DT-ULT-VENCTO       TO WS-SMS-DT-REF
060800*    A ULTIMA PARCELA ACERTA OS CENTAVOS DA DIVISAO (GERACOR).
060900     IF ACO-PARC-GERADAS = ACO-QTD-PARCELAS
061000        COMPUTE WS-SMS-VALOR = ACO-VALOR-TOTAL
061100              - (ACO-VALOR-PARCELA * (ACO-QTD-PARCELAS - 1))
061200     ELSE
061300        MOVE ACO-VALOR-PARCELA    TO WS-SMS-VALOR
061400     END-IF
061500     PERFORM P400-LER-CONTATO     THRU P400-FIM
061600     IF FS-OK
061700        PERFORM P500-PREPARAR-SMS THRU P500-FIM
061800     END-IF
061900     .
062000 P360-FIM. EXIT.
062100******************************************************************
062200*    P380-PROMESSAS - PROMESSAS EM ABERTO QUE VENCEM DENTRO DA    *
062300*                 ANTECEDENCIA (ARQUIVO AUSENTE = NENHUMA)        *
062400******************************************************************
062500 P380-PROMESSAS.
062600     SET EOF-OK                   TO FALSE
062700     OPEN INPUT PROMESSAS
062800     IF NOT FS-PRM-OK
062900        DISPLAY 'PROMESSAS.DAT INDISPONIVEL (FILE STATUS '
063000                WS-FS-PRM ') - SEM LEMBRETES DE PROMESSA.'
063100        GO TO P380-FIM
063200     END-IF
063300     PERFORM P390-EXAMINAR-PROMESSA THRU P390-FIM
063400         UNTIL EOF-OK
063500     CLOSE PROMESSAS
063600     .
063700 P380-FIM. EXIT.
063800 P390-EXAMINAR-PROMESSA.
063900     READ PROMESSAS NEXT RECORD
064000         AT END
064100             SET EOF-OK           TO TRUE
064200             GO TO P390-FIM
064300     END-READ
064400     IF NOT PRM-ABERTA
064500        OR PRM-DT-PROMETIDA < WS-DATA-EXEC
064600        OR PRM-DT-PROMETIDA > WS-DATA-LIMITE
064700        GO TO P390-FIM
064800     END-IF
064900     MOVE PRM-ID-CONTATO          TO WS-SMS-ID
065000     MOVE 'PR'                    TO WS-SMS-TIPO
065100     MOVE PRM-DT-PROMETIDA        TO WS-SMS-DT-REF
065200     MOVE PRM-VALOR               TO WS-SMS-VALOR
065300     PERFORM P400-LER-CONTATO     THRU P400-FIM
065400     IF FS-OK
065500        PERFORM P500-PREPARAR-SMS THRU P500-FIM
065600     END-IF
065700     .
065800 P390-FIM. EXIT.
065900******************************************************************
066000*    P400-LER-CONTATO - LE O CONTATO DO LEMBRETE (PARCELA OU      *
066100*                 PROMESSA) PELA CHAVE                            *
066200******************************************************************
066300 P400-LER-CONTATO.
066400     MOVE WS-SMS-ID               TO ID-CONTATO
066500     READ CONTATOS
066600         INVALID KEY
066700             ADD 1                TO WS-CONT-CANDIDATOS
066800             ADD 1                TO WS-CONT-INATIVOS
066900             DISPLAY 'LEMBRETE ' WS-SMS-TIPO ' DE CONTATO '
067000                     'INEXISTENTE: ' WS-SMS-ID
067100     END-READ
067200     .
067300 P400-FIM. EXIT.
067400******************************************************************
067500*    P500-PREPARAR-SMS - FILTRA O LEMBRETE CORRENTE (JA ENVIADO,  *
067600*                 CONTATO FORA DE USO, SEM MODELO, SEM            *
067700*                 CONSENTIMENTO, SEM CELULAR) E GRAVA O SMS       *
067800******************************************************************
067900 P500-PREPARAR-SMS.
068000     ADD 1                        TO WS-CONT-CANDIDATOS
068100     MOVE WS-SMS-ID               TO SML-ID-CONTATO
068200     MOVE WS-SMS-TIPO             TO SML-TIPO
068300     MOVE WS-SMS-DT-REF           TO SML-DT-REF
068400     READ SMSLOG
068500         INVALID KEY
068600             CONTINUE
068700         NOT INVALID KEY
068800             ADD 1                TO WS-CONT-JA-ENVIADOS
068900             GO TO P500-FIM
069000     END-READ
069100     IF NOT CONTATO-ATIVO OR CONTATO-BAIXADO
069200        ADD 1                     TO WS-CONT-INATIVOS
069300        GO TO P500-FIM
069400     END-IF
069500
069600     MOVE WS-SMS-TIPO             TO WS-LMO-CODIGO
069700     PERFORM P165-LOCALIZAR-TIPO  THRU P165-FIM
069800     IF WS-MOD-IDX > 5
069900        OR WS-MOD-ACHADO (WS-MOD-IDX) NOT = 'S'
070000        ADD 1                     TO WS-CONT-SEM-MODELO
070100        GO TO P500-FIM
070200     END-IF
070300
070400*    SMS E CANAL DE COMUNICACAO COMO OS DEMAIS: SEM CONSENTIMENTO
070500*    VIGENTE NO CANAL S (CADCNS) O LEMBRETE E SUPRIMIDO.
070600     MOVE WS-SMS-ID               TO WS-CNS-BUSCA-ID
070700     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
070800     IF NOT CONSENTIMENTO-OK
070900        ADD 1                     TO WS-CONT-SEM-CONSENT
071000        GO TO P500-FIM
071100     END-IF
071200
071300     PERFORM P510-ACHAR-CELULAR   THRU P510-FIM
071400     IF NOT ACHOU-CELULAR
071500        ADD 1                     TO WS-CONT-SEM-CELULAR
071600        GO TO P500-FIM
071700     END-IF
071800
071900     PERFORM P600-MONTAR-TEXTO    THRU P600-FIM
072000     PERFORM P650-GRAVAR-SMS      THRU P650-FIM
072100     .
072200 P500-FIM. EXIT.
072300******************************************************************
072400*    P510-ACHAR-CELULAR - PRIMEIRO CELULAR EM USO DO CONTATO      *
072500******************************************************************
072600 P510-ACHAR-CELULAR.
072700     SET ACHOU-CELULAR            TO FALSE
072800     SET EOF-FONE-OK              TO FALSE
072900     MOVE WS-SMS-ID               TO FONE-ID-CONTATO
073000     MOVE ZEROS                   TO FONE-SEQ
073100     START FONES KEY IS NOT LESS THAN FONE-CHAVE
073200         INVALID KEY
073300             SET EOF-FONE-OK      TO TRUE
073400     END-START
073500     PERFORM P520-LER-FONE        THRU P520-FIM
073600         UNTIL EOF-FONE-OK OR ACHOU-CELULAR
073700     .
073800 P510-FIM. EXIT.
073900 P520-LER-FONE.
074000     READ FONES NEXT RECORD
074100         AT END
074200             SET EOF-FONE-OK      TO TRUE
074300             GO TO P520-FIM
074400     END-READ
074500     IF FONE-ID-CONTATO NOT = WS-SMS-ID
074600        SET EOF-FONE-OK           TO TRUE
074700        GO TO P520-FIM
074800     END-IF
074900     IF FONE-CELULAR AND FONE-EM-USO AND FONE-NUMERO NOT = SPACES
075000        SET ACHOU-CELULAR         TO TRUE
075100        MOVE FONE-SEQ             TO WS-SMS-FONE-SEQ
075200        MOVE FONE-NUMERO          TO WS-SMS-NUMERO
075300     END-IF
075400     .
075500 P520-FIM. EXIT.
075600******************************************************************
075700*    P600-MONTAR-TEXTO - SUBSTITUI OS MARCADORES DO MODELO DO     *
075800*                 TIPO: O TEXTO E QUEBRADO NO '%', E OS PEDACOS   *
075900*                 ALTERNAM ENTRE TEXTO FIXO E NOME DE MARCADOR    *
076000******************************************************************
076100 P600-MONTAR-TEXTO.
076200     MOVE SPACES                  TO WS-NOME-TXT
076300     MOVE FUNCTION TRIM(NM-CONTATO) TO WS-NOME-TXT
076400     MOVE WS-SMS-VALOR            TO WS-MSK-VALOR
076500     MOVE SPACES                  TO WS-VALOR-TXT
076600     STRING 'R$ '                 DELIMITED BY SIZE
076700            FUNCTION TRIM(WS-MSK-VALOR) DELIMITED BY SIZE
076800            INTO WS-VALOR-TXT
076900     END-STRING
077000     MOVE SPACES                  TO WS-DATA-TXT
077100     STRING WS-SMS-DT-REF (7:2)   DELIMITED BY SIZE
077200            '/'                   DELIMITED BY SIZE
077300            WS-SMS-DT-REF (5:2)   DELIMITED BY SIZE
077400            '/'                   DELIMITED BY SIZE
077500            WS-SMS-DT-REF (1:4)   DELIMITED BY SIZE
077600            INTO WS-DATA-TXT
077700     END-STRING
077800
077900     MOVE WS-MOD-TEXTO (WS-MOD-IDX) TO WS-MOD-CORRENTE
078000     MOVE SPACES                  TO WS-SMS-TEXTO
078100     SET TEXTO-CORTADO            TO FALSE
078200     SET PEDACO-MARCADOR          TO FALSE
078300     MOVE 1                       TO WS-PTR-ENT
078400     MOVE 1                       TO WS-PTR-SAI
078500     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MOD-CORRENTE TRAILING))
078600                                  TO WS-MOD-TAM
078700     PERFORM P610-TRATAR-PEDACO   THRU P610-FIM
078800         UNTIL WS-PTR-ENT > WS-MOD-TAM OR TEXTO-CORTADO
078900     IF TEXTO-CORTADO
079000        ADD 1                     TO WS-CONT-CORTADOS
079100     END-IF
079200     .
079300 P600-FIM. EXIT.
079400 P610-TRATAR-PEDACO.
079500     MOVE SPACES                  TO WS-PEDACO
079600     MOVE ZEROS                   TO WS-PEDACO-TAM
079700     UNSTRING WS-MOD-CORRENTE (1:WS-MOD-TAM) DELIMITED BY '%'
079800         INTO WS-PEDACO COUNT IN WS-PEDACO-TAM
079900         WITH POINTER WS-PTR-ENT
080000     END-UNSTRING
080100     IF NOT PEDACO-MARCADOR
080200        IF WS-PEDACO-TAM > ZEROS
080300           STRING WS-PEDACO (1:WS-PEDACO-TAM) DELIMITED BY SIZE
080400                  INTO WS-SMS-TEXTO WITH POINTER WS-PTR-SAI
080500               ON OVERFLOW
080600                  SET TEXTO-CORTADO TO TRUE
080700           END-STRING
080800        END-IF
080900        SET PEDACO-MARCADOR       TO TRUE
081000        GO TO P610-FIM
081100     END-IF
081200     EVALUATE WS-PEDACO
081300         WHEN 'NOME'
081400              STRING FUNCTION TRIM(WS-NOME-TXT) DELIMITED BY SIZE
081500                     INTO WS-SMS-TEXTO WITH POINTER WS-PTR-SAI
081600                  ON OVERFLOW
081700                     SET TEXTO-CORTADO TO TRUE
081800              END-STRING
081900         WHEN 'VALOR'
082000              STRING FUNCTION TRIM(WS-VALOR-TXT) DELIMITED BY SIZE
082100                     INTO WS-SMS-TEXTO WITH POINTER WS-PTR-SAI
082200                  ON OVERFLOW
082300                     SET TEXTO-CORTADO TO TRUE
082400              END-STRING
082500         WHEN 'DATA'
082600              STRING WS-DATA-TXT  DELIMITED BY SIZE
082700                     INTO WS-SMS-TEXTO WITH POINTER WS-PTR-SAI
082800                  ON OVERFLOW
082900                     SET TEXTO-CORTADO TO TRUE
083000              END-STRING
083100*        MARCADOR DESCONHECIDO SAI COMO FOI ESCRITO NO MODELO.
083200         WHEN OTHER
083300              STRING '%'          DELIMITED BY SIZE
083400                     FUNCTION TRIM(WS-PEDACO) DELIMITED BY SIZE
083500                     '%'          DELIMITED BY SIZE
083600                     INTO WS-SMS-TEXTO WITH POINTER WS-PTR-SAI
083700                  ON OVERFLOW
083800                     SET TEXTO-CORTADO TO TRUE
083900              END-STRING
084000     END-EVALUATE
084100     SET PEDACO-MARCADOR          TO FALSE
084200     .
084300 P610-FIM. EXIT.
084400******************************************************************
084500*    P650-GRAVAR-SMS - GRAVA O DETALHE DA REMESSA E O REGISTRO DO *
084600*                 LOG QUE IMPEDE O REENVIO                        *
084700******************************************************************
084800 P650-GRAVAR-SMS.
084900     MOVE WS-SMS-ID               TO SML-ID-CONTATO
085000     MOVE WS-SMS-TIPO             TO SML-TIPO
085100     MOVE WS-SMS-DT-REF           TO SML-DT-REF
085200     MOVE WS-DATA-EXEC            TO SML-DATA-HORA (1:8)
085300     MOVE WS-HORA-EXEC (1:6)      TO SML-DATA-HORA (9:6)
085400     MOVE WS-SMS-FONE-SEQ         TO SML-FONE-SEQ
085500     MOVE WS-SMS-NUMERO           TO SML-NUMERO
085600     MOVE WS-SMS-VALOR            TO SML-VALOR
085700     MOVE WS-AGENDA               TO SML-AGENDA
085800     MOVE SPACE                   TO SML-RETORNO
085900     MOVE ZEROS                   TO SML-DT-RETORNO
086000     WRITE REG-SMS-LOG
086100         INVALID KEY
086200             MOVE WS-FS-SML       TO WS-FS
086300             PERFORM 9000-TRADUZIR-FS
086400             DISPLAY 'FALHA AO REGISTRAR O SMS DE ' WS-SMS-ID
086500                     ' (' WS-SMS-TIPO '): ' WS-FS-MSG
086600             ADD 1                TO WS-CONT-FALHAS
086700             GO TO P650-FIM
086800     END-WRITE
086900
087000     MOVE SPACES                  TO REG-SMS-DETALHE
087100     SET SME-DETALHE              TO TRUE
087200     MOVE WS-SMS-ID               TO SME-ID-CONTATO
087300     MOVE WS-SMS-TIPO             TO SME-TIPO
087400     MOVE WS-SMS-DT-REF           TO SME-DT-REF
087500     MOVE WS-SMS-NUMERO           TO SME-NUMERO
087600     MOVE WS-AGENDA               TO SME-AGENDA
087700     MOVE WS-SMS-TEXTO            TO SME-TEXTO
087800     WRITE REG-SMS-DETALHE
087900     ADD 1                        TO WS-CONT-GERADOS
088000     EVALUATE WS-SMS-TIPO
088100         WHEN 'PA'
088200              ADD 1               TO WS-CONT-PARCELAS
088300         WHEN 'PR'
088400              ADD 1               TO WS-CONT-PROMESSAS
088500         WHEN OTHER
088600              ADD 1               TO WS-CONT-COBRANCA
088700     END-EVALUATE
088800     .
088900 P650-FIM. EXIT.
089000******************************************************************
089100*    P700-FECHAR-REMESSA - GRAVA O TRAILER E FECHA OS ARQUIVOS    *
089200******************************************************************
089300 P700-FECHAR-REMESSA.
089400     MOVE SPACES                  TO REG-SMS-TRAILER
089500     SET SME-TRAILER              TO TRUE
089600     MOVE WS-CONT-GERADOS         TO SME-TRL-QTD
089700     WRITE REG-SMS-TRAILER
089800     CLOSE REMESSA
089900     CLOSE SMSLOG
090000     CLOSE FONES
090100     CLOSE CONTATOS
090200     PERFORM 9540-FECHAR-CONSENT  THRU 9540-FIM
090300     .
090400 P700-FIM. EXIT.
090500******************************************************************
090600*    P800-RESUMO - EMITE OS TOTAIS DA REMESSA                     *
090700******************************************************************
090800 P800-RESUMO.
090900     DISPLAY ' '
091000     DISPLAY '*** RESUMO DA REMESSA DE SMS ***'
091100     DISPLAY 'LEMBRETES CANDIDATOS......: ' WS-CONT-CANDIDATOS
091200     DISPLAY 'SMS GERADOS...............: ' WS-CONT-GERADOS
091300     DISPLAY '  COBRANCA (C1/C2/C3).....: ' WS-CONT-COBRANCA
091400     DISPLAY '  PARCELAS DE ACORDO (PA).: ' WS-CONT-PARCELAS
091500     DISPLAY '  PROMESSAS (PR)..........: ' WS-CONT-PROMESSAS
091600     DISPLAY 'JA ENVIADOS ANTES.........: ' WS-CONT-JA-ENVIADOS
091700     DISPLAY 'CONTATO INATIVO/BAIXADO...: ' WS-CONT-INATIVOS
091800     DISPLAY 'SEM CONSENTIMENTO (SMS)...: ' WS-CONT-SEM-CONSENT
091900     DISPLAY 'SEM CELULAR EM USO........: ' WS-CONT-SEM-CELULAR
092000     DISPLAY 'TIPO SEM MODELO...........: ' WS-CONT-SEM-MODELO
092100     DISPLAY 'TEXTOS CORTADOS EM 160....: ' WS-CONT-CORTADOS
092200     DISPLAY 'FALHAS NO LOG DE SMS......: ' WS-CONT-FALHAS
092300     DISPLAY 'REMESSA PARA O GATEWAY....: '
092400             FUNCTION TRIM(WS-REMESSA-DSN)
092500     .
092600 P800-FIM. EXIT.
092700******************************************************************
092800*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
092900******************************************************************
093000 P900-FIM.
093100     IF WS-RUN-RESULTADO = ZEROS
093200        AND (WS-CONT-SEM-MODELO > ZEROS OR WS-CONT-FALHAS > ZEROS)
093300        MOVE 04                   TO WS-RUN-RESULTADO
093400     END-IF
093500     MOVE WS-CONT-CANDIDATOS      TO WS-RUN-LIDOS
093600     MOVE WS-CONT-GERADOS         TO WS-RUN-GRAVADOS
093700     COMPUTE WS-RUN-REJEITADOS = WS-CONT-SEM-CONSENT
093800                               + WS-CONT-SEM-CELULAR
093900                               + WS-CONT-SEM-MODELO
094000                               + WS-CONT-FALHAS
094100     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
094200     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
094300     STOP RUN.
094400
094500     COPY FSTATUS.
094600     COPY DSNENV.
094700     COPY CNSCHK.
094800     COPY RUNLOG.
