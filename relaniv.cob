001694*                       RELANIV.LST PELO ESCRITOR COMUM (COPYBOOK
001695*                       RELIMP); A LISTA CONTINUA TAMBEM NO
001696*                       CONSOLE PARA A CONFERENCIA RAPIDA.
001696*    2025-03-14 JSZ     O MODO EMAIL PASSA A GERAR SAUDACAO SO
001696*                       PARA QUEM TEM CONSENTIMENTO VIGENTE NO
001696*                       CANAL EMAIL (CONSENT.DAT, COPYBOOK CNSCHK
001696*                       - LGPD); OS DEMAIS SAO CONTADOS NO RESUMO.
001696*    2025-04-04 JSZ     ACEITA OPERADOR= E SENHA= NA LINHA DE
001696*                       PARAMETROS; SEM SUPERVISOR IDENTIFICADO A
001696*                       IDADE (QUE REVELA O ANO DE NASCIMENTO) SAI
001696*                       MASCARADA NA LISTA (COPYBOOK MASCAR) E O
001696*                       NIVEL DE MASCARAMENTO ABRE O RELATORIO. A
001696*                       SAUDACAO DO SPOOL, QUE VAI AO PROPRIO
001696*                       CONTATO, NAO MUDA.
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS ID-CONTATO
002800         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
002833         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
002866             SUPPRESS WHEN SPACES
002900         FILE STATUS IS WS-FS.
003000     SELECT SORTANI ASSIGN TO "SRTWK2".
003010     SELECT SPOOL ASSIGN TO WS-SPOOL-DSN
003070     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
003080         ORGANIZATION IS LINE SEQUENTIAL
003090         FILE STATUS IS WS-FS-RIMP.
003090     SELECT CONSENT ASSIGN TO WS-CONSENT-DSN
003090         ORGANIZATION IS INDEXED
003090         ACCESS MODE IS DYNAMIC
003090         RECORD KEY IS CNS-CHAVE
003090         FILE STATUS IS WS-FS-CNS.
003090     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
003090         ORGANIZATION IS INDEXED
003090         ACCESS MODE IS DYNAMIC
003090         RECORD KEY IS OPE-CODIGO
003090         FILE STATUS IS WS-FS-OPE.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  CONTATOS.
003470     COPY RUNREG.
003480 FD  RELIMP.
003490 01  REG-RELIMP                   PIC X(132).
003490 FD  CONSENT.
003490     COPY CONSREG.
003490 FD  OPERADOR.
003490     COPY OPERREG.
003500 SD  SORTANI.
003600 01  SD-REG-RELANIV.
003700     03  SD-DIA-NASC              PIC 9(02).
006273 77  WS-CONT-MSGS                 PIC 9(06) VALUE ZEROS.
006274 77  WS-CONT-SEM-EMAIL            PIC 9(06) VALUE ZEROS.
006275 77  WS-CONT-SUPRIMIDOS           PIC 9(06) VALUE ZEROS.
006275 77  WS-CONT-SEM-CONSENT          PIC 9(06) VALUE ZEROS.
006275*----------------------------------------------------------------*
006275*    AREA DA CONSULTA DE CONSENTIMENTO (COPYBOOK CNSCHK)         *
006275*----------------------------------------------------------------*
006275 01  WS-CONSENT-DSN               PIC X(100) VALUE 'CONSENT.DAT'.
006275 77  WS-FS-CNS                    PIC X(02) VALUE '00'.
006275     88 FS-CNS-OK                 VALUE '00'.
006275 77  WS-CNS-BUSCA-ID              PIC 9(06) VALUE ZEROS.
006275 77  WS-CNS-BUSCA-CANAL           PIC X(01) VALUE 'E'.
006275 77  WS-CNS-DATA-REF              PIC 9(14) VALUE ZEROS.
006275 01  WS-CNS-ABERTO-SW             PIC X(01) VALUE 'N'.
006275     88 CNS-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
006275 01  WS-CNS-ACHOU-SW              PIC X(01) VALUE 'N'.
006275     88 CNS-REGISTRO-ACHADO       VALUE 'S' FALSE 'N'.
006275 01  WS-CNS-OK-SW                 PIC X(01) VALUE 'N'.
006275     88 CONSENTIMENTO-OK          VALUE 'S' FALSE 'N'.
006275*----------------------------------------------------------------*
006276*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
006277*----------------------------------------------------------------*
006291 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
006292 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
006293 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
006293*----------------------------------------------------------------*
006293*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
006293*----------------------------------------------------------------*
006293 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
006293 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
006293     88 FS-OPE-OK                 VALUE '00'.
006293 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
006293 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
006293 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
006293     88 OPR-CONSULTA              VALUE 'C'.
006293     88 OPR-MANUTENCAO            VALUE 'M'.
006293     88 OPR-SUPERVISOR            VALUE 'S'.
006293 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
006293     88 OPR-OK                    VALUE 'S' FALSE 'N'.
006293 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
006293*----------------------------------------------------------------*
006293*    AREA DO MASCARAMENTO POR PERFIL (COPYBOOK MASCAR)           *
006293*----------------------------------------------------------------*
006293 01  WS-MASC-SW                   PIC X(01) VALUE 'N'.
006293     88 MASC-ATIVA                VALUE 'S' FALSE 'N'.
006293 01  WS-MASC-NIVEL                PIC X(100) VALUE SPACES.
006293 01  WS-MASC-EMAIL                PIC X(40) VALUE SPACES.
006293 01  WS-MASC-TRAB                 PIC X(40) VALUE SPACES.
006293 01  WS-MASC-FONE                 PIC X(15) VALUE SPACES.
006293 01  WS-MASC-VALOR                PIC X(20) VALUE SPACES.
006293 77  WS-MASC-POS                  PIC 9(02) VALUE ZEROS.
006293 77  WS-MASC-DIGITOS              PIC 9(02) VALUE ZEROS.
006300 PROCEDURE DIVISION.
006400******************************************************************
006500*    0000-MAINLINE - ROTINA PRINCIPAL                            *
006900     DISPLAY '*** ANIVERSARIANTES DO MES (ATUAL E SEGUINTE) ***'
006910     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
006920     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
006920*    QUEM EMITE DEFINE O MASCARAMENTO (OPERADOR= E SENHA= NA
006920*    LINHA DE PARAMETROS); SEM SUPERVISOR IDENTIFICADO, MASCARA.
006920     PERFORM 9930-VALIDAR-OPERADOR THRU 9930-FIM
006920     PERFORM 9562-MASCARA-RELATORIO THRU 9562-FIM
006920     DISPLAY FUNCTION TRIM(WS-MASC-NIVEL)
006920     MOVE WS-MASC-NIVEL           TO WS-RIMP-LINHA
006920     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
006920     MOVE SPACES                  TO WS-RIMP-LINHA
006920     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
007000     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
007100     MOVE WS-DATA-MM              TO WS-MES-ATUAL
007200     IF WS-DATA-MM = 12
007974     IF WS-PARM-TOKEN(WS-PARM-IDX) = 'EMAIL'
007975        MOVE 'S'                  TO WS-SW-EMAIL
007976     END-IF
007976     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'OPERADOR='
007976        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (10:8)
007976                                  TO WS-OPR-CODIGO
007976     END-IF
007976     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'SENHA='
007976        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:8)
007976                                  TO WS-OPR-SENHA
007976     END-IF
007977     .
007978 P110-FIM. EXIT.
008000******************************************************************
014550                   'SOMENTE A LISTA SERA EMITIDA.'
014560           MOVE 'N'               TO WS-SW-EMAIL
014570        END-IF
014570        PERFORM 9520-ABRIR-CONSENT THRU 9520-FIM
014570        IF NOT CNS-ARQ-ABERTO
014570           DISPLAY 'CONSENT.DAT NAO ENCONTRADO - NENHUM '
014570                   'ANIVERSARIANTE TEM CONSENTIMENTO DE EMAIL '
014570                   'REGISTRADO.'
014570        END-IF
014580     END-IF
014600     PERFORM UNTIL EOF-ANI-OK
014700         RETURN SORTANI INTO SD-REG-RELANIV
014900                SET EOF-ANI-OK    TO TRUE
015000             NOT AT END
015100                ADD 1             TO WS-CONT-ANIV
015100                MOVE SD-IDADE     TO WS-MASC-VALOR
015100                IF MASC-ATIVA
015100                   MOVE '***'     TO WS-MASC-VALOR
015100                END-IF
015200                DISPLAY 'DIA ' SD-DIA-NASC ' - ' SD-ID-CONTATO
015300                        ' - ' SD-NM-CONTATO ' - FAZ '
015300                        WS-MASC-VALOR (1:3)
015400                        ' ANOS'
015401                MOVE SPACES       TO WS-RIMP-LINHA
015402                STRING 'DIA '     DELIMITED BY SIZE
015406                       ' - '      DELIMITED BY SIZE
015407                       SD-NM-CONTATO DELIMITED BY SIZE
015408                       ' - FAZ '  DELIMITED BY SIZE
015409                       WS-MASC-VALOR (1:3)
015409                                  DELIMITED BY SIZE
015410                       ' ANOS'    DELIMITED BY SIZE
015411                       INTO WS-RIMP-LINHA
015412                END-STRING
015908     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
015910     IF MODO-EMAIL
015920        CLOSE SPOOL
015920        PERFORM 9540-FECHAR-CONSENT THRU 9540-FIM
015930        DISPLAY 'SAUDACOES GRAVADAS NO SPOOL: ' WS-CONT-MSGS
015940        DISPLAY 'ANIVERSARIANTES SEM EMAIL..: '
015950                WS-CONT-SEM-EMAIL
015951        DISPLAY 'SUPRIMIDOS POR BOUNCE......: '
015952                WS-CONT-SUPRIMIDOS
015952        DISPLAY 'SEM CONSENTIMENTO (EMAIL)..: '
015952                WS-CONT-SEM-CONSENT
015960     END-IF
016000     .
016100 P330-FIM. EXIT.
016120*    P340-GRAVAR-SAUDACAO - GRAVA O REGISTRO DE SAUDACAO DO      *
016130*                 ANIVERSARIANTE CORRENTE NO SPOOL (ANIVMSG.SPL) *
016140*                 OU O LISTA COMO EXCECAO QUANDO NAO HA EMAIL    *
016140*                 OU CONSENTIMENTO                               *
016150******************************************************************
016160 P340-GRAVAR-SAUDACAO.
016160*    SAUDACAO E COMUNICACAO DE MARKETING: SO VAI PARA QUEM TEM
016160*    CONSENTIMENTO VIGENTE NO CANAL EMAIL (CADCNS, LGPD).
016160     MOVE SD-ID-CONTATO           TO WS-CNS-BUSCA-ID
016160     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
016160     IF NOT CONSENTIMENTO-OK
016160        ADD 1                     TO WS-CONT-SEM-CONSENT
016160        DISPLAY '   *** SEM CONSENTIMENTO DE EMAIL (LGPD) - '
016160                'SAUDACAO NAO GERADA PARA ' SD-ID-CONTATO ' ***'
016160        GO TO P340-FIM
016160     END-IF
016170     IF SD-EMAIL-CONTATO = SPACES
016180        ADD 1                     TO WS-CONT-SEM-EMAIL
016190        DISPLAY '   *** SEM EMAIL NO CADASTRO - SAUDACAO NAO '
016900     COPY DSNENV.
017000     COPY RUNLOG.
017100     COPY RELIMP.
017100     COPY CNSCHK.
017100     COPY OPRLOG.
017100     COPY MASCAR.
