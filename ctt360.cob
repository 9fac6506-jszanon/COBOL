001900*                 - OS CINCO ULTIMOS MOVIMENTOS DE MOVHIST.DAT
002000*                   COM O SALDO RESULTANTE (RELEXTR);
002100*                 - A DATA/PROGRAMA/OPERADOR DA ULTIMA ALTERACAO
002200*                   EM AUDCTT.LOG (RELAUD);
002200*                 - OS VINCULOS VIGENTES DE VINCULOS.DAT
002200*                   (CADVINC) NOS DOIS SENTIDOS - FIADOR,
002200*                   MESMO DOMICILIO, EMPREGADOR - OS TRES
002200*                   PRIMEIROS NA ULTIMA LINHA, COM A CONTAGEM
002200*                   DO RESTANTE;
002200*                 - A SITUACAO DOS DOCUMENTOS CADASTRAIS DE
002200*                   DOCTOS.DAT (CADDOC) NA SEGUNDA LINHA:
002200*                   REGULAR, PENDENTE OU VENCIDO, POR TIPO
002200*                   OBRIGATORIO, E O PRIMEIRO VENCIMENTO;
002200*                 - AS CAMPANHAS DE CAMPALVO.DAT (SELCTT/CADCAMP)
002200*                   DE QUE O CONTATO FEZ PARTE - AS DUAS MAIS
002200*                   RECENTES, COM A RESPOSTA OU A SITUACAO DO
002200*                   ENVIO E A DATA, E A CONTAGEM DAS ANTERIORES.
002300*                 O CLIENTE INTEIRO EM UMA TELA, COM O TELEFONE
002400*                 TOCANDO.
002500*----------------------------------------------------------------*
002700*    DATA       AUTOR   DESCRICAO
002800*    ---------- ------- ----------------------------------------
002900*    2024-12-27 JSZ     PROGRAMA CRIADO (PAINEL 360 DO CONTATO).
002900*    2025-03-07 JSZ     A PESQUISA (ID ZERO) PASSA A ACEITAR O
002900*                       CPF/CNPJ (CHAVE ALTERNATIVA UNICA
002900*                       CPF-CNPJ-CONTATO) E O DOCUMENTO APARECE NA
002900*                       PRIMEIRA LINHA DO PAINEL.
002900*    2025-03-28 JSZ     SIGN-ON COMUM DE OPERADOR (COPYBOOK
002900*                       OPRLOG, QUALQUER PERFIL) E CADA CONTATO
002900*                       EXIBIDO (PAINEL OU LISTA DA PESQUISA POR
002900*                       NOME) PASSA A SER REGISTRADO NO LOG DE
002900*                       ACESSO ACESSO.LOG (COPYBOOK ACSLOG).
002900*    2025-04-04 JSZ     TELEFONES, EMAIL E SALDOS MASCARADOS PARA
002900*                       O PERFIL CONSULTA (COPYBOOK MASCAR).
002900*    2025-06-20 JSZ     NOVA LINHA DE VINCULOS VIGENTES DO
002900*                       CONTATO (VINCULOS.DAT, COPYBOOK VINCHK),
002900*                       COM O PAPEL VISTO PELO LADO DO CONTATO
002900*                       EXIBIDO.
002900*    2025-06-27 JSZ     NOVA LINHA COM A SITUACAO DOS DOCUMENTOS
002900*                       CADASTRAIS DO CONTATO (DOCTOS.DAT,
002900*                       COPYBOOK DCTCHK).
002900*    2025-07-04 JSZ     A LINHA DE SALDO PASSA A MOSTRAR A FILIAL
002900*                       DO CONTATO; CONTATO DE OUTRA FILIAL QUE A
002900*                       DO OPERADOR GANHA AVISO NA LINHA 7
002900*                       (COPYBOOK FILCHK).
002900*    2025-07-18 JSZ     TELEFONE MARCADO PELO RETORNO DE SMS
002900*                       (SMSRET) SAI COM (NUMERO INVALIDO) OU
002900*                       (DESLIGADO) AO LADO DO NUMERO.
002900*    2025-07-25 JSZ     NOVA LINHA COM O HISTORICO DE CAMPANHAS
002900*                       DO CONTATO (CAMPALVO.DAT, CHAVE
002900*                       ALTERNATIVA CMA-ID-CONTATO) NA LINHA 12
002900*                       DA TELA.
002900*    2025-07-25 JSZ     A LINHA DA ULTIMA ALTERACAO IGNORA TAMBEM
002900*                       OS EVENTOS DE TELEFONE DO SMSRET.
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
004400     SELECT FONES ASSIGN TO WS-FONES-DSN
006000     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FS-AUD.
006200     SELECT ACESSO ASSIGN TO WS-ACESSO-DSN
006200         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FS-ACS.
006200     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
006200         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS OPE-CODIGO
006200         FILE STATUS IS WS-FS-OPE.
006200     SELECT VINCULOS ASSIGN TO WS-VINCULOS-DSN
006200         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS VIN-CHAVE
006200         ALTERNATE RECORD KEY IS VIN-ID-RELACIONADO
006200             WITH DUPLICATES
006200         FILE STATUS IS WS-FS-VIN.
006200     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
006200         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS DCT-CHAVE
006200         FILE STATUS IS WS-FS-DCT.
006200     SELECT CAMPALVO ASSIGN TO WS-CAMPALVO-DSN
006200         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CMA-CHAVE
006200         ALTERNATE RECORD KEY IS CMA-ID-CONTATO WITH DUPLICATES
006200         FILE STATUS IS WS-FS-CMA.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONTATOS.
007200     COPY MOVHREG.
007300 FD  AUDITORIA.
007400     COPY AUDREG.
007400 FD  ACESSO.
007400     COPY ACSREG.
007400 FD  OPERADOR.
007400     COPY OPERREG.
007400 FD  VINCULOS.
007400     COPY VINCREG.
007400 FD  DOCTOS.
007400     COPY DCTREG.
007400 FD  CAMPALVO.
007400     COPY CALVREG.
007500 WORKING-STORAGE SECTION.
007600 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
007700 01  WS-FONES-DSN                 PIC X(100) VALUE 'FONES.DAT'.
007800 01  WS-NOTAS-DSN                 PIC X(100) VALUE 'NOTAS.DAT'.
007900 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
008000 01  WS-AUDITORIA-DSN             PIC X(100) VALUE 'AUDCTT.LOG'.
008000 01  WS-VINCULOS-DSN              PIC X(100) VALUE 'VINCULOS.DAT'.
008100 77  WS-FS                        PIC X(02) VALUE '00'.
008200     88 FS-OK                     VALUE '00'.
008300 77  WS-FS-FONE                   PIC X(02) VALUE '00'.
009400 77  WS-EOF-GEN                   PIC X(01) VALUE 'N'.
009500     88 EOF-GEN-OK                VALUE 'S' FALSE 'N'.
009600 77  WS-ID-BUSCA                  PIC 9(06) VALUE ZEROS.
009600 77  WS-TIPO-PESQUISA             PIC X(01) VALUE SPACES.
009600     88 PESQUISA-POR-DOC          VALUE 'C' 'c'.
009600 77  WS-DOC-BUSCA                 PIC X(14) VALUE SPACES.
009700*----------------------------------------------------------------*
009800*    AREA DE TRABALHO DO COPYBOOK NMCONTEM (PESQUISA "CONTAINS") *
009900*----------------------------------------------------------------*
011500 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
011600 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
011700     88 DV-OK                     VALUE 'S' FALSE 'N'.
011700*----------------------------------------------------------------*
011700*    AREA DO LOG DE ACESSO DE CONSULTA (COPYBOOK ACSLOG)         *
011700*----------------------------------------------------------------*
011700 01  WS-ACESSO-DSN                PIC X(100) VALUE 'ACESSO.LOG'.
011700 77  WS-FS-ACS                    PIC X(02) VALUE '00'.
011700     88 FS-ACS-OK                 VALUE '00'.
011700 77  WS-ACS-DATA                  PIC 9(08) VALUE ZEROS.
011700 77  WS-ACS-HORA                  PIC 9(08) VALUE ZEROS.
011700 01  WS-ACS-PROGRAMA              PIC X(08) VALUE 'CTT360'.
011700 77  WS-ACS-ID                    PIC 9(06) VALUE ZEROS.
011700 77  WS-ACS-TIPO                  PIC X(01) VALUE SPACES.
011700*----------------------------------------------------------------*
011700*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
011700*----------------------------------------------------------------*
011700 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
011700 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
011700     88 FS-OPE-OK                 VALUE '00'.
011700 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
011700 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
011700 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
011700     88 OPR-CONSULTA              VALUE 'C'.
011700     88 OPR-MANUTENCAO            VALUE 'M'.
011700     88 OPR-SUPERVISOR            VALUE 'S'.
011700 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
011700     88 OPR-OK                    VALUE 'S' FALSE 'N'.
011700 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
011700*----------------------------------------------------------------*
011700*    AREA DA REGRA DE FILIAL (COPYBOOK FILCHK)                   *
011700*----------------------------------------------------------------*
011700 77  WS-FIL-OPERADOR              PIC X(03) VALUE SPACES.
011700 77  WS-FIL-ALVO                  PIC X(03) VALUE SPACES.
011700 01  WS-FIL-ACESSO-SW             PIC X(01) VALUE 'S'.
011700     88 FIL-PERMITIDA             VALUE 'S' FALSE 'N'.
011700 01  WS-FIL-OUTRA-SW              PIC X(01) VALUE 'N'.
011700     88 FIL-OUTRA-FILIAL          VALUE 'S' FALSE 'N'.
011700 01  WS-FIL-MENSAGEM              PIC X(60) VALUE SPACES.
011700*----------------------------------------------------------------*
011700*    AREA DO MASCARAMENTO POR PERFIL (COPYBOOK MASCAR)           *
011700*----------------------------------------------------------------*
011700 01  WS-MASC-SW                   PIC X(01) VALUE 'N'.
011700     88 MASC-ATIVA                VALUE 'S' FALSE 'N'.
011700 01  WS-MASC-NIVEL                PIC X(100) VALUE SPACES.
011700 01  WS-MASC-EMAIL                PIC X(40) VALUE SPACES.
011700 01  WS-MASC-TRAB                 PIC X(40) VALUE SPACES.
011700 01  WS-MASC-FONE                 PIC X(15) VALUE SPACES.
011700 01  WS-MASC-VALOR                PIC X(20) VALUE SPACES.
011700 77  WS-MASC-POS                  PIC 9(02) VALUE ZEROS.
011700 77  WS-MASC-DIGITOS              PIC 9(02) VALUE ZEROS.
011800*----------------------------------------------------------------*
011900*    COLETA DOS TELEFONES (TRES NA TELA + CONTAGEM DO RESTO)     *
012000*----------------------------------------------------------------*
014500 77  WS-ULT-STAMP                 PIC 9(14) VALUE ZEROS.
014600 01  WS-ULT-PROGRAMA              PIC X(08) VALUE SPACES.
014700 01  WS-ULT-OPERADOR              PIC X(08) VALUE SPACES.
014700*----------------------------------------------------------------*
014700*    AREA DA CONSULTA DE VINCULOS (COPYBOOK VINCHK)              *
014700*----------------------------------------------------------------*
014700 77  WS-FS-VIN                    PIC X(02) VALUE '00'.
014700     88 FS-VIN-OK                 VALUE '00'.
014700 77  WS-VIN-BUSCA                 PIC 9(06) VALUE ZEROS.
014700 77  WS-VIN-DATA-REF              PIC 9(08) VALUE ZEROS.
014700 77  WS-VIN-QTD                   PIC 9(02) VALUE ZEROS.
014700 77  WS-VIN-MAX                   PIC 9(02) VALUE 20.
014700 77  WS-VIN-EXCEDENTES            PIC 9(02) VALUE ZEROS.
014700 01  WS-VIN-TAB.
014700     03  WS-VIN-ENT               OCCURS 20 TIMES.
014700         05  WS-VIN-T-OUTRO       PIC 9(06).
014700         05  WS-VIN-T-PAPEL       PIC X(01).
014700         05  WS-VIN-T-SENTIDO     PIC X(01).
014700 01  WS-VIN-ABERTO-SW             PIC X(01) VALUE 'N'.
014700     88 VIN-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
014700 01  WS-VIN-EOF-SW                PIC X(01) VALUE 'N'.
014700     88 VIN-EOF-OK                VALUE 'S' FALSE 'N'.
014700 01  WS-VIN-VIGENTE-SW            PIC X(01) VALUE 'N'.
014700     88 VINCULO-VIGENTE           VALUE 'S' FALSE 'N'.
014700 77  WS-VIN-IDX                   PIC 9(02) VALUE ZEROS.
014700 77  WS-VIN-PTR                   PIC 9(02) VALUE ZEROS.
014700 77  WS-VIN-EXTRAS                PIC 9(02) VALUE ZEROS.
014700 01  WS-VIN-DESC                  PIC X(13) VALUE SPACES.
014700*----------------------------------------------------------------*
014700*    AREA DA SITUACAO DA DOCUMENTACAO (COPYBOOK DCTCHK)          *
014700*----------------------------------------------------------------*
014700 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
014700 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
014700     88 FS-DCT-OK                 VALUE '00'.
014700 77  WS-DCT-BUSCA                 PIC 9(06) VALUE ZEROS.
014700 01  WS-DCT-CATEGORIA             PIC X(10) VALUE SPACES.
014700 77  WS-DCT-DATA-REF              PIC 9(08) VALUE ZEROS.
014700 01  WS-DCT-SITUACAO              PIC X(01) VALUE SPACES.
014700     88 DCT-DISPENSADO            VALUE 'D'.
014700     88 DCT-REGULAR               VALUE 'R'.
014700     88 DCT-PENDENTE              VALUE 'P'.
014700     88 DCT-VENCIDO               VALUE 'V'.
014700     88 DCT-IRREGULAR             VALUE 'P' 'V'.
014700 01  WS-DCT-OBRIG-TAB.
014700     03  WS-DCT-OBRIG             OCCURS 3 TIMES.
014700         05  WS-DCT-O-ST          PIC X(01).
014700         05  WS-DCT-O-VALIDADE    PIC 9(08).
014700 77  WS-DCT-PROX-VENC             PIC 9(08) VALUE ZEROS.
014700 77  WS-DCT-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
014700 77  WS-DCT-IDX                   PIC 9(01) VALUE ZEROS.
014700 01  WS-DCT-ABERTO-SW             PIC X(01) VALUE 'N'.
014700     88 DCT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
014700 01  WS-DCT-EOF-SW                PIC X(01) VALUE 'N'.
014700     88 DCT-EOF-OK                VALUE 'S' FALSE 'N'.
014700 01  WS-DCT-BARRADO-SW            PIC X(01) VALUE 'N'.
014700     88 DCT-LIMITE-BARRADO        VALUE 'S' FALSE 'N'.
014700*----------------------------------------------------------------*
014700 77  WS-DCT-PTR                   PIC 9(02) VALUE ZEROS.
014700 01  WS-DCT-DESC                  PIC X(07) VALUE SPACES.
014700*----------------------------------------------------------------*
014700*    AREA DO HISTORICO DE CAMPANHAS (CAMPALVO.DAT)               *
014700*----------------------------------------------------------------*
014700 01  WS-CAMPALVO-DSN              PIC X(100) VALUE 'CAMPALVO.DAT'.
014700 77  WS-FS-CMA                    PIC X(02) VALUE '00'.
014700     88 FS-CMA-OK                 VALUE '00'.
014700 01  WS-CMA-EOF-SW                PIC X(01) VALUE 'N'.
014700     88 CMA-EOF-OK                VALUE 'S' FALSE 'N'.
014700 77  WS-CMA-QTD                   PIC 9(03) VALUE ZEROS.
014700 77  WS-CMA-IDX                   PIC 9(01) VALUE ZEROS.
014700 77  WS-CMA-PTR                   PIC 9(02) VALUE ZEROS.
014700 77  WS-CMA-EXTRAS                PIC 9(03) VALUE ZEROS.
014700 01  WS-CMA-TAB.
014700     03  WS-CMA-ENT               OCCURS 2 TIMES.
014700         05  WS-CMA-T-CODIGO      PIC X(08).
014700         05  WS-CMA-T-DESC        PIC X(09).
014700         05  WS-CMA-T-DATA        PIC 9(08).
014800*----------------------------------------------------------------*
014900*    LINHAS DO PAINEL (MONTADAS ANTES DO DISPLAY DA TELA)        *
015000*----------------------------------------------------------------*
015100 01  WS-PAINEL-360.
015200     03  WS-360-LINHA             OCCURS 21 TIMES PIC X(78).
015300 01  WS-LINHA-TRAB                PIC X(78) VALUE SPACES.
015400 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
015500 01  WS-MSK-SALDO                 PIC -$$.$$$.$$$.$$9,99.
015800     03  BLANK SCREEN.
015900     03  LINE 1  COLUMN 2
016000         VALUE '*** PAINEL 360 DO CONTATO (CTT360) ***'.
016000     03  LINE 2  COLUMN 2 PIC X(78) FROM WS-360-LINHA (20).
016100     03  LINE 3  COLUMN 2 PIC X(78) FROM WS-360-LINHA (1).
016200     03  LINE 4  COLUMN 2 PIC X(78) FROM WS-360-LINHA (2).
016300     03  LINE 5  COLUMN 2 PIC X(78) FROM WS-360-LINHA (3).
016400     03  LINE 6  COLUMN 2 PIC X(78) FROM WS-360-LINHA (4).
016400     03  LINE 7  COLUMN 2 PIC X(60) FROM WS-FIL-MENSAGEM.
016500     03  LINE 8  COLUMN 2 PIC X(78) FROM WS-360-LINHA (5).
016600     03  LINE 9  COLUMN 2 PIC X(78) FROM WS-360-LINHA (6).
016700     03  LINE 10 COLUMN 2 PIC X(78) FROM WS-360-LINHA (7).
016800     03  LINE 11 COLUMN 2 PIC X(78) FROM WS-360-LINHA (8).
016800     03  LINE 12 COLUMN 2 PIC X(78) FROM WS-360-LINHA (21).
016900     03  LINE 13 COLUMN 2 PIC X(78) FROM WS-360-LINHA (9).
017000     03  LINE 14 COLUMN 2 PIC X(78) FROM WS-360-LINHA (10).
017100     03  LINE 15 COLUMN 2 PIC X(78) FROM WS-360-LINHA (11).
017600     03  LINE 21 COLUMN 2 PIC X(78) FROM WS-360-LINHA (16).
017700     03  LINE 22 COLUMN 2 PIC X(78) FROM WS-360-LINHA (17).
017800     03  LINE 23 COLUMN 2 PIC X(78) FROM WS-360-LINHA (18).
017800     03  LINE 24 COLUMN 2 PIC X(78) FROM WS-360-LINHA (19).
017900 PROCEDURE DIVISION.
018000******************************************************************
018100*    0000-MAINLINE - ROTINA PRINCIPAL                            *
018300 0000-MAINLINE.
018400     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
018500     DISPLAY '*** PAINEL 360 DO CONTATO (CTT360) ***'
018500     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
018500     IF NOT OPR-OK
018500        PERFORM P900-FIM
018500     END-IF
018500     PERFORM 9950-OBTER-FILIAL-OPERADOR THRU 9950-FIM
018500     PERFORM 9560-MASCARA-CONSULTA THRU 9560-FIM
018600     SET EXIT-OK                  TO FALSE
018700     PERFORM P100-SELECIONAR      THRU P100-FIM
018800         UNTIL EXIT-OK
019400******************************************************************
019500 P100-SELECIONAR.
019600     DISPLAY ' '
019700     DISPLAY 'INFORME O ID DO CONTATO (0 = PESQUISAR POR NOME '
019700     DISPLAY 'OU CPF/CNPJ):'
019800     ACCEPT WS-ID-BUSCA
019900     IF WS-ID-BUSCA NOT NUMERIC
020000        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS.'
020100        GO TO P100-RETOMAR
020200     END-IF
020300     IF WS-ID-BUSCA = ZEROS
020400        DISPLAY 'PESQUISAR POR (N)OME OU (C)PF/CNPJ? '
020400        ACCEPT WS-TIPO-PESQUISA
020400        IF PESQUISA-POR-DOC
020400           PERFORM P170-PESQUISAR-DOC THRU P170-FIM
020400        ELSE
020400           PERFORM P150-PESQUISAR-NOME THRU P150-FIM
020400        END-IF
020500     ELSE
020600        MOVE WS-ID-BUSCA          TO WS-DV-ID
020700        PERFORM 9845-CONFERIR-DV  THRU 9845-FIM
026800     PERFORM 9100-VERIFICAR-CONTEM THRU 9100-FIM
026900     IF CONTEM-OK
027000        DISPLAY ID-CONTATO ' - ' NM-CONTATO ' - ' ST-CONTATO
027000        MOVE ID-CONTATO              TO WS-ACS-ID
027000        MOVE 'L'                     TO WS-ACS-TIPO
027000        PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
027100     END-IF
027200     .
027300 P160-FIM. EXIT.
027300******************************************************************
027300*    P170-PESQUISAR-DOC - LOCALIZA O CONTATO PELA CHAVE           *
027300*                 ALTERNATIVA UNICA CPF-CNPJ-CONTATO E DEVOLVE O  *
027300*                 ID EM WS-ID-BUSCA (ZERO QUANDO NAO ACHA)        *
027300******************************************************************
027300 P170-PESQUISAR-DOC.
027300     MOVE ZEROS                   TO WS-ID-BUSCA
027300     DISPLAY 'INFORME O CPF (11) OU CNPJ (14) SO COM DIGITOS: '
027300     ACCEPT WS-DOC-BUSCA
027300     IF WS-DOC-BUSCA = SPACES
027300        GO TO P170-FIM
027300     END-IF
027300     MOVE '00'                    TO WS-FS
027300     OPEN INPUT CONTATOS
027300     IF NOT FS-OK
027300        PERFORM 9000-TRADUZIR-FS
027300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
027300        GO TO P170-FIM
027300     END-IF
027300     MOVE WS-DOC-BUSCA            TO CPF-CNPJ-CONTATO
027300     READ CONTATOS KEY IS CPF-CNPJ-CONTATO
027300         INVALID KEY
027300             DISPLAY 'NENHUM CONTATO COM ESSE CPF/CNPJ.'
027300         NOT INVALID KEY
027300             MOVE ID-CONTATO      TO WS-ID-BUSCA
027300     END-READ
027300     CLOSE CONTATOS
027300     .
027300 P170-FIM. EXIT.
027400******************************************************************
027500*    P200-MONTAR-PAINEL - LE O CONTATO E REUNE TELEFONES, NOTAS,  *
027600*                 MOVIMENTOS, ULTIMA ALTERACAO, VINCULOS E        *
027600*                 DOCUMENTOS; EXIBE A TELA                        *
027700******************************************************************
027800 P200-MONTAR-PAINEL.
027900     MOVE '00'                    TO WS-FS
029100             GO TO P200-FIM
029200     END-READ
029300
029400     MOVE ID-CONTATO              TO WS-ACS-ID
029400     MOVE 'D'                     TO WS-ACS-TIPO
029400     PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
029400     MOVE SPACES                  TO WS-PAINEL-360
029500     PERFORM P300-LINHAS-CADASTRO THRU P300-FIM
029500     MOVE CAT-CONTATO             TO WS-DCT-CATEGORIA
029600     CLOSE CONTATOS
029700     PERFORM P400-LINHAS-FONES    THRU P400-FIM
029800     PERFORM P500-LINHAS-NOTAS    THRU P500-FIM
029900     PERFORM P600-LINHAS-MOVTOS   THRU P600-FIM
030000     PERFORM P700-LINHA-AUDITORIA THRU P700-FIM
030000     PERFORM P750-LINHA-VINCULOS  THRU P750-FIM
030000     PERFORM P780-LINHA-DOCTOS    THRU P780-FIM
030000     PERFORM P790-LINHA-CAMPANHAS THRU P790-FIM
030100     DISPLAY TELA-360
030200     .
030300 P200-FIM. EXIT.
031800            '  ST '               DELIMITED BY SIZE
031900            ST-CONTATO            DELIMITED BY SIZE
032000            '  CAT '              DELIMITED BY SIZE
032100            FUNCTION TRIM(CAT-CONTATO) DELIMITED BY SIZE
032100            ' CPF '               DELIMITED BY SIZE
032100            CPF-CNPJ-CONTATO      DELIMITED BY SIZE
032200            INTO WS-LINHA-TRAB
032300     END-STRING
032400     MOVE WS-LINHA-TRAB           TO WS-360-LINHA (1)
032500
032600     MOVE TEL-CONTATO             TO WS-MASC-FONE
032600     PERFORM 9570-MASCARAR-FONE   THRU 9570-FIM
032600     MOVE EMAIL-CONTATO           TO WS-MASC-EMAIL
032600     PERFORM 9565-MASCARAR-EMAIL  THRU 9565-FIM
032600     MOVE SPACES                  TO WS-LINHA-TRAB
032700     STRING 'TEL '                DELIMITED BY SIZE
032800            WS-MASC-FONE          DELIMITED BY SIZE
032900            '  EMAIL '            DELIMITED BY SIZE
033000            WS-MASC-EMAIL         DELIMITED BY SIZE
033100            INTO WS-LINHA-TRAB
033200     END-STRING
033300     MOVE WS-LINHA-TRAB           TO WS-360-LINHA (2)
034600     MOVE WS-LINHA-TRAB           TO WS-360-LINHA (3)
034700
034800     MOVE SALDO-CONTATO           TO WS-MSK-SALDO
034800     MOVE WS-MSK-SALDO            TO WS-MASC-VALOR
034800     PERFORM 9580-MASCARAR-VALOR  THRU 9580-FIM
034900     MOVE SPACES                  TO WS-LINHA-TRAB
035000     STRING 'SALDO '              DELIMITED BY SIZE
035100            WS-MASC-VALOR (1:18)  DELIMITED BY SIZE
035200            '  NIVEL COBRANCA '   DELIMITED BY SIZE
035300            NIVEL-COBRANCA        DELIMITED BY SIZE
035400            '  ULT AVISO '        DELIMITED BY SIZE
035500            DT-ULT-AVISO          DELIMITED BY SIZE
035500            '  FILIAL '           DELIMITED BY SIZE
035500            FIL-CONTATO           DELIMITED BY SIZE
035600            INTO WS-LINHA-TRAB
035700     END-STRING
035800     MOVE WS-LINHA-TRAB           TO WS-360-LINHA (4)
035800     MOVE FIL-CONTATO             TO WS-FIL-ALVO
035800     PERFORM 9955-CONFERIR-FILIAL THRU 9955-FIM
035900     .
036000 P300-FIM. EXIT.
036100******************************************************************
041800        GO TO P410-FIM
041900     END-IF
042000     COMPUTE WS-LINHA-IDX = 5 + WS-FONE-QTD
042100     MOVE FONE-NUMERO             TO WS-MASC-FONE
042100     PERFORM 9570-MASCARAR-FONE   THRU 9570-FIM
042100     MOVE SPACES                  TO WS-LINHA-TRAB
042200     STRING '  '                  DELIMITED BY SIZE
042300            FONE-TIPO             DELIMITED BY SIZE
042400            ' '                   DELIMITED BY SIZE
042500            WS-MASC-FONE          DELIMITED BY SIZE
042600            INTO WS-LINHA-TRAB
042700     END-STRING
042700     IF FONE-INVALIDO
042700        MOVE '(NUMERO INVALIDO)'  TO WS-LINHA-TRAB (31:17)
042700     END-IF
042700     IF FONE-DESLIGADO
042700        MOVE '(DESLIGADO)'        TO WS-LINHA-TRAB (31:11)
042700     END-IF
042800     MOVE WS-LINHA-TRAB           TO WS-360-LINHA (WS-LINHA-IDX)
042900     .
043000 P410-FIM. EXIT.
057500     COMPUTE WS-LINHA-IDX = 13 + WS-UM-VOLTAS
057600     MOVE WS-UM-VALOR (WS-UM-IDX) TO WS-MSK-VALOR
057700     MOVE WS-UM-APOS (WS-UM-IDX)  TO WS-MSK-SALDO
057700     MOVE WS-MSK-SALDO            TO WS-MASC-VALOR
057700     PERFORM 9580-MASCARAR-VALOR  THRU 9580-FIM
057800     MOVE SPACES                  TO WS-LINHA-TRAB
057900     STRING '  '                  DELIMITED BY SIZE
058000            WS-UM-DATA (WS-UM-IDX) DELIMITED BY SIZE
058500            ' '                   DELIMITED BY SIZE
058600            WS-UM-MOTIVO (WS-UM-IDX) DELIMITED BY SIZE
058700            ' SALDO '             DELIMITED BY SIZE
058800            WS-MASC-VALOR (1:18)  DELIMITED BY SIZE
058900            INTO WS-LINHA-TRAB
059000     END-STRING
059100     MOVE WS-LINHA-TRAB           TO WS-360-LINHA (WS-LINHA-IDX)
059300 P620-FIM. EXIT.
059400******************************************************************
059500*    P700-LINHA-AUDITORIA - ULTIMA ALTERACAO DO CONTATO EM        *
059600*                 AUDCTT.LOG (EVENTOS DE TELEFONE DO CADFONE E DO *
059600*                 SMSRET NAO CONTAM)                              *
059700******************************************************************
059800 P700-LINHA-AUDITORIA.
059900     MOVE ZEROS                   TO WS-ULT-STAMP
064000     END-READ
064100     IF AUD-ID-CONTATO = WS-ID-BUSCA AND
064200        AUD-PROGRAMA NOT = 'CADFONE' AND
064200        AUD-PROGRAMA NOT = 'SMSRET' AND
064300        AUD-DATA-HORA > WS-ULT-STAMP
064400        MOVE AUD-DATA-HORA        TO WS-ULT-STAMP
064500        MOVE AUD-PROGRAMA         TO WS-ULT-PROGRAMA
064700     END-IF
064800     .
064900 P710-FIM. EXIT.
064900******************************************************************
064900*    P750-LINHA-VINCULOS - VINCULOS VIGENTES DO CONTATO NOS DOIS  *
064900*                 SENTIDOS (LINHA 19), TRES NA LINHA E A          *
064900*                 CONTAGEM DOS DEMAIS                             *
064900******************************************************************
064900 P750-LINHA-VINCULOS.
064900     PERFORM 9410-ABRIR-VINCULOS  THRU 9410-FIM
064900     IF NOT VIN-ARQ-ABERTO
064900        MOVE 'VINCULOS: (NENHUM CADASTRADO)'
064900                                  TO WS-360-LINHA (19)
064900        GO TO P750-FIM
064900     END-IF
064900     MOVE WS-ID-BUSCA             TO WS-VIN-BUSCA
064900     ACCEPT WS-VIN-DATA-REF       FROM DATE YYYYMMDD
064900     PERFORM 9425-CARREGAR-VINCULOS THRU 9425-FIM
064900     PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
064900     IF WS-VIN-QTD = ZEROS
064900        MOVE 'VINCULOS: (NENHUM VIGENTE)'
064900                                  TO WS-360-LINHA (19)
064900        GO TO P750-FIM
064900     END-IF
064900
064900     MOVE SPACES                  TO WS-LINHA-TRAB
064900     MOVE 'VINCULOS:'             TO WS-LINHA-TRAB
064900     MOVE 10                      TO WS-VIN-PTR
064900     PERFORM P760-ITEM-VINCULO    THRU P760-FIM
064900         VARYING WS-VIN-IDX FROM 1 BY 1
064900         UNTIL WS-VIN-IDX > WS-VIN-QTD
064900            OR WS-VIN-IDX > 3
064900     COMPUTE WS-VIN-EXTRAS = WS-VIN-EXCEDENTES + WS-VIN-QTD
064900     IF WS-VIN-EXTRAS > 3
064900        SUBTRACT 3                FROM WS-VIN-EXTRAS
064900        STRING ' +'               DELIMITED BY SIZE
064900               WS-VIN-EXTRAS      DELIMITED BY SIZE
064900               INTO WS-LINHA-TRAB
064900               WITH POINTER WS-VIN-PTR
064900        END-STRING
064900     END-IF
064900     MOVE WS-LINHA-TRAB           TO WS-360-LINHA (19)
064900     .
064900 P750-FIM. EXIT.
064900******************************************************************
064900*    P760-ITEM-VINCULO - ACRESCENTA UM VINCULO A LINHA, COM O     *
064900*                 PAPEL DO PONTO DE VISTA DO CONTATO EXIBIDO      *
064900******************************************************************
064900 P760-ITEM-VINCULO.
064900     EVALUATE WS-VIN-T-PAPEL (WS-VIN-IDX)
064900         ALSO WS-VIN-T-SENTIDO (WS-VIN-IDX)
064900         WHEN 'F' ALSO 'C'
064900             MOVE 'AFIANCADO POR'  TO WS-VIN-DESC
064900         WHEN 'F' ALSO 'R'
064900             MOVE 'FIADOR DE'      TO WS-VIN-DESC
064900         WHEN 'D' ALSO ANY
064900             MOVE 'DOMICILIO'      TO WS-VIN-DESC
064900         WHEN 'E' ALSO 'C'
064900             MOVE 'EMPREGADO DE'   TO WS-VIN-DESC
064900         WHEN 'E' ALSO 'R'
064900             MOVE 'EMPREGADOR DE'  TO WS-VIN-DESC
064900         WHEN OTHER
064900             MOVE 'VINCULO'        TO WS-VIN-DESC
064900     END-EVALUATE
064900     STRING ' '                   DELIMITED BY SIZE
064900            FUNCTION TRIM(WS-VIN-DESC) DELIMITED BY SIZE
064900            ' '                   DELIMITED BY SIZE
064900            WS-VIN-T-OUTRO (WS-VIN-IDX) DELIMITED BY SIZE
064900            INTO WS-LINHA-TRAB
064900            WITH POINTER WS-VIN-PTR
064900     END-STRING
064900     .
064900 P760-FIM. EXIT.
064900******************************************************************
064900*    P780-LINHA-DOCTOS - SITUACAO DOS DOCUMENTOS OBRIGATORIOS DO  *
064900*                 CONTATO (LINHA 20, NO ALTO DA TELA)             *
064900******************************************************************
064900 P780-LINHA-DOCTOS.
064900     PERFORM 9440-ABRIR-DOCTOS    THRU 9440-FIM
064900     MOVE WS-ID-BUSCA             TO WS-DCT-BUSCA
064900     ACCEPT WS-DCT-DATA-REF       FROM DATE YYYYMMDD
064900     PERFORM 9442-AVALIAR-DOCTOS  THRU 9442-FIM
064900     PERFORM 9448-FECHAR-DOCTOS   THRU 9448-FIM
064900     IF DCT-DISPENSADO
064900        MOVE 'DOCUMENTOS: NAO EXIGIDOS PARA A CATEGORIA'
064900                                  TO WS-360-LINHA (20)
064900        GO TO P780-FIM
064900     END-IF
064900
064900     MOVE SPACES                  TO WS-LINHA-TRAB
064900     EVALUATE TRUE
064900         WHEN DCT-REGULAR
064900             MOVE 'DOCUMENTOS: REGULAR  -' TO WS-LINHA-TRAB
064900         WHEN DCT-PENDENTE
064900             MOVE 'DOCUMENTOS: PENDENTE -' TO WS-LINHA-TRAB
064900         WHEN OTHER
064900             MOVE 'DOCUMENTOS: VENCIDO  -' TO WS-LINHA-TRAB
064900     END-EVALUATE
064900     MOVE 23                      TO WS-DCT-PTR
064900     PERFORM P785-ITEM-DOCTO      THRU P785-FIM
064900         VARYING WS-DCT-IDX FROM 1 BY 1
064900         UNTIL WS-DCT-IDX > 3
064900     IF WS-DCT-PROX-VENC NOT = ZEROS
064900        STRING ' - VENCE '        DELIMITED BY SIZE
064900               WS-DCT-PROX-VENC   DELIMITED BY SIZE
064900               INTO WS-LINHA-TRAB
064900               WITH POINTER WS-DCT-PTR
064900        END-STRING
064900     END-IF
064900     MOVE WS-LINHA-TRAB           TO WS-360-LINHA (20)
064900     .
064900 P780-FIM. EXIT.
064900******************************************************************
064900*    P785-ITEM-DOCTO - ACRESCENTA UM TIPO OBRIGATORIO A LINHA     *
064900******************************************************************
064900 P785-ITEM-DOCTO.
064900     EVALUATE WS-DCT-O-ST (WS-DCT-IDX)
064900         WHEN 'O'
064900             MOVE 'OK'             TO WS-DCT-DESC
064900         WHEN 'V'
064900             MOVE 'VENCIDO'        TO WS-DCT-DESC
064900         WHEN OTHER
064900             MOVE 'FALTA'          TO WS-DCT-DESC
064900     END-EVALUATE
064900     EVALUATE WS-DCT-IDX
064900         WHEN 1
064900             STRING ' ID '         DELIMITED BY SIZE
064900                    INTO WS-LINHA-TRAB
064900                    WITH POINTER WS-DCT-PTR
064900             END-STRING
064900         WHEN 2
064900             STRING ' END '        DELIMITED BY SIZE
064900                    INTO WS-LINHA-TRAB
064900                    WITH POINTER WS-DCT-PTR
064900             END-STRING
064900         WHEN OTHER
064900             STRING ' CONTR '      DELIMITED BY SIZE
064900                    INTO WS-LINHA-TRAB
064900                    WITH POINTER WS-DCT-PTR
064900             END-STRING
064900     END-EVALUATE
064900     STRING FUNCTION TRIM(WS-DCT-DESC) DELIMITED BY SIZE
064900            INTO WS-LINHA-TRAB
064900            WITH POINTER WS-DCT-PTR
064900     END-STRING
064900     .
064900 P785-FIM. EXIT.
064900******************************************************************
064900*    P790-LINHA-CAMPANHAS - CAMPANHAS DE QUE O CONTATO FEZ PARTE *
064900*                 (LINHA 21, NA LINHA 12 DA TELA): AS DUAS MAIS  *
064900*                 RECENTES E A CONTAGEM DAS ANTERIORES           *
064900******************************************************************
064900 P790-LINHA-CAMPANHAS.
064900     MOVE ZEROS                   TO WS-CMA-QTD
064900     MOVE SPACES                  TO WS-CMA-TAB
064900     OPEN INPUT CAMPALVO
064900     IF NOT FS-CMA-OK
064900        MOVE 'CAMPANHAS: (NENHUMA)'
064900                                  TO WS-360-LINHA (21)
064900        GO TO P790-FIM
064900     END-IF
064900     SET CMA-EOF-OK               TO FALSE
064900     MOVE WS-ID-BUSCA             TO CMA-ID-CONTATO
064900     START CAMPALVO KEY IS EQUAL CMA-ID-CONTATO
064900         INVALID KEY
064900             SET CMA-EOF-OK       TO TRUE
064900     END-START
064900     PERFORM P795-LER-CAMPANHA    THRU P795-FIM
064900         UNTIL CMA-EOF-OK
064900     CLOSE CAMPALVO
064900     IF WS-CMA-QTD = ZEROS
064900        MOVE 'CAMPANHAS: (NENHUMA)'
064900                                  TO WS-360-LINHA (21)
064900        GO TO P790-FIM
064900     END-IF
064900
064900     MOVE SPACES                  TO WS-LINHA-TRAB
064900     MOVE 'CAMPANHAS:'            TO WS-LINHA-TRAB
064900     MOVE 11                      TO WS-CMA-PTR
064900     PERFORM P797-ITEM-CAMPANHA   THRU P797-FIM
064900         VARYING WS-CMA-IDX FROM 1 BY 1
064900         UNTIL WS-CMA-IDX > WS-CMA-QTD
064900            OR WS-CMA-IDX > 2
064900     IF WS-CMA-QTD > 2
064900        SUBTRACT 2 FROM WS-CMA-QTD GIVING WS-CMA-EXTRAS
064900        STRING ' +'               DELIMITED BY SIZE
064900               WS-CMA-EXTRAS      DELIMITED BY SIZE
064900               ' ANTERIOR(ES)'    DELIMITED BY SIZE
064900               INTO WS-LINHA-TRAB
064900               WITH POINTER WS-CMA-PTR
064900        END-STRING
064900     END-IF
064900     MOVE WS-LINHA-TRAB           TO WS-360-LINHA (21)
064900     .
064900 P790-FIM. EXIT.
064900******************************************************************
064900*    P795-LER-CAMPANHA - LE A PROXIMA CAMPANHA DO CONTATO E      *
064900*                 GUARDA AS DUAS ULTIMAS LIDAS (A MAIS RECENTE   *
064900*                 NA PRIMEIRA POSICAO)                           *
064900******************************************************************
064900 P795-LER-CAMPANHA.
064900     READ CAMPALVO NEXT RECORD
064900         AT END
064900             SET CMA-EOF-OK       TO TRUE
064900             GO TO P795-FIM
064900     END-READ
064900     IF CMA-ID-CONTATO NOT = WS-ID-BUSCA
064900        SET CMA-EOF-OK            TO TRUE
064900        GO TO P795-FIM
064900     END-IF
064900     ADD 1                        TO WS-CMA-QTD
064900     MOVE WS-CMA-ENT (1)          TO WS-CMA-ENT (2)
064900     MOVE CMA-CODIGO              TO WS-CMA-T-CODIGO (1)
064900     EVALUATE TRUE
064900         WHEN CMA-RESP-POSITIVA
064900             MOVE 'POSITIVA'      TO WS-CMA-T-DESC (1)
064900             MOVE CMA-DT-RESPOSTA TO WS-CMA-T-DATA (1)
064900         WHEN CMA-RESP-NEGATIVA
064900             MOVE 'NEGATIVA'      TO WS-CMA-T-DESC (1)
064900             MOVE CMA-DT-RESPOSTA TO WS-CMA-T-DATA (1)
064900         WHEN CMA-RESP-INFORMACAO
064900             MOVE 'INFORMAC.'     TO WS-CMA-T-DESC (1)
064900             MOVE CMA-DT-RESPOSTA TO WS-CMA-T-DATA (1)
064900         WHEN CMA-ENVIADO
064900             MOVE 'ENVIADA'       TO WS-CMA-T-DESC (1)
064900             MOVE CMA-DT-ENVIO    TO WS-CMA-T-DATA (1)
064900         WHEN CMA-SUPRIMIDO
064900             MOVE 'SUPRIMIDA'     TO WS-CMA-T-DESC (1)
064900             MOVE ZEROS           TO WS-CMA-T-DATA (1)
064900         WHEN OTHER
064900             MOVE 'NO PUBLICO'    TO WS-CMA-T-DESC (1)
064900             MOVE ZEROS           TO WS-CMA-T-DATA (1)
064900     END-EVALUATE
064900     .
064900 P795-FIM. EXIT.
064900******************************************************************
064900*    P797-ITEM-CAMPANHA - ACRESCENTA UMA CAMPANHA A LINHA        *
064900******************************************************************
064900 P797-ITEM-CAMPANHA.
064900     STRING ' '                   DELIMITED BY SIZE
064900            FUNCTION TRIM(WS-CMA-T-CODIGO (WS-CMA-IDX))
064900                                  DELIMITED BY SIZE
064900            ' '                   DELIMITED BY SIZE
064900            FUNCTION TRIM(WS-CMA-T-DESC (WS-CMA-IDX))
064900                                  DELIMITED BY SIZE
064900            INTO WS-LINHA-TRAB
064900            WITH POINTER WS-CMA-PTR
064900     END-STRING
064900     IF WS-CMA-T-DATA (WS-CMA-IDX) NOT = ZEROS
064900        STRING ' '                DELIMITED BY SIZE
064900               WS-CMA-T-DATA (WS-CMA-IDX) DELIMITED BY SIZE
064900               INTO WS-LINHA-TRAB
064900               WITH POINTER WS-CMA-PTR
064900        END-STRING
064900     END-IF
064900     .
064900 P797-FIM. EXIT.
065000******************************************************************
065100*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
065200******************************************************************
065800     COPY NMCONTEM.
065900     COPY DSNENV.
066000     COPY DIGVER.
066000     COPY OPRLOG.
066000     COPY ACSLOG.
066000     COPY MASCAR.
066000     COPY VINCHK.
066000     COPY DCTCHK.
066000     COPY FILCHK.
