000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADDOC.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-06-27.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CADASTRO DOS DOCUMENTOS CADASTRAIS (KYC) DOS
000900*                 CONTATOS (DOCTOS.DAT, LAYOUT DCTREG.CPY): COPIA
001000*                 DO DOCUMENTO DE IDENTIDADE, COMPROVANTE DE
001100*                 ENDERECO, CONTRATO ASSINADO E OUTROS. CADA
001200*                 DOCUMENTO RECEBIDO E CONFERIDO ENTRA COM O TIPO,
001300*                 O NUMERO, A DATA DE RECEBIMENTO E A VALIDADE; O
001400*                 OPERADOR DO SIGN-ON FICA COMO QUEM CONFERIU. NA
001500*                 INCLUSAO A SEQUENCIA E A PROXIMA LIVRE DO
001600*                 CONTATO (MESMO PADRAO DO CADFONE). DOCUMENTO
001700*                 RENOVADO ENTRA COMO NOVO; O VENCIDO FICA COMO
001800*                 HISTORICO. A LISTA DO CONTATO TERMINA COM A
001900*                 SITUACAO DA DOCUMENTACAO OBRIGATORIA (COPYBOOK
002000*                 DCTCHK), A MESMA QUE SEGURA AUMENTO DE LIMITE E
002100*                 PAGAMENTO DE REEMBOLSO. A EXCLUSAO FISICA E SO
002200*                 PARA LANCAMENTO ERRADO, PELO SUPERVISOR. QUEM
002300*                 ALTEROU POR ULTIMO FICA CARIMBADO NO PROPRIO
002400*                 REGISTRO. SIGN-ON OBRIGATORIO; O PERFIL DE
002500*                 CONSULTA NAO TEM ACESSO.
002600*----------------------------------------------------------------*
002700*    HISTORICO DE ALTERACOES
002800*    DATA       AUTOR   DESCRICAO
002900*    ---------- ------- ----------------------------------------
003000*    2025-06-27 JSZ     PROGRAMA CRIADO (DOCUMENTOS CADASTRAIS
003100*                       DOS CONTATOS).
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ID-CONTATO
004300         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004400         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004500             SUPPRESS WHEN SPACES
004600         LOCK MODE IS MANUAL
004700         FILE STATUS IS WS-FS.
004800     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS DCT-CHAVE
005200         LOCK MODE IS MANUAL
005300         FILE STATUS IS WS-FS-DCT.
005400     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS OPE-CODIGO
005800         FILE STATUS IS WS-FS-OPE.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CONTATOS.
006200     COPY CONTREG.
006300 FD  DOCTOS.
006400     COPY DCTREG.
006500 FD  OPERADOR.
006600     COPY OPERREG.
006700 WORKING-STORAGE SECTION.
006800 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006900 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
007000 77  WS-FS                        PIC X(02) VALUE '00'.
007100     88 FS-OK                     VALUE '00'.
007200 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007300 77  WS-EXIT                      PIC X(01) VALUE 'N'.
007400     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
007500 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
007600     88 OPC-INCLUIR               VALUE '1'.
007700     88 OPC-LISTAR                VALUE '2'.
007800     88 OPC-ALTERAR               VALUE '3'.
007900     88 OPC-EXCLUIR               VALUE '4'.
008000     88 OPC-SAIR                  VALUE '5'.
008100 77  WS-ID-ENTRADA                PIC 9(06) VALUE ZEROS.
008200 77  WS-SEQ-ENTRADA               PIC 9(02) VALUE ZEROS.
008300 77  WS-PROXIMO-SEQ               PIC 9(02) VALUE ZEROS.
008400 77  WS-TIPO-ENTRADA              PIC X(01) VALUE SPACES.
008500 01  WS-NUMERO-ENTRADA            PIC X(20) VALUE SPACES.
008600 77  WS-RECEBIDO-ENTRADA          PIC 9(08) VALUE ZEROS.
008700 77  WS-VALIDADE-ENTRADA          PIC 9(08) VALUE ZEROS.
008800 77  WS-DATA-ENTRADA              PIC 9(08) VALUE ZEROS.
008900 77  WS-CONFIRMA                  PIC X(01) VALUE SPACES.
009000 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
009100 77  WS-HORA-HOJE                 PIC 9(08) VALUE ZEROS.
009200 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
009300 01  WS-CATEGORIA-PEDIDO          PIC X(10) VALUE SPACES.
009400 01  WS-CONTATO-VALIDO            PIC X(01) VALUE 'N'.
009500     88 CONTATO-VALIDO            VALUE 'S' FALSE 'N'.
009600 01  WS-CONTATO-ATIVO-SW          PIC X(01) VALUE 'N'.
009700     88 PEDIDO-ATIVO              VALUE 'S' FALSE 'N'.
009800 01  WS-EOF-LST-SW                PIC X(01) VALUE 'N'.
009900     88 EOF-LST-OK                VALUE 'S' FALSE 'N'.
010000 77  WS-CONT-DOCTOS               PIC 9(03) VALUE ZEROS.
010100 01  WS-TIPO-DESC                 PIC X(22) VALUE SPACES.
010200 01  WS-SITUACAO-DESC             PIC X(12) VALUE SPACES.
010300 01  WS-OBRIG-DESC                PIC X(07) VALUE SPACES.
010400*----------------------------------------------------------------*
010500*    AREA DA SITUACAO DA DOCUMENTACAO (COPYBOOK DCTCHK)          *
010600*----------------------------------------------------------------*
010700 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
010800     88 FS-DCT-OK                 VALUE '00'.
010900 77  WS-DCT-BUSCA                 PIC 9(06) VALUE ZEROS.
011000 01  WS-DCT-CATEGORIA             PIC X(10) VALUE SPACES.
011100 77  WS-DCT-DATA-REF              PIC 9(08) VALUE ZEROS.
011200 01  WS-DCT-SITUACAO              PIC X(01) VALUE SPACES.
011300     88 DCT-DISPENSADO            VALUE 'D'.
011400     88 DCT-REGULAR               VALUE 'R'.
011500     88 DCT-PENDENTE              VALUE 'P'.
011600     88 DCT-VENCIDO               VALUE 'V'.
011700     88 DCT-IRREGULAR             VALUE 'P' 'V'.
011800 01  WS-DCT-OBRIG-TAB.
011900     03  WS-DCT-OBRIG             OCCURS 3 TIMES.
012000         05  WS-DCT-O-ST          PIC X(01).
012100         05  WS-DCT-O-VALIDADE    PIC 9(08).
012200 77  WS-DCT-PROX-VENC             PIC 9(08) VALUE ZEROS.
012300 77  WS-DCT-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
012400 77  WS-DCT-IDX                   PIC 9(01) VALUE ZEROS.
012500 01  WS-DCT-ABERTO-SW             PIC X(01) VALUE 'N'.
012600     88 DCT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
012700 01  WS-DCT-EOF-SW                PIC X(01) VALUE 'N'.
012800     88 DCT-EOF-OK                VALUE 'S' FALSE 'N'.
012900 01  WS-DCT-BARRADO-SW            PIC X(01) VALUE 'N'.
013000     88 DCT-LIMITE-BARRADO        VALUE 'S' FALSE 'N'.
013100*----------------------------------------------------------------*
013200*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
013300*----------------------------------------------------------------*
013400 01  WS-DV-ID.
013500     03  WS-DV-ALG                OCCURS 6 TIMES PIC 9(01).
013600 77  WS-DV-ENTRADA                PIC X(01) VALUE SPACES.
013700 77  WS-DV-DIGITO                 PIC 9(01) VALUE ZEROS.
013800 77  WS-DV-SOMA                   PIC 9(03) VALUE ZEROS.
013900 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
014000 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
014100     88 DV-OK                     VALUE 'S' FALSE 'N'.
014200*----------------------------------------------------------------*
014300*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
014400*----------------------------------------------------------------*
014500 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
014600 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
014700     88 FS-OPE-OK                 VALUE '00'.
014800 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
014900 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
015000 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
015100     88 OPR-CONSULTA              VALUE 'C'.
015200     88 OPR-MANUTENCAO            VALUE 'M'.
015300     88 OPR-SUPERVISOR            VALUE 'S'.
015400 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
015500     88 OPR-OK                    VALUE 'S' FALSE 'N'.
015600 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
015700 PROCEDURE DIVISION.
015800******************************************************************
015900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
016000******************************************************************
016100 0000-MAINLINE.
016200     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
016300     DISPLAY '*** DOCUMENTOS CADASTRAIS DOS CONTATOS (CADDOC) ***'
016400     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
016500     IF NOT OPR-OK
016600        PERFORM P900-FIM
016700     END-IF
016800     IF OPR-CONSULTA
016900        DISPLAY 'PROGRAMA DE MANUTENCAO - PERFIL SOMENTE '
017000                'CONSULTA NAO AUTORIZADO.'
017100        PERFORM P900-FIM
017200     END-IF
017300     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
017400
017500     SET EXIT-OK                  TO FALSE
017600     PERFORM P100-MENU            THRU P100-FIM
017700         UNTIL EXIT-OK
017800     PERFORM P900-FIM
017900     .
018000******************************************************************
018100*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA  *
018200******************************************************************
018300 P100-MENU.
018400     MOVE SPACES                  TO WS-OPCAO
018500     DISPLAY ' '
018600     DISPLAY '1 - INCLUIR DOCUMENTO'
018700     DISPLAY '2 - DOCUMENTOS DO CONTATO'
018800     DISPLAY '3 - ALTERAR NUMERO / VALIDADE'
018900     DISPLAY '4 - EXCLUIR DOCUMENTO (LANCAMENTO ERRADO)'
019000     DISPLAY '5 - SAIR'
019100     DISPLAY 'INFORME A OPCAO DESEJADA: '
019200     ACCEPT WS-OPCAO
019300
019400     EVALUATE TRUE
019500         WHEN OPC-INCLUIR
019600             PERFORM P200-INCLUIR    THRU P200-FIM
019700         WHEN OPC-LISTAR
019800             PERFORM P400-LISTAR     THRU P400-FIM
019900         WHEN OPC-ALTERAR
020000             PERFORM P500-ALTERAR    THRU P500-FIM
020100         WHEN OPC-EXCLUIR
020200             PERFORM P600-EXCLUIR    THRU P600-FIM
020300         WHEN OPC-SAIR
020400             SET EXIT-OK             TO TRUE
020500         WHEN OTHER
020600             DISPLAY 'OPCAO INVALIDA.'
020700     END-EVALUATE
020800     .
020900 P100-FIM. EXIT.
021000******************************************************************
021100*    P200-INCLUIR - INCLUI UM DOCUMENTO CONFERIDO DE UM CONTATO  *
021200*                 ATIVO, COM A PROXIMA SEQUENCIA LIVRE           *
021300******************************************************************
021400 P200-INCLUIR.
021500     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
021600     IF NOT CONTATO-VALIDO
021700        GO TO P200-FIM
021800     END-IF
021900     IF NOT PEDIDO-ATIVO
022000        DISPLAY 'CONTATO ESTA INATIVO - DOCUMENTO NAO ACEITO.'
022100        GO TO P200-FIM
022200     END-IF
022300
022400     PERFORM P220-PEDIR-TIPO      THRU P220-FIM
022500     IF WS-TIPO-ENTRADA = SPACES
022600        GO TO P200-FIM
022700     END-IF
022800     DISPLAY 'NUMERO DO DOCUMENTO (CONTRATO: NUMERO OU DATA DA '
022900             'ASSINATURA): '
023000     MOVE SPACES                  TO WS-NUMERO-ENTRADA
023100     ACCEPT WS-NUMERO-ENTRADA
023200     IF WS-NUMERO-ENTRADA = SPACES
023300        DISPLAY 'NUMERO DO DOCUMENTO E OBRIGATORIO.'
023400        GO TO P200-FIM
023500     END-IF
023600
023700     DISPLAY 'DATA DE RECEBIMENTO (AAAAMMDD - ZEROS = HOJE): '
023800     PERFORM P230-PEDIR-DATA      THRU P230-FIM
023900     MOVE WS-DATA-ENTRADA         TO WS-RECEBIDO-ENTRADA
024000     IF WS-RECEBIDO-ENTRADA = ZEROS
024100        MOVE WS-DATA-HOJE         TO WS-RECEBIDO-ENTRADA
024200     END-IF
024300     IF WS-RECEBIDO-ENTRADA > WS-DATA-HOJE
024400        DISPLAY 'A DATA DE RECEBIMENTO NAO PODE SER FUTURA.'
024500        GO TO P200-FIM
024600     END-IF
024700     DISPLAY 'VALIDADE DO DOCUMENTO (AAAAMMDD - ZEROS = SEM '
024800             'VALIDADE): '
024900     PERFORM P230-PEDIR-DATA      THRU P230-FIM
025000     MOVE WS-DATA-ENTRADA         TO WS-VALIDADE-ENTRADA
025100     IF WS-VALIDADE-ENTRADA NOT = ZEROS AND
025200        WS-VALIDADE-ENTRADA < WS-DATA-HOJE
025300        DISPLAY 'DOCUMENTO JA VENCIDO - PECA AO CONTATO UM '
025400                'DOCUMENTO EM DIA.'
025500        GO TO P200-FIM
025600     END-IF
025700
025800     PERFORM P240-ABRIR-DOCTOS    THRU P240-FIM
025900     IF NOT DCT-ARQ-ABERTO
026000        GO TO P200-FIM
026100     END-IF
026200     PERFORM P260-PROXIMO-SEQ     THRU P260-FIM
026300     IF WS-PROXIMO-SEQ = ZEROS
026400        DISPLAY 'CONTATO JA TEM 99 DOCUMENTOS - EXCLUA OS '
026500                'LANCADOS ERRADO ANTES.'
026600        PERFORM 9448-FECHAR-DOCTOS THRU 9448-FIM
026700        GO TO P200-FIM
026800     END-IF
026900
027000     ACCEPT WS-HORA-HOJE          FROM TIME
027100     MOVE SPACES                  TO REG-DOCTOS
027200     MOVE WS-ID-ENTRADA           TO DCT-ID-CONTATO
027300     MOVE WS-PROXIMO-SEQ          TO DCT-SEQ
027400     MOVE WS-TIPO-ENTRADA         TO DCT-TIPO
027500     MOVE WS-NUMERO-ENTRADA       TO DCT-NUMERO
027600     MOVE WS-RECEBIDO-ENTRADA     TO DCT-DT-RECEBIDO
027700     MOVE WS-VALIDADE-ENTRADA     TO DCT-DT-VALIDADE
027800     MOVE WS-OPR-CODIGO           TO DCT-OPER-CONFERIU
027900     MOVE WS-DATA-HOJE            TO DCT-DATA-HORA (1:8)
028000     MOVE WS-HORA-HOJE (1:6)      TO DCT-DATA-HORA (9:6)
028100     MOVE ZEROS                   TO DCT-DT-ALTERACAO
028200     MOVE SPACES                  TO DCT-OPER-ALTERACAO
028300     WRITE REG-DOCTOS
028400         INVALID KEY
028500             MOVE WS-FS-DCT       TO WS-FS
028600             PERFORM 9000-TRADUZIR-FS
028700             DISPLAY 'NAO FOI POSSIVEL INCLUIR: ' WS-FS-MSG
028800         NOT INVALID KEY
028900             DISPLAY 'DOCUMENTO ' WS-ID-ENTRADA '/' WS-PROXIMO-SEQ
029000                     ' INCLUIDO COM SUCESSO.'
029100     END-WRITE
029200     PERFORM 9448-FECHAR-DOCTOS   THRU 9448-FIM
029300     .
029400 P200-FIM. EXIT.
029500******************************************************************
029600*    P210-PEDIR-CONTATO - PEDE UM ID COM DIGITO VERIFICADOR E    *
029700*                 CONFERE O CONTATO EM CONTATOS.DAT (DEVOLVE EM  *
029800*                 WS-ID-ENTRADA, COM A SITUACAO EM PEDIDO-ATIVO  *
029900*                 E A CATEGORIA EM WS-CATEGORIA-PEDIDO)          *
030000******************************************************************
030100 P210-PEDIR-CONTATO.
030200     SET CONTATO-VALIDO           TO FALSE
030300     SET PEDIDO-ATIVO             TO FALSE
030400     MOVE SPACES                  TO WS-CATEGORIA-PEDIDO
030500     DISPLAY 'INFORME O ID DO CONTATO: '
030600     ACCEPT WS-ID-ENTRADA
030700     IF WS-ID-ENTRADA NOT NUMERIC OR WS-ID-ENTRADA = ZEROS
030800        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
030900                'MAIOR QUE ZERO.'
031000        GO TO P210-FIM
031100     END-IF
031200     MOVE WS-ID-ENTRADA           TO WS-DV-ID
031300     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
031400     IF NOT DV-OK
031500        GO TO P210-FIM
031600     END-IF
031700
031800     OPEN INPUT CONTATOS
031900     IF NOT FS-OK
032000        PERFORM 9000-TRADUZIR-FS
032100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
032200        GO TO P210-FIM
032300     END-IF
032400     MOVE WS-ID-ENTRADA           TO ID-CONTATO
032500     READ CONTATOS
032600         INVALID KEY
032700             DISPLAY 'CONTATO NAO EXISTE!'
032800         NOT INVALID KEY
032900             SET CONTATO-VALIDO   TO TRUE
033000             IF CONTATO-ATIVO
033100                SET PEDIDO-ATIVO  TO TRUE
033200             END-IF
033300             MOVE CAT-CONTATO     TO WS-CATEGORIA-PEDIDO
033400             DISPLAY 'CONTATO..: ' ID-CONTATO ' - ' NM-CONTATO
033500                     ' (' FUNCTION TRIM(CAT-CONTATO) ')'
033600     END-READ
033700     CLOSE CONTATOS
033800     .
033900 P210-FIM. EXIT.
034000******************************************************************
034100*    P220-PEDIR-TIPO - TIPO DO DOCUMENTO, CONTRA O DOMINIO DE    *
034200*                 DCTREG.CPY (INVALIDO VOLTA EM BRANCO)          *
034300******************************************************************
034400 P220-PEDIR-TIPO.
034500     DISPLAY 'TIPO DO DOCUMENTO: '
034600     DISPLAY '  I = DOCUMENTO DE IDENTIDADE (RG/CNH/CARTAO CNPJ)'
034700     DISPLAY '  E = COMPROVANTE DE ENDERECO'
034800     DISPLAY '  C = CONTRATO ASSINADO'
034900     DISPLAY '  O = OUTRO DOCUMENTO'
035000     MOVE SPACES                  TO WS-TIPO-ENTRADA
035100     ACCEPT WS-TIPO-ENTRADA
035200     MOVE WS-TIPO-ENTRADA         TO DCT-TIPO
035300     IF NOT DCT-TIPO-VALIDO
035400        DISPLAY 'TIPO INVALIDO - USE I, E, C OU O.'
035500        MOVE SPACES               TO WS-TIPO-ENTRADA
035600     END-IF
035700     .
035800 P220-FIM. EXIT.
035900******************************************************************
036000*    P230-PEDIR-DATA - LE UMA DATA AAAAMMDD JA ANUNCIADA PELO    *
036100*                 CHAMADOR (ZEROS SAO DEVOLVIDOS PARA O          *
036200*                 CHAMADOR DECIDIR)                              *
036300******************************************************************
036400 P230-PEDIR-DATA.
036500     MOVE ZEROS                   TO WS-DATA-ENTRADA
036600     ACCEPT WS-DATA-ENTRADA
036700     IF WS-DATA-ENTRADA NOT NUMERIC
036800        DISPLAY 'DATA INVALIDA - DIGITE SOMENTE DIGITOS.'
036900        GO TO P230-PEDIR-DATA
037000     END-IF
037100     IF WS-DATA-ENTRADA = ZEROS
037200        GO TO P230-FIM
037300     END-IF
037400     COMPUTE WS-DIAS-AUX =
037500         FUNCTION INTEGER-OF-DATE(WS-DATA-ENTRADA)
037600     IF WS-DIAS-AUX = ZEROS
037700        DISPLAY 'DATA INEXISTENTE - INFORME DE NOVO: '
037800        GO TO P230-PEDIR-DATA
037900     END-IF
038000     .
038100 P230-FIM. EXIT.
038200******************************************************************
038300*    P240-ABRIR-DOCTOS - ABRE DOCTOS.DAT EM I-O, CRIANDO O       *
038400*                 ARQUIVO NA PRIMEIRA INCLUSAO (FILE STATUS 35,  *
038500*                 MESMO PADRAO DO CADFONE)                       *
038600******************************************************************
038700 P240-ABRIR-DOCTOS.
038800     SET DCT-ARQ-ABERTO           TO FALSE
038900     MOVE '00'                    TO WS-FS-DCT
039000     OPEN I-O DOCTOS
039100     IF WS-FS-DCT = '35'
039200        OPEN OUTPUT DOCTOS
039300        CLOSE DOCTOS
039400        MOVE '00'                 TO WS-FS-DCT
039500        OPEN I-O DOCTOS
039600     END-IF
039700     IF NOT FS-DCT-OK
039800        MOVE WS-FS-DCT            TO WS-FS
039900        PERFORM 9000-TRADUZIR-FS
040000        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DOCUMENTOS: '
040100                WS-FS-MSG
040200        GO TO P240-FIM
040300     END-IF
040400     SET DCT-ARQ-ABERTO           TO TRUE
040500     .
040600 P240-FIM. EXIT.
040700******************************************************************
040800*    P260-PROXIMO-SEQ - DESCOBRE A PROXIMA DCT-SEQ LIVRE DO      *
040900*                 CONTATO (MAIOR SEQ EXISTENTE + 1; ZEROS QUANDO *
041000*                 JA CHEGOU A 99)                                *
041100******************************************************************
041200 P260-PROXIMO-SEQ.
041300     MOVE ZEROS                   TO WS-PROXIMO-SEQ
041400     SET EOF-LST-OK               TO FALSE
041500     MOVE WS-ID-ENTRADA           TO DCT-ID-CONTATO
041600     MOVE ZEROS                   TO DCT-SEQ
041700     START DOCTOS KEY IS NOT LESS THAN DCT-CHAVE
041800         INVALID KEY
041900             SET EOF-LST-OK       TO TRUE
042000     END-START
042100     PERFORM P265-LER-SEQ         THRU P265-FIM
042200         UNTIL EOF-LST-OK
042300     IF WS-PROXIMO-SEQ = 99
042400        MOVE ZEROS                TO WS-PROXIMO-SEQ
042500     ELSE
042600        ADD 1                     TO WS-PROXIMO-SEQ
042700     END-IF
042800     .
042900 P260-FIM. EXIT.
043000 P265-LER-SEQ.
043100     READ DOCTOS NEXT RECORD
043200         AT END
043300             SET EOF-LST-OK        TO TRUE
043400             GO TO P265-FIM
043500     END-READ
043600     IF DCT-ID-CONTATO NOT = WS-ID-ENTRADA
043700        SET EOF-LST-OK            TO TRUE
043800        GO TO P265-FIM
043900     END-IF
044000     MOVE DCT-SEQ                 TO WS-PROXIMO-SEQ
044100     .
044200 P265-FIM. EXIT.
044300******************************************************************
044400*    P400-LISTAR - LISTA TODOS OS DOCUMENTOS DO CONTATO COM A    *
044500*                 SITUACAO DE HOJE E, AO FINAL, A SITUACAO DA    *
044600*                 DOCUMENTACAO OBRIGATORIA (COPYBOOK DCTCHK)     *
044700******************************************************************
044800 P400-LISTAR.
044900     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
045000     IF NOT CONTATO-VALIDO
045100        GO TO P400-FIM
045200     END-IF
045300     MOVE ZEROS                   TO WS-CONT-DOCTOS
045400     PERFORM 9440-ABRIR-DOCTOS    THRU 9440-FIM
045500     IF DCT-ARQ-ABERTO
045600        SET EOF-LST-OK            TO FALSE
045700        MOVE WS-ID-ENTRADA        TO DCT-ID-CONTATO
045800        MOVE ZEROS                TO DCT-SEQ
045900        START DOCTOS KEY IS NOT LESS THAN DCT-CHAVE
046000            INVALID KEY
046100                SET EOF-LST-OK    TO TRUE
046200        END-START
046300        PERFORM P410-LER-DOCTO    THRU P410-FIM
046400            UNTIL EOF-LST-OK
046500     END-IF
046600     DISPLAY ' '
046700     DISPLAY 'DOCUMENTOS DO CONTATO: ' WS-CONT-DOCTOS
046800
046900     MOVE WS-ID-ENTRADA           TO WS-DCT-BUSCA
047000     MOVE WS-CATEGORIA-PEDIDO     TO WS-DCT-CATEGORIA
047100     MOVE WS-DATA-HOJE            TO WS-DCT-DATA-REF
047200     PERFORM 9442-AVALIAR-DOCTOS  THRU 9442-FIM
047300     PERFORM 9448-FECHAR-DOCTOS   THRU 9448-FIM
047400     PERFORM P450-EXIBIR-SITUACAO THRU P450-FIM
047500     .
047600 P400-FIM. EXIT.
047700 P410-LER-DOCTO.
047800     READ DOCTOS NEXT RECORD
047900         AT END
048000             SET EOF-LST-OK        TO TRUE
048100             GO TO P410-FIM
048200     END-READ
048300     IF DCT-ID-CONTATO NOT = WS-ID-ENTRADA
048400        SET EOF-LST-OK            TO TRUE
048500        GO TO P410-FIM
048600     END-IF
048700     ADD 1                        TO WS-CONT-DOCTOS
048800     PERFORM P440-DESCREVER-TIPO  THRU P440-FIM
048900     EVALUATE TRUE
049000         WHEN DCT-DT-VALIDADE = ZEROS
049100             MOVE 'SEM VALIDADE'  TO WS-SITUACAO-DESC
049200         WHEN DCT-DT-VALIDADE < WS-DATA-HOJE
049300             MOVE 'VENCIDO'       TO WS-SITUACAO-DESC
049400         WHEN OTHER
049500             MOVE 'VALIDO'        TO WS-SITUACAO-DESC
049600     END-EVALUATE
049700     DISPLAY ' '
049800     DISPLAY 'DOCUMENTO ' DCT-ID-CONTATO '/' DCT-SEQ ' - '
049900             WS-TIPO-DESC ' ' DCT-NUMERO
050000     DISPLAY '  RECEBIDO ' DCT-DT-RECEBIDO ' VALIDADE '
050100             DCT-DT-VALIDADE ' - ' WS-SITUACAO-DESC
050200             ' - CONFERIDO POR ' DCT-OPER-CONFERIU
050300     .
050400 P410-FIM. EXIT.
050500 P440-DESCREVER-TIPO.
050600     EVALUATE TRUE
050700         WHEN DCT-IDENTIDADE
050800             MOVE 'IDENTIDADE'             TO WS-TIPO-DESC
050900         WHEN DCT-COMPROVANTE-END
051000             MOVE 'COMPROVANTE DE ENDERECO' TO WS-TIPO-DESC
051100         WHEN DCT-CONTRATO
051200             MOVE 'CONTRATO ASSINADO'      TO WS-TIPO-DESC
051300         WHEN DCT-OUTRO
051400             MOVE 'OUTRO DOCUMENTO'        TO WS-TIPO-DESC
051500         WHEN OTHER
051600             MOVE 'TIPO ?'                 TO WS-TIPO-DESC
051700     END-EVALUATE
051800     .
051900 P440-FIM. EXIT.
052000******************************************************************
052100*    P450-EXIBIR-SITUACAO - SITUACAO DA DOCUMENTACAO OBRIGATORIA *
052200*                 DO CONTATO, TIPO A TIPO                        *
052300******************************************************************
052400 P450-EXIBIR-SITUACAO.
052500     DISPLAY ' '
052600     EVALUATE TRUE
052700         WHEN DCT-DISPENSADO
052800             DISPLAY 'DOCUMENTACAO: NAO EXIGIDA PARA A CATEGORIA '
052900                     FUNCTION TRIM(WS-CATEGORIA-PEDIDO) '.'
053000             GO TO P450-FIM
053100         WHEN DCT-REGULAR
053200             DISPLAY 'DOCUMENTACAO: REGULAR.'
053300         WHEN DCT-PENDENTE
053400             DISPLAY 'DOCUMENTACAO: PENDENTE - AUMENTO DE LIMITE '
053500                     'E REEMBOLSO BLOQUEADOS.'
053600         WHEN OTHER
053700             DISPLAY 'DOCUMENTACAO: VENCIDA - AUMENTO DE LIMITE '
053800                     'E REEMBOLSO BLOQUEADOS.'
053900     END-EVALUATE
054000     PERFORM P455-EXIBIR-OBRIG    THRU P455-FIM
054100         VARYING WS-DCT-IDX FROM 1 BY 1
054200         UNTIL WS-DCT-IDX > 3
054300     IF WS-DCT-PROX-VENC NOT = ZEROS
054400        DISPLAY '  PRIMEIRO VENCIMENTO: ' WS-DCT-PROX-VENC
054500     END-IF
054600     .
054700 P450-FIM. EXIT.
054800 P455-EXIBIR-OBRIG.
054900     EVALUATE WS-DCT-O-ST (WS-DCT-IDX)
055000         WHEN 'O'
055100             MOVE 'OK'            TO WS-OBRIG-DESC
055200         WHEN 'V'
055300             MOVE 'VENCIDO'       TO WS-OBRIG-DESC
055400         WHEN OTHER
055500             MOVE 'FALTA'         TO WS-OBRIG-DESC
055600     END-EVALUATE
055700     EVALUATE WS-DCT-IDX
055800         WHEN 1
055900             DISPLAY '  IDENTIDADE.............: ' WS-OBRIG-DESC
056000         WHEN 2
056100             DISPLAY '  COMPROVANTE DE ENDERECO: ' WS-OBRIG-DESC
056200         WHEN OTHER
056300             DISPLAY '  CONTRATO ASSINADO......: ' WS-OBRIG-DESC
056400     END-EVALUATE
056500     .
056600 P455-FIM. EXIT.
056700******************************************************************
056800*    P500-ALTERAR - CORRIGE O NUMERO E A VALIDADE DE UM          *
056900*                 DOCUMENTO (CHAVE = CONTATO + SEQ). DOCUMENTO   *
057000*                 RENOVADO ENTRA PELA INCLUSAO                   *
057100******************************************************************
057200 P500-ALTERAR.
057300     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
057400     IF NOT CONTATO-VALIDO
057500        GO TO P500-FIM
057600     END-IF
057700     DISPLAY 'INFORME A SEQUENCIA DO DOCUMENTO: '
057800     ACCEPT WS-SEQ-ENTRADA
057900     PERFORM P240-ABRIR-DOCTOS    THRU P240-FIM
058000     IF NOT DCT-ARQ-ABERTO
058100        GO TO P500-FIM
058200     END-IF
058300
058400     MOVE WS-ID-ENTRADA           TO DCT-ID-CONTATO
058500     MOVE WS-SEQ-ENTRADA          TO DCT-SEQ
058600     READ DOCTOS WITH LOCK
058700         INVALID KEY
058800             DISPLAY 'DOCUMENTO NAO EXISTE!'
058900             PERFORM 9448-FECHAR-DOCTOS THRU 9448-FIM
059000             GO TO P500-FIM
059100     END-READ
059200     PERFORM P440-DESCREVER-TIPO  THRU P440-FIM
059300     DISPLAY 'DOCUMENTO....: ' WS-TIPO-DESC
059400     DISPLAY 'NUMERO ATUAL.: ' DCT-NUMERO
059500     DISPLAY 'VALIDADE ATUAL: ' DCT-DT-VALIDADE
059600
059700     DISPLAY 'NOVO NUMERO (EM BRANCO = MANTER): '
059800     MOVE SPACES                  TO WS-NUMERO-ENTRADA
059900     ACCEPT WS-NUMERO-ENTRADA
060000     IF WS-NUMERO-ENTRADA = SPACES
060100        MOVE DCT-NUMERO           TO WS-NUMERO-ENTRADA
060200     END-IF
060300     DISPLAY 'NOVA VALIDADE (AAAAMMDD - ZEROS = SEM VALIDADE): '
060400     PERFORM P230-PEDIR-DATA      THRU P230-FIM
060500     MOVE WS-DATA-ENTRADA         TO WS-VALIDADE-ENTRADA
060600     IF WS-VALIDADE-ENTRADA NOT = ZEROS AND
060700        WS-VALIDADE-ENTRADA < DCT-DT-RECEBIDO
060800        DISPLAY 'A VALIDADE NAO PODE SER ANTERIOR AO '
060900                'RECEBIMENTO - ALTERACAO CANCELADA.'
061000        UNLOCK DOCTOS
061100        PERFORM 9448-FECHAR-DOCTOS THRU 9448-FIM
061200        GO TO P500-FIM
061300     END-IF
061400
061500     MOVE WS-NUMERO-ENTRADA       TO DCT-NUMERO
061600     MOVE WS-VALIDADE-ENTRADA     TO DCT-DT-VALIDADE
061700     MOVE WS-DATA-HOJE            TO DCT-DT-ALTERACAO
061800     MOVE WS-OPR-CODIGO           TO DCT-OPER-ALTERACAO
061900     REWRITE REG-DOCTOS
062000         INVALID KEY
062100             MOVE WS-FS-DCT       TO WS-FS
062200             PERFORM 9000-TRADUZIR-FS
062300             DISPLAY 'NAO FOI POSSIVEL ALTERAR: ' WS-FS-MSG
062400         NOT INVALID KEY
062500             DISPLAY 'DOCUMENTO ALTERADO COM SUCESSO.'
062600     END-REWRITE
062700     UNLOCK DOCTOS
062800     PERFORM 9448-FECHAR-DOCTOS   THRU 9448-FIM
062900     .
063000 P500-FIM. EXIT.
063100******************************************************************
063200*    P600-EXCLUIR - EXCLUI FISICAMENTE UM DOCUMENTO LANCADO      *
063300*                 ERRADO. SO O SUPERVISOR; O DOCUMENTO VENCIDO   *
063400*                 FICA COMO HISTORICO                            *
063500******************************************************************
063600 P600-EXCLUIR.
063700     IF NOT OPR-SUPERVISOR
063800        DISPLAY 'EXCLUSAO DE DOCUMENTO E SO DO SUPERVISOR.'
063900        GO TO P600-FIM
064000     END-IF
064100     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
064200     IF NOT CONTATO-VALIDO
064300        GO TO P600-FIM
064400     END-IF
064500     DISPLAY 'INFORME A SEQUENCIA DO DOCUMENTO: '
064600     ACCEPT WS-SEQ-ENTRADA
064700     PERFORM P240-ABRIR-DOCTOS    THRU P240-FIM
064800     IF NOT DCT-ARQ-ABERTO
064900        GO TO P600-FIM
065000     END-IF
065100
065200     MOVE WS-ID-ENTRADA           TO DCT-ID-CONTATO
065300     MOVE WS-SEQ-ENTRADA          TO DCT-SEQ
065400     READ DOCTOS WITH LOCK
065500         INVALID KEY
065600             DISPLAY 'DOCUMENTO NAO EXISTE!'
065700             PERFORM 9448-FECHAR-DOCTOS THRU 9448-FIM
065800             GO TO P600-FIM
065900     END-READ
066000     PERFORM P440-DESCREVER-TIPO  THRU P440-FIM
066100     DISPLAY 'DOCUMENTO....: ' WS-TIPO-DESC ' ' DCT-NUMERO
066200             ' VALIDADE ' DCT-DT-VALIDADE
066300     DISPLAY 'CONFIRMA A EXCLUSAO? (S/N): '
066400     MOVE SPACES                  TO WS-CONFIRMA
066500     ACCEPT WS-CONFIRMA
066600     IF WS-CONFIRMA NOT = 'S'
066700        DISPLAY 'EXCLUSAO DESISTIDA.'
066800        UNLOCK DOCTOS
066900        PERFORM 9448-FECHAR-DOCTOS THRU 9448-FIM
067000        GO TO P600-FIM
067100     END-IF
067200
067300     DELETE DOCTOS
067400         INVALID KEY
067500             MOVE WS-FS-DCT       TO WS-FS
067600             PERFORM 9000-TRADUZIR-FS
067700             DISPLAY 'NAO FOI POSSIVEL EXCLUIR: ' WS-FS-MSG
067800         NOT INVALID KEY
067900             DISPLAY 'DOCUMENTO EXCLUIDO COM SUCESSO.'
068000     END-DELETE
068100     UNLOCK DOCTOS
068200     PERFORM 9448-FECHAR-DOCTOS   THRU 9448-FIM
068300     .
068400 P600-FIM. EXIT.
068500******************************************************************
068600*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
068700******************************************************************
068800 P900-FIM.
068900     DISPLAY '*** FIM DOS DOCUMENTOS CADASTRAIS ***'
069000     STOP RUN.
069100
069200     COPY FSTATUS.
069300     COPY DSNENV.
069400     COPY DIGVER.
069500     COPY OPRLOG.
069600     COPY DCTCHK.
