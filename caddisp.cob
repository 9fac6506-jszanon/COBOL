000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADDISP.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-05-02.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CADASTRO DE CONTESTACOES DE MOVIMENTO
000900*                 (DISPUTAS.DAT, LAYOUT DISPREG.CPY). O DEVEDOR
001000*                 QUE CONTESTA UM DEBITO JA EFETIVADO TEM A
001100*                 DISPUTA ABERTA AQUI, APONTANDO O LANCAMENTO EM
001200*                 MOVHIST.DAT COMO NO ESTMOV (CONTATO + DATA DO
001300*                 MOVIMENTO + SEQUENCIA EXIBIDA PELO RELEXTR), COM
001400*                 A RAZAO DA CONTESTACAO. ENQUANTO A DISPUTA
001500*                 ESTIVER ABERTA, O VALOR CONTESTADO FICA FORA DOS
001600*                 JUROS (JURCTT), DA REMESSA BANCARIA (REMBANC) E
001700*                 DA ESCALADA DE COBRANCA (CARTCOB). A DISPUTA
001800*                 PROCEDENTE TERMINA COM O ESTORNO DO DEBITO PELO
001900*                 ESTMOV, QUE A ENCERRA COMO DEFERIDA; A
002000*                 IMPROCEDENTE E REJEITADA AQUI, COM PARECER, POR
002100*                 UM SUPERVISOR QUE NAO A TENHA ABERTO. O CADDISP
002200*                 TAMBEM LISTA AS DISPUTAS DO CONTATO. SIGN-ON
002300*                 OBRIGATORIO; O PERFIL DE CONSULTA NAO TEM
002400*                 ACESSO.
002500*----------------------------------------------------------------*
002600*    HISTORICO DE ALTERACOES
002700*    DATA       AUTOR   DESCRICAO
002800*    ---------- ------- ----------------------------------------
002900*    2025-05-02 JSZ     PROGRAMA CRIADO (CONTESTACAO DE
003000*                       MOVIMENTOS).
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ID-CONTATO
004200         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004300         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004400             SUPPRESS WHEN SPACES
004500         LOCK MODE IS MANUAL
004600         FILE STATUS IS WS-FS.
004700     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-HIS.
005000     SELECT DISPUTAS ASSIGN TO WS-DISPUTAS-DSN
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS DSP-CHAVE
005400         LOCK MODE IS MANUAL
005500         FILE STATUS IS WS-FS-DSP.
005600     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS OPE-CODIGO
006000         FILE STATUS IS WS-FS-OPE.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CONTATOS.
006400     COPY CONTREG.
006500 FD  HISTORICO.
006600     COPY MOVHREG.
006700 FD  DISPUTAS.
006800     COPY DISPREG.
006900 FD  OPERADOR.
007000     COPY OPERREG.
007100 WORKING-STORAGE SECTION.
007200 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
007300 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
007400 01  WS-DISPUTAS-DSN              PIC X(100) VALUE 'DISPUTAS.DAT'.
007500 77  WS-FS                        PIC X(02) VALUE '00'.
007600     88 FS-OK                     VALUE '00'.
007700 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
007800     88 FS-HIS-OK                 VALUE '00'.
007900 77  WS-FS-DSP                    PIC X(02) VALUE '00'.
008000     88 FS-DSP-OK                 VALUE '00'.
008100 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
008200 77  WS-EXIT                      PIC X(01) VALUE 'N'.
008300     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
008400 77  WS-EOF-HIS                   PIC X(01) VALUE 'N'.
008500     88 EOF-HIS-OK                VALUE 'S' FALSE 'N'.
008600 01  WS-DSP-EOF-SW                PIC X(01) VALUE 'N'.
008700     88 DSP-EOF-OK                VALUE 'S' FALSE 'N'.
008800 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
008900     88 OPC-ABRIR                 VALUE '1'.
009000     88 OPC-LISTAR                VALUE '2'.
009100     88 OPC-REJEITAR              VALUE '3'.
009200     88 OPC-SAIR                  VALUE '4'.
009300 77  WS-ID-ENTRADA                PIC 9(06) VALUE ZEROS.
009400 77  WS-DATA-ENTRADA              PIC 9(08) VALUE ZEROS.
009500 77  WS-SEQ-ENTRADA               PIC 9(03) VALUE ZEROS.
009600 77  WS-SEQ-CORRENTE              PIC 9(03) VALUE ZEROS.
009700 77  WS-SEQ-DISPUTA               PIC 9(03) VALUE ZEROS.
009800 77  WS-TEXTO-ENTRADA             PIC X(60) VALUE SPACES.
009900 77  WS-CONFIRMA                  PIC X(01) VALUE SPACES.
010000 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
010100 77  WS-HORA-AGORA                PIC 9(08) VALUE ZEROS.
010200 01  WS-CONTATO-VALIDO            PIC X(01) VALUE 'N'.
010300     88 CONTATO-VALIDO            VALUE 'S' FALSE 'N'.
010400 01  WS-ACHOU-ALVO                PIC X(01) VALUE 'N'.
010500     88 ACHOU-ALVO                VALUE 'S' FALSE 'N'.
010600 01  WS-ALVO-VALIDO               PIC X(01) VALUE 'N'.
010700     88 ALVO-VALIDO               VALUE 'S' FALSE 'N'.
010800 01  WS-DSP-DUPLICADA-SW          PIC X(01) VALUE 'N'.
010900     88 DSP-DUPLICADA             VALUE 'S' FALSE 'N'.
011000 77  WS-CONT-DISPUTAS             PIC 9(03) VALUE ZEROS.
011100 77  WS-SITUACAO-DESC             PIC X(10) VALUE SPACES.
011200 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
011300*----------------------------------------------------------------*
011400*    DADOS DO LANCAMENTO CONTESTADO, GUARDADOS PARA A DISPUTA    *
011500*----------------------------------------------------------------*
011600 01  WS-ALVO.
011700     03  WS-ALVO-VALOR            PIC 9(09)V99.
011800     03  WS-ALVO-MOTIVO           PIC X(10).
011900     03  WS-ALVO-DATA-POST        PIC 9(08).
012000*----------------------------------------------------------------*
012100*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
012200*----------------------------------------------------------------*
012300 01  WS-DV-ID.
012400     03  WS-DV-ALG                OCCURS 6 TIMES PIC 9(01).
012500 77  WS-DV-ENTRADA                PIC X(01) VALUE SPACES.
012600 77  WS-DV-DIGITO                 PIC 9(01) VALUE ZEROS.
012700 77  WS-DV-SOMA                   PIC 9(03) VALUE ZEROS.
012800 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
012900 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
013000     88 DV-OK                     VALUE 'S' FALSE 'N'.
013100*----------------------------------------------------------------*
013200*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
013300*----------------------------------------------------------------*
013400 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
013500 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
013600     88 FS-OPE-OK                 VALUE '00'.
013700 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
013800 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
013900 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
014000     88 OPR-CONSULTA              VALUE 'C'.
014100     88 OPR-MANUTENCAO            VALUE 'M'.
014200     88 OPR-SUPERVISOR            VALUE 'S'.
014300 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
014400     88 OPR-OK                    VALUE 'S' FALSE 'N'.
014500 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
014600 PROCEDURE DIVISION.
014700******************************************************************
014800*    0000-MAINLINE - ROTINA PRINCIPAL                            *
014900******************************************************************
015000 0000-MAINLINE.
015100     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
015200     DISPLAY '*** CONTESTACAO DE MOVIMENTOS (CADDISP) ***'
015300     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
015400     IF NOT OPR-OK
015500        PERFORM P900-FIM
015600     END-IF
015700     IF OPR-CONSULTA
015800        DISPLAY 'PERFIL DE CONSULTA NAO PODE REGISTRAR DISPUTAS.'
015900        PERFORM P900-FIM
016000     END-IF
016100     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
016200
016300     SET EXIT-OK                  TO FALSE
016400     PERFORM P100-MENU            THRU P100-FIM
016500         UNTIL EXIT-OK
016600     PERFORM P900-FIM
016700     .
016800******************************************************************
016900*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA  *
017000******************************************************************
017100 P100-MENU.
017200     MOVE SPACES                  TO WS-OPCAO
017300     DISPLAY ' '
017400     DISPLAY '1 - ABRIR DISPUTA DE MOVIMENTO'
017500     DISPLAY '2 - DISPUTAS DO CONTATO'
017600     DISPLAY '3 - REJEITAR DISPUTA ABERTA (SUPERVISOR)'
017700     DISPLAY '4 - SAIR'
017800     DISPLAY 'INFORME A OPCAO DESEJADA: '
017900     ACCEPT WS-OPCAO
018000
018100     EVALUATE TRUE
018200         WHEN OPC-ABRIR
018300             PERFORM P200-ABRIR      THRU P200-FIM
018400         WHEN OPC-LISTAR
018500             PERFORM P300-LISTAR     THRU P300-FIM
018600         WHEN OPC-REJEITAR
018700             PERFORM P400-REJEITAR   THRU P400-FIM
018800         WHEN OPC-SAIR
018900             SET EXIT-OK             TO TRUE
019000         WHEN OTHER
019100             DISPLAY 'OPCAO INVALIDA.'
019200     END-EVALUATE
019300     .
019400 P100-FIM. EXIT.
019500******************************************************************
019600*    P200-ABRIR - ABRE UMA DISPUTA CONTRA UM DEBITO DO LEDGER    *
019700******************************************************************
019800 P200-ABRIR.
019900     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
020000     IF NOT CONTATO-VALIDO
020100        GO TO P200-FIM
020200     END-IF
020300     DISPLAY 'INFORME A DATA DO MOVIMENTO (AAAAMMDD): '
020400     ACCEPT WS-DATA-ENTRADA
020500     DISPLAY 'INFORME A SEQUENCIA DO LANCAMENTO (VER RELEXTR): '
020600     ACCEPT WS-SEQ-ENTRADA
020700     IF WS-SEQ-ENTRADA NOT NUMERIC OR WS-SEQ-ENTRADA = ZEROS
020800        DISPLAY 'SEQUENCIA INVALIDA - DIGITE SOMENTE DIGITOS, '
020900                'MAIOR QUE ZERO.'
021000        GO TO P200-FIM
021100     END-IF
021200
021300     PERFORM P220-LOCALIZAR-ALVO  THRU P220-FIM
021400     IF NOT ALVO-VALIDO
021500        GO TO P200-FIM
021600     END-IF
021700     PERFORM P240-VERIFICAR-DISPUTAS THRU P240-FIM
021800     IF DSP-DUPLICADA
021900        GO TO P200-FIM
022000     END-IF
022100
022200     MOVE SPACES                  TO WS-TEXTO-ENTRADA
022300     DISPLAY 'RAZAO DA CONTESTACAO (ATE 60 POSICOES): '
022400     ACCEPT WS-TEXTO-ENTRADA
022500     IF WS-TEXTO-ENTRADA = SPACES
022600        DISPLAY 'A RAZAO E OBRIGATORIA - DISPUTA NAO ABERTA.'
022700        GO TO P200-FIM
022800     END-IF
022900     DISPLAY 'CONFIRMA A ABERTURA DA DISPUTA? (S/N): '
023000     MOVE SPACES                  TO WS-CONFIRMA
023100     ACCEPT WS-CONFIRMA
023200     IF WS-CONFIRMA NOT = 'S'
023300        DISPLAY 'ABERTURA DESISTIDA.'
023400        GO TO P200-FIM
023500     END-IF
023600
023700     PERFORM P260-GRAVAR-DISPUTA  THRU P260-FIM
023800     .
023900 P200-FIM. EXIT.
024000******************************************************************
024100*    P210-PEDIR-CONTATO - PEDE O ID COM DIGITO VERIFICADOR E     *
024200*                 CONFERE O CONTATO EM CONTATOS.DAT              *
024300******************************************************************
024400 P210-PEDIR-CONTATO.
024500     SET CONTATO-VALIDO           TO FALSE
024600     DISPLAY 'INFORME O ID DO CONTATO: '
024700     ACCEPT WS-ID-ENTRADA
024800     IF WS-ID-ENTRADA NOT NUMERIC OR WS-ID-ENTRADA = ZEROS
024900        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
025000                'MAIOR QUE ZERO.'
025100        GO TO P210-FIM
025200     END-IF
025300     MOVE WS-ID-ENTRADA           TO WS-DV-ID
025400     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
025500     IF NOT DV-OK
025600        GO TO P210-FIM
025700     END-IF
025800
025900     OPEN INPUT CONTATOS
026000     IF NOT FS-OK
026100        PERFORM 9000-TRADUZIR-FS
026200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
026300        GO TO P210-FIM
026400     END-IF
026500     MOVE WS-ID-ENTRADA           TO ID-CONTATO
026600     READ CONTATOS
026700         INVALID KEY
026800             DISPLAY 'CONTATO NAO EXISTE!'
026900         NOT INVALID KEY
027000             SET CONTATO-VALIDO   TO TRUE
027100             DISPLAY 'CONTATO..: ' ID-CONTATO ' - ' NM-CONTATO
027200     END-READ
027300     CLOSE CONTATOS
027400     .
027500 P210-FIM. EXIT.
027600******************************************************************
027700*    P220-LOCALIZAR-ALVO - VARRE O HISTORICO CONTANDO OS         *
027800*                 LANCAMENTOS DO CONTATO ATE A SEQUENCIA PEDIDA  *
027900*                 (MESMA CONTAGEM DO ESTMOV)                     *
028000******************************************************************
028100 P220-LOCALIZAR-ALVO.
028200     SET ALVO-VALIDO              TO FALSE
028300     SET ACHOU-ALVO               TO FALSE
028400     SET EOF-HIS-OK               TO FALSE
028500     MOVE ZEROS                   TO WS-SEQ-CORRENTE
028600     MOVE '00'                    TO WS-FS-HIS
028700     OPEN INPUT HISTORICO
028800     IF NOT FS-HIS-OK
028900        DISPLAY 'NENHUM HISTORICO DE MOVIMENTOS ENCONTRADO ('
029000                'MOVHIST.DAT) - RODE O POSTSAL ANTES.'
029100        GO TO P220-FIM
029200     END-IF
029300
029400     PERFORM P230-EXAMINAR-LINHA  THRU P230-FIM
029500         UNTIL EOF-HIS-OK
029600     CLOSE HISTORICO
029700
029800     IF NOT ACHOU-ALVO
029900        DISPLAY 'LANCAMENTO NAO ENCONTRADO PARA O CONTATO/'
030000                'SEQUENCIA INFORMADOS.'
030100     END-IF
030200     .
030300 P220-FIM. EXIT.
030400******************************************************************
030500*    P230-EXAMINAR-LINHA - LE UMA LINHA DO HISTORICO; NA         *
030600*                 SEQUENCIA ALVO, VALIDA DATA, TIPO, MARCA DE    *
030700*                 ESTORNO E MOTIVO                               *
030800******************************************************************
030900 P230-EXAMINAR-LINHA.
031000     READ HISTORICO
031100         AT END
031200             SET EOF-HIS-OK        TO TRUE
031300             GO TO P230-FIM
031400     END-READ
031500     IF HIS-ID-CONTATO NOT = WS-ID-ENTRADA
031600        GO TO P230-FIM
031700     END-IF
031800     ADD 1                        TO WS-SEQ-CORRENTE
031900     IF WS-SEQ-CORRENTE NOT = WS-SEQ-ENTRADA
032000        GO TO P230-FIM
032100     END-IF
032200
032300     SET ACHOU-ALVO               TO TRUE
032400     SET EOF-HIS-OK               TO TRUE
032500     MOVE HIS-VALOR               TO WS-MSK-VALOR
032600     DISPLAY 'LANCAMENTO: SEQ ' WS-SEQ-CORRENTE ' ' HIS-DATA-MOV
032700             ' ' HIS-TIPO ' ' WS-MSK-VALOR ' ' HIS-MOTIVO
032800
032900     IF HIS-DATA-MOV NOT = WS-DATA-ENTRADA
033000        DISPLAY 'DATA NAO CONFERE COM O LANCAMENTO - DISPUTA '
033100                'NAO ACEITA.'
033200        GO TO P230-FIM
033300     END-IF
033400     IF NOT HIS-DEBITO
033500        DISPLAY 'LANCAMENTO A CREDITO - SO DEBITO PODE SER '
033600                'CONTESTADO.'
033700        GO TO P230-FIM
033800     END-IF
033900     IF HIS-FOI-ESTORNADO
034000        DISPLAY 'LANCAMENTO JA FOI ESTORNADO - NADA A CONTESTAR.'
034100        GO TO P230-FIM
034200     END-IF
034300     IF HIS-MOTIVO = 'ESTORNO'
034400        DISPLAY 'LANCAMENTO E UM ESTORNO - NAO PODE SER '
034500                'CONTESTADO.'
034600        GO TO P230-FIM
034700     END-IF
034800
034900     MOVE HIS-VALOR               TO WS-ALVO-VALOR
035000     MOVE HIS-MOTIVO              TO WS-ALVO-MOTIVO
035100     MOVE HIS-DATA-POST           TO WS-ALVO-DATA-POST
035200     SET ALVO-VALIDO              TO TRUE
035300     .
035400 P230-FIM. EXIT.
035500******************************************************************
035600*    P240-VERIFICAR-DISPUTAS - RECUSA UMA SEGUNDA DISPUTA ABERTA *
035700*                 CONTRA O MESMO LANCAMENTO                      *
035800******************************************************************
035900 P240-VERIFICAR-DISPUTAS.
036000     SET DSP-DUPLICADA            TO FALSE
036100     MOVE '00'                    TO WS-FS-DSP
036200     OPEN INPUT DISPUTAS
036300     IF NOT FS-DSP-OK
036400        GO TO P240-FIM
036500     END-IF
036600     SET DSP-EOF-OK               TO FALSE
036700     MOVE WS-ID-ENTRADA           TO DSP-ID-CONTATO
036800     MOVE ZEROS                   TO DSP-SEQ
036900     START DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE
037000         INVALID KEY
037100             SET DSP-EOF-OK       TO TRUE
037200     END-START
037300     PERFORM P245-LER-DISPUTA     THRU P245-FIM
037400         UNTIL DSP-EOF-OK
037500     CLOSE DISPUTAS
037600     .
037700 P240-FIM. EXIT.
037800 P245-LER-DISPUTA.
037900     READ DISPUTAS NEXT RECORD
038000         AT END
038100             SET DSP-EOF-OK        TO TRUE
038200             GO TO P245-FIM
038300     END-READ
038400     IF DSP-ID-CONTATO NOT = WS-ID-ENTRADA
038500        SET DSP-EOF-OK            TO TRUE
038600        GO TO P245-FIM
038700     END-IF
038800     IF DSP-ABERTA AND
038900        DSP-MOV-DATA      = WS-DATA-ENTRADA AND
039000        DSP-MOV-VALOR     = WS-ALVO-VALOR AND
039100        DSP-MOV-MOTIVO    = WS-ALVO-MOTIVO AND
039200        DSP-MOV-DATA-POST = WS-ALVO-DATA-POST
039300        DISPLAY 'JA EXISTE A DISPUTA ' DSP-SEQ ' ABERTA PARA '
039400                'ESTE LANCAMENTO.'
039500        SET DSP-DUPLICADA         TO TRUE
039600        SET DSP-EOF-OK            TO TRUE
039700     END-IF
039800     .
039900 P245-FIM. EXIT.
040000******************************************************************
040100*    P260-GRAVAR-DISPUTA - GRAVA A DISPUTA ABERTA NA PROXIMA     *
040200*                 SEQUENCIA DO CONTATO (ARQUIVO CRIADO SO COM    *
040300*                 FILE STATUS 35, COMO O PROMESSAS.DAT)          *
040400******************************************************************
040500 P260-GRAVAR-DISPUTA.
040600     MOVE '00'                    TO WS-FS-DSP
040700     OPEN I-O DISPUTAS
040800     IF WS-FS-DSP = '35'
040900        OPEN OUTPUT DISPUTAS
041000        CLOSE DISPUTAS
041100        MOVE '00'                 TO WS-FS-DSP
041200        OPEN I-O DISPUTAS
041300     END-IF
041400     IF NOT FS-DSP-OK
041500        MOVE WS-FS-DSP            TO WS-FS
041600        PERFORM 9000-TRADUZIR-FS
041700        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISPUTAS: ' WS-FS-MSG
041800        GO TO P260-FIM
041900     END-IF
042000
042100     MOVE ZEROS                   TO WS-SEQ-DISPUTA
042200     SET DSP-EOF-OK               TO FALSE
042300     MOVE WS-ID-ENTRADA           TO DSP-ID-CONTATO
042400     MOVE ZEROS                   TO DSP-SEQ
042500     START DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE
042600         INVALID KEY
042700             SET DSP-EOF-OK       TO TRUE
042800     END-START
042900     PERFORM P265-ULTIMA-SEQUENCIA THRU P265-FIM
043000         UNTIL DSP-EOF-OK
043100     ADD 1                        TO WS-SEQ-DISPUTA
043200
043300     ACCEPT WS-HORA-AGORA         FROM TIME
043400     MOVE WS-ID-ENTRADA           TO DSP-ID-CONTATO
043500     MOVE WS-SEQ-DISPUTA          TO DSP-SEQ
043600     MOVE WS-DATA-HOJE            TO DSP-DATA-HORA (1:8)
043700     MOVE WS-HORA-AGORA (1:6)     TO DSP-DATA-HORA (9:6)
043800     MOVE WS-OPR-CODIGO           TO DSP-OPER-ABERTURA
043900     SET DSP-ABERTA               TO TRUE
044000     MOVE WS-DATA-ENTRADA         TO DSP-MOV-DATA
044100     MOVE WS-SEQ-ENTRADA          TO DSP-MOV-SEQ
044200     MOVE WS-ALVO-VALOR           TO DSP-MOV-VALOR
044300     MOVE WS-ALVO-MOTIVO          TO DSP-MOV-MOTIVO
044400     MOVE WS-ALVO-DATA-POST       TO DSP-MOV-DATA-POST
044500     MOVE WS-TEXTO-ENTRADA        TO DSP-RAZAO
044600     MOVE ZEROS                   TO DSP-DT-FECHO
044700     MOVE SPACES                  TO DSP-OPER-FECHO
044800     MOVE SPACES                  TO DSP-PARECER
044900     WRITE REG-DISPUTA
045000         INVALID KEY
045100             MOVE WS-FS-DSP       TO WS-FS
045200             PERFORM 9000-TRADUZIR-FS
045300             DISPLAY 'NAO FOI POSSIVEL GRAVAR A DISPUTA: '
045400                     WS-FS-MSG
045500         NOT INVALID KEY
045600             DISPLAY 'DISPUTA ' WS-SEQ-DISPUTA ' ABERTA PARA O '
045700                     'CONTATO ' WS-ID-ENTRADA '.'
045800     END-WRITE
045900     CLOSE DISPUTAS
046000     .
046100 P260-FIM. EXIT.
046200 P265-ULTIMA-SEQUENCIA.
046300     READ DISPUTAS NEXT RECORD
046400         AT END
046500             SET DSP-EOF-OK        TO TRUE
046600             GO TO P265-FIM
046700     END-READ
046800     IF DSP-ID-CONTATO NOT = WS-ID-ENTRADA
046900        SET DSP-EOF-OK            TO TRUE
047000     ELSE
047100        MOVE DSP-SEQ              TO WS-SEQ-DISPUTA
047200     END-IF
047300     .
047400 P265-FIM. EXIT.
047500******************************************************************
047600*    P300-LISTAR - LISTA AS DISPUTAS DO CONTATO, DA PRIMEIRA     *
047700*                 PARA A ULTIMA, COM A SITUACAO                  *
047800******************************************************************
047900 P300-LISTAR.
048000     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
048100     IF NOT CONTATO-VALIDO
048200        GO TO P300-FIM
048300     END-IF
048400     MOVE '00'                    TO WS-FS-DSP
048500     OPEN INPUT DISPUTAS
048600     IF NOT FS-DSP-OK
048700        DISPLAY 'NENHUMA DISPUTA REGISTRADA AINDA ('
048800                'DISPUTAS.DAT NAO ENCONTRADO).'
048900        GO TO P300-FIM
049000     END-IF
049100
049200     MOVE ZEROS                   TO WS-CONT-DISPUTAS
049300     SET DSP-EOF-OK               TO FALSE
049400     MOVE WS-ID-ENTRADA           TO DSP-ID-CONTATO
049500     MOVE ZEROS                   TO DSP-SEQ
049600     START DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE
049700         INVALID KEY
049800             SET DSP-EOF-OK       TO TRUE
049900     END-START
050000     PERFORM P310-EXIBIR-DISPUTA  THRU P310-FIM
050100         UNTIL DSP-EOF-OK
050200     CLOSE DISPUTAS
050300     DISPLAY ' '
050400     DISPLAY 'DISPUTAS DO CONTATO: ' WS-CONT-DISPUTAS
050500     .
050600 P300-FIM. EXIT.
050700******************************************************************
050800*    P310-EXIBIR-DISPUTA - LE E EXIBE UMA DISPUTA DO CONTATO     *
050900******************************************************************
051000 P310-EXIBIR-DISPUTA.
051100     READ DISPUTAS NEXT RECORD
051200         AT END
051300             SET DSP-EOF-OK        TO TRUE
051400             GO TO P310-FIM
051500     END-READ
051600     IF DSP-ID-CONTATO NOT = WS-ID-ENTRADA
051700        SET DSP-EOF-OK            TO TRUE
051800        GO TO P310-FIM
051900     END-IF
052000     ADD 1                        TO WS-CONT-DISPUTAS
052100     PERFORM P320-EXIBIR-DETALHE  THRU P320-FIM
052200     .
052300 P310-FIM. EXIT.
052400******************************************************************
052500*    P320-EXIBIR-DETALHE - EXIBE A DISPUTA EM REG-DISPUTA        *
052600******************************************************************
052700 P320-EXIBIR-DETALHE.
052800     EVALUATE TRUE
052900         WHEN DSP-ABERTA
053000             MOVE 'ABERTA'           TO WS-SITUACAO-DESC
053100         WHEN DSP-DEFERIDA
053200             MOVE 'DEFERIDA'         TO WS-SITUACAO-DESC
053300         WHEN DSP-REJEITADA
053400             MOVE 'REJEITADA'        TO WS-SITUACAO-DESC
053500         WHEN OTHER
053600             MOVE 'SITUACAO ?'       TO WS-SITUACAO-DESC
053700     END-EVALUATE
053800     MOVE DSP-MOV-VALOR           TO WS-MSK-VALOR
053900     DISPLAY ' '
054000     DISPLAY 'DISPUTA ' DSP-SEQ ' DE ' DSP-DATA-HORA (1:8)
054100             ' POR ' DSP-OPER-ABERTURA ' - ' WS-SITUACAO-DESC
054200     DISPLAY '  MOVIMENTO ' DSP-MOV-DATA ' SEQ ' DSP-MOV-SEQ ' '
054300             WS-MSK-VALOR ' ' DSP-MOV-MOTIVO
054400     DISPLAY '  RAZAO: ' DSP-RAZAO
054500     IF NOT DSP-ABERTA
054600        DISPLAY '  ENCERRADA EM ' DSP-DT-FECHO ' POR '
054700                DSP-OPER-FECHO
054800        DISPLAY '  PARECER: ' DSP-PARECER
054900     END-IF
055000     .
055100 P320-FIM. EXIT.
055200******************************************************************
055300*    P400-REJEITAR - ENCERRA UMA DISPUTA ABERTA COMO REJEITADA,  *
055400*                 COM O PARECER DO SUPERVISOR (NUNCA DE QUEM A   *
055500*                 ABRIU). A DEFERIDA SAI PELO ESTORNO NO ESTMOV  *
055600******************************************************************
055700 P400-REJEITAR.
055800     IF NOT OPR-SUPERVISOR
055900        DISPLAY 'SOMENTE O PERFIL SUPERVISOR REJEITA DISPUTAS.'
056000        GO TO P400-FIM
056100     END-IF
056200     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
056300     IF NOT CONTATO-VALIDO
056400        GO TO P400-FIM
056500     END-IF
056600     DISPLAY 'INFORME A SEQUENCIA DA DISPUTA: '
056700     ACCEPT WS-SEQ-DISPUTA
056800
056900     MOVE '00'                    TO WS-FS-DSP
057000     OPEN I-O DISPUTAS
057100     IF NOT FS-DSP-OK
057200        MOVE WS-FS-DSP            TO WS-FS
057300        PERFORM 9000-TRADUZIR-FS
057400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISPUTAS: ' WS-FS-MSG
057500        GO TO P400-FIM
057600     END-IF
057700
057800     MOVE WS-ID-ENTRADA           TO DSP-ID-CONTATO
057900     MOVE WS-SEQ-DISPUTA          TO DSP-SEQ
058000     READ DISPUTAS WITH LOCK
058100         INVALID KEY
058200             DISPLAY 'DISPUTA NAO EXISTE!'
058300             CLOSE DISPUTAS
058400             GO TO P400-FIM
058500     END-READ
058600     PERFORM P320-EXIBIR-DETALHE  THRU P320-FIM
058700     IF NOT DSP-ABERTA
058800        DISPLAY 'DISPUTA JA ENCERRADA - NADA A REJEITAR.'
058900        UNLOCK DISPUTAS
059000        CLOSE DISPUTAS
059100        GO TO P400-FIM
059200     END-IF
059300     IF DSP-OPER-ABERTURA = WS-OPR-CODIGO
059400        DISPLAY 'A DISPUTA FOI ABERTA POR VOCE - A REJEICAO CABE '
059500                'A OUTRO SUPERVISOR.'
059600        UNLOCK DISPUTAS
059700        CLOSE DISPUTAS
059800        GO TO P400-FIM
059900     END-IF
060000
060100     MOVE SPACES                  TO WS-TEXTO-ENTRADA
060200     DISPLAY 'PARECER DA REJEICAO (ATE 60 POSICOES): '
060300     ACCEPT WS-TEXTO-ENTRADA
060400     IF WS-TEXTO-ENTRADA = SPACES
060500        DISPLAY 'O PARECER E OBRIGATORIO - DISPUTA MANTIDA.'
060600        UNLOCK DISPUTAS
060700        CLOSE DISPUTAS
060800        GO TO P400-FIM
060900     END-IF
061000     DISPLAY 'CONFIRMA A REJEICAO? (S/N): '
061100     MOVE SPACES                  TO WS-CONFIRMA
061200     ACCEPT WS-CONFIRMA
061300     IF WS-CONFIRMA NOT = 'S'
061400        DISPLAY 'REJEICAO DESISTIDA.'
061500        UNLOCK DISPUTAS
061600        CLOSE DISPUTAS
061700        GO TO P400-FIM
061800     END-IF
061900
062000     SET DSP-REJEITADA            TO TRUE
062100     MOVE WS-DATA-HOJE            TO DSP-DT-FECHO
062200     MOVE WS-OPR-CODIGO           TO DSP-OPER-FECHO
062300     MOVE WS-TEXTO-ENTRADA        TO DSP-PARECER
062400     REWRITE REG-DISPUTA
062500         INVALID KEY
062600             MOVE WS-FS-DSP       TO WS-FS
062700             PERFORM 9000-TRADUZIR-FS
062800             DISPLAY 'NAO FOI POSSIVEL GRAVAR: ' WS-FS-MSG
062900         NOT INVALID KEY
063000             DISPLAY 'DISPUTA REJEITADA - O VALOR VOLTA A '
063100                     'COBRANCA.'
063200     END-REWRITE
063300     UNLOCK DISPUTAS
063400     CLOSE DISPUTAS
063500     .
063600 P400-FIM. EXIT.
063700******************************************************************
063800*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
063900******************************************************************
064000 P900-FIM.
064100     DISPLAY '*** FIM DA CONTESTACAO DE MOVIMENTOS ***'
064200     STOP RUN.
064300
064400     COPY FSTATUS.
064500     COPY DSNENV.
064600     COPY DIGVER.
064700     COPY OPRLOG.
