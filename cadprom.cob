000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADPROM.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-04-25.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CADASTRO DE PROMESSAS DE PAGAMENTO
000900*                 (PROMESSAS.DAT, LAYOUT PROMREG.CPY). A PROMESSA
001000*                 FEITA FORA DA FILA DE COBRANCA (TELEFONE NO
001100*                 BALCAO, E-MAIL) E REGISTRADA AQUI COM CONTATO,
001200*                 VALOR, DATA PROMETIDA E OPERADOR, EM VEZ DE
001300*                 FICAR SO NO TEXTO DE UMA ANOTACAO; A LIGACAO DA
001400*                 FILA REGISTRA A SUA PELO TRABCOB. O CADPROM
001500*                 TAMBEM LISTA AS PROMESSAS DO CONTATO COM A
001600*                 SITUACAO APURADA PELO CONFPROM E CANCELA UMA
001700*                 PROMESSA AINDA ABERTA (DIGITADA ERRADA OU
001800*                 SUBSTITUIDA POR ACORDO), CARIMBANDO QUEM E
001900*                 QUANDO. SIGN-ON OBRIGATORIO; O PERFIL DE
002000*                 CONSULTA NAO TEM ACESSO.
002100*----------------------------------------------------------------*
002200*    HISTORICO DE ALTERACOES
002300*    DATA       AUTOR   DESCRICAO
002400*    ---------- ------- ----------------------------------------
002500*    2025-04-25 JSZ     PROGRAMA CRIADO (PROMESSAS DE
002600*                       PAGAMENTO).
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ID-CONTATO
003800         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003900         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004000             SUPPRESS WHEN SPACES
004100         LOCK MODE IS MANUAL
004200         FILE STATUS IS WS-FS.
004300     SELECT PROMESSAS ASSIGN TO WS-PROMESSAS-DSN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PRM-CHAVE
004700         LOCK MODE IS MANUAL
004800         FILE STATUS IS WS-FS-PRM.
004900     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS OPE-CODIGO
005300         FILE STATUS IS WS-FS-OPE.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CONTATOS.
005700     COPY CONTREG.
005800 FD  PROMESSAS.
005900     COPY PROMREG.
006000 FD  OPERADOR.
006100     COPY OPERREG.
006200 WORKING-STORAGE SECTION.
006300 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006400 01  WS-PROMESSAS-DSN             PIC X(100)
006500         VALUE 'PROMESSAS.DAT'.
006600 77  WS-FS                        PIC X(02) VALUE '00'.
006700     88 FS-OK                     VALUE '00'.
006800 77  WS-FS-PRM                    PIC X(02) VALUE '00'.
006900     88 FS-PRM-OK                 VALUE '00'.
007000 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007100 77  WS-EXIT                      PIC X(01) VALUE 'N'.
007200     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
007300 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
007400     88 OPC-INCLUIR               VALUE '1'.
007500     88 OPC-LISTAR                VALUE '2'.
007600     88 OPC-CANCELAR              VALUE '3'.
007700     88 OPC-SAIR                  VALUE '4'.
007800 77  WS-ID-ENTRADA                PIC 9(06) VALUE ZEROS.
007900 77  WS-SEQ-ENTRADA               PIC 9(03) VALUE ZEROS.
008000 77  WS-VALOR-ENTRADA             PIC 9(09)V99 VALUE ZEROS.
008100 77  WS-DATA-ENTRADA              PIC 9(08) VALUE ZEROS.
008200 77  WS-CONFIRMA                  PIC X(01) VALUE SPACES.
008300 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
008400 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
008500 01  WS-CONTATO-VALIDO            PIC X(01) VALUE 'N'.
008600     88 CONTATO-VALIDO            VALUE 'S' FALSE 'N'.
008700 77  WS-SALDO-ATUAL               PIC S9(09)V99 VALUE ZEROS.
008800 77  WS-CONT-PROMESSAS            PIC 9(03) VALUE ZEROS.
008900 77  WS-SITUACAO-DESC             PIC X(16) VALUE SPACES.
009000 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
009100*----------------------------------------------------------------*
009200*    AREA DA GRAVACAO DE PROMESSA (COPYBOOK PRMGRV)              *
009300*----------------------------------------------------------------*
009400 77  WS-PRM-ID                    PIC 9(06) VALUE ZEROS.
009500 77  WS-PRM-VALOR                 PIC 9(09)V99 VALUE ZEROS.
009600 77  WS-PRM-DATA                  PIC 9(08) VALUE ZEROS.
009700 77  WS-PRM-OPERADOR              PIC X(08) VALUE SPACES.
009800 77  WS-PRM-NOTA-SEQ              PIC 9(03) VALUE ZEROS.
009900 77  WS-PRM-SEQ                   PIC 9(03) VALUE ZEROS.
010000 77  WS-PRM-HOJE                  PIC 9(08) VALUE ZEROS.
010100 77  WS-PRM-HORA                  PIC 9(08) VALUE ZEROS.
010200 01  WS-PRM-EOF-SW                PIC X(01) VALUE 'N'.
010300     88 PRM-EOF-OK                VALUE 'S' FALSE 'N'.
010400 01  WS-PRM-GRAVADA-SW            PIC X(01) VALUE 'N'.
010500     88 PRM-GRAVADA               VALUE 'S' FALSE 'N'.
010600*----------------------------------------------------------------*
010700*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
010800*----------------------------------------------------------------*
010900 01  WS-DV-ID.
011000     03  WS-DV-ALG                OCCURS 6 TIMES PIC 9(01).
011100 77  WS-DV-ENTRADA                PIC X(01) VALUE SPACES.
011200 77  WS-DV-DIGITO                 PIC 9(01) VALUE ZEROS.
011300 77  WS-DV-SOMA                   PIC 9(03) VALUE ZEROS.
011400 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
011500 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
011600     88 DV-OK                     VALUE 'S' FALSE 'N'.
011700*----------------------------------------------------------------*
011800*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
011900*----------------------------------------------------------------*
012000 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
012100 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
012200     88 FS-OPE-OK                 VALUE '00'.
012300 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
012400 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
012500 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
012600     88 OPR-CONSULTA              VALUE 'C'.
012700     88 OPR-MANUTENCAO            VALUE 'M'.
012800     88 OPR-SUPERVISOR            VALUE 'S'.
012900 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
013000     88 OPR-OK                    VALUE 'S' FALSE 'N'.
013100 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
013200 PROCEDURE DIVISION.
013300******************************************************************
013400*    0000-MAINLINE - ROTINA PRINCIPAL                            *
013500******************************************************************
013600 0000-MAINLINE.
013700     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
013800     DISPLAY '*** PROMESSAS DE PAGAMENTO (CADPROM) ***'
013900     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
014000     IF NOT OPR-OK
014100        PERFORM P900-FIM
014200     END-IF
014300     IF OPR-CONSULTA
014400        DISPLAY 'PERFIL DE CONSULTA NAO PODE REGISTRAR PROMESSAS.'
014500        PERFORM P900-FIM
014600     END-IF
014700     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
014800
014900     SET EXIT-OK                  TO FALSE
015000     PERFORM P100-MENU            THRU P100-FIM
015100         UNTIL EXIT-OK
015200     PERFORM P900-FIM
015300     .
015400******************************************************************
015500*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA  *
015600******************************************************************
015700 P100-MENU.
015800     MOVE SPACES                  TO WS-OPCAO
015900     DISPLAY ' '
016000     DISPLAY '1 - REGISTRAR PROMESSA DE PAGAMENTO'
016100     DISPLAY '2 - PROMESSAS DO CONTATO'
016200     DISPLAY '3 - CANCELAR PROMESSA ABERTA'
016300     DISPLAY '4 - SAIR'
016400     DISPLAY 'INFORME A OPCAO DESEJADA: '
016500     ACCEPT WS-OPCAO
016600
016700     EVALUATE TRUE
016800         WHEN OPC-INCLUIR
016900             PERFORM P200-INCLUIR    THRU P200-FIM
017000         WHEN OPC-LISTAR
017100             PERFORM P300-LISTAR     THRU P300-FIM
017200         WHEN OPC-CANCELAR
017300             PERFORM P400-CANCELAR   THRU P400-FIM
017400         WHEN OPC-SAIR
017500             SET EXIT-OK             TO TRUE
017600         WHEN OTHER
017700             DISPLAY 'OPCAO INVALIDA.'
017800     END-EVALUATE
017900     .
018000 P100-FIM. EXIT.
018100******************************************************************
018200*    P200-INCLUIR - REGISTRA UMA PROMESSA PARA UM DEVEDOR        *
018300******************************************************************
018400 P200-INCLUIR.
018500     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
018600     IF NOT CONTATO-VALIDO
018700        GO TO P200-FIM
018800     END-IF
018900     IF WS-SALDO-ATUAL NOT < ZEROS
019000        DISPLAY 'CONTATO SEM SALDO DEVEDOR - NAO HA O QUE '
019100                'PROMETER.'
019200        GO TO P200-FIM
019300     END-IF
019400
019500     PERFORM P220-PEDIR-VALOR     THRU P220-FIM
019600     IF WS-VALOR-ENTRADA = ZEROS
019700        GO TO P200-FIM
019800     END-IF
019900     PERFORM P230-PEDIR-DATA      THRU P230-FIM
020000     IF WS-DATA-ENTRADA = ZEROS
020100        GO TO P200-FIM
020200     END-IF
020300
020400     MOVE WS-ID-ENTRADA           TO WS-PRM-ID
020500     MOVE WS-VALOR-ENTRADA        TO WS-PRM-VALOR
020600     MOVE WS-DATA-ENTRADA         TO WS-PRM-DATA
020700     MOVE WS-OPR-CODIGO           TO WS-PRM-OPERADOR
020800     MOVE ZEROS                   TO WS-PRM-NOTA-SEQ
020900     PERFORM 9490-GRAVAR-PROMESSA THRU 9490-FIM
021000     IF PRM-GRAVADA
021100        DISPLAY 'PROMESSA ' WS-PRM-SEQ ' REGISTRADA PARA O '
021200                'CONTATO ' WS-PRM-ID '.'
021300     END-IF
021400     .
021500 P200-FIM. EXIT.
021600******************************************************************
021700*    P210-PEDIR-CONTATO - PEDE O ID COM DIGITO VERIFICADOR E     *
021800*                 CONFERE O CONTATO EM CONTATOS.DAT              *
021900******************************************************************
022000 P210-PEDIR-CONTATO.
022100     SET CONTATO-VALIDO           TO FALSE
022200     DISPLAY 'INFORME O ID DO CONTATO: '
022300     ACCEPT WS-ID-ENTRADA
022400     IF WS-ID-ENTRADA NOT NUMERIC OR WS-ID-ENTRADA = ZEROS
022500        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
022600                'MAIOR QUE ZERO.'
022700        GO TO P210-FIM
022800     END-IF
022900     MOVE WS-ID-ENTRADA           TO WS-DV-ID
023000     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
023100     IF NOT DV-OK
023200        GO TO P210-FIM
023300     END-IF
023400
023500     OPEN INPUT CONTATOS
023600     IF NOT FS-OK
023700        PERFORM 9000-TRADUZIR-FS
023800        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
023900        GO TO P210-FIM
024000     END-IF
024100     MOVE WS-ID-ENTRADA           TO ID-CONTATO
024200     READ CONTATOS
024300         INVALID KEY
024400             DISPLAY 'CONTATO NAO EXISTE!'
024500         NOT INVALID KEY
024600             SET CONTATO-VALIDO   TO TRUE
024700             MOVE SALDO-CONTATO   TO WS-SALDO-ATUAL
024800             DISPLAY 'CONTATO..: ' ID-CONTATO ' - ' NM-CONTATO
024900     END-READ
025000     CLOSE CONTATOS
025100     .
025200 P210-FIM. EXIT.
025300******************************************************************
025400*    P220-PEDIR-VALOR - VALOR PROMETIDO (ZEROS = DESISTIR)       *
025500******************************************************************
025600 P220-PEDIR-VALOR.
025700     MOVE ZEROS                   TO WS-VALOR-ENTRADA
025800     DISPLAY 'VALOR PROMETIDO (9 INTEIROS E 2 DECIMAIS, SEM '
025900             'VIRGULA - ZEROS = DESISTIR): '
026000     ACCEPT WS-VALOR-ENTRADA
026100     IF WS-VALOR-ENTRADA NOT NUMERIC
026200        DISPLAY 'VALOR INVALIDO - DIGITE SOMENTE DIGITOS.'
026300        GO TO P220-PEDIR-VALOR
026400     END-IF
026500     .
026600 P220-FIM. EXIT.
026700******************************************************************
026800*    P230-PEDIR-DATA - DATA PROMETIDA, DE HOJE EM DIANTE         *
026900*                 (ZEROS = DESISTIR)                             *
027000******************************************************************
027100 P230-PEDIR-DATA.
027200     MOVE ZEROS                   TO WS-DATA-ENTRADA
027300     DISPLAY 'DATA PROMETIDA (AAAAMMDD - ZEROS = DESISTIR): '
027400     ACCEPT WS-DATA-ENTRADA
027500     IF WS-DATA-ENTRADA NOT NUMERIC
027600        DISPLAY 'DATA INVALIDA - DIGITE SOMENTE DIGITOS.'
027700        GO TO P230-PEDIR-DATA
027800     END-IF
027900     IF WS-DATA-ENTRADA = ZEROS
028000        GO TO P230-FIM
028100     END-IF
028200     COMPUTE WS-DIAS-AUX =
028300         FUNCTION INTEGER-OF-DATE(WS-DATA-ENTRADA)
028400     IF WS-DIAS-AUX = ZEROS
028500        DISPLAY 'DATA INEXISTENTE.'
028600        GO TO P230-PEDIR-DATA
028700     END-IF
028800     IF WS-DATA-ENTRADA < WS-DATA-HOJE
028900        DISPLAY 'A DATA PROMETIDA NAO PODE SER ANTERIOR A HOJE.'
029000        GO TO P230-PEDIR-DATA
029100     END-IF
029200     .
029300 P230-FIM. EXIT.
029400******************************************************************
029500*    P300-LISTAR - LISTA AS PROMESSAS DO CONTATO, DA PRIMEIRA    *
029600*                 PARA A ULTIMA, COM A SITUACAO                  *
029700******************************************************************
029800 P300-LISTAR.
029900     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
030000     IF NOT CONTATO-VALIDO
030100        GO TO P300-FIM
030200     END-IF
030300     MOVE '00'                    TO WS-FS-PRM
030400     OPEN INPUT PROMESSAS
030500     IF NOT FS-PRM-OK
030600        DISPLAY 'NENHUMA PROMESSA REGISTRADA AINDA ('
030700                'PROMESSAS.DAT NAO ENCONTRADO).'
030800        GO TO P300-FIM
030900     END-IF
031000
031100     MOVE ZEROS                   TO WS-CONT-PROMESSAS
031200     SET PRM-EOF-OK               TO FALSE
031300     MOVE WS-ID-ENTRADA           TO PRM-ID-CONTATO
031400     MOVE ZEROS                   TO PRM-SEQ
031500     START PROMESSAS KEY IS NOT LESS THAN PRM-CHAVE
031600         INVALID KEY
031700             SET PRM-EOF-OK       TO TRUE
031800     END-START
031900     PERFORM P310-EXIBIR-PROMESSA THRU P310-FIM
032000         UNTIL PRM-EOF-OK
032100     CLOSE PROMESSAS
032200     DISPLAY ' '
032300     DISPLAY 'PROMESSAS DO CONTATO: ' WS-CONT-PROMESSAS
032400     .
032500 P300-FIM. EXIT.
032600******************************************************************
032700*    P310-EXIBIR-PROMESSA - LE E EXIBE UMA PROMESSA DO CONTATO   *
032800******************************************************************
032900 P310-EXIBIR-PROMESSA.
033000     READ PROMESSAS NEXT RECORD
033100         AT END
033200             SET PRM-EOF-OK        TO TRUE
033300             GO TO P310-FIM
033400     END-READ
033500     IF PRM-ID-CONTATO NOT = WS-ID-ENTRADA
033600        SET PRM-EOF-OK            TO TRUE
033700        GO TO P310-FIM
033800     END-IF
033900     ADD 1                        TO WS-CONT-PROMESSAS
034000     PERFORM P320-DESCREVER-SITUACAO THRU P320-FIM
034100     MOVE PRM-VALOR               TO WS-MSK-VALOR
034200     DISPLAY ' '
034300     DISPLAY 'PROMESSA ' PRM-SEQ ' DE ' PRM-DATA-HORA (1:8)
034400             ' POR ' PRM-OPERADOR ' - ' WS-MSK-VALOR
034500             ' PARA ' PRM-DT-PROMETIDA
034600     IF PRM-APURADA
034700        MOVE PRM-VALOR-PAGO       TO WS-MSK-VALOR
034800        DISPLAY '  ' WS-SITUACAO-DESC ' EM ' PRM-DT-APURACAO
034900                ' - PAGO ' WS-MSK-VALOR
035000     ELSE
035100        IF PRM-CANCELADA
035200           DISPLAY '  ' WS-SITUACAO-DESC ' EM ' PRM-DT-APURACAO
035300                   ' POR ' PRM-OPER-FECHO
035400        ELSE
035500           DISPLAY '  ' WS-SITUACAO-DESC
035600        END-IF
035700     END-IF
035800     .
035900 P310-FIM. EXIT.
036000 P320-DESCREVER-SITUACAO.
036100     EVALUATE TRUE
036200         WHEN PRM-ABERTA
036300             MOVE 'ABERTA'           TO WS-SITUACAO-DESC
036400         WHEN PRM-CUMPRIDA
036500             MOVE 'CUMPRIDA'         TO WS-SITUACAO-DESC
036600         WHEN PRM-PARCIAL
036700             MOVE 'CUMPRIDA EM PARTE' TO WS-SITUACAO-DESC
036800         WHEN PRM-QUEBRADA
036900             MOVE 'QUEBRADA'         TO WS-SITUACAO-DESC
037000         WHEN PRM-CANCELADA
037100             MOVE 'CANCELADA'        TO WS-SITUACAO-DESC
037200         WHEN OTHER
037300             MOVE 'SITUACAO ?'       TO WS-SITUACAO-DESC
037400     END-EVALUATE
037500     .
037600 P320-FIM. EXIT.
037700******************************************************************
037800*    P400-CANCELAR - CANCELA UMA PROMESSA AINDA ABERTA,          *
037900*                 CARIMBANDO QUEM E QUANDO                       *
038000******************************************************************
038100 P400-CANCELAR.
038200     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
038300     IF NOT CONTATO-VALIDO
038400        GO TO P400-FIM
038500     END-IF
038600     DISPLAY 'INFORME A SEQUENCIA DA PROMESSA: '
038700     ACCEPT WS-SEQ-ENTRADA
038800
038900     MOVE '00'                    TO WS-FS-PRM
039000     OPEN I-O PROMESSAS
039100     IF NOT FS-PRM-OK
039200        MOVE WS-FS-PRM            TO WS-FS
039300        PERFORM 9000-TRADUZIR-FS
039400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROMESSAS: '
039500                WS-FS-MSG
039600        GO TO P400-FIM
039700     END-IF
039800
039900     MOVE WS-ID-ENTRADA           TO PRM-ID-CONTATO
040000     MOVE WS-SEQ-ENTRADA          TO PRM-SEQ
040100     READ PROMESSAS WITH LOCK
040200         INVALID KEY
040300             DISPLAY 'PROMESSA NAO EXISTE!'
040400             CLOSE PROMESSAS
040500             GO TO P400-FIM
040600     END-READ
040700     IF NOT PRM-ABERTA
040800        PERFORM P320-DESCREVER-SITUACAO THRU P320-FIM
040900        DISPLAY 'PROMESSA JA ENCERRADA (' WS-SITUACAO-DESC
041000                ') - NADA A CANCELAR.'
041100        UNLOCK PROMESSAS
041200        CLOSE PROMESSAS
041300        GO TO P400-FIM
041400     END-IF
041500
041600     MOVE PRM-VALOR               TO WS-MSK-VALOR
041700     DISPLAY 'PROMESSA DE ' WS-MSK-VALOR ' PARA '
041800             PRM-DT-PROMETIDA ' POR ' PRM-OPERADOR
041900     DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N): '
042000     MOVE SPACES                  TO WS-CONFIRMA
042100     ACCEPT WS-CONFIRMA
042200     IF WS-CONFIRMA NOT = 'S'
042300        DISPLAY 'CANCELAMENTO DESISTIDO.'
042400        UNLOCK PROMESSAS
042500        CLOSE PROMESSAS
042600        GO TO P400-FIM
042700     END-IF
042800
042900     SET PRM-CANCELADA            TO TRUE
043000     MOVE WS-DATA-HOJE            TO PRM-DT-APURACAO
043100     MOVE WS-OPR-CODIGO           TO PRM-OPER-FECHO
043200     REWRITE REG-PROMESSA
043300         INVALID KEY
043400             MOVE WS-FS-PRM       TO WS-FS
043500             PERFORM 9000-TRADUZIR-FS
043600             DISPLAY 'NAO FOI POSSIVEL GRAVAR: ' WS-FS-MSG
043700         NOT INVALID KEY
043800             DISPLAY 'PROMESSA CANCELADA.'
043900     END-REWRITE
044000     UNLOCK PROMESSAS
044100     CLOSE PROMESSAS
044200     .
044300 P400-FIM. EXIT.
044400******************************************************************
044500*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
044600******************************************************************
044700 P900-FIM.
044800     DISPLAY '*** FIM DAS PROMESSAS DE PAGAMENTO ***'
044900     STOP RUN.
045000
045100     COPY FSTATUS.
045200     COPY DSNENV.
045300     COPY DIGVER.
045400     COPY OPRLOG.
045500     COPY PRMGRV.
