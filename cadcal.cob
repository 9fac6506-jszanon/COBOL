000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADCAL.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-05-09.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: MANUTENCAO DO CALENDARIO DE DIAS UTEIS E
000900*                 FERIADOS (CALEND.DAT, LAYOUT CALREG.CPY), NO
001000*                 MOLDE DO CADMOT: INCLUIR, ALTERAR E EXCLUIR UMA
001100*                 DATA, LISTAR O ANO E GERAR OS FERIADOS NACIONAIS
001200*                 DE UM ANO (OS FIXOS E OS MOVEIS - CARNAVAL,
001300*                 SEXTA-FEIRA SANTA E CORPUS CHRISTI - CALCULADOS
001400*                 A PARTIR DA PASCOA). SABADO E DOMINGO JA SAO DIAS
001500*                 NAO UTEIS PELA REGRA; SO ENTRAM AQUI QUANDO SAO
001600*                 TRABALHADOS (TIPO U) OU PARA PARAR A ESTEIRA.
001700*                 OS PRAZOS DO JURCTT, DO CARTCOB, DO RELATRA E DO
001800*                 RELNOTA SAO CONTADOS SOBRE ESTE CALENDARIO
001900*                 (COPYBOOK CALTAB) E O CHKRUN RECUSA OS PASSOS DA
002000*                 ESTEIRA NAS DATAS MARCADAS SEM PROCESSAMENTO.
002100*                 SIGN-ON OBRIGATORIO; O PERFIL DE CONSULTA NAO TEM
002200*                 ACESSO.
002300*----------------------------------------------------------------*
002400*    HISTORICO DE ALTERACOES
002500*    DATA       AUTOR   DESCRICAO
002600*    ---------- ------- ----------------------------------------
002700*    2025-05-09 JSZ     PROGRAMA CRIADO (CALENDARIO DE DIAS
002800*                       UTEIS).
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CALENDARIO ASSIGN TO WS-CALEND-DSN
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CAL-DATA
004000         LOCK MODE IS MANUAL
004100         FILE STATUS IS WS-FS-CAL.
004200     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS OPE-CODIGO
004600         FILE STATUS IS WS-FS-OPE.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CALENDARIO.
005000     COPY CALREG.
005100 FD  OPERADOR.
005200     COPY OPERREG.
005300 WORKING-STORAGE SECTION.
005400 01  WS-CALEND-DSN                PIC X(100) VALUE 'CALEND.DAT'.
005500 77  WS-FS-CAL                    PIC X(02) VALUE '00'.
005600     88 FS-CAL-OK                 VALUE '00'.
005700 77  WS-FS                        PIC X(02) VALUE '00'.
005800 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
005900 77  WS-EXIT                      PIC X(01) VALUE 'N'.
006000     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
006100 77  WS-EOF-CAL                   PIC X(01) VALUE 'N'.
006200     88 EOF-CAL-OK                VALUE 'S' FALSE 'N'.
006300 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
006400     88 OPC-INCLUIR               VALUE '1'.
006500     88 OPC-ALTERAR               VALUE '2'.
006600     88 OPC-EXCLUIR               VALUE '3'.
006700     88 OPC-LISTAR                VALUE '4'.
006800     88 OPC-GERAR                 VALUE '5'.
006900     88 OPC-SAIR                  VALUE '6'.
007000 77  WS-DATA-ENTRADA              PIC 9(08) VALUE ZEROS.
007100 77  WS-ANO-ENTRADA               PIC 9(04) VALUE ZEROS.
007200 77  WS-DESCRICAO-ENTRADA         PIC X(30) VALUE SPACES.
007300 01  WS-TIPO-ENTRADA              PIC X(01) VALUE SPACES.
007400     88 TIPO-ENTRADA-OK           VALUE 'N' 'L' 'U' 'P'.
007500 01  WS-PROCESSA-ENTRADA          PIC X(01) VALUE SPACES.
007600     88 PROCESSA-ENTRADA-OK       VALUE 'S' 'N'.
007700 77  WS-CONFIRMA                  PIC X(01) VALUE SPACES.
007800 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
007900 77  WS-HORA-AGORA                PIC 9(08) VALUE ZEROS.
008000 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
008100 77  WS-DIA-SEMANA                PIC 9(01) VALUE ZEROS.
008200 77  WS-QUOCIENTE                 PIC 9(07) VALUE ZEROS.
008300 77  WS-NOME-SEMANA               PIC X(03) VALUE SPACES.
008400 77  WS-CONT-LISTADOS             PIC 9(03) VALUE ZEROS.
008500 77  WS-CONT-GRAVADOS             PIC 9(02) VALUE ZEROS.
008600 77  WS-CONT-EXISTENTES           PIC 9(02) VALUE ZEROS.
008700 01  WS-DATA-VALIDA               PIC X(01) VALUE 'N'.
008800     88 DATA-VALIDA               VALUE 'S' FALSE 'N'.
008900 01  WS-CAMPOS-VALIDOS            PIC X(01) VALUE 'N'.
009000     88 CAMPOS-VALIDOS            VALUE 'S' FALSE 'N'.
009100*----------------------------------------------------------------*
009200*    CALCULO DA PASCOA (ALGORITMO DE MEEUS/JONES/BUTCHER, PARA   *
009300*    O CALENDARIO GREGORIANO) E DOS FERIADOS MOVEIS              *
009400*----------------------------------------------------------------*
009500 77  WS-PSC-A                     PIC 9(04) VALUE ZEROS.
009600 77  WS-PSC-B                     PIC 9(04) VALUE ZEROS.
009700 77  WS-PSC-C                     PIC 9(04) VALUE ZEROS.
009800 77  WS-PSC-D                     PIC 9(04) VALUE ZEROS.
009900 77  WS-PSC-E                     PIC 9(04) VALUE ZEROS.
010000 77  WS-PSC-F                     PIC 9(04) VALUE ZEROS.
010100 77  WS-PSC-G                     PIC 9(04) VALUE ZEROS.
010200 77  WS-PSC-H                     PIC 9(04) VALUE ZEROS.
010300 77  WS-PSC-I                     PIC 9(04) VALUE ZEROS.
010400 77  WS-PSC-K                     PIC 9(04) VALUE ZEROS.
010500 77  WS-PSC-L                     PIC 9(04) VALUE ZEROS.
010600 77  WS-PSC-M                     PIC 9(04) VALUE ZEROS.
010700 77  WS-PSC-N                     PIC 9(04) VALUE ZEROS.
010800 77  WS-PSC-AUX                   PIC 9(04) VALUE ZEROS.
010900 01  WS-PASCOA.
011000     03  WS-PASCOA-ANO            PIC 9(04).
011100     03  WS-PASCOA-MES            PIC 9(02).
011200     03  WS-PASCOA-DIA            PIC 9(02).
011300 01  WS-PASCOA-9 REDEFINES WS-PASCOA
011400                                  PIC 9(08).
011500 77  WS-DIAS-PASCOA               PIC 9(07) VALUE ZEROS.
011600 01  WS-FER-DATA.
011700     03  WS-FER-ANO               PIC 9(04).
011800     03  WS-FER-MMDD              PIC 9(04).
011900 01  WS-FER-DATA-9 REDEFINES WS-FER-DATA
012000                                  PIC 9(08).
012100*----------------------------------------------------------------*
012200*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
012300*----------------------------------------------------------------*
012400 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
012500 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
012600     88 FS-OPE-OK                 VALUE '00'.
012700 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
012800 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
012900 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
013000     88 OPR-CONSULTA              VALUE 'C'.
013100     88 OPR-MANUTENCAO            VALUE 'M'.
013200     88 OPR-SUPERVISOR            VALUE 'S'.
013300 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
013400     88 OPR-OK                    VALUE 'S' FALSE 'N'.
013500 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
013600 PROCEDURE DIVISION.
013700******************************************************************
013800*    0000-MAINLINE - ROTINA PRINCIPAL                            *
013900******************************************************************
014000 0000-MAINLINE.
014100     DISPLAY '*** CALENDARIO DE DIAS UTEIS E FERIADOS '
014200             '(CADCAL) ***'
014300     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
014400     IF NOT OPR-OK
014500        PERFORM P900-FIM
014600     END-IF
014700     IF OPR-CONSULTA
014800        DISPLAY 'PERFIL DE CONSULTA NAO PODE MANTER O CALENDARIO.'
014900        PERFORM P900-FIM
015000     END-IF
015100     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
015200
015300     SET EXIT-OK                  TO FALSE
015400     PERFORM P100-MENU            THRU P100-FIM
015500         UNTIL EXIT-OK
015600     PERFORM P900-FIM
015700     .
015800******************************************************************
015900*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA  *
016000******************************************************************
016100 P100-MENU.
016200     MOVE SPACES                  TO WS-OPCAO
016300     DISPLAY ' '
016400     DISPLAY '1 - INCLUIR DATA'
016500     DISPLAY '2 - ALTERAR DATA'
016600     DISPLAY '3 - EXCLUIR DATA'
016700     DISPLAY '4 - LISTAR O ANO'
016800     DISPLAY '5 - GERAR FERIADOS NACIONAIS DO ANO'
016900     DISPLAY '6 - SAIR'
017000     DISPLAY 'INFORME A OPCAO DESEJADA: '
017100     ACCEPT WS-OPCAO
017200
017300     EVALUATE TRUE
017400         WHEN OPC-INCLUIR
017500             PERFORM P200-INCLUIR     THRU P200-FIM
017600         WHEN OPC-ALTERAR
017700             PERFORM P300-ALTERAR     THRU P300-FIM
017800         WHEN OPC-EXCLUIR
017900             PERFORM P400-EXCLUIR     THRU P400-FIM
018000         WHEN OPC-LISTAR
018100             PERFORM P500-LISTAR      THRU P500-FIM
018200         WHEN OPC-GERAR
018300             PERFORM P600-GERAR       THRU P600-FIM
018400         WHEN OPC-SAIR
018500             SET EXIT-OK              TO TRUE
018600         WHEN OTHER
018700             DISPLAY 'OPCAO INVALIDA.'
018800     END-EVALUATE
018900     .
019000 P100-FIM. EXIT.
019100******************************************************************
019200*    P150-ABRIR-CALENDARIO - ABRE CALEND.DAT PARA ATUALIZACAO,   *
019300*                 CRIANDO O ARQUIVO NA PRIMEIRA VEZ (FILE STATUS *
019400*                 35)                                            *
019500******************************************************************
019600 P150-ABRIR-CALENDARIO.
019700     MOVE '00'                    TO WS-FS-CAL
019800     OPEN I-O CALENDARIO
019900     IF WS-FS-CAL = '35'
020000        OPEN OUTPUT CALENDARIO
020100        CLOSE CALENDARIO
020200        MOVE '00'                 TO WS-FS-CAL
020300        OPEN I-O CALENDARIO
020400     END-IF
020500     IF NOT FS-CAL-OK
020600        MOVE WS-FS-CAL            TO WS-FS
020700        PERFORM 9000-TRADUZIR-FS
020800        DISPLAY 'ERRO AO ABRIR O CALENDARIO: ' WS-FS-MSG
020900     END-IF
021000     .
021100 P150-FIM. EXIT.
021200******************************************************************
021300*    P160-PEDIR-DATA - PEDE E VALIDA A DATA (AAAAMMDD) E DEVOLVE *
021400*                 O DIA DA SEMANA                                *
021500******************************************************************
021600 P160-PEDIR-DATA.
021700     SET DATA-VALIDA              TO FALSE
021800     MOVE ZEROS                   TO WS-DATA-ENTRADA
021900     DISPLAY 'INFORME A DATA (AAAAMMDD): '
022000     ACCEPT WS-DATA-ENTRADA
022100     IF WS-DATA-ENTRADA NOT NUMERIC
022200        DISPLAY 'DATA INVALIDA - DIGITE SOMENTE DIGITOS.'
022300        GO TO P160-FIM
022400     END-IF
022500     COMPUTE WS-DIAS-AUX =
022600         FUNCTION INTEGER-OF-DATE(WS-DATA-ENTRADA)
022700     IF WS-DIAS-AUX = ZEROS
022800        DISPLAY 'DATA INEXISTENTE.'
022900        GO TO P160-FIM
023000     END-IF
023100     PERFORM P170-DIA-SEMANA      THRU P170-FIM
023200     SET DATA-VALIDA              TO TRUE
023300     .
023400 P160-FIM. EXIT.
023500******************************************************************
023600*    P170-DIA-SEMANA - DIA DA SEMANA DE WS-DIAS-AUX (O DIA 1 DO  *
023700*                 INTEGER-OF-DATE, 01/01/1601, FOI SEGUNDA-FEIRA)*
023800******************************************************************
023900 P170-DIA-SEMANA.
024000     DIVIDE WS-DIAS-AUX BY 7 GIVING WS-QUOCIENTE
024100         REMAINDER WS-DIA-SEMANA
024200     EVALUATE WS-DIA-SEMANA
024300         WHEN 1
024400             MOVE 'SEG'           TO WS-NOME-SEMANA
024500         WHEN 2
024600             MOVE 'TER'           TO WS-NOME-SEMANA
024700         WHEN 3
024800             MOVE 'QUA'           TO WS-NOME-SEMANA
024900         WHEN 4
025000             MOVE 'QUI'           TO WS-NOME-SEMANA
025100         WHEN 5
025200             MOVE 'SEX'           TO WS-NOME-SEMANA
025300         WHEN 6
025400             MOVE 'SAB'           TO WS-NOME-SEMANA
025500         WHEN OTHER
025600             MOVE 'DOM'           TO WS-NOME-SEMANA
025700     END-EVALUATE
025800     .
025900 P170-FIM. EXIT.
026000******************************************************************
026100*    P200-INCLUIR - INCLUI UMA DATA NO CALENDARIO                *
026200******************************************************************
026300 P200-INCLUIR.
026400     PERFORM P160-PEDIR-DATA      THRU P160-FIM
026500     IF NOT DATA-VALIDA
026600        GO TO P200-FIM
026700     END-IF
026800     DISPLAY 'DIA DA SEMANA: ' WS-NOME-SEMANA
026900     DISPLAY 'INFORME O TIPO (N=FERIADO NACIONAL, L=FERIADO '
027000             'LOCAL, U=FIM DE SEMANA TRABALHADO, P=SO PARADA '
027100             'DA ESTEIRA): '
027200     MOVE SPACES                  TO WS-TIPO-ENTRADA
027300     ACCEPT WS-TIPO-ENTRADA
027400     DISPLAY 'A ESTEIRA NOTURNA RODA NESTA DATA? (S/N): '
027500     MOVE SPACES                  TO WS-PROCESSA-ENTRADA
027600     ACCEPT WS-PROCESSA-ENTRADA
027700     DISPLAY 'INFORME A DESCRICAO: '
027800     MOVE SPACES                  TO WS-DESCRICAO-ENTRADA
027900     ACCEPT WS-DESCRICAO-ENTRADA
028000     PERFORM P210-VALIDAR-CAMPOS  THRU P210-FIM
028100     IF NOT CAMPOS-VALIDOS
028200        GO TO P200-FIM
028300     END-IF
028400
028500     PERFORM P150-ABRIR-CALENDARIO THRU P150-FIM
028600     IF NOT FS-CAL-OK
028700        GO TO P200-FIM
028800     END-IF
028900     MOVE WS-DATA-ENTRADA         TO CAL-DATA
029000     MOVE WS-TIPO-ENTRADA         TO CAL-TIPO
029100     MOVE WS-PROCESSA-ENTRADA     TO CAL-PROCESSA
029200     MOVE WS-DESCRICAO-ENTRADA    TO CAL-DESCRICAO
029300     PERFORM P220-CARIMBAR        THRU P220-FIM
029400     WRITE REG-CALENDARIO
029500         INVALID KEY
029600             IF WS-FS-CAL = '22'
029700                DISPLAY 'DATA JA CADASTRADA - USE A ALTERACAO.'
029800             ELSE
029900                MOVE WS-FS-CAL    TO WS-FS
030000                PERFORM 9000-TRADUZIR-FS
030100                DISPLAY 'NAO FOI POSSIVEL INCLUIR: ' WS-FS-MSG
030200             END-IF
030300         NOT INVALID KEY
030400             DISPLAY 'DATA INCLUIDA NO CALENDARIO.'
030500     END-WRITE
030600     CLOSE CALENDARIO
030700     .
030800 P200-FIM. EXIT.
030900******************************************************************
031000*    P210-VALIDAR-CAMPOS - CONFERE TIPO, PROCESSAMENTO E         *
031100*                 DESCRICAO CONTRA O DIA DA SEMANA DA DATA       *
031200******************************************************************
031300 P210-VALIDAR-CAMPOS.
031400     SET CAMPOS-VALIDOS           TO FALSE
031500     IF NOT TIPO-ENTRADA-OK
031600        DISPLAY 'TIPO INVALIDO - USE N, L, U OU P.'
031700        GO TO P210-FIM
031800     END-IF
031900     IF WS-TIPO-ENTRADA = 'U' AND
032000        WS-DIA-SEMANA > 0 AND WS-DIA-SEMANA < 6
032100        DISPLAY 'TIPO U SO CABE EM SABADO OU DOMINGO - DIA DE '
032200                'SEMANA JA E UTIL.'
032300        GO TO P210-FIM
032400     END-IF
032500     IF NOT PROCESSA-ENTRADA-OK
032600        DISPLAY 'INFORME S OU N PARA O PROCESSAMENTO DA ESTEIRA.'
032700        GO TO P210-FIM
032800     END-IF
032900     IF WS-TIPO-ENTRADA = 'P' AND WS-PROCESSA-ENTRADA = 'S'
033000        DISPLAY 'TIPO P SERVE SO PARA PARAR A ESTEIRA - INFORME '
033100                'N NO PROCESSAMENTO.'
033200        GO TO P210-FIM
033300     END-IF
033400     IF WS-DESCRICAO-ENTRADA = SPACES
033500        DISPLAY 'A DESCRICAO E OBRIGATORIA.'
033600        GO TO P210-FIM
033700     END-IF
033800     SET CAMPOS-VALIDOS           TO TRUE
033900     .
034000 P210-FIM. EXIT.
034100 P220-CARIMBAR.
034200     ACCEPT WS-HORA-AGORA         FROM TIME
034300     MOVE WS-OPR-CODIGO           TO CAL-OPERADOR
034400     MOVE WS-DATA-HOJE            TO CAL-DATA-HORA (1:8)
034500     MOVE WS-HORA-AGORA (1:6)     TO CAL-DATA-HORA (9:6)
034600     .
034700 P220-FIM. EXIT.
034800******************************************************************
034900*    P300-ALTERAR - ALTERA TIPO, PROCESSAMENTO E DESCRICAO DE    *
035000*                 UMA DATA (CAMPO EM BRANCO MANTEM O ATUAL)      *
035100******************************************************************
035200 P300-ALTERAR.
035300     PERFORM P160-PEDIR-DATA      THRU P160-FIM
035400     IF NOT DATA-VALIDA
035500        GO TO P300-FIM
035600     END-IF
035700     PERFORM P150-ABRIR-CALENDARIO THRU P150-FIM
035800     IF NOT FS-CAL-OK
035900        GO TO P300-FIM
036000     END-IF
036100     MOVE WS-DATA-ENTRADA         TO CAL-DATA
036200     READ CALENDARIO WITH LOCK
036300         INVALID KEY
036400             DISPLAY 'DATA NAO CADASTRADA NO CALENDARIO!'
036500         NOT INVALID KEY
036600             PERFORM P310-CAPTURAR-ALTERACAO THRU P310-FIM
036700     END-READ
036800     UNLOCK CALENDARIO
036900     CLOSE CALENDARIO
037000     .
037100 P300-FIM. EXIT.
037200******************************************************************
037300*    P310-CAPTURAR-ALTERACAO - MOSTRA A DATA LIDA, PEDE OS NOVOS *
037400*                 VALORES E REGRAVA                              *
037500******************************************************************
037600 P310-CAPTURAR-ALTERACAO.
037700     DISPLAY 'DIA DA SEMANA..: ' WS-NOME-SEMANA
037800     DISPLAY 'TIPO ATUAL.....: ' CAL-TIPO
037900     DISPLAY 'PROCESSA ATUAL.: ' CAL-PROCESSA
038000     DISPLAY 'DESCRICAO ATUAL: ' CAL-DESCRICAO
038100     DISPLAY 'INFORME O NOVO TIPO N/L/U/P (BRANCO = MANTEM): '
038200     MOVE SPACES                  TO WS-TIPO-ENTRADA
038300     ACCEPT WS-TIPO-ENTRADA
038400     IF WS-TIPO-ENTRADA = SPACES
038500        MOVE CAL-TIPO             TO WS-TIPO-ENTRADA
038600     END-IF
038700     DISPLAY 'A ESTEIRA RODA NESTA DATA? S/N (BRANCO = MANTEM): '
038800     MOVE SPACES                  TO WS-PROCESSA-ENTRADA
038900     ACCEPT WS-PROCESSA-ENTRADA
039000     IF WS-PROCESSA-ENTRADA = SPACES
039100        MOVE CAL-PROCESSA         TO WS-PROCESSA-ENTRADA
039200     END-IF
039300     DISPLAY 'INFORME A NOVA DESCRICAO (BRANCO = MANTEM): '
039400     MOVE SPACES                  TO WS-DESCRICAO-ENTRADA
039500     ACCEPT WS-DESCRICAO-ENTRADA
039600     IF WS-DESCRICAO-ENTRADA = SPACES
039700        MOVE CAL-DESCRICAO        TO WS-DESCRICAO-ENTRADA
039800     END-IF
039900     PERFORM P210-VALIDAR-CAMPOS  THRU P210-FIM
040000     IF NOT CAMPOS-VALIDOS
040100        DISPLAY 'ALTERACAO CANCELADA - DATA MANTIDA.'
040200        GO TO P310-FIM
040300     END-IF
040400
040500     MOVE WS-TIPO-ENTRADA         TO CAL-TIPO
040600     MOVE WS-PROCESSA-ENTRADA     TO CAL-PROCESSA
040700     MOVE WS-DESCRICAO-ENTRADA    TO CAL-DESCRICAO
040800     PERFORM P220-CARIMBAR        THRU P220-FIM
040900     REWRITE REG-CALENDARIO
041000         INVALID KEY
041100             MOVE WS-FS-CAL       TO WS-FS
041200             PERFORM 9000-TRADUZIR-FS
041300             DISPLAY 'NAO FOI POSSIVEL ALTERAR: ' WS-FS-MSG
041400         NOT INVALID KEY
041500             DISPLAY 'DATA ALTERADA COM SUCESSO.'
041600     END-REWRITE
041700     .
041800 P310-FIM. EXIT.
041900******************************************************************
042000*    P400-EXCLUIR - TIRA UMA DATA DO CALENDARIO (ELA VOLTA A     *
042100*                 SEGUIR A REGRA DO FIM DE SEMANA)               *
042200******************************************************************
042300 P400-EXCLUIR.
042400     PERFORM P160-PEDIR-DATA      THRU P160-FIM
042500     IF NOT DATA-VALIDA
042600        GO TO P400-FIM
042700     END-IF
042800     PERFORM P150-ABRIR-CALENDARIO THRU P150-FIM
042900     IF NOT FS-CAL-OK
043000        GO TO P400-FIM
043100     END-IF
043200     MOVE WS-DATA-ENTRADA         TO CAL-DATA
043300     READ CALENDARIO WITH LOCK
043400         INVALID KEY
043500             DISPLAY 'DATA NAO CADASTRADA NO CALENDARIO!'
043600             GO TO P400-FECHAR
043700     END-READ
043800     DISPLAY CAL-DATA ' ' WS-NOME-SEMANA ' ' CAL-TIPO ' '
043900             CAL-PROCESSA ' ' CAL-DESCRICAO
044000     DISPLAY 'CONFIRMA A EXCLUSAO? (S/N): '
044100     MOVE SPACES                  TO WS-CONFIRMA
044200     ACCEPT WS-CONFIRMA
044300     IF WS-CONFIRMA NOT = 'S'
044400        DISPLAY 'EXCLUSAO DESISTIDA.'
044500        GO TO P400-FECHAR
044600     END-IF
044700     DELETE CALENDARIO
044800         INVALID KEY
044900             MOVE WS-FS-CAL       TO WS-FS
045000             PERFORM 9000-TRADUZIR-FS
045100             DISPLAY 'NAO FOI POSSIVEL EXCLUIR: ' WS-FS-MSG
045200         NOT INVALID KEY
045300             DISPLAY 'DATA EXCLUIDA DO CALENDARIO.'
045400     END-DELETE
045500     .
045600 P400-FECHAR.
045700     UNLOCK CALENDARIO
045800     CLOSE CALENDARIO
045900     .
046000 P400-FIM. EXIT.
046100******************************************************************
046200*    P500-LISTAR - LISTA AS DATAS CADASTRADAS DE UM ANO          *
046300******************************************************************
046400 P500-LISTAR.
046500     PERFORM P510-PEDIR-ANO       THRU P510-FIM
046600     IF WS-ANO-ENTRADA = ZEROS
046700        GO TO P500-FIM
046800     END-IF
046900     MOVE '00'                    TO WS-FS-CAL
047000     OPEN INPUT CALENDARIO
047100     IF NOT FS-CAL-OK
047200        DISPLAY 'CALENDARIO AINDA NAO IMPLANTADO - VALE SO A '
047300                'REGRA DO FIM DE SEMANA.'
047400        GO TO P500-FIM
047500     END-IF
047600
047700     MOVE ZEROS                   TO WS-CONT-LISTADOS
047800     SET EOF-CAL-OK               TO FALSE
047900     MOVE WS-ANO-ENTRADA          TO WS-FER-ANO
048000     MOVE 0101                    TO WS-FER-MMDD
048100     MOVE WS-FER-DATA-9           TO CAL-DATA
048200     START CALENDARIO KEY IS NOT LESS THAN CAL-DATA
048300         INVALID KEY
048400             SET EOF-CAL-OK       TO TRUE
048500     END-START
048600     DISPLAY 'DATA     DIA T P DESCRICAO                      '
048700             'OPERADOR'
048800     PERFORM P520-LISTAR-DATA     THRU P520-FIM
048900         UNTIL EOF-CAL-OK
049000     CLOSE CALENDARIO
049100     DISPLAY ' '
049200     DISPLAY 'DATAS CADASTRADAS NO ANO: ' WS-CONT-LISTADOS
049300     .
049400 P500-FIM. EXIT.
049500 P510-PEDIR-ANO.
049600     MOVE ZEROS                   TO WS-ANO-ENTRADA
049700     DISPLAY 'INFORME O ANO (AAAA): '
049800     ACCEPT WS-ANO-ENTRADA
049900     IF WS-ANO-ENTRADA NOT NUMERIC OR
050000        WS-ANO-ENTRADA < 1601 OR WS-ANO-ENTRADA > 9998
050100        DISPLAY 'ANO INVALIDO.'
050200        MOVE ZEROS                TO WS-ANO-ENTRADA
050300     END-IF
050400     .
050500 P510-FIM. EXIT.
050600 P520-LISTAR-DATA.
050700     READ CALENDARIO NEXT RECORD
050800         AT END
050900             SET EOF-CAL-OK        TO TRUE
051000             GO TO P520-FIM
051100     END-READ
051200     IF CAL-DATA (1:4) NOT = WS-ANO-ENTRADA
051300        SET EOF-CAL-OK            TO TRUE
051400        GO TO P520-FIM
051500     END-IF
051600     ADD 1                        TO WS-CONT-LISTADOS
051700     COMPUTE WS-DIAS-AUX = FUNCTION INTEGER-OF-DATE(CAL-DATA)
051800     PERFORM P170-DIA-SEMANA      THRU P170-FIM
051900     DISPLAY CAL-DATA ' ' WS-NOME-SEMANA ' ' CAL-TIPO ' '
052000             CAL-PROCESSA ' ' CAL-DESCRICAO ' ' CAL-OPERADOR
052100     .
052200 P520-FIM. EXIT.
052300******************************************************************
052400*    P600-GERAR - GRAVA OS FERIADOS NACIONAIS DO ANO (DATA JA    *
052500*                 CADASTRADA E MANTIDA COMO ESTA)                *
052600******************************************************************
052700 P600-GERAR.
052800     PERFORM P510-PEDIR-ANO       THRU P510-FIM
052900     IF WS-ANO-ENTRADA = ZEROS
053000        GO TO P600-FIM
053100     END-IF
053200     DISPLAY 'A ESTEIRA NOTURNA RODA NOS FERIADOS? (S/N): '
053300     MOVE SPACES                  TO WS-PROCESSA-ENTRADA
053400     ACCEPT WS-PROCESSA-ENTRADA
053500     IF NOT PROCESSA-ENTRADA-OK
053600        DISPLAY 'INFORME S OU N PARA O PROCESSAMENTO DA ESTEIRA.'
053700        GO TO P600-FIM
053800     END-IF
053900     PERFORM P150-ABRIR-CALENDARIO THRU P150-FIM
054000     IF NOT FS-CAL-OK
054100        GO TO P600-FIM
054200     END-IF
054300
054400     MOVE ZEROS                   TO WS-CONT-GRAVADOS
054500     MOVE ZEROS                   TO WS-CONT-EXISTENTES
054600     MOVE WS-ANO-ENTRADA          TO WS-FER-ANO
054700     MOVE 0101                    TO WS-FER-MMDD
054800     MOVE 'CONFRATERNIZACAO UNIVERSAL' TO WS-DESCRICAO-ENTRADA
054900     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
055000     MOVE 0421                    TO WS-FER-MMDD
055100     MOVE 'TIRADENTES'            TO WS-DESCRICAO-ENTRADA
055200     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
055300     MOVE 0501                    TO WS-FER-MMDD
055400     MOVE 'DIA DO TRABALHO'       TO WS-DESCRICAO-ENTRADA
055500     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
055600     MOVE 0907                    TO WS-FER-MMDD
055700     MOVE 'INDEPENDENCIA DO BRASIL' TO WS-DESCRICAO-ENTRADA
055800     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
055900     MOVE 1012                    TO WS-FER-MMDD
056000     MOVE 'NOSSA SENHORA APARECIDA' TO WS-DESCRICAO-ENTRADA
056100     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
056200     MOVE 1102                    TO WS-FER-MMDD
056300     MOVE 'FINADOS'               TO WS-DESCRICAO-ENTRADA
056400     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
056500     MOVE 1115                    TO WS-FER-MMDD
056600     MOVE 'PROCLAMACAO DA REPUBLICA' TO WS-DESCRICAO-ENTRADA
056700     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
056800     MOVE 1120                    TO WS-FER-MMDD
056900     MOVE 'CONSCIENCIA NEGRA'     TO WS-DESCRICAO-ENTRADA
057000     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
057100     MOVE 1225                    TO WS-FER-MMDD
057200     MOVE 'NATAL'                 TO WS-DESCRICAO-ENTRADA
057300     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
057400
057500     PERFORM P610-CALCULAR-PASCOA THRU P610-FIM
057600     COMPUTE WS-DIAS-AUX = WS-DIAS-PASCOA - 48
057700     MOVE 'CARNAVAL (SEGUNDA-FEIRA)' TO WS-DESCRICAO-ENTRADA
057800     PERFORM P640-GRAVAR-MOVEL    THRU P640-FIM
057900     COMPUTE WS-DIAS-AUX = WS-DIAS-PASCOA - 47
058000     MOVE 'CARNAVAL (TERCA-FEIRA)' TO WS-DESCRICAO-ENTRADA
058100     PERFORM P640-GRAVAR-MOVEL    THRU P640-FIM
058200     COMPUTE WS-DIAS-AUX = WS-DIAS-PASCOA - 2
058300     MOVE 'SEXTA-FEIRA SANTA'     TO WS-DESCRICAO-ENTRADA
058400     PERFORM P640-GRAVAR-MOVEL    THRU P640-FIM
058500     COMPUTE WS-DIAS-AUX = WS-DIAS-PASCOA + 60
058600     MOVE 'CORPUS CHRISTI'        TO WS-DESCRICAO-ENTRADA
058700     PERFORM P640-GRAVAR-MOVEL    THRU P640-FIM
058800
058900     CLOSE CALENDARIO
059000     DISPLAY 'PASCOA EM ' WS-PASCOA-9 '.'
059100     DISPLAY 'FERIADOS GRAVADOS.......: ' WS-CONT-GRAVADOS
059200     DISPLAY 'JA CADASTRADOS (MANTIDOS): ' WS-CONT-EXISTENTES
059300     DISPLAY 'FERIADOS LOCAIS DEVEM SER INCLUIDOS PELA OPCAO 1.'
059400     .
059500 P600-FIM. EXIT.
059600******************************************************************
059700*    P610-CALCULAR-PASCOA - DOMINGO DE PASCOA DE WS-ANO-ENTRADA  *
059800*                 (ALGORITMO DE MEEUS/JONES/BUTCHER)             *
059900******************************************************************
060000 P610-CALCULAR-PASCOA.
060100     DIVIDE WS-ANO-ENTRADA BY 19 GIVING WS-PSC-AUX
060200         REMAINDER WS-PSC-A
060300     DIVIDE WS-ANO-ENTRADA BY 100 GIVING WS-PSC-B
060400         REMAINDER WS-PSC-C
060500     DIVIDE WS-PSC-B BY 4 GIVING WS-PSC-D
060600         REMAINDER WS-PSC-E
060700     COMPUTE WS-PSC-F = (WS-PSC-B + 8) / 25
060800     COMPUTE WS-PSC-G = (WS-PSC-B - WS-PSC-F + 1) / 3
060900     COMPUTE WS-PSC-AUX = 19 * WS-PSC-A + WS-PSC-B - WS-PSC-D
061000                        - WS-PSC-G + 15
061100     DIVIDE WS-PSC-AUX BY 30 GIVING WS-PSC-N
061200         REMAINDER WS-PSC-H
061300     DIVIDE WS-PSC-C BY 4 GIVING WS-PSC-I
061400         REMAINDER WS-PSC-K
061500     COMPUTE WS-PSC-AUX = 32 + 2 * WS-PSC-E + 2 * WS-PSC-I
061600                        - WS-PSC-H - WS-PSC-K
061700     DIVIDE WS-PSC-AUX BY 7 GIVING WS-PSC-N
061800         REMAINDER WS-PSC-L
061900     COMPUTE WS-PSC-M = (WS-PSC-A + 11 * WS-PSC-H
062000                        + 22 * WS-PSC-L) / 451
062100     COMPUTE WS-PSC-AUX = WS-PSC-H + WS-PSC-L - 7 * WS-PSC-M
062200                        + 114
062300     MOVE WS-ANO-ENTRADA          TO WS-PASCOA-ANO
062400     DIVIDE WS-PSC-AUX BY 31 GIVING WS-PASCOA-MES
062500         REMAINDER WS-PSC-N
062600     COMPUTE WS-PASCOA-DIA = WS-PSC-N + 1
062700     COMPUTE WS-DIAS-PASCOA =
062800         FUNCTION INTEGER-OF-DATE(WS-PASCOA-9)
062900     .
063000 P610-FIM. EXIT.
063100 P640-GRAVAR-MOVEL.
063200     COMPUTE WS-FER-DATA-9 =
063300         FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
063400     PERFORM P650-GRAVAR-FERIADO  THRU P650-FIM
063500     .
063600 P640-FIM. EXIT.
063700 P650-GRAVAR-FERIADO.
063800     MOVE WS-FER-DATA-9           TO CAL-DATA
063900     SET CAL-FERIADO-NACIONAL     TO TRUE
064000     MOVE WS-PROCESSA-ENTRADA     TO CAL-PROCESSA
064100     MOVE WS-DESCRICAO-ENTRADA    TO CAL-DESCRICAO
064200     PERFORM P220-CARIMBAR        THRU P220-FIM
064300     WRITE REG-CALENDARIO
064400         INVALID KEY
064500             ADD 1                TO WS-CONT-EXISTENTES
064600         NOT INVALID KEY
064700             ADD 1                TO WS-CONT-GRAVADOS
064800     END-WRITE
064900     .
065000 P650-FIM. EXIT.
065100******************************************************************
065200*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
065300******************************************************************
065400 P900-FIM.
065500     DISPLAY '*** FIM DO CALENDARIO DE DIAS UTEIS ***'
065600     STOP RUN.
065700
065800     COPY FSTATUS.
065900     COPY OPRLOG.
