000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADVINC.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-06-20.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CADASTRO DOS VINCULOS ENTRE CONTATOS
000900*                 (VINCULOS.DAT, LAYOUT VINCREG.CPY): FIADOR,
001000*                 MESMO DOMICILIO E EMPREGADOR. O VINCULO LIGA
001100*                 DOIS ID-CONTATO COM UM PAPEL E AS DATAS DE
001200*                 INICIO E FIM; OS DOIS CONTATOS PRECISAM EXISTIR
001300*                 E ESTAR ATIVOS, NAO PODEM SER O MESMO, E O MESMO
001400*                 PAR NAO PODE TER DOIS VINCULOS VIGENTES COM O
001500*                 MESMO PAPEL (NO DOMICILIO, QUE VALE NOS DOIS
001600*                 SENTIDOS, NEM INVERTIDO). NA INCLUSAO A
001700*                 SEQUENCIA E A PROXIMA LIVRE DO CONTATO (MESMO
001800*                 PADRAO DO CADFONE). O VINCULO QUE TERMINA E
001900*                 ENCERRADO PELA DATA DE FIM E FICA COMO
002000*                 HISTORICO; A EXCLUSAO FISICA E SO PARA
002100*                 LANCAMENTO ERRADO, PELO SUPERVISOR. QUEM INCLUIU
002200*                 E QUEM ALTEROU POR ULTIMO FICAM CARIMBADOS NO
002300*                 PROPRIO REGISTRO. SIGN-ON OBRIGATORIO; O PERFIL
002400*                 DE CONSULTA NAO TEM ACESSO.
002500*----------------------------------------------------------------*
002600*    HISTORICO DE ALTERACOES
002700*    DATA       AUTOR   DESCRICAO
002800*    ---------- ------- ----------------------------------------
002900*    2025-06-20 JSZ     PROGRAMA CRIADO (VINCULOS ENTRE
003000*                       CONTATOS).
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
004700     SELECT VINCULOS ASSIGN TO WS-VINCULOS-DSN
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS VIN-CHAVE
005100         ALTERNATE RECORD KEY IS VIN-ID-RELACIONADO
005200             WITH DUPLICATES
005300         LOCK MODE IS MANUAL
005400         FILE STATUS IS WS-FS-VIN.
005500     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS OPE-CODIGO
005900         FILE STATUS IS WS-FS-OPE.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CONTATOS.
006300     COPY CONTREG.
006400 FD  VINCULOS.
006500     COPY VINCREG.
006600 FD  OPERADOR.
006700     COPY OPERREG.
006800 WORKING-STORAGE SECTION.
006900 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
007000 01  WS-VINCULOS-DSN              PIC X(100) VALUE 'VINCULOS.DAT'.
007100 77  WS-FS                        PIC X(02) VALUE '00'.
007200     88 FS-OK                     VALUE '00'.
007300 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007400 77  WS-EXIT                      PIC X(01) VALUE 'N'.
007500     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
007600 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
007700     88 OPC-INCLUIR               VALUE '1'.
007800     88 OPC-LISTAR                VALUE '2'.
007900     88 OPC-ALTERAR               VALUE '3'.
008000     88 OPC-EXCLUIR               VALUE '4'.
008100     88 OPC-SAIR                  VALUE '5'.
008200 77  WS-ID-PEDIDO                 PIC 9(06) VALUE ZEROS.
008300 77  WS-ID-ENTRADA                PIC 9(06) VALUE ZEROS.
008400 77  WS-ID-RELAC                  PIC 9(06) VALUE ZEROS.
008500 77  WS-SEQ-ENTRADA               PIC 9(02) VALUE ZEROS.
008600 77  WS-PROXIMO-SEQ               PIC 9(02) VALUE ZEROS.
008700 77  WS-PAPEL-ENTRADA             PIC X(01) VALUE SPACES.
008800 77  WS-INICIO-ENTRADA            PIC 9(08) VALUE ZEROS.
008900 77  WS-FIM-ENTRADA               PIC 9(08) VALUE ZEROS.
009000 77  WS-DATA-ENTRADA              PIC 9(08) VALUE ZEROS.
009100 77  WS-CONFIRMA                  PIC X(01) VALUE SPACES.
009200 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
009300 77  WS-HORA-HOJE                 PIC 9(08) VALUE ZEROS.
009400 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
009500 01  WS-CONTATO-VALIDO            PIC X(01) VALUE 'N'.
009600     88 CONTATO-VALIDO            VALUE 'S' FALSE 'N'.
009700 01  WS-CONTATO-ATIVO-SW          PIC X(01) VALUE 'N'.
009800     88 PEDIDO-ATIVO              VALUE 'S' FALSE 'N'.
009900 01  WS-DUPLICADO-SW              PIC X(01) VALUE 'N'.
010000     88 VINCULO-DUPLICADO         VALUE 'S' FALSE 'N'.
010100 01  WS-EOF-LST-SW                PIC X(01) VALUE 'N'.
010200     88 EOF-LST-OK                VALUE 'S' FALSE 'N'.
010300 01  WS-CTT-ABERTO-SW             PIC X(01) VALUE 'N'.
010400     88 CTT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
010500 77  WS-VIN-IDX                   PIC 9(02) VALUE ZEROS.
010600 77  WS-CONT-VINCULOS             PIC 9(03) VALUE ZEROS.
010700 77  WS-OUTRO-ID                  PIC 9(06) VALUE ZEROS.
010800 77  WS-SENTIDO                   PIC X(01) VALUE SPACES.
010900 01  WS-OUTRO-NOME                PIC X(20) VALUE SPACES.
011000 01  WS-PAPEL-DESC                PIC X(18) VALUE SPACES.
011100 01  WS-SITUACAO-DESC             PIC X(10) VALUE SPACES.
011200*----------------------------------------------------------------*
011300*    AREA DA CONSULTA DE VINCULOS (COPYBOOK VINCHK)              *
011400*----------------------------------------------------------------*
011500 77  WS-FS-VIN                    PIC X(02) VALUE '00'.
011600     88 FS-VIN-OK                 VALUE '00'.
011700 77  WS-VIN-BUSCA                 PIC 9(06) VALUE ZEROS.
011800 77  WS-VIN-DATA-REF              PIC 9(08) VALUE ZEROS.
011900 77  WS-VIN-QTD                   PIC 9(02) VALUE ZEROS.
012000 77  WS-VIN-MAX                   PIC 9(02) VALUE 20.
012100 77  WS-VIN-EXCEDENTES            PIC 9(02) VALUE ZEROS.
012200 01  WS-VIN-TAB.
012300     03  WS-VIN-ENT               OCCURS 20 TIMES.
012400         05  WS-VIN-T-OUTRO       PIC 9(06).
012500         05  WS-VIN-T-PAPEL       PIC X(01).
012600         05  WS-VIN-T-SENTIDO     PIC X(01).
012700 01  WS-VIN-ABERTO-SW             PIC X(01) VALUE 'N'.
012800     88 VIN-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
012900 01  WS-VIN-EOF-SW                PIC X(01) VALUE 'N'.
013000     88 VIN-EOF-OK                VALUE 'S' FALSE 'N'.
013100 01  WS-VIN-VIGENTE-SW            PIC X(01) VALUE 'N'.
013200     88 VINCULO-VIGENTE           VALUE 'S' FALSE 'N'.
013300*----------------------------------------------------------------*
013400*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
013500*----------------------------------------------------------------*
013600 01  WS-DV-ID.
013700     03  WS-DV-ALG                OCCURS 6 TIMES PIC 9(01).
013800 77  WS-DV-ENTRADA                PIC X(01) VALUE SPACES.
013900 77  WS-DV-DIGITO                 PIC 9(01) VALUE ZEROS.
014000 77  WS-DV-SOMA                   PIC 9(03) VALUE ZEROS.
014100 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
014200 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
014300     88 DV-OK                     VALUE 'S' FALSE 'N'.
014400*----------------------------------------------------------------*
014500*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
014600*----------------------------------------------------------------*
014700 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
014800 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
014900     88 FS-OPE-OK                 VALUE '00'.
015000 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
015100 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
015200 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
015300     88 OPR-CONSULTA              VALUE 'C'.
015400     88 OPR-MANUTENCAO            VALUE 'M'.
015500     88 OPR-SUPERVISOR            VALUE 'S'.
015600 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
015700     88 OPR-OK                    VALUE 'S' FALSE 'N'.
015800 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
015900 PROCEDURE DIVISION.
016000******************************************************************
016100*    0000-MAINLINE - ROTINA PRINCIPAL                            *
016200******************************************************************
016300 0000-MAINLINE.
016400     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
016500     DISPLAY '*** VINCULOS ENTRE CONTATOS (CADVINC) ***'
016600     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
016700     IF NOT OPR-OK
016800        PERFORM P900-FIM
016900     END-IF
017000     IF OPR-CONSULTA
017100        DISPLAY 'PROGRAMA DE MANUTENCAO - PERFIL SOMENTE '
017200                'CONSULTA NAO AUTORIZADO.'
017300        PERFORM P900-FIM
017400     END-IF
017500     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
017600
017700     SET EXIT-OK                  TO FALSE
017800     PERFORM P100-MENU            THRU P100-FIM
017900         UNTIL EXIT-OK
018000     PERFORM P900-FIM
018100     .
018200******************************************************************
018300*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA  *
018400******************************************************************
018500 P100-MENU.
018600     MOVE SPACES                  TO WS-OPCAO
018700     DISPLAY ' '
018800     DISPLAY '1 - INCLUIR VINCULO'
018900     DISPLAY '2 - VINCULOS DO CONTATO'
019000     DISPLAY '3 - ALTERAR VIGENCIA / ENCERRAR VINCULO'
019100     DISPLAY '4 - EXCLUIR VINCULO (LANCAMENTO ERRADO)'
019200     DISPLAY '5 - SAIR'
019300     DISPLAY 'INFORME A OPCAO DESEJADA: '
019400     ACCEPT WS-OPCAO
019500
019600     EVALUATE TRUE
019700         WHEN OPC-INCLUIR
019800             PERFORM P200-INCLUIR    THRU P200-FIM
019900         WHEN OPC-LISTAR
020000             PERFORM P400-LISTAR     THRU P400-FIM
020100         WHEN OPC-ALTERAR
020200             PERFORM P500-ALTERAR    THRU P500-FIM
020300         WHEN OPC-EXCLUIR
020400             PERFORM P600-EXCLUIR    THRU P600-FIM
020500         WHEN OPC-SAIR
020600             SET EXIT-OK             TO TRUE
020700         WHEN OTHER
020800             DISPLAY 'OPCAO INVALIDA.'
020900     END-EVALUATE
021000     .
021100 P100-FIM. EXIT.
021200******************************************************************
021300*    P200-INCLUIR - INCLUI UM VINCULO ENTRE DOIS CONTATOS        *
021400*                 ATIVOS, COM A PROXIMA SEQUENCIA LIVRE          *
021500******************************************************************
021600 P200-INCLUIR.
021700     DISPLAY 'CONTATO TITULAR DO VINCULO.'
021800     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
021900     IF NOT CONTATO-VALIDO
022000        GO TO P200-FIM
022100     END-IF
022200     IF NOT PEDIDO-ATIVO
022300        DISPLAY 'CONTATO ESTA INATIVO - VINCULO NAO ACEITO.'
022400        GO TO P200-FIM
022500     END-IF
022600     MOVE WS-ID-PEDIDO            TO WS-ID-ENTRADA
022700
022800     DISPLAY 'CONTATO RELACIONADO (FIADOR, MORADOR DO MESMO '
022900             'DOMICILIO OU EMPREGADOR).'
023000     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
023100     IF NOT CONTATO-VALIDO
023200        GO TO P200-FIM
023300     END-IF
023400     IF NOT PEDIDO-ATIVO
023500        DISPLAY 'CONTATO ESTA INATIVO - VINCULO NAO ACEITO.'
023600        GO TO P200-FIM
023700     END-IF
023800     MOVE WS-ID-PEDIDO            TO WS-ID-RELAC
023900     IF WS-ID-RELAC = WS-ID-ENTRADA
024000        DISPLAY 'UM CONTATO NAO PODE SER VINCULADO A SI MESMO.'
024100        GO TO P200-FIM
024200     END-IF
024300
024400     PERFORM P220-PEDIR-PAPEL     THRU P220-FIM
024500     IF WS-PAPEL-ENTRADA = SPACES
024600        GO TO P200-FIM
024700     END-IF
024800
024900     DISPLAY 'DATA DE INICIO (AAAAMMDD - ZEROS = HOJE): '
025000     PERFORM P230-PEDIR-DATA      THRU P230-FIM
025100     MOVE WS-DATA-ENTRADA         TO WS-INICIO-ENTRADA
025200     IF WS-INICIO-ENTRADA = ZEROS
025300        MOVE WS-DATA-HOJE         TO WS-INICIO-ENTRADA
025400     END-IF
025500     DISPLAY 'DATA DE FIM (AAAAMMDD - ZEROS = SEM PRAZO): '
025600     PERFORM P230-PEDIR-DATA      THRU P230-FIM
025700     MOVE WS-DATA-ENTRADA         TO WS-FIM-ENTRADA
025800     IF WS-FIM-ENTRADA NOT = ZEROS AND
025900        WS-FIM-ENTRADA < WS-INICIO-ENTRADA
026000        DISPLAY 'A DATA DE FIM NAO PODE SER ANTERIOR AO INICIO.'
026100        GO TO P200-FIM
026200     END-IF
026300
026400     PERFORM P240-ABRIR-VINCULOS  THRU P240-FIM
026500     IF NOT VIN-ARQ-ABERTO
026600        GO TO P200-FIM
026700     END-IF
026800     PERFORM P250-VERIFICAR-DUPLICADO THRU P250-FIM
026900     IF VINCULO-DUPLICADO
027000        DISPLAY 'ESTES CONTATOS JA TEM UM VINCULO VIGENTE COM '
027100                'ESTE PAPEL.'
027200        PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
027300        GO TO P200-FIM
027400     END-IF
027500     PERFORM P260-PROXIMO-SEQ     THRU P260-FIM
027600     IF WS-PROXIMO-SEQ = ZEROS
027700        DISPLAY 'CONTATO JA TEM 99 VINCULOS - EXCLUA OS '
027800                'LANCADOS ERRADO ANTES.'
027900        PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
028000        GO TO P200-FIM
028100     END-IF
028200
028300     ACCEPT WS-HORA-HOJE          FROM TIME
028400     MOVE SPACES                  TO REG-VINCULOS
028500     MOVE WS-ID-ENTRADA           TO VIN-ID-CONTATO
028600     MOVE WS-PROXIMO-SEQ          TO VIN-SEQ
028700     MOVE WS-ID-RELAC             TO VIN-ID-RELACIONADO
028800     MOVE WS-PAPEL-ENTRADA        TO VIN-PAPEL
028900     MOVE WS-INICIO-ENTRADA       TO VIN-DT-INICIO
029000     MOVE WS-FIM-ENTRADA          TO VIN-DT-FIM
029100     MOVE WS-DATA-HOJE            TO VIN-DATA-HORA (1:8)
029200     MOVE WS-HORA-HOJE (1:6)      TO VIN-DATA-HORA (9:6)
029300     MOVE WS-OPR-CODIGO           TO VIN-OPERADOR
029400     MOVE ZEROS                   TO VIN-DT-ALTERACAO
029500     MOVE SPACES                  TO VIN-OPER-ALTERACAO
029600     WRITE REG-VINCULOS
029700         INVALID KEY
029800             MOVE WS-FS-VIN       TO WS-FS
029900             PERFORM 9000-TRADUZIR-FS
030000             DISPLAY 'NAO FOI POSSIVEL INCLUIR: ' WS-FS-MSG
030100         NOT INVALID KEY
030200             DISPLAY 'VINCULO ' WS-ID-ENTRADA '/' WS-PROXIMO-SEQ
030300                     ' INCLUIDO COM SUCESSO.'
030400     END-WRITE
030500     PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
030600     .
030700 P200-FIM. EXIT.
030800******************************************************************
030900*    P210-PEDIR-CONTATO - PEDE UM ID COM DIGITO VERIFICADOR E    *
031000*                 CONFERE O CONTATO EM CONTATOS.DAT (DEVOLVE EM  *
031100*                 WS-ID-PEDIDO, COM A SITUACAO EM PEDIDO-ATIVO)  *
031200******************************************************************
031300 P210-PEDIR-CONTATO.
031400     SET CONTATO-VALIDO           TO FALSE
031500     SET PEDIDO-ATIVO             TO FALSE
031600     DISPLAY 'INFORME O ID DO CONTATO: '
031700     ACCEPT WS-ID-PEDIDO
031800     IF WS-ID-PEDIDO NOT NUMERIC OR WS-ID-PEDIDO = ZEROS
031900        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
032000                'MAIOR QUE ZERO.'
032100        GO TO P210-FIM
032200     END-IF
032300     MOVE WS-ID-PEDIDO            TO WS-DV-ID
032400     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
032500     IF NOT DV-OK
032600        GO TO P210-FIM
032700     END-IF
032800
032900     OPEN INPUT CONTATOS
033000     IF NOT FS-OK
033100        PERFORM 9000-TRADUZIR-FS
033200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
033300        GO TO P210-FIM
033400     END-IF
033500     MOVE WS-ID-PEDIDO            TO ID-CONTATO
033600     READ CONTATOS
033700         INVALID KEY
033800             DISPLAY 'CONTATO NAO EXISTE!'
033900         NOT INVALID KEY
034000             SET CONTATO-VALIDO   TO TRUE
034100             IF CONTATO-ATIVO
034200                SET PEDIDO-ATIVO  TO TRUE
034300             END-IF
034400             DISPLAY 'CONTATO..: ' ID-CONTATO ' - ' NM-CONTATO
034500     END-READ
034600     CLOSE CONTATOS
034700     .
034800 P210-FIM. EXIT.
034900******************************************************************
035000*    P220-PEDIR-PAPEL - PAPEL DO RELACIONADO PARA O TITULAR,     *
035100*                 CONTRA O DOMINIO DE VINCREG.CPY (INVALIDO      *
035200*                 VOLTA EM BRANCO)                               *
035300******************************************************************
035400 P220-PEDIR-PAPEL.
035500     DISPLAY 'PAPEL DO RELACIONADO PARA O TITULAR: '
035600     DISPLAY '  F = FIADOR DO TITULAR'
035700     DISPLAY '  D = MORA NO MESMO DOMICILIO DO TITULAR'
035800     DISPLAY '  E = EMPREGADOR DO TITULAR'
035900     MOVE SPACES                  TO WS-PAPEL-ENTRADA
036000     ACCEPT WS-PAPEL-ENTRADA
036100     MOVE WS-PAPEL-ENTRADA        TO VIN-PAPEL
036200     IF NOT VIN-PAPEL-VALIDO
036300        DISPLAY 'PAPEL INVALIDO - USE F, D OU E.'
036400        MOVE SPACES               TO WS-PAPEL-ENTRADA
036500     END-IF
036600     .
036700 P220-FIM. EXIT.
036800******************************************************************
036900*    P230-PEDIR-DATA - LE UMA DATA AAAAMMDD JA ANUNCIADA PELO    *
037000*                 CHAMADOR (ZEROS SAO DEVOLVIDOS PARA O          *
037100*                 CHAMADOR DECIDIR)                              *
037200******************************************************************
037300 P230-PEDIR-DATA.
037400     MOVE ZEROS                   TO WS-DATA-ENTRADA
037500     ACCEPT WS-DATA-ENTRADA
037600     IF WS-DATA-ENTRADA NOT NUMERIC
037700        DISPLAY 'DATA INVALIDA - DIGITE SOMENTE DIGITOS.'
037800        GO TO P230-PEDIR-DATA
037900     END-IF
038000     IF WS-DATA-ENTRADA = ZEROS
038100        GO TO P230-FIM
038200     END-IF
038300     COMPUTE WS-DIAS-AUX =
038400         FUNCTION INTEGER-OF-DATE(WS-DATA-ENTRADA)
038500     IF WS-DIAS-AUX = ZEROS
038600        DISPLAY 'DATA INEXISTENTE - INFORME DE NOVO: '
038700        GO TO P230-PEDIR-DATA
038800     END-IF
038900     .
039000 P230-FIM. EXIT.
039100******************************************************************
039200*    P240-ABRIR-VINCULOS - ABRE VINCULOS.DAT EM I-O, CRIANDO O   *
039300*                 ARQUIVO NA PRIMEIRA INCLUSAO (FILE STATUS 35,  *
039400*                 MESMO PADRAO DO CADFONE)                       *
039500******************************************************************
039600 P240-ABRIR-VINCULOS.
039700     SET VIN-ARQ-ABERTO           TO FALSE
039800     MOVE '00'                    TO WS-FS-VIN
039900     OPEN I-O VINCULOS
040000     IF WS-FS-VIN = '35'
040100        OPEN OUTPUT VINCULOS
040200        CLOSE VINCULOS
040300        MOVE '00'                 TO WS-FS-VIN
040400        OPEN I-O VINCULOS
040500     END-IF
040600     IF NOT FS-VIN-OK
040700        MOVE WS-FS-VIN            TO WS-FS
040800        PERFORM 9000-TRADUZIR-FS
040900        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS: '
041000                WS-FS-MSG
041100        GO TO P240-FIM
041200     END-IF
041300     SET VIN-ARQ-ABERTO           TO TRUE
041400     .
041500 P240-FIM. EXIT.
041600******************************************************************
041700*    P250-VERIFICAR-DUPLICADO - PROCURA, ENTRE OS VINCULOS       *
041800*                 VIGENTES DO TITULAR NO INICIO PEDIDO, O MESMO  *
041900*                 PAR COM O MESMO PAPEL                          *
042000******************************************************************
042100 P250-VERIFICAR-DUPLICADO.
042200     SET VINCULO-DUPLICADO        TO FALSE
042300     MOVE WS-ID-ENTRADA           TO WS-VIN-BUSCA
042400     MOVE WS-INICIO-ENTRADA       TO WS-VIN-DATA-REF
042500     IF WS-VIN-DATA-REF < WS-DATA-HOJE
042600        MOVE WS-DATA-HOJE         TO WS-VIN-DATA-REF
042700     END-IF
042800     PERFORM 9425-CARREGAR-VINCULOS THRU 9425-FIM
042900     PERFORM P255-COMPARAR-VINCULO THRU P255-FIM
043000         VARYING WS-VIN-IDX FROM 1 BY 1
043100         UNTIL WS-VIN-IDX > WS-VIN-QTD
043200            OR VINCULO-DUPLICADO
043300     .
043400 P250-FIM. EXIT.
043500*    NO MESMO SENTIDO QUALQUER PAPEL REPETIDO E DUPLICATA; NO
043600*    SENTIDO INVERTIDO, SO O DOMICILIO (QUE VALE PARA OS DOIS).
043700 P255-COMPARAR-VINCULO.
043800     IF WS-VIN-T-OUTRO (WS-VIN-IDX) NOT = WS-ID-RELAC OR
043900        WS-VIN-T-PAPEL (WS-VIN-IDX) NOT = WS-PAPEL-ENTRADA
044000        GO TO P255-FIM
044100     END-IF
044200     IF WS-VIN-T-SENTIDO (WS-VIN-IDX) = 'C' OR
044300        WS-PAPEL-ENTRADA = 'D'
044400        SET VINCULO-DUPLICADO     TO TRUE
044500     END-IF
044600     .
044700 P255-FIM. EXIT.
044800******************************************************************
044900*    P260-PROXIMO-SEQ - DESCOBRE A PROXIMA VIN-SEQ LIVRE DO      *
045000*                 TITULAR (MAIOR SEQ EXISTENTE + 1; ZEROS QUANDO *
045100*                 JA CHEGOU A 99)                                *
045200******************************************************************
045300 P260-PROXIMO-SEQ.
045400     MOVE ZEROS                   TO WS-PROXIMO-SEQ
045500     SET EOF-LST-OK               TO FALSE
045600     MOVE WS-ID-ENTRADA           TO VIN-ID-CONTATO
045700     MOVE ZEROS                   TO VIN-SEQ
045800     START VINCULOS KEY IS NOT LESS THAN VIN-CHAVE
045900         INVALID KEY
046000             SET EOF-LST-OK       TO TRUE
046100     END-START
046200     PERFORM P265-LER-SEQ         THRU P265-FIM
046300         UNTIL EOF-LST-OK
046400     IF WS-PROXIMO-SEQ = 99
046500        MOVE ZEROS                TO WS-PROXIMO-SEQ
046600     ELSE
046700        ADD 1                     TO WS-PROXIMO-SEQ
046800     END-IF
046900     .
047000 P260-FIM. EXIT.
047100 P265-LER-SEQ.
047200     READ VINCULOS NEXT RECORD
047300         AT END
047400             SET EOF-LST-OK        TO TRUE
047500             GO TO P265-FIM
047600     END-READ
047700     IF VIN-ID-CONTATO NOT = WS-ID-ENTRADA
047800        SET EOF-LST-OK            TO TRUE
047900        GO TO P265-FIM
048000     END-IF
048100     MOVE VIN-SEQ                 TO WS-PROXIMO-SEQ
048200     .
048300 P265-FIM. EXIT.
048400******************************************************************
048500*    P400-LISTAR - LISTA TODOS OS VINCULOS DO CONTATO, NOS DOIS  *
048600*                 SENTIDOS, COM O PAPEL DO PONTO DE VISTA DELE   *
048700*                 E A SITUACAO DE HOJE                           *
048800******************************************************************
048900 P400-LISTAR.
049000     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
049100     IF NOT CONTATO-VALIDO
049200        GO TO P400-FIM
049300     END-IF
049400     MOVE WS-ID-PEDIDO            TO WS-ID-ENTRADA
049500     MOVE '00'                    TO WS-FS-VIN
049600     OPEN INPUT VINCULOS
049700     IF NOT FS-VIN-OK
049800        DISPLAY 'NENHUM VINCULO REGISTRADO AINDA ('
049900                'VINCULOS.DAT NAO ENCONTRADO).'
050000        GO TO P400-FIM
050100     END-IF
050200     SET CTT-ARQ-ABERTO           TO FALSE
050300     MOVE '00'                    TO WS-FS
050400     OPEN INPUT CONTATOS
050500     IF FS-OK
050600        SET CTT-ARQ-ABERTO        TO TRUE
050700     END-IF
050800     MOVE WS-DATA-HOJE            TO WS-VIN-DATA-REF
050900     MOVE ZEROS                   TO WS-CONT-VINCULOS
051000
051100     SET EOF-LST-OK               TO FALSE
051200     MOVE WS-ID-ENTRADA           TO VIN-ID-CONTATO
051300     MOVE ZEROS                   TO VIN-SEQ
051400     START VINCULOS KEY IS NOT LESS THAN VIN-CHAVE
051500         INVALID KEY
051600             SET EOF-LST-OK       TO TRUE
051700     END-START
051800     PERFORM P410-LER-DIRETO      THRU P410-FIM
051900         UNTIL EOF-LST-OK
052000
052100     SET EOF-LST-OK               TO FALSE
052200     MOVE WS-ID-ENTRADA           TO VIN-ID-RELACIONADO
052300     START VINCULOS KEY IS EQUAL TO VIN-ID-RELACIONADO
052400         INVALID KEY
052500             SET EOF-LST-OK       TO TRUE
052600     END-START
052700     PERFORM P420-LER-REVERSO     THRU P420-FIM
052800         UNTIL EOF-LST-OK
052900
053000     IF CTT-ARQ-ABERTO
053100        CLOSE CONTATOS
053200     END-IF
053300     CLOSE VINCULOS
053400     DISPLAY ' '
053500     DISPLAY 'VINCULOS DO CONTATO: ' WS-CONT-VINCULOS
053600     .
053700 P400-FIM. EXIT.
053800 P410-LER-DIRETO.
053900     READ VINCULOS NEXT RECORD
054000         AT END
054100             SET EOF-LST-OK        TO TRUE
054200             GO TO P410-FIM
054300     END-READ
054400     IF VIN-ID-CONTATO NOT = WS-ID-ENTRADA
054500        SET EOF-LST-OK            TO TRUE
054600        GO TO P410-FIM
054700     END-IF
054800     MOVE VIN-ID-RELACIONADO      TO WS-OUTRO-ID
054900     MOVE 'C'                     TO WS-SENTIDO
055000     PERFORM P430-EXIBIR-VINCULO  THRU P430-FIM
055100     .
055200 P410-FIM. EXIT.
055300 P420-LER-REVERSO.
055400     READ VINCULOS NEXT RECORD
055500         AT END
055600             SET EOF-LST-OK        TO TRUE
055700             GO TO P420-FIM
055800     END-READ
055900     IF VIN-ID-RELACIONADO NOT = WS-ID-ENTRADA
056000        SET EOF-LST-OK            TO TRUE
056100        GO TO P420-FIM
056200     END-IF
056300     MOVE VIN-ID-CONTATO          TO WS-OUTRO-ID
056400     MOVE 'R'                     TO WS-SENTIDO
056500     PERFORM P430-EXIBIR-VINCULO  THRU P430-FIM
056600     .
056700 P420-FIM. EXIT.
056800******************************************************************
056900*    P430-EXIBIR-VINCULO - EXIBE O VINCULO CORRENTE. O VINCULO   *
057000*                 REVERSO MOSTRA A CHAVE DO TITULAR, QUE E A     *
057100*                 USADA PARA ALTERAR OU EXCLUIR                  *
057200******************************************************************
057300 P430-EXIBIR-VINCULO.
057400     ADD 1                        TO WS-CONT-VINCULOS
057500     PERFORM P440-DESCREVER-PAPEL THRU P440-FIM
057600     PERFORM 9420-VERIFICAR-VIGENCIA THRU 9420-FIM
057700     EVALUATE TRUE
057800         WHEN VINCULO-VIGENTE
057900             MOVE 'VIGENTE'       TO WS-SITUACAO-DESC
058000         WHEN VIN-DT-INICIO > WS-DATA-HOJE
058100             MOVE 'FUTURO'        TO WS-SITUACAO-DESC
058200         WHEN OTHER
058300             MOVE 'ENCERRADO'     TO WS-SITUACAO-DESC
058400     END-EVALUATE
058500     MOVE '(NAO CADASTRADO)'      TO WS-OUTRO-NOME
058600     IF CTT-ARQ-ABERTO
058700        MOVE WS-OUTRO-ID          TO ID-CONTATO
058800        READ CONTATOS
058900            NOT INVALID KEY
059000                MOVE NM-CONTATO   TO WS-OUTRO-NOME
059100        END-READ
059200     END-IF
059300     DISPLAY ' '
059400     DISPLAY 'VINCULO ' VIN-ID-CONTATO '/' VIN-SEQ ' - '
059500             WS-PAPEL-DESC ' ' WS-OUTRO-ID ' ' WS-OUTRO-NOME
059600     DISPLAY '  DE ' VIN-DT-INICIO ' ATE ' VIN-DT-FIM ' - '
059700             WS-SITUACAO-DESC ' - INCLUIDO POR ' VIN-OPERADOR
059800     .
059900 P430-FIM. EXIT.
060000*    O PAPEL GRAVADO E O DO RELACIONADO PARA O TITULAR; NO
060100*    SENTIDO REVERSO A FRASE E INVERTIDA.
060200 P440-DESCREVER-PAPEL.
060300     EVALUATE TRUE ALSO WS-SENTIDO
060400         WHEN VIN-FIADOR     ALSO 'C'
060500             MOVE 'AFIANCADO POR'    TO WS-PAPEL-DESC
060600         WHEN VIN-FIADOR     ALSO 'R'
060700             MOVE 'FIADOR DE'        TO WS-PAPEL-DESC
060800         WHEN VIN-DOMICILIO  ALSO ANY
060900             MOVE 'MESMO DOMICILIO'  TO WS-PAPEL-DESC
061000         WHEN VIN-EMPREGADOR ALSO 'C'
061100             MOVE 'EMPREGADO DE'     TO WS-PAPEL-DESC
061200         WHEN VIN-EMPREGADOR ALSO 'R'
061300             MOVE 'EMPREGADOR DE'    TO WS-PAPEL-DESC
061400         WHEN OTHER
061500             MOVE 'PAPEL ?'          TO WS-PAPEL-DESC
061600     END-EVALUATE
061700     .
061800 P440-FIM. EXIT.
061900******************************************************************
062000*    P500-ALTERAR - ALTERA AS DATAS DE INICIO E FIM DE UM        *
062100*                 VINCULO (CHAVE = TITULAR + SEQ); A DATA DE FIM *
062200*                 ENCERRA O VINCULO SEM APAGAR O HISTORICO       *
062300******************************************************************
062400 P500-ALTERAR.
062500     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
062600     IF NOT CONTATO-VALIDO
062700        GO TO P500-FIM
062800     END-IF
062900     MOVE WS-ID-PEDIDO            TO WS-ID-ENTRADA
063000     DISPLAY 'INFORME A SEQUENCIA DO VINCULO: '
063100     ACCEPT WS-SEQ-ENTRADA
063200     PERFORM P240-ABRIR-VINCULOS  THRU P240-FIM
063300     IF NOT VIN-ARQ-ABERTO
063400        GO TO P500-FIM
063500     END-IF
063600
063700     MOVE WS-ID-ENTRADA           TO VIN-ID-CONTATO
063800     MOVE WS-SEQ-ENTRADA          TO VIN-SEQ
063900     READ VINCULOS WITH LOCK
064000         INVALID KEY
064100             DISPLAY 'VINCULO NAO EXISTE!'
064200             PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
064300             GO TO P500-FIM
064400     END-READ
064500     MOVE VIN-ID-RELACIONADO      TO WS-OUTRO-ID
064600     MOVE 'C'                     TO WS-SENTIDO
064700     PERFORM P440-DESCREVER-PAPEL THRU P440-FIM
064800     DISPLAY 'VINCULO......: ' WS-PAPEL-DESC ' ' WS-OUTRO-ID
064900     DISPLAY 'INICIO ATUAL.: ' VIN-DT-INICIO
065000     DISPLAY 'FIM ATUAL....: ' VIN-DT-FIM
065100
065200     DISPLAY 'NOVA DATA DE INICIO (AAAAMMDD - ZEROS = MANTER): '
065300     PERFORM P230-PEDIR-DATA      THRU P230-FIM
065400     MOVE WS-DATA-ENTRADA         TO WS-INICIO-ENTRADA
065500     IF WS-INICIO-ENTRADA = ZEROS
065600        MOVE VIN-DT-INICIO        TO WS-INICIO-ENTRADA
065700     END-IF
065800     DISPLAY 'NOVA DATA DE FIM (AAAAMMDD - ZEROS = SEM PRAZO): '
065900     PERFORM P230-PEDIR-DATA      THRU P230-FIM
066000     MOVE WS-DATA-ENTRADA         TO WS-FIM-ENTRADA
066100     IF WS-FIM-ENTRADA NOT = ZEROS AND
066200        WS-FIM-ENTRADA < WS-INICIO-ENTRADA
066300        DISPLAY 'A DATA DE FIM NAO PODE SER ANTERIOR AO INICIO - '
066400                'ALTERACAO CANCELADA.'
066500        UNLOCK VINCULOS
066600        PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
066700        GO TO P500-FIM
066800     END-IF
066900
067000     MOVE WS-INICIO-ENTRADA       TO VIN-DT-INICIO
067100     MOVE WS-FIM-ENTRADA          TO VIN-DT-FIM
067200     MOVE WS-DATA-HOJE            TO VIN-DT-ALTERACAO
067300     MOVE WS-OPR-CODIGO           TO VIN-OPER-ALTERACAO
067400     REWRITE REG-VINCULOS
067500         INVALID KEY
067600             MOVE WS-FS-VIN       TO WS-FS
067700             PERFORM 9000-TRADUZIR-FS
067800             DISPLAY 'NAO FOI POSSIVEL ALTERAR: ' WS-FS-MSG
067900         NOT INVALID KEY
068000             DISPLAY 'VINCULO ALTERADO COM SUCESSO.'
068100     END-REWRITE
068200     UNLOCK VINCULOS
068300     PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
068400     .
068500 P500-FIM. EXIT.
068600******************************************************************
068700*    P600-EXCLUIR - EXCLUI FISICAMENTE UM VINCULO LANCADO        *
068800*                 ERRADO. SO O SUPERVISOR; O VINCULO QUE ACABOU  *
068900*                 E ENCERRADO PELA DATA DE FIM (OPCAO 3)         *
069000******************************************************************
069100 P600-EXCLUIR.
069200     IF NOT OPR-SUPERVISOR
069300        DISPLAY 'EXCLUSAO DE VINCULO E SO DO SUPERVISOR - PARA '
069400                'ENCERRAR, USE A DATA DE FIM (OPCAO 3).'
069500        GO TO P600-FIM
069600     END-IF
069700     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
069800     IF NOT CONTATO-VALIDO
069900        GO TO P600-FIM
070000     END-IF
070100     MOVE WS-ID-PEDIDO            TO WS-ID-ENTRADA
070200     DISPLAY 'INFORME A SEQUENCIA DO VINCULO: '
070300     ACCEPT WS-SEQ-ENTRADA
070400     PERFORM P240-ABRIR-VINCULOS  THRU P240-FIM
070500     IF NOT VIN-ARQ-ABERTO
070600        GO TO P600-FIM
070700     END-IF
070800
070900     MOVE WS-ID-ENTRADA           TO VIN-ID-CONTATO
071000     MOVE WS-SEQ-ENTRADA          TO VIN-SEQ
071100     READ VINCULOS WITH LOCK
071200         INVALID KEY
071300             DISPLAY 'VINCULO NAO EXISTE!'
071400             PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
071500             GO TO P600-FIM
071600     END-READ
071700     MOVE VIN-ID-RELACIONADO      TO WS-OUTRO-ID
071800     MOVE 'C'                     TO WS-SENTIDO
071900     PERFORM P440-DESCREVER-PAPEL THRU P440-FIM
072000     DISPLAY 'VINCULO......: ' WS-PAPEL-DESC ' ' WS-OUTRO-ID
072100             ' DE ' VIN-DT-INICIO ' ATE ' VIN-DT-FIM
072200     DISPLAY 'CONFIRMA A EXCLUSAO? (S/N): '
072300     MOVE SPACES                  TO WS-CONFIRMA
072400     ACCEPT WS-CONFIRMA
072500     IF WS-CONFIRMA NOT = 'S'
072600        DISPLAY 'EXCLUSAO DESISTIDA.'
072700        UNLOCK VINCULOS
072800        PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
072900        GO TO P600-FIM
073000     END-IF
073100
073200     DELETE VINCULOS
073300         INVALID KEY
073400             MOVE WS-FS-VIN       TO WS-FS
073500             PERFORM 9000-TRADUZIR-FS
073600             DISPLAY 'NAO FOI POSSIVEL EXCLUIR: ' WS-FS-MSG
073700         NOT INVALID KEY
073800             DISPLAY 'VINCULO EXCLUIDO COM SUCESSO.'
073900     END-DELETE
074000     UNLOCK VINCULOS
074100     PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
074200     .
074300 P600-FIM. EXIT.
074400******************************************************************
074500*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
074600******************************************************************
074700 P900-FIM.
074800     DISPLAY '*** FIM DOS VINCULOS ENTRE CONTATOS ***'
074900     STOP RUN.
075000
075100     COPY FSTATUS.
075200     COPY DSNENV.
075300     COPY DIGVER.
075400     COPY OPRLOG.
075500     COPY VINCHK.
