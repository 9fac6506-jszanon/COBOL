000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADBANC.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-05-23.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CADASTRO DOS DADOS BANCARIOS DOS CONTATOS
000900*                 (CTABANC.DAT, LAYOUT CTBREG.CPY), PARA ONDE O
001000*                 PAGREEM ENVIA A DEVOLUCAO DO SALDO CREDOR: PIX
001100*                 (TIPO E CHAVE) OU TED (BANCO, AGENCIA, CONTA
001200*                 COM DIGITO E TIPO DE CONTA), SEMPRE COM O
001300*                 DOCUMENTO E O NOME DO TITULAR. O DOCUMENTO DO
001400*                 TITULAR (E A CHAVE PIX DO TIPO CPF/CNPJ) PASSA
001500*                 PELA VALIDACAO DE DIGITOS DO CADCTT (VALCTT).
001600*                 CONTA DE TERCEIRO - TITULAR COM DOCUMENTO
001700*                 DIFERENTE DO CPF/CNPJ DO CONTATO - SO E GRAVADA
001800*                 POR SUPERVISOR. INCLUIR/ALTERAR, CONSULTAR E
001900*                 EXCLUIR. SIGN-ON OBRIGATORIO; O PERFIL DE
002000*                 CONSULTA NAO TEM ACESSO.
002100*----------------------------------------------------------------*
002200*    HISTORICO DE ALTERACOES
002300*    DATA       AUTOR   DESCRICAO
002400*    ---------- ------- ----------------------------------------
002500*    2025-05-23 JSZ     PROGRAMA CRIADO (DADOS BANCARIOS PARA
002600*                       REEMBOLSO DE SALDO CREDOR).
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
004300     SELECT CTABANC ASSIGN TO WS-CTABANC-DSN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CTB-ID-CONTATO
004700         LOCK MODE IS MANUAL
004800         FILE STATUS IS WS-FS-CTB.
004900     SELECT CATEGS ASSIGN TO WS-CATEGS-DSN
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CTG-CODIGO
005300         FILE STATUS IS WS-FS-CTG.
005400     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS OPE-CODIGO
005800         FILE STATUS IS WS-FS-OPE.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CONTATOS.
006200     COPY CONTREG.
006300 FD  CTABANC.
006400     COPY CTBREG.
006500 FD  CATEGS.
006600     COPY CATREG.
006700 FD  OPERADOR.
006800     COPY OPERREG.
006900 WORKING-STORAGE SECTION.
007000 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
007100 01  WS-CTABANC-DSN               PIC X(100) VALUE 'CTABANC.DAT'.
007200 77  WS-FS                        PIC X(02) VALUE '00'.
007300     88 FS-OK                     VALUE '00'.
007400 77  WS-FS-CTB                    PIC X(02) VALUE '00'.
007500     88 FS-CTB-OK                 VALUE '00'.
007600 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007700 77  WS-EXIT                      PIC X(01) VALUE 'N'.
007800     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
007900 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
008000     88 OPC-GRAVAR                VALUE '1'.
008100     88 OPC-CONSULTAR             VALUE '2'.
008200     88 OPC-EXCLUIR               VALUE '3'.
008300     88 OPC-SAIR                  VALUE '4'.
008400 77  WS-ID-ENTRADA                PIC 9(06) VALUE ZEROS.
008500 77  WS-CONFIRMA                  PIC X(01) VALUE SPACES.
008600 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
008700 77  WS-HORA-AGORA                PIC 9(08) VALUE ZEROS.
008800 77  WS-DOC-CONTATO               PIC X(14) VALUE SPACES.
008900 77  WS-QTD-ARROBAS               PIC 9(02) VALUE ZEROS.
009000 01  WS-CONTATO-VALIDO            PIC X(01) VALUE 'N'.
009100     88 CONTATO-VALIDO            VALUE 'S' FALSE 'N'.
009200 01  WS-CONTA-NOVA-SW             PIC X(01) VALUE 'N'.
009300     88 CONTA-NOVA                VALUE 'S' FALSE 'N'.
009400 01  WS-CAMPOS-VALIDOS            PIC X(01) VALUE 'N'.
009500     88 CAMPOS-VALIDOS            VALUE 'S' FALSE 'N'.
009600*----------------------------------------------------------------*
009700*    CAMPOS DIGITADOS (SO VAO AO REGISTRO DEPOIS DE VALIDADOS)   *
009800*----------------------------------------------------------------*
009900 01  WS-FORMA-ENTRADA             PIC X(01) VALUE SPACES.
010000 77  WS-BANCO-ENTRADA             PIC 9(03) VALUE ZEROS.
010100 77  WS-AGENCIA-ENTRADA           PIC 9(04) VALUE ZEROS.
010200 77  WS-CONTA-ENTRADA             PIC 9(10) VALUE ZEROS.
010300 77  WS-CONTA-DV-ENTRADA          PIC X(01) VALUE SPACES.
010400 77  WS-TIPO-CONTA-ENTRADA        PIC X(01) VALUE SPACES.
010500 77  WS-TIPO-CHAVE-ENTRADA        PIC X(01) VALUE SPACES.
010600 77  WS-CHAVE-ENTRADA             PIC X(77) VALUE SPACES.
010700 77  WS-DOC-ENTRADA               PIC X(14) VALUE SPACES.
010800 77  WS-NOME-ENTRADA              PIC X(30) VALUE SPACES.
010900*----------------------------------------------------------------*
011000*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
011100*----------------------------------------------------------------*
011200 01  WS-DV-ID.
011300     03  WS-DV-ALG                OCCURS 6 TIMES PIC 9(01).
011400 77  WS-DV-ENTRADA                PIC X(01) VALUE SPACES.
011500 77  WS-DV-DIGITO                 PIC 9(01) VALUE ZEROS.
011600 77  WS-DV-SOMA                   PIC 9(03) VALUE ZEROS.
011700 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
011800 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
011900     88 DV-OK                     VALUE 'S' FALSE 'N'.
012000*----------------------------------------------------------------*
012100*    AREA DE TRABALHO DO COPYBOOK VALCTT (VALIDACAO DE CONTEUDO) *
012200*----------------------------------------------------------------*
012300 77  WS-VAL-NASC                  PIC 9(08) VALUE ZEROS.
012400 77  WS-VAL-CAT                   PIC X(10) VALUE SPACES.
012500 77  WS-VAL-EMAIL                 PIC X(40) VALUE SPACES.
012600 77  WS-VAL-TEL                   PIC X(15) VALUE SPACES.
012700 77  WS-VAL-CEP                   PIC X(08) VALUE SPACES.
012800 01  WS-VAL-OK-SW                 PIC X(01) VALUE 'S'.
012900     88 VAL-OK                    VALUE 'S' FALSE 'N'.
013000 77  WS-VAL-MSG                   PIC X(40) VALUE SPACES.
013100 77  WS-VAL-POS                   PIC 9(03) VALUE ZEROS.
013200 77  WS-VAL-TAM                   PIC 9(03) VALUE ZEROS.
013300 77  WS-VAL-ARROBAS               PIC 9(02) VALUE ZEROS.
013400 77  WS-VAL-DIAS-MES              PIC 9(02) VALUE ZEROS.
013500 77  WS-VAL-DOC                   PIC X(14) VALUE SPACES.
013600 77  WS-VAL-DOC-TAM               PIC 9(02) VALUE ZEROS.
013700 77  WS-VAL-DOC-QTD               PIC 9(02) VALUE ZEROS.
013800 77  WS-VAL-DOC-IGUAIS            PIC 9(02) VALUE ZEROS.
013900 77  WS-VAL-DOC-ALG               PIC 9(01) VALUE ZEROS.
014000 77  WS-VAL-DOC-PESO              PIC 9(02) VALUE ZEROS.
014100 77  WS-VAL-DOC-SOMA              PIC 9(04) VALUE ZEROS.
014200 77  WS-VAL-DOC-RESTO             PIC 9(02) VALUE ZEROS.
014300 77  WS-VAL-DOC-DV                PIC 9(01) VALUE ZEROS.
014400*----------------------------------------------------------------*
014500*    AREA DA TABELA DE CATEGORIAS (COPYBOOK CATTAB)              *
014600*----------------------------------------------------------------*
014700 01  WS-CATEGS-DSN                PIC X(100) VALUE 'CATEGS.DAT'.
014800 77  WS-FS-CTG                    PIC X(02) VALUE '00'.
014900     88 FS-CTG-OK                 VALUE '00'.
015000 77  WS-CTG-QTD                   PIC 9(02) VALUE ZEROS.
015100 01  WS-TAB-CATEGORIAS.
015200     03  WS-CTG-COD               OCCURS 30 TIMES PIC X(10).
015300 77  WS-CTG-IDX                   PIC 9(02) VALUE ZEROS.
015400 77  WS-CTG-ACHADO                PIC 9(02) VALUE ZEROS.
015500 01  WS-CTG-EOF-SW                PIC X(01) VALUE 'N'.
015600     88 CTG-EOF-OK                VALUE 'S' FALSE 'N'.
015700 01  WS-CTG-CARREGADA-SW          PIC X(01) VALUE 'N'.
015800     88 CTG-TAB-CARREGADA         VALUE 'S'.
015900 77  WS-CAT-BUSCA                 PIC X(10) VALUE SPACES.
016000 01  WS-CAT-EXISTE-SW             PIC X(01) VALUE 'N'.
016100     88 CAT-EXISTE                VALUE 'S' FALSE 'N'.
016200*----------------------------------------------------------------*
016300*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
016400*----------------------------------------------------------------*
016500 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
016600 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
016700     88 FS-OPE-OK                 VALUE '00'.
016800 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
016900 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
017000 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
017100     88 OPR-CONSULTA              VALUE 'C'.
017200     88 OPR-MANUTENCAO            VALUE 'M'.
017300     88 OPR-SUPERVISOR            VALUE 'S'.
017400 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
017500     88 OPR-OK                    VALUE 'S' FALSE 'N'.
017600 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
017700 PROCEDURE DIVISION.
017800******************************************************************
017900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
018000******************************************************************
018100 0000-MAINLINE.
018200     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
018300     DISPLAY '*** DADOS BANCARIOS PARA REEMBOLSO (CADBANC) ***'
018400     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
018500     IF NOT OPR-OK
018600        PERFORM P900-FIM
018700     END-IF
018800     IF OPR-CONSULTA
018900        DISPLAY 'PERFIL DE CONSULTA NAO PODE MANTER DADOS '
019000                'BANCARIOS.'
019100        PERFORM P900-FIM
019200     END-IF
019300     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
019400
019500     SET EXIT-OK                  TO FALSE
019600     PERFORM P100-MENU            THRU P100-FIM
019700         UNTIL EXIT-OK
019800     PERFORM P900-FIM
019900     .
020000******************************************************************
020100*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA  *
020200******************************************************************
020300 P100-MENU.
020400     MOVE SPACES                  TO WS-OPCAO
020500     DISPLAY ' '
020600     DISPLAY '1 - INCLUIR/ALTERAR DADOS BANCARIOS'
020700     DISPLAY '2 - CONSULTAR DADOS BANCARIOS'
020800     DISPLAY '3 - EXCLUIR DADOS BANCARIOS'
020900     DISPLAY '4 - SAIR'
021000     DISPLAY 'INFORME A OPCAO DESEJADA: '
021100     ACCEPT WS-OPCAO
021200
021300     EVALUATE TRUE
021400         WHEN OPC-GRAVAR
021500             PERFORM P200-GRAVAR      THRU P200-FIM
021600         WHEN OPC-CONSULTAR
021700             PERFORM P300-CONSULTAR   THRU P300-FIM
021800         WHEN OPC-EXCLUIR
021900             PERFORM P400-EXCLUIR     THRU P400-FIM
022000         WHEN OPC-SAIR
022100             SET EXIT-OK              TO TRUE
022200         WHEN OTHER
022300             DISPLAY 'OPCAO INVALIDA.'
022400     END-EVALUATE
022500     .
022600 P100-FIM. EXIT.
022700******************************************************************
022800*    P150-ABRIR-CTABANC - ABRE CTABANC.DAT PARA ATUALIZACAO,     *
022900*                 CRIANDO O ARQUIVO NA PRIMEIRA VEZ (FILE STATUS *
023000*                 35)                                            *
023100******************************************************************
023200 P150-ABRIR-CTABANC.
023300     MOVE '00'                    TO WS-FS-CTB
023400     OPEN I-O CTABANC
023500     IF WS-FS-CTB = '35'
023600        OPEN OUTPUT CTABANC
023700        CLOSE CTABANC
023800        MOVE '00'                 TO WS-FS-CTB
023900        OPEN I-O CTABANC
024000     END-IF
024100     IF NOT FS-CTB-OK
024200        MOVE WS-FS-CTB            TO WS-FS
024300        PERFORM 9000-TRADUZIR-FS
024400        DISPLAY 'ERRO AO ABRIR OS DADOS BANCARIOS: ' WS-FS-MSG
024500     END-IF
024600     .
024700 P150-FIM. EXIT.
024800******************************************************************
024900*    P160-PEDIR-CONTATO - PEDE O ID COM DIGITO VERIFICADOR E     *
025000*                 CONFERE O CONTATO EM CONTATOS.DAT, GUARDANDO O *
025100*                 CPF/CNPJ PARA A CONFERENCIA DO TITULAR         *
025200******************************************************************
025300 P160-PEDIR-CONTATO.
025400     SET CONTATO-VALIDO           TO FALSE
025500     MOVE SPACES                  TO WS-DOC-CONTATO
025600     DISPLAY 'INFORME O ID DO CONTATO: '
025700     ACCEPT WS-ID-ENTRADA
025800     IF WS-ID-ENTRADA NOT NUMERIC OR WS-ID-ENTRADA = ZEROS
025900        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
026000                'MAIOR QUE ZERO.'
026100        GO TO P160-FIM
026200     END-IF
026300     MOVE WS-ID-ENTRADA           TO WS-DV-ID
026400     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
026500     IF NOT DV-OK
026600        GO TO P160-FIM
026700     END-IF
026800
026900     OPEN INPUT CONTATOS
027000     IF NOT FS-OK
027100        PERFORM 9000-TRADUZIR-FS
027200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
027300        GO TO P160-FIM
027400     END-IF
027500     MOVE WS-ID-ENTRADA           TO ID-CONTATO
027600     READ CONTATOS
027700         INVALID KEY
027800             DISPLAY 'CONTATO NAO EXISTE!'
027900         NOT INVALID KEY
028000             SET CONTATO-VALIDO   TO TRUE
028100             MOVE CPF-CNPJ-CONTATO TO WS-DOC-CONTATO
028200             DISPLAY 'CONTATO..: ' ID-CONTATO ' - ' NM-CONTATO
028300             IF CONTATO-INATIVO
028400                DISPLAY 'CONTATO INATIVO - O SALDO CREDOR AINDA '
028500                        'PODE SER DEVOLVIDO.'
028600             END-IF
028700     END-READ
028800     CLOSE CONTATOS
028900     .
029000 P160-FIM. EXIT.
029100******************************************************************
029200*    P170-EXIBIR-CONTA - MOSTRA OS DADOS BANCARIOS LIDOS         *
029300******************************************************************
029400 P170-EXIBIR-CONTA.
029500     IF CTB-PIX
029600        DISPLAY 'FORMA..........: PIX'
029700        DISPLAY 'TIPO DA CHAVE..: ' CTB-TIPO-CHAVE
029800                ' (D=CPF/CNPJ E=E-MAIL F=TELEFONE A=ALEATORIA)'
029900        DISPLAY 'CHAVE PIX......: ' FUNCTION TRIM(CTB-CHAVE-PIX)
030000     ELSE
030100        DISPLAY 'FORMA..........: TED'
030200        DISPLAY 'BANCO/AGENCIA..: ' CTB-BANCO ' / ' CTB-AGENCIA
030300        DISPLAY 'CONTA..........: ' CTB-CONTA '-' CTB-CONTA-DV
030400                ' TIPO ' CTB-TIPO-CONTA ' (C=CORRENTE P=POUPANCA)'
030500     END-IF
030600     DISPLAY 'TITULAR........: ' CTB-DOC-TITULAR ' - '
030700             CTB-NM-TITULAR
030800     DISPLAY 'ATUALIZADO EM..: ' CTB-DATA-HORA ' POR '
030900             CTB-OPERADOR
031000     .
031100 P170-FIM. EXIT.
031200******************************************************************
031300*    P200-GRAVAR - INCLUI OU SUBSTITUI OS DADOS BANCARIOS DE UM  *
031400*                 CONTATO (TODOS OS CAMPOS SAO REDIGITADOS)      *
031500******************************************************************
031600 P200-GRAVAR.
031700     PERFORM P160-PEDIR-CONTATO   THRU P160-FIM
031800     IF NOT CONTATO-VALIDO
031900        GO TO P200-FIM
032000     END-IF
032100     PERFORM P150-ABRIR-CTABANC   THRU P150-FIM
032200     IF NOT FS-CTB-OK
032300        GO TO P200-FIM
032400     END-IF
032500     MOVE WS-ID-ENTRADA           TO CTB-ID-CONTATO
032600     READ CTABANC WITH LOCK
032700         INVALID KEY
032800             SET CONTA-NOVA       TO TRUE
032900             DISPLAY 'CONTATO SEM DADOS BANCARIOS - INCLUSAO.'
033000         NOT INVALID KEY
033100             SET CONTA-NOVA       TO FALSE
033200             DISPLAY 'DADOS BANCARIOS ATUAIS:'
033300             PERFORM P170-EXIBIR-CONTA THRU P170-FIM
033400     END-READ
033500
033600     PERFORM P210-CAPTURAR-CAMPOS THRU P210-FIM
033700     PERFORM P220-VALIDAR-CAMPOS  THRU P220-FIM
033800     IF NOT CAMPOS-VALIDOS
033900        DISPLAY 'NADA FOI GRAVADO.'
034000        GO TO P200-FECHAR
034100     END-IF
034200     DISPLAY 'CONFIRMA A GRAVACAO DOS DADOS BANCARIOS? (S/N): '
034300     MOVE SPACES                  TO WS-CONFIRMA
034400     ACCEPT WS-CONFIRMA
034500     IF WS-CONFIRMA NOT = 'S'
034600        DISPLAY 'GRAVACAO DESISTIDA.'
034700        GO TO P200-FECHAR
034800     END-IF
034900
035000     PERFORM P230-MONTAR-REGISTRO THRU P230-FIM
035100     IF CONTA-NOVA
035200        WRITE REG-CONTA-BANCARIA
035300            INVALID KEY
035400                MOVE WS-FS-CTB    TO WS-FS
035500                PERFORM 9000-TRADUZIR-FS
035600                DISPLAY 'NAO FOI POSSIVEL INCLUIR: ' WS-FS-MSG
035700            NOT INVALID KEY
035800                DISPLAY 'DADOS BANCARIOS INCLUIDOS.'
035900        END-WRITE
036000     ELSE
036100        REWRITE REG-CONTA-BANCARIA
036200            INVALID KEY
036300                MOVE WS-FS-CTB    TO WS-FS
036400                PERFORM 9000-TRADUZIR-FS
036500                DISPLAY 'NAO FOI POSSIVEL ALTERAR: ' WS-FS-MSG
036600            NOT INVALID KEY
036700                DISPLAY 'DADOS BANCARIOS ALTERADOS.'
036800        END-REWRITE
036900     END-IF
037000     .
037100 P200-FECHAR.
037200     UNLOCK CTABANC
037300     CLOSE CTABANC
037400     .
037500 P200-FIM. EXIT.
037600******************************************************************
037700*    P210-CAPTURAR-CAMPOS - PEDE A FORMA E OS CAMPOS DELA E O    *
037800*                 TITULAR                                        *
037900******************************************************************
038000 P210-CAPTURAR-CAMPOS.
038100     MOVE ZEROS                   TO WS-BANCO-ENTRADA
038200     MOVE ZEROS                   TO WS-AGENCIA-ENTRADA
038300     MOVE ZEROS                   TO WS-CONTA-ENTRADA
038400     MOVE SPACES                  TO WS-CONTA-DV-ENTRADA
038500     MOVE SPACES                  TO WS-TIPO-CONTA-ENTRADA
038600     MOVE SPACES                  TO WS-TIPO-CHAVE-ENTRADA
038700     MOVE SPACES                  TO WS-CHAVE-ENTRADA
038800     DISPLAY 'INFORME A FORMA DE PAGAMENTO (P=PIX, T=TED): '
038900     MOVE SPACES                  TO WS-FORMA-ENTRADA
039000     ACCEPT WS-FORMA-ENTRADA
039100     EVALUATE WS-FORMA-ENTRADA
039200         WHEN 'P'
039300             DISPLAY 'TIPO DA CHAVE (D=CPF/CNPJ, E=E-MAIL, '
039400                     'F=TELEFONE, A=ALEATORIA): '
039500             ACCEPT WS-TIPO-CHAVE-ENTRADA
039600             DISPLAY 'INFORME A CHAVE PIX: '
039700             ACCEPT WS-CHAVE-ENTRADA
039800         WHEN 'T'
039900             DISPLAY 'INFORME O CODIGO DO BANCO (3 DIGITOS): '
040000             ACCEPT WS-BANCO-ENTRADA
040100             DISPLAY 'INFORME A AGENCIA (4 DIGITOS, SEM DIGITO): '
040200             ACCEPT WS-AGENCIA-ENTRADA
040300             DISPLAY 'INFORME A CONTA (SEM O DIGITO): '
040400             ACCEPT WS-CONTA-ENTRADA
040500             DISPLAY 'INFORME O DIGITO DA CONTA: '
040600             ACCEPT WS-CONTA-DV-ENTRADA
040700             DISPLAY 'TIPO DA CONTA (C=CORRENTE, P=POUPANCA): '
040800             ACCEPT WS-TIPO-CONTA-ENTRADA
040900         WHEN OTHER
041000             CONTINUE
041100     END-EVALUATE
041200     DISPLAY 'CPF/CNPJ DO TITULAR (SO DIGITOS): '
041300     MOVE SPACES                  TO WS-DOC-ENTRADA
041400     ACCEPT WS-DOC-ENTRADA
041500     DISPLAY 'NOME DO TITULAR: '
041600     MOVE SPACES                  TO WS-NOME-ENTRADA
041700     ACCEPT WS-NOME-ENTRADA
041800     .
041900 P210-FIM. EXIT.
042000******************************************************************
042100*    P220-VALIDAR-CAMPOS - CONFERE FORMA, CHAVE OU CONTA E O     *
042200*                 TITULAR; A PRIMEIRA FALHA RECUSA A GRAVACAO    *
042300******************************************************************
042400 P220-VALIDAR-CAMPOS.
042500     SET CAMPOS-VALIDOS           TO FALSE
042600     EVALUATE WS-FORMA-ENTRADA
042700         WHEN 'P'
042800             PERFORM P225-VALIDAR-PIX THRU P225-FIM
042900         WHEN 'T'
043000             PERFORM P227-VALIDAR-TED THRU P227-FIM
043100         WHEN OTHER
043200             DISPLAY 'FORMA INVALIDA - USE P OU T.'
043300             GO TO P220-FIM
043400     END-EVALUATE
043500     IF NOT CAMPOS-VALIDOS
043600        GO TO P220-FIM
043700     END-IF
043800
043900     SET CAMPOS-VALIDOS           TO FALSE
044000     IF WS-DOC-ENTRADA = SPACES
044100        DISPLAY 'O CPF/CNPJ DO TITULAR E OBRIGATORIO.'
044200        GO TO P220-FIM
044300     END-IF
044400     SET VAL-OK                   TO TRUE
044500     MOVE WS-DOC-ENTRADA          TO WS-VAL-DOC
044600     PERFORM 9796-VALIDAR-CPF-CNPJ THRU 9796-FIM
044700     IF NOT VAL-OK
044800        DISPLAY 'TITULAR: ' WS-VAL-MSG
044900        GO TO P220-FIM
045000     END-IF
045100     IF WS-NOME-ENTRADA = SPACES
045200        DISPLAY 'O NOME DO TITULAR E OBRIGATORIO.'
045300        GO TO P220-FIM
045400     END-IF
045500*    DEVOLVER DINHEIRO PARA CONTA DE OUTRA PESSOA E O CAMINHO DE
045600*    FRAUDE MAIS CURTO - FICA COM QUEM PODE RESPONDER POR ELE.
045700     IF WS-DOC-ENTRADA NOT = WS-DOC-CONTATO
045800        IF NOT OPR-SUPERVISOR
045900           DISPLAY 'TITULAR DIFERENTE DO CPF/CNPJ DO CONTATO - '
046000                   'SO SUPERVISOR PODE GRAVAR CONTA DE TERCEIRO.'
046100           GO TO P220-FIM
046200        END-IF
046300        DISPLAY 'ATENCAO: CONTA DE TERCEIRO (TITULAR '
046400                'DIFERENTE DO CPF/CNPJ DO CONTATO).'
046500     END-IF
046600     SET CAMPOS-VALIDOS           TO TRUE
046700     .
046800 P220-FIM. EXIT.
046900******************************************************************
047000*    P225-VALIDAR-PIX - TIPO E FORMA DA CHAVE PIX                *
047100******************************************************************
047200 P225-VALIDAR-PIX.
047300     IF WS-TIPO-CHAVE-ENTRADA NOT = 'D' AND
047400        WS-TIPO-CHAVE-ENTRADA NOT = 'E' AND
047500        WS-TIPO-CHAVE-ENTRADA NOT = 'F' AND
047600        WS-TIPO-CHAVE-ENTRADA NOT = 'A'
047700        DISPLAY 'TIPO DE CHAVE INVALIDO - USE D, E, F OU A.'
047800        GO TO P225-FIM
047900     END-IF
048000     IF WS-CHAVE-ENTRADA = SPACES
048100        DISPLAY 'A CHAVE PIX E OBRIGATORIA.'
048200        GO TO P225-FIM
048300     END-IF
048400     EVALUATE WS-TIPO-CHAVE-ENTRADA
048500         WHEN 'D'
048600             IF WS-CHAVE-ENTRADA (15:63) NOT = SPACES
048700                DISPLAY 'CHAVE CPF/CNPJ COM MAIS DE 14 POSICOES.'
048800                GO TO P225-FIM
048900             END-IF
049000             SET VAL-OK           TO TRUE
049100             MOVE WS-CHAVE-ENTRADA (1:14) TO WS-VAL-DOC
049200             PERFORM 9796-VALIDAR-CPF-CNPJ THRU 9796-FIM
049300             IF NOT VAL-OK
049400                DISPLAY 'CHAVE PIX: ' WS-VAL-MSG
049500                GO TO P225-FIM
049600             END-IF
049700         WHEN 'E'
049800             MOVE ZEROS           TO WS-QTD-ARROBAS
049900             INSPECT WS-CHAVE-ENTRADA TALLYING WS-QTD-ARROBAS
050000                 FOR ALL '@'
050100             IF WS-QTD-ARROBAS NOT = 1 OR
050200                WS-CHAVE-ENTRADA (1:1) = '@'
050300                DISPLAY 'CHAVE DE E-MAIL INVALIDA.'
050400                GO TO P225-FIM
050500             END-IF
050600         WHEN OTHER
050700             CONTINUE
050800     END-EVALUATE
050900     SET CAMPOS-VALIDOS           TO TRUE
051000     .
051100 P225-FIM. EXIT.
051200******************************************************************
051300*    P227-VALIDAR-TED - BANCO, AGENCIA, CONTA E TIPO DE CONTA    *
051400******************************************************************
051500 P227-VALIDAR-TED.
051600     IF WS-BANCO-ENTRADA NOT NUMERIC OR WS-BANCO-ENTRADA = ZEROS
051700        DISPLAY 'CODIGO DE BANCO INVALIDO.'
051800        GO TO P227-FIM
051900     END-IF
052000     IF WS-AGENCIA-ENTRADA NOT NUMERIC OR
052100        WS-AGENCIA-ENTRADA = ZEROS
052200        DISPLAY 'AGENCIA INVALIDA.'
052300        GO TO P227-FIM
052400     END-IF
052500     IF WS-CONTA-ENTRADA NOT NUMERIC OR WS-CONTA-ENTRADA = ZEROS
052600        DISPLAY 'CONTA INVALIDA - SO DIGITOS, SEM O DIGITO.'
052700        GO TO P227-FIM
052800     END-IF
052900     IF WS-CONTA-DV-ENTRADA = SPACES
053000        DISPLAY 'O DIGITO DA CONTA E OBRIGATORIO.'
053100        GO TO P227-FIM
053200     END-IF
053300     IF WS-TIPO-CONTA-ENTRADA NOT = 'C' AND
053400        WS-TIPO-CONTA-ENTRADA NOT = 'P'
053500        DISPLAY 'TIPO DE CONTA INVALIDO - USE C OU P.'
053600        GO TO P227-FIM
053700     END-IF
053800     SET CAMPOS-VALIDOS           TO TRUE
053900     .
054000 P227-FIM. EXIT.
054100******************************************************************
054200*    P230-MONTAR-REGISTRO - PASSA OS CAMPOS VALIDADOS PARA O     *
054300*                 REGISTRO E CARIMBA OPERADOR E DATA/HORA        *
054400******************************************************************
054500 P230-MONTAR-REGISTRO.
054600     MOVE WS-ID-ENTRADA           TO CTB-ID-CONTATO
054700     MOVE WS-FORMA-ENTRADA        TO CTB-FORMA
054800     MOVE WS-BANCO-ENTRADA        TO CTB-BANCO
054900     MOVE WS-AGENCIA-ENTRADA      TO CTB-AGENCIA
055000     MOVE WS-CONTA-ENTRADA        TO CTB-CONTA
055100     MOVE WS-CONTA-DV-ENTRADA     TO CTB-CONTA-DV
055200     MOVE WS-TIPO-CONTA-ENTRADA   TO CTB-TIPO-CONTA
055300     MOVE WS-TIPO-CHAVE-ENTRADA   TO CTB-TIPO-CHAVE
055400     MOVE WS-CHAVE-ENTRADA        TO CTB-CHAVE-PIX
055500     MOVE WS-DOC-ENTRADA          TO CTB-DOC-TITULAR
055600     MOVE WS-NOME-ENTRADA         TO CTB-NM-TITULAR
055700     ACCEPT WS-HORA-AGORA         FROM TIME
055800     MOVE WS-OPR-CODIGO           TO CTB-OPERADOR
055900     MOVE WS-DATA-HOJE            TO CTB-DATA-HORA (1:8)
056000     MOVE WS-HORA-AGORA (1:6)     TO CTB-DATA-HORA (9:6)
056100     .
056200 P230-FIM. EXIT.
056300******************************************************************
056400*    P300-CONSULTAR - MOSTRA OS DADOS BANCARIOS DE UM CONTATO    *
056500******************************************************************
056600 P300-CONSULTAR.
056700     PERFORM P160-PEDIR-CONTATO   THRU P160-FIM
056800     IF NOT CONTATO-VALIDO
056900        GO TO P300-FIM
057000     END-IF
057100     MOVE '00'                    TO WS-FS-CTB
057200     OPEN INPUT CTABANC
057300     IF NOT FS-CTB-OK
057400        DISPLAY 'NENHUM DADO BANCARIO CADASTRADO '
057500                '(CTABANC.DAT NAO ENCONTRADO).'
057600        GO TO P300-FIM
057700     END-IF
057800     MOVE WS-ID-ENTRADA           TO CTB-ID-CONTATO
057900     READ CTABANC
058000         INVALID KEY
058100             DISPLAY 'CONTATO SEM DADOS BANCARIOS.'
058200         NOT INVALID KEY
058300             PERFORM P170-EXIBIR-CONTA THRU P170-FIM
058400     END-READ
058500     CLOSE CTABANC
058600     .
058700 P300-FIM. EXIT.
058800******************************************************************
058900*    P400-EXCLUIR - TIRA OS DADOS BANCARIOS DE UM CONTATO (O     *
059000*                 REEMBOLSO AINDA NAO ENVIADO E CANCELADO PELO   *
059100*                 PAGREEM)                                       *
059200******************************************************************
059300 P400-EXCLUIR.
059400     PERFORM P160-PEDIR-CONTATO   THRU P160-FIM
059500     IF NOT CONTATO-VALIDO
059600        GO TO P400-FIM
059700     END-IF
059800     PERFORM P150-ABRIR-CTABANC   THRU P150-FIM
059900     IF NOT FS-CTB-OK
060000        GO TO P400-FIM
060100     END-IF
060200     MOVE WS-ID-ENTRADA           TO CTB-ID-CONTATO
060300     READ CTABANC WITH LOCK
060400         INVALID KEY
060500             DISPLAY 'CONTATO SEM DADOS BANCARIOS.'
060600             GO TO P400-FECHAR
060700     END-READ
060800     PERFORM P170-EXIBIR-CONTA    THRU P170-FIM
060900     DISPLAY 'CONFIRMA A EXCLUSAO? (S/N): '
061000     MOVE SPACES                  TO WS-CONFIRMA
061100     ACCEPT WS-CONFIRMA
061200     IF WS-CONFIRMA NOT = 'S'
061300        DISPLAY 'EXCLUSAO DESISTIDA.'
061400        GO TO P400-FECHAR
061500     END-IF
061600     DELETE CTABANC
061700         INVALID KEY
061800             MOVE WS-FS-CTB       TO WS-FS
061900             PERFORM 9000-TRADUZIR-FS
062000             DISPLAY 'NAO FOI POSSIVEL EXCLUIR: ' WS-FS-MSG
062100         NOT INVALID KEY
062200             DISPLAY 'DADOS BANCARIOS EXCLUIDOS.'
062300     END-DELETE
062400     .
062500 P400-FECHAR.
062600     UNLOCK CTABANC
062700     CLOSE CTABANC
062800     .
062900 P400-FIM. EXIT.
063000******************************************************************
063100*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
063200******************************************************************
063300 P900-FIM.
063400     DISPLAY '*** FIM DOS DADOS BANCARIOS ***'
063500     STOP RUN.
063600
063700     COPY FSTATUS.
063800     COPY OPRLOG.
063900     COPY DSNENV.
064000     COPY DIGVER.
064100     COPY VALCTT.
064200     COPY CATTAB.
