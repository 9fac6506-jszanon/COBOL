000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADCNS.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-03-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: MANUTENCAO DO CONSENTIMENTO DE COMUNICACAO POR
000900*                 CANAL (LGPD - OPT-IN/OPT-OUT) DOS CONTATOS
001000*                 (CONSENT.DAT, LAYOUT CONSREG.CPY), NO MOLDE DO
001100*                 CADACOR: O OPERADOR REGISTRA QUE O CONTATO
001200*                 CONSENTIU OU REVOGOU O CONSENTIMENTO EM UM CANAL
001300*                 (CORREIO, EMAIL, SMS), COM A ORIGEM (LIGACAO,
001400*                 FORMULARIO, CRM) E A REFERENCIA DA PROVA. CADA
001500*                 MUDANCA ENTRA COMO REGISTRO NOVO COM CARIMBO E
001600*                 OPERADOR - NADA E REGRAVADO NEM APAGADO, ENTAO
001700*                 O HISTORICO RESPONDE O QUE O TITULAR TINHA
001800*                 AUTORIZADO EM QUALQUER DATA (OPCAO 3, A MESMA
001900*                 CONSULTA DO COPYBOOK CNSCHK QUE OS LOTES DE
002000*                 MARKETING FAZEM).
002100*                 O REGISTRO EXIGE SIGN-ON DE MANUTENCAO OU
002200*                 SUPERVISOR (COPYBOOK OPRLOG); AS CONSULTAS FICAM
002300*                 ABERTAS A QUALQUER OPERADOR.
002400*----------------------------------------------------------------*
002500*    HISTORICO DE ALTERACOES
002600*    DATA       AUTOR   DESCRICAO
002700*    ---------- ------- ----------------------------------------
002800*    2025-03-14 JSZ     PROGRAMA CRIADO (CONSENTIMENTO LGPD POR
002900*                       CANAL).
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ID-CONTATO
004100         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004200         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004300             SUPPRESS WHEN SPACES
004400         LOCK MODE IS MANUAL
004500         FILE STATUS IS WS-FS.
004600     SELECT CONSENT ASSIGN TO WS-CONSENT-DSN
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CNS-CHAVE
005000         LOCK MODE IS MANUAL
005100         FILE STATUS IS WS-FS-CNS.
005200     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS OPE-CODIGO
005600         FILE STATUS IS WS-FS-OPE.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CONTATOS.
006000     COPY CONTREG.
006100 FD  CONSENT.
006200     COPY CONSREG.
006300 FD  OPERADOR.
006400     COPY OPERREG.
006500 WORKING-STORAGE SECTION.
006600 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006700 01  WS-CONSENT-DSN               PIC X(100) VALUE 'CONSENT.DAT'.
006800 77  WS-FS                        PIC X(02) VALUE '00'.
006900     88 FS-OK                     VALUE '00'.
007000 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007100 77  WS-EXIT                      PIC X(01) VALUE 'N'.
007200     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
007300 77  WS-EOF-CNS                   PIC X(01) VALUE 'N'.
007400     88 EOF-CNS-OK                VALUE 'S' FALSE 'N'.
007500 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
007600     88 OPC-REGISTRAR             VALUE '1'.
007700     88 OPC-HISTORICO             VALUE '2'.
007800     88 OPC-SITUACAO              VALUE '3'.
007900     88 OPC-SAIR                  VALUE '4'.
008000 77  WS-ID-ENTRADA                PIC 9(06) VALUE ZEROS.
008100 01  WS-CANAL-ENTRADA             PIC X(01) VALUE SPACES.
008200     88 CANAL-ENTRADA-OK          VALUE 'C' 'E' 'S'.
008300 01  WS-STATUS-ENTRADA            PIC X(01) VALUE SPACES.
008400     88 STATUS-ENTRADA-OK         VALUE 'S' 'N'.
008500 01  WS-ORIGEM-ENTRADA            PIC X(01) VALUE SPACES.
008600     88 ORIGEM-ENTRADA-OK         VALUE 'T' 'F' 'C'.
008700 77  WS-REFERENCIA-ENTRADA        PIC X(30) VALUE SPACES.
008800 77  WS-DATA-ENTRADA              PIC 9(08) VALUE ZEROS.
008900 77  WS-CONFIRMA                  PIC X(01) VALUE SPACES.
009000 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
009100 77  WS-HORA-HOJE                 PIC 9(08) VALUE ZEROS.
009200 77  WS-CONT-REGISTROS            PIC 9(04) VALUE ZEROS.
009300 77  WS-NOME-CANAL                PIC X(07) VALUE SPACES.
009400 77  WS-NOME-STATUS               PIC X(10) VALUE SPACES.
009500 77  WS-NOME-ORIGEM               PIC X(10) VALUE SPACES.
009600 01  WS-CONTATO-VALIDO            PIC X(01) VALUE 'N'.
009700     88 CONTATO-VALIDO            VALUE 'S' FALSE 'N'.
009800*----------------------------------------------------------------*
009900*    AREA DA CONSULTA DE CONSENTIMENTO (COPYBOOK CNSCHK)         *
010000*----------------------------------------------------------------*
010100 77  WS-FS-CNS                    PIC X(02) VALUE '00'.
010200     88 FS-CNS-OK                 VALUE '00'.
010300 77  WS-CNS-BUSCA-ID              PIC 9(06) VALUE ZEROS.
010400 77  WS-CNS-BUSCA-CANAL           PIC X(01) VALUE SPACES.
010500 77  WS-CNS-DATA-REF              PIC 9(14) VALUE ZEROS.
010600 01  WS-CNS-ABERTO-SW             PIC X(01) VALUE 'N'.
010700     88 CNS-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
010800 01  WS-CNS-ACHOU-SW              PIC X(01) VALUE 'N'.
010900     88 CNS-REGISTRO-ACHADO       VALUE 'S' FALSE 'N'.
011000 01  WS-CNS-OK-SW                 PIC X(01) VALUE 'N'.
011100     88 CONSENTIMENTO-OK          VALUE 'S' FALSE 'N'.
011200*----------------------------------------------------------------*
011300*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
011400*----------------------------------------------------------------*
011500 01  WS-DV-ID.
011600     03  WS-DV-ALG                OCCURS 6 TIMES PIC 9(01).
011700 77  WS-DV-ENTRADA                PIC X(01) VALUE SPACES.
011800 77  WS-DV-DIGITO                 PIC 9(01) VALUE ZEROS.
011900 77  WS-DV-SOMA                   PIC 9(03) VALUE ZEROS.
012000 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
012100 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
012200     88 DV-OK                     VALUE 'S' FALSE 'N'.
012300*----------------------------------------------------------------*
012400*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
012500*----------------------------------------------------------------*
012600 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
012700 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
012800     88 FS-OPE-OK                 VALUE '00'.
012900 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
013000 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
013100 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
013200     88 OPR-CONSULTA              VALUE 'C'.
013300     88 OPR-MANUTENCAO            VALUE 'M'.
013400     88 OPR-SUPERVISOR            VALUE 'S'.
013500 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
013600     88 OPR-OK                    VALUE 'S' FALSE 'N'.
013700 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
013800 PROCEDURE DIVISION.
013900******************************************************************
014000*    0000-MAINLINE - ROTINA PRINCIPAL                            *
014100******************************************************************
014200 0000-MAINLINE.
014300     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
014400     DISPLAY '*** CONSENTIMENTO LGPD POR CANAL (CADCNS) ***'
014500     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
014600     IF NOT OPR-OK
014700        PERFORM P900-FIM
014800     END-IF
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
016000     DISPLAY '1 - REGISTRAR CONSENTIMENTO/REVOGACAO'
016100     DISPLAY '2 - HISTORICO DO CONTATO (MAIS RECENTE PRIMEIRO)'
016200     DISPLAY '3 - SITUACAO DO CONTATO EM UMA DATA'
016300     DISPLAY '4 - SAIR'
016400     DISPLAY 'INFORME A OPCAO DESEJADA: '
016500     ACCEPT WS-OPCAO
016600
016700     EVALUATE TRUE
016800         WHEN OPC-REGISTRAR
016900             IF OPR-CONSULTA
017000                DISPLAY 'REGISTRO DE CONSENTIMENTO RESTRITO A '
017100                        'MANUTENCAO/SUPERVISOR.'
017200             ELSE
017300                PERFORM P200-REGISTRAR THRU P200-FIM
017400             END-IF
017500         WHEN OPC-HISTORICO
017600             PERFORM P300-HISTORICO   THRU P300-FIM
017700         WHEN OPC-SITUACAO
017800             PERFORM P400-SITUACAO    THRU P400-FIM
017900         WHEN OPC-SAIR
018000             SET EXIT-OK              TO TRUE
018100         WHEN OTHER
018200             DISPLAY 'OPCAO INVALIDA.'
018300     END-EVALUATE
018400     .
018500 P100-FIM. EXIT.
018600******************************************************************
018700*    P200-REGISTRAR - GRAVA UMA MUDANCA DE CONSENTIMENTO (NOVO   *
018800*                 REGISTRO, NUNCA REGRAVACAO) PARA UM CANAL DO   *
018900*                 CONTATO                                        *
019000******************************************************************
019100 P200-REGISTRAR.
019200     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
019300     IF NOT CONTATO-VALIDO
019400        GO TO P200-FIM
019500     END-IF
019600
019700     DISPLAY 'INFORME O CANAL (C=CORREIO, E=EMAIL, S=SMS): '
019800     ACCEPT WS-CANAL-ENTRADA
019900     IF NOT CANAL-ENTRADA-OK
020000        DISPLAY 'CANAL INVALIDO - USE C, E OU S.'
020100        GO TO P200-FIM
020200     END-IF
020300
020400*    MOSTRA A SITUACAO ATUAL DO CANAL ANTES DA MUDANCA.
020500     PERFORM 9520-ABRIR-CONSENT   THRU 9520-FIM
020600     MOVE WS-ID-ENTRADA           TO WS-CNS-BUSCA-ID
020700     MOVE WS-CANAL-ENTRADA        TO WS-CNS-BUSCA-CANAL
020800     MOVE ZEROS                   TO WS-CNS-DATA-REF
020900     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
021000     PERFORM P410-EXIBIR-SITUACAO THRU P410-FIM
021100     PERFORM 9540-FECHAR-CONSENT  THRU 9540-FIM
021200
021300     DISPLAY 'INFORME A NOVA SITUACAO (S=CONSENTE, N=REVOGA/'
021400             'RECUSA): '
021500     ACCEPT WS-STATUS-ENTRADA
021600     IF NOT STATUS-ENTRADA-OK
021700        DISPLAY 'SITUACAO INVALIDA - USE S OU N.'
021800        GO TO P200-FIM
021900     END-IF
022000     DISPLAY 'INFORME A ORIGEM (T=LIGACAO, F=FORMULARIO, '
022100             'C=CRM): '
022200     ACCEPT WS-ORIGEM-ENTRADA
022300     IF NOT ORIGEM-ENTRADA-OK
022400        DISPLAY 'ORIGEM INVALIDA - USE T, F OU C.'
022500        GO TO P200-FIM
022600     END-IF
022700     DISPLAY 'INFORME A REFERENCIA DA PROVA (FORMULARIO, '
022800             'PROTOCOLO...): '
022900     ACCEPT WS-REFERENCIA-ENTRADA
023000     DISPLAY 'CONFIRMA O REGISTRO? (S/N): '
023100     ACCEPT WS-CONFIRMA
023200     IF WS-CONFIRMA NOT = 'S'
023300        DISPLAY 'NADA FOI REGISTRADO.'
023400        GO TO P200-FIM
023500     END-IF
023600
023700     OPEN I-O CONSENT
023800*    SO A AUSENCIA DO ARQUIVO (FILE STATUS 35) DISPARA A CRIACAO
023900*    (MESMO PADRAO DO CADNOTA PARA NOTAS.DAT).
024000     IF WS-FS-CNS = '35'
024100        OPEN OUTPUT CONSENT
024200        CLOSE CONSENT
024300        MOVE '00'                 TO WS-FS-CNS
024400        OPEN I-O CONSENT
024500     END-IF
024600     IF NOT FS-CNS-OK
024700        MOVE WS-FS-CNS            TO WS-FS
024800        PERFORM 9000-TRADUZIR-FS
024900        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONSENTIMENTO: '
025000                WS-FS-MSG
025100        GO TO P200-FIM
025200     END-IF
025300
025400     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
025500     ACCEPT WS-HORA-HOJE          FROM TIME
025600     MOVE WS-ID-ENTRADA           TO CNS-ID-CONTATO
025700     MOVE WS-CANAL-ENTRADA        TO CNS-CANAL
025800     MOVE WS-DATA-HOJE            TO CNS-DATA-HORA (1:8)
025900     MOVE WS-HORA-HOJE (1:6)      TO CNS-DATA-HORA (9:6)
026000     MOVE WS-STATUS-ENTRADA       TO CNS-STATUS
026100     MOVE WS-ORIGEM-ENTRADA       TO CNS-ORIGEM
026200     MOVE WS-OPR-CODIGO           TO CNS-OPERADOR
026300     MOVE 'CADCNS'                TO CNS-PROGRAMA
026400     MOVE WS-REFERENCIA-ENTRADA   TO CNS-REFERENCIA
026500     WRITE REG-CONSENT
026600         INVALID KEY
026700             MOVE WS-FS-CNS       TO WS-FS
026800             PERFORM 9000-TRADUZIR-FS
026900             DISPLAY 'NAO FOI POSSIVEL GRAVAR: ' WS-FS-MSG
027000         NOT INVALID KEY
027100             DISPLAY 'CONSENTIMENTO REGISTRADO PARA O CONTATO '
027200                     CNS-ID-CONTATO ' EM ' CNS-DATA-HORA '.'
027300     END-WRITE
027400     CLOSE CONSENT
027500     .
027600 P200-FIM. EXIT.
027700******************************************************************
027800*    P210-PEDIR-CONTATO - PEDE O ID (COM DIGITO VERIFICADOR) E   *
027900*                 CONFERE QUE O CONTATO EXISTE. CONTATO INATIVO  *
028000*                 TAMBEM ACEITA REGISTRO - A REVOGACAO TEM DE SER*
028100*                 GRAVADA SEMPRE QUE O TITULAR PEDIR             *
028200******************************************************************
028300 P210-PEDIR-CONTATO.
028400     SET CONTATO-VALIDO           TO FALSE
028500     DISPLAY 'INFORME O ID DO CONTATO: '
028600     ACCEPT WS-ID-ENTRADA
028700     MOVE WS-ID-ENTRADA           TO WS-DV-ID
028800     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
028900     IF NOT DV-OK
029000        GO TO P210-FIM
029100     END-IF
029200     IF WS-ID-ENTRADA NOT NUMERIC OR WS-ID-ENTRADA = ZEROS
029300        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
029400                'MAIOR QUE ZERO.'
029500        GO TO P210-FIM
029600     END-IF
029700
029800     OPEN INPUT CONTATOS
029900     IF NOT FS-OK
030000        PERFORM 9000-TRADUZIR-FS
030100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
030200        GO TO P210-FIM
030300     END-IF
030400
030500     MOVE WS-ID-ENTRADA           TO ID-CONTATO
030600     READ CONTATOS
030700         INVALID KEY
030800             DISPLAY 'CONTATO NAO EXISTE!'
030900         NOT INVALID KEY
031000             SET CONTATO-VALIDO   TO TRUE
031100             DISPLAY 'CONTATO..: ' ID-CONTATO ' - ' NM-CONTATO
031200     END-READ
031300
031400     CLOSE CONTATOS
031500     .
031600 P210-FIM. EXIT.
031700******************************************************************
031800*    P300-HISTORICO - LISTA TODAS AS MUDANCAS DE CONSENTIMENTO DO*
031900*                 CONTATO, CANAL A CANAL, DA MAIS RECENTE PARA A *
032000*                 MAIS ANTIGA (START NO FIM DA FAIXA DO CONTATO +*
032100*                 READ PREVIOUS, MESMO PADRAO DO CADNOTA)        *
032200******************************************************************
032300 P300-HISTORICO.
032400     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
032500     IF NOT CONTATO-VALIDO
032600        GO TO P300-FIM
032700     END-IF
032800
032900     MOVE '00'                    TO WS-FS-CNS
033000     OPEN INPUT CONSENT
033100     IF NOT FS-CNS-OK
033200        DISPLAY 'NENHUM CONSENTIMENTO REGISTRADO AINDA ('
033300                'CONSENT.DAT NAO ENCONTRADO).'
033400        GO TO P300-FIM
033500     END-IF
033600
033700     MOVE ZEROS                   TO WS-CONT-REGISTROS
033800     SET EOF-CNS-OK               TO FALSE
033900     MOVE WS-ID-ENTRADA           TO CNS-ID-CONTATO
034000     MOVE HIGH-VALUES             TO CNS-CANAL
034100     MOVE 99999999999999          TO CNS-DATA-HORA
034200     START CONSENT KEY IS NOT GREATER THAN CNS-CHAVE
034300         INVALID KEY
034400             SET EOF-CNS-OK       TO TRUE
034500     END-START
034600     PERFORM P310-EXIBIR-REGISTRO THRU P310-FIM
034700         UNTIL EOF-CNS-OK
034800
034900     CLOSE CONSENT
035000     DISPLAY ' '
035100     DISPLAY 'REGISTROS DE CONSENTIMENTO DO CONTATO: '
035200             WS-CONT-REGISTROS
035300     .
035400 P300-FIM. EXIT.
035500******************************************************************
035600*    P310-EXIBIR-REGISTRO - LE (PARA TRAS) E EXIBE UM REGISTRO DE*
035700*                 CONSENTIMENTO DO CONTATO                       *
035800******************************************************************
035900 P310-EXIBIR-REGISTRO.
036000     READ CONSENT PREVIOUS RECORD
036100         AT END
036200             SET EOF-CNS-OK        TO TRUE
036300             GO TO P310-FIM
036400     END-READ
036500     IF CNS-ID-CONTATO NOT = WS-ID-ENTRADA
036600        SET EOF-CNS-OK            TO TRUE
036700        GO TO P310-FIM
036800     END-IF
036900
037000     ADD 1                        TO WS-CONT-REGISTROS
037100     PERFORM P320-TRADUZIR-CODIGOS THRU P320-FIM
037200     DISPLAY ' '
037300     DISPLAY WS-NOME-CANAL ' ' CNS-DATA-HORA (1:4) '-'
037400             CNS-DATA-HORA (5:2) '-' CNS-DATA-HORA (7:2) ' '
037500             CNS-DATA-HORA (9:2) ':' CNS-DATA-HORA (11:2) ' '
037600             WS-NOME-STATUS ' POR ' CNS-OPERADOR
037700     DISPLAY '  ORIGEM: ' WS-NOME-ORIGEM ' - REFERENCIA: '
037800             CNS-REFERENCIA
037900     .
038000 P310-FIM. EXIT.
038100******************************************************************
038200*    P320-TRADUZIR-CODIGOS - NOMES DO CANAL, DA SITUACAO E DA    *
038300*                 ORIGEM DO REGISTRO CORRENTE PARA A TELA        *
038400******************************************************************
038500 P320-TRADUZIR-CODIGOS.
038600     EVALUATE TRUE
038700         WHEN CNS-CANAL-CORREIO
038800             MOVE 'CORREIO'       TO WS-NOME-CANAL
038900         WHEN CNS-CANAL-EMAIL
039000             MOVE 'EMAIL'         TO WS-NOME-CANAL
039100         WHEN CNS-CANAL-SMS
039200             MOVE 'SMS'           TO WS-NOME-CANAL
039300         WHEN OTHER
039400             MOVE CNS-CANAL       TO WS-NOME-CANAL
039500     END-EVALUATE
039600     IF CNS-CONCEDIDO
039700        MOVE 'CONSENTIU'          TO WS-NOME-STATUS
039800     ELSE
039900        MOVE 'REVOGOU'            TO WS-NOME-STATUS
040000     END-IF
040100     EVALUATE TRUE
040200         WHEN CNS-ORIGEM-TELEFONE
040300             MOVE 'LIGACAO'       TO WS-NOME-ORIGEM
040400         WHEN CNS-ORIGEM-FORMULARIO
040500             MOVE 'FORMULARIO'    TO WS-NOME-ORIGEM
040600         WHEN CNS-ORIGEM-CRM
040700             MOVE 'CRM'           TO WS-NOME-ORIGEM
040800         WHEN OTHER
040900             MOVE CNS-ORIGEM      TO WS-NOME-ORIGEM
041000     END-EVALUATE
041100     .
041200 P320-FIM. EXIT.
041300******************************************************************
041400*    P400-SITUACAO - MOSTRA O QUE O CONTATO TINHA AUTORIZADO, EM *
041500*                 CADA CANAL, NO FIM DE UMA DATA INFORMADA (ZEROS*
041600*                 = HOJE) - A PROVA PEDIDA PELO TITULAR OU PELA  *
041700*                 AUTORIDADE                                     *
041800******************************************************************
041900 P400-SITUACAO.
042000     PERFORM P210-PEDIR-CONTATO   THRU P210-FIM
042100     IF NOT CONTATO-VALIDO
042200        GO TO P400-FIM
042300     END-IF
042400     DISPLAY 'INFORME A DATA (AAAAMMDD, ZEROS = SITUACAO ATUAL): '
042500     ACCEPT WS-DATA-ENTRADA
042600     IF WS-DATA-ENTRADA NOT NUMERIC
042700        DISPLAY 'DATA INVALIDA - DIGITE SOMENTE DIGITOS.'
042800        GO TO P400-FIM
042900     END-IF
043000
043100     MOVE ZEROS                   TO WS-CNS-DATA-REF
043200     IF WS-DATA-ENTRADA NOT = ZEROS
043300        MOVE WS-DATA-ENTRADA      TO WS-CNS-DATA-REF (1:8)
043400        MOVE '235959'             TO WS-CNS-DATA-REF (9:6)
043500     END-IF
043600     PERFORM 9520-ABRIR-CONSENT   THRU 9520-FIM
043700     MOVE WS-ID-ENTRADA           TO WS-CNS-BUSCA-ID
043800     DISPLAY ' '
043900     MOVE 'C'                     TO WS-CNS-BUSCA-CANAL
044000     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
044100     PERFORM P410-EXIBIR-SITUACAO THRU P410-FIM
044200     MOVE 'E'                     TO WS-CNS-BUSCA-CANAL
044300     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
044400     PERFORM P410-EXIBIR-SITUACAO THRU P410-FIM
044500     MOVE 'S'                     TO WS-CNS-BUSCA-CANAL
044600     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
044700     PERFORM P410-EXIBIR-SITUACAO THRU P410-FIM
044800     PERFORM 9540-FECHAR-CONSENT  THRU 9540-FIM
044900     .
045000 P400-FIM. EXIT.
045100******************************************************************
045200*    P410-EXIBIR-SITUACAO - EXIBE O RESULTADO DA ULTIMA CONSULTA *
045300*                 DO CNSCHK PARA O CANAL PROCURADO               *
045400******************************************************************
045500 P410-EXIBIR-SITUACAO.
045600     IF NOT CNS-REGISTRO-ACHADO
045700        MOVE WS-CNS-BUSCA-CANAL   TO CNS-CANAL
045800        PERFORM P320-TRADUZIR-CODIGOS THRU P320-FIM
045900        DISPLAY WS-NOME-CANAL ': SEM REGISTRO - SEM '
046000                'CONSENTIMENTO'
046100        GO TO P410-FIM
046200     END-IF
046300     PERFORM P320-TRADUZIR-CODIGOS THRU P320-FIM
046400     DISPLAY WS-NOME-CANAL ': ' WS-NOME-STATUS ' EM '
046500             CNS-DATA-HORA (1:8) ' (' WS-NOME-ORIGEM ', POR '
046600             CNS-OPERADOR ')'
046700     .
046800 P410-FIM. EXIT.
046900******************************************************************
047000*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
047100******************************************************************
047200 P900-FIM.
047300     DISPLAY '*** FIM DO CONSENTIMENTO DE COMUNICACAO ***'
047400     STOP RUN.
047500
047600     COPY FSTATUS.
047700     COPY DSNENV.
047800     COPY DIGVER.
047900     COPY CNSCHK.
048000     COPY OPRLOG.
