000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRABCOB.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-04-18.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: TELA DE TRABALHO DA FILA DIARIA DE COBRANCA
000900*                 (FILACOB.DAT, GERADA NO LOTE FILACOB). O
001000*                 COBRADOR ENTRA COM O SIGN-ON COMUM E RECEBE OS
001100*                 DEVEDORES DA SUA FILA NA ORDEM DE PRIORIDADE,
001200*                 UM POR VEZ; PARA CADA LIGACAO INFORMA O
001300*                 RESULTADO (P=PROMESSA, C=FALOU SEM ACORDO,
001400*                 R=RECADO, N=NAO ATENDE, E=NUMERO ERRADO), O
001500*                 TEXTO E, SE FOR O CASO, A DATA DE RETORNO. O
001600*                 RESULTADO VIRA ANOTACAO EM NOTAS.DAT (COM
001700*                 FOLLOW-UP QUANDO HA RETORNO) E UMA LINHA NO LOG
001800*                 DE LIGACOES CHAMADAS.DAT (LAYOUT CHAMREG), QUE
001900*                 TIRA O DEVEDOR DA FILA DO DIA E ALIMENTA O
002000*                 RELCOB. O SUPERVISOR PODE TRABALHAR A FILA DE
002100*                 OUTRO COBRADOR (FALTA, FERIAS); A LIGACAO CONTA
002200*                 PARA O DONO DA FILA E A NOTA LEVA QUEM LIGOU.
002300*                 O PERFIL DE CONSULTA NAO TEM ACESSO.
002400*----------------------------------------------------------------*
002500*    HISTORICO DE ALTERACOES
002600*    DATA       AUTOR   DESCRICAO
002700*    ---------- ------- ----------------------------------------
002800*    2025-04-18 JSZ     PROGRAMA CRIADO (TRABALHO DA FILA DE
002900*                       COBRANCA).
002900*    2025-04-25 JSZ     RESULTADO P PEDE VALOR E DATA PROMETIDA E
002900*                       GRAVA A PROMESSA EM PROMESSAS.DAT
002900*                       (COPYBOOK PRMGRV).
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
004600     SELECT NOTAS ASSIGN TO WS-NOTAS-DSN
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS NOTA-CHAVE
005000         LOCK MODE IS MANUAL
005100         FILE STATUS IS WS-FS-NOTA.
005200     SELECT FILA ASSIGN TO WS-FILA-DSN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-FIL.
005500     SELECT CHAMADAS ASSIGN TO WS-CHAMADAS-DSN
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FS-CHA.
005800     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS OPE-CODIGO
006200         FILE STATUS IS WS-FS-OPE.
006300     SELECT ACESSO ASSIGN TO WS-ACESSO-DSN
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-FS-ACS.
006500     SELECT PROMESSAS ASSIGN TO WS-PROMESSAS-DSN
006500         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS PRM-CHAVE
006500         LOCK MODE IS MANUAL
006500         FILE STATUS IS WS-FS-PRM.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CONTATOS.
006900     COPY CONTREG.
007000 FD  NOTAS.
007100     COPY NOTAREG.
007200 FD  FILA.
007300     COPY FILAREG.
007400 FD  CHAMADAS.
007500     COPY CHAMREG.
007600 FD  OPERADOR.
007700     COPY OPERREG.
007800 FD  ACESSO.
007900     COPY ACSREG.
007900 FD  PROMESSAS.
007900     COPY PROMREG.
008000 WORKING-STORAGE SECTION.
008100 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
008200 01  WS-NOTAS-DSN                 PIC X(100) VALUE 'NOTAS.DAT'.
008300 01  WS-FILA-DSN                  PIC X(100) VALUE 'FILACOB.DAT'.
008400 01  WS-CHAMADAS-DSN              PIC X(100) VALUE 'CHAMADAS.DAT'.
008500 77  WS-FS                        PIC X(02) VALUE '00'.
008600     88 FS-OK                     VALUE '00'.
008700 77  WS-FS-NOTA                   PIC X(02) VALUE '00'.
008800     88 FS-NOTA-OK                VALUE '00'.
008900 77  WS-FS-FIL                    PIC X(02) VALUE '00'.
009000     88 FS-FIL-OK                 VALUE '00'.
009100 77  WS-FS-CHA                    PIC X(02) VALUE '00'.
009200     88 FS-CHA-OK                 VALUE '00'.
009300 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
009400 77  WS-EXIT                      PIC X(01) VALUE 'N'.
009500     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
009600 77  WS-EOF-FIL                   PIC X(01) VALUE 'N'.
009700     88 EOF-FIL-OK                VALUE 'S' FALSE 'N'.
009800 77  WS-EOF-CHA                   PIC X(01) VALUE 'N'.
009900     88 EOF-CHA-OK                VALUE 'S' FALSE 'N'.
010000 77  WS-EOF-NOTA                  PIC X(01) VALUE 'N'.
010100     88 EOF-NOTA-OK               VALUE 'S' FALSE 'N'.
010200 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
010300     88 OPC-PROXIMO               VALUE '1'.
010400     88 OPC-LISTAR                VALUE '2'.
010500     88 OPC-SAIR                  VALUE '3'.
010600*----------------------------------------------------------------*
010700*    DONO DA FILA TRABALHADA E DATA DO DIA                       *
010800*----------------------------------------------------------------*
010900 77  WS-COBRADOR-FILA             PIC X(08) VALUE SPACES.
011000 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
011100 77  WS-HORA-AGORA                PIC 9(08) VALUE ZEROS.
011200 01  WS-COBRADOR-SW               PIC X(01) VALUE 'N'.
011300     88 COBRADOR-VALIDO           VALUE 'S' FALSE 'N'.
011400*----------------------------------------------------------------*
011500*    CONTATOS JA TRABALHADOS HOJE NESTA FILA: LIGACOES DE        *
011600*    CHAMADAS.DAT (SITUACAO = RESULTADO) E DEVEDORES DEIXADOS    *
011700*    PARA DEPOIS NESTA SESSAO (SITUACAO = '*')                   *
011800*----------------------------------------------------------------*
011900 77  WS-FEI-QTD                   PIC 9(04) VALUE ZEROS.
012000 77  WS-FEI-MAX                   PIC 9(04) VALUE 2000.
012100 01  WS-TAB-FEITOS.
012200     03  WS-FEI-ENT               OCCURS 2000 TIMES.
012300         05  WS-FEI-ID            PIC 9(06).
012400         05  WS-FEI-SITUACAO      PIC X(01).
012500 77  WS-FEI-IDX                   PIC 9(04) VALUE ZEROS.
012600 77  WS-FEI-ACHADO                PIC 9(04) VALUE ZEROS.
012700 77  WS-FEI-BUSCA                 PIC 9(06) VALUE ZEROS.
012800 77  WS-FEI-NOVA-SIT              PIC X(01) VALUE SPACES.
012900*----------------------------------------------------------------*
013000*    ITEM DA FILA EM ATENDIMENTO E RESULTADO DA LIGACAO          *
013100*----------------------------------------------------------------*
013200 01  WS-ITEM-SW                   PIC X(01) VALUE 'N'.
013300     88 ITEM-ACHADO               VALUE 'S' FALSE 'N'.
013400 01  WS-ITEM-FILA                 PIC X(76) VALUE SPACES.
013500 77  WS-DIVIDA-ATUAL              PIC 9(09)V99 VALUE ZEROS.
013600 77  WS-RESULTADO                 PIC X(01) VALUE SPACES.
013700     88 RES-PROMESSA              VALUE 'P'.
013800     88 RES-SEM-ACORDO            VALUE 'C'.
013900     88 RES-RECADO                VALUE 'R'.
014000     88 RES-NAO-ATENDE            VALUE 'N'.
014100     88 RES-NUMERO-ERRADO         VALUE 'E'.
014200     88 RES-VALIDO                VALUE 'P' 'C' 'R' 'N' 'E'.
014300     88 RES-DEPOIS                VALUE SPACE.
014400 77  WS-RESULTADO-DESC            PIC X(11) VALUE SPACES.
014500 77  WS-TEXTO                     PIC X(100) VALUE SPACES.
014600 77  WS-DT-RETORNO                PIC 9(08) VALUE ZEROS.
014700 77  WS-PROXIMO-SEQ               PIC 9(03) VALUE ZEROS.
014800 01  WS-NOTA-SW                   PIC X(01) VALUE 'N'.
014900     88 NOTA-GRAVADA              VALUE 'S' FALSE 'N'.
015000*----------------------------------------------------------------*
015100*    CONTADORES DA LISTAGEM DA FILA                              *
015200*----------------------------------------------------------------*
015300 77  WS-CONT-FILA                 PIC 9(04) VALUE ZEROS.
015400 77  WS-CONT-LIGADOS              PIC 9(04) VALUE ZEROS.
015500 77  WS-CONT-PENDENTES            PIC 9(04) VALUE ZEROS.
015600 77  WS-SITUACAO-DESC             PIC X(11) VALUE SPACES.
015700 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
015800 01  WS-AVISO-DATA-SW             PIC X(01) VALUE 'N'.
015900     88 FILA-DE-OUTRO-DIA         VALUE 'S' FALSE 'N'.
015900*----------------------------------------------------------------*
015900*    AREA DA GRAVACAO DE PROMESSA (COPYBOOK PRMGRV)              *
015900*----------------------------------------------------------------*
015900 01  WS-PROMESSAS-DSN             PIC X(100)
015900         VALUE 'PROMESSAS.DAT'.
015900 77  WS-FS-PRM                    PIC X(02) VALUE '00'.
015900     88 FS-PRM-OK                 VALUE '00'.
015900 77  WS-PRM-ID                    PIC 9(06) VALUE ZEROS.
015900 77  WS-PRM-VALOR                 PIC 9(09)V99 VALUE ZEROS.
015900 77  WS-PRM-DATA                  PIC 9(08) VALUE ZEROS.
015900 77  WS-PRM-OPERADOR              PIC X(08) VALUE SPACES.
015900 77  WS-PRM-NOTA-SEQ              PIC 9(03) VALUE ZEROS.
015900 77  WS-PRM-SEQ                   PIC 9(03) VALUE ZEROS.
015900 77  WS-PRM-HOJE                  PIC 9(08) VALUE ZEROS.
015900 77  WS-PRM-HORA                  PIC 9(08) VALUE ZEROS.
015900 01  WS-PRM-EOF-SW                PIC X(01) VALUE 'N'.
015900     88 PRM-EOF-OK                VALUE 'S' FALSE 'N'.
015900 01  WS-PRM-GRAVADA-SW            PIC X(01) VALUE 'N'.
015900     88 PRM-GRAVADA               VALUE 'S' FALSE 'N'.
015900 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
016000 77  WS-DT-GERACAO                PIC 9(08) VALUE ZEROS.
016100*----------------------------------------------------------------*
016200*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
016300*----------------------------------------------------------------*
016400 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
016500 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
016600     88 FS-OPE-OK                 VALUE '00'.
016700 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
016800 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
016900 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
017000     88 OPR-CONSULTA              VALUE 'C'.
017100     88 OPR-MANUTENCAO            VALUE 'M'.
017200     88 OPR-SUPERVISOR            VALUE 'S'.
017300 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
017400     88 OPR-OK                    VALUE 'S' FALSE 'N'.
017500 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
017600*----------------------------------------------------------------*
017700*    AREA DO LOG DE ACESSO DE CONSULTA (COPYBOOK ACSLOG)         *
017800*----------------------------------------------------------------*
017900 01  WS-ACESSO-DSN                PIC X(100) VALUE 'ACESSO.LOG'.
018000 77  WS-FS-ACS                    PIC X(02) VALUE '00'.
018100     88 FS-ACS-OK                 VALUE '00'.
018200 77  WS-ACS-DATA                  PIC 9(08) VALUE ZEROS.
018300 77  WS-ACS-HORA                  PIC 9(08) VALUE ZEROS.
018400 01  WS-ACS-PROGRAMA              PIC X(08) VALUE 'TRABCOB'.
018500 77  WS-ACS-ID                    PIC 9(06) VALUE ZEROS.
018600 77  WS-ACS-TIPO                  PIC X(01) VALUE SPACES.
018700 PROCEDURE DIVISION.
018800******************************************************************
018900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
019000******************************************************************
019100 0000-MAINLINE.
019200     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
019300     DISPLAY '*** FILA DE COBRANCA DO DIA (TRABCOB) ***'
019400     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
019500     IF NOT OPR-OK
019600        PERFORM P900-FIM
019700     END-IF
019800     IF OPR-CONSULTA
019900        DISPLAY 'PERFIL DE CONSULTA NAO TEM ACESSO A COBRANCA.'
020000        PERFORM P900-FIM
020100     END-IF
020200
020300     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
020400     PERFORM P050-DEFINIR-COBRADOR THRU P050-FIM
020500     IF NOT COBRADOR-VALIDO
020600        PERFORM P900-FIM
020700     END-IF
020800     PERFORM P060-CARREGAR-FEITOS THRU P060-FIM
020900
021000     SET EXIT-OK                  TO FALSE
021100     PERFORM P100-MENU            THRU P100-FIM
021200         UNTIL EXIT-OK
021300     PERFORM P900-FIM
021400     .
021500******************************************************************
021600*    P050-DEFINIR-COBRADOR - O COBRADOR TRABALHA A PROPRIA FILA; *
021700*                 O SUPERVISOR INFORMA DE QUEM E A FILA (BRANCO =*
021800*                 A PROPRIA). CONFERE EM OPERADOR.DAT QUE O DONO *
021900*                 DA FILA E COBRADOR                             *
022000******************************************************************
022100 P050-DEFINIR-COBRADOR.
022200     SET COBRADOR-VALIDO          TO FALSE
022300     MOVE WS-OPR-CODIGO           TO WS-COBRADOR-FILA
022400     IF OPR-SUPERVISOR
022500        DISPLAY 'FILA DE QUAL COBRADOR? (BRANCO = A PROPRIA): '
022600        MOVE SPACES               TO WS-COBRADOR-FILA
022700        ACCEPT WS-COBRADOR-FILA
022800        IF WS-COBRADOR-FILA = SPACES
022900           MOVE WS-OPR-CODIGO     TO WS-COBRADOR-FILA
023000        END-IF
023100     END-IF
023200
023300     MOVE '00'                    TO WS-FS-OPE
023400     OPEN INPUT OPERADOR
023500     IF NOT FS-OPE-OK
023600        DISPLAY 'ARQUIVO DE OPERADORES INDISPONIVEL - FILE '
023700                'STATUS ' WS-FS-OPE '.'
023800        GO TO P050-FIM
023900     END-IF
024000     MOVE WS-COBRADOR-FILA        TO OPE-CODIGO
024100     READ OPERADOR
024200         INVALID KEY
024300             DISPLAY 'OPERADOR ' WS-COBRADOR-FILA ' NAO EXISTE.'
024400         NOT INVALID KEY
024500             IF OPE-EH-COBRADOR
024600                SET COBRADOR-VALIDO TO TRUE
024700             ELSE
024800                DISPLAY 'OPERADOR ' WS-COBRADOR-FILA ' NAO E '
024900                        'COBRADOR (MARCAR NO CADOPER).'
025000             END-IF
025100     END-READ
025200     CLOSE OPERADOR
025300     .
025400 P050-FIM. EXIT.
025500******************************************************************
025600*    P060-CARREGAR-FEITOS - LE CHAMADAS.DAT E GUARDA OS CONTATOS *
025700*                 QUE JA TIVERAM LIGACAO HOJE NESTA FILA         *
025800******************************************************************
025900 P060-CARREGAR-FEITOS.
026000     MOVE ZEROS                   TO WS-FEI-QTD
026100     MOVE '00'                    TO WS-FS-CHA
026200     OPEN INPUT CHAMADAS
026300     IF NOT FS-CHA-OK
026400        GO TO P060-FIM
026500     END-IF
026600     SET EOF-CHA-OK               TO FALSE
026700     PERFORM P065-LER-CHAMADA     THRU P065-FIM
026800         UNTIL EOF-CHA-OK
026900     CLOSE CHAMADAS
027000     .
027100 P060-FIM. EXIT.
027200 P065-LER-CHAMADA.
027300     READ CHAMADAS
027400         AT END
027500             SET EOF-CHA-OK        TO TRUE
027600             GO TO P065-FIM
027700     END-READ
027800     IF CHA-DATA-HORA (1:8) NOT = WS-DATA-HOJE OR
027900        CHA-COBRADOR NOT = WS-COBRADOR-FILA
028000        GO TO P065-FIM
028100     END-IF
028200     MOVE CHA-ID-CONTATO          TO WS-FEI-BUSCA
028300     MOVE CHA-RESULTADO           TO WS-FEI-NOVA-SIT
028400     PERFORM P070-MARCAR-FEITO    THRU P070-FIM
028500     .
028600 P065-FIM. EXIT.
028700******************************************************************
028800*    P070-MARCAR-FEITO - INCLUI OU ATUALIZA WS-FEI-BUSCA NA      *
028900*                 TABELA DOS JA TRABALHADOS COM WS-FEI-NOVA-SIT  *
029000******************************************************************
029100 P070-MARCAR-FEITO.
029200     PERFORM P080-LOCALIZAR-FEITO THRU P080-FIM
029300     IF WS-FEI-ACHADO NOT = ZEROS
029400        MOVE WS-FEI-NOVA-SIT      TO
029500             WS-FEI-SITUACAO (WS-FEI-ACHADO)
029600        GO TO P070-FIM
029700     END-IF
029800     IF WS-FEI-QTD >= WS-FEI-MAX
029900        DISPLAY 'AVISO: LIMITE DE ' WS-FEI-MAX ' LIGACOES NO '
030000                'DIA ATINGIDO - O CONTATO ' WS-FEI-BUSCA
030100                ' PODE VOLTAR NA FILA.'
030200        GO TO P070-FIM
030300     END-IF
030400     ADD 1                        TO WS-FEI-QTD
030500     MOVE WS-FEI-BUSCA            TO WS-FEI-ID (WS-FEI-QTD)
030600     MOVE WS-FEI-NOVA-SIT         TO WS-FEI-SITUACAO (WS-FEI-QTD)
030700     .
030800 P070-FIM. EXIT.
030900 P080-LOCALIZAR-FEITO.
031000     MOVE ZEROS                   TO WS-FEI-ACHADO
031100     PERFORM P085-COMPARAR-FEITO  THRU P085-FIM
031200         VARYING WS-FEI-IDX FROM 1 BY 1
031300         UNTIL WS-FEI-IDX > WS-FEI-QTD
031400            OR WS-FEI-ACHADO NOT = ZEROS
031500     .
031600 P080-FIM. EXIT.
031700 P085-COMPARAR-FEITO.
031800     IF WS-FEI-ID (WS-FEI-IDX) = WS-FEI-BUSCA
031900        MOVE WS-FEI-IDX           TO WS-FEI-ACHADO
032000     END-IF
032100     .
032200 P085-FIM. EXIT.
032300******************************************************************
032400*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA  *
032500******************************************************************
032600 P100-MENU.
032700     MOVE SPACES                  TO WS-OPCAO
032800     DISPLAY ' '
032900     DISPLAY 'FILA DO COBRADOR ' WS-COBRADOR-FILA
033000     DISPLAY '1 - PROXIMO DEVEDOR DA FILA'
033100     DISPLAY '2 - LISTAR A FILA DO DIA'
033200     DISPLAY '3 - SAIR'
033300     DISPLAY 'INFORME A OPCAO DESEJADA: '
033400     ACCEPT WS-OPCAO
033500
033600     EVALUATE TRUE
033700         WHEN OPC-PROXIMO
033800             PERFORM P200-PROXIMO    THRU P200-FIM
033900         WHEN OPC-LISTAR
034000             PERFORM P500-LISTAR     THRU P500-FIM
034100         WHEN OPC-SAIR
034200             SET EXIT-OK             TO TRUE
034300         WHEN OTHER
034400             DISPLAY 'OPCAO INVALIDA.'
034500     END-EVALUATE
034600     .
034700 P100-FIM. EXIT.
034800******************************************************************
034900*    P200-PROXIMO - APRESENTA O PRIMEIRO DEVEDOR DA FILA AINDA   *
035000*                 NAO TRABALHADO E REGISTRA O RESULTADO DA       *
035100*                 LIGACAO                                        *
035200******************************************************************
035300 P200-PROXIMO.
035400     PERFORM P210-LOCALIZAR-PENDENTE THRU P210-FIM
035500     IF NOT ITEM-ACHADO
035600        DISPLAY 'NENHUM DEVEDOR PENDENTE NA FILA DE HOJE.'
035700        GO TO P200-FIM
035800     END-IF
035900     MOVE WS-ITEM-FILA            TO REG-FILA
036000
036100     MOVE FIL-DIVIDA              TO WS-DIVIDA-ATUAL
036200     OPEN INPUT CONTATOS
036300     IF FS-OK
036400        MOVE FIL-ID-CONTATO       TO ID-CONTATO
036500        READ CONTATOS
036600            INVALID KEY
036700                CONTINUE
036800            NOT INVALID KEY
036900                IF SALDO-CONTATO < ZEROS
037000                   COMPUTE WS-DIVIDA-ATUAL = ZERO - SALDO-CONTATO
037100                ELSE
037200                   MOVE ZEROS     TO WS-DIVIDA-ATUAL
037300                END-IF
037400                MOVE TEL-CONTATO  TO FIL-TEL-CONTATO
037500        END-READ
037600        CLOSE CONTATOS
037700     END-IF
037800
037900     DISPLAY ' '
038000     DISPLAY 'ORDEM ' FIL-ORDEM ' - CONTATO ' FIL-ID-CONTATO
038100             ' - ' FIL-NM-CONTATO
038200     DISPLAY 'TELEFONE.............: ' FIL-TEL-CONTATO
038300     MOVE WS-DIVIDA-ATUAL         TO WS-MSK-VALOR
038400     DISPLAY 'DIVIDA ATUAL.........: ' WS-MSK-VALOR
038500     DISPLAY 'FAIXA DE ATRASO......: ' FIL-FAIXA
038600             '   NIVEL DE COBRANCA: ' FIL-NIVEL-COBRANCA
038700     DISPLAY 'FOLLOW-UPS VENCIDOS..: ' FIL-FUP-VENCIDOS
038800     MOVE FIL-ID-CONTATO          TO WS-ACS-ID
038900     MOVE 'D'                     TO WS-ACS-TIPO
039000     PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
039100
039200     PERFORM P220-PEDIR-RESULTADO THRU P220-FIM
039300     IF RES-DEPOIS
039400        MOVE FIL-ID-CONTATO       TO WS-FEI-BUSCA
039500        MOVE '*'                  TO WS-FEI-NOVA-SIT
039600        PERFORM P070-MARCAR-FEITO THRU P070-FIM
039700        DISPLAY 'DEVEDOR DEIXADO PARA DEPOIS NESTA SESSAO.'
039800        GO TO P200-FIM
039900     END-IF
040000
040100     PERFORM P300-GRAVAR-NOTA     THRU P300-FIM
040200     IF NOT NOTA-GRAVADA
040300        GO TO P200-FIM
040400     END-IF
040500     PERFORM P400-GRAVAR-CHAMADA  THRU P400-FIM
040500     IF RES-PROMESSA AND WS-PRM-VALOR > ZEROS
040500        PERFORM P250-GRAVAR-PROMESSA THRU P250-FIM
040500     END-IF
040600     .
040700 P200-FIM. EXIT.
040800******************************************************************
040900*    P210-LOCALIZAR-PENDENTE - LE FILACOB.DAT NA ORDEM GRAVADA E *
041000*                 PARA NO PRIMEIRO ITEM DESTE COBRADOR QUE NAO   *
041100*                 ESTA NA TABELA DOS JA TRABALHADOS              *
041200******************************************************************
041300 P210-LOCALIZAR-PENDENTE.
041400     SET ITEM-ACHADO              TO FALSE
041500     MOVE '00'                    TO WS-FS-FIL
041600     OPEN INPUT FILA
041700     IF NOT FS-FIL-OK
041800        DISPLAY 'FILA DO DIA NAO ENCONTRADA (FILACOB.DAT) - '
041900                'RODAR O FILACOB.'
042000        GO TO P210-FIM
042100     END-IF
042200     SET EOF-FIL-OK               TO FALSE
042300     PERFORM P215-LER-FILA        THRU P215-FIM
042400         UNTIL EOF-FIL-OK OR ITEM-ACHADO
042500     CLOSE FILA
042600     .
042700 P210-FIM. EXIT.
042800 P215-LER-FILA.
042900     READ FILA
043000         AT END
043100             SET EOF-FIL-OK        TO TRUE
043200             GO TO P215-FIM
043300     END-READ
043400     IF FIL-DT-GERACAO NOT = WS-DATA-HOJE AND
043500        NOT FILA-DE-OUTRO-DIA
043600        SET FILA-DE-OUTRO-DIA     TO TRUE
043700        DISPLAY 'AVISO: A FILA FOI GERADA EM ' FIL-DT-GERACAO
043800                ' - O FILACOB NAO RODOU HOJE.'
043900     END-IF
044000     IF FIL-COBRADOR NOT = WS-COBRADOR-FILA
044100        GO TO P215-FIM
044200     END-IF
044300     MOVE FIL-ID-CONTATO          TO WS-FEI-BUSCA
044400     PERFORM P080-LOCALIZAR-FEITO THRU P080-FIM
044500     IF WS-FEI-ACHADO = ZEROS
044600        MOVE REG-FILA             TO WS-ITEM-FILA
044700        SET ITEM-ACHADO           TO TRUE
044800     END-IF
044900     .
045000 P215-FIM. EXIT.
045100******************************************************************
045200*    P220-PEDIR-RESULTADO - PEDE O RESULTADO DA LIGACAO, O TEXTO *
045300*                 DA ANOTACAO E A DATA DE RETORNO (OPCIONAL)     *
045400******************************************************************
045500 P220-PEDIR-RESULTADO.
045600     MOVE SPACES                  TO WS-RESULTADO
045700     DISPLAY 'RESULTADO DA LIGACAO: P=PROMESSA DE PAGAMENTO, '
045800             'C=FALOU SEM ACORDO,'
045900     DISPLAY '  R=RECADO, N=NAO ATENDE, E=NUMERO ERRADO, '
046000             'BRANCO=DEIXAR PARA DEPOIS: '
046100     ACCEPT WS-RESULTADO
046200     IF RES-DEPOIS
046300        GO TO P220-FIM
046400     END-IF
046500     IF NOT RES-VALIDO
046600        DISPLAY 'RESULTADO INVALIDO - USE P, C, R, N OU E.'
046700        GO TO P220-PEDIR-RESULTADO
046800     END-IF
046900     EVALUATE TRUE
047000         WHEN RES-PROMESSA
047100             MOVE 'PROMESSA'      TO WS-RESULTADO-DESC
047200         WHEN RES-SEM-ACORDO
047300             MOVE 'SEM ACORDO'    TO WS-RESULTADO-DESC
047400         WHEN RES-RECADO
047500             MOVE 'RECADO'        TO WS-RESULTADO-DESC
047600         WHEN RES-NAO-ATENDE
047700             MOVE 'NAO ATENDE'    TO WS-RESULTADO-DESC
047800         WHEN RES-NUMERO-ERRADO
047900             MOVE 'NUM. ERRADO'   TO WS-RESULTADO-DESC
048000     END-EVALUATE
048100
048200     MOVE SPACES                  TO WS-TEXTO
048300     DISPLAY 'INFORME O TEXTO DA ANOTACAO: '
048400     ACCEPT WS-TEXTO
048500     PERFORM P230-PEDIR-RETORNO   THRU P230-FIM
048500     IF RES-PROMESSA
048500        PERFORM P240-PEDIR-PROMESSA THRU P240-FIM
048500     END-IF
048600     .
048700 P220-FIM. EXIT.
048800 P230-PEDIR-RETORNO.
048900     MOVE ZEROS                   TO WS-DT-RETORNO
049000     DISPLAY 'DATA DE RETORNO (AAAAMMDD, ZEROS = SEM RETORNO): '
049100     ACCEPT WS-DT-RETORNO
049200     IF WS-DT-RETORNO NOT NUMERIC
049300        DISPLAY 'DATA INVALIDA - DIGITE SOMENTE DIGITOS.'
049400        GO TO P230-PEDIR-RETORNO
049500     END-IF
049600     IF WS-DT-RETORNO NOT = ZEROS AND
049700        WS-DT-RETORNO < WS-DATA-HOJE
049800        DISPLAY 'A DATA DE RETORNO NAO PODE SER ANTERIOR A HOJE.'
049900        GO TO P230-PEDIR-RETORNO
050000     END-IF
050100     .
050200 P230-FIM. EXIT.
050300******************************************************************
050400*    P240-PEDIR-PROMESSA - NA PROMESSA DE PAGAMENTO, PEDE O VALOR*
050400*                 E A DATA PROMETIDOS PARA O REGISTRO EM         *
050400*                 PROMESSAS.DAT (VALOR ZERO = SO A ANOTACAO)     *
050400******************************************************************
050400 P240-PEDIR-PROMESSA.
050400     MOVE ZEROS                   TO WS-PRM-VALOR
050400     DISPLAY 'VALOR PROMETIDO (9 INTEIROS E 2 DECIMAIS, SEM '
050400             'VIRGULA - ZEROS = NAO REGISTRAR): '
050400     ACCEPT WS-PRM-VALOR
050400     IF WS-PRM-VALOR NOT NUMERIC
050400        DISPLAY 'VALOR INVALIDO - DIGITE SOMENTE DIGITOS.'
050400        GO TO P240-PEDIR-PROMESSA
050400     END-IF
050400     IF WS-PRM-VALOR = ZEROS
050400        GO TO P240-FIM
050400     END-IF
050400     PERFORM P245-PEDIR-DATA-PROMETIDA THRU P245-FIM
050400     .
050400 P240-FIM. EXIT.
050400 P245-PEDIR-DATA-PROMETIDA.
050400     MOVE ZEROS                   TO WS-PRM-DATA
050400     DISPLAY 'DATA PROMETIDA (AAAAMMDD): '
050400     ACCEPT WS-PRM-DATA
050400     IF WS-PRM-DATA NOT NUMERIC OR WS-PRM-DATA = ZEROS
050400        DISPLAY 'DATA INVALIDA - DIGITE SOMENTE DIGITOS.'
050400        GO TO P245-PEDIR-DATA-PROMETIDA
050400     END-IF
050400     COMPUTE WS-DIAS-AUX =
050400         FUNCTION INTEGER-OF-DATE(WS-PRM-DATA)
050400     IF WS-DIAS-AUX = ZEROS
050400        DISPLAY 'DATA INEXISTENTE.'
050400        GO TO P245-PEDIR-DATA-PROMETIDA
050400     END-IF
050400     IF WS-PRM-DATA < WS-DATA-HOJE
050400        DISPLAY 'A DATA PROMETIDA NAO PODE SER ANTERIOR A HOJE.'
050400        GO TO P245-PEDIR-DATA-PROMETIDA
050400     END-IF
050400     .
050400 P245-FIM. EXIT.
050400******************************************************************
050400*    P250-GRAVAR-PROMESSA - REGISTRA A PROMESSA EM PROMESSAS.DAT *
050400*                 EM NOME DO DONO DA FILA, LIGADA A ANOTACAO DA  *
050400*                 LIGACAO                                        *
050400******************************************************************
050400 P250-GRAVAR-PROMESSA.
050400     MOVE FIL-ID-CONTATO          TO WS-PRM-ID
050400     MOVE WS-COBRADOR-FILA        TO WS-PRM-OPERADOR
050400     MOVE NOTA-SEQ                TO WS-PRM-NOTA-SEQ
050400     PERFORM 9490-GRAVAR-PROMESSA THRU 9490-FIM
050400     IF PRM-GRAVADA
050400        DISPLAY 'PROMESSA ' WS-PRM-SEQ ' REGISTRADA.'
050400     ELSE
050400        DISPLAY 'AVISO - PROMESSA NAO REGISTRADA; A ANOTACAO '
050400                NOTA-SEQ ' FOI GRAVADA.'
050400     END-IF
050400     .
050400 P250-FIM. EXIT.
050400******************************************************************
050400*    P300-GRAVAR-NOTA - GRAVA O RESULTADO COMO ANOTACAO DO       *
050500*                 CONTATO EM NOTAS.DAT (MESMA REGRA DE SEQUENCIA *
050600*                 E DE CRIACAO DO ARQUIVO DO CADNOTA)            *
050700******************************************************************
050800 P300-GRAVAR-NOTA.
050900     SET NOTA-GRAVADA             TO FALSE
051000     OPEN I-O NOTAS
051100*    SO A AUSENCIA DO ARQUIVO (FILE STATUS 35) DISPARA A CRIACAO;
051200*    OUTRAS FALHAS NAO PODEM TRUNCAR O ARQUIVO VIVO DE ANOTACOES.
051300     IF WS-FS-NOTA = '35'
051400        OPEN OUTPUT NOTAS
051500        CLOSE NOTAS
051600        MOVE '00'                 TO WS-FS-NOTA
051700        OPEN I-O NOTAS
051800     END-IF
051900     IF NOT FS-NOTA-OK
052000        MOVE WS-FS-NOTA           TO WS-FS
052100        PERFORM 9000-TRADUZIR-FS
052200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ANOTACOES: '
052300                WS-FS-MSG
052400        DISPLAY 'LIGACAO NAO REGISTRADA.'
052500        GO TO P300-FIM
052600     END-IF
052700
052800     PERFORM P310-PROXIMO-SEQ     THRU P310-FIM
052900
053000     MOVE FIL-ID-CONTATO          TO NOTA-ID-CONTATO
053100     MOVE WS-PROXIMO-SEQ          TO NOTA-SEQ
053200     ACCEPT WS-HORA-AGORA         FROM TIME
053300     MOVE WS-DATA-HOJE            TO NOTA-DATA-HORA (1:8)
053400     MOVE WS-HORA-AGORA (1:6)     TO NOTA-DATA-HORA (9:6)
053500     MOVE WS-OPR-CODIGO           TO NOTA-OPERADOR
053600     MOVE SPACES                  TO NOTA-ASSUNTO
053700     STRING 'LIGACAO COBRANCA - ' DELIMITED BY SIZE
053800            WS-RESULTADO-DESC     DELIMITED BY SIZE
053900            INTO NOTA-ASSUNTO
054000     END-STRING
054100     IF WS-DT-RETORNO NOT = ZEROS
054200        SET NOTA-COM-FOLLOWUP     TO TRUE
054300        MOVE WS-DT-RETORNO        TO NOTA-DT-FOLLOWUP
054400        SET FUP-ABERTO            TO TRUE
054500     ELSE
054600        SET NOTA-SEM-FOLLOWUP     TO TRUE
054700        MOVE ZEROS                TO NOTA-DT-FOLLOWUP
054800        MOVE SPACES               TO NOTA-ST-FOLLOWUP
054900     END-IF
055000     MOVE WS-TEXTO                TO NOTA-TEXTO
055100     MOVE SPACES                  TO NOTA-FECHO-OPERADOR
055200     MOVE ZEROS                   TO NOTA-DT-FECHO
055300
055400     WRITE REG-NOTAS
055500         INVALID KEY
055600             MOVE WS-FS-NOTA      TO WS-FS
055700             PERFORM 9000-TRADUZIR-FS
055800             DISPLAY 'NAO FOI POSSIVEL GRAVAR A ANOTACAO: '
055900                     WS-FS-MSG
056000             DISPLAY 'LIGACAO NAO REGISTRADA.'
056100         NOT INVALID KEY
056200             SET NOTA-GRAVADA     TO TRUE
056300     END-WRITE
056400     CLOSE NOTAS
056500     .
056600 P300-FIM. EXIT.
056700******************************************************************
056800*    P310-PROXIMO-SEQ - DESCOBRE A PROXIMA SEQUENCIA LIVRE DO    *
056900*                 CONTATO (MAIOR NOTA-SEQ EXISTENTE + 1)         *
057000******************************************************************
057100 P310-PROXIMO-SEQ.
057200     MOVE ZEROS                   TO WS-PROXIMO-SEQ
057300     SET EOF-NOTA-OK              TO FALSE
057400     MOVE FIL-ID-CONTATO          TO NOTA-ID-CONTATO
057500     MOVE ZEROS                   TO NOTA-SEQ
057600     START NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
057700         INVALID KEY
057800             SET EOF-NOTA-OK      TO TRUE
057900     END-START
058000     PERFORM P315-LER-NOTA        THRU P315-FIM
058100         UNTIL EOF-NOTA-OK
058200     ADD 1                        TO WS-PROXIMO-SEQ
058300     .
058400 P310-FIM. EXIT.
058500 P315-LER-NOTA.
058600     READ NOTAS NEXT RECORD
058700         AT END
058800             SET EOF-NOTA-OK       TO TRUE
058900             GO TO P315-FIM
059000     END-READ
059100     IF NOTA-ID-CONTATO NOT = FIL-ID-CONTATO
059200        SET EOF-NOTA-OK           TO TRUE
059300     ELSE
059400        MOVE NOTA-SEQ             TO WS-PROXIMO-SEQ
059500     END-IF
059600     .
059700 P315-FIM. EXIT.
059800******************************************************************
059900*    P400-GRAVAR-CHAMADA - ACRESCENTA A LIGACAO EM CHAMADAS.DAT  *
060000*                 (MESMO PADRAO DE EXTENSAO DO ACSLOG) E TIRA O  *
060100*                 DEVEDOR DA FILA DO DIA                         *
060200******************************************************************
060300 P400-GRAVAR-CHAMADA.
060400     MOVE NOTA-DATA-HORA          TO CHA-DATA-HORA
060500     MOVE WS-COBRADOR-FILA        TO CHA-COBRADOR
060600     MOVE FIL-ID-CONTATO          TO CHA-ID-CONTATO
060700     MOVE WS-RESULTADO            TO CHA-RESULTADO
060800     MOVE WS-DIVIDA-ATUAL         TO CHA-DIVIDA
060900     MOVE NOTA-SEQ                TO CHA-NOTA-SEQ
061000
061100     MOVE '00'                    TO WS-FS-CHA
061200     OPEN EXTEND CHAMADAS
061300     IF NOT FS-CHA-OK
061400        CLOSE CHAMADAS
061500        MOVE '00'                 TO WS-FS-CHA
061600        OPEN OUTPUT CHAMADAS
061700     END-IF
061800     IF NOT FS-CHA-OK
061900        DISPLAY 'AVISO: LIGACAO NAO REGISTRADA EM CHAMADAS.DAT - '
062000                'FILE STATUS ' WS-FS-CHA '.'
062100        DISPLAY 'A ANOTACAO ' NOTA-SEQ ' FOI GRAVADA.'
062200        GO TO P400-FIM
062300     END-IF
062400     WRITE REG-CHAMADA
062500     CLOSE CHAMADAS
062600
062700     MOVE FIL-ID-CONTATO          TO WS-FEI-BUSCA
062800     MOVE WS-RESULTADO            TO WS-FEI-NOVA-SIT
062900     PERFORM P070-MARCAR-FEITO    THRU P070-FIM
063000     DISPLAY 'LIGACAO REGISTRADA (ANOTACAO ' NOTA-SEQ ').'
063100     .
063200 P400-FIM. EXIT.
063300******************************************************************
063400*    P500-LISTAR - LISTA A FILA DO DIA DESTE COBRADOR COM A      *
063500*                 SITUACAO DE CADA DEVEDOR                       *
063600******************************************************************
063700 P500-LISTAR.
063800     MOVE '00'                    TO WS-FS-FIL
063900     OPEN INPUT FILA
064000     IF NOT FS-FIL-OK
064100        DISPLAY 'FILA DO DIA NAO ENCONTRADA (FILACOB.DAT) - '
064200                'RODAR O FILACOB.'
064300        GO TO P500-FIM
064400     END-IF
064500     MOVE ZEROS                   TO WS-CONT-FILA
064600     MOVE ZEROS                   TO WS-CONT-LIGADOS
064700     MOVE ZEROS                   TO WS-CONT-PENDENTES
064800     DISPLAY ' '
064900     DISPLAY 'ORD  ID     NOME                 FX NV FUP'
065000             '   VALOR DEVIDO SITUACAO'
065100     SET EOF-FIL-OK               TO FALSE
065200     PERFORM P510-LINHA-FILA      THRU P510-FIM
065300         UNTIL EOF-FIL-OK
065400     CLOSE FILA
065500     DISPLAY ' '
065600     DISPLAY 'NA FILA: ' WS-CONT-FILA
065700             '  LIGADOS: ' WS-CONT-LIGADOS
065800             '  PENDENTES: ' WS-CONT-PENDENTES
065900     .
066000 P500-FIM. EXIT.
066100 P510-LINHA-FILA.
066200     READ FILA
066300         AT END
066400             SET EOF-FIL-OK        TO TRUE
066500             GO TO P510-FIM
066600     END-READ
066700     IF FIL-COBRADOR NOT = WS-COBRADOR-FILA
066800        GO TO P510-FIM
066900     END-IF
067000     ADD 1                        TO WS-CONT-FILA
067100     MOVE FIL-ID-CONTATO          TO WS-FEI-BUSCA
067200     PERFORM P080-LOCALIZAR-FEITO THRU P080-FIM
067300     IF WS-FEI-ACHADO = ZEROS
067400        MOVE 'PENDENTE'           TO WS-SITUACAO-DESC
067500        ADD 1                     TO WS-CONT-PENDENTES
067600     ELSE
067700        EVALUATE WS-FEI-SITUACAO (WS-FEI-ACHADO)
067800            WHEN 'P'
067900                MOVE 'PROMESSA'   TO WS-SITUACAO-DESC
068000            WHEN 'C'
068100                MOVE 'SEM ACORDO' TO WS-SITUACAO-DESC
068200            WHEN 'R'
068300                MOVE 'RECADO'     TO WS-SITUACAO-DESC
068400            WHEN 'N'
068500                MOVE 'NAO ATENDE' TO WS-SITUACAO-DESC
068600            WHEN 'E'
068700                MOVE 'NUM. ERRADO' TO WS-SITUACAO-DESC
068800            WHEN OTHER
068900                MOVE 'DEPOIS'     TO WS-SITUACAO-DESC
069000        END-EVALUATE
069100        IF WS-FEI-SITUACAO (WS-FEI-ACHADO) = '*'
069200           ADD 1                  TO WS-CONT-PENDENTES
069300        ELSE
069400           ADD 1                  TO WS-CONT-LIGADOS
069500        END-IF
069600     END-IF
069700     MOVE FIL-DIVIDA              TO WS-MSK-VALOR
069800     DISPLAY FIL-ORDEM ' ' FIL-ID-CONTATO ' ' FIL-NM-CONTATO ' '
069900             FIL-FAIXA '  ' FIL-NIVEL-COBRANCA '  '
070000             FIL-FUP-VENCIDOS ' ' WS-MSK-VALOR ' '
070100             WS-SITUACAO-DESC
070200     .
070300 P510-FIM. EXIT.
070400******************************************************************
070500*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
070600******************************************************************
070700 P900-FIM.
070800     DISPLAY '*** FIM DA FILA DE COBRANCA ***'
070900     STOP RUN.
071000
071100     COPY FSTATUS.
071200     COPY DSNENV.
071300     COPY OPRLOG.
071400     COPY ACSLOG.
071400     COPY PRMGRV.
