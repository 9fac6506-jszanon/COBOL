000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    APRCTT.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-04-11.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: DUPLA CONFERENCIA (MAKER/CHECKER) DOS VALORES
000900*                 ACIMA DA ALCADA. LISTA AS PENDENCIAS DE
001000*                 APROV.DAT (LAYOUT APRVREG.CPY, GRAVADAS PELO
001100*                 CADMOV - MOVIMENTOS - E PELO CADCTT/CTTWRK -
001200*                 AUMENTOS DE LIMITE-CREDITO) COM O NUMERO DA
001300*                 LINHA E, ITEM A ITEM, APROVA OU REJEITA:
001400*                 - MOVIMENTO APROVADO E ANEXADO A MOVCTT.DAT COM
001500*                   O OPERADOR QUE DIGITOU E O APROVADOR, E SERA
001600*                   APLICADO NA PROXIMA EFETIVACAO (POSTSAL);
001700*                 - AUMENTO DE LIMITE APROVADO E GRAVADO EM
001800*                   CONTATOS.DAT, COM AUDITORIA CARIMBADA COM OS
001900*                   DOIS OPERADORES - DESDE QUE O LIMITE EM VIGOR
002000*                   AINDA SEJA O DA SOLICITACAO (SENAO A PENDENCIA
002100*                   FICA COMO ESTA E DEVE SER REJEITADA);
002100*                 - REEMBOLSO DE SALDO CREDOR (PROPOSTO PELO
002100*                   GERREEM) APROVADO SO E MARCADO - O PAGAMENTO
002100*                   E O DEBITO SAO DO PROXIMO PAGREEM;
002100*                 - REVISAO DE LIMITE PELO SCORE (PROPOSTA PELO
002100*                   SCORCTT, AUMENTO OU REDUCAO) APROVADA E
002100*                   GRAVADA COMO O AUMENTO DE LIMITE, COM A MESMA
002100*                   CONFERENCIA DO LIMITE EM VIGOR E AUDITORIA.
002100*                 AUMENTO DE LIMITE (OU REVISAO PARA CIMA) DE
002100*                 CONTATO COM DOCUMENTACAO PENDENTE OU VENCIDA
002100*                 (COPYBOOK DCTCHK) NAO E GRAVADO - A PENDENCIA
002100*                 DEVE SER REJEITADA.
002200*                 DECIDIR E RESTRITO A SUPERVISOR, E NUNCA SOBRE A
002300*                 PROPRIA SOLICITACAO. A DECISAO FICA NO PROPRIO
002400*                 REGISTRO (SITUACAO, DATA/HORA E OPERADOR), QUE
002500*                 E REGRAVADO VIA APROV.TMP, MESMA TECNICA DO
002600*                 CADRET SOBRE MOVRET.DAT.
002700*----------------------------------------------------------------*
002800*    HISTORICO DE ALTERACOES
002900*    DATA       AUTOR   DESCRICAO
003000*    ---------- ------- ----------------------------------------
003100*    2025-04-11 JSZ     PROGRAMA CRIADO (APROVACAO DE VALORES
003200*                       ACIMA DA ALCADA).
003200*    2025-05-23 JSZ     PENDENCIA DE REEMBOLSO DE SALDO CREDOR
003200*                       (TIPO 'R', GERREEM): LISTADA E DECIDIDA
003200*                       AQUI, PAGA PELO PAGREEM.
003200*    2025-06-13 JSZ     PENDENCIA DE REVISAO DE LIMITE PELO SCORE
003200*                       (TIPO 'S', SCORCTT): LISTADA COM A NOTA
003200*                       E GRAVADA NA APROVACAO.
003200*    2025-07-25 JSZ     A MENSAGEM DE CONFIRMACAO USA O TIPO DA
003200*                       LINHA DECIDIDA (WS-TIPO-DECIDIDO), NAO O
003200*                       DA ULTIMA LINHA LIDA DO ARQUIVO.
003200*    2025-07-25 JSZ     P340 PASSA PELA REGRA DE DOCUMENTACAO DO
003200*                       DCTCHK (9444) ANTES DE GRAVAR O NOVO
003200*                       LIMITE - A PENDENCIA FEITA ANTES DE O
003200*                       DOCUMENTO VENCER NAO FURA MAIS O BLOQUEIO.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT APROVACAO ASSIGN TO WS-APROVACAO-DSN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FS-APR.
004300     SELECT APRTEMP ASSIGN TO WS-APRTEMP-DSN
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-FS-TMP.
004600     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-FS-MOV.
004900     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ID-CONTATO
005300         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
005400         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
005500             SUPPRESS WHEN SPACES
005600         LOCK MODE IS MANUAL
005700         FILE STATUS IS WS-FS.
005800     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-FS-AUD.
006100     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS OPE-CODIGO
006500         FILE STATUS IS WS-FS-OPE.
006500     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
006500         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS DCT-CHAVE
006500         FILE STATUS IS WS-FS-DCT.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  APROVACAO.
006900     COPY APRVREG.
007000 FD  APRTEMP.
007100 01  REG-APRTEMP                  PIC X(101).
007200 FD  MOVIMENTOS.
007300     COPY MOVREG.
007400 FD  CONTATOS.
007500     COPY CONTREG.
007600 FD  AUDITORIA.
007700     COPY AUDREG.
007800 FD  OPERADOR.
007900     COPY OPERREG.
007900 FD  DOCTOS.
007900     COPY DCTREG.
008000 WORKING-STORAGE SECTION.
008100 01  WS-APROVACAO-DSN             PIC X(100) VALUE 'APROV.DAT'.
008200 01  WS-APRTEMP-DSN               PIC X(100) VALUE 'APROV.TMP'.
008300 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
008400 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
008500 77  WS-FS-APR                    PIC X(02) VALUE '00'.
008600     88 FS-APR-OK                 VALUE '00'.
008700 77  WS-FS-TMP                    PIC X(02) VALUE '00'.
008800     88 FS-TMP-OK                 VALUE '00'.
008900 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
009000     88 FS-MOV-OK                 VALUE '00'.
009100 77  WS-FS                        PIC X(02) VALUE '00'.
009200     88 FS-OK                     VALUE '00'.
009300 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
009400 77  WS-EXIT                      PIC X(01) VALUE 'N'.
009500     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
009600 77  WS-EOF-APR                   PIC X(01) VALUE 'N'.
009700     88 EOF-APR-OK                VALUE 'S' FALSE 'N'.
009800 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
009900     88 OPC-LISTAR                VALUE '1'.
010000     88 OPC-APROVAR               VALUE '2'.
010100     88 OPC-REJEITAR              VALUE '3'.
010200     88 OPC-SAIR                  VALUE '4'.
010300 77  WS-LINHA-ALVO                PIC 9(06) VALUE ZEROS.
010400 77  WS-NUM-LINHA                 PIC 9(06) VALUE ZEROS.
010500 77  WS-CONT-LISTADOS             PIC 9(06) VALUE ZEROS.
010600 01  WS-ACHOU-ALVO                PIC X(01) VALUE 'N'.
010700     88 ACHOU-ALVO                VALUE 'S' FALSE 'N'.
010700 01  WS-TIPO-DECIDIDO             PIC X(01) VALUE SPACES.
010700     88 DEC-MOVIMENTO             VALUE 'M'.
010700     88 DEC-LIMITE                VALUE 'L'.
010700     88 DEC-REEMBOLSO             VALUE 'R'.
010700     88 DEC-REVISAO               VALUE 'S'.
010800 01  WS-ACAO-ALVO                 PIC X(01) VALUE SPACES.
010900     88 ACAO-APROVAR              VALUE 'A'.
011000     88 ACAO-REJEITAR             VALUE 'R'.
011100*    RESULTADO DA APLICACAO DA LINHA ALVO (MOVCTT.DAT OU
011200*    CONTATOS.DAT) - SEM ELE A PENDENCIA NAO E MARCADA.
011300 01  WS-APLICOU-SW                PIC X(01) VALUE 'N'.
011400     88 APLICOU-OK                VALUE 'S' FALSE 'N'.
011500 77  WS-DEC-DATA                  PIC 9(08) VALUE ZEROS.
011600 77  WS-DEC-HORA                  PIC 9(08) VALUE ZEROS.
011700*----------------------------------------------------------------*
011800*    MASCARA DE EDICAO PARA A LISTAGEM (MESMO ESTILO DO RELEXTR) *
011900*----------------------------------------------------------------*
012000 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
012100 01  WS-MSK-LIMITE                PIC $$$.$$$.$$9,99.
012200*----------------------------------------------------------------*
012300*    AREA DE TRABALHO DA AUDITORIA (COPYBOOK AUDLOG)             *
012400*----------------------------------------------------------------*
012500 01  WS-AUDITORIA-DSN             PIC X(100) VALUE 'AUDCTT.LOG'.
012600 77  WS-FS-AUD                    PIC X(02) VALUE '00'.
012700     88 FS-AUD-OK                 VALUE '00'.
012800 77  WS-AUD-DATA                  PIC 9(08) VALUE ZEROS.
012900 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
013000 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'APRCTT'.
013100 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
013200 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
013300 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
013400 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
013500 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
013600     88 AUD-EOF-OK                VALUE 'S' FALSE 'N'.
013700 77  WS-ELO-BASE                  PIC 9(08) VALUE ZEROS.
013800 77  WS-ELO-SEQ                   PIC 9(08) VALUE ZEROS.
013900 77  WS-ELO-RESULT                PIC 9(08) VALUE ZEROS.
014000 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
014100 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
014200 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
014300 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
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
015800*----------------------------------------------------------------*
015800*    AREA DA SITUACAO DA DOCUMENTACAO (COPYBOOK DCTCHK)          *
015800*----------------------------------------------------------------*
015800 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
015800 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
015800     88 FS-DCT-OK                 VALUE '00'.
015800 77  WS-DCT-BUSCA                 PIC 9(06) VALUE ZEROS.
015800 01  WS-DCT-CATEGORIA             PIC X(10) VALUE SPACES.
015800 77  WS-DCT-DATA-REF              PIC 9(08) VALUE ZEROS.
015800 01  WS-DCT-SITUACAO              PIC X(01) VALUE SPACES.
015800     88 DCT-DISPENSADO            VALUE 'D'.
015800     88 DCT-REGULAR               VALUE 'R'.
015800     88 DCT-PENDENTE              VALUE 'P'.
015800     88 DCT-VENCIDO               VALUE 'V'.
015800     88 DCT-IRREGULAR             VALUE 'P' 'V'.
015800 01  WS-DCT-OBRIG-TAB.
015800     03  WS-DCT-OBRIG             OCCURS 3 TIMES.
015800         05  WS-DCT-O-ST          PIC X(01).
015800         05  WS-DCT-O-VALIDADE    PIC 9(08).
015800 77  WS-DCT-PROX-VENC             PIC 9(08) VALUE ZEROS.
015800 77  WS-DCT-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
015800 77  WS-DCT-IDX                   PIC 9(01) VALUE ZEROS.
015800 01  WS-DCT-ABERTO-SW             PIC X(01) VALUE 'N'.
015800     88 DCT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
015800 01  WS-DCT-EOF-SW                PIC X(01) VALUE 'N'.
015800     88 DCT-EOF-OK                VALUE 'S' FALSE 'N'.
015800 01  WS-DCT-BARRADO-SW            PIC X(01) VALUE 'N'.
015800     88 DCT-LIMITE-BARRADO        VALUE 'S' FALSE 'N'.
015800*----------------------------------------------------------------*
015900 PROCEDURE DIVISION.
016000******************************************************************
016100*    0000-MAINLINE - ROTINA PRINCIPAL                            *
016200******************************************************************
016300 0000-MAINLINE.
016400     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
016500     DISPLAY '*** APROVACAO DE VALORES ACIMA DA ALCADA '
016600             '(APRCTT) ***'
016700     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
016800     IF NOT OPR-OK
016900        PERFORM P900-FIM
017000     END-IF
017100     SET EXIT-OK                  TO FALSE
017200     PERFORM P100-MENU            THRU P100-FIM
017300         UNTIL EXIT-OK
017400     PERFORM P900-FIM
017500     .
017600******************************************************************
017700*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA  *
017800******************************************************************
017900 P100-MENU.
018000     MOVE SPACES                  TO WS-OPCAO
018100     DISPLAY ' '
018200     DISPLAY '1 - LISTAR PENDENCIAS DE APROVACAO'
018300     DISPLAY '2 - APROVAR'
018400     DISPLAY '3 - REJEITAR'
018500     DISPLAY '4 - SAIR'
018600     DISPLAY 'INFORME A OPCAO DESEJADA: '
018700     ACCEPT WS-OPCAO
018800
018900     EVALUATE TRUE
019000         WHEN OPC-LISTAR
019100             PERFORM P200-LISTAR      THRU P200-FIM
019200         WHEN OPC-APROVAR
019300             IF NOT OPR-SUPERVISOR
019400                DISPLAY 'APROVACAO RESTRITA A SUPERVISOR.'
019500             ELSE
019600                SET ACAO-APROVAR     TO TRUE
019700                PERFORM P300-REGRAVAR THRU P300-FIM
019800             END-IF
019900         WHEN OPC-REJEITAR
020000             IF NOT OPR-SUPERVISOR
020100                DISPLAY 'REJEICAO RESTRITA A SUPERVISOR.'
020200             ELSE
020300                SET ACAO-REJEITAR    TO TRUE
020400                PERFORM P300-REGRAVAR THRU P300-FIM
020500             END-IF
020600         WHEN OPC-SAIR
020700             SET EXIT-OK              TO TRUE
020800         WHEN OTHER
020900             DISPLAY 'OPCAO INVALIDA.'
021000     END-EVALUATE
021100     .
021200 P100-FIM. EXIT.
021300******************************************************************
021400*    P200-LISTAR - LISTA AS PENDENCIAS COM O NUMERO DA LINHA     *
021500*                 (USADO PELA APROVACAO E PELA REJEICAO). AS     *
021600*                 LINHAS JA DECIDIDAS CONTAM NA NUMERACAO MAS NAO*
021700*                 SAO EXIBIDAS                                   *
021800******************************************************************
021900 P200-LISTAR.
022000     SET EOF-APR-OK               TO FALSE
022100     MOVE ZEROS                   TO WS-NUM-LINHA
022200     MOVE ZEROS                   TO WS-CONT-LISTADOS
022300     MOVE '00'                    TO WS-FS-APR
022400     OPEN INPUT APROVACAO
022500     IF NOT FS-APR-OK
022600        DISPLAY 'NENHUMA PENDENCIA DE APROVACAO (APROV.DAT NAO '
022700                'ENCONTRADO).'
022800        GO TO P200-FIM
022900     END-IF
023000
023100     PERFORM P210-LISTAR-LINHA    THRU P210-FIM
023200         UNTIL EOF-APR-OK
023300
023400     CLOSE APROVACAO
023500     DISPLAY ' '
023600     DISPLAY 'PENDENCIAS DE APROVACAO: ' WS-CONT-LISTADOS
023700     .
023800 P200-FIM. EXIT.
023900******************************************************************
024000*    P210-LISTAR-LINHA - LE UM REGISTRO E, SE PENDENTE, EXIBE-O  *
024100*                 COM O NUMERO DA LINHA E QUEM SOLICITOU         *
024200******************************************************************
024300 P210-LISTAR-LINHA.
024400     READ APROVACAO
024500         AT END
024600             SET EOF-APR-OK        TO TRUE
024700             GO TO P210-FIM
024800     END-READ
024900     ADD 1                        TO WS-NUM-LINHA
025000     IF NOT APR-PENDENTE
025100        GO TO P210-FIM
025200     END-IF
025300
025400     ADD 1                        TO WS-CONT-LISTADOS
025500     MOVE APR-VALOR               TO WS-MSK-VALOR
025600     EVALUATE TRUE
025600         WHEN APR-MOVIMENTO
025700             DISPLAY 'LINHA ' WS-NUM-LINHA ' - MOVIMENTO - '
025800                     'CONTATO ' APR-ID-CONTATO ' ' APR-MOV-DATA
025900                     ' ' APR-MOV-TIPO ' ' WS-MSK-VALOR ' '
025900                     APR-MOV-MOTIVO
025900         WHEN APR-REEMBOLSO
025900             DISPLAY 'LINHA ' WS-NUM-LINHA ' - REEMBOLSO - '
025900                     'CONTATO ' APR-ID-CONTATO ' SALDO CREDOR '
025900                     WS-MSK-VALOR ' (LISTAGEM GERREEM.LST)'
025900         WHEN APR-REVISAO
025900             MOVE APR-LIMITE-ANT  TO WS-MSK-LIMITE
025900             DISPLAY 'LINHA ' WS-NUM-LINHA ' - REVISAO DE '
025900                     'LIMITE (SCORE) - CONTATO ' APR-ID-CONTATO
025900                     ' DE ' WS-MSK-LIMITE ' PARA ' WS-MSK-VALOR
025900             DISPLAY '      ' APR-MOV-MOTIVO
025900                     ' (LISTAGEM SCORCTT.LST)'
026000         WHEN OTHER
026100             MOVE APR-LIMITE-ANT  TO WS-MSK-LIMITE
026200             DISPLAY 'LINHA ' WS-NUM-LINHA ' - LIMITE DE '
026300                     'CREDITO - CONTATO ' APR-ID-CONTATO ' DE '
026400                     WS-MSK-LIMITE ' PARA ' WS-MSK-VALOR
026500     END-EVALUATE
026600     DISPLAY '      SOLICITADO EM ' APR-DATA-HORA-SOL ' POR '
026700             APR-OPER-SOL ' - PROGRAMA ' APR-PROGRAMA
026800     .
026900 P210-FIM. EXIT.
027000******************************************************************
027100*    P300-REGRAVAR - APROVA OU REJEITA UMA PENDENCIA PELO NUMERO *
027200*                 DA LINHA, REGRAVANDO APROV.DAT VIA APROV.TMP   *
027300*                 (MESMA TECNICA DO CADRET)                      *
027400******************************************************************
027500 P300-REGRAVAR.
027600     DISPLAY 'INFORME O NUMERO DA LINHA (VER OPCAO 1): '
027700     ACCEPT WS-LINHA-ALVO
027800     IF WS-LINHA-ALVO NOT NUMERIC OR WS-LINHA-ALVO = ZEROS
027900        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
028000                'MAIOR QUE ZERO.'
028100        GO TO P300-FIM
028200     END-IF
028300
028400     SET EOF-APR-OK               TO FALSE
028500     SET ACHOU-ALVO               TO FALSE
028600     MOVE ZEROS                   TO WS-NUM-LINHA
028700     MOVE '00'                    TO WS-FS-APR
028800     OPEN INPUT APROVACAO
028900     IF NOT FS-APR-OK
029000        DISPLAY 'NENHUMA PENDENCIA DE APROVACAO (APROV.DAT NAO '
029100                'ENCONTRADO).'
029200        GO TO P300-FIM
029300     END-IF
029400     OPEN OUTPUT APRTEMP
029500     IF NOT FS-TMP-OK
029600        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRABALHO: '
029700                WS-APRTEMP-DSN
029800        CLOSE APROVACAO
029900        GO TO P300-FIM
030000     END-IF
030100
030200     PERFORM P310-TRATAR-LINHA    THRU P310-FIM
030300         UNTIL EOF-APR-OK
030400
030500     CLOSE APROVACAO
030600     CLOSE APRTEMP
030700
030800     IF NOT ACHOU-ALVO
030900        DISPLAY 'LINHA ' WS-LINHA-ALVO ' NAO DECIDIDA - NADA FOI '
031000                'GRAVADO.'
031100        GO TO P300-FIM
031200     END-IF
031300
031400     PERFORM P330-DEVOLVER-ARQUIVO THRU P330-FIM
031500     IF ACAO-REJEITAR
031600        DISPLAY 'PENDENCIA REJEITADA.'
031700        GO TO P300-FIM
031800     END-IF
031900     EVALUATE TRUE
031900         WHEN DEC-MOVIMENTO
032000             DISPLAY 'MOVIMENTO APROVADO - SERA APLICADO NA '
032100                     'PROXIMA EFETIVACAO (POSTSAL).'
032100         WHEN DEC-REEMBOLSO
032100             DISPLAY 'REEMBOLSO APROVADO - SERA PAGO NO PROXIMO '
032100                     'PAGREEM.'
032100         WHEN DEC-REVISAO
032100             DISPLAY 'REVISAO DE LIMITE APROVADA E GRAVADA.'
032200         WHEN OTHER
032300             DISPLAY 'AUMENTO DE LIMITE APROVADO E GRAVADO.'
032400     END-EVALUATE
032500     .
032600 P300-FIM. EXIT.
032700******************************************************************
032800*    P310-TRATAR-LINHA - COPIA UM REGISTRO PARA O ARQUIVO DE     *
032900*                 TRABALHO; A LINHA ALVO, SE PENDENTE E DE OUTRO *
033000*                 OPERADOR, SAI MARCADA COM A DECISAO            *
033100******************************************************************
033200 P310-TRATAR-LINHA.
033300     READ APROVACAO
033400         AT END
033500             SET EOF-APR-OK        TO TRUE
033600             GO TO P310-FIM
033700     END-READ
033800     ADD 1                        TO WS-NUM-LINHA
033900
034000     IF WS-NUM-LINHA NOT = WS-LINHA-ALVO
034100        MOVE REG-APROVACAO        TO REG-APRTEMP
034200        WRITE REG-APRTEMP
034300        GO TO P310-FIM
034400     END-IF
034500
034600     IF NOT APR-PENDENTE
034700        DISPLAY 'LINHA ' WS-NUM-LINHA ' JA FOI DECIDIDA POR '
034800                APR-OPER-DEC '.'
034900        MOVE REG-APROVACAO        TO REG-APRTEMP
035000        WRITE REG-APRTEMP
035100        GO TO P310-FIM
035200     END-IF
035300*    A DUPLA CONFERENCIA EXIGE DUAS PESSOAS: QUEM DIGITOU NAO
035400*    DECIDE A PROPRIA SOLICITACAO, NEM SENDO SUPERVISOR.
035500     IF APR-OPER-SOL = WS-OPR-CODIGO
035600        DISPLAY 'LINHA ' WS-NUM-LINHA ' FOI SOLICITADA POR '
035700                'VOCE - A DECISAO CABE A OUTRO SUPERVISOR.'
035800        MOVE REG-APROVACAO        TO REG-APRTEMP
035900        WRITE REG-APRTEMP
036000        GO TO P310-FIM
036100     END-IF
036200
036300     SET APLICOU-OK               TO TRUE
036400*    O REEMBOLSO APROVADO NAO E APLICADO AQUI: O PAGREEM CONFERE
036400*    DE NOVO O SALDO E A CONTA BANCARIA ANTES DE PAGAR E DEBITAR.
036400     IF ACAO-APROVAR
036500        EVALUATE TRUE
036500            WHEN APR-MOVIMENTO
036600                PERFORM P320-GRAVAR-MOVIMENTO THRU P320-FIM
036600            WHEN APR-REEMBOLSO
036600                CONTINUE
036700            WHEN OTHER
036800                PERFORM P340-GRAVAR-LIMITE    THRU P340-FIM
036900        END-EVALUATE
037000     END-IF
037100     IF APLICOU-OK
037200        SET ACHOU-ALVO            TO TRUE
037200        MOVE APR-TIPO             TO WS-TIPO-DECIDIDO
037300        PERFORM P315-MARCAR-DECISAO THRU P315-FIM
037400     END-IF
037500     MOVE REG-APROVACAO           TO REG-APRTEMP
037600     WRITE REG-APRTEMP
037700     .
037800 P310-FIM. EXIT.
037900******************************************************************
038000*    P315-MARCAR-DECISAO - CARIMBA NA LINHA ALVO A SITUACAO, A   *
038100*                 DATA/HORA E O OPERADOR DA DECISAO              *
038200******************************************************************
038300 P315-MARCAR-DECISAO.
038400     IF ACAO-APROVAR
038500        SET APR-APROVADA          TO TRUE
038600     ELSE
038700        SET APR-REJEITADA         TO TRUE
038800     END-IF
038900     ACCEPT WS-DEC-DATA           FROM DATE YYYYMMDD
039000     ACCEPT WS-DEC-HORA           FROM TIME
039100     MOVE WS-DEC-DATA             TO APR-DATA-HORA-DEC (1:8)
039200     MOVE WS-DEC-HORA (1:6)       TO APR-DATA-HORA-DEC (9:6)
039300     MOVE WS-OPR-CODIGO           TO APR-OPER-DEC
039400     .
039500 P315-FIM. EXIT.
039600******************************************************************
039700*    P320-GRAVAR-MOVIMENTO - ANEXA O MOVIMENTO APROVADO A        *
039800*                 MOVCTT.DAT COM QUEM DIGITOU E QUEM APROVOU     *
039900******************************************************************
040000 P320-GRAVAR-MOVIMENTO.
040100     MOVE '00'                    TO WS-FS-MOV
040200     OPEN EXTEND MOVIMENTOS
040300     IF WS-FS-MOV = '35'
040400        OPEN OUTPUT MOVIMENTOS
040500        MOVE '00'                 TO WS-FS-MOV
040600     END-IF
040700     IF NOT FS-MOV-OK
040800        MOVE WS-FS-MOV            TO WS-FS
040900        PERFORM 9000-TRADUZIR-FS
041000        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS: '
041100                WS-FS-MSG
041200        SET APLICOU-OK            TO FALSE
041300        GO TO P320-FIM
041400     END-IF
041500
041600     MOVE APR-ID-CONTATO          TO MOV-ID-CONTATO
041700     MOVE APR-MOV-DATA            TO MOV-DATA
041800     MOVE APR-MOV-TIPO            TO MOV-TIPO
041900     MOVE APR-VALOR               TO MOV-VALOR
042000     MOVE APR-MOV-MOTIVO          TO MOV-MOTIVO
042100     MOVE ZEROS                   TO MOV-REF-SEQ
042200     MOVE SPACES                  TO MOV-LIBERADO
042300     MOVE APR-OPER-SOL            TO MOV-OPER-INCL
042400     MOVE WS-OPR-CODIGO           TO MOV-OPER-APROV
042500     WRITE REG-MOVIMENTO
042600     IF NOT FS-MOV-OK
042700        MOVE WS-FS-MOV            TO WS-FS
042800        PERFORM 9000-TRADUZIR-FS
042900        DISPLAY 'NAO FOI POSSIVEL GRAVAR O MOVIMENTO: ' WS-FS-MSG
043000        SET APLICOU-OK            TO FALSE
043100     END-IF
043200     CLOSE MOVIMENTOS
043300     .
043400 P320-FIM. EXIT.
043500******************************************************************
043600*    P330-DEVOLVER-ARQUIVO - REGRAVA APROV.DAT A PARTIR DO       *
043700*                 ARQUIVO DE TRABALHO                            *
043800******************************************************************
043900 P330-DEVOLVER-ARQUIVO.
044000     SET EOF-APR-OK               TO FALSE
044100     OPEN INPUT APRTEMP
044200     OPEN OUTPUT APROVACAO
044300     IF NOT FS-TMP-OK OR NOT FS-APR-OK
044400        DISPLAY 'ERRO AO REGRAVAR APROV.DAT - O CONTEUDO ESTA '
044500                'PRESERVADO EM APROV.TMP.'
044600        GO TO P330-FIM
044700     END-IF
044800
044900     PERFORM P335-COPIAR-LINHA    THRU P335-FIM
045000         UNTIL EOF-APR-OK
045100
045200     CLOSE APRTEMP
045300     CLOSE APROVACAO
045400     .
045500 P330-FIM. EXIT.
045600******************************************************************
045700*    P335-COPIAR-LINHA - COPIA UMA LINHA DO ARQUIVO DE TRABALHO  *
045800*                 DE VOLTA PARA APROV.DAT                        *
045900******************************************************************
046000 P335-COPIAR-LINHA.
046100     READ APRTEMP
046200         AT END
046300             SET EOF-APR-OK        TO TRUE
046400         NOT AT END
046500             MOVE REG-APRTEMP      TO REG-APROVACAO
046600             WRITE REG-APROVACAO
046700     END-READ
046800     .
046900 P335-FIM. EXIT.
047000******************************************************************
047100*    P340-GRAVAR-LIMITE - GRAVA O NOVO LIMITE-CREDITO APROVADO   *
047200*                 SOB BLOQUEIO, COM A AUDITORIA CARIMBADA COM    *
047300*                 QUEM DIGITOU (AUD-OPERADOR) E QUEM APROVOU     *
047400*                 (AUD-OPER-APROV). SE O LIMITE EM VIGOR JA NAO E*
047500*                 O DA SOLICITACAO, NADA E GRAVADO               *
047500*                 NEM QUANDO O AUMENTO ESBARRA NA DOCUMENTACAO   *
047500*                 DO CONTATO (9444, COPYBOOK DCTCHK)             *
047600******************************************************************
047700 P340-GRAVAR-LIMITE.
047800     SET APLICOU-OK               TO FALSE
047900     OPEN I-O CONTATOS
048000     IF NOT FS-OK
048100        PERFORM 9000-TRADUZIR-FS
048200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
048300        GO TO P340-FIM
048400     END-IF
048500
048600     MOVE APR-ID-CONTATO          TO ID-CONTATO
048700     READ CONTATOS WITH LOCK
048800         INVALID KEY
048900             DISPLAY 'CONTATO ' APR-ID-CONTATO ' NAO EXISTE - '
049000                     'REJEITE A PENDENCIA.'
049100             CLOSE CONTATOS
049200             GO TO P340-FIM
049300     END-READ
049400*    O LIMITE MUDOU DEPOIS DA SOLICITACAO (OUTRA ALTERACAO OU
049500*    OUTRA APROVACAO) - O SUPERVISOR ESTARIA APROVANDO SOBRE UMA
049600*    BASE QUE NAO VIU.
049700     IF LIMITE-CREDITO NOT = APR-LIMITE-ANT
049800        MOVE LIMITE-CREDITO       TO WS-MSK-LIMITE
049900        DISPLAY 'O LIMITE EM VIGOR (' WS-MSK-LIMITE ') NAO E '
050000                'MAIS O DA SOLICITACAO - REJEITE A PENDENCIA.'
050100        UNLOCK CONTATOS
050200        CLOSE CONTATOS
050300        GO TO P340-FIM
050400     END-IF
050500
050600     MOVE REG-CONTATOS            TO WS-REG-ANTERIOR-AUD
050700     MOVE APR-VALOR               TO LIMITE-CREDITO
050700     MOVE APR-LIMITE-ANT          TO WS-DCT-LIMITE-ANT
050700     PERFORM 9444-BARRAR-AUMENTO-LIMITE THRU 9444-FIM
050700     IF DCT-LIMITE-BARRADO
050700        DISPLAY 'DOCUMENTACAO PENDENTE/VENCIDA - REJEITE A '
050700                'PENDENCIA.'
050700        UNLOCK CONTATOS
050700        CLOSE CONTATOS
050700        GO TO P340-FIM
050700     END-IF
050800     REWRITE REG-CONTATOS
050900         INVALID KEY
051000             PERFORM 9000-TRADUZIR-FS
051100             DISPLAY 'NAO FOI POSSIVEL GRAVAR O LIMITE: '
051200                     WS-FS-MSG
051300         NOT INVALID KEY
051400             SET APLICOU-OK           TO TRUE
051500             SET AUD-OP-ALTERACAO     TO TRUE
051600             MOVE ID-CONTATO          TO AUD-ID-CONTATO
051700             MOVE WS-REG-ANTERIOR-AUD TO AUD-REG-ANTERIOR
051800             MOVE REG-CONTATOS        TO AUD-REG-NOVO
051900             MOVE APR-OPER-SOL        TO WS-AUD-OPERADOR
052000             MOVE WS-OPR-CODIGO       TO AUD-OPER-APROV
052100             PERFORM 9201-GRAVAR-COM-APROVADOR THRU 9200-FIM
052200     END-REWRITE
052300     UNLOCK CONTATOS
052400     CLOSE CONTATOS
052500     .
052600 P340-FIM. EXIT.
052700******************************************************************
052800*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
052900******************************************************************
053000 P900-FIM.
053100     DISPLAY '*** FIM DA APROVACAO DE VALORES ***'
053200     STOP RUN.
053300
053400     COPY FSTATUS.
053500     COPY DSNENV.
053600     COPY AUDLOG.
053700     COPY AUDCHN.
053800     COPY OPRLOG.
053800     COPY DCTCHK.
