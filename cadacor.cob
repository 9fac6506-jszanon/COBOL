000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADACOR.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-02-07.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CAPTURA, CONSULTA E CANCELAMENTO DOS ACORDOS
000900*                 DE PARCELAMENTO DE DEVEDORES (ACORDOS.DAT,
001000*                 LAYOUT ACORREG.CPY, NO MESMO MOLDE DO CADNOTA
001100*                 PARA NOTAS.DAT). O ACORDO SO E ACEITO PARA
001200*                 CONTATO ATIVO COM SALDO-CONTATO NEGATIVO E SEM
001300*                 OUTRO ACORDO ATIVO. NA CAPTURA, O TOTAL
001400*                 NEGOCIADO ENTRA EM MOVCTT.DAT COMO CREDITO
001500*                 'ACORDO' - A DIVIDA SAI DO SALDO CORRENTE E
001600*                 VOLTA PARCELA A PARCELA PELOS DEBITOS
001700*                 'PARCACORDO' QUE O GERACOR LANCA TODO MES. NO
001800*                 CANCELAMENTO, O QUE AINDA NAO FOI PARCELADO
001900*                 VOLTA AO SALDO COMO DEBITO 'ACORDO'.
002000*                 CAPTURA E CANCELAMENTO EXIGEM SIGN-ON DE
002100*                 MANUTENCAO OU SUPERVISOR (COPYBOOK OPRLOG); A
002200*                 CONSULTA FICA ABERTA A QUALQUER OPERADOR.
002200*                 O ACORDO FICA MARCADO (ACO-MOV-PENDENTE) ATE O
002200*                 CREDITO OU DEBITO 'ACORDO' ENTRAR EM MOVCTT.DAT;
002200*                 SE A GRAVACAO DO MOVIMENTO FALHAR, A OPCAO 4
002200*                 RELANCA O MOVIMENTO PENDENTE DO ACORDO.
002300*----------------------------------------------------------------*
002400*    HISTORICO DE ALTERACOES
002500*    DATA       AUTOR   DESCRICAO
002600*    ---------- ------- ----------------------------------------
002700*    2025-02-07 JSZ     PROGRAMA CRIADO (ACORDOS DE
002800*                       PARCELAMENTO).
002800*    2025-07-25 JSZ     MARCA DE MOVIMENTO PENDENTE NO ACORDO E
002800*                       OPCAO 4 PARA RELANCAR O CREDITO/DEBITO
002800*                       ACORDO QUE NAO ENTROU EM MOVCTT.DAT (O
002800*                       MOTIVO ACORDO E DE SISTEMA E NAO PASSA NO
002800*                       CADMOV). O P260 PASSA A CONFERIR O STATUS
002800*                       DO WRITE E NAO MAIS O DO CLOSE.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ID-CONTATO
004000         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004033         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004066             SUPPRESS WHEN SPACES
004100         LOCK MODE IS MANUAL
004200         FILE STATUS IS WS-FS.
004300     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ACO-CHAVE
004700         LOCK MODE IS MANUAL
004800         FILE STATUS IS WS-FS-ACO.
004900     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FS-MOV.
005200     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS OPE-CODIGO
005600         FILE STATUS IS WS-FS-OPE.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CONTATOS.
006000     COPY CONTREG.
006100 FD  ACORDOS.
006200     COPY ACORREG.
006300 FD  MOVIMENTOS.
006400     COPY MOVREG.
006500 FD  OPERADOR.
006600     COPY OPERREG.
006700 WORKING-STORAGE SECTION.
006800 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006900 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
007000 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
007100 77  WS-FS                        PIC X(02) VALUE '00'.
007200     88 FS-OK                     VALUE '00'.
007300 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
007400     88 FS-ACO-OK                 VALUE '00'.
007500 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
007600     88 FS-MOV-OK                 VALUE '00'.
007700 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007800 77  WS-EXIT                      PIC X(01) VALUE 'N'.
007900     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
008000 77  WS-EOF-ACO                   PIC X(01) VALUE 'N'.
008100     88 EOF-ACO-OK                VALUE 'S' FALSE 'N'.
008200 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
008300     88 OPC-INCLUIR               VALUE '1'.
008400     88 OPC-CONSULTAR             VALUE '2'.
008500     88 OPC-CANCELAR              VALUE '3'.
008600     88 OPC-RELANCAR              VALUE '4'.
008600     88 OPC-SAIR                  VALUE '5'.
008700 77  WS-ID-ENTRADA                PIC 9(06) VALUE ZEROS.
008800 77  WS-SEQ-ENTRADA               PIC 9(02) VALUE ZEROS.
008900 77  WS-PROXIMO-SEQ               PIC 9(02) VALUE ZEROS.
009000 77  WS-VALOR-ENTRADA             PIC 9(09)V99 VALUE ZEROS.
009100 77  WS-QTD-ENTRADA               PIC 9(03) VALUE ZEROS.
009200 77  WS-DIA-ENTRADA               PIC 9(02) VALUE ZEROS.
009300 77  WS-CONFIRMA                  PIC X(01) VALUE SPACES.
009400 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
009500 77  WS-SALDO-DEVEDOR             PIC 9(09)V99 VALUE ZEROS.
009600 77  WS-VALOR-RESTANTE            PIC 9(09)V99 VALUE ZEROS.
009700 77  WS-NIVEL-CONTATO             PIC 9(01) VALUE ZEROS.
009800 77  WS-AVISO-CONTATO             PIC 9(08) VALUE ZEROS.
009900 77  WS-CONT-ACORDOS              PIC 9(03) VALUE ZEROS.
010000 01  WS-CONTATO-VALIDO            PIC X(01) VALUE 'N'.
010100     88 CONTATO-VALIDO            VALUE 'S' FALSE 'N'.
010200 01  WS-TEM-ATIVO-SW              PIC X(01) VALUE 'N'.
010300     88 TEM-ACORDO-ATIVO          VALUE 'S' FALSE 'N'.
010300 01  WS-LANCOU-SW                 PIC X(01) VALUE 'N'.
010300     88 LANCOU-OK                 VALUE 'S' FALSE 'N'.
010400*----------------------------------------------------------------*
010500*    MASCARAS DE EDICAO (MESMO ESTILO DO RELEXTR)                *
010600*----------------------------------------------------------------*
010700 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
010800 01  WS-MSK-PARCELA               PIC $$$.$$$.$$9,99.
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
012100*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
012200*----------------------------------------------------------------*
012300 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
012400 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
012500     88 FS-OPE-OK                 VALUE '00'.
012600 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
012700 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
012800 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
012900     88 OPR-CONSULTA              VALUE 'C'.
013000     88 OPR-MANUTENCAO            VALUE 'M'.
013100     88 OPR-SUPERVISOR            VALUE 'S'.
013200 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
013300     88 OPR-OK                    VALUE 'S' FALSE 'N'.
013400 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
013500 PROCEDURE DIVISION.
013600******************************************************************
013700*    0000-MAINLINE - ROTINA PRINCIPAL                            *
013800******************************************************************
013900 0000-MAINLINE.
014000     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
014100     DISPLAY '*** ACORDOS DE PARCELAMENTO (CADACOR) ***'
014200     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
014300     IF NOT OPR-OK
014400        PERFORM P900-FIM
014500     END-IF
014600     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
014700     SET EXIT-OK                  TO FALSE
014800     PERFORM P100-MENU            THRU P100-FIM
014900         UNTIL EXIT-OK
015000     PERFORM P900-FIM
015100     .
015200******************************************************************
015300*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA   *
015400******************************************************************
015500 P100-MENU.
015600     MOVE SPACES                  TO WS-OPCAO
015700     DISPLAY ' '
015800     DISPLAY '1 - REGISTRAR ACORDO'
015900     DISPLAY '2 - CONSULTAR ACORDOS DO CONTATO'
016000     DISPLAY '3 - CANCELAR ACORDO'
016100     DISPLAY '4 - RELANCAR MOVIMENTO PENDENTE DO ACORDO'
016100     DISPLAY '5 - SAIR'
016200     DISPLAY 'INFORME A OPCAO DESEJADA: '
016300     ACCEPT WS-OPCAO
016400
016500     EVALUATE TRUE
016600         WHEN OPC-INCLUIR
016700             IF OPR-CONSULTA
016800                DISPLAY 'REGISTRO DE ACORDO RESTRITO A '
016900                        'MANUTENCAO/SUPERVISOR.'
017000             ELSE
017100                PERFORM P200-INCLUIR  THRU P200-FIM
017200             END-IF
017300         WHEN OPC-CONSULTAR
017400             PERFORM P300-CONSULTAR   THRU P300-FIM
017500         WHEN OPC-CANCELAR
017600             IF OPR-CONSULTA
017700                DISPLAY 'CANCELAMENTO DE ACORDO RESTRITO A '
017800                        'MANUTENCAO/SUPERVISOR.'
017900             ELSE
018000                PERFORM P400-CANCELAR THRU P400-FIM
018100             END-IF
018100         WHEN OPC-RELANCAR
018100             IF OPR-CONSULTA
018100                DISPLAY 'RELANCAMENTO DE MOVIMENTO RESTRITO A '
018100                        'MANUTENCAO/SUPERVISOR.'
018100             ELSE
018100                PERFORM P500-RELANCAR THRU P500-FIM
018100             END-IF
018200         WHEN OPC-SAIR
018300             SET EXIT-OK              TO TRUE
018400         WHEN OTHER
018500             DISPLAY 'OPCAO INVALIDA.'
018600     END-EVALUATE
018700     .
018800 P100-FIM. EXIT.
018900******************************************************************
019000*    P200-INCLUIR - REGISTRA UM ACORDO PARA UM DEVEDOR E LANCA O  *
019100*                 CREDITO 'ACORDO' DO TOTAL NEGOCIADO             *
019200******************************************************************
019300 P200-INCLUIR.
019400     DISPLAY 'INFORME O ID DO CONTATO: '
019500     ACCEPT WS-ID-ENTRADA
019600     MOVE WS-ID-ENTRADA           TO WS-DV-ID
019700     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
019800     IF NOT DV-OK
019900        GO TO P200-FIM
020000     END-IF
020100     PERFORM P210-VALIDAR-CONTATO THRU P210-FIM
020200     IF NOT CONTATO-VALIDO
020300        GO TO P200-FIM
020400     END-IF
020500     IF WS-SALDO-DEVEDOR = ZEROS
020600        DISPLAY 'CONTATO SEM SALDO DEVEDOR - NADA A NEGOCIAR.'
020700        GO TO P200-FIM
020800     END-IF
020900
021000     OPEN I-O ACORDOS
021100*    SO A AUSENCIA DO ARQUIVO (FILE STATUS 35) DISPARA A CRIACAO
021200*    (MESMO PADRAO DO CADNOTA PARA NOTAS.DAT).
021300     IF WS-FS-ACO = '35'
021400        OPEN OUTPUT ACORDOS
021500        CLOSE ACORDOS
021600        MOVE '00'                 TO WS-FS-ACO
021700        OPEN I-O ACORDOS
021800     END-IF
021900     IF NOT FS-ACO-OK
022000        MOVE WS-FS-ACO            TO WS-FS
022100        PERFORM 9000-TRADUZIR-FS
022200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACORDOS: ' WS-FS-MSG
022300        GO TO P200-FIM
022400     END-IF
022500
022600     PERFORM P220-PROXIMO-SEQ     THRU P220-FIM
022700     IF TEM-ACORDO-ATIVO
022800        DISPLAY 'CONTATO JA TEM ACORDO ATIVO - CANCELE-O ANTES '
022900                'DE NEGOCIAR OUTRO.'
023000        CLOSE ACORDOS
023100        GO TO P200-FIM
023200     END-IF
023300     IF WS-PROXIMO-SEQ = ZEROS
023400        DISPLAY 'LIMITE DE 99 ACORDOS POR CONTATO ATINGIDO.'
023500        CLOSE ACORDOS
023600        GO TO P200-FIM
023700     END-IF
023800
023900     PERFORM P250-CAPTURAR-CONDICOES THRU P250-FIM
024000     IF WS-CONFIRMA NOT = 'S'
024100        DISPLAY 'ACORDO NAO REGISTRADO.'
024200        CLOSE ACORDOS
024300        GO TO P200-FIM
024400     END-IF
024500
024600     MOVE WS-ID-ENTRADA           TO ACO-ID-CONTATO
024700     MOVE WS-PROXIMO-SEQ          TO ACO-SEQ
024800     MOVE WS-DATA-HOJE            TO ACO-DATA-ACORDO
024900     MOVE WS-OPR-CODIGO           TO ACO-OPERADOR
025000     MOVE WS-VALOR-ENTRADA        TO ACO-VALOR-TOTAL
025100     MOVE WS-QTD-ENTRADA          TO ACO-QTD-PARCELAS
025200     DIVIDE WS-VALOR-ENTRADA BY WS-QTD-ENTRADA
025300         GIVING ACO-VALOR-PARCELA
025400     MOVE WS-DIA-ENTRADA          TO ACO-DIA-VENCTO
025500     MOVE ZEROS                   TO ACO-PARC-GERADAS
025600     MOVE ZEROS                   TO ACO-VALOR-GERADO
025700     MOVE ZEROS                   TO ACO-DT-INI-JANELA
025800     MOVE ZEROS                   TO ACO-DT-ULT-VENCTO
025900     SET ACORDO-ATIVO             TO TRUE
026000     MOVE WS-NIVEL-CONTATO        TO ACO-NIVEL-ORIGEM
026100     MOVE WS-AVISO-CONTATO        TO ACO-DT-AVISO-ORIGEM
026200     MOVE ZEROS                   TO ACO-DT-ENCERRAMENTO
026300     MOVE SPACES                  TO ACO-OPER-ENCERRAMENTO
026300     SET ACO-CREDITO-PENDENTE     TO TRUE
026400
026500     WRITE REG-ACORDO
026600         INVALID KEY
026700             MOVE WS-FS-ACO       TO WS-FS
026800             PERFORM 9000-TRADUZIR-FS
026900             DISPLAY 'NAO FOI POSSIVEL GRAVAR: ' WS-FS-MSG
027000             CLOSE ACORDOS
027100             GO TO P200-FIM
027200     END-WRITE
027400
027500     MOVE 'C'                     TO MOV-TIPO
027600     MOVE WS-VALOR-ENTRADA        TO MOV-VALOR
027700     PERFORM P260-LANCAR-MOVIMENTO THRU P260-FIM
027800     IF LANCOU-OK
027800        PERFORM P270-BAIXAR-PENDENCIA THRU P270-FIM
027900        DISPLAY 'ACORDO ' WS-PROXIMO-SEQ ' REGISTRADO PARA O '
028000                'CONTATO ' WS-ID-ENTRADA ' - CREDITO ACORDO '
028100                'LANCADO EM MOVCTT.DAT.'
028200     ELSE
028300        DISPLAY 'ACORDO GRAVADO, MAS O CREDITO NAO FOI LANCADO '
028400                '- RELANCE-O PELA OPCAO 4 DESTE MENU.'
028500     END-IF
028500     CLOSE ACORDOS
028600     .
028700 P200-FIM. EXIT.
028800******************************************************************
028900*    P210-VALIDAR-CONTATO - VERIFICA QUE O CONTATO EXISTE E ESTA  *
029000*                 ATIVO E GUARDA O SALDO DEVEDOR E O PONTO DO     *
029100*                 CICLO DE COBRANCA (MESMO PADRAO DO CADMOV)      *
029200******************************************************************
029300 P210-VALIDAR-CONTATO.
029400     SET CONTATO-VALIDO           TO FALSE
029500     MOVE ZEROS                   TO WS-SALDO-DEVEDOR
029600     IF WS-ID-ENTRADA NOT NUMERIC OR WS-ID-ENTRADA = ZEROS
029700        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
029800                'MAIOR QUE ZERO.'
029900        GO TO P210-FIM
030000     END-IF
030100
030200     OPEN INPUT CONTATOS
030300     IF NOT FS-OK
030400        PERFORM 9000-TRADUZIR-FS
030500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
030600        GO TO P210-FIM
030700     END-IF
030800
030900     MOVE WS-ID-ENTRADA           TO ID-CONTATO
031000     READ CONTATOS
031100         INVALID KEY
031200             DISPLAY 'CONTATO NAO EXISTE!'
031300         NOT INVALID KEY
031400             IF CONTATO-INATIVO
031500                DISPLAY 'CONTATO ESTA INATIVO - ACORDO NAO '
031600                        'ACEITO.'
031700             ELSE
031800                SET CONTATO-VALIDO TO TRUE
031900                DISPLAY 'CONTATO..: ' ID-CONTATO ' - '
032000                        NM-CONTATO
032100                IF SALDO-CONTATO < ZEROS
032200                   COMPUTE WS-SALDO-DEVEDOR =
032300                       ZERO - SALDO-CONTATO
032400                END-IF
032500                MOVE NIVEL-COBRANCA TO WS-NIVEL-CONTATO
032600                MOVE DT-ULT-AVISO  TO WS-AVISO-CONTATO
032700             END-IF
032800     END-READ
032900
033000     CLOSE CONTATOS
033100     .
033200 P210-FIM. EXIT.
033300******************************************************************
033400*    P220-PROXIMO-SEQ - DESCOBRE A PROXIMA SEQUENCIA LIVRE DO     *
033500*                 CONTATO E SE JA EXISTE ACORDO ATIVO (MESMO      *
033600*                 PADRAO DO P220 DO CADNOTA)                      *
033700******************************************************************
033800 P220-PROXIMO-SEQ.
033900     MOVE ZEROS                   TO WS-PROXIMO-SEQ
034000     SET TEM-ACORDO-ATIVO         TO FALSE
034100     SET EOF-ACO-OK               TO FALSE
034200     MOVE WS-ID-ENTRADA           TO ACO-ID-CONTATO
034300     MOVE ZEROS                   TO ACO-SEQ
034400     START ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
034500         INVALID KEY
034600             SET EOF-ACO-OK       TO TRUE
034700     END-START
034800
034900     PERFORM P230-LER-SEQ         THRU P230-FIM
035000         UNTIL EOF-ACO-OK
035100
035200*    SEQUENCIA 99 JA USADA: O ADD ESTOURA E WS-PROXIMO-SEQ VOLTA
035300*    ZERADO - O CHAMADOR RECUSA A INCLUSAO.
035400     ADD 1                        TO WS-PROXIMO-SEQ
035500         ON SIZE ERROR
035600             MOVE ZEROS           TO WS-PROXIMO-SEQ
035700     END-ADD
035800     .
035900 P220-FIM. EXIT.
036000 P230-LER-SEQ.
036100     READ ACORDOS NEXT RECORD
036200         AT END
036300             SET EOF-ACO-OK        TO TRUE
036400         NOT AT END
036500             IF ACO-ID-CONTATO NOT = WS-ID-ENTRADA
036600                SET EOF-ACO-OK     TO TRUE
036700             ELSE
036800                MOVE ACO-SEQ       TO WS-PROXIMO-SEQ
036900                IF ACORDO-ATIVO
037000                   SET TEM-ACORDO-ATIVO TO TRUE
037100                END-IF
037200             END-IF
037300     END-READ
037400     .
037500 P230-FIM. EXIT.
037600******************************************************************
037700*    P250-CAPTURAR-CONDICOES - SOLICITA E VALIDA O TOTAL, O       *
037800*                 NUMERO DE PARCELAS E O DIA DE VENCIMENTO, E     *
037900*                 PEDE A CONFIRMACAO                              *
038000******************************************************************
038100 P250-CAPTURAR-CONDICOES.
038200     MOVE 'N'                     TO WS-CONFIRMA
038300     MOVE WS-SALDO-DEVEDOR        TO WS-MSK-VALOR
038400     DISPLAY 'SALDO DEVEDOR ATUAL: ' WS-MSK-VALOR
038500     DISPLAY 'INFORME O TOTAL NEGOCIADO (9 INT + 2 DEC, SEM '
038600             'PONTO, EX: 1050 PARA 10,50): '
038700     ACCEPT WS-VALOR-ENTRADA
038800     IF WS-VALOR-ENTRADA NOT NUMERIC OR WS-VALOR-ENTRADA = ZEROS
038900        DISPLAY 'VALOR INVALIDO - NUMERICO E DIFERENTE DE ZERO.'
039000        GO TO P250-FIM
039100     END-IF
039200     IF WS-VALOR-ENTRADA > WS-SALDO-DEVEDOR
039300        DISPLAY 'TOTAL NEGOCIADO MAIOR QUE O SALDO DEVEDOR - '
039400                'ACORDO NAO ACEITO.'
039500        GO TO P250-FIM
039600     END-IF
039700
039800     DISPLAY 'INFORME O NUMERO DE PARCELAS (001 A 120): '
039900     ACCEPT WS-QTD-ENTRADA
040000     IF WS-QTD-ENTRADA NOT NUMERIC OR WS-QTD-ENTRADA = ZEROS
040100        OR WS-QTD-ENTRADA > 120
040200        DISPLAY 'NUMERO DE PARCELAS INVALIDO - USE 001 A 120.'
040300        GO TO P250-FIM
040400     END-IF
040500
040600     DISPLAY 'INFORME O DIA DE VENCIMENTO (01 A 31): '
040700     ACCEPT WS-DIA-ENTRADA
040800     IF WS-DIA-ENTRADA NOT NUMERIC OR WS-DIA-ENTRADA = ZEROS
040900        OR WS-DIA-ENTRADA > 31
041000        DISPLAY 'DIA DE VENCIMENTO INVALIDO - USE 01 A 31.'
041100        GO TO P250-FIM
041200     END-IF
041300
041400     DIVIDE WS-VALOR-ENTRADA BY WS-QTD-ENTRADA
041500         GIVING WS-VALOR-RESTANTE
041600     MOVE WS-VALOR-ENTRADA        TO WS-MSK-VALOR
041700     MOVE WS-VALOR-RESTANTE       TO WS-MSK-PARCELA
041800     DISPLAY 'ACORDO DE ' WS-MSK-VALOR ' EM ' WS-QTD-ENTRADA
041900             ' PARCELAS DE ' WS-MSK-PARCELA ' (A ULTIMA '
042000             'ACERTA OS CENTAVOS), VENCIMENTO DIA '
042100             WS-DIA-ENTRADA '.'
042200     DISPLAY 'CONFIRMA O ACORDO? (S/N): '
042300     ACCEPT WS-CONFIRMA
042400     .
042500 P250-FIM. EXIT.
042600******************************************************************
042700*    P260-LANCAR-MOVIMENTO - ANEXA A MOVCTT.DAT O MOVIMENTO       *
042800*                 'ACORDO' JA MONTADO (TIPO E VALOR) PELO         *
042900*                 CHAMADOR                                        *
043000******************************************************************
043100 P260-LANCAR-MOVIMENTO.
043100     SET LANCOU-OK                TO FALSE
043200     MOVE '00'                    TO WS-FS-MOV
043300     OPEN EXTEND MOVIMENTOS
043400     IF WS-FS-MOV = '35'
043500        OPEN OUTPUT MOVIMENTOS
043600        MOVE '00'                 TO WS-FS-MOV
043700     END-IF
043800     IF NOT FS-MOV-OK
043900        MOVE WS-FS-MOV            TO WS-FS
044000        PERFORM 9000-TRADUZIR-FS
044100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS: '
044200                WS-FS-MSG
044300        GO TO P260-FIM
044400     END-IF
044500
044600     MOVE WS-ID-ENTRADA           TO MOV-ID-CONTATO
044700     MOVE WS-DATA-HOJE            TO MOV-DATA
044800     MOVE 'ACORDO'                TO MOV-MOTIVO
044900     MOVE ZEROS                   TO MOV-REF-SEQ
045000     MOVE SPACES                  TO MOV-LIBERADO
045000     MOVE SPACES                  TO MOV-OPER-INCL
045000     MOVE SPACES                  TO MOV-OPER-APROV
045100     WRITE REG-MOVIMENTO
045100     IF FS-MOV-OK
045100        SET LANCOU-OK             TO TRUE
045100     ELSE
045100        MOVE WS-FS-MOV            TO WS-FS
045100        PERFORM 9000-TRADUZIR-FS
045100        DISPLAY 'NAO FOI POSSIVEL GRAVAR O MOVIMENTO: ' WS-FS-MSG
045100     END-IF
045200     CLOSE MOVIMENTOS
045300     .
045400 P260-FIM. EXIT.
045400******************************************************************
045400*    P270-BAIXAR-PENDENCIA - APAGA A MARCA DE MOVIMENTO PENDENTE *
045400*                 DO ACORDO DEPOIS QUE O MOVIMENTO ENTROU EM     *
045400*                 MOVCTT.DAT (ACORDOS JA ABERTO EM I-O)          *
045400******************************************************************
045400 P270-BAIXAR-PENDENCIA.
045400     SET ACO-SEM-PENDENCIA        TO TRUE
045400     REWRITE REG-ACORDO
045400         INVALID KEY
045400             MOVE WS-FS-ACO       TO WS-FS
045400             PERFORM 9000-TRADUZIR-FS
045400             DISPLAY 'MOVIMENTO LANCADO, MAS A MARCA DE '
045400                     'PENDENCIA DO ACORDO NAO FOI BAIXADA: '
045400                     WS-FS-MSG
045400             DISPLAY 'NAO RELANCE ESTE ACORDO - O MOVIMENTO JA '
045400                     'ESTA EM MOVCTT.DAT.'
045400     END-REWRITE
045400     .
045400 P270-FIM. EXIT.
045500******************************************************************
045600*    P300-CONSULTAR - LISTA OS ACORDOS DO CONTATO COM O ANDAMENTO *
045700*                 DAS PARCELAS                                    *
045800******************************************************************
045900 P300-CONSULTAR.
046000     DISPLAY 'INFORME O ID DO CONTATO: '
046100     ACCEPT WS-ID-ENTRADA
046200     MOVE WS-ID-ENTRADA           TO WS-DV-ID
046300     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
046400     IF NOT DV-OK
046500        GO TO P300-FIM
046600     END-IF
046700
046800     MOVE '00'                    TO WS-FS-ACO
046900     OPEN INPUT ACORDOS
047000     IF NOT FS-ACO-OK
047100        DISPLAY 'NENHUM ACORDO REGISTRADO AINDA (ACORDOS.DAT '
047200                'NAO ENCONTRADO).'
047300        GO TO P300-FIM
047400     END-IF
047500
047600     MOVE ZEROS                   TO WS-CONT-ACORDOS
047700     SET EOF-ACO-OK               TO FALSE
047800     MOVE WS-ID-ENTRADA           TO ACO-ID-CONTATO
047900     MOVE ZEROS                   TO ACO-SEQ
048000     START ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
048100         INVALID KEY
048200             SET EOF-ACO-OK       TO TRUE
048300     END-START
048400     PERFORM P310-EXIBIR-ACORDO   THRU P310-FIM
048500         UNTIL EOF-ACO-OK
048600
048700     CLOSE ACORDOS
048800     DISPLAY ' '
048900     DISPLAY 'ACORDOS DO CONTATO: ' WS-CONT-ACORDOS
049000     .
049100 P300-FIM. EXIT.
049200******************************************************************
049300*    P310-EXIBIR-ACORDO - LE E EXIBE UM ACORDO DO CONTATO         *
049400******************************************************************
049500 P310-EXIBIR-ACORDO.
049600     READ ACORDOS NEXT RECORD
049700         AT END
049800             SET EOF-ACO-OK        TO TRUE
049900             GO TO P310-FIM
050000     END-READ
050100     IF ACO-ID-CONTATO NOT = WS-ID-ENTRADA
050200        SET EOF-ACO-OK            TO TRUE
050300        GO TO P310-FIM
050400     END-IF
050500
050600     ADD 1                        TO WS-CONT-ACORDOS
050700     MOVE ACO-VALOR-TOTAL         TO WS-MSK-VALOR
050800     MOVE ACO-VALOR-PARCELA       TO WS-MSK-PARCELA
050900     DISPLAY ' '
051000     DISPLAY 'ACORDO ' ACO-SEQ ' DE ' ACO-DATA-ACORDO ' POR '
051100             ACO-OPERADOR
051200     DISPLAY '  TOTAL ' WS-MSK-VALOR ' EM ' ACO-QTD-PARCELAS
051300             ' X ' WS-MSK-PARCELA ' - VENCIMENTO DIA '
051400             ACO-DIA-VENCTO
051500     DISPLAY '  PARCELAS GERADAS: ' ACO-PARC-GERADAS
051600             ' - ULTIMO VENCIMENTO: ' ACO-DT-ULT-VENCTO
051700     EVALUATE TRUE
051800         WHEN ACORDO-ATIVO
051900             DISPLAY '  SITUACAO: ATIVO'
052000         WHEN ACORDO-QUITADO
052100             DISPLAY '  SITUACAO: QUITADO EM ' ACO-DT-ENCERRAMENTO
052200         WHEN ACORDO-QUEBRADO
052300             DISPLAY '  SITUACAO: QUEBRADO EM '
052400                     ACO-DT-ENCERRAMENTO
052500         WHEN ACORDO-CANCELADO
052600             DISPLAY '  SITUACAO: CANCELADO EM '
052700                     ACO-DT-ENCERRAMENTO ' POR '
052800                     ACO-OPER-ENCERRAMENTO
052900     END-EVALUATE
053000     .
053100 P310-FIM. EXIT.
053200******************************************************************
053300*    P400-CANCELAR - CANCELA UM ACORDO ATIVO; O VALOR AINDA NAO   *
053400*                 PARCELADO VOLTA AO SALDO COMO DEBITO 'ACORDO'   *
053500******************************************************************
053600 P400-CANCELAR.
053700     DISPLAY 'INFORME O ID DO CONTATO: '
053800     ACCEPT WS-ID-ENTRADA
053900     MOVE WS-ID-ENTRADA           TO WS-DV-ID
054000     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
054100     IF NOT DV-OK
054200        GO TO P400-FIM
054300     END-IF
054400     DISPLAY 'INFORME A SEQUENCIA DO ACORDO: '
054500     ACCEPT WS-SEQ-ENTRADA
054600
054700     OPEN I-O ACORDOS
054800     IF NOT FS-ACO-OK
054900        MOVE WS-FS-ACO            TO WS-FS
055000        PERFORM 9000-TRADUZIR-FS
055100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACORDOS: ' WS-FS-MSG
055200        GO TO P400-FIM
055300     END-IF
055400
055500     MOVE WS-ID-ENTRADA           TO ACO-ID-CONTATO
055600     MOVE WS-SEQ-ENTRADA          TO ACO-SEQ
055700     READ ACORDOS WITH LOCK
055800         INVALID KEY
055900             DISPLAY 'ACORDO NAO EXISTE!'
056000             CLOSE ACORDOS
056100             GO TO P400-FIM
056200     END-READ
056300     IF NOT ACORDO-ATIVO
056400        DISPLAY 'ACORDO NAO ESTA ATIVO - NADA A CANCELAR.'
056500        UNLOCK ACORDOS
056600        CLOSE ACORDOS
056700        GO TO P400-FIM
056800     END-IF
056800     IF ACO-CREDITO-PENDENTE
056800        DISPLAY 'O CREDITO DESTE ACORDO AINDA NAO ENTROU EM '
056800                'MOVCTT.DAT - RELANCE-O (OPCAO 4) ANTES DE '
056800                'CANCELAR.'
056800        UNLOCK ACORDOS
056800        CLOSE ACORDOS
056800        GO TO P400-FIM
056800     END-IF
056900
057000     COMPUTE WS-VALOR-RESTANTE =
057100         ACO-VALOR-TOTAL - ACO-VALOR-GERADO
057200     MOVE WS-VALOR-RESTANTE       TO WS-MSK-VALOR
057300     DISPLAY 'PARCELAS GERADAS: ' ACO-PARC-GERADAS ' DE '
057400             ACO-QTD-PARCELAS
057500     DISPLAY 'VALOR QUE VOLTA AO SALDO DEVEDOR: ' WS-MSK-VALOR
057600     DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N): '
057700     ACCEPT WS-CONFIRMA
057800     IF WS-CONFIRMA NOT = 'S'
057900        DISPLAY 'CANCELAMENTO NAO EFETUADO.'
058000        UNLOCK ACORDOS
058100        CLOSE ACORDOS
058200        GO TO P400-FIM
058300     END-IF
058400
058500     SET ACORDO-CANCELADO         TO TRUE
058600     MOVE WS-DATA-HOJE            TO ACO-DT-ENCERRAMENTO
058700     MOVE WS-OPR-CODIGO           TO ACO-OPER-ENCERRAMENTO
058700     IF WS-VALOR-RESTANTE > ZEROS
058700        SET ACO-DEBITO-PENDENTE   TO TRUE
058700     END-IF
058800     REWRITE REG-ACORDO
058900         INVALID KEY
059000             MOVE WS-FS-ACO       TO WS-FS
059100             PERFORM 9000-TRADUZIR-FS
059200             DISPLAY 'NAO FOI POSSIVEL GRAVAR: ' WS-FS-MSG
059300             UNLOCK ACORDOS
059400             CLOSE ACORDOS
059500             GO TO P400-FIM
059600     END-REWRITE
059900
060000     IF WS-VALOR-RESTANTE > ZEROS
060100        MOVE 'D'                  TO MOV-TIPO
060200        MOVE WS-VALOR-RESTANTE    TO MOV-VALOR
060300        PERFORM P260-LANCAR-MOVIMENTO THRU P260-FIM
060400        IF NOT LANCOU-OK
060500           DISPLAY 'ACORDO CANCELADO, MAS O DEBITO NAO FOI '
060600                   'LANCADO - RELANCE-O PELA OPCAO 4 DESTE '
060700                   'MENU.'
060700           UNLOCK ACORDOS
060700           CLOSE ACORDOS
060800           GO TO P400-FIM
060900        END-IF
060900        PERFORM P270-BAIXAR-PENDENCIA THRU P270-FIM
061000     END-IF
061000     UNLOCK ACORDOS
061000     CLOSE ACORDOS
061100     DISPLAY 'ACORDO CANCELADO - O CONTATO VOLTA AO CICLO DE '
061200             'COBRANCA NO NIVEL ' ACO-NIVEL-ORIGEM '.'
061300     .
061400 P400-FIM. EXIT.
061400******************************************************************
061400*    P500-RELANCAR - REFAZ O CREDITO OU DEBITO 'ACORDO' QUE      *
061400*                 FICOU PENDENTE (ACO-MOV-PENDENTE) PORQUE A     *
061400*                 GRAVACAO EM MOVCTT.DAT FALHOU NA CAPTURA OU NO *
061400*                 CANCELAMENTO                                   *
061400******************************************************************
061400 P500-RELANCAR.
061400     DISPLAY 'INFORME O ID DO CONTATO: '
061400     ACCEPT WS-ID-ENTRADA
061400     MOVE WS-ID-ENTRADA           TO WS-DV-ID
061400     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
061400     IF NOT DV-OK
061400        GO TO P500-FIM
061400     END-IF
061400     DISPLAY 'INFORME A SEQUENCIA DO ACORDO: '
061400     ACCEPT WS-SEQ-ENTRADA
061400
061400     OPEN I-O ACORDOS
061400     IF NOT FS-ACO-OK
061400        MOVE WS-FS-ACO            TO WS-FS
061400        PERFORM 9000-TRADUZIR-FS
061400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACORDOS: ' WS-FS-MSG
061400        GO TO P500-FIM
061400     END-IF
061400
061400     MOVE WS-ID-ENTRADA           TO ACO-ID-CONTATO
061400     MOVE WS-SEQ-ENTRADA          TO ACO-SEQ
061400     READ ACORDOS WITH LOCK
061400         INVALID KEY
061400             DISPLAY 'ACORDO NAO EXISTE!'
061400             CLOSE ACORDOS
061400             GO TO P500-FIM
061400     END-READ
061400
061400     EVALUATE TRUE
061400         WHEN ACO-CREDITO-PENDENTE
061400             MOVE 'C'             TO MOV-TIPO
061400             MOVE ACO-VALOR-TOTAL TO WS-VALOR-RESTANTE
061400             MOVE WS-VALOR-RESTANTE TO WS-MSK-VALOR
061400             DISPLAY 'CREDITO ACORDO PENDENTE DA CAPTURA DE '
061400                     ACO-DATA-ACORDO ': ' WS-MSK-VALOR
061400         WHEN ACO-DEBITO-PENDENTE
061400             MOVE 'D'             TO MOV-TIPO
061400             COMPUTE WS-VALOR-RESTANTE =
061400                 ACO-VALOR-TOTAL - ACO-VALOR-GERADO
061400             MOVE WS-VALOR-RESTANTE TO WS-MSK-VALOR
061400             DISPLAY 'DEBITO ACORDO PENDENTE DO CANCELAMENTO DE '
061400                     ACO-DT-ENCERRAMENTO ': ' WS-MSK-VALOR
061400         WHEN OTHER
061400             DISPLAY 'ACORDO SEM MOVIMENTO PENDENTE - NADA A '
061400                     'RELANCAR.'
061400             UNLOCK ACORDOS
061400             CLOSE ACORDOS
061400             GO TO P500-FIM
061400     END-EVALUATE
061400
061400     DISPLAY 'CONFIRMA O RELANCAMENTO? (S/N): '
061400     ACCEPT WS-CONFIRMA
061400     IF WS-CONFIRMA NOT = 'S'
061400        DISPLAY 'RELANCAMENTO NAO EFETUADO.'
061400        UNLOCK ACORDOS
061400        CLOSE ACORDOS
061400        GO TO P500-FIM
061400     END-IF
061400
061400     MOVE WS-VALOR-RESTANTE       TO MOV-VALOR
061400     PERFORM P260-LANCAR-MOVIMENTO THRU P260-FIM
061400     IF NOT LANCOU-OK
061400        DISPLAY 'MOVIMENTO NAO LANCADO - O ACORDO CONTINUA '
061400                'PENDENTE.'
061400        UNLOCK ACORDOS
061400        CLOSE ACORDOS
061400        GO TO P500-FIM
061400     END-IF
061400     PERFORM P270-BAIXAR-PENDENCIA THRU P270-FIM
061400     UNLOCK ACORDOS
061400     CLOSE ACORDOS
061400     DISPLAY 'MOVIMENTO ACORDO RELANCADO EM MOVCTT.DAT PARA O '
061400             'CONTATO ' WS-ID-ENTRADA '.'
061400     .
061400 P500-FIM. EXIT.
061500******************************************************************
061600*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
061700******************************************************************
061800 P900-FIM.
061900     DISPLAY '*** FIM DOS ACORDOS DE PARCELAMENTO ***'
062000     STOP RUN.
062100
062200     COPY FSTATUS.
062300     COPY DSNENV.
062400     COPY DIGVER.
062500     COPY OPRLOG.
