000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NEGCTT.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-02-28.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: INCLUSAO DE DEVEDORES NO BIRO DE CREDITO
000900*                 (NEGATIVACAO). VARRE CONTATOS.DAT E SELECIONA O
001000*                 CONTATO ATIVO QUE:
001100*                 - TEM SALDO DEVEDOR (SALDO-CONTATO NEGATIVO);
001200*                 - ESTA NO AVISO FINAL (NIVEL-COBRANCA 3) COM A
001300*                   DATA DO AVISO (DT-ULT-AVISO) PREENCHIDA - SEM A
001400*                   COMUNICACAO PREVIA NAO HA NEGATIVACAO;
001500*                 - JA CUMPRIU O PRAZO LEGAL DESDE O AVISO
001600*                   (PARAMETRO DIAS=NNN, PADRAO 010);
001700*                 - NAO TEM ACORDO DE PARCELAMENTO EM DIA;
001800*                 - NAO ESTA NEGATIVADO (NEGATIV.DAT).
001900*                 GERA O ARQUIVO DE INCLUSAO PARA O BIRO
002000*                 (NEGINC.DAT) COM CABECALHO '00' (DATA + SEQUENCIA
002100*                 DA REMESSA, CONTROLADA EM NEGICKPT.DAT), UM
002200*                 REGISTRO '01' POR DEVEDOR E TRAILER '99'
002300*                 (QUANTIDADE + SOMA), NO MESMO FORMATO DO REMBANC;
002400*                 CADA INCLUSAO GRAVA O CONTROLE EM NEGATIV.DAT
002500*                 (LAYOUT NEGREG) E SAI NA LISTAGEM NEGCTT.LST. A
002600*                 EXCLUSAO DO BIRO E FEITA PELO NEGEXC. RODAR DEPOIS
002700*                 DO POSTSAL, COM O SALDO DO DIA EFETIVADO.
002800*----------------------------------------------------------------*
002900*    HISTORICO DE ALTERACOES
003000*    DATA       AUTOR   DESCRICAO
003100*    ---------- ------- ----------------------------------------
003200*    2025-02-28 JSZ     PROGRAMA CRIADO (NEGATIVACAO NO BIRO DE
003300*                       CREDITO).
003300*    2025-03-07 JSZ     O REGISTRO 01 DA INCLUSAO PASSA A LEVAR O
003300*                       CPF/CNPJ DO DEVEDOR, GUARDADO TAMBEM NO
003300*                       CONTROLE (NEG-CPF-CNPJ) PARA A EXCLUSAO.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SPECIAL-NAMES.
003800     DECIMAL-POINT IS COMMA.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ID-CONTATO
004500         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004533         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004566             SUPPRESS WHEN SPACES
004600         LOCK MODE IS MANUAL
004700         FILE STATUS IS WS-FS.
004800     SELECT NEGATIV ASSIGN TO WS-NEGATIV-DSN
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS NEG-CHAVE
005200         LOCK MODE IS MANUAL
005300         FILE STATUS IS WS-FS-NEG.
005400     SELECT INCLUSAO ASSIGN TO WS-INCLUSAO-DSN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-INC.
005700     SELECT NEGICKPT ASSIGN TO WS-NEGICKPT-DSN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FS-CKPT.
006000     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS ACO-CHAVE
006400         FILE STATUS IS WS-FS-ACO.
006500     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-FS-RIMP.
006800     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-FS-RUN.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CONTATOS.
007400     COPY CONTREG.
007500 FD  NEGATIV.
007600     COPY NEGREG.
007700 FD  INCLUSAO.
007800 01  REG-INCLUSAO                 PIC X(80).
007900 FD  NEGICKPT.
008000 01  REG-NEGICKPT.
008100     03  NIK-SEQ                  PIC 9(04).
008200 FD  ACORDOS.
008300     COPY ACORREG.
008400 FD  RELIMP.
008500 01  REG-RELIMP                   PIC X(132).
008600 FD  RUNCTL.
008700     COPY RUNREG.
008800 WORKING-STORAGE SECTION.
008900 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
009000 01  WS-NEGATIV-DSN               PIC X(100) VALUE 'NEGATIV.DAT'.
009100 01  WS-INCLUSAO-DSN              PIC X(100) VALUE 'NEGINC.DAT'.
009200 01  WS-NEGICKPT-DSN              PIC X(100) VALUE 'NEGICKPT.DAT'.
009300 77  WS-FS                        PIC X(02) VALUE '00'.
009400     88 FS-OK                     VALUE '00'.
009500 77  WS-FS-NEG                    PIC X(02) VALUE '00'.
009600     88 FS-NEG-OK                 VALUE '00'.
009700 77  WS-FS-INC                    PIC X(02) VALUE '00'.
009800     88 FS-INC-OK                 VALUE '00'.
009900 77  WS-FS-CKPT                   PIC X(02) VALUE '00'.
010000     88 FS-CKPT-OK                VALUE '00'.
010100 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
010200 77  WS-EOF                       PIC X(01) VALUE 'N'.
010300     88 EOF-OK                    VALUE 'S' FALSE 'N'.
010400 77  WS-EOF-NEG                   PIC X(01) VALUE 'N'.
010500     88 EOF-NEG-OK                VALUE 'S' FALSE 'N'.
010600 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
010700     88 ARQUIVOS-ABERTOS          VALUE 'S' FALSE 'N'.
010800*----------------------------------------------------------------*
010900*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
011000*    DO P100-ANALISAR-PARM DO CARTCOB)                           *
011100*----------------------------------------------------------------*
011200 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
011300 01  WS-PARM-TOKENS.
011400     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
011500                                  INDEXED BY WS-PARM-IDX.
011600 77  WS-DIAS-PRAZO                PIC 9(03) VALUE 10.
011700*----------------------------------------------------------------*
011800*    CONTROLE DA REMESSA E DATAS                                 *
011900*----------------------------------------------------------------*
012000 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
012100 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
012200 77  WS-DIAS-DECORRIDOS           PIC S9(07) VALUE ZEROS.
012300 77  WS-SEQ-REMESSA               PIC 9(04) VALUE ZEROS.
012400 01  WS-LINHA-INC                 PIC X(80) VALUE SPACES.
012500 77  WS-VALOR-DIVIDA              PIC 9(09)V99 VALUE ZEROS.
012600*----------------------------------------------------------------*
012700*    SITUACAO DO CONTATO NO CONTROLE DE NEGATIVACOES             *
012800*----------------------------------------------------------------*
012900 77  WS-NEG-BUSCA                 PIC 9(06) VALUE ZEROS.
013000 77  WS-PROXIMO-SEQ               PIC 9(02) VALUE ZEROS.
013100 01  WS-NEG-ATIVA-SW              PIC X(01) VALUE 'N'.
013200     88 TEM-NEGATIVACAO           VALUE 'S' FALSE 'N'.
013300*----------------------------------------------------------------*
013400*    CONTADORES DO RESUMO                                        *
013500*----------------------------------------------------------------*
013600 77  WS-CONT-DEVEDORES            PIC 9(06) VALUE ZEROS.
013700 77  WS-CONT-SEM-AVISO-FINAL      PIC 9(06) VALUE ZEROS.
013800 77  WS-CONT-SEM-DT-AVISO         PIC 9(06) VALUE ZEROS.
013900 77  WS-CONT-PRAZO-ABERTO         PIC 9(06) VALUE ZEROS.
014000 77  WS-CONT-EM-ACORDO            PIC 9(06) VALUE ZEROS.
014100 77  WS-CONT-JA-NEGATIVADOS       PIC 9(06) VALUE ZEROS.
014200 77  WS-CONT-INCLUIDOS            PIC 9(06) VALUE ZEROS.
014300 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
014400 77  WS-SOMA-INCLUIDA             PIC 9(13)V99 VALUE ZEROS.
014500*----------------------------------------------------------------*
014600*    MASCARAS DE EDICAO (MESMO ESTILO DO RELSALDO)               *
014700*----------------------------------------------------------------*
014800 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
014900 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
015000*----------------------------------------------------------------*
015100*    CONSULTA DE ACORDO DE PARCELAMENTO (COPYBOOK ACOCHK)        *
015200*----------------------------------------------------------------*
015300 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
015400 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
015500     88 FS-ACO-OK                 VALUE '00'.
015600 77  WS-ACO-BUSCA                 PIC 9(06) VALUE ZEROS.
015700 01  WS-ACO-ABERTO-SW             PIC X(01) VALUE 'N'.
015800     88 ACO-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
015900 01  WS-ACO-VIGENTE-SW            PIC X(01) VALUE 'N'.
016000     88 ACORDO-VIGENTE            VALUE 'S' FALSE 'N'.
016100 01  WS-ACO-EOF-SW                PIC X(01) VALUE 'N'.
016200     88 ACO-EOF-OK                VALUE 'S' FALSE 'N'.
016300*----------------------------------------------------------------*
016400*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
016500*----------------------------------------------------------------*
016600 01  WS-RELIMP-DSN                PIC X(100) VALUE 'NEGCTT.LST'.
016700 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
016800     88 FS-RIMP-OK                VALUE '00'.
016900 01  WS-RIMP-TITULO               PIC X(40) VALUE
017000     'INCLUSOES NO BIRO DE CREDITO'.
017100 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
017200 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
017300 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
017400 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
017500 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
017600 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
017700*----------------------------------------------------------------*
017800*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
017900*----------------------------------------------------------------*
018000 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
018100 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
018200     88 FS-RUN-OK                 VALUE '00'.
018300 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'NEGCTT'.
018400 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
018500 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
018600 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
018700 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
018800 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
018900 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
019000 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
019100 PROCEDURE DIVISION.
019200******************************************************************
019300*    0000-MAINLINE - ROTINA PRINCIPAL                            *
019400******************************************************************
019500 0000-MAINLINE.
019600     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
019700     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
019800     DISPLAY '*** NEGATIVACAO NO BIRO DE CREDITO (NEGCTT) ***'
019900     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
020000     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
020100     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
020200     COMPUTE WS-DIAS-HOJE =
020300         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
020400     DISPLAY 'PRAZO LEGAL DESDE O AVISO FINAL: '
020500             WS-DIAS-PRAZO ' DIAS.'
020600
020700     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
020800     IF NOT FS-RIMP-OK
020900        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
021000                FUNCTION TRIM(WS-RELIMP-DSN)
021100        MOVE 08                   TO WS-RUN-RESULTADO
021200        GO TO 0000-ENCERRAR
021300     END-IF
021400     PERFORM P150-TOMAR-SEQUENCIA THRU P150-FIM
021500     PERFORM P200-ABRIR-ARQUIVOS  THRU P200-FIM
021600     IF NOT ARQUIVOS-ABERTOS
021700        MOVE 08                   TO WS-RUN-RESULTADO
021800        PERFORM 9830-REL-FECHAR   THRU 9830-FIM
021900        GO TO 0000-ENCERRAR
022000     END-IF
022100
022200     PERFORM P250-CABECALHOS      THRU P250-FIM
022300     PERFORM 9450-ABRIR-ACORDOS   THRU 9450-FIM
022400     SET EOF-OK                   TO FALSE
022500     PERFORM P300-TRATAR-CONTATO  THRU P300-FIM
022600         UNTIL EOF-OK
022700     PERFORM 9470-FECHAR-ACORDOS  THRU 9470-FIM
022800
022900     PERFORM P700-GRAVAR-TRAILER  THRU P700-FIM
023000     PERFORM P800-TOTAIS          THRU P800-FIM
023100     CLOSE CONTATOS
023200     CLOSE NEGATIV
023300     CLOSE INCLUSAO
023400     PERFORM P750-GRAVAR-SEQUENCIA THRU P750-FIM
023500     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
023600     .
023700 0000-ENCERRAR.
023800     PERFORM P900-FIM
023900     .
024000******************************************************************
024100*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
024200*                         E ARMA AS CHAVES DE EXECUCAO           *
024300******************************************************************
024400 P100-ANALISAR-PARM.
024500     MOVE SPACES                  TO WS-PARM-TOKENS
024600     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
024700         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
024800              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
024900              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
025000              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
025100              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
025200     END-UNSTRING
025300
025400     SET WS-PARM-IDX              TO 1
025500     PERFORM P110-ANALISAR-TOKEN
025600         VARYING WS-PARM-IDX FROM 1 BY 1
025700         UNTIL WS-PARM-IDX > 10
025800     .
025900 P100-FIM. EXIT.
026000******************************************************************
026100*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
026200******************************************************************
026300 P110-ANALISAR-TOKEN.
026400     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:5) = 'DIAS='
026500        IF WS-PARM-TOKEN(WS-PARM-IDX) (6:3) IS NUMERIC
026600           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:3)
026700                                  TO WS-DIAS-PRAZO
026800        ELSE
026900           DISPLAY 'PARAMETRO DIAS= INVALIDO (USE TRES '
027000                   'DIGITOS, EX: DIAS=010) - USANDO O PADRAO.'
027100        END-IF
027200     END-IF
027300     .
027400 P110-FIM. EXIT.
027500******************************************************************
027600*    P150-TOMAR-SEQUENCIA - LE E AVANCA A SEQUENCIA DA REMESSA    *
027700*                 DE INCLUSAO (NEGICKPT.DAT, MESMA IDEIA DO       *
027800*                 REMCKPT DO REMBANC)                             *
027900******************************************************************
028000 P150-TOMAR-SEQUENCIA.
028100     MOVE ZEROS                   TO WS-SEQ-REMESSA
028200     OPEN INPUT NEGICKPT
028300     IF FS-CKPT-OK
028400        READ NEGICKPT
028500            AT END
028600               CONTINUE
028700            NOT AT END
028800               MOVE NIK-SEQ       TO WS-SEQ-REMESSA
028900        END-READ
029000        CLOSE NEGICKPT
029100     END-IF
029200     ADD 1                        TO WS-SEQ-REMESSA
029300     .
029400 P150-FIM. EXIT.
029500******************************************************************
029600*    P200-ABRIR-ARQUIVOS - ABRE CONTATOS.DAT (ENTRADA), O         *
029700*                 CONTROLE NEGATIV.DAT (I-O, CRIADO SE NAO EXISTE) *
029800*                 E O ARQUIVO DE INCLUSAO (SAIDA)                  *
029900******************************************************************
030000 P200-ABRIR-ARQUIVOS.
030100     SET ARQUIVOS-ABERTOS         TO FALSE
030200     OPEN INPUT CONTATOS
030300     IF NOT FS-OK
030400        PERFORM 9000-TRADUZIR-FS
030500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
030600        GO TO P200-FIM
030700     END-IF
030800
030900     OPEN I-O NEGATIV
031000*    SO A AUSENCIA DO ARQUIVO (FILE STATUS 35) DISPARA A CRIACAO
031100*    (MESMO PADRAO DO CADACOR PARA ACORDOS.DAT).
031200     IF WS-FS-NEG = '35'
031300        OPEN OUTPUT NEGATIV
031400        CLOSE NEGATIV
031500        MOVE '00'                 TO WS-FS-NEG
031600        OPEN I-O NEGATIV
031700     END-IF
031800     IF NOT FS-NEG-OK
031900        MOVE WS-FS-NEG            TO WS-FS
032000        PERFORM 9000-TRADUZIR-FS
032100        DISPLAY 'ERRO AO ABRIR O CONTROLE DE NEGATIVACOES: '
032200                WS-FS-MSG
032300        CLOSE CONTATOS
032400        GO TO P200-FIM
032500     END-IF
032600
032700     OPEN OUTPUT INCLUSAO
032800     IF NOT FS-INC-OK
032900        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INCLUSAO: '
033000                FUNCTION TRIM(WS-INCLUSAO-DSN)
033100        CLOSE CONTATOS
033200        CLOSE NEGATIV
033300        GO TO P200-FIM
033400     END-IF
033500     SET ARQUIVOS-ABERTOS         TO TRUE
033600     .
033700 P200-FIM. EXIT.
033800******************************************************************
033900*    P250-CABECALHOS - REGISTRO '00' DO ARQUIVO DE INCLUSAO (DATA *
034000*                 DA GERACAO E SEQUENCIA DA REMESSA) E TITULO DAS  *
034100*                 COLUNAS DA LISTAGEM                              *
034200******************************************************************
034300 P250-CABECALHOS.
034400     MOVE SPACES                  TO WS-LINHA-INC
034500     STRING '00'                  DELIMITED BY SIZE
034600            WS-DATA-EXEC          DELIMITED BY SIZE
034700            WS-SEQ-REMESSA        DELIMITED BY SIZE
034800            'INCLUSAO'            DELIMITED BY SIZE
034900            INTO WS-LINHA-INC
035000     END-STRING
035100     MOVE WS-LINHA-INC            TO REG-INCLUSAO
035200     WRITE REG-INCLUSAO
035300
035400     MOVE SPACES                  TO WS-RIMP-LINHA
035500     MOVE 'ID     NOME                 ULT.AVISO  DIAS'
035600                                  TO WS-RIMP-LINHA
035700     MOVE 'VALOR NEGATIVADO'      TO WS-RIMP-LINHA (50:16)
035800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
035900     .
036000 P250-FIM. EXIT.
036100******************************************************************
036200*    P300-TRATAR-CONTATO - LE UM CONTATO E APLICA OS CRITERIOS DE *
036300*                 NEGATIVACAO                                     *
036400******************************************************************
036500 P300-TRATAR-CONTATO.
036600     READ CONTATOS NEXT RECORD
036700         AT END
036800             SET EOF-OK            TO TRUE
036900             GO TO P300-FIM
037000     END-READ
037100     ADD 1                        TO WS-RUN-LIDOS
037200     IF NOT CONTATO-ATIVO OR SALDO-CONTATO NOT < ZEROS
037300        GO TO P300-FIM
037400     END-IF
037500     ADD 1                        TO WS-CONT-DEVEDORES
037600
037700     IF NOT COB-AVISO-FINAL
037800        ADD 1                     TO WS-CONT-SEM-AVISO-FINAL
037900        GO TO P300-FIM
038000     END-IF
038100*    A NEGATIVACAO EXIGE A COMUNICACAO PREVIA AO DEVEDOR - AVISO
038200*    SEM DATA NAO COMPROVA O PRAZO E O CONTATO NAO E INCLUIDO.
038300     IF DT-ULT-AVISO NOT NUMERIC OR DT-ULT-AVISO = ZEROS
038400        ADD 1                     TO WS-CONT-SEM-DT-AVISO
038500        GO TO P300-FIM
038600     END-IF
038700     COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE -
038800         FUNCTION INTEGER-OF-DATE(DT-ULT-AVISO)
038900     IF WS-DIAS-DECORRIDOS < WS-DIAS-PRAZO
039000        ADD 1                     TO WS-CONT-PRAZO-ABERTO
039100        GO TO P300-FIM
039200     END-IF
039300
039400     MOVE ID-CONTATO              TO WS-ACO-BUSCA
039500     PERFORM 9460-VERIFICAR-ACORDO THRU 9460-FIM
039600     IF ACORDO-VIGENTE
039700        ADD 1                     TO WS-CONT-EM-ACORDO
039800        GO TO P300-FIM
039900     END-IF
040000
040100     MOVE ID-CONTATO              TO WS-NEG-BUSCA
040200     PERFORM P310-SITUACAO-NEGATIV THRU P310-FIM
040300     IF TEM-NEGATIVACAO
040400        ADD 1                     TO WS-CONT-JA-NEGATIVADOS
040500        GO TO P300-FIM
040600     END-IF
040700     IF WS-PROXIMO-SEQ = ZEROS
040800        DISPLAY 'CONTATO ' ID-CONTATO
040900                ' SEM SEQUENCIA LIVRE NO CONTROLE DE '
041000                'NEGATIVACOES.'
041100        ADD 1                     TO WS-CONT-FALHAS
041200        GO TO P300-FIM
041300     END-IF
041400
041500     PERFORM P350-INCLUIR-CONTATO THRU P350-FIM
041600     .
041700 P300-FIM. EXIT.
041800******************************************************************
041900*    P310-SITUACAO-NEGATIV - PERCORRE OS REGISTROS DO CONTATO EM  *
042000*                 NEGATIV.DAT: ACENDE TEM-NEGATIVACAO SE HA UM     *
042100*                 AINDA INCLUIDO E DEVOLVE A PROXIMA SEQUENCIA     *
042200*                 (MESMO PERCURSO DO P220-PROXIMO-SEQ DO CADACOR)  *
042300******************************************************************
042400 P310-SITUACAO-NEGATIV.
042500     MOVE ZEROS                   TO WS-PROXIMO-SEQ
042600     SET TEM-NEGATIVACAO          TO FALSE
042700     SET EOF-NEG-OK               TO FALSE
042800     MOVE WS-NEG-BUSCA            TO NEG-ID-CONTATO
042900     MOVE ZEROS                   TO NEG-SEQ
043000     START NEGATIV KEY IS NOT LESS THAN NEG-CHAVE
043100         INVALID KEY
043200             SET EOF-NEG-OK       TO TRUE
043300     END-START
043400
043500     PERFORM P315-LER-NEGATIV     THRU P315-FIM
043600         UNTIL EOF-NEG-OK
043700
043800*    SEQUENCIA 99 JA USADA: O ADD ESTOURA E WS-PROXIMO-SEQ VOLTA
043900*    ZERADO - O CHAMADOR NAO INCLUI.
044000     ADD 1                        TO WS-PROXIMO-SEQ
044100         ON SIZE ERROR
044200             MOVE ZEROS           TO WS-PROXIMO-SEQ
044300     END-ADD
044400     .
044500 P310-FIM. EXIT.
044600 P315-LER-NEGATIV.
044700     READ NEGATIV NEXT RECORD
044800         AT END
044900             SET EOF-NEG-OK        TO TRUE
045000         NOT AT END
045100             IF NEG-ID-CONTATO NOT = WS-NEG-BUSCA
045200                SET EOF-NEG-OK     TO TRUE
045300             ELSE
045400                MOVE NEG-SEQ       TO WS-PROXIMO-SEQ
045500                IF NEG-INCLUIDO
045600                   SET TEM-NEGATIVACAO TO TRUE
045700                END-IF
045800             END-IF
045900     END-READ
046000     .
046100 P315-FIM. EXIT.
046200******************************************************************
046300*    P350-INCLUIR-CONTATO - GRAVA O CONTROLE EM NEGATIV.DAT E, SO *
046400*                 DEPOIS DE GRAVADO, O REGISTRO '01' DO ARQUIVO DE *
046500*                 INCLUSAO E A LINHA DA LISTAGEM                   *
046600******************************************************************
046700 P350-INCLUIR-CONTATO.
046800     COMPUTE WS-VALOR-DIVIDA = ZERO - SALDO-CONTATO
046900
047000     MOVE SPACES                  TO REG-NEGATIVACAO
047100     MOVE ID-CONTATO              TO NEG-ID-CONTATO
047200     MOVE WS-PROXIMO-SEQ          TO NEG-SEQ
047300     MOVE NM-CONTATO              TO NEG-NM-CONTATO
047400     MOVE WS-DATA-EXEC            TO NEG-DT-INCLUSAO
047500     MOVE WS-VALOR-DIVIDA         TO NEG-VALOR
047600     MOVE DT-ULT-AVISO            TO NEG-DT-ULT-AVISO
047700     MOVE WS-SEQ-REMESSA          TO NEG-REMESSA-INC
047700     MOVE CPF-CNPJ-CONTATO        TO NEG-CPF-CNPJ
047800     SET NEG-INCLUIDO             TO TRUE
047900     MOVE ZEROS                   TO NEG-DT-QUITACAO
048000     MOVE ZEROS                   TO NEG-DT-EXCLUSAO
048100     MOVE ZEROS                   TO NEG-REMESSA-EXC
048200     WRITE REG-NEGATIVACAO
048300         INVALID KEY
048400             MOVE WS-FS-NEG       TO WS-FS
048500             PERFORM 9000-TRADUZIR-FS
048600             DISPLAY 'ERRO AO GRAVAR O CONTROLE DO CONTATO '
048700                     ID-CONTATO ': ' WS-FS-MSG
048800             ADD 1                TO WS-CONT-FALHAS
048900             GO TO P350-FIM
049000     END-WRITE
049100
049200     MOVE SPACES                  TO WS-LINHA-INC
049300     STRING '01'                  DELIMITED BY SIZE
049400            ID-CONTATO            DELIMITED BY SIZE
049500            NM-CONTATO            DELIMITED BY SIZE
049600            WS-VALOR-DIVIDA       DELIMITED BY SIZE
049700            DT-ULT-AVISO          DELIMITED BY SIZE
049800            CEP-CONTATO           DELIMITED BY SIZE
049800            CPF-CNPJ-CONTATO      DELIMITED BY SIZE
049900            INTO WS-LINHA-INC
050000     END-STRING
050100     MOVE WS-LINHA-INC            TO REG-INCLUSAO
050200     WRITE REG-INCLUSAO
050300     ADD 1                        TO WS-CONT-INCLUIDOS
050400     ADD WS-VALOR-DIVIDA          TO WS-SOMA-INCLUIDA
050500
050600     MOVE SPACES                  TO WS-RIMP-LINHA
050700     MOVE ID-CONTATO              TO WS-RIMP-LINHA (1:6)
050800     MOVE NM-CONTATO              TO WS-RIMP-LINHA (8:20)
050900     MOVE DT-ULT-AVISO            TO WS-RIMP-LINHA (29:8)
051000     MOVE WS-DIAS-DECORRIDOS      TO WS-RIMP-LINHA (40:4)
051100     MOVE WS-VALOR-DIVIDA         TO WS-MSK-VALOR
051200     MOVE WS-MSK-VALOR            TO WS-RIMP-LINHA (52:14)
051300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
051400     .
051500 P350-FIM. EXIT.
051600******************************************************************
051700*    P700-GRAVAR-TRAILER - REGISTRO '99' COM A QUANTIDADE E A     *
051800*                 SOMA DAS INCLUSOES                               *
051900******************************************************************
052000 P700-GRAVAR-TRAILER.
052100     MOVE SPACES                  TO WS-LINHA-INC
052200     STRING '99'                  DELIMITED BY SIZE
052300            WS-CONT-INCLUIDOS     DELIMITED BY SIZE
052400            WS-SOMA-INCLUIDA      DELIMITED BY SIZE
052500            INTO WS-LINHA-INC
052600     END-STRING
052700     MOVE WS-LINHA-INC            TO REG-INCLUSAO
052800     WRITE REG-INCLUSAO
052900     .
053000 P700-FIM. EXIT.
053100******************************************************************
053200*    P750-GRAVAR-SEQUENCIA - GRAVA A SEQUENCIA USADA PARA A       *
053300*                 PROXIMA REMESSA                                  *
053400******************************************************************
053500 P750-GRAVAR-SEQUENCIA.
053600     MOVE WS-SEQ-REMESSA          TO NIK-SEQ
053700     OPEN OUTPUT NEGICKPT
053800     WRITE REG-NEGICKPT
053900     CLOSE NEGICKPT
054000     .
054100 P750-FIM. EXIT.
054200******************************************************************
054300*    P800-TOTAIS - TOTAIS DA LISTAGEM E RESUMO NO CONSOLE          *
054400******************************************************************
054500 P800-TOTAIS.
054600     MOVE SPACES                  TO WS-RIMP-LINHA
054700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
054800     MOVE WS-SOMA-INCLUIDA        TO WS-MSK-TOTAL
054900     MOVE SPACES                  TO WS-RIMP-LINHA
055000     STRING 'TOTAL NEGATIVADO: '  DELIMITED BY SIZE
055100            WS-MSK-TOTAL          DELIMITED BY SIZE
055200            ' ('                  DELIMITED BY SIZE
055300            WS-CONT-INCLUIDOS     DELIMITED BY SIZE
055400            ' CONTATOS, REMESSA ' DELIMITED BY SIZE
055500            WS-SEQ-REMESSA        DELIMITED BY SIZE
055600            ')'                   DELIMITED BY SIZE
055700            INTO WS-RIMP-LINHA
055800     END-STRING
055900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
056000
056100     DISPLAY ' '
056200     DISPLAY '*** RESUMO DA NEGATIVACAO ***'
056300     DISPLAY 'REMESSA DE SEQUENCIA.....: ' WS-SEQ-REMESSA
056400     DISPLAY 'CONTATOS LIDOS...........: ' WS-RUN-LIDOS
056500     DISPLAY 'DEVEDORES ATIVOS.........: ' WS-CONT-DEVEDORES
056600     DISPLAY 'FORA DO AVISO FINAL......: ' WS-CONT-SEM-AVISO-FINAL
056700     DISPLAY 'AVISO FINAL SEM DATA.....: ' WS-CONT-SEM-DT-AVISO
056800     DISPLAY 'PRAZO LEGAL EM CURSO.....: ' WS-CONT-PRAZO-ABERTO
056900     DISPLAY 'COM ACORDO ATIVO.........: ' WS-CONT-EM-ACORDO
057000     DISPLAY 'JA NEGATIVADOS...........: ' WS-CONT-JA-NEGATIVADOS
057100     DISPLAY 'INCLUIDOS NO BIRO........: ' WS-CONT-INCLUIDOS
057200     DISPLAY 'FALHAS DE GRAVACAO.......: ' WS-CONT-FALHAS
057300     DISPLAY 'SOMA NEGATIVADA..........: ' WS-MSK-TOTAL
057400     DISPLAY 'ARQUIVO DE INCLUSAO......: '
057500             FUNCTION TRIM(WS-INCLUSAO-DSN)
057600     .
057700 P800-FIM. EXIT.
057800******************************************************************
057900*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
058000******************************************************************
058100 P900-FIM.
058200     DISPLAY '*** FIM DA NEGATIVACAO ***'
058300     MOVE WS-CONT-INCLUIDOS       TO WS-RUN-GRAVADOS
058400     MOVE WS-CONT-FALHAS          TO WS-RUN-REJEITADOS
058500     IF WS-RUN-RESULTADO = ZEROS AND WS-CONT-FALHAS > ZEROS
058600        MOVE 04                   TO WS-RUN-RESULTADO
058700     END-IF
058800     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
058900     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
059000     STOP RUN.
059100
059200     COPY FSTATUS.
059300     COPY DSNENV.
059400     COPY RUNLOG.
059500     COPY RELIMP.
059600     COPY ACOCHK.
