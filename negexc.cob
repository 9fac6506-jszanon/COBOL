000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NEGEXC.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-02-28.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: EXCLUSAO DE CONTATOS DO BIRO DE CREDITO. RODA
000900*                 DEPOIS DO POSTSAL E VARRE O CONTROLE DE
001000*                 NEGATIVACOES (NEGATIV.DAT, LAYOUT NEGREG, GRAVADO
001100*                 PELO NEGCTT). TODO CONTATO AINDA NEGATIVADO SAI
001200*                 NO ARQUIVO DE EXCLUSAO (NEGEXC.DAT) QUANDO:
001300*                 - O SALDO-CONTATO NAO E MAIS NEGATIVO (MOTIVO Q);
001400*                 - A NEGATIVACAO CHEGOU AO TEMPO MAXIMO DE
001500*                   PERMANENCIA, PARAMETRO LIMITE=NNNN DIAS (PADRAO
001600*                   1825 - CINCO ANOS) (MOTIVO P);
001700*                 - O CONTATO NAO EXISTE MAIS EM CONTATOS.DAT
001800*                   (MOTIVO X).
001900*                 O ARQUIVO LEVA CABECALHO '00' (DATA + SEQUENCIA
002000*                 DA REMESSA, CONTROLADA EM NEGECKPT.DAT), UM
002100*                 REGISTRO '01' POR EXCLUSAO E TRAILER '99'
002200*                 (QUANTIDADE + SOMA), NO MESMO FORMATO DO NEGCTT.
002300*                 A EXCLUSAO TEM PRAZO LEGAL (PARAMETRO PRAZO=NN
002400*                 DIAS, PADRAO 05) CONTADO DA QUITACAO - A DATA DO
002500*                 MOVIMENTO QUE TIROU O SALDO DO NEGATIVO, PROCURADA
002600*                 NO LEDGER (MOVHIST DO MES E DO MES ANTERIOR) - OU
002700*                 DO FIM DO TEMPO MAXIMO. A LISTAGEM NEGEXC.LST
002800*                 MARCA CADA EXCLUSAO FEITA FORA DO PRAZO, COM OS
002900*                 DIAS DE ATRASO, E O RETURN-CODE SOBE PARA 04.
003000*----------------------------------------------------------------*
003100*    HISTORICO DE ALTERACOES
003200*    DATA       AUTOR   DESCRICAO
003300*    ---------- ------- ----------------------------------------
003400*    2025-02-28 JSZ     PROGRAMA CRIADO (EXCLUSAO DO BIRO DE
003500*                       CREDITO).
003500*    2025-03-07 JSZ     O REGISTRO 01 DA EXCLUSAO PASSA A LEVAR O
003500*                       CPF/CNPJ ENVIADO NA INCLUSAO
003500*                       (NEG-CPF-CNPJ).
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ID-CONTATO
004700         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004733         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004766             SUPPRESS WHEN SPACES
004800         LOCK MODE IS MANUAL
004900         FILE STATUS IS WS-FS.
005000     SELECT NEGATIV ASSIGN TO WS-NEGATIV-DSN
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS NEG-CHAVE
005400         LOCK MODE IS MANUAL
005500         FILE STATUS IS WS-FS-NEG.
005600     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-FS-HIS.
005900     SELECT EXCLUSAO ASSIGN TO WS-EXCLUSAO-DSN
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FS-EXC.
006200     SELECT NEGECKPT ASSIGN TO WS-NEGECKPT-DSN
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FS-CKPT.
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
007700 FD  HISTORICO.
007800     COPY MOVHREG.
007900 FD  EXCLUSAO.
008000 01  REG-EXCLUSAO                 PIC X(80).
008100 FD  NEGECKPT.
008200 01  REG-NEGECKPT.
008300     03  NEK-SEQ                  PIC 9(04).
008400 FD  RELIMP.
008500 01  REG-RELIMP                   PIC X(132).
008600 FD  RUNCTL.
008700     COPY RUNREG.
008800 WORKING-STORAGE SECTION.
008900 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
009000 01  WS-NEGATIV-DSN               PIC X(100) VALUE 'NEGATIV.DAT'.
009100 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
009200 01  WS-EXCLUSAO-DSN              PIC X(100) VALUE 'NEGEXC.DAT'.
009300 01  WS-NEGECKPT-DSN              PIC X(100) VALUE 'NEGECKPT.DAT'.
009400 77  WS-FS                        PIC X(02) VALUE '00'.
009500     88 FS-OK                     VALUE '00'.
009600 77  WS-FS-NEG                    PIC X(02) VALUE '00'.
009700     88 FS-NEG-OK                 VALUE '00'.
009800 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
009900     88 FS-HIS-OK                 VALUE '00'.
010000 77  WS-FS-EXC                    PIC X(02) VALUE '00'.
010100     88 FS-EXC-OK                 VALUE '00'.
010200 77  WS-FS-CKPT                   PIC X(02) VALUE '00'.
010300     88 FS-CKPT-OK                VALUE '00'.
010400 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
010500 77  WS-EOF-NEG                   PIC X(01) VALUE 'N'.
010600     88 EOF-NEG-OK                VALUE 'S' FALSE 'N'.
010700 77  WS-EOF-HIS                   PIC X(01) VALUE 'N'.
010800     88 EOF-HIS-OK                VALUE 'S' FALSE 'N'.
010900 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
011000     88 ARQUIVOS-ABERTOS          VALUE 'S' FALSE 'N'.
011100 01  WS-CONTATO-SW                PIC X(01) VALUE 'N'.
011200     88 CONTATO-ACHADO            VALUE 'S' FALSE 'N'.
011300*----------------------------------------------------------------*
011400*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
011500*    DO P100-ANALISAR-PARM DO CARTCOB)                           *
011600*----------------------------------------------------------------*
011700 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
011800 01  WS-PARM-TOKENS.
011900     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
012000                                  INDEXED BY WS-PARM-IDX.
012100 77  WS-PRAZO-EXCLUSAO            PIC 9(02) VALUE 5.
012200 77  WS-LIMITE-DIAS               PIC 9(04) VALUE 1825.
012300*----------------------------------------------------------------*
012400*    CONTROLE DA REMESSA E DATAS                                 *
012500*----------------------------------------------------------------*
012600 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
012700 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
012800 77  WS-DIAS-NEGATIVADO           PIC S9(07) VALUE ZEROS.
012900 77  WS-DIAS-ATRASO               PIC S9(07) VALUE ZEROS.
013000 77  WS-SEQ-REMESSA               PIC 9(04) VALUE ZEROS.
013100 01  WS-LINHA-EXC                 PIC X(80) VALUE SPACES.
013200 77  WS-DT-QUITACAO               PIC 9(08) VALUE ZEROS.
013300 01  WS-DESC-MOTIVO               PIC X(20) VALUE SPACES.
013400*----------------------------------------------------------------*
013500*    LEDGER A VARRER PARA ACHAR A QUITACAO: O MENSAL DO MES       *
013600*    ANTERIOR (FECMES) E O LEDGER VIVO                           *
013700*----------------------------------------------------------------*
013800 01  WS-ARQ-TAB.
013900     03  WS-ARQ-DSN               OCCURS 2 TIMES PIC X(100).
014000 77  WS-ARQ-IDX                   PIC 9(01) VALUE ZEROS.
014100 77  WS-MES-AAAA                  PIC 9(04) VALUE ZEROS.
014200 77  WS-MES-MM                    PIC 9(02) VALUE ZEROS.
014300*----------------------------------------------------------------*
014400*    CONTADORES DO RESUMO                                        *
014500*----------------------------------------------------------------*
014600 77  WS-CONT-LIDOS                PIC 9(06) VALUE ZEROS.
014700 77  WS-CONT-ATIVAS               PIC 9(06) VALUE ZEROS.
014800 77  WS-CONT-MANTIDAS             PIC 9(06) VALUE ZEROS.
014900 77  WS-CONT-EXC-QUITADO          PIC 9(06) VALUE ZEROS.
015000 77  WS-CONT-EXC-PRAZO            PIC 9(06) VALUE ZEROS.
015100 77  WS-CONT-EXC-SEM-CONTATO      PIC 9(06) VALUE ZEROS.
015200 77  WS-CONT-EXCLUIDOS            PIC 9(06) VALUE ZEROS.
015300 77  WS-CONT-ATRASADAS            PIC 9(06) VALUE ZEROS.
015400 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
015500 77  WS-SOMA-EXCLUIDA             PIC 9(13)V99 VALUE ZEROS.
015600*----------------------------------------------------------------*
015700*    MASCARAS DE EDICAO (MESMO ESTILO DO RELSALDO)               *
015800*----------------------------------------------------------------*
015900 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
016000 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
016100 01  WS-MSK-DIAS                  PIC Z.ZZ9.
016200*----------------------------------------------------------------*
016300*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
016400*----------------------------------------------------------------*
016500 01  WS-RELIMP-DSN                PIC X(100) VALUE 'NEGEXC.LST'.
016600 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
016700     88 FS-RIMP-OK                VALUE '00'.
016800 01  WS-RIMP-TITULO               PIC X(40) VALUE
016900     'EXCLUSOES DO BIRO DE CREDITO'.
017000 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
017100 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
017200 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
017300 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
017400 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
017500 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
017600*----------------------------------------------------------------*
017700*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
017800*----------------------------------------------------------------*
017900 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
018000 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
018100     88 FS-RUN-OK                 VALUE '00'.
018200 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'NEGEXC'.
018300 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
018400 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
018500 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
018600 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
018700 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
018800 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
018900 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
019000 PROCEDURE DIVISION.
019100******************************************************************
019200*    0000-MAINLINE - ROTINA PRINCIPAL                            *
019300******************************************************************
019400 0000-MAINLINE.
019500     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
019600     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
019700     DISPLAY '*** EXCLUSAO DO BIRO DE CREDITO (NEGEXC) ***'
019800     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
019900     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
020000     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
020100     COMPUTE WS-DIAS-HOJE =
020200         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
020300     DISPLAY 'PRAZO LEGAL PARA A EXCLUSAO.....: '
020400             WS-PRAZO-EXCLUSAO ' DIAS.'
020500     DISPLAY 'TEMPO MAXIMO DE NEGATIVACAO.....: '
020600             WS-LIMITE-DIAS ' DIAS.'
020700
020800     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
020900     IF NOT FS-RIMP-OK
021000        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
021100                FUNCTION TRIM(WS-RELIMP-DSN)
021200        MOVE 08                   TO WS-RUN-RESULTADO
021300        GO TO 0000-ENCERRAR
021400     END-IF
021500     PERFORM P150-MONTAR-ARQUIVOS THRU P150-FIM
021600     PERFORM P160-TOMAR-SEQUENCIA THRU P160-FIM
021700     PERFORM P200-ABRIR-ARQUIVOS  THRU P200-FIM
021800     IF NOT ARQUIVOS-ABERTOS
021900        MOVE 08                   TO WS-RUN-RESULTADO
022000        PERFORM 9830-REL-FECHAR   THRU 9830-FIM
022100        GO TO 0000-ENCERRAR
022200     END-IF
022300
022400     PERFORM P250-CABECALHOS      THRU P250-FIM
022500     SET EOF-NEG-OK               TO FALSE
022600     PERFORM P300-TRATAR-NEGATIVACAO THRU P300-FIM
022700         UNTIL EOF-NEG-OK
022800
022900     PERFORM P700-GRAVAR-TRAILER  THRU P700-FIM
023000     PERFORM P800-TOTAIS          THRU P800-FIM
023100     CLOSE CONTATOS
023200     CLOSE NEGATIV
023300     CLOSE EXCLUSAO
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
026400     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'PRAZO='
026500        IF WS-PARM-TOKEN(WS-PARM-IDX) (7:2) IS NUMERIC
026600           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:2)
026700                                  TO WS-PRAZO-EXCLUSAO
026800        ELSE
026900           DISPLAY 'PARAMETRO PRAZO= INVALIDO (USE DOIS '
027000                   'DIGITOS, EX: PRAZO=05) - USANDO O PADRAO.'
027100        END-IF
027200     END-IF
027300     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:7) = 'LIMITE='
027400        IF WS-PARM-TOKEN(WS-PARM-IDX) (8:4) IS NUMERIC
027500           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (8:4)
027600                                  TO WS-LIMITE-DIAS
027700        ELSE
027800           DISPLAY 'PARAMETRO LIMITE= INVALIDO (USE QUATRO '
027900                   'DIGITOS, EX: LIMITE=1825) - USANDO O PADRAO.'
028000        END-IF
028100     END-IF
028200     .
028300 P110-FIM. EXIT.
028400******************************************************************
028500*    P150-MONTAR-ARQUIVOS - MONTA A LISTA DE ARQUIVOS DO LEDGER:  *
028600*                 O MENSAL DO MES ANTERIOR (FECMES) E O VIVO, EM   *
028700*                 ORDEM CRONOLOGICA (MESMO CORTE DO RELATRA)       *
028800******************************************************************
028900 P150-MONTAR-ARQUIVOS.
029000     MOVE WS-DATA-EXEC (1:4)      TO WS-MES-AAAA
029100     MOVE WS-DATA-EXEC (5:2)      TO WS-MES-MM
029200     IF WS-MES-MM = 1
029300        MOVE 12                   TO WS-MES-MM
029400        SUBTRACT 1                FROM WS-MES-AAAA
029500     ELSE
029600        SUBTRACT 1                FROM WS-MES-MM
029700     END-IF
029800     MOVE SPACES                  TO WS-ARQ-DSN (1)
029900     STRING 'MOVHIST.'            DELIMITED BY SIZE
030000            WS-MES-AAAA           DELIMITED BY SIZE
030100            WS-MES-MM             DELIMITED BY SIZE
030200            INTO WS-ARQ-DSN (1)
030300     END-STRING
030400     MOVE 'MOVHIST.DAT'           TO WS-ARQ-DSN (2)
030500     .
030600 P150-FIM. EXIT.
030700******************************************************************
030800*    P160-TOMAR-SEQUENCIA - LE E AVANCA A SEQUENCIA DA REMESSA    *
030900*                 DE EXCLUSAO (NEGECKPT.DAT, MESMA IDEIA DO        *
031000*                 REMCKPT DO REMBANC)                              *
031100******************************************************************
031200 P160-TOMAR-SEQUENCIA.
031300     MOVE ZEROS                   TO WS-SEQ-REMESSA
031400     OPEN INPUT NEGECKPT
031500     IF FS-CKPT-OK
031600        READ NEGECKPT
031700            AT END
031800               CONTINUE
031900            NOT AT END
032000               MOVE NEK-SEQ       TO WS-SEQ-REMESSA
032100        END-READ
032200        CLOSE NEGECKPT
032300     END-IF
032400     ADD 1                        TO WS-SEQ-REMESSA
032500     .
032600 P160-FIM. EXIT.
032700******************************************************************
032800*    P200-ABRIR-ARQUIVOS - ABRE CONTATOS.DAT (ENTRADA), O         *
032900*                 CONTROLE NEGATIV.DAT (I-O, CRIADO SE NAO EXISTE) *
033000*                 E O ARQUIVO DE EXCLUSAO (SAIDA)                  *
033100******************************************************************
033200 P200-ABRIR-ARQUIVOS.
033300     SET ARQUIVOS-ABERTOS         TO FALSE
033400     OPEN INPUT CONTATOS
033500     IF NOT FS-OK
033600        PERFORM 9000-TRADUZIR-FS
033700        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
033800        GO TO P200-FIM
033900     END-IF
034000
034100     OPEN I-O NEGATIV
034200*    SEM O CONTROLE (NENHUMA NEGATIVACAO AINDA) O ARQUIVO E CRIADO
034300*    VAZIO E A REMESSA SAI SO COM CABECALHO E TRAILER.
034400     IF WS-FS-NEG = '35'
034500        OPEN OUTPUT NEGATIV
034600        CLOSE NEGATIV
034700        MOVE '00'                 TO WS-FS-NEG
034800        OPEN I-O NEGATIV
034900     END-IF
035000     IF NOT FS-NEG-OK
035100        MOVE WS-FS-NEG            TO WS-FS
035200        PERFORM 9000-TRADUZIR-FS
035300        DISPLAY 'ERRO AO ABRIR O CONTROLE DE NEGATIVACOES: '
035400                WS-FS-MSG
035500        CLOSE CONTATOS
035600        GO TO P200-FIM
035700     END-IF
035800
035900     OPEN OUTPUT EXCLUSAO
036000     IF NOT FS-EXC-OK
036100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EXCLUSAO: '
036200                FUNCTION TRIM(WS-EXCLUSAO-DSN)
036300        CLOSE CONTATOS
036400        CLOSE NEGATIV
036500        GO TO P200-FIM
036600     END-IF
036700     SET ARQUIVOS-ABERTOS         TO TRUE
036800     .
036900 P200-FIM. EXIT.
037000******************************************************************
037100*    P250-CABECALHOS - REGISTRO '00' DO ARQUIVO DE EXCLUSAO (DATA *
037200*                 DA GERACAO E SEQUENCIA DA REMESSA) E TITULO DAS  *
037300*                 COLUNAS DA LISTAGEM                              *
037400******************************************************************
037500 P250-CABECALHOS.
037600     MOVE SPACES                  TO WS-LINHA-EXC
037700     STRING '00'                  DELIMITED BY SIZE
037800            WS-DATA-EXEC          DELIMITED BY SIZE
037900            WS-SEQ-REMESSA        DELIMITED BY SIZE
038000            'EXCLUSAO'            DELIMITED BY SIZE
038100            INTO WS-LINHA-EXC
038200     END-STRING
038300     MOVE WS-LINHA-EXC            TO REG-EXCLUSAO
038400     WRITE REG-EXCLUSAO
038500
038600     MOVE SPACES                  TO WS-RIMP-LINHA
038700     MOVE 'ID     NOME                 INCLUSAO QUITACAO MOTIVO'
038800                                  TO WS-RIMP-LINHA
038900     MOVE 'VALOR NEGATIVADO'      TO WS-RIMP-LINHA (73:16)
039000     MOVE 'SITUACAO DO PRAZO'     TO WS-RIMP-LINHA (91:17)
039100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
039200     .
039300 P250-FIM. EXIT.
039400******************************************************************
039500*    P300-TRATAR-NEGATIVACAO - LE UM REGISTRO DO CONTROLE E, SE O *
039600*                 CONTATO AINDA ESTA NEGATIVADO, DECIDE SE A       *
039700*                 EXCLUSAO E DEVIDA                                *
039800******************************************************************
039900 P300-TRATAR-NEGATIVACAO.
040000     READ NEGATIV NEXT RECORD
040100         AT END
040200             SET EOF-NEG-OK        TO TRUE
040300             GO TO P300-FIM
040400     END-READ
040500     ADD 1                        TO WS-CONT-LIDOS
040600     IF NOT NEG-INCLUIDO
040700        GO TO P300-FIM
040800     END-IF
040900     ADD 1                        TO WS-CONT-ATIVAS
041000     COMPUTE WS-DIAS-NEGATIVADO = WS-DIAS-HOJE -
041100         FUNCTION INTEGER-OF-DATE(NEG-DT-INCLUSAO)
041200
041300     SET CONTATO-ACHADO           TO TRUE
041400     MOVE NEG-ID-CONTATO          TO ID-CONTATO
041500     READ CONTATOS
041600         INVALID KEY
041700             SET CONTATO-ACHADO   TO FALSE
041800     END-READ
041900
042000     EVALUATE TRUE
042100         WHEN NOT CONTATO-ACHADO
042200              SET NEG-EXC-SEM-CONTATO TO TRUE
042300              MOVE ZEROS          TO WS-DT-QUITACAO
042400              MOVE ZEROS          TO WS-DIAS-ATRASO
042500         WHEN SALDO-CONTATO NOT < ZEROS
042600              SET NEG-EXC-QUITADO TO TRUE
042700              PERFORM P320-ACHAR-QUITACAO THRU P320-FIM
042800              COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE -
042900                  FUNCTION INTEGER-OF-DATE(WS-DT-QUITACAO) -
043000                  WS-PRAZO-EXCLUSAO
043100         WHEN WS-DIAS-NEGATIVADO NOT < WS-LIMITE-DIAS
043200              SET NEG-EXC-PRAZO   TO TRUE
043300              MOVE ZEROS          TO WS-DT-QUITACAO
043400              COMPUTE WS-DIAS-ATRASO = WS-DIAS-NEGATIVADO -
043500                  WS-LIMITE-DIAS - WS-PRAZO-EXCLUSAO
043600         WHEN OTHER
043700              ADD 1               TO WS-CONT-MANTIDAS
043800              GO TO P300-FIM
043900     END-EVALUATE
044000
044100     PERFORM P350-EXCLUIR-CONTATO THRU P350-FIM
044200     .
044300 P300-FIM. EXIT.
044400******************************************************************
044500*    P320-ACHAR-QUITACAO - PROCURA NO LEDGER, ENTRE OS MOVIMENTOS *
044600*                 EFETIVADOS DESDE A INCLUSAO, O ULTIMO QUE LEVOU  *
044700*                 O SALDO DE NEGATIVO PARA ZERO OU POSITIVO; SEM   *
044800*                 ELE (QUITACAO EM MES JA FECHADO), VALE A DATA DE *
044900*                 HOJE                                             *
045000******************************************************************
045100 P320-ACHAR-QUITACAO.
045200     MOVE ZEROS                   TO WS-DT-QUITACAO
045300     PERFORM P322-VARRER-ARQUIVO  THRU P322-FIM
045400         VARYING WS-ARQ-IDX FROM 1 BY 1
045500         UNTIL WS-ARQ-IDX > 2
045600     IF WS-DT-QUITACAO = ZEROS OR WS-DT-QUITACAO NOT NUMERIC
045700        MOVE WS-DATA-EXEC         TO WS-DT-QUITACAO
045800     END-IF
045900     .
046000 P320-FIM. EXIT.
046100 P322-VARRER-ARQUIVO.
046200     MOVE WS-ARQ-DSN (WS-ARQ-IDX) TO WS-HISTORICO-DSN
046300     SET EOF-HIS-OK               TO FALSE
046400     OPEN INPUT HISTORICO
046500     IF NOT FS-HIS-OK
046600        GO TO P322-FIM
046700     END-IF
046800     PERFORM P325-LER-HISTORICO   THRU P325-FIM
046900         UNTIL EOF-HIS-OK
047000     CLOSE HISTORICO
047100     .
047200 P322-FIM. EXIT.
047300 P325-LER-HISTORICO.
047400     READ HISTORICO
047500         AT END
047600             SET EOF-HIS-OK        TO TRUE
047700             GO TO P325-FIM
047800     END-READ
047900     IF HIS-ID-CONTATO NOT = NEG-ID-CONTATO OR
048000        HIS-DATA-POST < NEG-DT-INCLUSAO
048100        GO TO P325-FIM
048200     END-IF
048300     IF HIS-SALDO-APOS < ZEROS
048400        MOVE ZEROS                TO WS-DT-QUITACAO
048500     ELSE
048600        IF WS-DT-QUITACAO = ZEROS
048700           MOVE HIS-DATA-MOV      TO WS-DT-QUITACAO
048800        END-IF
048900     END-IF
049000     .
049100 P325-FIM. EXIT.
049200******************************************************************
049300*    P350-EXCLUIR-CONTATO - FECHA O REGISTRO DO CONTROLE E, SO    *
049400*                 DEPOIS DE REGRAVADO, GRAVA O REGISTRO '01' DO    *
049500*                 ARQUIVO DE EXCLUSAO E A LINHA DA LISTAGEM        *
049600******************************************************************
049700 P350-EXCLUIR-CONTATO.
049800     SET NEG-EXCLUIDO             TO TRUE
049900     MOVE WS-DT-QUITACAO          TO NEG-DT-QUITACAO
050000     MOVE WS-DATA-EXEC            TO NEG-DT-EXCLUSAO
050100     MOVE WS-SEQ-REMESSA          TO NEG-REMESSA-EXC
050200     REWRITE REG-NEGATIVACAO
050300         INVALID KEY
050400             MOVE WS-FS-NEG       TO WS-FS
050500             PERFORM 9000-TRADUZIR-FS
050600             DISPLAY 'ERRO AO REGRAVAR O CONTROLE DO CONTATO '
050700                     NEG-ID-CONTATO ': ' WS-FS-MSG
050800             ADD 1                TO WS-CONT-FALHAS
050900             GO TO P350-FIM
051000     END-REWRITE
051100
051200     MOVE SPACES                  TO WS-LINHA-EXC
051300     STRING '01'                  DELIMITED BY SIZE
051400            NEG-ID-CONTATO        DELIMITED BY SIZE
051500            NEG-NM-CONTATO        DELIMITED BY SIZE
051600            NEG-VALOR             DELIMITED BY SIZE
051700            NEG-DT-INCLUSAO       DELIMITED BY SIZE
051800            NEG-REMESSA-INC       DELIMITED BY SIZE
051900            NEG-MOTIVO-EXC        DELIMITED BY SIZE
051900            NEG-CPF-CNPJ          DELIMITED BY SIZE
052000            INTO WS-LINHA-EXC
052100     END-STRING
052200     MOVE WS-LINHA-EXC            TO REG-EXCLUSAO
052300     WRITE REG-EXCLUSAO
052400     ADD 1                        TO WS-CONT-EXCLUIDOS
052500     ADD NEG-VALOR                TO WS-SOMA-EXCLUIDA
052600
052700     EVALUATE TRUE
052800         WHEN NEG-EXC-QUITADO
052900              ADD 1               TO WS-CONT-EXC-QUITADO
053000              MOVE 'SALDO QUITADO'      TO WS-DESC-MOTIVO
053100         WHEN NEG-EXC-PRAZO
053200              ADD 1               TO WS-CONT-EXC-PRAZO
053300              MOVE 'TEMPO MAXIMO'       TO WS-DESC-MOTIVO
053400         WHEN OTHER
053500              ADD 1               TO WS-CONT-EXC-SEM-CONTATO
053600              MOVE 'CONTATO INEXISTENTE' TO WS-DESC-MOTIVO
053700     END-EVALUATE
053800
053900     MOVE SPACES                  TO WS-RIMP-LINHA
054000     MOVE NEG-ID-CONTATO          TO WS-RIMP-LINHA (1:6)
054100     MOVE NEG-NM-CONTATO          TO WS-RIMP-LINHA (8:20)
054200     MOVE NEG-DT-INCLUSAO         TO WS-RIMP-LINHA (29:8)
054300     IF WS-DT-QUITACAO NOT = ZEROS
054400        MOVE WS-DT-QUITACAO       TO WS-RIMP-LINHA (38:8)
054500     END-IF
054600     MOVE WS-DESC-MOTIVO          TO WS-RIMP-LINHA (47:20)
054700     MOVE NEG-VALOR               TO WS-MSK-VALOR
054800     MOVE WS-MSK-VALOR            TO WS-RIMP-LINHA (75:14)
054900     IF WS-DIAS-ATRASO > ZEROS
055000        ADD 1                     TO WS-CONT-ATRASADAS
055100        MOVE WS-DIAS-ATRASO       TO WS-MSK-DIAS
055200        STRING 'EM ATRASO - '     DELIMITED BY SIZE
055300               WS-MSK-DIAS        DELIMITED BY SIZE
055400               ' DIAS'            DELIMITED BY SIZE
055500               INTO WS-RIMP-LINHA (91:25)
055600        END-STRING
055700        DISPLAY 'EXCLUSAO EM ATRASO: CONTATO ' NEG-ID-CONTATO
055800                ' - ' WS-MSK-DIAS ' DIAS ALEM DO PRAZO.'
055900     ELSE
056000        MOVE 'NO PRAZO'           TO WS-RIMP-LINHA (91:8)
056100     END-IF
056200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
056300     .
056400 P350-FIM. EXIT.
056500******************************************************************
056600*    P700-GRAVAR-TRAILER - REGISTRO '99' COM A QUANTIDADE E A     *
056700*                 SOMA DAS EXCLUSOES                               *
056800******************************************************************
056900 P700-GRAVAR-TRAILER.
057000     MOVE SPACES                  TO WS-LINHA-EXC
057100     STRING '99'                  DELIMITED BY SIZE
057200            WS-CONT-EXCLUIDOS     DELIMITED BY SIZE
057300            WS-SOMA-EXCLUIDA      DELIMITED BY SIZE
057400            INTO WS-LINHA-EXC
057500     END-STRING
057600     MOVE WS-LINHA-EXC            TO REG-EXCLUSAO
057700     WRITE REG-EXCLUSAO
057800     .
057900 P700-FIM. EXIT.
058000******************************************************************
058100*    P750-GRAVAR-SEQUENCIA - GRAVA A SEQUENCIA USADA PARA A       *
058200*                 PROXIMA REMESSA                                  *
058300******************************************************************
058400 P750-GRAVAR-SEQUENCIA.
058500     MOVE WS-SEQ-REMESSA          TO NEK-SEQ
058600     OPEN OUTPUT NEGECKPT
058700     WRITE REG-NEGECKPT
058800     CLOSE NEGECKPT
058900     .
059000 P750-FIM. EXIT.
059100******************************************************************
059200*    P800-TOTAIS - TOTAIS DA LISTAGEM E RESUMO NO CONSOLE          *
059300******************************************************************
059400 P800-TOTAIS.
059500     MOVE SPACES                  TO WS-RIMP-LINHA
059600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
059700     MOVE WS-SOMA-EXCLUIDA        TO WS-MSK-TOTAL
059800     MOVE SPACES                  TO WS-RIMP-LINHA
059900     STRING 'TOTAL EXCLUIDO: '    DELIMITED BY SIZE
060000            WS-MSK-TOTAL          DELIMITED BY SIZE
060100            ' ('                  DELIMITED BY SIZE
060200            WS-CONT-EXCLUIDOS     DELIMITED BY SIZE
060300            ' CONTATOS, REMESSA ' DELIMITED BY SIZE
060400            WS-SEQ-REMESSA        DELIMITED BY SIZE
060500            ')'                   DELIMITED BY SIZE
060600            INTO WS-RIMP-LINHA
060700     END-STRING
060800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
060900     MOVE SPACES                  TO WS-RIMP-LINHA
061000     STRING 'EXCLUSOES EM ATRASO: ' DELIMITED BY SIZE
061100            WS-CONT-ATRASADAS     DELIMITED BY SIZE
061200            INTO WS-RIMP-LINHA
061300     END-STRING
061400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
061500
061600     DISPLAY ' '
061700     DISPLAY '*** RESUMO DA EXCLUSAO ***'
061800     DISPLAY 'REMESSA DE SEQUENCIA.....: ' WS-SEQ-REMESSA
061900     DISPLAY 'REGISTROS DO CONTROLE....: ' WS-CONT-LIDOS
062000     DISPLAY 'NEGATIVACOES ATIVAS......: ' WS-CONT-ATIVAS
062100     DISPLAY 'MANTIDAS NO BIRO.........: ' WS-CONT-MANTIDAS
062200     DISPLAY 'EXCLUIDAS - QUITADAS.....: ' WS-CONT-EXC-QUITADO
062300     DISPLAY 'EXCLUIDAS - TEMPO MAXIMO.: ' WS-CONT-EXC-PRAZO
062400     DISPLAY 'EXCLUIDAS - SEM CONTATO..: ' WS-CONT-EXC-SEM-CONTATO
062500     DISPLAY 'EXCLUSOES EM ATRASO......: ' WS-CONT-ATRASADAS
062600     DISPLAY 'FALHAS DE GRAVACAO.......: ' WS-CONT-FALHAS
062700     DISPLAY 'SOMA EXCLUIDA............: ' WS-MSK-TOTAL
062800     DISPLAY 'ARQUIVO DE EXCLUSAO......: '
062900             FUNCTION TRIM(WS-EXCLUSAO-DSN)
063000     .
063100 P800-FIM. EXIT.
063200******************************************************************
063300*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
063400******************************************************************
063500 P900-FIM.
063600     DISPLAY '*** FIM DA EXCLUSAO ***'
063700     MOVE WS-CONT-LIDOS           TO WS-RUN-LIDOS
063800     MOVE WS-CONT-EXCLUIDOS       TO WS-RUN-GRAVADOS
063900     MOVE WS-CONT-FALHAS          TO WS-RUN-REJEITADOS
064000     IF WS-RUN-RESULTADO = ZEROS AND
064100        (WS-CONT-FALHAS > ZEROS OR WS-CONT-ATRASADAS > ZEROS)
064200        MOVE 04                   TO WS-RUN-RESULTADO
064300     END-IF
064400     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
064500     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
064600     STOP RUN.
064700
064800     COPY FSTATUS.
064900     COPY DSNENV.
065000     COPY RUNLOG.
065100     COPY RELIMP.
