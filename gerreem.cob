000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GERREEM.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-05-23.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: PROPOSTA DE REEMBOLSO DO SALDO CREDOR. VARRE
000900*                 CONTATOS.DAT (ATIVOS E INATIVOS) E, PARA CADA
001000*                 SALDO POSITIVO ACIMA DO VALOR MINIMO (PARAMETRO
001100*                 VALOR=NNNNNNN EM REAIS, PADRAO 10), GRAVA UMA
001200*                 PENDENCIA TIPO 'R' EM APROV.DAT (COPYBOOK
001300*                 APRCHK) E O REEMBOLSO PROPOSTO EM REEMB.DAT, COM
001400*                 A MESMA DATA/HORA DA PENDENCIA. O SUPERVISOR
001500*                 DECIDE NO APRCTT, A PARTIR DA LISTAGEM
001600*                 GERREEM.LST; O PAGREEM PAGA OS APROVADOS.
001700*                 CONTATO COM REEMBOLSO PROPOSTO OU ENVIADO NAO
001800*                 RECEBE OUTRO; CONTATO SEM DADOS BANCARIOS
001900*                 (CTABANC.DAT, MANTIDO NO CADBANC) SAI COMO
002000*                 EXCECAO NA LISTAGEM E DEIXA O RETURN-CODE EM 04.
002100*                 RODAR DEPOIS DO POSTSAL, COM O SALDO EFETIVADO.
002200*----------------------------------------------------------------*
002300*    HISTORICO DE ALTERACOES
002400*    DATA       AUTOR   DESCRICAO
002500*    ---------- ------- ----------------------------------------
002600*    2025-05-23 JSZ     PROGRAMA CRIADO (REEMBOLSO DE SALDO
002700*                       CREDOR).
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ID-CONTATO
003900         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004100             SUPPRESS WHEN SPACES
004200         FILE STATUS IS WS-FS.
004300     SELECT CTABANC ASSIGN TO WS-CTABANC-DSN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CTB-ID-CONTATO
004700         FILE STATUS IS WS-FS-CTB.
004800     SELECT REEMBOLSOS ASSIGN TO WS-REEMBOLSOS-DSN
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS REE-CHAVE
005200         ALTERNATE RECORD KEY IS REE-CHAVE-PAGTO WITH DUPLICATES
005300         FILE STATUS IS WS-FS-REE.
005400     SELECT APROVACAO ASSIGN TO WS-APROVACAO-DSN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-APR.
005700     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FS-RIMP.
006000     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FS-RUN.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONTATOS.
006600     COPY CONTREG.
006700 FD  CTABANC.
006800     COPY CTBREG.
006900 FD  REEMBOLSOS.
007000     COPY REEMREG.
007100 FD  APROVACAO.
007200     COPY APRVREG.
007300 FD  RELIMP.
007400 01  REG-RELIMP                   PIC X(132).
007500 FD  RUNCTL.
007600     COPY RUNREG.
007700 WORKING-STORAGE SECTION.
007800 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
007900 01  WS-CTABANC-DSN               PIC X(100) VALUE 'CTABANC.DAT'.
008000 01  WS-REEMBOLSOS-DSN            PIC X(100) VALUE 'REEMB.DAT'.
008100 77  WS-FS                        PIC X(02) VALUE '00'.
008200     88 FS-OK                     VALUE '00'.
008300 77  WS-FS-CTB                    PIC X(02) VALUE '00'.
008400     88 FS-CTB-OK                 VALUE '00'.
008500 77  WS-FS-REE                    PIC X(02) VALUE '00'.
008600     88 FS-REE-OK                 VALUE '00'.
008700 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
008800 77  WS-EOF                       PIC X(01) VALUE 'N'.
008900     88 EOF-OK                    VALUE 'S' FALSE 'N'.
009000 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
009100     88 ARQUIVOS-ABERTOS          VALUE 'S' FALSE 'N'.
009200 01  WS-CTB-ABERTO-SW             PIC X(01) VALUE 'N'.
009300     88 CTB-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
009400 01  WS-REE-EOF-SW                PIC X(01) VALUE 'N'.
009500     88 REE-EOF-OK                VALUE 'S' FALSE 'N'.
009600 01  WS-REE-ABERTO-SW             PIC X(01) VALUE 'N'.
009700     88 REE-EM-ABERTO             VALUE 'S' FALSE 'N'.
009800 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
009900 77  WS-SITUACAO-LINHA            PIC X(30) VALUE SPACES.
010000*----------------------------------------------------------------*
010100*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
010200*    DO P100-ANALISAR-PARM DO BAIXCTT)                           *
010300*----------------------------------------------------------------*
010400 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
010500 01  WS-PARM-TOKENS.
010600     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
010700                                  INDEXED BY WS-PARM-IDX.
010800 77  WS-VALOR-MINIMO              PIC 9(07) VALUE 10.
010900*----------------------------------------------------------------*
011000*    CONTADORES DO RESUMO                                        *
011100*----------------------------------------------------------------*
011200 77  WS-CONT-CREDORES             PIC 9(06) VALUE ZEROS.
011300 77  WS-CONT-ABAIXO-VALOR         PIC 9(06) VALUE ZEROS.
011400 77  WS-CONT-EM-ANDAMENTO         PIC 9(06) VALUE ZEROS.
011500 77  WS-CONT-SEM-CONTA            PIC 9(06) VALUE ZEROS.
011600 77  WS-CONT-PROPOSTOS            PIC 9(06) VALUE ZEROS.
011700 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
011800 77  WS-TOTAL-PROPOSTO            PIC 9(13)V99 VALUE ZEROS.
011900*----------------------------------------------------------------*
012000*    MASCARAS DE EDICAO (MESMO ESTILO DO RELSALDO)               *
012100*----------------------------------------------------------------*
012200 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
012300 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
012400 01  WS-MSK-VALOR-MIN             PIC Z.ZZZ.ZZ9.
012500*----------------------------------------------------------------*
012600*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
012700*----------------------------------------------------------------*
012800 01  WS-RELIMP-DSN                PIC X(100) VALUE 'GERREEM.LST'.
012900 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
013000     88 FS-RIMP-OK                VALUE '00'.
013100 01  WS-RIMP-TITULO               PIC X(40) VALUE
013200     'REEMBOLSOS DE SALDO CREDOR PROPOSTOS'.
013300 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
013400 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
013500 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
013600 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
013700 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
013800 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
013900*----------------------------------------------------------------*
014000*    AREA DE TRABALHO DO SIGN-ON (SO O CODIGO: A SOLICITACAO     *
014100*    DE REEMBOLSO SAI EM NOME DO PROPRIO PROGRAMA)               *
014200*----------------------------------------------------------------*
014300 77  WS-OPR-CODIGO                PIC X(08) VALUE 'GERREEM'.
014400*----------------------------------------------------------------*
014500*    AREA DA DUPLA CONFERENCIA DE VALORES (COPYBOOK APRCHK)      *
014600*----------------------------------------------------------------*
014700 01  WS-APROVACAO-DSN             PIC X(100) VALUE 'APROV.DAT'.
014800 77  WS-FS-APR                    PIC X(02) VALUE '00'.
014900     88 FS-APR-OK                 VALUE '00'.
015000 77  WS-APR-ALCADA                PIC 9(09)V99 VALUE ZEROS.
015100 77  WS-APR-ALCADA-TXT            PIC X(15) VALUE SPACES.
015200 77  WS-APR-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
015300 77  WS-APR-DATA                  PIC 9(08) VALUE ZEROS.
015400 77  WS-APR-HORA                  PIC 9(08) VALUE ZEROS.
015500 01  WS-APR-PROGRAMA              PIC X(08) VALUE 'GERREEM'.
015600 01  WS-APR-GUARDA                PIC X(101) VALUE SPACES.
015700 01  WS-APR-RETIDO-SW             PIC X(01) VALUE 'N'.
015800     88 APR-LIMITE-RETIDO         VALUE 'S' FALSE 'N'.
015900*----------------------------------------------------------------*
016000*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
016100*----------------------------------------------------------------*
016200 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
016300 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
016400     88 FS-RUN-OK                 VALUE '00'.
016500 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'GERREEM'.
016600 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
016700 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
016800 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
016900 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
017000 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
017100 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
017200 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
017300 PROCEDURE DIVISION.
017400******************************************************************
017500*    0000-MAINLINE - ROTINA PRINCIPAL                            *
017600******************************************************************
017700 0000-MAINLINE.
017800     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
017900     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
018000     DISPLAY '*** PROPOSTA DE REEMBOLSO DE SALDO CREDOR '
018100             '(GERREEM) ***'
018200     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
018300     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
018400     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
018500     MOVE WS-VALOR-MINIMO         TO WS-MSK-VALOR-MIN
018600     DISPLAY 'SALDO CREDOR MINIMO PARA REEMBOLSO: R$ '
018700             WS-MSK-VALOR-MIN
018800
018900     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
019000     IF NOT FS-RIMP-OK
019100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
019200                FUNCTION TRIM(WS-RELIMP-DSN)
019300        MOVE 08                   TO WS-RUN-RESULTADO
019400        GO TO 0000-ENCERRAR
019500     END-IF
019600     PERFORM P200-ABRIR-ARQUIVOS  THRU P200-FIM
019700     IF NOT ARQUIVOS-ABERTOS
019800        MOVE 08                   TO WS-RUN-RESULTADO
019900        PERFORM 9830-REL-FECHAR   THRU 9830-FIM
020000        GO TO 0000-ENCERRAR
020100     END-IF
020200
020300     PERFORM P250-CABECALHO       THRU P250-FIM
020400     SET EOF-OK                   TO FALSE
020500     PERFORM P300-TRATAR-CONTATO  THRU P300-FIM
020600         UNTIL EOF-OK
020700
020800     PERFORM P800-TOTAIS          THRU P800-FIM
020900     CLOSE CONTATOS
021000     CLOSE REEMBOLSOS
021100     IF CTB-ARQ-ABERTO
021200        CLOSE CTABANC
021300     END-IF
021400     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
021500     .
021600 0000-ENCERRAR.
021700     PERFORM P900-FIM
021800     .
021900******************************************************************
022000*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
022100*                         E ARMA AS CHAVES DE EXECUCAO           *
022200******************************************************************
022300 P100-ANALISAR-PARM.
022400     MOVE SPACES                  TO WS-PARM-TOKENS
022500     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
022600         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
022700              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
022800              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
022900              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
023000              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
023100     END-UNSTRING
023200
023300     SET WS-PARM-IDX              TO 1
023400     PERFORM P110-ANALISAR-TOKEN
023500         VARYING WS-PARM-IDX FROM 1 BY 1
023600         UNTIL WS-PARM-IDX > 10
023700     .
023800 P100-FIM. EXIT.
023900******************************************************************
024000*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
024100******************************************************************
024200 P110-ANALISAR-TOKEN.
024300     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'VALOR='
024400        IF WS-PARM-TOKEN(WS-PARM-IDX) (7:7) IS NUMERIC
024500           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:7)
024600                                  TO WS-VALOR-MINIMO
024700        ELSE
024800           DISPLAY 'PARAMETRO VALOR= INVALIDO (USE SETE '
024900                   'DIGITOS EM REAIS, EX: VALOR=0000010) - '
025000                   'USANDO O PADRAO.'
025100        END-IF
025200     END-IF
025300     .
025400 P110-FIM. EXIT.
025500******************************************************************
025600*    P200-ABRIR-ARQUIVOS - ABRE CONTATOS.DAT (INPUT), REEMB.DAT  *
025700*                 (I-O, CRIADO NA PRIMEIRA VEZ) E CTABANC.DAT    *
025800*                 (INPUT; AUSENTE, TODO CREDOR SAI COMO EXCECAO) *
025900******************************************************************
026000 P200-ABRIR-ARQUIVOS.
026100     SET ARQUIVOS-ABERTOS         TO FALSE
026200     OPEN INPUT CONTATOS
026300     IF NOT FS-OK
026400        PERFORM 9000-TRADUZIR-FS
026500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
026600        GO TO P200-FIM
026700     END-IF
026800
026900     MOVE '00'                    TO WS-FS-REE
027000     OPEN I-O REEMBOLSOS
027100     IF WS-FS-REE = '35'
027200        OPEN OUTPUT REEMBOLSOS
027300        CLOSE REEMBOLSOS
027400        MOVE '00'                 TO WS-FS-REE
027500        OPEN I-O REEMBOLSOS
027600     END-IF
027700     IF NOT FS-REE-OK
027800        MOVE WS-FS-REE            TO WS-FS
027900        PERFORM 9000-TRADUZIR-FS
028000        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REEMBOLSOS: '
028100                WS-FS-MSG
028200        CLOSE CONTATOS
028300        GO TO P200-FIM
028400     END-IF
028500
028600     SET CTB-ARQ-ABERTO           TO FALSE
028700     MOVE '00'                    TO WS-FS-CTB
028800     OPEN INPUT CTABANC
028900     IF FS-CTB-OK
029000        SET CTB-ARQ-ABERTO        TO TRUE
029100     ELSE
029200        DISPLAY 'DADOS BANCARIOS (CTABANC.DAT) INDISPONIVEIS - '
029300                'FILE STATUS ' WS-FS-CTB '.'
029400     END-IF
029500     SET ARQUIVOS-ABERTOS         TO TRUE
029600     .
029700 P200-FIM. EXIT.
029800******************************************************************
029900*    P250-CABECALHO - LINHA DE TITULO DAS COLUNAS DA LISTAGEM    *
030000******************************************************************
030100 P250-CABECALHO.
030200     MOVE SPACES                  TO WS-RIMP-LINHA
030300     MOVE 'ID     NOME                 FORMA'
030400                                  TO WS-RIMP-LINHA
030500     MOVE 'SALDO CREDOR'          TO WS-RIMP-LINHA (43:12)
030600     MOVE 'SITUACAO'              TO WS-RIMP-LINHA (58:8)
030700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
030800     .
030900 P250-FIM. EXIT.
031000******************************************************************
031100*    P300-TRATAR-CONTATO - LE UM CONTATO E, SE TIVER SALDO       *
031200*                 CREDOR ACIMA DO MINIMO, PROPOE O REEMBOLSO     *
031300******************************************************************
031400 P300-TRATAR-CONTATO.
031500     READ CONTATOS NEXT RECORD
031600         AT END
031700             SET EOF-OK            TO TRUE
031800             GO TO P300-FIM
031900     END-READ
032000     ADD 1                        TO WS-RUN-LIDOS
032100     IF SALDO-CONTATO NOT > ZEROS
032200        GO TO P300-FIM
032300     END-IF
032400     ADD 1                        TO WS-CONT-CREDORES
032500     IF SALDO-CONTATO NOT > WS-VALOR-MINIMO
032600        ADD 1                     TO WS-CONT-ABAIXO-VALOR
032700        GO TO P300-FIM
032800     END-IF
032900
033000     PERFORM P310-VERIFICAR-ANDAMENTO THRU P310-FIM
033100     IF REE-EM-ABERTO
033200        ADD 1                     TO WS-CONT-EM-ANDAMENTO
033300        MOVE 'REEMBOLSO JA EM ANDAMENTO'
033400                                  TO WS-SITUACAO-LINHA
033500        PERFORM P360-LINHA-CONTATO THRU P360-FIM
033600        GO TO P300-FIM
033700     END-IF
033800
033900     MOVE SPACES                  TO CTB-FORMA
034000     IF CTB-ARQ-ABERTO
034100        MOVE ID-CONTATO           TO CTB-ID-CONTATO
034200        READ CTABANC
034300            INVALID KEY
034400                MOVE SPACES       TO CTB-FORMA
034500        END-READ
034600     END-IF
034700     IF NOT CTB-FORMA-VALIDA
034800        ADD 1                     TO WS-CONT-SEM-CONTA
034900        MOVE '*** SEM DADOS BANCARIOS ***'
035000                                  TO WS-SITUACAO-LINHA
035100        PERFORM P360-LINHA-CONTATO THRU P360-FIM
035200        GO TO P300-FIM
035300     END-IF
035400
035500     PERFORM P350-PROPOR-REEMBOLSO THRU P350-FIM
035600     .
035700 P300-FIM. EXIT.
035800******************************************************************
035900*    P310-VERIFICAR-ANDAMENTO - PROCURA REEMBOLSO PROPOSTO OU    *
036000*                 ENVIADO DO CONTATO (CHAVE PARCIAL ID + ZEROS)  *
036100******************************************************************
036200 P310-VERIFICAR-ANDAMENTO.
036300     SET REE-EM-ABERTO            TO FALSE
036400     SET REE-EOF-OK               TO FALSE
036500     MOVE ID-CONTATO              TO REE-ID-CONTATO
036600     MOVE ZEROS                   TO REE-DATA-HORA-SOL
036700     START REEMBOLSOS KEY IS NOT LESS THAN REE-CHAVE
036800         INVALID KEY
036900             SET REE-EOF-OK       TO TRUE
037000     END-START
037100     PERFORM P315-LER-REEMBOLSO   THRU P315-FIM
037200         UNTIL REE-EOF-OK
037300     .
037400 P310-FIM. EXIT.
037500 P315-LER-REEMBOLSO.
037600     READ REEMBOLSOS NEXT RECORD
037700         AT END
037800             SET REE-EOF-OK        TO TRUE
037900             GO TO P315-FIM
038000     END-READ
038100     IF REE-ID-CONTATO NOT = ID-CONTATO
038200        SET REE-EOF-OK            TO TRUE
038300        GO TO P315-FIM
038400     END-IF
038500     IF REE-EM-ANDAMENTO
038600        SET REE-EM-ABERTO         TO TRUE
038700        SET REE-EOF-OK            TO TRUE
038800     END-IF
038900     .
039000 P315-FIM. EXIT.
039100******************************************************************
039200*    P350-PROPOR-REEMBOLSO - GRAVA A PENDENCIA TIPO 'R' EM       *
039300*                 APROV.DAT E, SO SE ELA FOI GRAVADA, O          *
039400*                 REEMBOLSO PROPOSTO COM A MESMA DATA/HORA       *
039500******************************************************************
039600 P350-PROPOR-REEMBOLSO.
039700     MOVE SPACES                  TO REG-APROVACAO
039800     SET APR-REEMBOLSO            TO TRUE
039900     MOVE ID-CONTATO              TO APR-ID-CONTATO
040000     MOVE WS-DATA-EXEC            TO APR-MOV-DATA
040100     MOVE 'D'                     TO APR-MOV-TIPO
040200     MOVE 'REEMBOLSO'             TO APR-MOV-MOTIVO
040300     MOVE SALDO-CONTATO           TO APR-VALOR
040400     MOVE ZEROS                   TO APR-LIMITE-ANT
040500     PERFORM 9380-REGISTRAR-PENDENCIA THRU 9380-FIM
040600     IF NOT FS-APR-OK
040700        ADD 1                     TO WS-CONT-FALHAS
040800        MOVE '*** FALHA NA PENDENCIA ***'
040900                                  TO WS-SITUACAO-LINHA
041000        PERFORM P360-LINHA-CONTATO THRU P360-FIM
041100        GO TO P350-FIM
041200     END-IF
041300
041400     MOVE SPACES                  TO REG-REEMBOLSO
041500     MOVE ID-CONTATO              TO REE-ID-CONTATO
041600     MOVE WS-APR-GUARDA (1:14)    TO REE-DATA-HORA-SOL
041700     SET REE-PROPOSTO             TO TRUE
041800     MOVE SALDO-CONTATO           TO REE-VALOR
041900     MOVE ZEROS                   TO REE-SEQ-REMESSA
042000     MOVE ZEROS                   TO REE-ITEM
042100     MOVE ZEROS                   TO REE-DT-PAGTO
042200     MOVE CTB-FORMA               TO REE-FORMA
042300     MOVE ZEROS                   TO REE-DT-FECHO
042400     WRITE REG-REEMBOLSO
042500         INVALID KEY
042600             MOVE WS-FS-REE       TO WS-FS
042700             PERFORM 9000-TRADUZIR-FS
042800             DISPLAY 'FALHA AO GRAVAR O REEMBOLSO DO CONTATO '
042900                     ID-CONTATO ': ' WS-FS-MSG
043000             ADD 1                TO WS-CONT-FALHAS
043100             MOVE '*** FALHA NO REEMBOLSO ***'
043200                                  TO WS-SITUACAO-LINHA
043300             PERFORM P360-LINHA-CONTATO THRU P360-FIM
043400             GO TO P350-FIM
043500     END-WRITE
043600
043700     ADD 1                        TO WS-CONT-PROPOSTOS
043800     ADD SALDO-CONTATO            TO WS-TOTAL-PROPOSTO
043900     MOVE 'PROPOSTO - AGUARDA APRCTT' TO WS-SITUACAO-LINHA
044000     PERFORM P360-LINHA-CONTATO   THRU P360-FIM
044100     .
044200 P350-FIM. EXIT.
044300******************************************************************
044400*    P360-LINHA-CONTATO - EMITE A LINHA DO CONTATO CREDOR        *
044500******************************************************************
044600 P360-LINHA-CONTATO.
044700     MOVE SPACES                  TO WS-RIMP-LINHA
044800     MOVE ID-CONTATO              TO WS-RIMP-LINHA (1:6)
044900     MOVE NM-CONTATO              TO WS-RIMP-LINHA (8:20)
045000     EVALUATE TRUE
045100         WHEN CTB-PIX
045200             MOVE 'PIX'           TO WS-RIMP-LINHA (29:3)
045300         WHEN CTB-TED
045400             MOVE 'TED'           TO WS-RIMP-LINHA (29:3)
045500         WHEN OTHER
045600             MOVE '-'             TO WS-RIMP-LINHA (29:1)
045700     END-EVALUATE
045800     MOVE SALDO-CONTATO           TO WS-MSK-VALOR
045900     MOVE WS-MSK-VALOR            TO WS-RIMP-LINHA (41:14)
046000     MOVE WS-SITUACAO-LINHA       TO WS-RIMP-LINHA (58:30)
046100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
046200     MOVE SPACES                  TO CTB-FORMA
046300     .
046400 P360-FIM. EXIT.
046500******************************************************************
046600*    P800-TOTAIS - EMITE O TOTAL PROPOSTO NA LISTAGEM E O RESUMO *
046700*                 NO CONSOLE                                     *
046800******************************************************************
046900 P800-TOTAIS.
047000     MOVE SPACES                  TO WS-RIMP-LINHA
047100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
047200     MOVE WS-TOTAL-PROPOSTO       TO WS-MSK-TOTAL
047300     MOVE SPACES                  TO WS-RIMP-LINHA
047400     STRING 'TOTAL PROPOSTO PARA REEMBOLSO: ' DELIMITED BY SIZE
047500            WS-MSK-TOTAL          DELIMITED BY SIZE
047600            ' ('                  DELIMITED BY SIZE
047700            WS-CONT-PROPOSTOS     DELIMITED BY SIZE
047800            ' CONTATOS)'          DELIMITED BY SIZE
047900            INTO WS-RIMP-LINHA
048000     END-STRING
048100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
048200
048300     DISPLAY ' '
048400     DISPLAY '*** RESUMO DA PROPOSTA DE REEMBOLSO ***'
048500     DISPLAY 'CONTATOS COM SALDO CREDOR: ' WS-CONT-CREDORES
048600     DISPLAY 'ABAIXO DO VALOR MINIMO...: ' WS-CONT-ABAIXO-VALOR
048700     DISPLAY 'REEMBOLSO EM ANDAMENTO...: ' WS-CONT-EM-ANDAMENTO
048800     DISPLAY 'SEM DADOS BANCARIOS......: ' WS-CONT-SEM-CONTA
048900     DISPLAY 'REEMBOLSOS PROPOSTOS.....: ' WS-CONT-PROPOSTOS
049000     DISPLAY 'FALHAS NA GRAVACAO.......: ' WS-CONT-FALHAS
049100     DISPLAY 'TOTAL PROPOSTO...........: ' WS-MSK-TOTAL
049200     DISPLAY 'DECISAO NO APRCTT; PAGAMENTO NO PROXIMO PAGREEM.'
049300     .
049400 P800-FIM. EXIT.
049500******************************************************************
049600*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
049700******************************************************************
049800 P900-FIM.
049900     DISPLAY '*** FIM DA PROPOSTA DE REEMBOLSO ***'
050000     MOVE WS-CONT-PROPOSTOS       TO WS-RUN-GRAVADOS
050100     COMPUTE WS-RUN-REJEITADOS =
050200         WS-CONT-SEM-CONTA + WS-CONT-FALHAS
050300     IF WS-RUN-RESULTADO = ZEROS AND WS-RUN-REJEITADOS > ZEROS
050400        MOVE 04                   TO WS-RUN-RESULTADO
050500     END-IF
050600     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
050700     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
050800     STOP RUN.
050900
051000     COPY FSTATUS.
051100     COPY DSNENV.
051200     COPY RUNLOG.
051300     COPY RELIMP.
051400     COPY APRCHK.
