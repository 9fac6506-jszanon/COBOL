000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SCORCTT.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-06-13.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: SCORE DE COMPORTAMENTO E REVISAO MENSAL DO
000900*                 LIMITE DE CREDITO. VARRE CONTATOS.DAT E DA A
001000*                 CADA CONTATO ATIVO UMA NOTA DE 0 A 1000, SOMA DE
001100*                 CINCO COMPONENTES:
001200*                 - PONTUALIDADE (ATE 350): CADA PERIODO EM QUE O
001300*                   SALDO FICOU NEGATIVO E VOLTOU A ZERO OU MAIS
001400*                   NO LEDGER (HIS-SALDO-APOS, MESMA SEQUENCIA
001500*                   NEGATIVA DO JURCTT, NOS TRES MENSAIS FECHADOS
001600*                   PELO FECMES E NO MOVHIST.DAT VIVO) E PONTUAL
001700*                   SE DUROU ATE PRAZO=NNN DIAS CORRIDOS (PADRAO
001800*                   030). NOTA PROPORCIONAL AOS PONTUAIS; SEM
001900*                   PERIODO QUITADO, 350 PARA QUEM NAO DEVE E 175
002000*                   PARA QUEM DEVE;
002100*                 - ATRASO ATUAL (ATE 250): DIAS DESDE O INICIO DA
002200*                   SEQUENCIA NEGATIVA EM ABERTO, NAS FAIXAS DO
002300*                   RELATRA - SEM DIVIDA 250, ATE 30 DIAS 200,
002400*                   31-60 120, 61-90 50, ACIMA DE 90 (OU DEVEDOR
002500*                   SEM HISTORICO NO LEDGER) ZERO;
002600*                 - COBRANCA (ATE 150): NIVEL-COBRANCA 0 A 3 VALE
002700*                   150/100/50/0;
002800*                 - RETENCOES (ATE 100): MENOS 25 POR MOVIMENTO
002900*                   RETIDO PELO LIMITE NOS ULTIMOS 12 MESES
003000*                   (MOVRET.DAT);
003100*                 - QUEBRAS (ATE 150): MENOS 75 POR ACORDO
003200*                   (ACORDOS.DAT) OU PROMESSA (PROMESSAS.DAT)
003300*                   QUEBRADOS NOS ULTIMOS 12 MESES.
003400*                 NOTA A PARTIR DE ALTA=NNNN (PADRAO 0800) PROPOE
003500*                 AUMENTAR O LIMITE EM PERC=NN% (PADRAO 20); NOTA
003600*                 ABAIXO DE BAIXA=NNNN (PADRAO 0400) PROPOE
003700*                 REDUZIR NO MESMO PERCENTUAL, SEM FICAR ABAIXO DA
003800*                 DIVIDA ATUAL. CONTATO SEM LIMITE (ZERO), BAIXADO
003900*                 (SO AUMENTO), COM DOCUMENTACAO PENDENTE OU
003900*                 VENCIDA EM DOCTOS.DAT (SO AUMENTO, COPYBOOK
003900*                 DCTCHK) OU COM REVISAO DE LIMITE AINDA
004000*                 PENDENTE NAO RECEBE PROPOSTA. A PROPOSTA E UMA
004100*                 PENDENCIA TIPO 'S' EM APROV.DAT (COPYBOOK
004200*                 APRCHK), COM O LIMITE EM VIGOR E A NOTA: O
004300*                 SUPERVISOR ACEITA OU REJEITA NO APRCTT, QUE
004400*                 GRAVA O LIMITE APROVADO EM CONTATOS.DAT COM A
004500*                 AUDITORIA. TODOS OS CONTATOS AVALIADOS SAEM NA
004600*                 LISTAGEM SCORCTT.LST COM OS COMPONENTES DA NOTA.
004700*                 RODAR UMA VEZ POR MES, DEPOIS DO POSTSAL.
004800*----------------------------------------------------------------*
004900*    HISTORICO DE ALTERACOES
005000*    DATA       AUTOR   DESCRICAO
005100*    ---------- ------- ----------------------------------------
005200*    2025-06-13 JSZ     PROGRAMA CRIADO (SCORE DE COMPORTAMENTO E
005300*                       REVISAO DE LIMITE DE CREDITO).
005300*    2025-07-25 JSZ     AUMENTO SO E PROPOSTO PARA CONTATO COM A
005300*                       DOCUMENTACAO EM DIA (9442, COPYBOOK
005300*                       DCTCHK); OS BARRADOS SAO CONTADOS NA
005300*                       LISTAGEM E NO RESUMO.
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SPECIAL-NAMES.
005800     DECIMAL-POINT IS COMMA.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS ID-CONTATO
006500         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
006600         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
006700             SUPPRESS WHEN SPACES
006800         FILE STATUS IS WS-FS.
006900     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FS-HIS.
007200     SELECT RETIDOS ASSIGN TO WS-RETIDOS-DSN
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-FS-RET.
007500     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS ACO-CHAVE
007900         FILE STATUS IS WS-FS-ACO.
008000     SELECT PROMESSAS ASSIGN TO WS-PROMESSAS-DSN
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS PRM-CHAVE
008400         FILE STATUS IS WS-FS-PRM.
008500     SELECT APROVACAO ASSIGN TO WS-APROVACAO-DSN
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-FS-APR.
008800     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-FS-RIMP.
009100     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-FS-RUN.
009300     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
009300         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS DCT-CHAVE
009300         FILE STATUS IS WS-FS-DCT.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  CONTATOS.
009700     COPY CONTREG.
009800 FD  HISTORICO.
009900     COPY MOVHREG.
010000 FD  RETIDOS.
010100     COPY MOVRREG.
010200 FD  ACORDOS.
010300     COPY ACORREG.
010400 FD  PROMESSAS.
010500     COPY PROMREG.
010600 FD  APROVACAO.
010700     COPY APRVREG.
010800 FD  RELIMP.
010900 01  REG-RELIMP                   PIC X(132).
011000 FD  RUNCTL.
011100     COPY RUNREG.
011100 FD  DOCTOS.
011100     COPY DCTREG.
011200 WORKING-STORAGE SECTION.
011300 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
011400 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
011500 01  WS-RETIDOS-DSN               PIC X(100) VALUE 'MOVRET.DAT'.
011600 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
011700 01  WS-PROMESSAS-DSN             PIC X(100)
011800                                  VALUE 'PROMESSAS.DAT'.
011900 77  WS-FS                        PIC X(02) VALUE '00'.
012000     88 FS-OK                     VALUE '00'.
012100 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
012200     88 FS-HIS-OK                 VALUE '00'.
012300 77  WS-FS-RET                    PIC X(02) VALUE '00'.
012400     88 FS-RET-OK                 VALUE '00'.
012500 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
012600     88 FS-ACO-OK                 VALUE '00'.
012700 77  WS-FS-PRM                    PIC X(02) VALUE '00'.
012800     88 FS-PRM-OK                 VALUE '00'.
012900 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
013000 77  WS-EOF                       PIC X(01) VALUE 'N'.
013100     88 EOF-OK                    VALUE 'S' FALSE 'N'.
013200 77  WS-EOF-HIS                   PIC X(01) VALUE 'N'.
013300     88 EOF-HIS-OK                VALUE 'S' FALSE 'N'.
013400 77  WS-EOF-AUX                   PIC X(01) VALUE 'N'.
013500     88 EOF-AUX-OK                VALUE 'S' FALSE 'N'.
013600 01  WS-ACO-ABERTO-SW             PIC X(01) VALUE 'N'.
013700     88 ACO-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
013800 01  WS-PRM-ABERTO-SW             PIC X(01) VALUE 'N'.
013900     88 PRM-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
014000*----------------------------------------------------------------*
014100*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
014200*    DO P100-ANALISAR-PARM DO GERREEM)                           *
014300*----------------------------------------------------------------*
014400 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
014500 01  WS-PARM-TOKENS.
014600     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
014700                                  INDEXED BY WS-PARM-IDX.
014800 77  WS-PRAZO-DIAS                PIC 9(03) VALUE 030.
014900 77  WS-NOTA-ALTA                 PIC 9(04) VALUE 0800.
015000 77  WS-NOTA-BAIXA                PIC 9(04) VALUE 0400.
015100 77  WS-PERC-REVISAO              PIC 9(02) VALUE 20.
015200*----------------------------------------------------------------*
015300*    CORTE DE DATAS: JANELA DE 12 MESES PARA RETENCOES E QUEBRAS *
015400*----------------------------------------------------------------*
015500 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
015600 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
015700 77  WS-DATA-CORTE                PIC 9(08) VALUE ZEROS.
015800 77  WS-DIAS-INICIO               PIC 9(07) VALUE ZEROS.
015900 77  WS-DIAS-FIM                  PIC 9(07) VALUE ZEROS.
016000 77  WS-DIAS-PERIODO              PIC 9(07) VALUE ZEROS.
016100*----------------------------------------------------------------*
016200*    LEDGER A VARRER: OS TRES ARQUIVOS MENSAIS MAIS RECENTES JA  *
016300*    FECHADOS PELO FECMES (MOVHIST.AAAAMM, QUANDO EXISTEM) E O   *
016400*    LEDGER VIVO, NA ORDEM CRONOLOGICA (MESMA LISTA DO JURCTT)   *
016500*----------------------------------------------------------------*
016600 01  WS-ARQ-TAB.
016700     03  WS-ARQ-DSN               OCCURS 4 TIMES PIC X(100).
016800 77  WS-ARQ-IDX                   PIC 9(01) VALUE ZEROS.
016900 77  WS-MES-AAAA                  PIC 9(04) VALUE ZEROS.
017000 77  WS-MES-MM                    PIC 9(02) VALUE ZEROS.
017100*----------------------------------------------------------------*
017200*    RETENCOES POR CONTATO (MOVRET.DAT) E CONTATOS COM REVISAO   *
017300*    DE LIMITE PENDENTE (APROV.DAT), CARREGADOS UMA VEZ          *
017400*----------------------------------------------------------------*
017500 77  WS-RTC-QTD                   PIC 9(04) VALUE ZEROS.
017600 77  WS-RTC-MAX                   PIC 9(04) VALUE 2000.
017700 01  WS-TAB-RETENCOES.
017800     03  WS-RTC-ENT               OCCURS 2000 TIMES.
017900         05  WS-RTC-ID            PIC 9(06).
018000         05  WS-RTC-VEZES         PIC 9(04).
018100 77  WS-PND-QTD                   PIC 9(04) VALUE ZEROS.
018200 77  WS-PND-MAX                   PIC 9(04) VALUE 2000.
018300 01  WS-TAB-PENDENTES.
018400     03  WS-PND-ID                OCCURS 2000 TIMES PIC 9(06).
018500 77  WS-TAB-IDX                   PIC 9(04) VALUE ZEROS.
018600 77  WS-TAB-ACHADO                PIC 9(04) VALUE ZEROS.
018700 77  WS-TAB-EXCEDENTES            PIC 9(04) VALUE ZEROS.
018800*----------------------------------------------------------------*
018900*    APURACAO DO CONTATO CORRENTE                                *
019000*----------------------------------------------------------------*
019100 01  WS-TEM-HISTORICO             PIC X(01) VALUE 'N'.
019200     88 TEM-HISTORICO             VALUE 'S' FALSE 'N'.
019300 77  WS-DATA-INICIO-NEG           PIC 9(08) VALUE ZEROS.
019400 77  WS-QTD-PONTUAIS              PIC 9(04) VALUE ZEROS.
019500 77  WS-QTD-ATRASADOS             PIC 9(04) VALUE ZEROS.
019600 77  WS-DIAS-ATRASO               PIC 9(05) VALUE ZEROS.
019700 77  WS-QTD-RETENCOES             PIC 9(04) VALUE ZEROS.
019800 77  WS-QTD-QUEBRAS               PIC 9(04) VALUE ZEROS.
019900 01  WS-COMPONENTES.
020000     03  WS-PTS-PONTUALIDADE      PIC 9(04).
020100     03  WS-PTS-ATRASO            PIC 9(04).
020200     03  WS-PTS-COBRANCA          PIC 9(04).
020300     03  WS-PTS-RETENCOES         PIC 9(04).
020400     03  WS-PTS-QUEBRAS           PIC 9(04).
020500 77  WS-NOTA                      PIC 9(04) VALUE ZEROS.
020600 77  WS-PENALIDADE                PIC 9(05) VALUE ZEROS.
020700 77  WS-DIVIDA                    PIC 9(09)V99 VALUE ZEROS.
020800 77  WS-LIMITE-NOVO               PIC 9(09)V99 VALUE ZEROS.
020900 77  WS-LIMITE-INTEIRO            PIC 9(09) VALUE ZEROS.
021000 77  WS-SITUACAO-LINHA            PIC X(30) VALUE SPACES.
021100*----------------------------------------------------------------*
021200*    CONTADORES DO RESUMO                                        *
021300*----------------------------------------------------------------*
021400 77  WS-CONT-AVALIADOS            PIC 9(06) VALUE ZEROS.
021500 77  WS-CONT-FAIXA-ALTA           PIC 9(06) VALUE ZEROS.
021600 77  WS-CONT-FAIXA-MEDIA          PIC 9(06) VALUE ZEROS.
021700 77  WS-CONT-FAIXA-BAIXA          PIC 9(06) VALUE ZEROS.
021800 77  WS-CONT-AUMENTOS             PIC 9(06) VALUE ZEROS.
021900 77  WS-CONT-REDUCOES             PIC 9(06) VALUE ZEROS.
022000 77  WS-CONT-SEM-LIMITE           PIC 9(06) VALUE ZEROS.
022100 77  WS-CONT-PENDENTES            PIC 9(06) VALUE ZEROS.
022200 77  WS-CONT-BAIXADOS             PIC 9(06) VALUE ZEROS.
022300 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
022300 77  WS-CONT-DOC-IRREG            PIC 9(06) VALUE ZEROS.
022400*----------------------------------------------------------------*
022500*    MASCARAS DE EDICAO (MESMO ESTILO DO RELSALDO)               *
022600*----------------------------------------------------------------*
022700 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
022800 01  WS-MSK-NOTA                  PIC ZZZ9.
022900*----------------------------------------------------------------*
023000*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
023100*----------------------------------------------------------------*
023200 01  WS-RELIMP-DSN                PIC X(100) VALUE 'SCORCTT.LST'.
023300 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
023400     88 FS-RIMP-OK                VALUE '00'.
023500 01  WS-RIMP-TITULO               PIC X(40) VALUE
023600     'SCORE DE COMPORTAMENTO E REVISAO LIMITE'.
023700 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
023800 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
023900 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
024000 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
024100 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
024200 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
024300*----------------------------------------------------------------*
024400*    AREA DE TRABALHO DO SIGN-ON (SO O CODIGO: A PROPOSTA DE     *
024500*    REVISAO SAI EM NOME DO PROPRIO PROGRAMA)                    *
024600*----------------------------------------------------------------*
024700 77  WS-OPR-CODIGO                PIC X(08) VALUE 'SCORCTT'.
024800*----------------------------------------------------------------*
024900*    AREA DA DUPLA CONFERENCIA DE VALORES (COPYBOOK APRCHK)      *
025000*----------------------------------------------------------------*
025100 01  WS-APROVACAO-DSN             PIC X(100) VALUE 'APROV.DAT'.
025200 77  WS-FS-APR                    PIC X(02) VALUE '00'.
025300     88 FS-APR-OK                 VALUE '00'.
025400 77  WS-APR-ALCADA                PIC 9(09)V99 VALUE ZEROS.
025500 77  WS-APR-ALCADA-TXT            PIC X(15) VALUE SPACES.
025600 77  WS-APR-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
025700 77  WS-APR-DATA                  PIC 9(08) VALUE ZEROS.
025800 77  WS-APR-HORA                  PIC 9(08) VALUE ZEROS.
025900 01  WS-APR-PROGRAMA              PIC X(08) VALUE 'SCORCTT'.
026000 01  WS-APR-GUARDA                PIC X(101) VALUE SPACES.
026100 01  WS-APR-RETIDO-SW             PIC X(01) VALUE 'N'.
026200     88 APR-LIMITE-RETIDO         VALUE 'S' FALSE 'N'.
026300*----------------------------------------------------------------*
026400*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
026500*----------------------------------------------------------------*
026600 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
026700 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
026800     88 FS-RUN-OK                 VALUE '00'.
026900 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'SCORCTT'.
027000 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
027100 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
027200 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
027300 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
027400 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
027500 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
027600 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
027600*----------------------------------------------------------------*
027600*    AREA DA SITUACAO DA DOCUMENTACAO (COPYBOOK DCTCHK)          *
027600*----------------------------------------------------------------*
027600 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
027600 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
027600     88 FS-DCT-OK                 VALUE '00'.
027600 77  WS-DCT-BUSCA                 PIC 9(06) VALUE ZEROS.
027600 01  WS-DCT-CATEGORIA             PIC X(10) VALUE SPACES.
027600 77  WS-DCT-DATA-REF              PIC 9(08) VALUE ZEROS.
027600 01  WS-DCT-SITUACAO              PIC X(01) VALUE SPACES.
027600     88 DCT-DISPENSADO            VALUE 'D'.
027600     88 DCT-REGULAR               VALUE 'R'.
027600     88 DCT-PENDENTE              VALUE 'P'.
027600     88 DCT-VENCIDO               VALUE 'V'.
027600     88 DCT-IRREGULAR             VALUE 'P' 'V'.
027600 01  WS-DCT-OBRIG-TAB.
027600     03  WS-DCT-OBRIG             OCCURS 3 TIMES.
027600         05  WS-DCT-O-ST          PIC X(01).
027600         05  WS-DCT-O-VALIDADE    PIC 9(08).
027600 77  WS-DCT-PROX-VENC             PIC 9(08) VALUE ZEROS.
027600 77  WS-DCT-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
027600 77  WS-DCT-IDX                   PIC 9(01) VALUE ZEROS.
027600 01  WS-DCT-ABERTO-SW             PIC X(01) VALUE 'N'.
027600     88 DCT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
027600 01  WS-DCT-EOF-SW                PIC X(01) VALUE 'N'.
027600     88 DCT-EOF-OK                VALUE 'S' FALSE 'N'.
027600 01  WS-DCT-BARRADO-SW            PIC X(01) VALUE 'N'.
027600     88 DCT-LIMITE-BARRADO        VALUE 'S' FALSE 'N'.
027600*----------------------------------------------------------------*
027700 PROCEDURE DIVISION.
027800******************************************************************
027900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
028000******************************************************************
028100 0000-MAINLINE.
028200     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
028300     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
028400     DISPLAY '*** SCORE DE COMPORTAMENTO E REVISAO DE LIMITE '
028500             '(SCORCTT) ***'
028600     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
028700     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
028800     IF WS-NOTA-BAIXA > WS-NOTA-ALTA
028900        DISPLAY 'BAIXA= MAIOR QUE ALTA= - USANDO OS PADROES '
029000                '0400 E 0800.'
029100        MOVE 0400                 TO WS-NOTA-BAIXA
029200        MOVE 0800                 TO WS-NOTA-ALTA
029300     END-IF
029400     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
029500     COMPUTE WS-DIAS-HOJE =
029600         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
029700     COMPUTE WS-DATA-CORTE =
029800         FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE - 365)
029900     PERFORM P150-MONTAR-ARQUIVOS THRU P150-FIM
030000     DISPLAY 'AUMENTO A PARTIR DA NOTA ' WS-NOTA-ALTA
030100             ', REDUCAO ABAIXO DA NOTA ' WS-NOTA-BAIXA
030200             ', REVISAO DE ' WS-PERC-REVISAO '%.'
030300
030400     PERFORM P160-CARREGAR-RETENCOES THRU P160-FIM
030500     PERFORM P170-CARREGAR-PENDENTES THRU P170-FIM
030600
030700     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
030800     IF NOT FS-RIMP-OK
030900        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
031000                FUNCTION TRIM(WS-RELIMP-DSN)
031100        MOVE 08                   TO WS-RUN-RESULTADO
031200        GO TO 0000-ENCERRAR
031300     END-IF
031400     OPEN INPUT CONTATOS
031500     IF NOT FS-OK
031600        PERFORM 9000-TRADUZIR-FS
031700        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
031800        MOVE 08                   TO WS-RUN-RESULTADO
031900        PERFORM 9830-REL-FECHAR   THRU 9830-FIM
032000        GO TO 0000-ENCERRAR
032100     END-IF
032200     SET ACO-ARQ-ABERTO           TO FALSE
032300     MOVE '00'                    TO WS-FS-ACO
032400     OPEN INPUT ACORDOS
032500     IF FS-ACO-OK
032600        SET ACO-ARQ-ABERTO        TO TRUE
032700     END-IF
032800     SET PRM-ARQ-ABERTO           TO FALSE
032900     MOVE '00'                    TO WS-FS-PRM
033000     OPEN INPUT PROMESSAS
033100     IF FS-PRM-OK
033200        SET PRM-ARQ-ABERTO        TO TRUE
033300     END-IF
033300     PERFORM 9440-ABRIR-DOCTOS    THRU 9440-FIM
033400
033500     PERFORM P250-CABECALHO       THRU P250-FIM
033600     SET EOF-OK                   TO FALSE
033700     PERFORM P300-TRATAR-CONTATO  THRU P300-FIM
033800         UNTIL EOF-OK
033900
034000     PERFORM P800-TOTAIS          THRU P800-FIM
034100     CLOSE CONTATOS
034200     IF ACO-ARQ-ABERTO
034300        CLOSE ACORDOS
034400     END-IF
034500     IF PRM-ARQ-ABERTO
034600        CLOSE PROMESSAS
034700     END-IF
034700     PERFORM 9448-FECHAR-DOCTOS   THRU 9448-FIM
034800     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
034900     .
035000 0000-ENCERRAR.
035100     PERFORM P900-FIM
035200     .
035300******************************************************************
035400*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
035500*                         E ARMA AS CHAVES DE EXECUCAO           *
035600******************************************************************
035700 P100-ANALISAR-PARM.
035800     MOVE SPACES                  TO WS-PARM-TOKENS
035900     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
036000         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
036100              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
036200              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
036300              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
036400              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
036500     END-UNSTRING
036600
036700     SET WS-PARM-IDX              TO 1
036800     PERFORM P110-ANALISAR-TOKEN
036900         VARYING WS-PARM-IDX FROM 1 BY 1
037000         UNTIL WS-PARM-IDX > 10
037100     .
037200 P100-FIM. EXIT.
037300******************************************************************
037400*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
037500******************************************************************
037600 P110-ANALISAR-TOKEN.
037700     EVALUATE TRUE
037800         WHEN WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'PRAZO='
037900             IF WS-PARM-TOKEN(WS-PARM-IDX) (7:3) IS NUMERIC
038000                MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:3)
038100                                  TO WS-PRAZO-DIAS
038200             ELSE
038300                DISPLAY 'PARAMETRO PRAZO= INVALIDO (USE TRES '
038400                        'DIGITOS, EX: PRAZO=030) - USANDO O '
038500                        'PADRAO.'
038600             END-IF
038700         WHEN WS-PARM-TOKEN(WS-PARM-IDX) (1:5) = 'ALTA='
038800             IF WS-PARM-TOKEN(WS-PARM-IDX) (6:4) IS NUMERIC
038900                MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:4)
039000                                  TO WS-NOTA-ALTA
039100             ELSE
039200                DISPLAY 'PARAMETRO ALTA= INVALIDO (USE QUATRO '
039300                        'DIGITOS, EX: ALTA=0800) - USANDO O '
039400                        'PADRAO.'
039500             END-IF
039600         WHEN WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'BAIXA='
039700             IF WS-PARM-TOKEN(WS-PARM-IDX) (7:4) IS NUMERIC
039800                MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:4)
039900                                  TO WS-NOTA-BAIXA
040000             ELSE
040100                DISPLAY 'PARAMETRO BAIXA= INVALIDO (USE QUATRO '
040200                        'DIGITOS, EX: BAIXA=0400) - USANDO O '
040300                        'PADRAO.'
040400             END-IF
040500         WHEN WS-PARM-TOKEN(WS-PARM-IDX) (1:5) = 'PERC='
040600             IF WS-PARM-TOKEN(WS-PARM-IDX) (6:2) IS NUMERIC AND
040700                WS-PARM-TOKEN(WS-PARM-IDX) (6:2) NOT = '00'
040800                MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:2)
040900                                  TO WS-PERC-REVISAO
041000             ELSE
041100                DISPLAY 'PARAMETRO PERC= INVALIDO (USE DOIS '
041200                        'DIGITOS, EX: PERC=20) - USANDO O PADRAO.'
041300             END-IF
041400     END-EVALUATE
041500     .
041600 P110-FIM. EXIT.
041700******************************************************************
041800*    P150-MONTAR-ARQUIVOS - MONTA A LISTA DE ARQUIVOS DO LEDGER: *
041900*                 TRES MENSAIS ANTERIORES (FECMES) E O VIVO, EM  *
042000*                 ORDEM CRONOLOGICA                              *
042100******************************************************************
042200 P150-MONTAR-ARQUIVOS.
042300     MOVE WS-DATA-EXEC (1:4)      TO WS-MES-AAAA
042400     MOVE WS-DATA-EXEC (5:2)      TO WS-MES-MM
042500     MOVE 'MOVHIST.DAT'           TO WS-ARQ-DSN (4)
042600     PERFORM P155-ARQUIVO-ANTERIOR THRU P155-FIM
042700         VARYING WS-ARQ-IDX FROM 3 BY -1
042800         UNTIL WS-ARQ-IDX < 1
042900     .
043000 P150-FIM. EXIT.
043100 P155-ARQUIVO-ANTERIOR.
043200     IF WS-MES-MM = 1
043300        MOVE 12                   TO WS-MES-MM
043400        SUBTRACT 1                FROM WS-MES-AAAA
043500     ELSE
043600        SUBTRACT 1                FROM WS-MES-MM
043700     END-IF
043800     MOVE SPACES                  TO WS-ARQ-DSN (WS-ARQ-IDX)
043900     STRING 'MOVHIST.'            DELIMITED BY SIZE
044000            WS-MES-AAAA           DELIMITED BY SIZE
044100            WS-MES-MM             DELIMITED BY SIZE
044200            INTO WS-ARQ-DSN (WS-ARQ-IDX)
044300     END-STRING
044400     .
044500 P155-FIM. EXIT.
044600******************************************************************
044700*    P160-CARREGAR-RETENCOES - CONTA, POR CONTATO, OS MOVIMENTOS *
044800*                 RETIDOS PELO LIMITE NOS ULTIMOS 12 MESES       *
044900*                 (MOVRET.DAT AUSENTE = NENHUMA RETENCAO)        *
045000******************************************************************
045100 P160-CARREGAR-RETENCOES.
045200     MOVE ZEROS                   TO WS-RTC-QTD
045300     MOVE ZEROS                   TO WS-TAB-EXCEDENTES
045400     MOVE '00'                    TO WS-FS-RET
045500     OPEN INPUT RETIDOS
045600     IF NOT FS-RET-OK
045700        GO TO P160-FIM
045800     END-IF
045900     SET EOF-AUX-OK               TO FALSE
046000     PERFORM P165-LER-RETIDO      THRU P165-FIM
046100         UNTIL EOF-AUX-OK
046200     CLOSE RETIDOS
046300     IF WS-TAB-EXCEDENTES > ZEROS
046400        DISPLAY 'AVISO: MAIS DE ' WS-RTC-MAX ' CONTATOS COM '
046500                'RETENCAO - ' WS-TAB-EXCEDENTES ' RETENCOES '
046600                'IGNORADAS NA NOTA.'
046700     END-IF
046800     .
046900 P160-FIM. EXIT.
047000 P165-LER-RETIDO.
047100     READ RETIDOS
047200         AT END
047300             SET EOF-AUX-OK       TO TRUE
047400             GO TO P165-FIM
047500     END-READ
047600     IF RET-DATA-RETENCAO < WS-DATA-CORTE
047700        GO TO P165-FIM
047800     END-IF
047900     MOVE ZEROS                   TO WS-TAB-ACHADO
048000     PERFORM P167-PROCURAR-RETENCAO THRU P167-FIM
048100         VARYING WS-TAB-IDX FROM 1 BY 1
048200         UNTIL WS-TAB-IDX > WS-RTC-QTD
048300            OR WS-TAB-ACHADO > ZEROS
048400     IF WS-TAB-ACHADO > ZEROS
048500        ADD 1                     TO WS-RTC-VEZES (WS-TAB-ACHADO)
048600        GO TO P165-FIM
048700     END-IF
048800     IF WS-RTC-QTD >= WS-RTC-MAX
048900        ADD 1                     TO WS-TAB-EXCEDENTES
049000        GO TO P165-FIM
049100     END-IF
049200     ADD 1                        TO WS-RTC-QTD
049300     MOVE RET-ID-CONTATO          TO WS-RTC-ID (WS-RTC-QTD)
049400     MOVE 1                       TO WS-RTC-VEZES (WS-RTC-QTD)
049500     .
049600 P165-FIM. EXIT.
049700 P167-PROCURAR-RETENCAO.
049800     IF WS-RTC-ID (WS-TAB-IDX) = RET-ID-CONTATO
049900        MOVE WS-TAB-IDX           TO WS-TAB-ACHADO
050000     END-IF
050100     .
050200 P167-FIM. EXIT.
050300******************************************************************
050400*    P170-CARREGAR-PENDENTES - GUARDA OS CONTATOS COM REVISAO   *
050500*                 OU AUMENTO DE LIMITE AINDA PENDENTE EM APROV.  *
050600*                 DAT - O RELANCAMENTO DO LOTE NAO DUPLICA A     *
050700*                 PROPOSTA NEM ATRAVESSA A PENDENCIA DE UM       *
050800*                 OPERADOR                                       *
050900******************************************************************
051000 P170-CARREGAR-PENDENTES.
051100     MOVE ZEROS                   TO WS-PND-QTD
051200     MOVE ZEROS                   TO WS-TAB-EXCEDENTES
051300     MOVE '00'                    TO WS-FS-APR
051400     OPEN INPUT APROVACAO
051500     IF NOT FS-APR-OK
051600        GO TO P170-FIM
051700     END-IF
051800     SET EOF-AUX-OK               TO FALSE
051900     PERFORM P175-LER-PENDENCIA   THRU P175-FIM
052000         UNTIL EOF-AUX-OK
052100     CLOSE APROVACAO
052200     IF WS-TAB-EXCEDENTES > ZEROS
052300        DISPLAY 'AVISO: MAIS DE ' WS-PND-MAX ' REVISOES DE '
052400                'LIMITE PENDENTES - ' WS-TAB-EXCEDENTES
052500                ' NAO CONSIDERADAS.'
052600     END-IF
052700     .
052800 P170-FIM. EXIT.
052900 P175-LER-PENDENCIA.
053000     READ APROVACAO
053100         AT END
053200             SET EOF-AUX-OK       TO TRUE
053300             GO TO P175-FIM
053400     END-READ
053500     IF NOT APR-PENDENTE
053600        GO TO P175-FIM
053700     END-IF
053800     IF NOT APR-LIMITE AND NOT APR-REVISAO
053900        GO TO P175-FIM
054000     END-IF
054100     IF WS-PND-QTD >= WS-PND-MAX
054200        ADD 1                     TO WS-TAB-EXCEDENTES
054300        GO TO P175-FIM
054400     END-IF
054500     ADD 1                        TO WS-PND-QTD
054600     MOVE APR-ID-CONTATO          TO WS-PND-ID (WS-PND-QTD)
054700     .
054800 P175-FIM. EXIT.
054900******************************************************************
055000*    P250-CABECALHO - LINHA DE TITULO DAS COLUNAS DA LISTAGEM    *
055100******************************************************************
055200 P250-CABECALHO.
055300     MOVE SPACES                  TO WS-RIMP-LINHA
055400     MOVE 'ID     NOME                  NOTA PONT ATRS COBR RETC'
055500                                  TO WS-RIMP-LINHA
055600     MOVE 'QUEB  LIMITE ATUAL    LIMITE PROPOSTO  SITUACAO'
055700                                  TO WS-RIMP-LINHA (55:47)
055800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
055900     .
056000 P250-FIM. EXIT.
056100******************************************************************
056200*    P300-TRATAR-CONTATO - LE UM CONTATO E, SE ATIVO, CALCULA A  *
056300*                 NOTA E DECIDE A PROPOSTA DE REVISAO DO LIMITE  *
056400******************************************************************
056500 P300-TRATAR-CONTATO.
056600     READ CONTATOS NEXT RECORD
056700         AT END
056800             SET EOF-OK            TO TRUE
056900             GO TO P300-FIM
057000     END-READ
057100     ADD 1                        TO WS-RUN-LIDOS
057200     IF NOT CONTATO-ATIVO
057300        GO TO P300-FIM
057400     END-IF
057500     ADD 1                        TO WS-CONT-AVALIADOS
057600
057700     PERFORM P310-APURAR-LEDGER   THRU P310-FIM
057800     PERFORM P330-CONTAR-RETENCOES THRU P330-FIM
057900     PERFORM P340-CONTAR-QUEBRAS  THRU P340-FIM
058000     PERFORM P350-CALCULAR-NOTA   THRU P350-FIM
058100
058200     MOVE ZEROS                   TO WS-LIMITE-NOVO
058300     EVALUATE TRUE
058400         WHEN WS-NOTA >= WS-NOTA-ALTA
058500             ADD 1                TO WS-CONT-FAIXA-ALTA
058600         WHEN WS-NOTA < WS-NOTA-BAIXA
058700             ADD 1                TO WS-CONT-FAIXA-BAIXA
058800         WHEN OTHER
058900             ADD 1                TO WS-CONT-FAIXA-MEDIA
059000             MOVE 'NOTA MEDIA - LIMITE MANTIDO'
059100                                  TO WS-SITUACAO-LINHA
059200             GO TO P300-LISTAR
059300     END-EVALUATE
059400
059500*    ZERO E "SEM LIMITE" (POSTSAL NAO RETEM): NAO HA O QUE
059600*    AUMENTAR, E IMPOR UM LIMITE E DECISAO DE CADASTRO.
059700     IF LIMITE-CREDITO = ZEROS
059800        ADD 1                     TO WS-CONT-SEM-LIMITE
059900        MOVE 'SEM LIMITE - NAO REVISADO' TO WS-SITUACAO-LINHA
060000        GO TO P300-LISTAR
060100     END-IF
060200     PERFORM P360-VERIFICAR-PENDENTE THRU P360-FIM
060300     IF WS-TAB-ACHADO > ZEROS
060400        ADD 1                     TO WS-CONT-PENDENTES
060500        MOVE 'REVISAO JA PENDENTE NO APRCTT' TO WS-SITUACAO-LINHA
060600        GO TO P300-LISTAR
060700     END-IF
060800
060900     IF WS-NOTA >= WS-NOTA-ALTA
061000        IF CONTATO-BAIXADO
061100           ADD 1                  TO WS-CONT-BAIXADOS
061200           MOVE 'DIVIDA BAIXADA - SEM AUMENTO'
061300                                  TO WS-SITUACAO-LINHA
061400           GO TO P300-LISTAR
061500        END-IF
061500*       AUMENTO PEDE A DOCUMENTACAO EM DIA - A MESMA REGRA QUE O
061500*       CADCTT E O APRCTT APLICAM NA GRAVACAO DO LIMITE.
061500        MOVE ID-CONTATO           TO WS-DCT-BUSCA
061500        MOVE CAT-CONTATO          TO WS-DCT-CATEGORIA
061500        MOVE WS-DATA-EXEC         TO WS-DCT-DATA-REF
061500        PERFORM 9442-AVALIAR-DOCTOS THRU 9442-FIM
061500        IF DCT-IRREGULAR
061500           ADD 1                  TO WS-CONT-DOC-IRREG
061500           MOVE 'DOCTOS PEND/VENC - SEM AUMENTO'
061500                                  TO WS-SITUACAO-LINHA
061500           GO TO P300-LISTAR
061500        END-IF
061600        COMPUTE WS-LIMITE-INTEIRO ROUNDED =
061700            LIMITE-CREDITO * (100 + WS-PERC-REVISAO) / 100
061800        MOVE WS-LIMITE-INTEIRO    TO WS-LIMITE-NOVO
061900     ELSE
062000        COMPUTE WS-LIMITE-INTEIRO ROUNDED =
062100            LIMITE-CREDITO * (100 - WS-PERC-REVISAO) / 100
062200        MOVE WS-LIMITE-INTEIRO    TO WS-LIMITE-NOVO
062300*       A REDUCAO PARA NO VALOR JA DEVIDO: O LIMITE NOVO SO
062400*       SEGURA OS DEBITOS SEGUINTES, NAO CRIA ESTOURO RETROATIVO.
062500        IF SALDO-CONTATO < ZEROS
062600           COMPUTE WS-DIVIDA = ZERO - SALDO-CONTATO
062700           IF WS-LIMITE-NOVO < WS-DIVIDA
062800              MOVE WS-DIVIDA      TO WS-LIMITE-NOVO
062900           END-IF
063000        END-IF
063100     END-IF
063200     IF WS-LIMITE-NOVO = LIMITE-CREDITO OR WS-LIMITE-NOVO = ZEROS
063300        MOVE ZEROS                TO WS-LIMITE-NOVO
063400        MOVE 'REVISAO SEM EFEITO NO LIMITE' TO WS-SITUACAO-LINHA
063500        GO TO P300-LISTAR
063600     END-IF
063700     IF WS-NOTA < WS-NOTA-BAIXA AND
063800        WS-LIMITE-NOVO > LIMITE-CREDITO
063900        MOVE ZEROS                TO WS-LIMITE-NOVO
064000        MOVE 'DIVIDA ACIMA DO LIMITE' TO WS-SITUACAO-LINHA
064100        GO TO P300-LISTAR
064200     END-IF
064300     PERFORM P370-PROPOR-REVISAO  THRU P370-FIM
064400     .
064500 P300-LISTAR.
064600     PERFORM P380-LINHA-CONTATO   THRU P380-FIM
064700     .
064800 P300-FIM. EXIT.
064900******************************************************************
065000*    P310-APURAR-LEDGER - VARRE O LEDGER DO CONTATO: CADA VOLTA  *
065100*                 DO SALDO NEGATIVO A ZERO OU MAIS FECHA UM      *
065200*                 PERIODO (PONTUAL OU ATRASADO); O QUE FICA EM   *
065300*                 ABERTO NO FIM E O ATRASO ATUAL                 *
065400******************************************************************
065500 P310-APURAR-LEDGER.
065600     SET TEM-HISTORICO            TO FALSE
065700     MOVE ZEROS                   TO WS-DATA-INICIO-NEG
065800     MOVE ZEROS                   TO WS-QTD-PONTUAIS
065900     MOVE ZEROS                   TO WS-QTD-ATRASADOS
066000     MOVE ZEROS                   TO WS-DIAS-ATRASO
066100     PERFORM P315-APURAR-ARQUIVO  THRU P315-FIM
066200         VARYING WS-ARQ-IDX FROM 1 BY 1
066300         UNTIL WS-ARQ-IDX > 4
066400
066500     IF WS-DATA-INICIO-NEG NOT = ZEROS
066600        COMPUTE WS-DIAS-INICIO =
066700            FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-NEG)
066800        COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-INICIO
066900     END-IF
067000*    DEVEDOR SEM LANCAMENTO NO LEDGER (DIVIDA ANTERIOR A ELE) VAI
067100*    PARA A FAIXA MAIS ANTIGA, COMO NO RELATRA.
067200     IF SALDO-CONTATO < ZEROS AND WS-DATA-INICIO-NEG = ZEROS
067300        MOVE 99999                TO WS-DIAS-ATRASO
067400     END-IF
067500     .
067600 P310-FIM. EXIT.
067700 P315-APURAR-ARQUIVO.
067800     MOVE WS-ARQ-DSN (WS-ARQ-IDX) TO WS-HISTORICO-DSN
067900     SET EOF-HIS-OK               TO FALSE
068000     MOVE '00'                    TO WS-FS-HIS
068100     OPEN INPUT HISTORICO
068200     IF NOT FS-HIS-OK
068300        GO TO P315-FIM
068400     END-IF
068500     PERFORM P320-LER-HISTORICO   THRU P320-FIM
068600         UNTIL EOF-HIS-OK
068700     CLOSE HISTORICO
068800     .
068900 P315-FIM. EXIT.
069000 P320-LER-HISTORICO.
069100     READ HISTORICO
069200         AT END
069300             SET EOF-HIS-OK        TO TRUE
069400             GO TO P320-FIM
069500     END-READ
069600     IF HIS-ID-CONTATO NOT = ID-CONTATO
069700        GO TO P320-FIM
069800     END-IF
069900     SET TEM-HISTORICO            TO TRUE
070000
070100     IF HIS-SALDO-APOS < ZEROS
070200        IF WS-DATA-INICIO-NEG = ZEROS
070300           MOVE HIS-DATA-POST     TO WS-DATA-INICIO-NEG
070400        END-IF
070500        GO TO P320-FIM
070600     END-IF
070700     IF WS-DATA-INICIO-NEG = ZEROS
070800        GO TO P320-FIM
070900     END-IF
071000*    O SALDO VOLTOU A ZERO OU MAIS: FECHA O PERIODO NEGATIVO.
071100     COMPUTE WS-DIAS-INICIO =
071200         FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-NEG)
071300     COMPUTE WS-DIAS-FIM =
071400         FUNCTION INTEGER-OF-DATE(HIS-DATA-POST)
071500     COMPUTE WS-DIAS-PERIODO = WS-DIAS-FIM - WS-DIAS-INICIO
071600     IF WS-DIAS-PERIODO > WS-PRAZO-DIAS
071700        ADD 1                     TO WS-QTD-ATRASADOS
071800     ELSE
071900        ADD 1                     TO WS-QTD-PONTUAIS
072000     END-IF
072100     MOVE ZEROS                   TO WS-DATA-INICIO-NEG
072200     .
072300 P320-FIM. EXIT.
072400******************************************************************
072500*    P330-CONTAR-RETENCOES - RETENCOES DO CONTATO NA TABELA      *
072600*                 CARREGADA DE MOVRET.DAT                        *
072700******************************************************************
072800 P330-CONTAR-RETENCOES.
072900     MOVE ZEROS                   TO WS-QTD-RETENCOES
073000     MOVE ZEROS                   TO WS-TAB-ACHADO
073100     PERFORM P335-PROCURAR-CONTATO THRU P335-FIM
073200         VARYING WS-TAB-IDX FROM 1 BY 1
073300         UNTIL WS-TAB-IDX > WS-RTC-QTD
073400            OR WS-TAB-ACHADO > ZEROS
073500     IF WS-TAB-ACHADO > ZEROS
073600        MOVE WS-RTC-VEZES (WS-TAB-ACHADO) TO WS-QTD-RETENCOES
073700     END-IF
073800     .
073900 P330-FIM. EXIT.
074000 P335-PROCURAR-CONTATO.
074100     IF WS-RTC-ID (WS-TAB-IDX) = ID-CONTATO
074200        MOVE WS-TAB-IDX           TO WS-TAB-ACHADO
074300     END-IF
074400     .
074500 P335-FIM. EXIT.
074600******************************************************************
074700*    P340-CONTAR-QUEBRAS - ACORDOS E PROMESSAS DO CONTATO        *
074800*                 QUEBRADOS NOS ULTIMOS 12 MESES (CHAVE PARCIAL  *
074900*                 ID + ZEROS, MESMA LEITURA DO ACOCHK)           *
075000******************************************************************
075100 P340-CONTAR-QUEBRAS.
075200     MOVE ZEROS                   TO WS-QTD-QUEBRAS
075300     IF ACO-ARQ-ABERTO
075400        SET EOF-AUX-OK            TO FALSE
075500        MOVE ID-CONTATO           TO ACO-ID-CONTATO
075600        MOVE ZEROS                TO ACO-SEQ
075700        START ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
075800            INVALID KEY
075900                SET EOF-AUX-OK    TO TRUE
076000        END-START
076100        PERFORM P342-LER-ACORDO   THRU P342-FIM
076200            UNTIL EOF-AUX-OK
076300     END-IF
076400     IF PRM-ARQ-ABERTO
076500        SET EOF-AUX-OK            TO FALSE
076600        MOVE ID-CONTATO           TO PRM-ID-CONTATO
076700        MOVE ZEROS                TO PRM-SEQ
076800        START PROMESSAS KEY IS NOT LESS THAN PRM-CHAVE
076900            INVALID KEY
077000                SET EOF-AUX-OK    TO TRUE
077100        END-START
077200        PERFORM P344-LER-PROMESSA THRU P344-FIM
077300            UNTIL EOF-AUX-OK
077400     END-IF
077500     .
077600 P340-FIM. EXIT.
077700 P342-LER-ACORDO.
077800     READ ACORDOS NEXT RECORD
077900         AT END
078000             SET EOF-AUX-OK        TO TRUE
078100             GO TO P342-FIM
078200     END-READ
078300     IF ACO-ID-CONTATO NOT = ID-CONTATO
078400        SET EOF-AUX-OK            TO TRUE
078500        GO TO P342-FIM
078600     END-IF
078700     IF ACORDO-QUEBRADO AND ACO-DT-ENCERRAMENTO >= WS-DATA-CORTE
078800        ADD 1                     TO WS-QTD-QUEBRAS
078900     END-IF
079000     .
079100 P342-FIM. EXIT.
079200 P344-LER-PROMESSA.
079300     READ PROMESSAS NEXT RECORD
079400         AT END
079500             SET EOF-AUX-OK        TO TRUE
079600             GO TO P344-FIM
079700     END-READ
079800     IF PRM-ID-CONTATO NOT = ID-CONTATO
079900        SET EOF-AUX-OK            TO TRUE
080000        GO TO P344-FIM
080100     END-IF
080200     IF PRM-QUEBRADA AND PRM-DT-APURACAO >= WS-DATA-CORTE
080300        ADD 1                     TO WS-QTD-QUEBRAS
080400     END-IF
080500     .
080600 P344-FIM. EXIT.
080700******************************************************************
080800*    P350-CALCULAR-NOTA - SOMA OS CINCO COMPONENTES (0 A 1000)   *
080900******************************************************************
081000 P350-CALCULAR-NOTA.
081100     EVALUATE TRUE
081200         WHEN WS-QTD-PONTUAIS + WS-QTD-ATRASADOS > ZEROS
081300             COMPUTE WS-PTS-PONTUALIDADE ROUNDED =
081400                 350 * WS-QTD-PONTUAIS /
081500                 (WS-QTD-PONTUAIS + WS-QTD-ATRASADOS)
081600         WHEN SALDO-CONTATO < ZEROS
081700             MOVE 175             TO WS-PTS-PONTUALIDADE
081800         WHEN OTHER
081900             MOVE 350             TO WS-PTS-PONTUALIDADE
082000     END-EVALUATE
082100
082200     EVALUATE TRUE
082300         WHEN SALDO-CONTATO NOT < ZEROS
082400             MOVE 250             TO WS-PTS-ATRASO
082500         WHEN WS-DIAS-ATRASO NOT > 30
082600             MOVE 200             TO WS-PTS-ATRASO
082700         WHEN WS-DIAS-ATRASO NOT > 60
082800             MOVE 120             TO WS-PTS-ATRASO
082900         WHEN WS-DIAS-ATRASO NOT > 90
083000             MOVE 50              TO WS-PTS-ATRASO
083100         WHEN OTHER
083200             MOVE ZEROS           TO WS-PTS-ATRASO
083300     END-EVALUATE
083400
083500     EVALUATE NIVEL-COBRANCA
083600         WHEN 0
083700             MOVE 150             TO WS-PTS-COBRANCA
083800         WHEN 1
083900             MOVE 100             TO WS-PTS-COBRANCA
084000         WHEN 2
084100             MOVE 50              TO WS-PTS-COBRANCA
084200         WHEN OTHER
084300             MOVE ZEROS           TO WS-PTS-COBRANCA
084400     END-EVALUATE
084500
084600     COMPUTE WS-PENALIDADE = WS-QTD-RETENCOES * 25
084700     IF WS-PENALIDADE > 100
084800        MOVE ZEROS                TO WS-PTS-RETENCOES
084900     ELSE
085000        COMPUTE WS-PTS-RETENCOES = 100 - WS-PENALIDADE
085100     END-IF
085200
085300     COMPUTE WS-PENALIDADE = WS-QTD-QUEBRAS * 75
085400     IF WS-PENALIDADE > 150
085500        MOVE ZEROS                TO WS-PTS-QUEBRAS
085600     ELSE
085700        COMPUTE WS-PTS-QUEBRAS = 150 - WS-PENALIDADE
085800     END-IF
085900
086000     COMPUTE WS-NOTA = WS-PTS-PONTUALIDADE + WS-PTS-ATRASO
086100                     + WS-PTS-COBRANCA + WS-PTS-RETENCOES
086200                     + WS-PTS-QUEBRAS
086300     .
086400 P350-FIM. EXIT.
086500******************************************************************
086600*    P360-VERIFICAR-PENDENTE - PROCURA O CONTATO NA TABELA DE    *
086700*                 REVISOES DE LIMITE PENDENTES                   *
086800******************************************************************
086900 P360-VERIFICAR-PENDENTE.
087000     MOVE ZEROS                   TO WS-TAB-ACHADO
087100     PERFORM P365-PROCURAR-PENDENTE THRU P365-FIM
087200         VARYING WS-TAB-IDX FROM 1 BY 1
087300         UNTIL WS-TAB-IDX > WS-PND-QTD
087400            OR WS-TAB-ACHADO > ZEROS
087500     .
087600 P360-FIM. EXIT.
087700 P365-PROCURAR-PENDENTE.
087800     IF WS-PND-ID (WS-TAB-IDX) = ID-CONTATO
087900        MOVE WS-TAB-IDX           TO WS-TAB-ACHADO
088000     END-IF
088100     .
088200 P365-FIM. EXIT.
088300******************************************************************
088400*    P370-PROPOR-REVISAO - GRAVA A PENDENCIA TIPO 'S' EM APROV. *
088500*                 DAT COM O LIMITE EM VIGOR (CONFERIDO PELO      *
088600*                 APRCTT NA APROVACAO) E A NOTA NO MOTIVO        *
088700******************************************************************
088800 P370-PROPOR-REVISAO.
088900     MOVE SPACES                  TO REG-APROVACAO
089000     SET APR-REVISAO       TO TRUE
089100     MOVE ID-CONTATO              TO APR-ID-CONTATO
089200     MOVE WS-DATA-EXEC            TO APR-MOV-DATA
089300     IF WS-LIMITE-NOVO > LIMITE-CREDITO
089400        MOVE 'C'                  TO APR-MOV-TIPO
089500     ELSE
089600        MOVE 'D'                  TO APR-MOV-TIPO
089700     END-IF
089800     STRING 'SCORE '              DELIMITED BY SIZE
089900            WS-NOTA               DELIMITED BY SIZE
090000            INTO APR-MOV-MOTIVO
090100     END-STRING
090200     MOVE WS-LIMITE-NOVO          TO APR-VALOR
090300     MOVE LIMITE-CREDITO          TO APR-LIMITE-ANT
090400     PERFORM 9380-REGISTRAR-PENDENCIA THRU 9380-FIM
090500     IF NOT FS-APR-OK
090600        ADD 1                     TO WS-CONT-FALHAS
090700        MOVE ZEROS                TO WS-LIMITE-NOVO
090800        MOVE '*** FALHA NA PENDENCIA ***' TO WS-SITUACAO-LINHA
090900        GO TO P370-FIM
091000     END-IF
091100     IF APR-MOV-TIPO = 'C'
091200        ADD 1                     TO WS-CONT-AUMENTOS
091300        MOVE 'AUMENTO PROPOSTO - APRCTT' TO WS-SITUACAO-LINHA
091400     ELSE
091500        ADD 1                     TO WS-CONT-REDUCOES
091600        MOVE 'REDUCAO PROPOSTA - APRCTT' TO WS-SITUACAO-LINHA
091700     END-IF
091800     .
091900 P370-FIM. EXIT.
092000******************************************************************
092100*    P380-LINHA-CONTATO - EMITE A LINHA DO CONTATO AVALIADO COM  *
092200*                 OS COMPONENTES DA NOTA                         *
092300******************************************************************
092400 P380-LINHA-CONTATO.
092500     MOVE SPACES                  TO WS-RIMP-LINHA
092600     MOVE ID-CONTATO              TO WS-RIMP-LINHA (1:6)
092700     MOVE NM-CONTATO              TO WS-RIMP-LINHA (8:20)
092800     MOVE WS-NOTA                 TO WS-MSK-NOTA
092900     MOVE WS-MSK-NOTA             TO WS-RIMP-LINHA (30:4)
093000     MOVE WS-PTS-PONTUALIDADE     TO WS-MSK-NOTA
093100     MOVE WS-MSK-NOTA             TO WS-RIMP-LINHA (35:4)
093200     MOVE WS-PTS-ATRASO           TO WS-MSK-NOTA
093300     MOVE WS-MSK-NOTA             TO WS-RIMP-LINHA (40:4)
093400     MOVE WS-PTS-COBRANCA         TO WS-MSK-NOTA
093500     MOVE WS-MSK-NOTA             TO WS-RIMP-LINHA (45:4)
093600     MOVE WS-PTS-RETENCOES        TO WS-MSK-NOTA
093700     MOVE WS-MSK-NOTA             TO WS-RIMP-LINHA (50:4)
093800     MOVE WS-PTS-QUEBRAS          TO WS-MSK-NOTA
093900     MOVE WS-MSK-NOTA             TO WS-RIMP-LINHA (55:4)
094000     IF LIMITE-CREDITO = ZEROS
094100        MOVE 'SEM LIMITE'         TO WS-RIMP-LINHA (61:10)
094200     ELSE
094300        MOVE LIMITE-CREDITO       TO WS-MSK-VALOR
094400        MOVE WS-MSK-VALOR         TO WS-RIMP-LINHA (60:14)
094500     END-IF
094600     IF WS-LIMITE-NOVO > ZEROS
094700        MOVE WS-LIMITE-NOVO       TO WS-MSK-VALOR
094800        MOVE WS-MSK-VALOR         TO WS-RIMP-LINHA (77:14)
094900     END-IF
095000     MOVE WS-SITUACAO-LINHA       TO WS-RIMP-LINHA (94:30)
095100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
095200     .
095300 P380-FIM. EXIT.
095400******************************************************************
095500*    P800-TOTAIS - EMITE AS CONTAGENS NA LISTAGEM E O RESUMO NO  *
095600*                 CONSOLE                                        *
095700******************************************************************
095800 P800-TOTAIS.
095900     MOVE SPACES                  TO WS-RIMP-LINHA
096000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
096100     MOVE SPACES                  TO WS-RIMP-LINHA
096200     STRING 'AVALIADOS: '         DELIMITED BY SIZE
096300            WS-CONT-AVALIADOS     DELIMITED BY SIZE
096400            '  NOTA ALTA: '       DELIMITED BY SIZE
096500            WS-CONT-FAIXA-ALTA    DELIMITED BY SIZE
096600            '  MEDIA: '           DELIMITED BY SIZE
096700            WS-CONT-FAIXA-MEDIA   DELIMITED BY SIZE
096800            '  BAIXA: '           DELIMITED BY SIZE
096900            WS-CONT-FAIXA-BAIXA   DELIMITED BY SIZE
097000            '  AUMENTOS PROPOSTOS: ' DELIMITED BY SIZE
097100            WS-CONT-AUMENTOS      DELIMITED BY SIZE
097200            '  REDUCOES PROPOSTAS: ' DELIMITED BY SIZE
097300            WS-CONT-REDUCOES      DELIMITED BY SIZE
097400            INTO WS-RIMP-LINHA
097500     END-STRING
097600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
097600     MOVE SPACES                  TO WS-RIMP-LINHA
097600     STRING 'SEM AUMENTO POR DOCUMENTACAO PENDENTE/VENCIDA: '
097600                                  DELIMITED BY SIZE
097600            WS-CONT-DOC-IRREG     DELIMITED BY SIZE
097600            INTO WS-RIMP-LINHA
097600     END-STRING
097600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
097700     MOVE SPACES                  TO WS-RIMP-LINHA
097800     STRING 'PONT = PONTUALIDADE (350), ATRS = ATRASO ATUAL '
097900                                  DELIMITED BY SIZE
098000            '(250), '
098100                                  DELIMITED BY SIZE
098200            'COBR = NIVEL DE COBRANCA (150), RETC = RETENCOES '
098300                                  DELIMITED BY SIZE
098400            '(100), QUEB = QUEBRAS (150).' DELIMITED BY SIZE
098500            INTO WS-RIMP-LINHA
098600     END-STRING
098700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
098800
098900     DISPLAY ' '
099000     DISPLAY '*** RESUMO DO SCORE DE COMPORTAMENTO ***'
099100     DISPLAY 'CONTATOS AVALIADOS.......: ' WS-CONT-AVALIADOS
099200     DISPLAY 'NOTA ALTA................: ' WS-CONT-FAIXA-ALTA
099300     DISPLAY 'NOTA MEDIA...............: ' WS-CONT-FAIXA-MEDIA
099400     DISPLAY 'NOTA BAIXA...............: ' WS-CONT-FAIXA-BAIXA
099500     DISPLAY 'AUMENTOS PROPOSTOS.......: ' WS-CONT-AUMENTOS
099600     DISPLAY 'REDUCOES PROPOSTAS.......: ' WS-CONT-REDUCOES
099700     DISPLAY 'SEM LIMITE (NAO REVISADO): ' WS-CONT-SEM-LIMITE
099800     DISPLAY 'REVISAO JA PENDENTE......: ' WS-CONT-PENDENTES
099900     DISPLAY 'BAIXADOS (SEM AUMENTO)...: ' WS-CONT-BAIXADOS
099900     DISPLAY 'DOCTOS PEND/VENCIDOS.....: ' WS-CONT-DOC-IRREG
100000     DISPLAY 'FALHAS NA GRAVACAO.......: ' WS-CONT-FALHAS
100100     DISPLAY 'DECISAO DAS PROPOSTAS NO APRCTT.'
100200     .
100300 P800-FIM. EXIT.
100400******************************************************************
100500*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
100600******************************************************************
100700 P900-FIM.
100800     DISPLAY '*** FIM DO SCORE DE COMPORTAMENTO ***'
100900     COMPUTE WS-RUN-GRAVADOS = WS-CONT-AUMENTOS + WS-CONT-REDUCOES
101000     MOVE WS-CONT-FALHAS          TO WS-RUN-REJEITADOS
101100     IF WS-RUN-RESULTADO = ZEROS AND WS-RUN-REJEITADOS > ZEROS
101200        MOVE 04                   TO WS-RUN-RESULTADO
101300     END-IF
101400     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
101500     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
101600     STOP RUN.
101700
101800     COPY FSTATUS.
101900     COPY DSNENV.
102000     COPY RUNLOG.
102100     COPY RELIMP.
102200     COPY APRCHK.
102200     COPY DCTCHK.
