000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PAGREEM.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-05-23.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: PAGAMENTO DOS REEMBOLSOS DE SALDO CREDOR JA
000900*                 DECIDIDOS NO APRCTT. PERCORRE AS PENDENCIAS TIPO
001000*                 'R' DE APROV.DAT E CASA CADA UMA COM O REEMBOLSO
001100*                 PROPOSTO EM REEMB.DAT (MESMO CONTATO E MESMA
001200*                 DATA/HORA DA SOLICITACAO):
001300*                 - AINDA PENDENTE: FICA PARA A PROXIMA EXECUCAO;
001400*                 - REJEITADA: O REEMBOLSO E CANCELADO;
001500*                 - APROVADA: RELE O CONTATO E OS DADOS BANCARIOS
001600*                   (CTABANC.DAT); SE O SALDO CREDOR AINDA COBRE O
001700*                   VALOR APROVADO E A CONTA EXISTE, GRAVA O ITEM
001800*                   NO ARQUIVO DE PAGAMENTO PIX/TED (PAGREEM.DAT)
001900*                   E O DEBITO REEMBOLSO EM MOVCTT.DAT (COM QUEM
002000*                   PEDIU E QUEM APROVOU), ZERANDO O SALDO NA
002100*                   PROXIMA EFETIVACAO (POSTSAL); SENAO CANCELA.
002200*                 O ARQUIVO LEVA CABECALHO '00' (DATA + SEQUENCIA,
002300*                 CONTROLADA EM REEMCKPT.DAT) E TRAILER '99'
002400*                 (QUANTIDADE + SOMA), COMO A REMESSA DO REMBANC.
002500*                 O RETORNO DO BANCO E PROCESSADO PELO RETREEM.
002600*                 CONTATO COMERCIAL OU FORNECEDOR COM DOCUMENTO
002600*                 OBRIGATORIO FALTANDO OU VENCIDO EM DOCTOS.DAT
002600*                 (COPYBOOK DCTCHK) TAMBEM TEM O REEMBOLSO
002600*                 CANCELADO. CANCELAMENTO POR SALDO, CONTA OU
002700*                 DOCUMENTACAO DEIXA O RETURN-CODE EM 04.
002800*----------------------------------------------------------------*
002900*    HISTORICO DE ALTERACOES
003000*    DATA       AUTOR   DESCRICAO
003100*    ---------- ------- ----------------------------------------
003200*    2025-05-23 JSZ     PROGRAMA CRIADO (PAGAMENTO DOS REEMBOLSOS
003300*                       DE SALDO CREDOR).
003300*    2025-06-27 JSZ     REEMBOLSO DE CONTATO COM DOCUMENTACAO
003300*                       OBRIGATORIA PENDENTE OU VENCIDA E
003300*                       CANCELADO (COPYBOOK DCTCHK).
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SPECIAL-NAMES.
003800     DECIMAL-POINT IS COMMA.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT APROVACAO ASSIGN TO WS-APROVACAO-DSN
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FS-APR.
004400     SELECT REEMBOLSOS ASSIGN TO WS-REEMBOLSOS-DSN
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS REE-CHAVE
004800         ALTERNATE RECORD KEY IS REE-CHAVE-PAGTO WITH DUPLICATES
004900         FILE STATUS IS WS-FS-REE.
005000     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ID-CONTATO
005400         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
005500         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
005600             SUPPRESS WHEN SPACES
005700         FILE STATUS IS WS-FS.
005800     SELECT CTABANC ASSIGN TO WS-CTABANC-DSN
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CTB-ID-CONTATO
006200         FILE STATUS IS WS-FS-CTB.
006300     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-FS-MOV.
006600     SELECT PAGAMENTO ASSIGN TO WS-PAGAMENTO-DSN
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FS-PAG.
006900     SELECT REEMCKPT ASSIGN TO WS-REEMCKPT-DSN
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FS-CKPT.
007200     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS MTV-CODIGO
007600         FILE STATUS IS WS-FS-MTV.
007700     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-FS-RUN.
007900     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
007900         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS DCT-CHAVE
007900         FILE STATUS IS WS-FS-DCT.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  APROVACAO.
008300     COPY APRVREG.
008400 FD  REEMBOLSOS.
008500     COPY REEMREG.
008600 FD  CONTATOS.
008700     COPY CONTREG.
008800 FD  CTABANC.
008900     COPY CTBREG.
009000 FD  MOVIMENTOS.
009100     COPY MOVREG.
009200 FD  PAGAMENTO.
009300 01  REG-PAGAMENTO                PIC X(200).
009400 FD  REEMCKPT.
009500 01  REG-REEMCKPT.
009600     03  RCK-SEQ                  PIC 9(04).
009700 FD  MOTIVOS.
009800     COPY MOTREG.
009900 FD  RUNCTL.
010000     COPY RUNREG.
010000 FD  DOCTOS.
010000     COPY DCTREG.
010100 WORKING-STORAGE SECTION.
010200 01  WS-APROVACAO-DSN             PIC X(100) VALUE 'APROV.DAT'.
010300 01  WS-REEMBOLSOS-DSN            PIC X(100) VALUE 'REEMB.DAT'.
010400 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
010500 01  WS-CTABANC-DSN               PIC X(100) VALUE 'CTABANC.DAT'.
010600 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
010700 01  WS-PAGAMENTO-DSN             PIC X(100) VALUE 'PAGREEM.DAT'.
010800 01  WS-REEMCKPT-DSN              PIC X(100) VALUE 'REEMCKPT.DAT'.
010900 77  WS-FS-APR                    PIC X(02) VALUE '00'.
011000     88 FS-APR-OK                 VALUE '00'.
011100 77  WS-FS-REE                    PIC X(02) VALUE '00'.
011200     88 FS-REE-OK                 VALUE '00'.
011300 77  WS-FS                        PIC X(02) VALUE '00'.
011400     88 FS-OK                     VALUE '00'.
011500 77  WS-FS-CTB                    PIC X(02) VALUE '00'.
011600     88 FS-CTB-OK                 VALUE '00'.
011700 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
011800     88 FS-MOV-OK                 VALUE '00'.
011900 77  WS-FS-PAG                    PIC X(02) VALUE '00'.
012000     88 FS-PAG-OK                 VALUE '00'.
012100 77  WS-FS-CKPT                   PIC X(02) VALUE '00'.
012200     88 FS-CKPT-OK                VALUE '00'.
012300 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
012400 77  WS-EOF-APR                   PIC X(01) VALUE 'N'.
012500     88 EOF-APR-OK                VALUE 'S' FALSE 'N'.
012600 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
012700     88 ARQUIVOS-ABERTOS          VALUE 'S' FALSE 'N'.
012800 01  WS-CTB-ABERTO-SW             PIC X(01) VALUE 'N'.
012900     88 CTB-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
013000 01  WS-ACHOU-SW                  PIC X(01) VALUE 'N'.
013100     88 ACHOU-REGISTRO            VALUE 'S' FALSE 'N'.
013200*----------------------------------------------------------------*
013300*    CONTROLE DO ARQUIVO DE PAGAMENTO                            *
013400*----------------------------------------------------------------*
013500 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
013600 77  WS-SEQ-REMESSA               PIC 9(04) VALUE ZEROS.
013700 77  WS-CONT-ITENS                PIC 9(06) VALUE ZEROS.
013800 77  WS-SOMA-ITENS                PIC 9(13)V99 VALUE ZEROS.
013900 01  WS-LINHA-PAG                 PIC X(200) VALUE SPACES.
014000 77  WS-OCORRENCIA                PIC X(30) VALUE SPACES.
014100*----------------------------------------------------------------*
014200*    CONTADORES DO RESUMO                                        *
014300*----------------------------------------------------------------*
014400 77  WS-CONT-LIDOS                PIC 9(06) VALUE ZEROS.
014500 77  WS-CONT-AGUARDANDO           PIC 9(06) VALUE ZEROS.
014600 77  WS-CONT-REJEITADOS           PIC 9(06) VALUE ZEROS.
014700 77  WS-CONT-SEM-SALDO            PIC 9(06) VALUE ZEROS.
014800 77  WS-CONT-SEM-CONTA            PIC 9(06) VALUE ZEROS.
014800 77  WS-CONT-SEM-DOCTOS           PIC 9(06) VALUE ZEROS.
014900 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
015000 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
015100*----------------------------------------------------------------*
015200*    AREA DA TABELA DE MOTIVOS (COPYBOOK MOTTAB)                 *
015300*----------------------------------------------------------------*
015400 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
015500 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
015600     88 FS-MTV-OK                 VALUE '00'.
015700 77  WS-MTV-QTD                   PIC 9(02) VALUE ZEROS.
015800 01  WS-TAB-MOTIVOS.
015900     03  WS-MTV-ENT               OCCURS 50 TIMES.
016000         05  WS-MTV-COD           PIC X(10).
016100         05  WS-MTV-NAT           PIC X(01).
016200         05  WS-MTV-CONTA         PIC X(12).
016300         05  WS-MTV-USO           PIC X(01).
016400         05  WS-MTV-SIT           PIC X(01).
016500 77  WS-MTV-IDX                   PIC 9(02) VALUE ZEROS.
016600 77  WS-MTV-ACHADO                PIC 9(02) VALUE ZEROS.
016700 01  WS-MTV-EOF-SW                PIC X(01) VALUE 'N'.
016800     88 MTV-EOF-OK                VALUE 'S' FALSE 'N'.
016900 01  WS-MTV-CARREGADA-SW          PIC X(01) VALUE 'N'.
017000     88 MTV-TAB-CARREGADA         VALUE 'S'.
017100 77  WS-MTV-BUSCA                 PIC X(10) VALUE SPACES.
017200 77  WS-MTV-TIPO-BUSCA            PIC X(01) VALUE SPACES.
017300 01  WS-MTV-VALIDO-SW             PIC X(01) VALUE 'N'.
017400     88 MOTIVO-VALIDO             VALUE 'S' FALSE 'N'.
017500 77  WS-MTV-ERRO                  PIC X(50) VALUE SPACES.
017600*----------------------------------------------------------------*
017700*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
017800*----------------------------------------------------------------*
017900 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
018000 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
018100     88 FS-RUN-OK                 VALUE '00'.
018200 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'PAGREEM'.
018300 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
018400 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
018500 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
018600 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
018700 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
018800 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
018900 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
018900*----------------------------------------------------------------*
018900*    AREA DA SITUACAO DA DOCUMENTACAO (COPYBOOK DCTCHK)          *
018900*----------------------------------------------------------------*
018900 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
018900 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
018900     88 FS-DCT-OK                 VALUE '00'.
018900 77  WS-DCT-BUSCA                 PIC 9(06) VALUE ZEROS.
018900 01  WS-DCT-CATEGORIA             PIC X(10) VALUE SPACES.
018900 77  WS-DCT-DATA-REF              PIC 9(08) VALUE ZEROS.
018900 01  WS-DCT-SITUACAO              PIC X(01) VALUE SPACES.
018900     88 DCT-DISPENSADO            VALUE 'D'.
018900     88 DCT-REGULAR               VALUE 'R'.
018900     88 DCT-PENDENTE              VALUE 'P'.
018900     88 DCT-VENCIDO               VALUE 'V'.
018900     88 DCT-IRREGULAR             VALUE 'P' 'V'.
018900 01  WS-DCT-OBRIG-TAB.
018900     03  WS-DCT-OBRIG             OCCURS 3 TIMES.
018900         05  WS-DCT-O-ST          PIC X(01).
018900         05  WS-DCT-O-VALIDADE    PIC 9(08).
018900 77  WS-DCT-PROX-VENC             PIC 9(08) VALUE ZEROS.
018900 77  WS-DCT-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
018900 77  WS-DCT-IDX                   PIC 9(01) VALUE ZEROS.
018900 01  WS-DCT-ABERTO-SW             PIC X(01) VALUE 'N'.
018900     88 DCT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
018900 01  WS-DCT-EOF-SW                PIC X(01) VALUE 'N'.
018900     88 DCT-EOF-OK                VALUE 'S' FALSE 'N'.
018900 01  WS-DCT-BARRADO-SW            PIC X(01) VALUE 'N'.
018900     88 DCT-LIMITE-BARRADO        VALUE 'S' FALSE 'N'.
018900*----------------------------------------------------------------*
019000 PROCEDURE DIVISION.
019100******************************************************************
019200*    0000-MAINLINE - ROTINA PRINCIPAL                            *
019300******************************************************************
019400 0000-MAINLINE.
019500     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
019600     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
019700     DISPLAY '*** PAGAMENTO DE REEMBOLSOS DE SALDO CREDOR '
019800             '(PAGREEM) ***'
019900     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
020000     MOVE 'REEMBOLSO'             TO WS-MTV-BUSCA
020100     MOVE 'D'                     TO WS-MTV-TIPO-BUSCA
020200     PERFORM 9360-VALIDAR-MOTIVO  THRU 9360-FIM
020300     IF NOT MOTIVO-VALIDO
020400        DISPLAY 'MOTIVO REEMBOLSO: ' FUNCTION TRIM(WS-MTV-ERRO)
020500                ' - NENHUM PAGAMENTO GERADO (VER CADMOT).'
020600        MOVE 08                   TO WS-RUN-RESULTADO
020700        GO TO 0000-ENCERRAR
020800     END-IF
020900
021000     MOVE '00'                    TO WS-FS-APR
021100     OPEN INPUT APROVACAO
021200     IF NOT FS-APR-OK
021300        DISPLAY 'NENHUMA PENDENCIA DE APROVACAO (APROV.DAT NAO '
021400                'ENCONTRADO) - NADA A PAGAR.'
021500        GO TO 0000-ENCERRAR
021600     END-IF
021700     PERFORM P100-TOMAR-SEQUENCIA THRU P100-FIM
021800     PERFORM P200-ABRIR-ARQUIVOS  THRU P200-FIM
021900     IF NOT ARQUIVOS-ABERTOS
022000        MOVE 08                   TO WS-RUN-RESULTADO
022100        CLOSE APROVACAO
022200        GO TO 0000-ENCERRAR
022300     END-IF
022400
022500     PERFORM P210-GRAVAR-CABECALHO THRU P210-FIM
022600     SET EOF-APR-OK               TO FALSE
022700     PERFORM P300-TRATAR-PENDENCIA THRU P300-FIM
022800         UNTIL EOF-APR-OK
022900     PERFORM P240-GRAVAR-TRAILER  THRU P240-FIM
023000
023100     CLOSE APROVACAO
023200     CLOSE REEMBOLSOS
023300     CLOSE CONTATOS
023400     CLOSE MOVIMENTOS
023500     CLOSE PAGAMENTO
023600     IF CTB-ARQ-ABERTO
023700        CLOSE CTABANC
023800     END-IF
023800     PERFORM 9448-FECHAR-DOCTOS   THRU 9448-FIM
023900     PERFORM P250-GRAVAR-SEQUENCIA THRU P250-FIM
024000     PERFORM P800-RESUMO          THRU P800-FIM
024100     .
024200 0000-ENCERRAR.
024300     PERFORM P900-FIM
024400     .
024500******************************************************************
024600*    P100-TOMAR-SEQUENCIA - LE E AVANCA A SEQUENCIA DO ARQUIVO   *
024700*                 DE PAGAMENTO (REEMCKPT.DAT, MESMA IDEIA DO     *
024800*                 REMCKPT DO REMBANC)                            *
024900******************************************************************
025000 P100-TOMAR-SEQUENCIA.
025100     MOVE ZEROS                   TO WS-SEQ-REMESSA
025200     OPEN INPUT REEMCKPT
025300     IF FS-CKPT-OK
025400        READ REEMCKPT
025500            AT END
025600               CONTINUE
025700            NOT AT END
025800               MOVE RCK-SEQ       TO WS-SEQ-REMESSA
025900        END-READ
026000        CLOSE REEMCKPT
026100     END-IF
026200     ADD 1                        TO WS-SEQ-REMESSA
026300     .
026400 P100-FIM. EXIT.
026500******************************************************************
026600*    P200-ABRIR-ARQUIVOS - ABRE REEMB.DAT (I-O), CONTATOS.DAT,   *
026700*                 CTABANC.DAT E DOCTOS.DAT (INPUT), MOVCTT.DAT   *
026800*                 (EXTEND) E O ARQUIVO DE PAGAMENTO (OUTPUT)     *
026900******************************************************************
027000 P200-ABRIR-ARQUIVOS.
027100     SET ARQUIVOS-ABERTOS         TO FALSE
027200     MOVE '00'                    TO WS-FS-REE
027300     OPEN I-O REEMBOLSOS
027400     IF NOT FS-REE-OK
027500        MOVE WS-FS-REE            TO WS-FS
027600        PERFORM 9000-TRADUZIR-FS
027700        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REEMBOLSOS: '
027800                WS-FS-MSG ' - RODE O GERREEM ANTES.'
027900        GO TO P200-FIM
028000     END-IF
028100
028200     OPEN INPUT CONTATOS
028300     IF NOT FS-OK
028400        PERFORM 9000-TRADUZIR-FS
028500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
028600        CLOSE REEMBOLSOS
028700        GO TO P200-FIM
028800     END-IF
028900
029000     MOVE '00'                    TO WS-FS-MOV
029100     OPEN EXTEND MOVIMENTOS
029200     IF WS-FS-MOV = '35'
029300        OPEN OUTPUT MOVIMENTOS
029400        MOVE '00'                 TO WS-FS-MOV
029500     END-IF
029600     IF NOT FS-MOV-OK
029700        MOVE WS-FS-MOV            TO WS-FS
029800        PERFORM 9000-TRADUZIR-FS
029900        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS: '
030000                WS-FS-MSG
030100        CLOSE REEMBOLSOS
030200        CLOSE CONTATOS
030300        GO TO P200-FIM
030400     END-IF
030500
030600     OPEN OUTPUT PAGAMENTO
030700     IF NOT FS-PAG-OK
030800        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PAGAMENTO: '
030900                FUNCTION TRIM(WS-PAGAMENTO-DSN)
031000        CLOSE REEMBOLSOS
031100        CLOSE CONTATOS
031200        CLOSE MOVIMENTOS
031300        GO TO P200-FIM
031400     END-IF
031500
031600     SET CTB-ARQ-ABERTO           TO FALSE
031700     MOVE '00'                    TO WS-FS-CTB
031800     OPEN INPUT CTABANC
031900     IF FS-CTB-OK
032000        SET CTB-ARQ-ABERTO        TO TRUE
032100     END-IF
032100*    SEM DOCTOS.DAT O 9442 DA TODO CONTATO OBRIGADO COMO PENDENTE.
032100     PERFORM 9440-ABRIR-DOCTOS    THRU 9440-FIM
032200     SET ARQUIVOS-ABERTOS         TO TRUE
032300     .
032400 P200-FIM. EXIT.
032500******************************************************************
032600*    P210-GRAVAR-CABECALHO - REGISTRO '00' COM A DATA DA GERACAO *
032700*                 E A SEQUENCIA DO ARQUIVO                       *
032800******************************************************************
032900 P210-GRAVAR-CABECALHO.
033000     MOVE SPACES                  TO WS-LINHA-PAG
033100     STRING '00'                  DELIMITED BY SIZE
033200            WS-DATA-EXEC          DELIMITED BY SIZE
033300            WS-SEQ-REMESSA        DELIMITED BY SIZE
033400            INTO WS-LINHA-PAG
033500     END-STRING
033600     MOVE WS-LINHA-PAG            TO REG-PAGAMENTO
033700     WRITE REG-PAGAMENTO
033800     .
033900 P210-FIM. EXIT.
034000******************************************************************
034100*    P240-GRAVAR-TRAILER - REGISTRO '99' COM A QUANTIDADE E A    *
034200*                 SOMA DOS PAGAMENTOS                            *
034300******************************************************************
034400 P240-GRAVAR-TRAILER.
034500     MOVE SPACES                  TO WS-LINHA-PAG
034600     STRING '99'                  DELIMITED BY SIZE
034700            WS-CONT-ITENS         DELIMITED BY SIZE
034800            WS-SOMA-ITENS         DELIMITED BY SIZE
034900            INTO WS-LINHA-PAG
035000     END-STRING
035100     MOVE WS-LINHA-PAG            TO REG-PAGAMENTO
035200     WRITE REG-PAGAMENTO
035300     .
035400 P240-FIM. EXIT.
035500******************************************************************
035600*    P250-GRAVAR-SEQUENCIA - GRAVA A SEQUENCIA USADA PARA O      *
035700*                 PROXIMO ARQUIVO DE PAGAMENTO                   *
035800******************************************************************
035900 P250-GRAVAR-SEQUENCIA.
036000     MOVE WS-SEQ-REMESSA          TO RCK-SEQ
036100     OPEN OUTPUT REEMCKPT
036200     WRITE REG-REEMCKPT
036300     CLOSE REEMCKPT
036400     .
036500 P250-FIM. EXIT.
036600******************************************************************
036700*    P300-TRATAR-PENDENCIA - LE UMA LINHA DE APROV.DAT E, SE FOR *
036800*                 DE REEMBOLSO COM O REEMBOLSO AINDA PROPOSTO,   *
036900*                 APLICA A DECISAO DO APRCTT                     *
037000******************************************************************
037100 P300-TRATAR-PENDENCIA.
037200     READ APROVACAO
037300         AT END
037400             SET EOF-APR-OK        TO TRUE
037500             GO TO P300-FIM
037600     END-READ
037700     IF NOT APR-REEMBOLSO
037800        GO TO P300-FIM
037900     END-IF
038000*    A PENDENCIA CONTINUA EM APROV.DAT DEPOIS DE DECIDIDA; E A
038100*    SITUACAO DO REEMBOLSO QUE IMPEDE PAGAR DUAS VEZES.
038200     MOVE APR-ID-CONTATO          TO REE-ID-CONTATO
038300     MOVE APR-DATA-HORA-SOL       TO REE-DATA-HORA-SOL
038400     SET ACHOU-REGISTRO           TO TRUE
038500     READ REEMBOLSOS
038600         INVALID KEY
038700             SET ACHOU-REGISTRO   TO FALSE
038800     END-READ
038900     IF NOT ACHOU-REGISTRO OR NOT REE-PROPOSTO
039000        GO TO P300-FIM
039100     END-IF
039200     ADD 1                        TO WS-CONT-LIDOS
039300
039400     EVALUATE TRUE
039500         WHEN APR-PENDENTE
039600             ADD 1                TO WS-CONT-AGUARDANDO
039700         WHEN APR-REJEITADA
039800             ADD 1                TO WS-CONT-REJEITADOS
039900             MOVE 'REJEITADO NO APRCTT' TO WS-OCORRENCIA
040000             PERFORM P350-CANCELAR-REEMBOLSO THRU P350-FIM
040100         WHEN APR-APROVADA
040200             PERFORM P310-PAGAR-REEMBOLSO THRU P310-FIM
040300     END-EVALUATE
040400     .
040500 P300-FIM. EXIT.
040600******************************************************************
040700*    P310-PAGAR-REEMBOLSO - CONFERE SALDO, DOCUMENTACAO E CONTA  *
040800*                 NO PAGAMENTO; PASSANDO, MARCA O REEMBOLSO COMO *
040900*                 ENVIADO E SO ENTAO GRAVA O ITEM E O DEBITO     *
041000******************************************************************
041100 P310-PAGAR-REEMBOLSO.
041200     MOVE REE-ID-CONTATO          TO ID-CONTATO
041300     SET ACHOU-REGISTRO           TO TRUE
041400     READ CONTATOS
041500         INVALID KEY
041600             SET ACHOU-REGISTRO   TO FALSE
041700     END-READ
041800*    O SALDO PODE TER CAIDO ENTRE A PROPOSTA E O PAGAMENTO - O
041900*    VALOR APROVADO NAO E REDUZIDO AQUI, O REEMBOLSO E CANCELADO
042000*    E O PROXIMO GERREEM PROPOE O SALDO NOVO.
042100     IF NOT ACHOU-REGISTRO OR SALDO-CONTATO < REE-VALOR
042200        ADD 1                     TO WS-CONT-SEM-SALDO
042300        MOVE 'SALDO CREDOR MENOR QUE O VALOR' TO WS-OCORRENCIA
042400        DISPLAY 'CANCELADO - CONTATO ' REE-ID-CONTATO
042500                ': SALDO CREDOR ATUAL NAO COBRE O REEMBOLSO.'
042600        PERFORM P350-CANCELAR-REEMBOLSO THRU P350-FIM
042700        GO TO P310-FIM
042800     END-IF
042800
042800     MOVE ID-CONTATO              TO WS-DCT-BUSCA
042800     MOVE CAT-CONTATO             TO WS-DCT-CATEGORIA
042800     MOVE WS-DATA-EXEC            TO WS-DCT-DATA-REF
042800     PERFORM 9442-AVALIAR-DOCTOS  THRU 9442-FIM
042800     IF DCT-IRREGULAR
042800        ADD 1                     TO WS-CONT-SEM-DOCTOS
042800        MOVE 'DOCUMENTACAO PENDENTE/VENCIDA' TO WS-OCORRENCIA
042800        DISPLAY 'CANCELADO - CONTATO ' REE-ID-CONTATO
042800                ': DOCUMENTO OBRIGATORIO FALTANDO OU VENCIDO '
042800                '(CADDOC).'
042800        PERFORM P350-CANCELAR-REEMBOLSO THRU P350-FIM
042800        GO TO P310-FIM
042800     END-IF
042900
043000     MOVE SPACES                  TO CTB-FORMA
043100     IF CTB-ARQ-ABERTO
043200        MOVE REE-ID-CONTATO       TO CTB-ID-CONTATO
043300        READ CTABANC
043400            INVALID KEY
043500                MOVE SPACES       TO CTB-FORMA
043600        END-READ
043700     END-IF
043800     IF NOT CTB-FORMA-VALIDA
043900        ADD 1                     TO WS-CONT-SEM-CONTA
044000        MOVE 'SEM DADOS BANCARIOS' TO WS-OCORRENCIA
044100        DISPLAY 'CANCELADO - CONTATO ' REE-ID-CONTATO
044200                ': DADOS BANCARIOS NAO ENCONTRADOS (CADBANC).'
044300        PERFORM P350-CANCELAR-REEMBOLSO THRU P350-FIM
044400        GO TO P310-FIM
044500     END-IF
044600
044700     ADD 1                        TO WS-CONT-ITENS
044800     SET REE-ENVIADO              TO TRUE
044900     MOVE WS-SEQ-REMESSA          TO REE-SEQ-REMESSA
045000     MOVE WS-CONT-ITENS           TO REE-ITEM
045100     MOVE WS-DATA-EXEC            TO REE-DT-PAGTO
045200     MOVE CTB-FORMA               TO REE-FORMA
045300     MOVE APR-OPER-DEC            TO REE-OPER-APROV
045400     REWRITE REG-REEMBOLSO
045500         INVALID KEY
045600             MOVE WS-FS-REE       TO WS-FS
045700             PERFORM 9000-TRADUZIR-FS
045800             DISPLAY 'FALHA AO MARCAR O REEMBOLSO DO CONTATO '
045900                     REE-ID-CONTATO ': ' WS-FS-MSG
046000             SUBTRACT 1           FROM WS-CONT-ITENS
046100             ADD 1                TO WS-CONT-FALHAS
046200             GO TO P310-FIM
046300     END-REWRITE
046400
046500     PERFORM P320-GRAVAR-ITEM     THRU P320-FIM
046600     ADD REE-VALOR                TO WS-SOMA-ITENS
046700
046800     MOVE REE-ID-CONTATO          TO MOV-ID-CONTATO
046900     MOVE WS-DATA-EXEC            TO MOV-DATA
047000     MOVE 'D'                     TO MOV-TIPO
047100     MOVE REE-VALOR               TO MOV-VALOR
047200     MOVE 'REEMBOLSO'             TO MOV-MOTIVO
047300     MOVE ZEROS                   TO MOV-REF-SEQ
047400     MOVE SPACES                  TO MOV-LIBERADO
047500     MOVE APR-OPER-SOL            TO MOV-OPER-INCL
047600     MOVE APR-OPER-DEC            TO MOV-OPER-APROV
047700     WRITE REG-MOVIMENTO
047800     .
047900 P310-FIM. EXIT.
048000******************************************************************
048100*    P320-GRAVAR-ITEM - REGISTRO '01' DO ARQUIVO DE PAGAMENTO    *
048200*                 COM A CONTA OU CHAVE PIX DE DESTINO            *
048300******************************************************************
048400 P320-GRAVAR-ITEM.
048500     MOVE SPACES                  TO WS-LINHA-PAG
048600     STRING '01'                  DELIMITED BY SIZE
048700            WS-SEQ-REMESSA        DELIMITED BY SIZE
048800            REE-ITEM              DELIMITED BY SIZE
048900            REE-ID-CONTATO        DELIMITED BY SIZE
049000            CTB-FORMA             DELIMITED BY SIZE
049100            CTB-BANCO             DELIMITED BY SIZE
049200            CTB-AGENCIA           DELIMITED BY SIZE
049300            CTB-CONTA             DELIMITED BY SIZE
049400            CTB-CONTA-DV          DELIMITED BY SIZE
049500            CTB-TIPO-CONTA        DELIMITED BY SIZE
049600            CTB-TIPO-CHAVE        DELIMITED BY SIZE
049700            CTB-CHAVE-PIX         DELIMITED BY SIZE
049800            CTB-DOC-TITULAR       DELIMITED BY SIZE
049900            CTB-NM-TITULAR        DELIMITED BY SIZE
050000            REE-VALOR             DELIMITED BY SIZE
050100            INTO WS-LINHA-PAG
050200     END-STRING
050300     MOVE WS-LINHA-PAG            TO REG-PAGAMENTO
050400     WRITE REG-PAGAMENTO
050500     .
050600 P320-FIM. EXIT.
050700******************************************************************
050800*    P350-CANCELAR-REEMBOLSO - FECHA O REEMBOLSO SEM PAGAMENTO,  *
050900*                 COM A OCORRENCIA EM WS-OCORRENCIA              *
051000******************************************************************
051100 P350-CANCELAR-REEMBOLSO.
051200     SET REE-CANCELADO            TO TRUE
051300     MOVE WS-DATA-EXEC            TO REE-DT-FECHO
051400     MOVE WS-OCORRENCIA           TO REE-OCORRENCIA
051500     MOVE APR-OPER-DEC            TO REE-OPER-APROV
051600     REWRITE REG-REEMBOLSO
051700         INVALID KEY
051800             MOVE WS-FS-REE       TO WS-FS
051900             PERFORM 9000-TRADUZIR-FS
052000             DISPLAY 'FALHA AO CANCELAR O REEMBOLSO DO CONTATO '
052100                     REE-ID-CONTATO ': ' WS-FS-MSG
052200             ADD 1                TO WS-CONT-FALHAS
052300     END-REWRITE
052400     .
052500 P350-FIM. EXIT.
052600******************************************************************
052700*    P800-RESUMO - RESUMO DA EXECUCAO NO CONSOLE                 *
052800******************************************************************
052900 P800-RESUMO.
053000     DISPLAY ' '
053100     DISPLAY '*** RESUMO DO PAGAMENTO DE REEMBOLSOS ***'
053200     DISPLAY 'ARQUIVO DE SEQUENCIA.....: ' WS-SEQ-REMESSA
053300     DISPLAY 'REEMBOLSOS PROPOSTOS.....: ' WS-CONT-LIDOS
053400     DISPLAY 'AGUARDANDO APROVACAO.....: ' WS-CONT-AGUARDANDO
053500     DISPLAY 'REJEITADOS NO APRCTT.....: ' WS-CONT-REJEITADOS
053600     DISPLAY 'CANCELADOS - SALDO MENOR.: ' WS-CONT-SEM-SALDO
053700     DISPLAY 'CANCELADOS - SEM CONTA...: ' WS-CONT-SEM-CONTA
053700     DISPLAY 'CANCELADOS - DOCUMENTOS..: ' WS-CONT-SEM-DOCTOS
053800     DISPLAY 'FALHAS DE GRAVACAO.......: ' WS-CONT-FALHAS
053900     DISPLAY 'PAGAMENTOS ENVIADOS......: ' WS-CONT-ITENS
054000     MOVE WS-SOMA-ITENS           TO WS-MSK-TOTAL
054100     DISPLAY 'SOMA DOS PAGAMENTOS......: ' WS-MSK-TOTAL
054200     DISPLAY 'ARQUIVO DE PAGAMENTO.....: '
054300             FUNCTION TRIM(WS-PAGAMENTO-DSN)
054400     DISPLAY 'DEBITOS SERAO APLICADOS NA PROXIMA EFETIVACAO '
054500             '(POSTSAL).'
054600     .
054700 P800-FIM. EXIT.
054800******************************************************************
054900*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
055000******************************************************************
055100 P900-FIM.
055200     DISPLAY '*** FIM DO PAGAMENTO DE REEMBOLSOS ***'
055300     MOVE WS-CONT-LIDOS           TO WS-RUN-LIDOS
055400     MOVE WS-CONT-ITENS           TO WS-RUN-GRAVADOS
055500     COMPUTE WS-RUN-REJEITADOS = WS-CONT-SEM-SALDO +
055600         WS-CONT-SEM-CONTA + WS-CONT-SEM-DOCTOS + WS-CONT-FALHAS
055700     IF WS-RUN-RESULTADO = ZEROS AND WS-RUN-REJEITADOS > ZEROS
055800        MOVE 04                   TO WS-RUN-RESULTADO
055900     END-IF
056000     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
056100     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
056200     STOP RUN.
056300
056400     COPY FSTATUS.
056500     COPY DSNENV.
056600     COPY RUNLOG.
056700     COPY MOTTAB.
056700     COPY DCTCHK.
