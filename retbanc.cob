001700*                 SEGUNDA GERA PARA CADA ITEM PAGO UM CREDITO EM
001800*                 MOVCTT.DAT COM MOV-MOTIVO 'PAGTOBANCO', QUE O
001900*                 POSTSAL APLICA E AUDITA COMO QUALQUER
001910*                 MOVIMENTO. PAGAMENTO DE CONTATO CUJA DIVIDA JA
001920*                 FOI BAIXADA COMO PERDA (ST-BAIXA = B, BAIXCTT)
001930*                 E TAMBEM GRAVADO COMO RECUPERACAO ('R') NO
001940*                 REGISTRO PERMANENTE DE BAIXAS (BAIXAS.DAT).
002100*----------------------------------------------------------------*
002200*    HISTORICO DE ALTERACOES
002300*    DATA       AUTOR   DESCRICAO
002400*    ---------- ------- ----------------------------------------
002500*    2024-11-29 JSZ     PROGRAMA CRIADO (RETORNO DE PAGAMENTOS).
002510*    2025-02-14 JSZ     O MOTIVO PAGTOBANCO PRECISA ESTAR ATIVO E
002520*                       COM NATUREZA DE CREDITO NA TABELA DE
002530*                       MOTIVOS (COPYBOOK MOTTAB) - SEM ISSO O
002540*                       RETORNO ABORTA (RC 08) SEM GERAR NADA.
002550*    2025-02-21 JSZ     PAGAMENTO DE CONTATO BAIXADO COMO PERDA
002560*                       (ST-BAIXA) E INFORMADO COMO RECUPERACAO:
002570*                       REGISTRO 'R' EM BAIXAS.DAT (LAYOUT
002580*                       BAIXREG) E TOTAIS NO RESUMO.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003900     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-RUN.
004110     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS DYNAMIC
004140         RECORD KEY IS MTV-CODIGO
004150         FILE STATUS IS WS-FS-MTV.
004154     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004158         ORGANIZATION IS INDEXED
004162         ACCESS MODE IS DYNAMIC
004166         RECORD KEY IS ID-CONTATO
004170         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004171         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004172             SUPPRESS WHEN SPACES
004174         FILE STATUS IS WS-FS.
004178     SELECT BAIXAS ASSIGN TO WS-BAIXAS-DSN
004182         ORGANIZATION IS LINE SEQUENTIAL
004186         FILE STATUS IS WS-FS-BXA.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RETORNO.
004700     COPY MOVREG.
004800 FD  RUNCTL.
004900     COPY RUNREG.
004910 FD  MOTIVOS.
004920     COPY MOTREG.
004930 FD  CONTATOS.
004940     COPY CONTREG.
004950 FD  BAIXAS.
004960     COPY BAIXREG.
005000 WORKING-STORAGE SECTION.
005100 01  WS-RETORNO-DSN               PIC X(100) VALUE 'RETBANC.DAT'.
005200 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
005500 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
005600     88 FS-MOV-OK                 VALUE '00'.
005700 77  WS-FS                        PIC X(02) VALUE '00'.
005710     88 FS-OK                     VALUE '00'.
005800 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
005900 77  WS-EOF-RET                   PIC X(01) VALUE 'N'.
006000     88 EOF-RET-OK                VALUE 'S' FALSE 'N'.
009700     88 FASE-CONFERENCIA          VALUE '1'.
009800     88 FASE-GERACAO              VALUE '2'.
009900 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
009901*----------------------------------------------------------------*
009902*    RECUPERACAO DE DIVIDA JA BAIXADA COMO PERDA (BAIXCTT)       *
009903*----------------------------------------------------------------*
009904 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
009905 01  WS-BAIXAS-DSN                PIC X(100) VALUE 'BAIXAS.DAT'.
009906 77  WS-FS-BXA                    PIC X(02) VALUE '00'.
009907     88 FS-BXA-OK                 VALUE '00'.
009908 01  WS-RECUP-SW                  PIC X(01) VALUE 'N'.
009909     88 RECUPERACAO-ATIVA         VALUE 'S' FALSE 'N'.
009909 77  WS-CONT-RECUPERACOES         PIC 9(06) VALUE ZEROS.
009909 77  WS-SOMA-RECUPERADA           PIC 9(13)V99 VALUE ZEROS.
009910*----------------------------------------------------------------*
009910*    AREA DA TABELA DE MOTIVOS (COPYBOOK MOTTAB)                 *
009910*----------------------------------------------------------------*
009910 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
009910 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
009910     88 FS-MTV-OK                 VALUE '00'.
009910 77  WS-MTV-QTD                   PIC 9(02) VALUE ZEROS.
009910 01  WS-TAB-MOTIVOS.
009910     03  WS-MTV-ENT               OCCURS 50 TIMES.
009910         05  WS-MTV-COD           PIC X(10).
009910         05  WS-MTV-NAT           PIC X(01).
009910         05  WS-MTV-CONTA         PIC X(12).
009910         05  WS-MTV-USO           PIC X(01).
009910         05  WS-MTV-SIT           PIC X(01).
009910 77  WS-MTV-IDX                   PIC 9(02) VALUE ZEROS.
009910 77  WS-MTV-ACHADO                PIC 9(02) VALUE ZEROS.
009910 01  WS-MTV-EOF-SW                PIC X(01) VALUE 'N'.
009910     88 MTV-EOF-OK                VALUE 'S' FALSE 'N'.
009910 01  WS-MTV-CARREGADA-SW          PIC X(01) VALUE 'N'.
009910     88 MTV-TAB-CARREGADA         VALUE 'S'.
009910 77  WS-MTV-BUSCA                 PIC X(10) VALUE SPACES.
009910 77  WS-MTV-TIPO-BUSCA            PIC X(01) VALUE SPACES.
009910 01  WS-MTV-VALIDO-SW             PIC X(01) VALUE 'N'.
009910     88 MOTIVO-VALIDO             VALUE 'S' FALSE 'N'.
009910 77  WS-MTV-ERRO                  PIC X(50) VALUE SPACES.
010000*----------------------------------------------------------------*
010100*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
010200*----------------------------------------------------------------*
011800 0000-MAINLINE.
011900     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
012000     DISPLAY '*** RETORNO DE PAGAMENTOS DO BANCO (RETBANC) ***'
012004     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
012010     MOVE 'PAGTOBANCO'            TO WS-MTV-BUSCA
012020     MOVE 'C'                     TO WS-MTV-TIPO-BUSCA
012030     PERFORM 9360-VALIDAR-MOTIVO  THRU 9360-FIM
012040     IF NOT MOTIVO-VALIDO
012050        DISPLAY 'MOTIVO PAGTOBANCO: ' FUNCTION TRIM(WS-MTV-ERRO)
012060                ' - NENHUM CREDITO GERADO (VER CADMOT).'
012070        MOVE 08                   TO WS-RUN-RESULTADO
012080        GO TO 0000-ENCERRAR
012090     END-IF
012100     SET FASE-CONFERENCIA         TO TRUE
012200     PERFORM P200-PASSAR-RETORNO  THRU P200-FIM
012300     IF NOT RETORNO-VALIDO
013200        MOVE 08                   TO WS-RUN-RESULTADO
013300        GO TO 0000-ENCERRAR
013400     END-IF
013410     PERFORM P310-ABRIR-RECUPERACAO THRU P310-FIM
013500     PERFORM P200-PASSAR-RETORNO  THRU P200-FIM
013600     CLOSE MOVIMENTOS
013610     IF RECUPERACAO-ATIVA
013620        CLOSE CONTATOS
013630        CLOSE BAIXAS
013640     END-IF
013700     PERFORM P800-RESUMO          THRU P800-FIM
013800     .
013900 0000-ENCERRAR.
022300        MOVE 'PAGTOBANCO'         TO MOV-MOTIVO
022400        MOVE ZEROS                TO MOV-REF-SEQ
022410        MOVE SPACES               TO MOV-LIBERADO
022410        MOVE SPACES               TO MOV-OPER-INCL
022410        MOVE SPACES               TO MOV-OPER-APROV
022500        WRITE REG-MOVIMENTO
022600        ADD 1                     TO WS-CONT-CREDITOS
022610        PERFORM P230-VERIFICAR-RECUPERACAO THRU P230-FIM
022700     END-IF
022800     .
022900 P220-FIM. EXIT.
022902******************************************************************
022904*    P230-VERIFICAR-RECUPERACAO - PAGAMENTO DE CONTATO JA BAIXADO *
022906*                 COMO PERDA VIRA REGISTRO 'R' EM BAIXAS.DAT      *
022908******************************************************************
022910 P230-VERIFICAR-RECUPERACAO.
022912     IF NOT RECUPERACAO-ATIVA
022914        GO TO P230-FIM
022916     END-IF
022918     MOVE WS-DET-ID               TO ID-CONTATO
022920     READ CONTATOS
022922         INVALID KEY
022924             GO TO P230-FIM
022926     END-READ
022928     IF NOT CONTATO-BAIXADO
022930        GO TO P230-FIM
022932     END-IF
022934     MOVE 'R'                     TO BXA-TIPO
022936     MOVE WS-DATA-RETORNO         TO BXA-DATA
022938     MOVE ID-CONTATO              TO BXA-ID-CONTATO
022940     MOVE NM-CONTATO              TO BXA-NM-CONTATO
022942     MOVE WS-DET-VALOR            TO BXA-VALOR
022944     MOVE NIVEL-COBRANCA          TO BXA-NIVEL-COBRANCA
022946     MOVE DT-ULT-AVISO            TO BXA-DT-ULT-AVISO
022948     MOVE DT-BAIXA                TO BXA-DT-BAIXA
022950     MOVE ZEROS                   TO BXA-IDADE-DIAS
022952     MOVE 'RETBANC'               TO BXA-PROGRAMA
022954     WRITE REG-BAIXA
022956     ADD 1                        TO WS-CONT-RECUPERACOES
022958     ADD WS-DET-VALOR             TO WS-SOMA-RECUPERADA
022960     DISPLAY 'RECUPERACAO: CONTATO ' ID-CONTATO
022962             ' BAIXADO EM ' DT-BAIXA
022964     .
022966 P230-FIM. EXIT.
023000******************************************************************
023100*    P250-CONFERIR - VALIDA CABECALHO E TRAILER CONTRA OS ITENS   *
023200*                 ACUMULADOS                                      *
027600     END-IF
027700     .
027800 P300-FIM. EXIT.
027810******************************************************************
027815*    P310-ABRIR-RECUPERACAO - ABRE CONTATOS.DAT (CONSULTA DA      *
027820*                 MARCA DE BAIXA) E BAIXAS.DAT (EXTEND). SEM UM   *
027825*                 DELES OS CREDITOS SAEM NORMALMENTE, MAS AS      *
027830*                 RECUPERACOES NAO SAO APURADAS (RC 04)           *
027835******************************************************************
027840 P310-ABRIR-RECUPERACAO.
027845     SET RECUPERACAO-ATIVA        TO FALSE
027850     OPEN INPUT CONTATOS
027855     IF NOT FS-OK
027860        PERFORM 9000-TRADUZIR-FS
027865        DISPLAY 'AVISO: CONTATOS INDISPONIVEL (' WS-FS-MSG
027870                ') - RECUPERACOES NAO APURADAS.'
027875        MOVE 04                   TO WS-RUN-RESULTADO
027880        GO TO P310-FIM
027885     END-IF
027890     MOVE '00'                    TO WS-FS-BXA
027895     OPEN EXTEND BAIXAS
027900     IF WS-FS-BXA = '35'
027905        OPEN OUTPUT BAIXAS
027910        MOVE '00'                 TO WS-FS-BXA
027915     END-IF
027920     IF NOT FS-BXA-OK
027925        MOVE WS-FS-BXA            TO WS-FS
027930        PERFORM 9000-TRADUZIR-FS
027935        DISPLAY 'AVISO: REGISTRO DE BAIXAS INDISPONIVEL ('
027940                WS-FS-MSG ') - RECUPERACOES NAO APURADAS.'
027945        MOVE 04                   TO WS-RUN-RESULTADO
027950        CLOSE CONTATOS
027955        GO TO P310-FIM
027960     END-IF
027965     SET RECUPERACAO-ATIVA        TO TRUE
027970     .
027975 P310-FIM. EXIT.
027980******************************************************************
028000*    P800-RESUMO - EMITE OS TOTAIS DO PROCESSAMENTO               *
028100******************************************************************
028200 P800-RESUMO.
028700     DISPLAY 'REGISTROS INVALIDOS......: ' WS-CONT-INVALIDOS
028800     MOVE WS-SOMA-ITENS           TO WS-MSK-TOTAL
028900     DISPLAY 'SOMA DOS PAGAMENTOS......: ' WS-MSK-TOTAL
028910     DISPLAY 'RECUPERACOES (BAIXADOS)..: ' WS-CONT-RECUPERACOES
028920     MOVE WS-SOMA-RECUPERADA      TO WS-MSK-TOTAL
028930     DISPLAY 'SOMA RECUPERADA..........: ' WS-MSK-TOTAL
029000     DISPLAY 'CREDITOS SERAO APLICADOS NA PROXIMA EFETIVACAO '
029100             '(POSTSAL).'
029200     .
030800
030900     COPY FSTATUS.
031000     COPY RUNLOG.
031100     COPY MOTTAB.
031110     COPY DSNENV.
