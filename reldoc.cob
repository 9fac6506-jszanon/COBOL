000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELDOC.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-06-27.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: RELATORIO MENSAL DE VENCIMENTO DOS DOCUMENTOS
000900*                 CADASTRAIS (DOCTOS.DAT, LANCADOS NO CADDOC). UMA
001000*                 LINHA POR DOCUMENTO JA VENCIDO OU QUE VENCE NOS
001100*                 PROXIMOS DIAS=NNN DIAS (PADRAO 060), NA ORDEM DO
001200*                 CONTATO, COM O TIPO, O NUMERO, A VALIDADE, OS
001300*                 DIAS VENCIDOS OU A VENCER E QUEM CONFERIU.
001400*                 DOCUMENTO JA SUBSTITUIDO POR OUTRO DO MESMO TIPO
001500*                 COM VALIDADE MAIOR E EM DIA NAO SAI (E SO
001600*                 HISTORICO), NEM OS DE CONTATO INATIVO OU FORA DO
001700*                 CADASTRO. DOCUMENTO OBRIGATORIO (COPYBOOK
001800*                 DCTCHK) DE CONTATO COMERCIAL OU FORNECEDOR SAI
001900*                 MARCADO COM '*' - VENCIDO, ELE SEGURA AUMENTO DE
002000*                 LIMITE E REEMBOLSO. LISTAGEM EM RELDOC.LST.
002100*                 RETURN-CODE: 00 = OK, 04 = HA DOCUMENTO
002200*                 OBRIGATORIO VENCIDO, 08 = ERRO DE ARQUIVO.
002300*----------------------------------------------------------------*
002400*    HISTORICO DE ALTERACOES
002500*    DATA       AUTOR   DESCRICAO
002600*    ---------- ------- ----------------------------------------
002700*    2025-06-27 JSZ     PROGRAMA CRIADO (VENCIMENTO DOS DOCUMENTOS
002800*                       CADASTRAIS).
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS DCT-CHAVE
004000         FILE STATUS IS WS-FS-DCT.
004100     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ID-CONTATO
004500         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004600         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004700             SUPPRESS WHEN SPACES
004800         FILE STATUS IS WS-FS.
004900     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FS-RIMP.
005200     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-RUN.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  DOCTOS.
005800     COPY DCTREG.
005900 FD  CONTATOS.
006000     COPY CONTREG.
006100 FD  RELIMP.
006200 01  REG-RELIMP                   PIC X(132).
006300 FD  RUNCTL.
006400     COPY RUNREG.
006500 WORKING-STORAGE SECTION.
006600 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
006700 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006800 77  WS-FS                        PIC X(02) VALUE '00'.
006900     88 FS-OK                     VALUE '00'.
007000 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007100 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
007200     88 FS-DCT-OK                 VALUE '00'.
007300 77  WS-EOF-ENT                   PIC X(01) VALUE 'N'.
007400     88 EOF-ENT-OK                VALUE 'S' FALSE 'N'.
007500 01  WS-CTT-SW                    PIC X(01) VALUE 'N'.
007600     88 CTT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
007700*----------------------------------------------------------------*
007800*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
007900*    DO P100-ANALISAR-PARM DO FECMES)                            *
008000*----------------------------------------------------------------*
008100 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
008200 01  WS-PARM-TOKENS.
008300     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
008400                                  INDEXED BY WS-PARM-IDX.
008500 77  WS-JANELA-DIAS               PIC 9(03) VALUE 060.
008600 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
008700 77  WS-DATA-LIMITE               PIC 9(08) VALUE ZEROS.
008800 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
008900 77  WS-DIAS-VALIDADE             PIC 9(07) VALUE ZEROS.
009000 77  WS-DIAS-DIF                  PIC 9(05) VALUE ZEROS.
009100 01  WS-MSK-DIAS                  PIC ZZZZ9.
009200*----------------------------------------------------------------*
009300*    DOCUMENTOS DO CONTATO CORRENTE (O ARQUIVO VEM NA ORDEM DA   *
009400*    CHAVE; O GRUPO E TRATADO NA QUEBRA DE CONTATO)              *
009500*----------------------------------------------------------------*
009600 77  WS-ID-GRUPO                  PIC 9(06) VALUE ZEROS.
009700 77  WS-GRP-QTD                   PIC 9(02) VALUE ZEROS.
009800 01  WS-TAB-GRUPO.
009900     03  WS-GRP-ENT               OCCURS 99 TIMES.
010000         05  WS-GRP-SEQ           PIC 9(02).
010100         05  WS-GRP-TIPO          PIC X(01).
010200         05  WS-GRP-NUMERO        PIC X(20).
010300         05  WS-GRP-RECEBIDO      PIC 9(08).
010400         05  WS-GRP-VALIDADE      PIC 9(08).
010500         05  WS-GRP-CONFERIU      PIC X(08).
010600 77  WS-GRP-IDX                   PIC 9(02) VALUE ZEROS.
010700 77  WS-CMP-IDX                   PIC 9(02) VALUE ZEROS.
010800 01  WS-SUBSTITUIDO-SW            PIC X(01) VALUE 'N'.
010900     88 DOCTO-SUBSTITUIDO         VALUE 'S' FALSE 'N'.
011000 01  WS-EXIGE-SW                  PIC X(01) VALUE 'N'.
011100     88 CONTATO-EXIGE-DOCTOS      VALUE 'S' FALSE 'N'.
011200 01  WS-NM-CONTATO                PIC X(25) VALUE SPACES.
011300 01  WS-CAT-CONTATO               PIC X(10) VALUE SPACES.
011400 01  WS-TIPO-DESC                 PIC X(12) VALUE SPACES.
011500*----------------------------------------------------------------*
011600*    CONTADORES DO RESUMO                                        *
011700*----------------------------------------------------------------*
011800 77  WS-TOT-VENCIDOS              PIC 9(05) VALUE ZEROS.
011900 77  WS-TOT-A-VENCER              PIC 9(05) VALUE ZEROS.
012000 77  WS-TOT-OBRIG-VENCIDOS        PIC 9(05) VALUE ZEROS.
012100 77  WS-TOT-SUBSTITUIDOS          PIC 9(05) VALUE ZEROS.
012200 77  WS-TOT-FORA-CADASTRO         PIC 9(05) VALUE ZEROS.
012300 77  WS-TOT-EXCEDENTES            PIC 9(05) VALUE ZEROS.
012400*----------------------------------------------------------------*
012500*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
012600*----------------------------------------------------------------*
012700 01  WS-RELIMP-DSN                PIC X(100) VALUE 'RELDOC.LST'.
012800 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
012900     88 FS-RIMP-OK                VALUE '00'.
013000 01  WS-RIMP-TITULO               PIC X(40) VALUE
013100     'DOCUMENTOS CADASTRAIS - VENCIMENTOS'.
013200 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
013300 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
013400 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
013500 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
013600 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
013700 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
013800*----------------------------------------------------------------*
013900*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
014000*----------------------------------------------------------------*
014100 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
014200 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
014300     88 FS-RUN-OK                 VALUE '00'.
014400 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RELDOC'.
014500 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
014600 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
014700 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
014800 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
014900 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
015000 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
015100 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
015200 PROCEDURE DIVISION.
015300******************************************************************
015400*    0000-MAINLINE - ROTINA PRINCIPAL                            *
015500******************************************************************
015600 0000-MAINLINE.
015700     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
015800     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
015900     DISPLAY '*** DOCUMENTOS CADASTRAIS - VENCIMENTOS '
016000             '(RELDOC) ***'
016100     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
016200     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
016300     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
016400     COMPUTE WS-DIAS-HOJE =
016500         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
016600     COMPUTE WS-DATA-LIMITE =
016700         FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE + WS-JANELA-DIAS)
016800     DISPLAY 'DATA DE REFERENCIA: ' WS-DATA-EXEC
016900             '   VENCENDO ATE: ' WS-DATA-LIMITE
017000
017100     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
017200     IF NOT FS-RIMP-OK
017300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
017400                FUNCTION TRIM(WS-RELIMP-DSN)
017500        MOVE 08                   TO WS-RUN-RESULTADO
017600        PERFORM P900-FIM
017700     END-IF
017800
017900     PERFORM P200-DOCUMENTOS      THRU P200-FIM
018000     PERFORM P800-TOTAIS          THRU P800-FIM
018100     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
018200     PERFORM P900-FIM
018300     .
018400******************************************************************
018500*    P100-ANALISAR-PARM - SEPARA OS PARAMETROS DA LINHA DE       *
018600*                 COMANDO EM TOKENS                              *
018700******************************************************************
018800 P100-ANALISAR-PARM.
018900     MOVE SPACES                  TO WS-PARM-TOKENS
019000     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
019100         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
019200              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
019300              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
019400              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
019500              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
019600     END-UNSTRING
019700
019800     SET WS-PARM-IDX              TO 1
019900     PERFORM P110-ANALISAR-TOKEN
020000         VARYING WS-PARM-IDX FROM 1 BY 1
020100         UNTIL WS-PARM-IDX > 10
020200     .
020300 P100-FIM. EXIT.
020400******************************************************************
020500*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
020600******************************************************************
020700 P110-ANALISAR-TOKEN.
020800     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:5) = 'DIAS='
020900        IF WS-PARM-TOKEN(WS-PARM-IDX) (6:3) IS NUMERIC
021000           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:3)
021100                                  TO WS-JANELA-DIAS
021200        ELSE
021300           DISPLAY 'PARAMETRO DIAS= INVALIDO (USE TRES '
021400                   'DIGITOS, EX: DIAS=060) - USANDO O PADRAO.'
021500        END-IF
021600     END-IF
021700     .
021800 P110-FIM. EXIT.
021900******************************************************************
022000*    P200-DOCUMENTOS - LE DOCTOS.DAT NA ORDEM DA CHAVE, JUNTANDO *
022100*                 OS DOCUMENTOS DE CADA CONTATO                  *
022200******************************************************************
022300 P200-DOCUMENTOS.
022400     MOVE '00'                    TO WS-FS-DCT
022500     OPEN INPUT DOCTOS
022600     IF WS-FS-DCT = '35'
022700        DISPLAY 'NENHUM DOCUMENTO REGISTRADO (DOCTOS.DAT NAO '
022800                'ENCONTRADO).'
022900        GO TO P200-FIM
023000     END-IF
023100     IF NOT FS-DCT-OK
023200        MOVE WS-FS-DCT            TO WS-FS
023300        PERFORM 9000-TRADUZIR-FS
023400        DISPLAY 'ERRO AO ABRIR DOCTOS.DAT: ' WS-FS-MSG
023500        MOVE 08                   TO WS-RUN-RESULTADO
023600        GO TO P200-FIM
023700     END-IF
023800     SET CTT-ARQ-ABERTO           TO FALSE
023900     OPEN INPUT CONTATOS
024000     IF FS-OK
024100        SET CTT-ARQ-ABERTO        TO TRUE
024200     ELSE
024300        PERFORM 9000-TRADUZIR-FS
024400        DISPLAY 'ERRO AO ABRIR CONTATOS.DAT: ' WS-FS-MSG
024500        MOVE 08                   TO WS-RUN-RESULTADO
024600        CLOSE DOCTOS
024700        GO TO P200-FIM
024800     END-IF
024900
025000     MOVE 'ID     NOME                      CATEGORIA  TIPO'
025100                                  TO WS-RIMP-LINHA
025200     MOVE 'NUMERO               RECEBIDO VALIDADE SITUACAO'
025300                                  TO WS-RIMP-LINHA (58:48)
025400     MOVE 'CONFERIU'              TO WS-RIMP-LINHA (114:8)
025500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
025600
025700     MOVE ZEROS                   TO WS-ID-GRUPO
025800     MOVE ZEROS                   TO WS-GRP-QTD
025900     SET EOF-ENT-OK               TO FALSE
026000     PERFORM P210-LER-DOCTO       THRU P210-FIM
026100         UNTIL EOF-ENT-OK
026200     IF WS-GRP-QTD > ZEROS
026300        PERFORM P300-TRATAR-CONTATO THRU P300-FIM
026400     END-IF
026500
026600     CLOSE CONTATOS
026700     CLOSE DOCTOS
026800     .
026900 P200-FIM. EXIT.
027000 P210-LER-DOCTO.
027100     READ DOCTOS NEXT RECORD
027200         AT END
027300             SET EOF-ENT-OK        TO TRUE
027400             GO TO P210-FIM
027500     END-READ
027600     ADD 1                        TO WS-RUN-LIDOS
027700     IF DCT-ID-CONTATO NOT = WS-ID-GRUPO
027800        IF WS-GRP-QTD > ZEROS
027900           PERFORM P300-TRATAR-CONTATO THRU P300-FIM
028000        END-IF
028100        MOVE DCT-ID-CONTATO       TO WS-ID-GRUPO
028200        MOVE ZEROS                TO WS-GRP-QTD
028300     END-IF
028400     IF WS-GRP-QTD NOT < 99
028500        ADD 1                     TO WS-TOT-EXCEDENTES
028600        GO TO P210-FIM
028700     END-IF
028800     ADD 1                        TO WS-GRP-QTD
028900     MOVE DCT-SEQ                 TO WS-GRP-SEQ (WS-GRP-QTD)
029000     MOVE DCT-TIPO                TO WS-GRP-TIPO (WS-GRP-QTD)
029100     MOVE DCT-NUMERO              TO WS-GRP-NUMERO (WS-GRP-QTD)
029200     MOVE DCT-DT-RECEBIDO         TO WS-GRP-RECEBIDO (WS-GRP-QTD)
029300     MOVE DCT-DT-VALIDADE         TO WS-GRP-VALIDADE (WS-GRP-QTD)
029400     MOVE DCT-OPER-CONFERIU       TO WS-GRP-CONFERIU (WS-GRP-QTD)
029500     .
029600 P210-FIM. EXIT.
029700******************************************************************
029800*    P300-TRATAR-CONTATO - NA QUEBRA DE CONTATO, LE O CADASTRO E *
029900*                 IMPRIME OS DOCUMENTOS DO GRUPO QUE VENCERAM OU *
030000*                 VENCEM DENTRO DA JANELA                        *
030100******************************************************************
030200 P300-TRATAR-CONTATO.
030300     MOVE WS-ID-GRUPO             TO ID-CONTATO
030400     READ CONTATOS
030500         INVALID KEY
030600             ADD WS-GRP-QTD       TO WS-TOT-FORA-CADASTRO
030700             GO TO P300-FIM
030800     END-READ
030900     IF NOT CONTATO-ATIVO
031000        ADD WS-GRP-QTD            TO WS-TOT-FORA-CADASTRO
031100        GO TO P300-FIM
031200     END-IF
031300     MOVE NM-CONTATO              TO WS-NM-CONTATO
031400     MOVE CAT-CONTATO             TO WS-CAT-CONTATO
031500*    MESMA REGRA DO COPYBOOK DCTCHK: SO COMERCIAL E FORNECEDOR
031600*    TEM DOCUMENTOS OBRIGATORIOS.
031700     SET CONTATO-EXIGE-DOCTOS     TO FALSE
031800     IF CAT-CONTATO = 'COMERCIAL' OR CAT-CONTATO = 'FORNECEDOR'
031900        SET CONTATO-EXIGE-DOCTOS  TO TRUE
032000     END-IF
032100     PERFORM P310-AVALIAR-DOCTO   THRU P310-FIM
032200         VARYING WS-GRP-IDX FROM 1 BY 1
032300         UNTIL WS-GRP-IDX > WS-GRP-QTD
032400     .
032500 P300-FIM. EXIT.
032600 P310-AVALIAR-DOCTO.
032700     IF WS-GRP-VALIDADE (WS-GRP-IDX) = ZEROS OR
032800        WS-GRP-VALIDADE (WS-GRP-IDX) > WS-DATA-LIMITE
032900        GO TO P310-FIM
033000     END-IF
033100     SET DOCTO-SUBSTITUIDO        TO FALSE
033200     PERFORM P320-COMPARAR-DOCTO  THRU P320-FIM
033300         VARYING WS-CMP-IDX FROM 1 BY 1
033400         UNTIL WS-CMP-IDX > WS-GRP-QTD
033500            OR DOCTO-SUBSTITUIDO
033600     IF DOCTO-SUBSTITUIDO
033700        ADD 1                     TO WS-TOT-SUBSTITUIDOS
033800        GO TO P310-FIM
033900     END-IF
034000     PERFORM P350-LINHA-DOCTO     THRU P350-FIM
034100     .
034200 P310-FIM. EXIT.
034300*    SUBSTITUTO: OUTRO DOCUMENTO DO MESMO TIPO, EM DIA HOJE, COM
034400*    VALIDADE MAIOR (OU SEM VALIDADE).
034500 P320-COMPARAR-DOCTO.
034600     IF WS-CMP-IDX = WS-GRP-IDX OR
034700        WS-GRP-TIPO (WS-CMP-IDX) NOT = WS-GRP-TIPO (WS-GRP-IDX)
034800        GO TO P320-FIM
034900     END-IF
035000     IF WS-GRP-VALIDADE (WS-CMP-IDX) = ZEROS
035100        SET DOCTO-SUBSTITUIDO     TO TRUE
035200        GO TO P320-FIM
035300     END-IF
035400     IF WS-GRP-VALIDADE (WS-CMP-IDX) >
035500        WS-GRP-VALIDADE (WS-GRP-IDX) AND
035600        WS-GRP-VALIDADE (WS-CMP-IDX) NOT < WS-DATA-EXEC
035700        SET DOCTO-SUBSTITUIDO     TO TRUE
035800     END-IF
035900     .
036000 P320-FIM. EXIT.
036100******************************************************************
036200*    P350-LINHA-DOCTO - IMPRIME O DOCUMENTO VENCIDO OU A VENCER, *
036300*                 MARCANDO COM '*' O OBRIGATORIO                 *
036400******************************************************************
036500 P350-LINHA-DOCTO.
036600     EVALUATE WS-GRP-TIPO (WS-GRP-IDX)
036700         WHEN 'I'
036800             MOVE 'IDENTIDADE'    TO WS-TIPO-DESC
036900         WHEN 'E'
037000             MOVE 'COMPR. END.'   TO WS-TIPO-DESC
037100         WHEN 'C'
037200             MOVE 'CONTRATO'      TO WS-TIPO-DESC
037300         WHEN OTHER
037400             MOVE 'OUTRO'         TO WS-TIPO-DESC
037500     END-EVALUATE
037600     MOVE SPACES                  TO WS-RIMP-LINHA
037700     MOVE WS-ID-GRUPO             TO WS-RIMP-LINHA (1:6)
037800     MOVE WS-NM-CONTATO           TO WS-RIMP-LINHA (8:25)
037900     MOVE WS-CAT-CONTATO          TO WS-RIMP-LINHA (34:10)
038000     MOVE WS-TIPO-DESC            TO WS-RIMP-LINHA (45:12)
038100     MOVE WS-GRP-NUMERO (WS-GRP-IDX) TO WS-RIMP-LINHA (58:20)
038200     MOVE WS-GRP-RECEBIDO (WS-GRP-IDX) TO WS-RIMP-LINHA (79:8)
038300     MOVE WS-GRP-VALIDADE (WS-GRP-IDX) TO WS-RIMP-LINHA (88:8)
038400     COMPUTE WS-DIAS-VALIDADE =
038500         FUNCTION INTEGER-OF-DATE(WS-GRP-VALIDADE (WS-GRP-IDX))
038600     IF WS-GRP-VALIDADE (WS-GRP-IDX) < WS-DATA-EXEC
038700        COMPUTE WS-DIAS-DIF = WS-DIAS-HOJE - WS-DIAS-VALIDADE
038800        MOVE WS-DIAS-DIF          TO WS-MSK-DIAS
038900        STRING 'VENCIDO HA '      DELIMITED BY SIZE
039000               WS-MSK-DIAS        DELIMITED BY SIZE
039100               INTO WS-RIMP-LINHA (97:16)
039200        END-STRING
039300        ADD 1                     TO WS-TOT-VENCIDOS
039400     ELSE
039500        COMPUTE WS-DIAS-DIF = WS-DIAS-VALIDADE - WS-DIAS-HOJE
039600        MOVE WS-DIAS-DIF          TO WS-MSK-DIAS
039700        STRING 'VENCE EM '        DELIMITED BY SIZE
039800               WS-MSK-DIAS        DELIMITED BY SIZE
039900               INTO WS-RIMP-LINHA (97:16)
040000        END-STRING
040100        ADD 1                     TO WS-TOT-A-VENCER
040200     END-IF
040300     MOVE WS-GRP-CONFERIU (WS-GRP-IDX) TO WS-RIMP-LINHA (114:8)
040400     IF CONTATO-EXIGE-DOCTOS AND
040500        (WS-GRP-TIPO (WS-GRP-IDX) = 'I' OR
040600         WS-GRP-TIPO (WS-GRP-IDX) = 'E' OR
040700         WS-GRP-TIPO (WS-GRP-IDX) = 'C')
040800        MOVE '*'                  TO WS-RIMP-LINHA (123:1)
040900        IF WS-GRP-VALIDADE (WS-GRP-IDX) < WS-DATA-EXEC
041000           ADD 1                  TO WS-TOT-OBRIG-VENCIDOS
041100        END-IF
041200     END-IF
041300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
041400     ADD 1                        TO WS-RUN-GRAVADOS
041500     .
041600 P350-FIM. EXIT.
041700******************************************************************
041800*    P800-TOTAIS - TOTAIS DO RELATORIO E RESUMO NO CONSOLE;      *
041900*                 HAVENDO OBRIGATORIO VENCIDO, O RESULTADO DA    *
042000*                 EXECUCAO PASSA A 04                            *
042100******************************************************************
042200 P800-TOTAIS.
042300     MOVE SPACES                  TO WS-RIMP-LINHA
042400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
042500     MOVE SPACES                  TO WS-RIMP-LINHA
042600     STRING 'JA VENCIDOS: '       DELIMITED BY SIZE
042700            WS-TOT-VENCIDOS       DELIMITED BY SIZE
042800            '   VENCEM EM ATE '   DELIMITED BY SIZE
042900            WS-JANELA-DIAS        DELIMITED BY SIZE
043000            ' DIAS: '             DELIMITED BY SIZE
043100            WS-TOT-A-VENCER       DELIMITED BY SIZE
043200            '   OBRIGATORIOS VENCIDOS (*): ' DELIMITED BY SIZE
043300            WS-TOT-OBRIG-VENCIDOS DELIMITED BY SIZE
043400            INTO WS-RIMP-LINHA
043500     END-STRING
043600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
043700
043800     DISPLAY 'DOCUMENTOS LIDOS..........: ' WS-RUN-LIDOS
043900     DISPLAY 'JA VENCIDOS...............: ' WS-TOT-VENCIDOS
044000     DISPLAY 'A VENCER NA JANELA........: ' WS-TOT-A-VENCER
044100     DISPLAY 'OBRIGATORIOS VENCIDOS.....: ' WS-TOT-OBRIG-VENCIDOS
044200     DISPLAY 'JA SUBSTITUIDOS (FORA)....: ' WS-TOT-SUBSTITUIDOS
044300     DISPLAY 'CONTATO INATIVO/AUSENTE...: ' WS-TOT-FORA-CADASTRO
044400     IF WS-TOT-EXCEDENTES > ZEROS
044500        DISPLAY 'AVISO: CONTATO COM MAIS DE 99 DOCUMENTOS - '
044600                WS-TOT-EXCEDENTES ' NAO AVALIADOS.'
044700     END-IF
044800     IF WS-TOT-OBRIG-VENCIDOS > ZEROS
044900        DISPLAY 'AVISO: HA CONTATOS COM DOCUMENTO OBRIGATORIO '
045000                'VENCIDO - LIMITE E REEMBOLSO BLOQUEADOS.'
045100        IF WS-RUN-RESULTADO < 04
045200           MOVE 04                TO WS-RUN-RESULTADO
045300        END-IF
045400     END-IF
045500     .
045600 P800-FIM. EXIT.
045700******************************************************************
045800*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
045900******************************************************************
046000 P900-FIM.
046100     DISPLAY '*** FIM DO VENCIMENTO DOS DOCUMENTOS ***'
046200     MOVE WS-TOT-FORA-CADASTRO    TO WS-RUN-REJEITADOS
046300     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
046400     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
046500     STOP RUN.
046600
046700     COPY FSTATUS.
046800     COPY DSNENV.
046900     COPY RUNLOG.
047000     COPY RELIMP.
