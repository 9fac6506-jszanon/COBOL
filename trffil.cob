000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRFFIL.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-07-04.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: TRANSFERENCIA EM LOTE DE CONTATOS ENTRE FILIAIS
000900*                 (FIL-CONTATO EM CONTATOS.DAT). PARAMETROS DE
001000*                 LINHA DE COMANDO:
001100*                   ORIGEM=NNN   FILIAL ATUAL DOS CONTATOS, OU
001200*                                ORIGEM=SEM PARA OS CONTATOS AINDA
001300*                                SEM FILIAL (OBRIGATORIO);
001400*                   DESTINO=NNN  FILIAL QUE PASSA A SER DONA DOS
001500*                                CONTATOS (OBRIGATORIO, NUMERICO,
001600*                                DIFERENTE DE 000 E DA ORIGEM);
001700*                   CATEGORIA=X  SO CONTATOS DESTA CATEGORIA;
001800*                   DE=NNNNNN / ATE=NNNNNN  FAIXA DE ID-CONTATO;
001900*                   OPERADOR= E SENHA=  SIGN-ON (SO SUPERVISOR).
002000*                 CADA CONTATO TRANSFERIDO E AUDITADO EM
002100*                 AUDCTT.LOG (IMAGEM ANTERIOR E NOVA) E LISTADO EM
002200*                 TRFFIL.LST.
002300*                 RETURN-CODE: 00 = OK, 04 = FALHA EM ALGUM
002400*                 CONTATO OU NENHUM CONTATO TRANSFERIDO, 08 =
002500*                 PARAMETRO, OPERADOR OU ARQUIVO INVALIDO.
002600*----------------------------------------------------------------*
002700*    HISTORICO DE ALTERACOES
002800*    DATA       AUTOR   DESCRICAO
002900*    ---------- ------- ----------------------------------------
003000*    2025-07-04 JSZ     PROGRAMA CRIADO (TRANSFERENCIA DE CONTATOS
003100*                       ENTRE FILIAIS).
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ID-CONTATO
004300         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004400         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004500             SUPPRESS WHEN SPACES
004600         LOCK MODE IS MANUAL
004700         FILE STATUS IS WS-FS.
004800     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-FS-AUD.
005100     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FS-RIMP.
005400     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-RUN.
005700     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS OPE-CODIGO
006100         FILE STATUS IS WS-FS-OPE.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CONTATOS.
006500     COPY CONTREG.
006600 FD  AUDITORIA.
006700     COPY AUDREG.
006800 FD  RELIMP.
006900 01  REG-RELIMP                   PIC X(132).
007000 FD  RUNCTL.
007100     COPY RUNREG.
007200 FD  OPERADOR.
007300     COPY OPERREG.
007400 WORKING-STORAGE SECTION.
007500 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
007600 77  WS-FS                        PIC X(02) VALUE '00'.
007700     88 FS-OK                     VALUE '00'.
007800 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007900 77  WS-EOF                       PIC X(01) VALUE 'N'.
008000     88 EOF-OK                    VALUE 'S' FALSE 'N'.
008100*----------------------------------------------------------------*
008200*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
008300*    DO P100-ANALISAR-PARM DO CARTCOB)                           *
008400*----------------------------------------------------------------*
008500 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
008600 01  WS-PARM-TOKENS.
008700     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
008800                                  INDEXED BY WS-PARM-IDX.
008900 01  WS-PARM-ERRO-SW              PIC X(01) VALUE 'N'.
009000     88 PARM-COM-ERRO             VALUE 'S' FALSE 'N'.
009100*----------------------------------------------------------------*
009200*    CRITERIOS DA TRANSFERENCIA                                  *
009300*----------------------------------------------------------------*
009400 77  WS-FIL-ORIGEM                PIC X(03) VALUE SPACES.
009500 01  WS-ORIGEM-SW                 PIC X(01) VALUE 'N'.
009600     88 ORIGEM-INFORMADA          VALUE 'S' FALSE 'N'.
009700 77  WS-FIL-DESTINO               PIC X(03) VALUE SPACES.
009800 77  WS-CATEGORIA                 PIC X(10) VALUE SPACES.
009900 77  WS-ID-DE                     PIC 9(06) VALUE ZEROS.
010000 77  WS-ID-ATE                    PIC 9(06) VALUE 999999.
010100 01  WS-ROTULO-ORIGEM             PIC X(10) VALUE SPACES.
010200*----------------------------------------------------------------*
010300*    CONTADORES DO RESUMO                                        *
010400*----------------------------------------------------------------*
010500 77  WS-CONT-SELECIONADOS         PIC 9(06) VALUE ZEROS.
010600 77  WS-CONT-TRANSFERIDOS         PIC 9(06) VALUE ZEROS.
010700 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
010800*----------------------------------------------------------------*
010900*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
011000*----------------------------------------------------------------*
011100 01  WS-RELIMP-DSN                PIC X(100) VALUE 'TRFFIL.LST'.
011200 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
011300     88 FS-RIMP-OK                VALUE '00'.
011400 01  WS-RIMP-TITULO               PIC X(40) VALUE
011500     'TRANSFERENCIA DE CONTATOS ENTRE FILIAIS'.
011600 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
011700 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
011800 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
011900 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
012000 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
012100 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
012200*----------------------------------------------------------------*
012300*    AREA DE TRABALHO DA AUDITORIA (COPYBOOK AUDLOG)             *
012400*----------------------------------------------------------------*
012500 01  WS-AUDITORIA-DSN             PIC X(100) VALUE 'AUDCTT.LOG'.
012600 77  WS-FS-AUD                    PIC X(02) VALUE '00'.
012700     88 FS-AUD-OK                 VALUE '00'.
012800 77  WS-AUD-DATA                  PIC 9(08) VALUE ZEROS.
012900 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
013000 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'TRFFIL'.
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
014500*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
014600*----------------------------------------------------------------*
014700 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
014800 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
014900     88 FS-RUN-OK                 VALUE '00'.
015000 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'TRFFIL'.
015100 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
015200 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
015300 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
015400 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
015500 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
015600 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
015700 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
015800*----------------------------------------------------------------*
015900*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
016000*----------------------------------------------------------------*
016100 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
016200 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
016300     88 FS-OPE-OK                 VALUE '00'.
016400 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
016500 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
016600 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
016700     88 OPR-CONSULTA              VALUE 'C'.
016800     88 OPR-MANUTENCAO            VALUE 'M'.
016900     88 OPR-SUPERVISOR            VALUE 'S'.
017000 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
017100     88 OPR-OK                    VALUE 'S' FALSE 'N'.
017200 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
017300 PROCEDURE DIVISION.
017400******************************************************************
017500*    0000-MAINLINE - ROTINA PRINCIPAL                            *
017600******************************************************************
017700 0000-MAINLINE.
017800     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
017900     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
018000     DISPLAY '*** TRANSFERENCIA DE CONTATOS ENTRE FILIAIS '
018100             '(TRFFIL) ***'
018200     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
018300     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
018400     IF PARM-COM-ERRO
018500        DISPLAY 'NENHUM CONTATO TRANSFERIDO.'
018600        MOVE 08                   TO WS-RUN-RESULTADO
018700        GO TO 0000-ENCERRAR
018800     END-IF
018900
019000*    A TRANSFERENCIA MUDA O DONO DA CARTEIRA - SO O SUPERVISOR.
019100     PERFORM 9930-VALIDAR-OPERADOR THRU 9930-FIM
019200     IF NOT OPR-OK OR NOT OPR-SUPERVISOR
019300        DISPLAY 'TRANSFERENCIA EXIGE OPERADOR SUPERVISOR '
019400                '(OPERADOR= E SENHA=) - NENHUM CONTATO '
019500                'TRANSFERIDO.'
019600        MOVE 08                   TO WS-RUN-RESULTADO
019700        GO TO 0000-ENCERRAR
019800     END-IF
019900     MOVE WS-OPR-CODIGO           TO WS-AUD-OPERADOR
020000
020100     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
020200     IF NOT FS-RIMP-OK
020300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
020400                FUNCTION TRIM(WS-RELIMP-DSN)
020500        MOVE 08                   TO WS-RUN-RESULTADO
020600        GO TO 0000-ENCERRAR
020700     END-IF
020800     OPEN I-O CONTATOS
020900     IF NOT FS-OK
021000        PERFORM 9000-TRADUZIR-FS
021100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
021200        MOVE 08                   TO WS-RUN-RESULTADO
021300        PERFORM 9830-REL-FECHAR   THRU 9830-FIM
021400        GO TO 0000-ENCERRAR
021500     END-IF
021600
021700     PERFORM P250-CABECALHO       THRU P250-FIM
021800     PERFORM P200-POSICIONAR      THRU P200-FIM
021900     PERFORM P300-TRATAR-CONTATO  THRU P300-FIM
022000         UNTIL EOF-OK
022100
022200     PERFORM P800-TOTAIS          THRU P800-FIM
022300     CLOSE CONTATOS
022400     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
022500     .
022600 0000-ENCERRAR.
022700     PERFORM P900-FIM
022800     .
022900******************************************************************
023000*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
023100*                         E CONFERE OS CRITERIOS OBRIGATORIOS    *
023200******************************************************************
023300 P100-ANALISAR-PARM.
023400     MOVE SPACES                  TO WS-PARM-TOKENS
023500     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
023600         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
023700              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
023800              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
023900              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
024000              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
024100     END-UNSTRING
024200
024300     SET PARM-COM-ERRO            TO FALSE
024400     SET WS-PARM-IDX              TO 1
024500     PERFORM P110-ANALISAR-TOKEN
024600         VARYING WS-PARM-IDX FROM 1 BY 1
024700         UNTIL WS-PARM-IDX > 10
024800
024900     IF NOT ORIGEM-INFORMADA
025000        DISPLAY 'INFORME A FILIAL DE ORIGEM (ORIGEM=NNN OU '
025100                'ORIGEM=SEM).'
025200        SET PARM-COM-ERRO         TO TRUE
025300     END-IF
025400     IF WS-FIL-DESTINO NOT NUMERIC OR WS-FIL-DESTINO = '000'
025500        DISPLAY 'INFORME A FILIAL DE DESTINO COM TRES DIGITOS '
025600                '(EX: DESTINO=012).'
025700        SET PARM-COM-ERRO         TO TRUE
025800     END-IF
025900     IF ORIGEM-INFORMADA AND WS-FIL-ORIGEM = WS-FIL-DESTINO
026000        DISPLAY 'FILIAL DE DESTINO IGUAL A DE ORIGEM.'
026100        SET PARM-COM-ERRO         TO TRUE
026200     END-IF
026300     IF WS-ID-DE > WS-ID-ATE
026400        DISPLAY 'FAIXA DE=/ATE= INVERTIDA.'
026500        SET PARM-COM-ERRO         TO TRUE
026600     END-IF
026700     IF PARM-COM-ERRO
026800        GO TO P100-FIM
026900     END-IF
027000
027100     IF WS-FIL-ORIGEM = SPACES
027200        MOVE 'SEM FILIAL'         TO WS-ROTULO-ORIGEM
027300     ELSE
027400        MOVE SPACES               TO WS-ROTULO-ORIGEM
027500        STRING 'FILIAL '          DELIMITED BY SIZE
027600               WS-FIL-ORIGEM      DELIMITED BY SIZE
027700               INTO WS-ROTULO-ORIGEM
027800        END-STRING
027900     END-IF
028000     DISPLAY 'ORIGEM....: ' WS-ROTULO-ORIGEM
028100     DISPLAY 'DESTINO...: FILIAL ' WS-FIL-DESTINO
028200     IF WS-CATEGORIA NOT = SPACES
028300        DISPLAY 'CATEGORIA.: ' WS-CATEGORIA
028400     END-IF
028500     DISPLAY 'FAIXA DE ID: ' WS-ID-DE ' A ' WS-ID-ATE
028600     .
028700 P100-FIM. EXIT.
028800******************************************************************
028900*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
029000******************************************************************
029100 P110-ANALISAR-TOKEN.
029200     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:7) = 'ORIGEM='
029300        SET ORIGEM-INFORMADA      TO TRUE
029400        IF WS-PARM-TOKEN(WS-PARM-IDX) (8:4) = 'SEM '
029500           MOVE SPACES            TO WS-FIL-ORIGEM
029600        ELSE
029700           IF WS-PARM-TOKEN(WS-PARM-IDX) (8:3) IS NUMERIC
029800              AND WS-PARM-TOKEN(WS-PARM-IDX) (11:1) = SPACE
029900              MOVE WS-PARM-TOKEN(WS-PARM-IDX) (8:3)
030000                                  TO WS-FIL-ORIGEM
030100           ELSE
030200              DISPLAY 'PARAMETRO ORIGEM= INVALIDO (USE TRES '
030300                      'DIGITOS OU SEM, EX: ORIGEM=001).'
030400              SET PARM-COM-ERRO   TO TRUE
030500           END-IF
030600        END-IF
030700     END-IF
030800     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:8) = 'DESTINO='
030900        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (9:3)
031000                                  TO WS-FIL-DESTINO
031100     END-IF
031200     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:10) = 'CATEGORIA='
031300        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (11:10)
031400                                  TO WS-CATEGORIA
031500     END-IF
031600     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:3) = 'DE='
031700        IF WS-PARM-TOKEN(WS-PARM-IDX) (4:6) IS NUMERIC
031800           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (4:6)
031900                                  TO WS-ID-DE
032000        ELSE
032100           DISPLAY 'PARAMETRO DE= INVALIDO (USE SEIS DIGITOS, '
032200                   'EX: DE=000100).'
032300           SET PARM-COM-ERRO      TO TRUE
032400        END-IF
032500     END-IF
032600     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:4) = 'ATE='
032700        IF WS-PARM-TOKEN(WS-PARM-IDX) (5:6) IS NUMERIC
032800           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (5:6)
032900                                  TO WS-ID-ATE
033000        ELSE
033100           DISPLAY 'PARAMETRO ATE= INVALIDO (USE SEIS DIGITOS, '
033200                   'EX: ATE=000999).'
033300           SET PARM-COM-ERRO      TO TRUE
033400        END-IF
033500     END-IF
033600     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'OPERADOR='
033700        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (10:8)
033800                                  TO WS-OPR-CODIGO
033900     END-IF
034000     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'SENHA='
034100        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:8)
034200                                  TO WS-OPR-SENHA
034300     END-IF
034400     .
034500 P110-FIM. EXIT.
034600******************************************************************
034700*    P200-POSICIONAR - POSICIONA CONTATOS.DAT NO PRIMEIRO ID DA  *
034800*                 FAIXA (DE=)                                    *
034900******************************************************************
035000 P200-POSICIONAR.
035100     SET EOF-OK                   TO FALSE
035200     MOVE WS-ID-DE                TO ID-CONTATO
035300     START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
035400         INVALID KEY
035500             SET EOF-OK           TO TRUE
035600     END-START
035700     .
035800 P200-FIM. EXIT.
035900******************************************************************
036000*    P250-CABECALHO - LINHA DE TITULO DAS COLUNAS DA LISTAGEM    *
036100******************************************************************
036200 P250-CABECALHO.
036300     MOVE SPACES                  TO WS-RIMP-LINHA
036400     STRING 'DE '                 DELIMITED BY SIZE
036500            WS-ROTULO-ORIGEM      DELIMITED BY '  '
036600            ' PARA FILIAL '       DELIMITED BY SIZE
036700            WS-FIL-DESTINO        DELIMITED BY SIZE
036800            ' - OPERADOR '        DELIMITED BY SIZE
036900            WS-OPR-CODIGO         DELIMITED BY SIZE
037000            INTO WS-RIMP-LINHA
037100     END-STRING
037200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
037300     MOVE SPACES                  TO WS-RIMP-LINHA
037400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
037500     MOVE 'ID     NOME                 CATEGORIA  ORIG DEST'
037600                                  TO WS-RIMP-LINHA
037700     MOVE 'SITUACAO'              TO WS-RIMP-LINHA (50:8)
037800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
037900     .
038000 P250-FIM. EXIT.
038100******************************************************************
038200*    P300-TRATAR-CONTATO - LE O PROXIMO CONTATO DA FAIXA E       *
038300*                 TRANSFERE OS QUE ATENDEM AOS CRITERIOS         *
038400******************************************************************
038500 P300-TRATAR-CONTATO.
038600     READ CONTATOS NEXT RECORD
038700         AT END
038800             SET EOF-OK           TO TRUE
038900             GO TO P300-FIM
039000     END-READ
039100     IF ID-CONTATO > WS-ID-ATE
039200        SET EOF-OK                TO TRUE
039300        GO TO P300-FIM
039400     END-IF
039500     ADD 1                        TO WS-RUN-LIDOS
039600     IF FIL-CONTATO NOT = WS-FIL-ORIGEM
039700        GO TO P300-FIM
039800     END-IF
039900     IF WS-CATEGORIA NOT = SPACES
040000        AND CAT-CONTATO NOT = WS-CATEGORIA
040100        GO TO P300-FIM
040200     END-IF
040300     ADD 1                        TO WS-CONT-SELECIONADOS
040400     PERFORM P350-TRANSFERIR      THRU P350-FIM
040500     .
040600 P300-FIM. EXIT.
040700******************************************************************
040800*    P350-TRANSFERIR - TROCA A FILIAL DO CONTATO, AUDITA A       *
040900*                 ALTERACAO E EMITE A LINHA DA LISTAGEM          *
041000******************************************************************
041100 P350-TRANSFERIR.
041200     MOVE REG-CONTATOS            TO WS-REG-ANTERIOR-AUD
041300     MOVE WS-FIL-DESTINO          TO FIL-CONTATO
041400     REWRITE REG-CONTATOS
041500         INVALID KEY
041600             PERFORM 9000-TRADUZIR-FS
041700             DISPLAY 'FALHA AO TRANSFERIR O CONTATO '
041800                     ID-CONTATO ': ' WS-FS-MSG
041900             ADD 1                TO WS-CONT-FALHAS
042000             MOVE SPACES          TO WS-RIMP-LINHA
042100             MOVE 'FALHA NA GRAVACAO' TO WS-RIMP-LINHA (50:17)
042200             PERFORM P360-LINHA-CONTATO THRU P360-FIM
042300             GO TO P350-FIM
042400     END-REWRITE
042500     SET AUD-OP-ALTERACAO         TO TRUE
042600     MOVE ID-CONTATO              TO AUD-ID-CONTATO
042700     MOVE WS-REG-ANTERIOR-AUD     TO AUD-REG-ANTERIOR
042800     MOVE REG-CONTATOS            TO AUD-REG-NOVO
042900     PERFORM 9200-GRAVAR-AUDITORIA THRU 9200-FIM
043000
043100     ADD 1                        TO WS-CONT-TRANSFERIDOS
043200     MOVE SPACES                  TO WS-RIMP-LINHA
043300     MOVE 'TRANSFERIDO'           TO WS-RIMP-LINHA (50:11)
043400     PERFORM P360-LINHA-CONTATO   THRU P360-FIM
043500     .
043600 P350-FIM. EXIT.
043700******************************************************************
043800*    P360-LINHA-CONTATO - COMPLETA E EMITE A LINHA DO CONTATO    *
043900*                 (A SITUACAO JA VEM NA POSICAO 50)              *
044000******************************************************************
044100 P360-LINHA-CONTATO.
044200     MOVE ID-CONTATO              TO WS-RIMP-LINHA (1:6)
044300     MOVE NM-CONTATO              TO WS-RIMP-LINHA (8:20)
044400     MOVE CAT-CONTATO             TO WS-RIMP-LINHA (29:10)
044500     IF WS-FIL-ORIGEM = SPACES
044600        MOVE '---'                TO WS-RIMP-LINHA (40:3)
044700     ELSE
044800        MOVE WS-FIL-ORIGEM        TO WS-RIMP-LINHA (40:3)
044900     END-IF
045000     MOVE WS-FIL-DESTINO          TO WS-RIMP-LINHA (45:3)
045100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
045200     .
045300 P360-FIM. EXIT.
045400******************************************************************
045500*    P800-TOTAIS - EMITE OS TOTAIS NA LISTAGEM E O RESUMO NO     *
045600*                 CONSOLE                                        *
045700******************************************************************
045800 P800-TOTAIS.
045900     MOVE SPACES                  TO WS-RIMP-LINHA
046000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
046100     MOVE SPACES                  TO WS-RIMP-LINHA
046200     STRING 'CONTATOS TRANSFERIDOS: ' DELIMITED BY SIZE
046300            WS-CONT-TRANSFERIDOS  DELIMITED BY SIZE
046400            '   FALHAS: '         DELIMITED BY SIZE
046500            WS-CONT-FALHAS        DELIMITED BY SIZE
046600            INTO WS-RIMP-LINHA
046700     END-STRING
046800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
046900
047000     DISPLAY ' '
047100     DISPLAY '*** RESUMO DA TRANSFERENCIA ***'
047200     DISPLAY 'CONTATOS LIDOS NA FAIXA..: ' WS-RUN-LIDOS
047300     DISPLAY 'SELECIONADOS.............: ' WS-CONT-SELECIONADOS
047400     DISPLAY 'TRANSFERIDOS.............: ' WS-CONT-TRANSFERIDOS
047500     DISPLAY 'FALHAS NA GRAVACAO.......: ' WS-CONT-FALHAS
047600     IF WS-CONT-SELECIONADOS = ZEROS
047700        DISPLAY 'NENHUM CONTATO ATENDE AOS CRITERIOS.'
047800     END-IF
047900     .
048000 P800-FIM. EXIT.
048100******************************************************************
048200*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
048300******************************************************************
048400 P900-FIM.
048500     DISPLAY '*** FIM DA TRANSFERENCIA DE CONTATOS ***'
048600     MOVE WS-CONT-TRANSFERIDOS    TO WS-RUN-GRAVADOS
048700     MOVE WS-CONT-FALHAS          TO WS-RUN-REJEITADOS
048800     IF WS-RUN-RESULTADO = ZEROS
048900        AND (WS-CONT-FALHAS > ZEROS
049000             OR WS-CONT-TRANSFERIDOS = ZEROS)
049100        MOVE 04                   TO WS-RUN-RESULTADO
049200     END-IF
049300     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
049400     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
049500     STOP RUN.
049600
049700     COPY FSTATUS.
049800     COPY AUDLOG.
049900     COPY AUDCHN.
050000     COPY DSNENV.
050100     COPY RUNLOG.
050200     COPY RELIMP.
050300     COPY OPRLOG.
