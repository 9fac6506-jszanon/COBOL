000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DOSSCTT.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-03-21.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: DOSSIE DE ACESSO DO TITULAR (LGPD): INFORMADO UM
000900*                 ID-CONTATO, REUNE EM UM UNICO RELATORIO TUDO O
001000*                 QUE O SISTEMA GUARDA SOBRE A PESSOA, NO LUGAR DE
001100*                 RODAR CONSCTT, CADFONE, CADNOTA, RELEXTR, RELAUD
001200*                 E CONSARC E COLAR AS TELAS:
001300*                 - O REGISTRO DE CONTATOS.DAT;
001400*                 - OS TELEFONES (FONES.DAT) E AS ANOTACOES
001500*                   (NOTAS.DAT);
001600*                 - O HISTORICO DE CONSENTIMENTO (CONSENT.DAT);
001700*                 - TODO MOVIMENTO EFETIVADO, DOS ARQUIVOS MENSAIS
001800*                   MOVHIST.AAAAMM (FECMES) E DE MOVHIST.DAT;
001900*                 - TODO REGISTRO DE AUDITORIA, DOS ARQUIVOS
002000*                   MENSAIS AUDCTT.AAAAMM (AUDHKP) E DE
002100*                   AUDCTT.LOG, COM AS IMAGENS ANTES/DEPOIS;
002200*                 - AS IMAGENS ARQUIVADAS EM ARCCTT.DAT,
002300*                   ARCFONE.DAT E ARCNOTA.DAT (ARCCTT).
002400*                 CADA SECAO FECHA COM A SUA CONTAGEM DE
002500*                 REGISTROS. OS ARQUIVOS MENSAIS SAO PROCURADOS
002600*                 DO MES INICIAL INFORMADO (PADRAO: 60 MESES
002700*                 ATRAS) ATE O MES CORRENTE; MES SEM ARQUIVO E
002800*                 SIMPLESMENTE PULADO. O DOSSIE SAI EM
002900*                 DOSSIE.NNNNNN.LST (RELIMP) E CADA EMISSAO E
003000*                 REGISTRADA EM DOSSIE.LOG (DOSSREG.CPY) COM O
003100*                 OPERADOR, O SOLICITANTE, O PROTOCOLO, A DATA DO
003200*                 PEDIDO E OS DIAS CORRIDOS ATE A EMISSAO (PRAZO
003300*                 LEGAL DE 15 DIAS). EXIGE SIGN-ON (COPYBOOK
003400*                 OPRLOG).
003500*----------------------------------------------------------------*
003600*    HISTORICO DE ALTERACOES
003700*    DATA       AUTOR   DESCRICAO
003800*    ---------- ------- ----------------------------------------
003900*    2025-03-21 JSZ     PROGRAMA CRIADO (DOSSIE LGPD DO TITULAR).
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SPECIAL-NAMES.
004400     DECIMAL-POINT IS COMMA.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ID-CONTATO
005100         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
005200         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
005300             SUPPRESS WHEN SPACES
005400         LOCK MODE IS MANUAL
005500         FILE STATUS IS WS-FS.
005600     SELECT FONES ASSIGN TO WS-FONES-DSN
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS FONE-CHAVE
006000         ALTERNATE RECORD KEY IS FONE-ID-CONTATO WITH DUPLICATES
006100         LOCK MODE IS MANUAL
006200         FILE STATUS IS WS-FS-FONE.
006300     SELECT NOTAS ASSIGN TO WS-NOTAS-DSN
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS NOTA-CHAVE
006700         LOCK MODE IS MANUAL
006800         FILE STATUS IS WS-FS-NOTA.
006900     SELECT CONSENT ASSIGN TO WS-CONSENT-DSN
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS CNS-CHAVE
007300         FILE STATUS IS WS-FS-CNS.
007400     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-FS-HIS.
007700     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-FS-AUD.
008000     SELECT ARQMORTO ASSIGN TO WS-ARQMORTO-DSN
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-FS-ARC.
008300     SELECT ARCFONE ASSIGN TO WS-ARCFONE-DSN
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-FS-ARF.
008600     SELECT ARCNOTA ASSIGN TO WS-ARCNOTA-DSN
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-FS-ARN.
008900     SELECT DOSSLOG ASSIGN TO WS-DOSSLOG-DSN
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-FS-DSS.
009200     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-FS-RIMP.
009500     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS OPE-CODIGO
009900         FILE STATUS IS WS-FS-OPE.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  CONTATOS.
010300     COPY CONTREG.
010400 FD  FONES.
010500     COPY FONEREG.
010600 FD  NOTAS.
010700     COPY NOTAREG.
010800 FD  CONSENT.
010900     COPY CONSREG.
011000 FD  HISTORICO.
011100     COPY MOVHREG.
011200 FD  AUDITORIA.
011300     COPY AUDREG.
011400 FD  ARQMORTO.
011500     COPY ARCREG.
011600 FD  ARCFONE.
011700     COPY ARCFREG.
011800 FD  ARCNOTA.
011900     COPY ARCNREG.
012000 FD  DOSSLOG.
012100     COPY DOSSREG.
012200 FD  RELIMP.
012300 01  REG-RELIMP                   PIC X(132).
012400 FD  OPERADOR.
012500     COPY OPERREG.
012600 WORKING-STORAGE SECTION.
012700     COPY CONTREGW.
012800 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
012900 01  WS-FONES-DSN                 PIC X(100) VALUE 'FONES.DAT'.
013000 01  WS-NOTAS-DSN                 PIC X(100) VALUE 'NOTAS.DAT'.
013100 01  WS-CONSENT-DSN               PIC X(100) VALUE 'CONSENT.DAT'.
013200 01  WS-HISTORICO-DSN             PIC X(100) VALUE SPACES.
013300 01  WS-AUDITORIA-DSN             PIC X(100) VALUE SPACES.
013400 01  WS-ARQMORTO-DSN              PIC X(100) VALUE 'ARCCTT.DAT'.
013500 01  WS-ARCFONE-DSN               PIC X(100) VALUE 'ARCFONE.DAT'.
013600 01  WS-ARCNOTA-DSN               PIC X(100) VALUE 'ARCNOTA.DAT'.
013700 01  WS-DOSSLOG-DSN               PIC X(100) VALUE 'DOSSIE.LOG'.
013800 77  WS-FS                        PIC X(02) VALUE '00'.
013900     88 FS-OK                     VALUE '00'.
014000 77  WS-FS-FONE                   PIC X(02) VALUE '00'.
014100     88 FS-FONE-OK                VALUE '00'.
014200 77  WS-FS-NOTA                   PIC X(02) VALUE '00'.
014300     88 FS-NOTA-OK                VALUE '00'.
014400 77  WS-FS-CNS                    PIC X(02) VALUE '00'.
014500     88 FS-CNS-OK                 VALUE '00'.
014600 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
014700     88 FS-HIS-OK                 VALUE '00'.
014800 77  WS-FS-AUD                    PIC X(02) VALUE '00'.
014900     88 FS-AUD-OK                 VALUE '00'.
015000 77  WS-FS-ARC                    PIC X(02) VALUE '00'.
015100     88 FS-ARC-OK                 VALUE '00'.
015200 77  WS-FS-ARF                    PIC X(02) VALUE '00'.
015300     88 FS-ARF-OK                 VALUE '00'.
015400 77  WS-FS-ARN                    PIC X(02) VALUE '00'.
015500     88 FS-ARN-OK                 VALUE '00'.
015600 77  WS-FS-DSS                    PIC X(02) VALUE '00'.
015700     88 FS-DSS-OK                 VALUE '00'.
015800 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
015900 77  WS-EOF-GEN                   PIC X(01) VALUE 'N'.
016000     88 EOF-GEN-OK                VALUE 'S' FALSE 'N'.
016100 77  WS-EXIT                      PIC X(01) VALUE 'N'.
016200     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
016300*----------------------------------------------------------------*
016400*    DADOS DO PEDIDO DO TITULAR                                  *
016500*----------------------------------------------------------------*
016600 77  WS-ID-BUSCA                  PIC 9(06) VALUE ZEROS.
016700 77  WS-SOLICITANTE               PIC X(30) VALUE SPACES.
016800 77  WS-PROTOCOLO                 PIC X(20) VALUE SPACES.
016900 01  WS-DT-PEDIDO                 PIC 9(08) VALUE ZEROS.
017000 01  FILLER REDEFINES WS-DT-PEDIDO.
017100     03  WS-DT-PEDIDO-AAAA        PIC 9(04).
017200     03  WS-DT-PEDIDO-MM          PIC 9(02).
017300     03  WS-DT-PEDIDO-DD          PIC 9(02).
017400 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
017500 77  WS-HORA-HOJE                 PIC 9(08) VALUE ZEROS.
017600 77  WS-DIAS-CORRIDOS             PIC 9(04) VALUE ZEROS.
017700 77  WS-PRAZO-LEGAL               PIC 9(02) VALUE 15.
017800 01  WS-PEDIDO-OK-SW              PIC X(01) VALUE 'N'.
017900     88 PEDIDO-OK                 VALUE 'S' FALSE 'N'.
018000 01  WS-CADASTRO-SW               PIC X(01) VALUE 'N'.
018100     88 NO-CADASTRO-VIVO          VALUE 'S' FALSE 'N'.
018200*----------------------------------------------------------------*
018300*    FAIXA DE MESES DOS ARQUIVOS MENSAIS (MOVHIST/AUDCTT.AAAAMM) *
018400*----------------------------------------------------------------*
018500 01  WS-MES-CORR.
018600     03  WS-MES-CORR-AAAA         PIC 9(04) VALUE ZEROS.
018700     03  WS-MES-CORR-MM           PIC 9(02) VALUE ZEROS.
018800 01  WS-MES-CORR-NUM REDEFINES WS-MES-CORR
018900                                  PIC 9(06).
019000 01  WS-MES-INICIO                PIC 9(06) VALUE ZEROS.
019100 01  FILLER REDEFINES WS-MES-INICIO.
019200     03  WS-MES-INICIO-AAAA       PIC 9(04).
019300     03  WS-MES-INICIO-MM         PIC 9(02).
019400 77  WS-MES-FIM                   PIC 9(06) VALUE ZEROS.
019500 77  WS-MESES-PADRAO-ANOS         PIC 9(02) VALUE 05.
019600*----------------------------------------------------------------*
019700*    CONTAGENS POR SECAO DO DOSSIE                               *
019800*----------------------------------------------------------------*
019900 77  WS-CONT-CADASTRO             PIC 9(06) VALUE ZEROS.
020000 77  WS-CONT-FONES                PIC 9(06) VALUE ZEROS.
020100 77  WS-CONT-NOTAS                PIC 9(06) VALUE ZEROS.
020200 77  WS-CONT-CONSENT              PIC 9(06) VALUE ZEROS.
020300 77  WS-CONT-MOVTOS               PIC 9(06) VALUE ZEROS.
020400 77  WS-CONT-AUDIT                PIC 9(06) VALUE ZEROS.
020500 77  WS-CONT-ARC-CTT              PIC 9(06) VALUE ZEROS.
020600 77  WS-CONT-ARC-FONE             PIC 9(06) VALUE ZEROS.
020700 77  WS-CONT-ARC-NOTA             PIC 9(06) VALUE ZEROS.
020800 77  WS-CONT-SECAO                PIC 9(06) VALUE ZEROS.
020900 77  WS-CONT-TOTAL                PIC 9(07) VALUE ZEROS.
021000 77  WS-CONT-ARQ-MENSAIS          PIC 9(04) VALUE ZEROS.
021100*----------------------------------------------------------------*
021200*    MASCARAS DE EDICAO E LINHAS DE TRABALHO                     *
021300*----------------------------------------------------------------*
021400 01  WS-MSK-SALDO                 PIC -.---.---.--9,99.
021500 01  WS-MSK-VALOR                 PIC ---.---.--9,99.
021600 01  WS-MSK-LIMITE                PIC ---.---.--9,99.
021700 01  WS-IMAGEM                    PIC X(244) VALUE SPACES.
021800 01  WS-ROTULO-IMAGEM             PIC X(10) VALUE SPACES.
021900 01  WS-TITULO-SECAO              PIC X(60) VALUE SPACES.
022000*----------------------------------------------------------------*
022100*    IMAGENS ARQUIVADAS DECODIFICADAS (MESMA TECNICA DO CONSARC) *
022200*----------------------------------------------------------------*
022300 01  WS-FONE-IMG                  PIC X(43) VALUE SPACES.
022400 01  FILLER REDEFINES WS-FONE-IMG.
022500     03  WS-FIM-ID                PIC 9(06).
022600     03  WS-FIM-SEQ               PIC 9(02).
022700     03  WS-FIM-TIPO              PIC X(11).
022800     03  WS-FIM-NUMERO            PIC X(15).
022800     03  WS-FIM-ST                PIC X(01).
022800     03  WS-FIM-DT-ST             PIC 9(08).
022900 01  WS-NOTA-IMG                  PIC X(187) VALUE SPACES.
023000 01  FILLER REDEFINES WS-NOTA-IMG.
023100     03  WS-NIM-ID                PIC 9(06).
023200     03  WS-NIM-SEQ               PIC 9(03).
023300     03  WS-NIM-DATA-HORA         PIC 9(14).
023400     03  WS-NIM-OPERADOR          PIC X(08).
023500     03  WS-NIM-ASSUNTO           PIC X(30).
023600     03  WS-NIM-FOLLOWUP          PIC X(01).
023700     03  WS-NIM-DT-FOLLOWUP       PIC X(08).
023800     03  WS-NIM-TEXTO             PIC X(100).
023900     03  WS-NIM-ST-FUP            PIC X(01).
024000     03  WS-NIM-FECHO-OPER        PIC X(08).
024100     03  WS-NIM-DT-FECHO          PIC X(08).
024200*----------------------------------------------------------------*
024300*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
024400*----------------------------------------------------------------*
024500 01  WS-RELIMP-DSN                PIC X(100) VALUE SPACES.
024600 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
024700     88 FS-RIMP-OK                VALUE '00'.
024800 01  WS-RIMP-TITULO               PIC X(40) VALUE SPACES.
024900 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
025000 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 55.
025100 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
025200 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
025300 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
025400 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
025500*----------------------------------------------------------------*
025600*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
025700*----------------------------------------------------------------*
025800 01  WS-DV-ID.
025900     03  WS-DV-ALG                OCCURS 6 TIMES PIC 9(01).
026000 77  WS-DV-ENTRADA                PIC X(01) VALUE SPACES.
026100 77  WS-DV-DIGITO                 PIC 9(01) VALUE ZEROS.
026200 77  WS-DV-SOMA                   PIC 9(03) VALUE ZEROS.
026300 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
026400 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
026500     88 DV-OK                     VALUE 'S' FALSE 'N'.
026600*----------------------------------------------------------------*
026700*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
026800*----------------------------------------------------------------*
026900 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
027000 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
027100     88 FS-OPE-OK                 VALUE '00'.
027200 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
027300 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
027400 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
027500     88 OPR-CONSULTA              VALUE 'C'.
027600     88 OPR-MANUTENCAO            VALUE 'M'.
027700     88 OPR-SUPERVISOR            VALUE 'S'.
027800 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
027900     88 OPR-OK                    VALUE 'S' FALSE 'N'.
028000 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
028100 PROCEDURE DIVISION.
028200******************************************************************
028300*    0000-MAINLINE - ROTINA PRINCIPAL                            *
028400******************************************************************
028500 0000-MAINLINE.
028600     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
028700     DISPLAY '*** DOSSIE LGPD DO TITULAR (DOSSCTT) ***'
028800     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
028900     IF NOT OPR-OK
029000        PERFORM P900-FIM
029100     END-IF
029200     SET EXIT-OK                  TO FALSE
029300     PERFORM P100-ATENDER-PEDIDO  THRU P100-FIM
029400         UNTIL EXIT-OK
029500     PERFORM P900-FIM
029600     .
029700******************************************************************
029800*    P100-ATENDER-PEDIDO - CAPTURA UM PEDIDO, EMITE O DOSSIE E   *
029900*                 REGISTRA A EMISSAO                             *
030000******************************************************************
030100 P100-ATENDER-PEDIDO.
030200     PERFORM P110-CAPTURAR-PEDIDO THRU P110-FIM
030300     IF PEDIDO-OK
030400        PERFORM P200-EMITIR-DOSSIE THRU P200-FIM
030500        PERFORM P800-REGISTRAR-EMISSAO THRU P800-FIM
030600     END-IF
030700
030800     DISPLAY
030900      'TECLE: '
031000      '<QUALQUER TECLA> para continuar, ou <F> para finalizar.'
031100      ACCEPT WS-EXIT
031200     .
031300 P100-FIM. EXIT.
031400******************************************************************
031500*    P110-CAPTURAR-PEDIDO - ID (COM DIGITO VERIFICADOR), QUEM    *
031600*                 PEDIU, PROTOCOLO, DATA DO PEDIDO E MES INICIAL *
031700*                 DOS ARQUIVOS MENSAIS                           *
031800******************************************************************
031900 P110-CAPTURAR-PEDIDO.
032000     SET PEDIDO-OK                TO FALSE
032100     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
032200     ACCEPT WS-HORA-HOJE          FROM TIME
032300     DISPLAY ' '
032400     DISPLAY 'INFORME O ID DO CONTATO: '
032500     ACCEPT WS-ID-BUSCA
032600     MOVE WS-ID-BUSCA             TO WS-DV-ID
032700     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
032800     IF NOT DV-OK
032900        GO TO P110-FIM
033000     END-IF
033100     IF WS-ID-BUSCA NOT NUMERIC OR WS-ID-BUSCA = ZEROS
033200        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
033300                'MAIOR QUE ZERO.'
033400        GO TO P110-FIM
033500     END-IF
033600
033700     DISPLAY 'INFORME O NOME DE QUEM SOLICITOU: '
033800     ACCEPT WS-SOLICITANTE
033900     IF WS-SOLICITANTE = SPACES
034000        DISPLAY 'SOLICITANTE E OBRIGATORIO - O PEDIDO PRECISA '
034100                'FICAR REGISTRADO.'
034200        GO TO P110-FIM
034300     END-IF
034400     DISPLAY 'INFORME O PROTOCOLO DO PEDIDO: '
034500     ACCEPT WS-PROTOCOLO
034600     DISPLAY 'INFORME A DATA DO PEDIDO (AAAAMMDD, ZEROS = HOJE): '
034700     ACCEPT WS-DT-PEDIDO
034800     IF WS-DT-PEDIDO NOT NUMERIC
034900        DISPLAY 'DATA INVALIDA - DIGITE SOMENTE DIGITOS.'
035000        GO TO P110-FIM
035100     END-IF
035200     IF WS-DT-PEDIDO = ZEROS
035300        MOVE WS-DATA-HOJE         TO WS-DT-PEDIDO
035400     END-IF
035500     IF WS-DT-PEDIDO-MM < 01 OR WS-DT-PEDIDO-MM > 12
035600        OR WS-DT-PEDIDO-DD < 01 OR WS-DT-PEDIDO-DD > 31
035700        OR WS-DT-PEDIDO > WS-DATA-HOJE
035800        DISPLAY 'DATA DO PEDIDO INVALIDA OU NO FUTURO.'
035900        GO TO P110-FIM
036000     END-IF
036100
036200     DISPLAY 'MES INICIAL DOS ARQUIVOS MENSAIS (AAAAMM, ZEROS = '
036300             'ULTIMOS 5 ANOS): '
036400     ACCEPT WS-MES-INICIO
036500     IF WS-MES-INICIO NOT NUMERIC
036600        DISPLAY 'MES INVALIDO - DIGITE SOMENTE DIGITOS.'
036700        GO TO P110-FIM
036800     END-IF
036900     MOVE WS-DATA-HOJE (1:6)      TO WS-MES-FIM
037000     IF WS-MES-INICIO = ZEROS
037100        MOVE WS-DATA-HOJE (1:6)   TO WS-MES-INICIO
037200        SUBTRACT WS-MESES-PADRAO-ANOS FROM WS-MES-INICIO-AAAA
037300     END-IF
037400     IF WS-MES-INICIO-MM < 01 OR WS-MES-INICIO-MM > 12
037500        OR WS-MES-INICIO > WS-MES-FIM
037600        DISPLAY 'MES INICIAL INVALIDO OU NO FUTURO.'
037700        GO TO P110-FIM
037800     END-IF
037900
038000     COMPUTE WS-DIAS-CORRIDOS =
038100         FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
038200         FUNCTION INTEGER-OF-DATE(WS-DT-PEDIDO)
038300     SET PEDIDO-OK                TO TRUE
038400     .
038500 P110-FIM. EXIT.
038600******************************************************************
038700*    P200-EMITIR-DOSSIE - ABRE O RELATORIO DO TITULAR E EMITE AS *
038800*                 SECOES NA ORDEM, COM O RESUMO DAS CONTAGENS    *
038900******************************************************************
039000 P200-EMITIR-DOSSIE.
039100     MOVE ZEROS                   TO WS-CONT-CADASTRO
039200                                     WS-CONT-FONES
039300                                     WS-CONT-NOTAS
039400                                     WS-CONT-CONSENT
039500                                     WS-CONT-MOVTOS
039600                                     WS-CONT-AUDIT
039700                                     WS-CONT-ARC-CTT
039800                                     WS-CONT-ARC-FONE
039900                                     WS-CONT-ARC-NOTA
040000                                     WS-CONT-TOTAL
040100     MOVE SPACES                  TO WS-RELIMP-DSN
040200     STRING 'DOSSIE.'             DELIMITED BY SIZE
040300            WS-ID-BUSCA           DELIMITED BY SIZE
040400            '.LST'                DELIMITED BY SIZE
040500            INTO WS-RELIMP-DSN
040600     END-STRING
040700     MOVE SPACES                  TO WS-RIMP-TITULO
040800     STRING 'DOSSIE LGPD DO TITULAR - ID ' DELIMITED BY SIZE
040900            WS-ID-BUSCA           DELIMITED BY SIZE
041000            INTO WS-RIMP-TITULO
041100     END-STRING
041200     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
041300     IF NOT FS-RIMP-OK
041400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DO DOSSIE: '
041500                FUNCTION TRIM(WS-RELIMP-DSN)
041600        SET PEDIDO-OK             TO FALSE
041700        GO TO P200-FIM
041800     END-IF
041900
042000     MOVE SPACES                  TO WS-RIMP-LINHA
042100     STRING 'SOLICITANTE: '       DELIMITED BY SIZE
042200            WS-SOLICITANTE        DELIMITED BY SIZE
042300            '  PROTOCOLO: '       DELIMITED BY SIZE
042400            WS-PROTOCOLO          DELIMITED BY SIZE
042500            '  PEDIDO EM: '       DELIMITED BY SIZE
042600            WS-DT-PEDIDO          DELIMITED BY SIZE
042700            '  EMITIDO POR: '     DELIMITED BY SIZE
042800            WS-OPR-CODIGO         DELIMITED BY SIZE
042900            INTO WS-RIMP-LINHA
043000     END-STRING
043100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
043200     MOVE SPACES                  TO WS-RIMP-LINHA
043300     STRING 'ARQUIVOS MENSAIS PESQUISADOS DE ' DELIMITED BY SIZE
043400            WS-MES-INICIO         DELIMITED BY SIZE
043500            ' A '                 DELIMITED BY SIZE
043600            WS-MES-FIM            DELIMITED BY SIZE
043700            INTO WS-RIMP-LINHA
043800     END-STRING
043900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
044000
044100     PERFORM P300-SECAO-CADASTRO  THRU P300-FIM
044200     PERFORM P400-SECAO-FONES     THRU P400-FIM
044300     PERFORM P450-SECAO-NOTAS     THRU P450-FIM
044400     PERFORM P500-SECAO-CONSENT   THRU P500-FIM
044500     PERFORM P600-SECAO-MOVTOS    THRU P600-FIM
044600     PERFORM P650-SECAO-AUDITORIA THRU P650-FIM
044700     PERFORM P700-SECAO-ARQMORTO  THRU P700-FIM
044800     PERFORM P780-RESUMO          THRU P780-FIM
044900     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
045000
045100     DISPLAY 'DOSSIE EMITIDO EM ' FUNCTION TRIM(WS-RELIMP-DSN)
045200             ' - ' WS-CONT-TOTAL ' REGISTRO(S).'
045300     .
045400 P200-FIM. EXIT.
045500******************************************************************
045600*    P210-TITULO-SECAO - LINHA EM BRANCO + TITULO DA SECAO, JA   *
045700*                 MONTADO EM WS-RIMP-LINHA PELO CHAMADOR         *
045800******************************************************************
045900 P210-TITULO-SECAO.
046000     MOVE WS-RIMP-LINHA           TO WS-TITULO-SECAO
046100     MOVE SPACES                  TO WS-RIMP-LINHA
046200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
046300     MOVE WS-TITULO-SECAO         TO WS-RIMP-LINHA
046400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
046500     MOVE ZEROS                   TO WS-CONT-SECAO
046600     .
046700 P210-FIM. EXIT.
046800******************************************************************
046900*    P220-TOTAL-SECAO - FECHA A SECAO COM A SUA CONTAGEM         *
047000******************************************************************
047100 P220-TOTAL-SECAO.
047200     MOVE SPACES                  TO WS-RIMP-LINHA
047300     STRING '  REGISTROS NA SECAO: ' DELIMITED BY SIZE
047400            WS-CONT-SECAO         DELIMITED BY SIZE
047500            INTO WS-RIMP-LINHA
047600     END-STRING
047700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
047800     ADD WS-CONT-SECAO            TO WS-CONT-TOTAL
047900     .
048000 P220-FIM. EXIT.
048100******************************************************************
048200*    P230-LINHAS-IMAGEM - IMPRIME A IMAGEM DE REG-CONTATOS EM    *
048300*                 WS-IMAGEM EM DUAS LINHAS, COM O ROTULO         *
048400*                 WS-ROTULO-IMAGEM (AUDITORIA E ARQUIVO MORTO)   *
048500******************************************************************
048600 P230-LINHAS-IMAGEM.
048700     MOVE SPACES                  TO WS-RIMP-LINHA
048800     STRING '    '                DELIMITED BY SIZE
048900            WS-ROTULO-IMAGEM      DELIMITED BY SIZE
049000            WS-IMAGEM (1:118)     DELIMITED BY SIZE
049100            INTO WS-RIMP-LINHA
049200     END-STRING
049300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
049400     MOVE SPACES                  TO WS-RIMP-LINHA
049500     MOVE WS-IMAGEM (119:123)     TO WS-RIMP-LINHA (10:123)
049600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
049700     .
049800 P230-FIM. EXIT.
049900******************************************************************
050000*    P300-SECAO-CADASTRO - O REGISTRO VIVO DE CONTATOS.DAT       *
050100******************************************************************
050200 P300-SECAO-CADASTRO.
050300     MOVE '1. CADASTRO (CONTATOS.DAT)' TO WS-RIMP-LINHA
050400     PERFORM P210-TITULO-SECAO    THRU P210-FIM
050500     SET NO-CADASTRO-VIVO         TO FALSE
050600     OPEN INPUT CONTATOS
050700     IF NOT FS-OK
050800        PERFORM 9000-TRADUZIR-FS
050900        MOVE SPACES               TO WS-RIMP-LINHA
051000        STRING '  ARQUIVO DE CONTATOS INDISPONIVEL: '
051100                                  DELIMITED BY SIZE
051200               WS-FS-MSG          DELIMITED BY SIZE
051300               INTO WS-RIMP-LINHA
051400        END-STRING
051500        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
051600        GO TO P300-TOTAL
051700     END-IF
051800     MOVE WS-ID-BUSCA             TO ID-CONTATO
051900     READ CONTATOS INTO WS-REGISTRO
052000         INVALID KEY
052100             MOVE '  NAO CONSTA NO CADASTRO VIVO - VER ARQ. MORTO'
052200                                  TO WS-RIMP-LINHA
052300             PERFORM 9810-REL-DETALHE THRU 9810-FIM
052400         NOT INVALID KEY
052500             SET NO-CADASTRO-VIVO TO TRUE
052600     END-READ
052700     CLOSE CONTATOS
052800     IF NO-CADASTRO-VIVO
052900        ADD 1                     TO WS-CONT-SECAO
053000        PERFORM P310-LINHAS-CADASTRO THRU P310-FIM
053100     END-IF
053200     .
053300 P300-TOTAL.
053400     MOVE WS-CONT-SECAO           TO WS-CONT-CADASTRO
053500     PERFORM P220-TOTAL-SECAO     THRU P220-FIM
053600     .
053700 P300-FIM. EXIT.
053800 P310-LINHAS-CADASTRO.
053900     MOVE SPACES                  TO WS-RIMP-LINHA
054000     STRING '  ID: '              DELIMITED BY SIZE
054100            WS-ID-CONTATO         DELIMITED BY SIZE
054200            '  NOME: '            DELIMITED BY SIZE
054300            WS-NM-CONTATO         DELIMITED BY SIZE
054400            '  CPF/CNPJ: '        DELIMITED BY SIZE
054500            WS-CPF-CNPJ-CONTATO   DELIMITED BY SIZE
054600            '  SITUACAO: '        DELIMITED BY SIZE
054700            WS-ST-CONTATO         DELIMITED BY SIZE
054800            '  CATEGORIA: '       DELIMITED BY SIZE
054900            WS-CAT-CONTATO        DELIMITED BY SIZE
055000            INTO WS-RIMP-LINHA
055100     END-STRING
055200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
055300     MOVE SPACES                  TO WS-RIMP-LINHA
055400     STRING '  TELEFONE: '        DELIMITED BY SIZE
055500            WS-TEL-CONTATO        DELIMITED BY SIZE
055600            '  EMAIL: '           DELIMITED BY SIZE
055700            WS-EMAIL-CONTATO      DELIMITED BY SIZE
055800            '  SITUACAO DO EMAIL: ' DELIMITED BY SIZE
055900            WS-ST-EMAIL           DELIMITED BY SIZE
056000            '  BOUNCE EM: '       DELIMITED BY SIZE
056100            WS-DT-BOUNCE          DELIMITED BY SIZE
056200            INTO WS-RIMP-LINHA
056300     END-STRING
056400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
056500     MOVE SPACES                  TO WS-RIMP-LINHA
056600     STRING '  ENDERECO: '        DELIMITED BY SIZE
056700            WS-END-RUA            DELIMITED BY SIZE
056800            ' '                   DELIMITED BY SIZE
056900            WS-END-BAIRRO         DELIMITED BY SIZE
057000            ' '                   DELIMITED BY SIZE
057100            WS-END-CIDADE         DELIMITED BY SIZE
057200            '  CEP: '             DELIMITED BY SIZE
057300            WS-CEP-CONTATO        DELIMITED BY SIZE
057400            '  NASCIMENTO: '      DELIMITED BY SIZE
057500            WS-DT-NASCIMENTO      DELIMITED BY SIZE
057600            INTO WS-RIMP-LINHA
057700     END-STRING
057800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
057900     MOVE WS-SALDO-CONTATO        TO WS-MSK-SALDO
058000     MOVE WS-LIMITE-CREDITO       TO WS-MSK-LIMITE
058100     MOVE SPACES                  TO WS-RIMP-LINHA
058200     STRING '  SALDO: '           DELIMITED BY SIZE
058300            WS-MSK-SALDO          DELIMITED BY SIZE
058400            '  LIMITE: '          DELIMITED BY SIZE
058500            WS-MSK-LIMITE         DELIMITED BY SIZE
058600            '  NIVEL DE COBRANCA: ' DELIMITED BY SIZE
058700            WS-NIVEL-COBRANCA     DELIMITED BY SIZE
058800            '  ULTIMO AVISO: '    DELIMITED BY SIZE
058900            WS-DT-ULT-AVISO       DELIMITED BY SIZE
059000            '  BAIXA: '           DELIMITED BY SIZE
059100            WS-ST-BAIXA           DELIMITED BY SIZE
059200            ' '                   DELIMITED BY SIZE
059300            WS-DT-BAIXA           DELIMITED BY SIZE
059400            INTO WS-RIMP-LINHA
059500     END-STRING
059600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
059700     .
059800 P310-FIM. EXIT.
059900******************************************************************
060000*    P400-SECAO-FONES - TELEFONES DE FONES.DAT                   *
060100******************************************************************
060200 P400-SECAO-FONES.
060300     MOVE '2. TELEFONES (FONES.DAT)' TO WS-RIMP-LINHA
060400     PERFORM P210-TITULO-SECAO    THRU P210-FIM
060500     MOVE '00'                    TO WS-FS-FONE
060600     OPEN INPUT FONES
060700     IF NOT FS-FONE-OK
060800        MOVE '  (SEM ARQUIVO DE TELEFONES)' TO WS-RIMP-LINHA
060900        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
061000        GO TO P400-TOTAL
061100     END-IF
061200     SET EOF-GEN-OK               TO FALSE
061300     MOVE WS-ID-BUSCA             TO FONE-ID-CONTATO
061400     MOVE ZEROS                   TO FONE-SEQ
061500     START FONES KEY IS NOT LESS THAN FONE-CHAVE
061600         INVALID KEY
061700             SET EOF-GEN-OK       TO TRUE
061800     END-START
061900     PERFORM P410-LER-FONE        THRU P410-FIM
062000         UNTIL EOF-GEN-OK
062100     CLOSE FONES
062200     .
062300 P400-TOTAL.
062400     MOVE WS-CONT-SECAO           TO WS-CONT-FONES
062500     PERFORM P220-TOTAL-SECAO     THRU P220-FIM
062600     .
062700 P400-FIM. EXIT.
062800 P410-LER-FONE.
062900     READ FONES NEXT RECORD
063000         AT END
063100             SET EOF-GEN-OK        TO TRUE
063200             GO TO P410-FIM
063300     END-READ
063400     IF FONE-ID-CONTATO NOT = WS-ID-BUSCA
063500        SET EOF-GEN-OK            TO TRUE
063600        GO TO P410-FIM
063700     END-IF
063800     ADD 1                        TO WS-CONT-SECAO
063900     MOVE SPACES                  TO WS-RIMP-LINHA
064000     STRING '  '                  DELIMITED BY SIZE
064100            FONE-SEQ              DELIMITED BY SIZE
064200            ' '                   DELIMITED BY SIZE
064300            FONE-TIPO             DELIMITED BY SIZE
064400            ' '                   DELIMITED BY SIZE
064500            FONE-NUMERO           DELIMITED BY SIZE
064600            INTO WS-RIMP-LINHA
064700     END-STRING
064800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
064900     .
065000 P410-FIM. EXIT.
065100******************************************************************
065200*    P450-SECAO-NOTAS - ANOTACOES DE NOTAS.DAT                   *
065300******************************************************************
065400 P450-SECAO-NOTAS.
065500     MOVE '3. ANOTACOES (NOTAS.DAT)' TO WS-RIMP-LINHA
065600     PERFORM P210-TITULO-SECAO    THRU P210-FIM
065700     MOVE '00'                    TO WS-FS-NOTA
065800     OPEN INPUT NOTAS
065900     IF NOT FS-NOTA-OK
066000        MOVE '  (SEM ARQUIVO DE ANOTACOES)' TO WS-RIMP-LINHA
066100        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
066200        GO TO P450-TOTAL
066300     END-IF
066400     SET EOF-GEN-OK               TO FALSE
066500     MOVE WS-ID-BUSCA             TO NOTA-ID-CONTATO
066600     MOVE ZEROS                   TO NOTA-SEQ
066700     START NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
066800         INVALID KEY
066900             SET EOF-GEN-OK       TO TRUE
067000     END-START
067100     PERFORM P460-LER-NOTA        THRU P460-FIM
067200         UNTIL EOF-GEN-OK
067300     CLOSE NOTAS
067400     .
067500 P450-TOTAL.
067600     MOVE WS-CONT-SECAO           TO WS-CONT-NOTAS
067700     PERFORM P220-TOTAL-SECAO     THRU P220-FIM
067800     .
067900 P450-FIM. EXIT.
068000 P460-LER-NOTA.
068100     READ NOTAS NEXT RECORD
068200         AT END
068300             SET EOF-GEN-OK        TO TRUE
068400             GO TO P460-FIM
068500     END-READ
068600     IF NOTA-ID-CONTATO NOT = WS-ID-BUSCA
068700        SET EOF-GEN-OK            TO TRUE
068800        GO TO P460-FIM
068900     END-IF
069000     ADD 1                        TO WS-CONT-SECAO
069100     MOVE SPACES                  TO WS-RIMP-LINHA
069200     STRING '  NOTA '             DELIMITED BY SIZE
069300            NOTA-SEQ              DELIMITED BY SIZE
069400            ' DE '                DELIMITED BY SIZE
069500            NOTA-DATA-HORA        DELIMITED BY SIZE
069600            ' POR '               DELIMITED BY SIZE
069700            NOTA-OPERADOR         DELIMITED BY SIZE
069800            ' - '                 DELIMITED BY SIZE
069900            NOTA-ASSUNTO          DELIMITED BY SIZE
070000            ' FOLLOW-UP: '        DELIMITED BY SIZE
070100            NOTA-FOLLOWUP         DELIMITED BY SIZE
070200            ' '                   DELIMITED BY SIZE
070300            NOTA-DT-FOLLOWUP      DELIMITED BY SIZE
070400            ' '                   DELIMITED BY SIZE
070500            NOTA-ST-FOLLOWUP      DELIMITED BY SIZE
070600            INTO WS-RIMP-LINHA
070700     END-STRING
070800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
070900     MOVE SPACES                  TO WS-RIMP-LINHA
071000     STRING '    '                DELIMITED BY SIZE
071100            NOTA-TEXTO            DELIMITED BY SIZE
071200            INTO WS-RIMP-LINHA
071300     END-STRING
071400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
071500     .
071600 P460-FIM. EXIT.
071700******************************************************************
071800*    P500-SECAO-CONSENT - HISTORICO DE CONSENTIMENTO DO TITULAR  *
071900*                 (CONSENT.DAT)                                  *
072000******************************************************************
072100 P500-SECAO-CONSENT.
072200     MOVE '4. CONSENTIMENTO DE COMUNICACAO (CONSENT.DAT)'
072300                                  TO WS-RIMP-LINHA
072400     PERFORM P210-TITULO-SECAO    THRU P210-FIM
072500     MOVE '00'                    TO WS-FS-CNS
072600     OPEN INPUT CONSENT
072700     IF NOT FS-CNS-OK
072800        MOVE '  (SEM ARQUIVO DE CONSENTIMENTO)' TO WS-RIMP-LINHA
072900        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
073000        GO TO P500-TOTAL
073100     END-IF
073200     SET EOF-GEN-OK               TO FALSE
073300     MOVE WS-ID-BUSCA             TO CNS-ID-CONTATO
073400     MOVE LOW-VALUES              TO CNS-CANAL
073500     MOVE ZEROS                   TO CNS-DATA-HORA
073600     START CONSENT KEY IS NOT LESS THAN CNS-CHAVE
073700         INVALID KEY
073800             SET EOF-GEN-OK       TO TRUE
073900     END-START
074000     PERFORM P510-LER-CONSENT     THRU P510-FIM
074100         UNTIL EOF-GEN-OK
074200     CLOSE CONSENT
074300     .
074400 P500-TOTAL.
074500     MOVE WS-CONT-SECAO           TO WS-CONT-CONSENT
074600     PERFORM P220-TOTAL-SECAO     THRU P220-FIM
074700     .
074800 P500-FIM. EXIT.
074900 P510-LER-CONSENT.
075000     READ CONSENT NEXT RECORD
075100         AT END
075200             SET EOF-GEN-OK        TO TRUE
075300             GO TO P510-FIM
075400     END-READ
075500     IF CNS-ID-CONTATO NOT = WS-ID-BUSCA
075600        SET EOF-GEN-OK            TO TRUE
075700        GO TO P510-FIM
075800     END-IF
075900     ADD 1                        TO WS-CONT-SECAO
076000     MOVE SPACES                  TO WS-RIMP-LINHA
076100     STRING '  CANAL '            DELIMITED BY SIZE
076200            CNS-CANAL             DELIMITED BY SIZE
076300            ' EM '                DELIMITED BY SIZE
076400            CNS-DATA-HORA         DELIMITED BY SIZE
076500            ' SITUACAO '          DELIMITED BY SIZE
076600            CNS-STATUS            DELIMITED BY SIZE
076700            ' ORIGEM '            DELIMITED BY SIZE
076800            CNS-ORIGEM            DELIMITED BY SIZE
076900            ' POR '               DELIMITED BY SIZE
077000            CNS-OPERADOR          DELIMITED BY SIZE
077100            ' ('                  DELIMITED BY SIZE
077200            CNS-PROGRAMA          DELIMITED BY SIZE
077300            ') REF: '             DELIMITED BY SIZE
077400            CNS-REFERENCIA        DELIMITED BY SIZE
077500            INTO WS-RIMP-LINHA
077600     END-STRING
077700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
077800     .
077900 P510-FIM. EXIT.
078000******************************************************************
078100*    P600-SECAO-MOVTOS - MOVIMENTOS DOS ARQUIVOS MENSAIS DO      *
078200*                 FECMES (MOVHIST.AAAAMM, DO MES INICIAL AO      *
078300*                 CORRENTE) E DE MOVHIST.DAT (AINDA NAO FECHADOS)*
078400******************************************************************
078500 P600-SECAO-MOVTOS.
078600     MOVE '5. MOVIMENTOS (MOVHIST.AAAAMM E MOVHIST.DAT)'
078700                                  TO WS-RIMP-LINHA
078800     PERFORM P210-TITULO-SECAO    THRU P210-FIM
078900     MOVE WS-MES-INICIO           TO WS-MES-CORR-NUM
079000     PERFORM P620-MES-MOVTOS      THRU P620-FIM
079100         UNTIL WS-MES-CORR-NUM > WS-MES-FIM
079200     MOVE 'MOVHIST.DAT'           TO WS-HISTORICO-DSN
079300     PERFORM P610-LER-ARQ-MOVTOS  THRU P610-FIM
079400     MOVE WS-CONT-SECAO           TO WS-CONT-MOVTOS
079500     PERFORM P220-TOTAL-SECAO     THRU P220-FIM
079600     .
079700 P600-FIM. EXIT.
079800 P610-LER-ARQ-MOVTOS.
079900     MOVE '00'                    TO WS-FS-HIS
080000     OPEN INPUT HISTORICO
080100     IF NOT FS-HIS-OK
080200        GO TO P610-FIM
080300     END-IF
080400     SET EOF-GEN-OK               TO FALSE
080500     PERFORM P615-LER-MOVTO       THRU P615-FIM
080600         UNTIL EOF-GEN-OK
080700     CLOSE HISTORICO
080800     .
080900 P610-FIM. EXIT.
081000 P615-LER-MOVTO.
081100     READ HISTORICO
081200         AT END
081300             SET EOF-GEN-OK        TO TRUE
081400             GO TO P615-FIM
081500     END-READ
081600     IF HIS-ID-CONTATO NOT = WS-ID-BUSCA
081700        GO TO P615-FIM
081800     END-IF
081900     ADD 1                        TO WS-CONT-SECAO
082000     MOVE HIS-VALOR               TO WS-MSK-VALOR
082100     MOVE HIS-SALDO-APOS          TO WS-MSK-SALDO
082200     MOVE SPACES                  TO WS-RIMP-LINHA
082300     STRING '  '                  DELIMITED BY SIZE
082400            WS-HISTORICO-DSN (1:15) DELIMITED BY SIZE
082500            ' '                   DELIMITED BY SIZE
082600            HIS-DATA-MOV          DELIMITED BY SIZE
082700            ' '                   DELIMITED BY SIZE
082800            HIS-TIPO              DELIMITED BY SIZE
082900            ' '                   DELIMITED BY SIZE
083000            WS-MSK-VALOR          DELIMITED BY SIZE
083100            ' '                   DELIMITED BY SIZE
083200            HIS-MOTIVO            DELIMITED BY SIZE
083300            ' EFETIVADO '         DELIMITED BY SIZE
083400            HIS-DATA-POST         DELIMITED BY SIZE
083500            ' SALDO APOS '        DELIMITED BY SIZE
083600            WS-MSK-SALDO          DELIMITED BY SIZE
083700            ' '                   DELIMITED BY SIZE
083800            HIS-ESTORNADO         DELIMITED BY SIZE
083900            ' '                   DELIMITED BY SIZE
084000            HIS-REF-SEQ           DELIMITED BY SIZE
084100            INTO WS-RIMP-LINHA
084200     END-STRING
084300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
084400     .
084500 P615-FIM. EXIT.
084600 P620-MES-MOVTOS.
084700     MOVE SPACES                  TO WS-HISTORICO-DSN
084800     STRING 'MOVHIST.'            DELIMITED BY SIZE
084900            WS-MES-CORR-NUM       DELIMITED BY SIZE
085000            INTO WS-HISTORICO-DSN
085100     END-STRING
085200     PERFORM P610-LER-ARQ-MOVTOS  THRU P610-FIM
085300     PERFORM P690-PROXIMO-MES     THRU P690-FIM
085400     .
085500 P620-FIM. EXIT.
085600******************************************************************
085700*    P650-SECAO-AUDITORIA - REGISTROS DE AUDITORIA DOS ARQUIVOS  *
085800*                 MENSAIS DO AUDHKP (AUDCTT.AAAAMM) E DO LOG VIVO*
085900*                 (AUDCTT.LOG), COM AS IMAGENS ANTES/DEPOIS      *
086000******************************************************************
086100 P650-SECAO-AUDITORIA.
086200     MOVE '6. AUDITORIA (AUDCTT.AAAAMM E AUDCTT.LOG)'
086300                                  TO WS-RIMP-LINHA
086400     PERFORM P210-TITULO-SECAO    THRU P210-FIM
086500     MOVE WS-MES-INICIO           TO WS-MES-CORR-NUM
086600     PERFORM P670-MES-AUDITORIA   THRU P670-FIM
086700         UNTIL WS-MES-CORR-NUM > WS-MES-FIM
086800     MOVE 'AUDCTT.LOG'            TO WS-AUDITORIA-DSN
086900     PERFORM P660-LER-ARQ-AUDIT   THRU P660-FIM
087000     MOVE WS-CONT-SECAO           TO WS-CONT-AUDIT
087100     PERFORM P220-TOTAL-SECAO     THRU P220-FIM
087200     .
087300 P650-FIM. EXIT.
087400 P660-LER-ARQ-AUDIT.
087500     MOVE '00'                    TO WS-FS-AUD
087600     OPEN INPUT AUDITORIA
087700     IF NOT FS-AUD-OK
087800        GO TO P660-FIM
087900     END-IF
088000     SET EOF-GEN-OK               TO FALSE
088100     PERFORM P665-LER-AUDIT       THRU P665-FIM
088200         UNTIL EOF-GEN-OK
088300     CLOSE AUDITORIA
088400     .
088500 P660-FIM. EXIT.
088600 P665-LER-AUDIT.
088700     READ AUDITORIA
088800         AT END
088900             SET EOF-GEN-OK        TO TRUE
089000             GO TO P665-FIM
089100     END-READ
089200     IF AUD-ID-CONTATO NOT = WS-ID-BUSCA
089300        GO TO P665-FIM
089400     END-IF
089500     ADD 1                        TO WS-CONT-SECAO
089600     MOVE SPACES                  TO WS-RIMP-LINHA
089700     STRING '  '                  DELIMITED BY SIZE
089800            WS-AUDITORIA-DSN (1:15) DELIMITED BY SIZE
089900            ' '                   DELIMITED BY SIZE
090000            AUD-DATA-HORA         DELIMITED BY SIZE
090100            ' OPERACAO '          DELIMITED BY SIZE
090200            AUD-OPERACAO          DELIMITED BY SIZE
090300            ' PROGRAMA '          DELIMITED BY SIZE
090400            AUD-PROGRAMA          DELIMITED BY SIZE
090500            ' OPERADOR '          DELIMITED BY SIZE
090600            AUD-OPERADOR          DELIMITED BY SIZE
090700            ' SEQ '               DELIMITED BY SIZE
090800            AUD-SEQ               DELIMITED BY SIZE
090900            INTO WS-RIMP-LINHA
091000     END-STRING
091100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
091200     IF AUD-REG-ANTERIOR NOT = SPACES
091300        MOVE 'ANTES...: '         TO WS-ROTULO-IMAGEM
091400        MOVE AUD-REG-ANTERIOR     TO WS-IMAGEM
091500        PERFORM P230-LINHAS-IMAGEM THRU P230-FIM
091600     END-IF
091700     IF AUD-REG-NOVO NOT = SPACES
091800        MOVE 'DEPOIS..: '         TO WS-ROTULO-IMAGEM
091900        MOVE AUD-REG-NOVO         TO WS-IMAGEM
092000        PERFORM P230-LINHAS-IMAGEM THRU P230-FIM
092100     END-IF
092200     .
092300 P665-FIM. EXIT.
092400 P670-MES-AUDITORIA.
092500     MOVE SPACES                  TO WS-AUDITORIA-DSN
092600     STRING 'AUDCTT.'             DELIMITED BY SIZE
092700            WS-MES-CORR-NUM       DELIMITED BY SIZE
092800            INTO WS-AUDITORIA-DSN
092900     END-STRING
093000     PERFORM P660-LER-ARQ-AUDIT   THRU P660-FIM
093100     PERFORM P690-PROXIMO-MES     THRU P690-FIM
093200     .
093300 P670-FIM. EXIT.
093400******************************************************************
093500*    P690-PROXIMO-MES - AVANCA WS-MES-CORR EM UM MES             *
093600******************************************************************
093700 P690-PROXIMO-MES.
093800     IF WS-MES-CORR-MM = 12
093900        MOVE 01                   TO WS-MES-CORR-MM
094000        ADD 1                     TO WS-MES-CORR-AAAA
094100     ELSE
094200        ADD 1                     TO WS-MES-CORR-MM
094300     END-IF
094400     .
094500 P690-FIM. EXIT.
094600******************************************************************
094700*    P700-SECAO-ARQMORTO - IMAGENS GUARDADAS PELO ARCCTT EM      *
094800*                 ARCCTT.DAT, ARCFONE.DAT E ARCNOTA.DAT          *
094900*                 (UM CONTATO PODE SER ARQUIVADO MAIS DE UMA VEZ)*
095000******************************************************************
095100 P700-SECAO-ARQMORTO.
095200     MOVE '7. ARQUIVO MORTO - CONTATO (ARCCTT.DAT)'
095300                                  TO WS-RIMP-LINHA
095400     PERFORM P210-TITULO-SECAO    THRU P210-FIM
095500     MOVE '00'                    TO WS-FS-ARC
095600     OPEN INPUT ARQMORTO
095700     IF FS-ARC-OK
095800        SET EOF-GEN-OK            TO FALSE
095900        PERFORM P710-LER-ARQ-CTT  THRU P710-FIM
096000            UNTIL EOF-GEN-OK
096100        CLOSE ARQMORTO
096200     END-IF
096300     MOVE WS-CONT-SECAO           TO WS-CONT-ARC-CTT
096400     PERFORM P220-TOTAL-SECAO     THRU P220-FIM
096500
096600     MOVE '8. ARQUIVO MORTO - TELEFONES (ARCFONE.DAT)'
096700                                  TO WS-RIMP-LINHA
096800     PERFORM P210-TITULO-SECAO    THRU P210-FIM
096900     MOVE '00'                    TO WS-FS-ARF
097000     OPEN INPUT ARCFONE
097100     IF FS-ARF-OK
097200        SET EOF-GEN-OK            TO FALSE
097300        PERFORM P720-LER-ARQ-FONE THRU P720-FIM
097400            UNTIL EOF-GEN-OK
097500        CLOSE ARCFONE
097600     END-IF
097700     MOVE WS-CONT-SECAO           TO WS-CONT-ARC-FONE
097800     PERFORM P220-TOTAL-SECAO     THRU P220-FIM
097900
098000     MOVE '9. ARQUIVO MORTO - ANOTACOES (ARCNOTA.DAT)'
098100                                  TO WS-RIMP-LINHA
098200     PERFORM P210-TITULO-SECAO    THRU P210-FIM
098300     MOVE '00'                    TO WS-FS-ARN
098400     OPEN INPUT ARCNOTA
098500     IF FS-ARN-OK
098600        SET EOF-GEN-OK            TO FALSE
098700        PERFORM P730-LER-ARQ-NOTA THRU P730-FIM
098800            UNTIL EOF-GEN-OK
098900        CLOSE ARCNOTA
099000     END-IF
099100     MOVE WS-CONT-SECAO           TO WS-CONT-ARC-NOTA
099200     PERFORM P220-TOTAL-SECAO     THRU P220-FIM
099300     .
099400 P700-FIM. EXIT.
099500 P710-LER-ARQ-CTT.
099600     READ ARQMORTO
099700         AT END
099800             SET EOF-GEN-OK        TO TRUE
099900             GO TO P710-FIM
100000     END-READ
100100     MOVE ARC-REG-CONTATO         TO WS-REGISTRO
100200     IF WS-ID-CONTATO NOT = WS-ID-BUSCA
100300        GO TO P710-FIM
100400     END-IF
100500     ADD 1                        TO WS-CONT-SECAO
100600     MOVE SPACES                  TO WS-RIMP-LINHA
100700     STRING '  ARQUIVADO EM '     DELIMITED BY SIZE
100800            ARC-DATA-ARQUIV       DELIMITED BY SIZE
100900            INTO WS-RIMP-LINHA
101000     END-STRING
101100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
101200     PERFORM P310-LINHAS-CADASTRO THRU P310-FIM
101300     .
101400 P710-FIM. EXIT.
101500 P720-LER-ARQ-FONE.
101600     READ ARCFONE
101700         AT END
101800             SET EOF-GEN-OK        TO TRUE
101900             GO TO P720-FIM
102000     END-READ
102100     MOVE ARF-REG-FONE            TO WS-FONE-IMG
102200     IF WS-FIM-ID NOT = WS-ID-BUSCA
102300        GO TO P720-FIM
102400     END-IF
102500     ADD 1                        TO WS-CONT-SECAO
102600     MOVE SPACES                  TO WS-RIMP-LINHA
102700     STRING '  ARQUIVADO EM '     DELIMITED BY SIZE
102800            ARF-DATA-ARQUIV       DELIMITED BY SIZE
102900            ': '                  DELIMITED BY SIZE
103000            WS-FIM-SEQ            DELIMITED BY SIZE
103100            ' '                   DELIMITED BY SIZE
103200            WS-FIM-TIPO           DELIMITED BY SIZE
103300            ' '                   DELIMITED BY SIZE
103400            WS-FIM-NUMERO         DELIMITED BY SIZE
103500            INTO WS-RIMP-LINHA
103600     END-STRING
103700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
103800     .
103900 P720-FIM. EXIT.
104000 P730-LER-ARQ-NOTA.
104100     READ ARCNOTA
104200         AT END
104300             SET EOF-GEN-OK        TO TRUE
104400             GO TO P730-FIM
104500     END-READ
104600     MOVE ARN-REG-NOTA            TO WS-NOTA-IMG
104700     IF WS-NIM-ID NOT = WS-ID-BUSCA
104800        GO TO P730-FIM
104900     END-IF
105000     ADD 1                        TO WS-CONT-SECAO
105100     MOVE SPACES                  TO WS-RIMP-LINHA
105200     STRING '  ARQUIVADO EM '     DELIMITED BY SIZE
105300            ARN-DATA-ARQUIV       DELIMITED BY SIZE
105400            ': NOTA '             DELIMITED BY SIZE
105500            WS-NIM-SEQ            DELIMITED BY SIZE
105600            ' DE '                DELIMITED BY SIZE
105700            WS-NIM-DATA-HORA      DELIMITED BY SIZE
105800            ' POR '               DELIMITED BY SIZE
105900            WS-NIM-OPERADOR       DELIMITED BY SIZE
106000            ' - '                 DELIMITED BY SIZE
106100            WS-NIM-ASSUNTO        DELIMITED BY SIZE
106200            INTO WS-RIMP-LINHA
106300     END-STRING
106400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
106500     MOVE SPACES                  TO WS-RIMP-LINHA
106600     STRING '    '                DELIMITED BY SIZE
106700            WS-NIM-TEXTO          DELIMITED BY SIZE
106800            INTO WS-RIMP-LINHA
106900     END-STRING
107000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
107100     .
107200 P730-FIM. EXIT.
107300******************************************************************
107400*    P780-RESUMO - QUADRO FINAL COM A CONTAGEM DE CADA SECAO     *
107500******************************************************************
107600 P780-RESUMO.
107700     MOVE 'RESUMO DO DOSSIE'      TO WS-RIMP-LINHA
107800     PERFORM P210-TITULO-SECAO    THRU P210-FIM
107900     MOVE SPACES                  TO WS-RIMP-LINHA
108000     STRING '  CADASTRO.............: ' DELIMITED BY SIZE
108100            WS-CONT-CADASTRO      DELIMITED BY SIZE
108200            INTO WS-RIMP-LINHA
108300     END-STRING
108400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
108500     MOVE SPACES                  TO WS-RIMP-LINHA
108600     STRING '  TELEFONES............: ' DELIMITED BY SIZE
108700            WS-CONT-FONES         DELIMITED BY SIZE
108800            INTO WS-RIMP-LINHA
108900     END-STRING
109000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
109100     MOVE SPACES                  TO WS-RIMP-LINHA
109200     STRING '  ANOTACOES............: ' DELIMITED BY SIZE
109300            WS-CONT-NOTAS         DELIMITED BY SIZE
109400            INTO WS-RIMP-LINHA
109500     END-STRING
109600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
109700     MOVE SPACES                  TO WS-RIMP-LINHA
109800     STRING '  CONSENTIMENTO........: ' DELIMITED BY SIZE
109900            WS-CONT-CONSENT       DELIMITED BY SIZE
110000            INTO WS-RIMP-LINHA
110100     END-STRING
110200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
110300     MOVE SPACES                  TO WS-RIMP-LINHA
110400     STRING '  MOVIMENTOS...........: ' DELIMITED BY SIZE
110500            WS-CONT-MOVTOS        DELIMITED BY SIZE
110600            INTO WS-RIMP-LINHA
110700     END-STRING
110800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
110900     MOVE SPACES                  TO WS-RIMP-LINHA
111000     STRING '  AUDITORIA............: ' DELIMITED BY SIZE
111100            WS-CONT-AUDIT         DELIMITED BY SIZE
111200            INTO WS-RIMP-LINHA
111300     END-STRING
111400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
111500     MOVE SPACES                  TO WS-RIMP-LINHA
111600     STRING '  ARQ. MORTO CONTATO...: ' DELIMITED BY SIZE
111700            WS-CONT-ARC-CTT       DELIMITED BY SIZE
111800            INTO WS-RIMP-LINHA
111900     END-STRING
112000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
112100     MOVE SPACES                  TO WS-RIMP-LINHA
112200     STRING '  ARQ. MORTO TELEFONES.: ' DELIMITED BY SIZE
112300            WS-CONT-ARC-FONE      DELIMITED BY SIZE
112400            INTO WS-RIMP-LINHA
112500     END-STRING
112600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
112700     MOVE SPACES                  TO WS-RIMP-LINHA
112800     STRING '  ARQ. MORTO ANOTACOES.: ' DELIMITED BY SIZE
112900            WS-CONT-ARC-NOTA      DELIMITED BY SIZE
113000            INTO WS-RIMP-LINHA
113100     END-STRING
113200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
113300     MOVE SPACES                  TO WS-RIMP-LINHA
113400     STRING '  TOTAL DE REGISTROS...: ' DELIMITED BY SIZE
113500            WS-CONT-TOTAL         DELIMITED BY SIZE
113600            INTO WS-RIMP-LINHA
113700     END-STRING
113800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
113900     .
114000 P780-FIM. EXIT.
114100******************************************************************
114200*    P800-REGISTRAR-EMISSAO - ANEXA A DOSSIE.LOG A PROVA DA      *
114300*                 EMISSAO (QUEM, PARA QUEM, QUANDO E EM QUANTOS  *
114400*                 DIAS DESDE O PEDIDO)                           *
114500******************************************************************
114600 P800-REGISTRAR-EMISSAO.
114700     IF NOT PEDIDO-OK
114800        GO TO P800-FIM
114900     END-IF
115000     MOVE '00'                    TO WS-FS-DSS
115100     OPEN EXTEND DOSSLOG
115200     IF WS-FS-DSS = '35'
115300        OPEN OUTPUT DOSSLOG
115400        MOVE '00'                 TO WS-FS-DSS
115500     END-IF
115600     IF NOT FS-DSS-OK
115700        MOVE WS-FS-DSS            TO WS-FS
115800        PERFORM 9000-TRADUZIR-FS
115900        DISPLAY 'ERRO AO ABRIR O LIVRO DE DOSSIES (DOSSIE.LOG): '
116000                WS-FS-MSG
116100        DISPLAY 'ANOTE A EMISSAO MANUALMENTE - A PROVA DO PRAZO '
116200                'DEPENDE DELA.'
116300        GO TO P800-FIM
116400     END-IF
116500
116600     MOVE WS-DATA-HOJE            TO DSS-DATA-HORA (1:8)
116700     MOVE WS-HORA-HOJE (1:6)      TO DSS-DATA-HORA (9:6)
116800     MOVE WS-ID-BUSCA             TO DSS-ID-CONTATO
116900     MOVE WS-OPR-CODIGO           TO DSS-OPERADOR
117000     MOVE WS-SOLICITANTE          TO DSS-SOLICITANTE
117100     MOVE WS-PROTOCOLO            TO DSS-PROTOCOLO
117200     MOVE WS-DT-PEDIDO            TO DSS-DT-PEDIDO
117300     MOVE WS-DIAS-CORRIDOS        TO DSS-DIAS-CORRIDOS
117400     IF WS-DIAS-CORRIDOS > WS-PRAZO-LEGAL
117500        SET DSS-FORA-PRAZO        TO TRUE
117600     ELSE
117700        SET DSS-DENTRO-PRAZO      TO TRUE
117800     END-IF
117900     MOVE WS-RELIMP-DSN           TO DSS-ARQUIVO
118000     MOVE WS-CONT-TOTAL           TO DSS-TOTAL-REGISTROS
118100     WRITE REG-DOSSIE
118200     CLOSE DOSSLOG
118300
118400     DISPLAY 'EMISSAO REGISTRADA EM DOSSIE.LOG - '
118500             WS-DIAS-CORRIDOS
118600             ' DIA(S) DESDE O PEDIDO.'
118700     IF DSS-FORA-PRAZO
118800        DISPLAY '*** ATENCAO: EMITIDO FORA DO PRAZO LEGAL DE '
118900                WS-PRAZO-LEGAL ' DIAS ***'
119000     END-IF
119100     .
119200 P800-FIM. EXIT.
119300******************************************************************
119400*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
119500******************************************************************
119600 P900-FIM.
119700     DISPLAY '*** FIM DO DOSSIE LGPD DO TITULAR ***'
119800     STOP RUN.
119900
120000     COPY FSTATUS.
120100     COPY DSNENV.
120200     COPY DIGVER.
120300     COPY RELIMP.
120400     COPY OPRLOG.
