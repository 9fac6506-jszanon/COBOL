002320*                       SO COM FILE STATUS 35 (AUSENTE): OUTRA
002330*                       FALHA DE ABERTURA NAO PODE TRUNCAR O
002340*                       ARQUIVO VIVO DE ANOTACOES.
002340*    2025-07-04 JSZ     INCLUIDO O SIGN-ON COMUM DE OPERADOR
002340*                       (COPYBOOK OPRLOG), UMA VEZ POR EXECUCAO
002340*                       - O OPERADOR CONECTADO PASSA A CARIMBAR A
002340*                       NOTA E O ENCERRAMENTO, NO LUGAR DO CODIGO
002340*                       DIGITADO. REGRA DE FILIAL (COPYBOOK
002340*                       FILCHK): REGISTRAR NOTA OU ENCERRAR
002340*                       FOLLOW-UP DE CONTATO DE OUTRA FILIAL FICA
002340*                       RESTRITO A SUPERVISOR; O HISTORICO E
002340*                       LIVRE, COM AVISO.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ID-CONTATO
003500         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003533         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003566             SUPPRESS WHEN SPACES
003600         LOCK MODE IS MANUAL
003700         FILE STATUS IS WS-FS.
003800     SELECT NOTAS ASSIGN TO WS-NOTAS-DSN
004100         RECORD KEY IS NOTA-CHAVE
004200         LOCK MODE IS MANUAL
004300         FILE STATUS IS WS-FS-NOTA.
004300     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
004300         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS OPE-CODIGO
004300         FILE STATUS IS WS-FS-OPE.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CONTATOS.
004700     COPY CONTREG.
004800 FD  NOTAS.
004900     COPY NOTAREG.
004900 FD  OPERADOR.
004900     COPY OPERREG.
005000 WORKING-STORAGE SECTION.
005100 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
005200 01  WS-NOTAS-DSN                 PIC X(100) VALUE 'NOTAS.DAT'.
007372 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
007380 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
007388     88 DV-OK                     VALUE 'S' FALSE 'N'.
007388*----------------------------------------------------------------*
007388*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
007388*----------------------------------------------------------------*
007388 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
007388 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
007388     88 FS-OPE-OK                 VALUE '00'.
007388 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
007388 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
007388 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
007388     88 OPR-CONSULTA              VALUE 'C'.
007388     88 OPR-MANUTENCAO            VALUE 'M'.
007388     88 OPR-SUPERVISOR            VALUE 'S'.
007388 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
007388     88 OPR-OK                    VALUE 'S' FALSE 'N'.
007388 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
007388*----------------------------------------------------------------*
007388*    AREA DA REGRA DE FILIAL (COPYBOOK FILCHK)                   *
007388*----------------------------------------------------------------*
007388 77  WS-FIL-OPERADOR              PIC X(03) VALUE SPACES.
007388 77  WS-FIL-ALVO                  PIC X(03) VALUE SPACES.
007388 01  WS-FIL-ACESSO-SW             PIC X(01) VALUE 'S'.
007388     88 FIL-PERMITIDA             VALUE 'S' FALSE 'N'.
007388 01  WS-FIL-OUTRA-SW              PIC X(01) VALUE 'N'.
007388     88 FIL-OUTRA-FILIAL          VALUE 'S' FALSE 'N'.
007388 01  WS-FIL-MENSAGEM              PIC X(60) VALUE SPACES.
007400 PROCEDURE DIVISION.
007500******************************************************************
007600*    0000-MAINLINE - ROTINA PRINCIPAL                            *
007800 0000-MAINLINE.
007900     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
008000     DISPLAY '*** ANOTACOES DE CONTATO (CADNOTA) ***'
008000*    O SIGN-ON VALE PARA TODA A EXECUCAO: CHAMADO DE NOVO PELO
008000*    MENU DO CADCTT, O OPERADOR JA CONECTADO NAO E PERGUNTADO.
008000     IF NOT OPR-OK
008000        PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
008000        IF NOT OPR-OK
008000           PERFORM P900-FIM
008000        END-IF
008000        PERFORM 9950-OBTER-FILIAL-OPERADOR THRU 9950-FIM
008000     END-IF
008100     SET EXIT-OK                  TO FALSE
008200     PERFORM P100-MENU            THRU P100-FIM
008300         UNTIL EXIT-OK
011800     IF NOT CONTATO-VALIDO
011900        GO TO P200-FIM
012000     END-IF
012000     IF NOT FIL-PERMITIDA
012000        DISPLAY 'ANOTACAO NAO PERMITIDA.'
012000        GO TO P200-FIM
012000     END-IF
012100
012200     OPEN I-O NOTAS
012210*    SO A AUSENCIA DO ARQUIVO (FILE STATUS 35) DISPARA A CRIACAO;
014200     ACCEPT WS-NOTA-HORA          FROM TIME
014300     MOVE WS-NOTA-DATA            TO NOTA-DATA-HORA (1:8)
014400     MOVE WS-NOTA-HORA (1:6)      TO NOTA-DATA-HORA (9:6)
014600     MOVE WS-OPR-CODIGO           TO NOTA-OPERADOR
014700     DISPLAY 'INFORME O ASSUNTO (CURTO): '
014800     ACCEPT NOTA-ASSUNTO
014900     DISPLAY 'EXIGE RETORNO (FOLLOW-UP)? (S/N): '
020000             SET CONTATO-VALIDO   TO TRUE
020100             MOVE NM-CONTATO      TO WS-NOME-CONTATO
020200             DISPLAY 'CONTATO..: ' ID-CONTATO ' - ' NM-CONTATO
020200             MOVE FIL-CONTATO     TO WS-FIL-ALVO
020200             PERFORM 9955-CONFERIR-FILIAL THRU 9955-FIM
020200             IF FIL-OUTRA-FILIAL
020200                DISPLAY WS-FIL-MENSAGEM
020200             END-IF
020300     END-READ
020400
020500     CLOSE CONTATOS
030223     IF NOT CONTATO-VALIDO
030224        GO TO P400-FIM
030225     END-IF
030225     IF NOT FIL-PERMITIDA
030225        DISPLAY 'ENCERRAMENTO NAO PERMITIDO.'
030225        GO TO P400-FIM
030225     END-IF
030226     DISPLAY 'INFORME A SEQUENCIA DA ANOTACAO: '
030227     ACCEPT WS-SEQ-ENTRADA
030228
030269        CLOSE NOTAS
030270        GO TO P400-FIM
030271     END-IF
030273     MOVE WS-OPR-CODIGO           TO WS-OPERADOR-FECHO
030274
030275     MOVE WS-ACAO-FECHO           TO NOTA-ST-FOLLOWUP
030276     MOVE WS-OPERADOR-FECHO       TO NOTA-FECHO-OPERADOR
031100     COPY FSTATUS.
031200     COPY DSNENV.
031300     COPY DIGVER.
031300     COPY OPRLOG.
031300     COPY FILCHK.
