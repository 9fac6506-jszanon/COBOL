002494*                       CONSULTA NAO ENTRA, A INATIVACAO PELO
002495*                       PAINEL FICA RESTRITA A SUPERVISOR E O
002496*                       OPERADOR E CARIMBADO NA AUDITORIA.
002496*    2025-03-07 JSZ     INCLUIDO O CPF/CNPJ NO PAINEL
002496*                       (CPF-CNPJ-CONTATO), COM DIGITOS
002496*                       VERIFICADORES CONFERIDOS NO VALCTT E
002496*                       RECUSA DO DOCUMENTO JA CADASTRADO EM OUTRO
002496*                       CONTATO (COPYBOOK DOCUNI).
002496*    2025-03-28 JSZ     CADA CONTATO CARREGADO NO PAINEL OU
002496*                       LISTADO NA PESQUISA POR NOME PASSA A SER
002496*                       REGISTRADO NO LOG DE ACESSO ACESSO.LOG
002496*                       (COPYBOOK ACSLOG), COM O OPERADOR DO
002496*                       SIGN-ON.
002496*    2025-04-11 JSZ     AUMENTO DE LIMITE-CREDITO ACIMA DA ALCADA
002496*                       NA ALTERACAO PELO PAINEL PASSA PELA DUPLA
002496*                       CONFERENCIA (COPYBOOK APRCHK): O LIMITE EM
002496*                       VIGOR E MANTIDO E O AUMENTO FICA PENDENTE
002496*                       EM APROV.DAT ATE UM SUPERVISOR DIFERENTE
002496*                       DE QUEM DIGITOU APROVAR NO APRCTT.
002496*    2025-06-27 JSZ     AUMENTO DE LIMITE-CREDITO PELO PAINEL E
002496*                       RECUSADO PARA CONTATO COMERCIAL OU
002496*                       FORNECEDOR COM DOCUMENTO OBRIGATORIO
002496*                       FALTANDO OU VENCIDO EM DOCTOS.DAT
002496*                       (COPYBOOK DCTCHK), ANTES DA DUPLA
002496*                       CONFERENCIA.
002496*    2025-07-04 JSZ     REGRA DE FILIAL (COPYBOOK FILCHK): O
002496*                       CONTATO DE OUTRA FILIAL ABRE NO PAINEL
002496*                       COM AVISO, MAS SO O SUPERVISOR GRAVA; O
002496*                       CONTATO INCLUIDO NASCE NA FILIAL DO
002496*                       OPERADOR.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ID-CONTATO
003700         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003733         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003766             SUPPRESS WHEN SPACES
003800         LOCK MODE IS MANUAL
003900         FILE STATUS IS WS-FS.
004000     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
004210     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-FS-HIS.
004230     SELECT ACESSO ASSIGN TO WS-ACESSO-DSN
004230         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-FS-ACS.
004241     SELECT CATEGS ASSIGN TO WS-CATEGS-DSN
004252         ORGANIZATION IS INDEXED
004263         ACCESS MODE IS DYNAMIC
004274         RECORD KEY IS CTG-CODIGO
004285         FILE STATUS IS WS-FS-CTG.
004285     SELECT APROVACAO ASSIGN TO WS-APROVACAO-DSN
004285         ORGANIZATION IS LINE SEQUENTIAL
004285         FILE STATUS IS WS-FS-APR.
004285     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
004285         ORGANIZATION IS INDEXED
004285         ACCESS MODE IS DYNAMIC
004285         RECORD KEY IS DCT-CHAVE
004285         FILE STATUS IS WS-FS-DCT.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CONTATOS.
004805     COPY OPERREG.
004810 FD  HISTORICO.
004820     COPY MOVHREG.
004820 FD  ACESSO.
004820     COPY ACSREG.
004846 FD  CATEGS.
004872     COPY CATREG.
004872 FD  APROVACAO.
004872     COPY APRVREG.
004872 FD  DOCTOS.
004872     COPY DCTREG.
004900 WORKING-STORAGE SECTION.
005000 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
005100 77  WS-FS                        PIC X(02) VALUE '00'.
008300     03  WS-PNL-NASC              PIC 9(08) VALUE ZEROS.
008310     03  WS-PNL-LIMITE            PIC 9(09)V99 VALUE ZEROS.
008320     03  WS-PNL-CEP               PIC 9(08) VALUE ZEROS.
008320     03  WS-PNL-CPF-CNPJ          PIC X(14) VALUE SPACES.
008400 77  WS-ID-BUSCA                  PIC 9(06) VALUE ZEROS.
008500 77  WS-MENSAGEM                  PIC X(60) VALUE SPACES.
008600*----------------------------------------------------------------*
010300 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
010310 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'CTTWRK'.
010310 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
010310 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
010310 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
010310 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
010310 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
010310 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
010310 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
010310 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
010400 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
010405*----------------------------------------------------------------*
010405*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
010405*----------------------------------------------------------------*
010405 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
010405     88 OPR-OK                    VALUE 'S' FALSE 'N'.
010405 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
010405*----------------------------------------------------------------*
010405*    AREA DA REGRA DE FILIAL (COPYBOOK FILCHK)                   *
010405*----------------------------------------------------------------*
010405 77  WS-FIL-OPERADOR              PIC X(03) VALUE SPACES.
010405 77  WS-FIL-ALVO                  PIC X(03) VALUE SPACES.
010405 01  WS-FIL-ACESSO-SW             PIC X(01) VALUE 'S'.
010405     88 FIL-PERMITIDA             VALUE 'S' FALSE 'N'.
010405 01  WS-FIL-OUTRA-SW              PIC X(01) VALUE 'N'.
010405     88 FIL-OUTRA-FILIAL          VALUE 'S' FALSE 'N'.
010405 01  WS-FIL-MENSAGEM              PIC X(60) VALUE SPACES.
010405*----------------------------------------------------------------*
010405*    AREA DO LOG DE ACESSO DE CONSULTA (COPYBOOK ACSLOG)         *
010405*----------------------------------------------------------------*
010405 01  WS-ACESSO-DSN                PIC X(100) VALUE 'ACESSO.LOG'.
010405 77  WS-FS-ACS                    PIC X(02) VALUE '00'.
010405     88 FS-ACS-OK                 VALUE '00'.
010405 77  WS-ACS-DATA                  PIC 9(08) VALUE ZEROS.
010405 77  WS-ACS-HORA                  PIC 9(08) VALUE ZEROS.
010405 01  WS-ACS-PROGRAMA              PIC X(08) VALUE 'CTTWRK'.
010405 77  WS-ACS-ID                    PIC 9(06) VALUE ZEROS.
010405 77  WS-ACS-TIPO                  PIC X(01) VALUE SPACES.
010406 77  WS-ST-ORIGINAL               PIC X(01) VALUE SPACES.
010410*----------------------------------------------------------------*
010411*    DETECCAO DO REGIME DE LEDGER (MESMO P150 DO CADCTT): COM    *
010431 77  WS-VAL-TAM                   PIC 9(03) VALUE ZEROS.
010432 77  WS-VAL-ARROBAS               PIC 9(02) VALUE ZEROS.
010433 77  WS-VAL-DIAS-MES              PIC 9(02) VALUE ZEROS.
010433 77  WS-VAL-DOC                   PIC X(14) VALUE SPACES.
010433 77  WS-VAL-DOC-TAM               PIC 9(02) VALUE ZEROS.
010433 77  WS-VAL-DOC-QTD               PIC 9(02) VALUE ZEROS.
010433 77  WS-VAL-DOC-IGUAIS            PIC 9(02) VALUE ZEROS.
010433 77  WS-VAL-DOC-ALG               PIC 9(01) VALUE ZEROS.
010433 77  WS-VAL-DOC-PESO              PIC 9(02) VALUE ZEROS.
010433 77  WS-VAL-DOC-SOMA              PIC 9(04) VALUE ZEROS.
010433 77  WS-VAL-DOC-RESTO             PIC 9(02) VALUE ZEROS.
010433 77  WS-VAL-DOC-DV                PIC 9(01) VALUE ZEROS.
010433*----------------------------------------------------------------*
010433*    UNICIDADE DO CPF/CNPJ (COPYBOOK DOCUNI)                      *
010433*----------------------------------------------------------------*
010433 77  WS-DOC-BUSCA                 PIC X(14) VALUE SPACES.
010433 77  WS-DOC-ID-PROPRIO            PIC 9(06) VALUE ZEROS.
010433 77  WS-DOC-ID-DONO               PIC 9(06) VALUE ZEROS.
010433 77  WS-DOC-GUARDA                PIC X(244) VALUE SPACES.
010433 01  WS-DOC-DUP-SW                PIC X(01) VALUE 'N'.
010433     88 CPF-CNPJ-DUPLICADO        VALUE 'S' FALSE 'N'.
010435*----------------------------------------------------------------*
010437*    AREA DA TABELA DE CATEGORIAS (COPYBOOK CATTAB)              *
010439*----------------------------------------------------------------*
010487 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
010489 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
010491     88 DV-OK                     VALUE 'S' FALSE 'N'.
010491*----------------------------------------------------------------*
010491*    AREA DA DUPLA CONFERENCIA DE VALORES (COPYBOOK APRCHK)      *
010491*----------------------------------------------------------------*
010491 01  WS-APROVACAO-DSN             PIC X(100) VALUE 'APROV.DAT'.
010491 77  WS-FS-APR                    PIC X(02) VALUE '00'.
010491     88 FS-APR-OK                 VALUE '00'.
010491 77  WS-APR-ALCADA                PIC 9(09)V99 VALUE ZEROS.
010491 77  WS-APR-ALCADA-TXT            PIC X(15) VALUE SPACES.
010491 77  WS-APR-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
010491 77  WS-APR-DATA                  PIC 9(08) VALUE ZEROS.
010491 77  WS-APR-HORA                  PIC 9(08) VALUE ZEROS.
010491 01  WS-APR-PROGRAMA              PIC X(08) VALUE 'CTTWRK'.
010491 01  WS-APR-GUARDA                PIC X(101) VALUE SPACES.
010491 01  WS-APR-RETIDO-SW             PIC X(01) VALUE 'N'.
010491     88 APR-LIMITE-RETIDO         VALUE 'S' FALSE 'N'.
010491*----------------------------------------------------------------*
010491*    AREA DA SITUACAO DA DOCUMENTACAO (COPYBOOK DCTCHK)          *
010491*----------------------------------------------------------------*
010491 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
010491 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
010491     88 FS-DCT-OK                 VALUE '00'.
010491 77  WS-DCT-BUSCA                 PIC 9(06) VALUE ZEROS.
010491 01  WS-DCT-CATEGORIA             PIC X(10) VALUE SPACES.
010491 77  WS-DCT-DATA-REF              PIC 9(08) VALUE ZEROS.
010491 01  WS-DCT-SITUACAO              PIC X(01) VALUE SPACES.
010491     88 DCT-DISPENSADO            VALUE 'D'.
010491     88 DCT-REGULAR               VALUE 'R'.
010491     88 DCT-PENDENTE              VALUE 'P'.
010491     88 DCT-VENCIDO               VALUE 'V'.
010491     88 DCT-IRREGULAR             VALUE 'P' 'V'.
010491 01  WS-DCT-OBRIG-TAB.
010491     03  WS-DCT-OBRIG             OCCURS 3 TIMES.
010491         05  WS-DCT-O-ST          PIC X(01).
010491         05  WS-DCT-O-VALIDADE    PIC 9(08).
010491 77  WS-DCT-PROX-VENC             PIC 9(08) VALUE ZEROS.
010491 77  WS-DCT-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
010491 77  WS-DCT-IDX                   PIC 9(01) VALUE ZEROS.
010491 01  WS-DCT-ABERTO-SW             PIC X(01) VALUE 'N'.
010491     88 DCT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
010491 01  WS-DCT-EOF-SW                PIC X(01) VALUE 'N'.
010491     88 DCT-EOF-OK                VALUE 'S' FALSE 'N'.
010491 01  WS-DCT-BARRADO-SW            PIC X(01) VALUE 'N'.
010491     88 DCT-LIMITE-BARRADO        VALUE 'S' FALSE 'N'.
010491*----------------------------------------------------------------*
010500 SCREEN SECTION.
010600 01  TELA-SELECAO.
010700     03  BLANK SCREEN.
014420     03  LINE 15 COLUMN 18 PIC 9(09)V99 USING WS-PNL-LIMITE.
014430     03  LINE 16 COLUMN 5  VALUE 'CEP.......: '.
014440     03  LINE 16 COLUMN 18 PIC 9(08) USING WS-PNL-CEP.
014440     03  LINE 17 COLUMN 5  VALUE 'CPF/CNPJ..: '.
014440     03  LINE 17 COLUMN 18 PIC X(14) USING WS-PNL-CPF-CNPJ.
014440     03  LINE 17 COLUMN 34 VALUE '(SO DIGITOS)'.
014500     03  LINE 18 COLUMN 5 PIC X(60) FROM WS-MENSAGEM.
014600 PROCEDURE DIVISION.
014700******************************************************************
015108        PERFORM P900-FIM
015109     END-IF
015115     MOVE WS-OPR-CODIGO           TO WS-AUD-OPERADOR
015115     PERFORM 9950-OBTER-FILIAL-OPERADOR THRU 9950-FIM
015115     PERFORM 9370-OBTER-ALCADA    THRU 9370-FIM
015110     PERFORM P050-VERIFICAR-LEDGER THRU P050-FIM
015200     SET EXIT-OK                  TO FALSE
015300     PERFORM P100-SELECIONAR      THRU P100-FIM
020500                IF CONTEM-OK
020600                   DISPLAY ID-CONTATO ' - ' NM-CONTATO ' - '
020700                           ST-CONTATO
020700                   MOVE ID-CONTATO   TO WS-ACS-ID
020700                   MOVE 'L'          TO WS-ACS-TIPO
020700                   PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
020800                END-IF
020900         END-READ
021000     END-PERFORM
028400     MOVE ZEROS                   TO WS-PNL-NASC
028410     MOVE ZEROS                   TO WS-PNL-LIMITE
028420     MOVE ZEROS                   TO WS-PNL-CEP
028420     MOVE SPACES                  TO WS-PNL-CPF-CNPJ
028500     MOVE 'INCLUSAO DE CONTATO NOVO - PREENCHA OS CAMPOS.'
028600                                  TO WS-MENSAGEM
028700     .
030400     MOVE CAT-CONTATO             TO WS-PNL-CAT
030500     MOVE DT-NASCIMENTO           TO WS-PNL-NASC
030510     MOVE LIMITE-CREDITO          TO WS-PNL-LIMITE
030510     MOVE LIMITE-CREDITO          TO WS-APR-LIMITE-ANT
030520     MOVE CEP-CONTATO             TO WS-PNL-CEP
030520     MOVE CPF-CNPJ-CONTATO        TO WS-PNL-CPF-CNPJ
030520     MOVE ID-CONTATO              TO WS-ACS-ID
030520     MOVE 'D'                     TO WS-ACS-TIPO
030520     PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
030600     MOVE 'SOBRESCREVA SOMENTE O QUE MUDA E CONFIRME COM ENTER.'
030700                                  TO WS-MENSAGEM
030700     MOVE FIL-CONTATO             TO WS-FIL-ALVO
030700     PERFORM 9955-CONFERIR-FILIAL THRU 9955-FIM
030700     IF FIL-OUTRA-FILIAL
030700        MOVE WS-FIL-MENSAGEM      TO WS-MENSAGEM
030700     END-IF
030800     .
030900 P220-FIM. EXIT.
031000******************************************************************
031517        END-IF
031518     END-IF
031519
031519*    CONTATO DE OUTRA FILIAL SO E GRAVADO PELO SUPERVISOR.
031519     IF NOT REGISTRO-NOVO AND NOT FIL-PERMITIDA
031519        DISPLAY 'GRAVACAO REJEITADA - ' WS-FIL-MENSAGEM
031519        MOVE WS-FIL-MENSAGEM      TO WS-MENSAGEM
031519        GO TO P230-FIM
031519     END-IF
031519*    A INATIVACAO PELO PAINEL E UMA EXCLUSAO LOGICA - MESMA
031519*    RESTRICAO DE SUPERVISOR DO CADCTT.
031519     IF NOT REGISTRO-NOVO AND WS-PNL-ST = 'I' AND
031522     MOVE WS-PNL-EMAIL            TO WS-VAL-EMAIL
031523     MOVE WS-PNL-TEL              TO WS-VAL-TEL
031523     MOVE WS-PNL-CEP              TO WS-VAL-CEP
031523     MOVE WS-PNL-CPF-CNPJ         TO WS-VAL-DOC
031524     PERFORM 9750-VALIDAR-CONTATO THRU 9750-FIM
031525     IF NOT VAL-OK
031526        DISPLAY 'GRAVACAO REJEITADA - ' WS-VAL-MSG
031527        MOVE WS-VAL-MSG           TO WS-MENSAGEM
031528        GO TO P230-FIM
031529     END-IF
031529     MOVE WS-PNL-CPF-CNPJ         TO WS-DOC-BUSCA
031529     MOVE WS-PNL-ID               TO WS-DOC-ID-PROPRIO
031529     PERFORM 9480-VERIFICAR-CPF-CNPJ-UNICO THRU 9480-FIM
031529     IF CPF-CNPJ-DUPLICADO
031529        DISPLAY 'GRAVACAO REJEITADA - CPF/CNPJ JA CADASTRADO '
031529                'NO CONTATO ' WS-DOC-ID-DONO
031529        MOVE 'CPF/CNPJ JA CADASTRADO EM OUTRO CONTATO.'
031529                                  TO WS-MENSAGEM
031529        GO TO P230-FIM
031529     END-IF
031530
031600     IF REGISTRO-NOVO
031700        MOVE WS-PNL-NOME          TO WS-CONTEM-BUSCA
034000     MOVE WS-PNL-NASC             TO DT-NASCIMENTO
034050     MOVE WS-PNL-LIMITE           TO LIMITE-CREDITO
034055     MOVE WS-PNL-CEP              TO CEP-CONTATO
034055     MOVE WS-PNL-CPF-CNPJ         TO CPF-CNPJ-CONTATO
034060*    O CICLO DE COBRANCA (NIVEL/ULTIMO AVISO) E MANTIDO PELO
034070*    CARTCOB - NA INCLUSAO ENTRA ZERADO, NA ALTERACAO E MANTIDO.
034080     IF REGISTRO-NOVO
034091        MOVE ZEROS                TO DT-ULT-AVISO
034093        MOVE SPACES               TO ST-EMAIL
034094        MOVE ZEROS                TO DT-BOUNCE
034094        MOVE SPACES               TO ST-BAIXA
034094        MOVE ZEROS                TO DT-BAIXA
034094        MOVE WS-FIL-OPERADOR      TO FIL-CONTATO
034092     END-IF
034095*    ENDERECO DE EMAIL TROCADO NO PAINEL LIMPA A MARCA DE
034096*    BOUNCE (EMAIL ANTERIOR NA POSICAO 42:40 DA IMAGEM).
035300                DISPLAY 'CONTATO INCLUIDO COM SUCESSO.'
035400        END-WRITE
035500     ELSE
035500        MOVE WS-APR-LIMITE-ANT    TO WS-DCT-LIMITE-ANT
035500        PERFORM 9444-BARRAR-AUMENTO-LIMITE THRU 9444-FIM
035500        IF DCT-LIMITE-BARRADO
035500           MOVE LIMITE-CREDITO    TO WS-PNL-LIMITE
035500           MOVE 'LIMITE MANTIDO - DOCUMENTACAO (CADDOC).'
035500                                  TO WS-MENSAGEM
035500        END-IF
035500        PERFORM 9390-RETER-AUMENTO-LIMITE THRU 9390-FIM
035500        IF APR-LIMITE-RETIDO
035500           MOVE LIMITE-CREDITO    TO WS-PNL-LIMITE
035500           MOVE 'AUMENTO DE LIMITE AGUARDA APROVACAO (APRCTT).'
035500                                  TO WS-MENSAGEM
035500        END-IF
035600        REWRITE REG-CONTATOS
035700            INVALID KEY
035800                PERFORM 9000-TRADUZIR-FS
041000     COPY AUDCHN.
041100     COPY DSNENV.
041200     COPY VALCTT.
041200     COPY DOCUNI.
041300     COPY OPRLOG.
041300     COPY ACSLOG.
041400     COPY CATTAB.
041500     COPY DIGVER.
041500     COPY APRCHK.
041500     COPY DCTCHK.
041500     COPY FILCHK.
