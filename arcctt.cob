001700*                 CONTATOS.DAT, COM TOTAIS DE CONTROLE PROVANDO
001800*                 QUE REMOVIDOS = ARQUIVADOS. A CONSULTA AO
001900*                 ARQUIVO MORTO E FEITA PELO CONSARC.
001900*                 OS VINCULOS DO CONTATO ARQUIVADO (VINCULOS.DAT,
001900*                 NOS DOIS SENTIDOS) SAO REMOVIDOS, SEM ARQUIVO
001900*                 MORTO PROPRIO.
002000*----------------------------------------------------------------*
002100*    HISTORICO DE ALTERACOES
002200*    DATA       AUTOR   DESCRICAO
002560*                       ARQUIVO - FIM DOS ORFAOS QUE O CHKINTG
002570*                       REPORTAVA TODA SEMANA. A CONSULTA DOS
002580*                       ARQUIVADOS E DO CONSARC.
002580*    2025-06-20 JSZ     OS VINCULOS DO CONTATO ARQUIVADO
002580*                       (VINCULOS.DAT) SAO REMOVIDOS NOS DOIS
002580*                       SENTIDOS - O OUTRO LADO NAO FICA APONTANDO
002580*                       PARA UM CONTATO QUE NAO EXISTE MAIS.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ID-CONTATO
003700         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003733         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003766             SUPPRESS WHEN SPACES
003800         LOCK MODE IS MANUAL
003900         FILE STATUS IS WS-FS.
004000     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
004589     SELECT ARCNOTA ASSIGN TO WS-ARCNOTA-DSN
004590         ORGANIZATION IS LINE SEQUENTIAL
004591         FILE STATUS IS WS-FS-ARN.
004591     SELECT VINCULOS ASSIGN TO WS-VINCULOS-DSN
004591         ORGANIZATION IS INDEXED
004591         ACCESS MODE IS DYNAMIC
004591         RECORD KEY IS VIN-CHAVE
004591         ALTERNATE RECORD KEY IS VIN-ID-RELACIONADO
004591             WITH DUPLICATES
004591         LOCK MODE IS MANUAL
004591         FILE STATUS IS WS-FS-VIN.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CONTATOS.
005360     COPY ARCFREG.
005370 FD  ARCNOTA.
005380     COPY ARCNREG.
005380 FD  VINCULOS.
005380     COPY VINCREG.
005400 WORKING-STORAGE SECTION.
005500 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
005600 01  WS-AUDITORIA-DSN             PIC X(100) VALUE 'AUDCTT.LOG'.
009459 77  WS-CONT-FONES-REM            PIC 9(06) VALUE ZEROS.
009460 77  WS-CONT-NOTAS-ARQ            PIC 9(06) VALUE ZEROS.
009461 77  WS-CONT-NOTAS-REM            PIC 9(06) VALUE ZEROS.
009461 01  WS-VINCULOS-DSN              PIC X(100) VALUE 'VINCULOS.DAT'.
009461 77  WS-FS-VIN                    PIC X(02) VALUE '00'.
009461     88 FS-VIN-OK                 VALUE '00'.
009461 01  WS-SW-TEM-VINCULOS           PIC X(01) VALUE 'N'.
009461     88 TEM-VINCULOS              VALUE 'S'.
009461 77  WS-CONT-VIN-REM              PIC 9(06) VALUE ZEROS.
009500*----------------------------------------------------------------*
009600*    ULTIMA ATIVIDADE DO CONTATO CORRENTE NA AUDITORIA           *
009700*----------------------------------------------------------------*
019560        CLOSE NOTAS
019570        CLOSE ARCNOTA
019580     END-IF
019580     IF TEM-VINCULOS
019580        CLOSE VINCULOS
019580     END-IF
019600     .
019700 P200-FIM. EXIT.
019710******************************************************************
019720*    P250-ABRIR-SATELITES - ABRE OS ARQUIVOS DE TELEFONES E       *
019730*                 ANOTACOES E OS SEUS ARQUIVOS MORTOS. SEM O      *
019740*                 ARQUIVO VIVO (FILE STATUS 35) NAO HA O QUE      *
019750*                 ARQUIVAR DAQUELE SATELITE. OS VINCULOS SO SAO   *
019750*                 REMOVIDOS (NAO TEM ARQUIVO MORTO).              *
019760******************************************************************
019770 P250-ABRIR-SATELITES.
019771     MOVE '00'                    TO WS-FS-FONE
019801           CLOSE NOTAS
019802        END-IF
019803     END-IF
019803
019803     MOVE '00'                    TO WS-FS-VIN
019803     OPEN I-O VINCULOS
019803     IF FS-VIN-OK
019803        MOVE 'S'                  TO WS-SW-TEM-VINCULOS
019803     END-IF
019804     .
019805 P250-FIM. EXIT.
019800******************************************************************
022860             IF TEM-NOTAS
022870                PERFORM P270-ARQUIVAR-NOTAS THRU P270-FIM
022880             END-IF
022880             IF TEM-VINCULOS
022880                PERFORM P280-REMOVER-VINCULOS THRU P280-FIM
022880             END-IF
022900     END-DELETE
023000     .
023100 P210-FIM. EXIT.
023231     END-DELETE
023232     .
023233 P275-FIM. EXIT.
023233******************************************************************
023233*    P280-REMOVER-VINCULOS - REMOVE OS VINCULOS EM QUE O CONTATO  *
023233*                 ARQUIVADO E O TITULAR E, PELA CHAVE             *
023233*                 ALTERNATIVA, AQUELES EM QUE ELE E O RELACIONADO *
023233******************************************************************
023233 P280-REMOVER-VINCULOS.
023233     SET EOF-SAT-OK               TO FALSE
023233     MOVE ID-CONTATO              TO VIN-ID-CONTATO
023233     MOVE ZEROS                   TO VIN-SEQ
023233     START VINCULOS KEY IS NOT LESS THAN VIN-CHAVE
023233         INVALID KEY
023233             SET EOF-SAT-OK       TO TRUE
023233     END-START
023233     PERFORM P285-REMOVER-VINC-TITULAR THRU P285-FIM
023233         UNTIL EOF-SAT-OK
023233
023233     SET EOF-SAT-OK               TO FALSE
023233     PERFORM P287-REMOVER-VINC-RELAC THRU P287-FIM
023233         UNTIL EOF-SAT-OK
023233     .
023233 P280-FIM. EXIT.
023233 P285-REMOVER-VINC-TITULAR.
023233     READ VINCULOS NEXT RECORD
023233         AT END
023233             SET EOF-SAT-OK        TO TRUE
023233             GO TO P285-FIM
023233     END-READ
023233     IF VIN-ID-CONTATO NOT = ID-CONTATO
023233        SET EOF-SAT-OK            TO TRUE
023233        GO TO P285-FIM
023233     END-IF
023233     DELETE VINCULOS
023233         INVALID KEY
023233             DISPLAY 'FALHA AO REMOVER O VINCULO '
023233                     VIN-ID-CONTATO '/' VIN-SEQ '.'
023233         NOT INVALID KEY
023233             ADD 1                TO WS-CONT-VIN-REM
023233     END-DELETE
023233     .
023233 P285-FIM. EXIT.
023233*    A CADA REMOCAO A BUSCA PELA CHAVE ALTERNATIVA RECOMECA, JA
023233*    QUE O REGISTRO REMOVIDO ERA O PONTO DE LEITURA DELA.
023233 P287-REMOVER-VINC-RELAC.
023233     MOVE ID-CONTATO              TO VIN-ID-RELACIONADO
023233     START VINCULOS KEY IS EQUAL TO VIN-ID-RELACIONADO
023233         INVALID KEY
023233             SET EOF-SAT-OK       TO TRUE
023233             GO TO P287-FIM
023233     END-START
023233     READ VINCULOS NEXT RECORD
023233         AT END
023233             SET EOF-SAT-OK        TO TRUE
023233             GO TO P287-FIM
023233     END-READ
023233     DELETE VINCULOS
023233         INVALID KEY
023233             DISPLAY 'FALHA AO REMOVER O VINCULO '
023233                     VIN-ID-CONTATO '/' VIN-SEQ '.'
023233             SET EOF-SAT-OK       TO TRUE
023233         NOT INVALID KEY
023233             ADD 1                TO WS-CONT-VIN-REM
023233     END-DELETE
023233     .
023233 P287-FIM. EXIT.
023200******************************************************************
023300*    P220-BUSCAR-ATIVIDADE - VARRE AUDCTT.LOG GUARDANDO O ULTIMO  *
023400*                 CARIMBO DO CONTATO CORRENTE                     *
027120     DISPLAY 'TELEFONES REMOVIDOS..: ' WS-CONT-FONES-REM
027130     DISPLAY 'ANOTACOES ARQUIVADAS.: ' WS-CONT-NOTAS-ARQ
027140     DISPLAY 'ANOTACOES REMOVIDAS..: ' WS-CONT-NOTAS-REM
027140     DISPLAY 'VINCULOS REMOVIDOS...: ' WS-CONT-VIN-REM
027200     IF WS-CONT-ARQUIVADOS = WS-CONT-REMOVIDOS AND
027210        WS-CONT-FONES-ARQ = WS-CONT-FONES-REM AND
027220        WS-CONT-NOTAS-ARQ = WS-CONT-NOTAS-REM
