001499*                       CONSULTA NAO ENTRA, A EXCLUSAO LOGICA
001499*                       FICA RESTRITA A SUPERVISOR E O OPERADOR
001499*                       E CARIMBADO NA AUDITORIA.
001499*    2025-03-07 JSZ     INCLUIR/ALTERAR PASSAM A CAPTURAR O
001499*                       CPF/CNPJ (CPF-CNPJ-CONTATO), COM DIGITOS
001499*                       VERIFICADORES CONFERIDOS NO VALCTT E
001499*                       RECUSA DO DOCUMENTO JA CADASTRADO EM OUTRO
001499*                       CONTATO (COPYBOOK DOCUNI).
001499*    2025-04-11 JSZ     AUMENTO DE LIMITE-CREDITO ACIMA DA ALCADA
001499*                       NA ALTERACAO PASSA PELA DUPLA CONFERENCIA
001499*                       (COPYBOOK APRCHK): O LIMITE EM VIGOR E
001499*                       MANTIDO E O AUMENTO FICA PENDENTE EM
001499*                       APROV.DAT ATE UM SUPERVISOR DIFERENTE DE
001499*                       QUEM DIGITOU APROVAR NO APRCTT. OS DEMAIS
001499*                       CAMPOS SAO GRAVADOS NORMALMENTE.
001499*    2025-06-27 JSZ     AUMENTO DE LIMITE-CREDITO NA ALTERACAO E
001499*                       RECUSADO PARA CONTATO COMERCIAL OU
001499*                       FORNECEDOR COM DOCUMENTO OBRIGATORIO
001499*                       FALTANDO OU VENCIDO EM DOCTOS.DAT
001499*                       (COPYBOOK DCTCHK); O LIMITE EM VIGOR E
001499*                       MANTIDO ANTES DA DUPLA CONFERENCIA.
001499*    2025-07-04 JSZ     REGRA DE FILIAL (COPYBOOK FILCHK): A
001499*                       INCLUSAO GRAVA FIL-CONTATO COM A FILIAL
001499*                       DO OPERADOR (O SUPERVISOR PODE INFORMAR
001499*                       OUTRA) E A ALTERACAO DE CONTATO DE OUTRA
001499*                       FILIAL FICA RESTRITA A SUPERVISOR.
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS ID-CONTATO
002510         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
002513         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
002516             SUPPRESS WHEN SPACES
002520         LOCK MODE IS MANUAL
002600         FILE STATUS IS WS-FS.
002610     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
002695         ACCESS MODE IS DYNAMIC
002696         RECORD KEY IS CTG-CODIGO
002697         FILE STATUS IS WS-FS-CTG.
002697     SELECT APROVACAO ASSIGN TO WS-APROVACAO-DSN
002697         ORGANIZATION IS LINE SEQUENTIAL
002697         FILE STATUS IS WS-FS-APR.
002697     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
002697         ORGANIZATION IS INDEXED
002697         ACCESS MODE IS DYNAMIC
002697         RECORD KEY IS DCT-CHAVE
002697         FILE STATUS IS WS-FS-DCT.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  CONTATOS.
003068     COPY FONIREG.
003070 FD  CATEGS.
003072     COPY CATREG.
003072 FD  APROVACAO.
003072     COPY APRVREG.
003072 FD  DOCTOS.
003072     COPY DCTREG.
003100 WORKING-STORAGE SECTION.
003200 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
003300 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
004027     03  WS-STAGE-NASCIMENTO      PIC 9(08).
004028     03  WS-STAGE-LIMITE          PIC 9(09)V99.
004029     03  WS-STAGE-CEP             PIC 9(08).
004029     03  WS-STAGE-CPF-CNPJ        PIC X(14).
004029     03  WS-STAGE-FILIAL          PIC X(03).
004030*----------------------------------------------------------------*
004040*    AREA DE TRABALHO DA AUDITORIA (COPYBOOK AUDLOG)              *
004050*----------------------------------------------------------------*
004059 77  WS-VAL-TAM                   PIC 9(03) VALUE ZEROS.
004059 77  WS-VAL-ARROBAS               PIC 9(02) VALUE ZEROS.
004059 77  WS-VAL-DIAS-MES              PIC 9(02) VALUE ZEROS.
004059 77  WS-VAL-DOC                   PIC X(14) VALUE SPACES.
004059 77  WS-VAL-DOC-TAM               PIC 9(02) VALUE ZEROS.
004059 77  WS-VAL-DOC-QTD               PIC 9(02) VALUE ZEROS.
004059 77  WS-VAL-DOC-IGUAIS            PIC 9(02) VALUE ZEROS.
004059 77  WS-VAL-DOC-ALG               PIC 9(01) VALUE ZEROS.
004059 77  WS-VAL-DOC-PESO              PIC 9(02) VALUE ZEROS.
004059 77  WS-VAL-DOC-SOMA              PIC 9(04) VALUE ZEROS.
004059 77  WS-VAL-DOC-RESTO             PIC 9(02) VALUE ZEROS.
004059 77  WS-VAL-DOC-DV                PIC 9(01) VALUE ZEROS.
004059*----------------------------------------------------------------*
004059*    UNICIDADE DO CPF/CNPJ (COPYBOOK DOCUNI)                      *
004059*----------------------------------------------------------------*
004059 77  WS-DOC-BUSCA                 PIC X(14) VALUE SPACES.
004059 77  WS-DOC-ID-PROPRIO            PIC 9(06) VALUE ZEROS.
004059 77  WS-DOC-ID-DONO               PIC 9(06) VALUE ZEROS.
004059 77  WS-DOC-GUARDA                PIC X(244) VALUE SPACES.
004059 01  WS-DOC-DUP-SW                PIC X(01) VALUE 'N'.
004059     88 CPF-CNPJ-DUPLICADO        VALUE 'S' FALSE 'N'.
004060 01  WS-PROXID-DSN                PIC X(100) VALUE 'PROXID.DAT'.
004060 77  WS-FS-PID                    PIC X(02) VALUE '00'.
004060     88 FS-PID-OK                 VALUE '00'.
004100 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
004110 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'CADCTT'.
004110 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
004110 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
004110 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
004110 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
004110 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
004110 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
004110 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
004110 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
004110 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
004112*----------------------------------------------------------------*
004114*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
004116*----------------------------------------------------------------*
004136 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
004138     88 OPR-OK                    VALUE 'S' FALSE 'N'.
004140 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
004140*----------------------------------------------------------------*
004140*    AREA DA REGRA DE FILIAL (COPYBOOK FILCHK)                   *
004140*----------------------------------------------------------------*
004140 77  WS-FIL-OPERADOR              PIC X(03) VALUE SPACES.
004140 77  WS-FIL-ALVO                  PIC X(03) VALUE SPACES.
004140 01  WS-FIL-ACESSO-SW             PIC X(01) VALUE 'S'.
004140     88 FIL-PERMITIDA             VALUE 'S' FALSE 'N'.
004140 01  WS-FIL-OUTRA-SW              PIC X(01) VALUE 'N'.
004140     88 FIL-OUTRA-FILIAL          VALUE 'S' FALSE 'N'.
004140 01  WS-FIL-MENSAGEM              PIC X(60) VALUE SPACES.
004142*----------------------------------------------------------------*
004144*    AREA DO INDICE REVERSO DE TELEFONES (COPYBOOK FONIDX)       *
004146*----------------------------------------------------------------*
004281 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
004284 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
004287     88 DV-OK                     VALUE 'S' FALSE 'N'.
004287*----------------------------------------------------------------*
004287*    AREA DA DUPLA CONFERENCIA DE VALORES (COPYBOOK APRCHK)      *
004287*----------------------------------------------------------------*
004287 01  WS-APROVACAO-DSN             PIC X(100) VALUE 'APROV.DAT'.
004287 77  WS-FS-APR                    PIC X(02) VALUE '00'.
004287     88 FS-APR-OK                 VALUE '00'.
004287 77  WS-APR-ALCADA                PIC 9(09)V99 VALUE ZEROS.
004287 77  WS-APR-ALCADA-TXT            PIC X(15) VALUE SPACES.
004287 77  WS-APR-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
004287 77  WS-APR-DATA                  PIC 9(08) VALUE ZEROS.
004287 77  WS-APR-HORA                  PIC 9(08) VALUE ZEROS.
004287 01  WS-APR-PROGRAMA              PIC X(08) VALUE 'CADCTT'.
004287 01  WS-APR-GUARDA                PIC X(101) VALUE SPACES.
004287 01  WS-APR-RETIDO-SW             PIC X(01) VALUE 'N'.
004287     88 APR-LIMITE-RETIDO         VALUE 'S' FALSE 'N'.
004287*----------------------------------------------------------------*
004287*    AREA DA SITUACAO DA DOCUMENTACAO (COPYBOOK DCTCHK)          *
004287*----------------------------------------------------------------*
004287 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
004287 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
004287     88 FS-DCT-OK                 VALUE '00'.
004287 77  WS-DCT-BUSCA                 PIC 9(06) VALUE ZEROS.
004287 01  WS-DCT-CATEGORIA             PIC X(10) VALUE SPACES.
004287 77  WS-DCT-DATA-REF              PIC 9(08) VALUE ZEROS.
004287 01  WS-DCT-SITUACAO              PIC X(01) VALUE SPACES.
004287     88 DCT-DISPENSADO            VALUE 'D'.
004287     88 DCT-REGULAR               VALUE 'R'.
004287     88 DCT-PENDENTE              VALUE 'P'.
004287     88 DCT-VENCIDO               VALUE 'V'.
004287     88 DCT-IRREGULAR             VALUE 'P' 'V'.
004287 01  WS-DCT-OBRIG-TAB.
004287     03  WS-DCT-OBRIG             OCCURS 3 TIMES.
004287         05  WS-DCT-O-ST          PIC X(01).
004287         05  WS-DCT-O-VALIDADE    PIC 9(08).
004287 77  WS-DCT-PROX-VENC             PIC 9(08) VALUE ZEROS.
004287 77  WS-DCT-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
004287 77  WS-DCT-IDX                   PIC 9(01) VALUE ZEROS.
004287 01  WS-DCT-ABERTO-SW             PIC X(01) VALUE 'N'.
004287     88 DCT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
004287 01  WS-DCT-EOF-SW                PIC X(01) VALUE 'N'.
004287     88 DCT-EOF-OK                VALUE 'S' FALSE 'N'.
004287 01  WS-DCT-BARRADO-SW            PIC X(01) VALUE 'N'.
004287     88 DCT-LIMITE-BARRADO        VALUE 'S' FALSE 'N'.
004287*----------------------------------------------------------------*
004300 PROCEDURE DIVISION.
004400******************************************************************
004500*    0000-MAINLINE - ROTINA PRINCIPAL                            *
004880        PERFORM P900-FIM
004890     END-IF
004895     MOVE WS-OPR-CODIGO           TO WS-AUD-OPERADOR
004895     PERFORM 9950-OBTER-FILIAL-OPERADOR THRU 9950-FIM
004895     PERFORM 9370-OBTER-ALCADA    THRU 9370-FIM
004900     SET EXIT-OK                  TO FALSE
005000     PERFORM P100-MENU            THRU P100-FIM
005100         UNTIL EXIT-OK
009398     ACCEPT WS-STAGE-CIDADE
009398     DISPLAY 'INFORME O CEP (8 DIGITOS, 0 = NAO INFORMADO): '
009398     ACCEPT WS-STAGE-CEP
009398     DISPLAY 'INFORME O CPF (11) OU CNPJ (14) SO COM DIGITOS '
009398     DISPLAY '(EM BRANCO = NAO INFORMADO): '
009398     ACCEPT WS-STAGE-CPF-CNPJ
009398*    O CONTATO NASCE NA FILIAL DE QUEM O INCLUI; SO O SUPERVISOR
009398*    (QUE ATENDE TODAS) ESCOLHE OUTRA.
009398     MOVE WS-FIL-OPERADOR         TO WS-STAGE-FILIAL
009398     IF OPR-SUPERVISOR
009398        DISPLAY 'INFORME A FILIAL DO CONTATO (3 DIGITOS, EM '
009398        DISPLAY 'BRANCO = ' WS-FIL-OPERADOR '): '
009398        ACCEPT WS-STAGE-FILIAL
009398        IF WS-STAGE-FILIAL = SPACES
009398           MOVE WS-FIL-OPERADOR   TO WS-STAGE-FILIAL
009398        END-IF
009398        IF WS-STAGE-FILIAL NOT = SPACES AND
009398           (WS-STAGE-FILIAL NOT NUMERIC OR
009398            WS-STAGE-FILIAL = '000')
009398           DISPLAY 'INCLUSAO REJEITADA - FILIAL INVALIDA (USE '
009398                   '3 DIGITOS, 001 A 999).'
009398           CLOSE CONTATOS
009398           GO TO P200-FIM
009398        END-IF
009398     END-IF
009399     IF LEDGER-ATIVO
009399        MOVE ZEROS                TO WS-STAGE-SALDO
009399        DISPLAY 'SALDO INICIAL ZERADO - O SALDO E MANTIDO PELO '
009409     MOVE WS-STAGE-EMAIL          TO WS-VAL-EMAIL
009409     MOVE WS-STAGE-TEL            TO WS-VAL-TEL
009409     MOVE WS-STAGE-CEP            TO WS-VAL-CEP
009409     MOVE WS-STAGE-CPF-CNPJ       TO WS-VAL-DOC
009409     PERFORM 9750-VALIDAR-CONTATO THRU 9750-FIM
009409     IF NOT VAL-OK
009409        DISPLAY 'INCLUSAO REJEITADA - ' WS-VAL-MSG
009409        CLOSE CONTATOS
009409        GO TO P200-FIM
009409     END-IF
009409     MOVE WS-STAGE-CPF-CNPJ       TO WS-DOC-BUSCA
009409     MOVE WS-STAGE-ID             TO WS-DOC-ID-PROPRIO
009409     PERFORM 9480-VERIFICAR-CPF-CNPJ-UNICO THRU 9480-FIM
009409     IF CPF-CNPJ-DUPLICADO
009409        DISPLAY 'INCLUSAO REJEITADA - CPF/CNPJ JA CADASTRADO '
009409                'NO CONTATO ' WS-DOC-ID-DONO
009409        CLOSE CONTATOS
009409        GO TO P200-FIM
009409     END-IF
009409
009401     MOVE WS-STAGE-NOME           TO WS-CONTEM-BUSCA
009402     PERFORM P210-VERIFICAR-DUPLICIDADE THRU P210-FIM
009498     MOVE WS-STAGE-NASCIMENTO     TO DT-NASCIMENTO
009499     MOVE WS-STAGE-LIMITE         TO LIMITE-CREDITO
009499     MOVE WS-STAGE-CEP            TO CEP-CONTATO
009499     MOVE WS-STAGE-CPF-CNPJ       TO CPF-CNPJ-CONTATO
009499     MOVE WS-STAGE-FILIAL         TO FIL-CONTATO
009499     MOVE SPACES                  TO ST-EMAIL
009499     MOVE ZEROS                   TO DT-BOUNCE
009499     MOVE SPACES                  TO ST-BAIXA
009499     MOVE ZEROS                   TO DT-BAIXA
009499     MOVE ZEROS                   TO NIVEL-COBRANCA
009499     MOVE ZEROS                   TO DT-ULT-AVISO
009496     SET CONTATO-ATIVO            TO TRUE
012200             DISPLAY 'CONTATO NAO EXISTE!'
012300         NOT INVALID KEY
012350             MOVE REG-CONTATOS    TO WS-REG-ANTERIOR-AUD
012350             MOVE LIMITE-CREDITO  TO WS-APR-LIMITE-ANT
012350             MOVE FIL-CONTATO     TO WS-FIL-ALVO
012350             PERFORM 9955-CONFERIR-FILIAL THRU 9955-FIM
012350             IF FIL-OUTRA-FILIAL
012350                DISPLAY WS-FIL-MENSAGEM
012350             END-IF
012350             IF NOT FIL-PERMITIDA
012350                DISPLAY 'ALTERACAO NAO PERMITIDA.'
012350                UNLOCK CONTATOS
012350                CLOSE CONTATOS
012350                GO TO P300-FIM
012350             END-IF
012400             DISPLAY 'NOME ATUAL.....: ' NM-CONTATO
012410             DISPLAY 'TELEFONE ATUAL.: ' TEL-CONTATO
012420             DISPLAY 'EMAIL ATUAL....: ' EMAIL-CONTATO
012456             DISPLAY 'NASCIMENTO ATUAL: ' DT-NASCIMENTO
012457             DISPLAY 'LIMITE ATUAL...: ' LIMITE-CREDITO
012458             DISPLAY 'CEP ATUAL......: ' CEP-CONTATO
012458             DISPLAY 'CPF/CNPJ ATUAL.: ' CPF-CNPJ-CONTATO
012458             DISPLAY 'FILIAL.........: ' FIL-CONTATO
012500             DISPLAY 'INFORME O NOVO NOME DO CONTATO: '
012600             ACCEPT WS-NOME-NOVO
012700             MOVE WS-NOME-NOVO    TO NM-CONTATO
012795             DISPLAY 'INFORME O NOVO CEP (8 DIGITOS, 0 = '
012795             DISPLAY 'NAO INFORMADO): '
012795             ACCEPT CEP-CONTATO
012795             DISPLAY 'INFORME O NOVO CPF/CNPJ (SO DIGITOS, EM '
012795             DISPLAY 'BRANCO = NAO INFORMADO): '
012795             ACCEPT CPF-CNPJ-CONTATO
012796             IF LEDGER-ATIVO
012796                DISPLAY 'SALDO MANTIDO - O SALDO E ATUALIZADO '
012796                DISPLAY 'PELO LOTE DE MOVIMENTOS (POSTSAL).'
012805             MOVE EMAIL-CONTATO   TO WS-VAL-EMAIL
012806             MOVE TEL-CONTATO     TO WS-VAL-TEL
012806             MOVE CEP-CONTATO     TO WS-VAL-CEP
012806             MOVE CPF-CNPJ-CONTATO TO WS-VAL-DOC
012806*            ENDERECO DE EMAIL TROCADO LIMPA A MARCA DE
012806*            BOUNCE - O OPERADOR COLHEU UM ENDERECO NOVO
012806*            (EMAIL ANTERIOR NA POSICAO 42:40 DA IMAGEM).
012806                MOVE ZEROS        TO DT-BOUNCE
012806             END-IF
012807             PERFORM 9750-VALIDAR-CONTATO THRU 9750-FIM
012807             IF VAL-OK
012807                MOVE CPF-CNPJ-CONTATO TO WS-DOC-BUSCA
012807                MOVE ID-CONTATO   TO WS-DOC-ID-PROPRIO
012807                PERFORM 9480-VERIFICAR-CPF-CNPJ-UNICO
012807                   THRU 9480-FIM
012807                IF CPF-CNPJ-DUPLICADO
012807                   SET VAL-OK     TO FALSE
012807                   MOVE 'CPF/CNPJ JA CADASTRADO NO CONTATO'
012807                                  TO WS-VAL-MSG
012807                   DISPLAY 'CONTATO DONO DO DOCUMENTO: '
012807                           WS-DOC-ID-DONO
012807                END-IF
012807             END-IF
012808             IF NOT VAL-OK
012809                DISPLAY 'ALTERACAO REJEITADA - ' WS-VAL-MSG
012810             ELSE
012800                MOVE WS-APR-LIMITE-ANT   TO WS-DCT-LIMITE-ANT
012800                PERFORM 9444-BARRAR-AUMENTO-LIMITE THRU 9444-FIM
012800                PERFORM 9390-RETER-AUMENTO-LIMITE THRU 9390-FIM
012800                REWRITE REG-CONTATOS
012900                    INVALID KEY
013000                        PERFORM 9000-TRADUZIR-FS
013100                        DISPLAY 'NAO FOI POSSIVEL ALTERAR: '
013200                                WS-FS-MSG
013300                    NOT INVALID KEY
013310                        SET AUD-OP-ALTERACAO     TO TRUE
013320                        MOVE ID-CONTATO          TO AUD-ID-CONTATO
013330                        MOVE WS-REG-ANTERIOR-AUD
013330                           TO AUD-REG-ANTERIOR
013340                        MOVE REG-CONTATOS        TO AUD-REG-NOVO
013350                        PERFORM 9200-GRAVAR-AUDITORIA
013350                           THRU 9200-FIM
013360*                       O TELEFONE ANTIGO SAI DO INDICE REVERSO
013370*                       E O NOVO ENTRA (TEL-CONTATO NA POSICAO
013380*                       27:15 DE CONTREG, SEQ 00 = TELEFONE DO
013380*                       CADASTRO).
013381                        MOVE WS-REG-ANTERIOR-AUD (27:15)
013382                                                 TO WS-FIDX-BRUTO
013383                        MOVE ID-CONTATO          TO WS-FIDX-ID
013384                        MOVE ZEROS               TO WS-FIDX-SEQ
013385                        PERFORM 9880-DESINDEXAR-FONE THRU 9880-FIM
013386                        MOVE TEL-CONTATO         TO WS-FIDX-BRUTO
013387                        PERFORM 9870-INDEXAR-FONE THRU 9870-FIM
013400                        DISPLAY 'CONTATO ALTERADO COM SUCESSO.'
013500                END-REWRITE
013510             END-IF
013600     END-READ
013700
015200     COPY EMAILGEN.
015300     COPY PROXID.
015400     COPY VALCTT.
015400     COPY DOCUNI.
015500     COPY OPRLOG.
015600     COPY FONIDX.
015700     COPY CATTAB.
015800     COPY DIGVER.
015800     COPY APRCHK.
015800     COPY DCTCHK.
015800     COPY FILCHK.
