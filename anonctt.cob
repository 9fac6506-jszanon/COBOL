003600*    DATA       AUTOR   DESCRICAO
003700*    ---------- ------- ----------------------------------------
003800*    2024-12-06 JSZ     PROGRAMA CRIADO (ANONIMIZADOR DE TESTE).
003800*    2025-03-07 JSZ     O CPF/CNPJ (CPF-CNPJ-CONTATO) SAI EM
003800*                       BRANCO NA COPIA ANONIMIZADA.
003800*    2025-07-25 JSZ     REG-ANOCTT AJUSTADO AOS 244 BYTES DE
003800*                       CONTREG (ANO-RESTO X(218)) - A COPIA
003800*                       PERDIA BAIXA E FILIAL DO CONTATO.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS ID-CONTATO
005000         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
005033         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
005066             SUPPRESS WHEN SPACES
005100         FILE STATUS IS WS-FS.
005200     SELECT ANOCTT ASSIGN TO WS-ANOCTT-DSN
005300         ORGANIZATION IS INDEXED
008800 01  REG-ANOCTT.
008900     03  ANO-ID-CONTATO           PIC 9(06).
009000     03  ANO-NM-CONTATO           PIC X(20).
009100     03  ANO-RESTO                PIC X(218).
009200 FD  FONES.
009300     COPY FONEREG.
009400 FD  ANOFONE.
009600     03  ANF-CHAVE.
009700         05  ANF-ID-CONTATO       PIC 9(06).
009800         05  ANF-SEQ              PIC 9(02).
009900     03  ANF-RESTO                PIC X(35).
010000 FD  NOTAS.
010100     COPY NOTAREG.
010200 FD  ANONOTA.
014900*----------------------------------------------------------------*
015000*    PAR DE CONTATOS PARA A TROCA DE SALDOS ENTRE VIZINHOS       *
015100*----------------------------------------------------------------*
015200 01  WS-PAR-GUARDADO              PIC X(244) VALUE SPACES.
015210 01  WS-SEGUNDO-GUARDADO          PIC X(244) VALUE SPACES.
015300 01  WS-SW-TEM-PAR                PIC X(01) VALUE 'N'.
015400     88 TEM-PAR                   VALUE 'S' FALSE 'N'.
015450 77  WS-SALDO-PAR                 PIC S9(09)V99 VALUE ZEROS.
029600        COMPUTE WS-DT-NASC-DD =
029700            FUNCTION MOD(WS-DT-NASC-DD * 7, 28) + 1
029800     END-IF
029800
029800*    DOCUMENTO REAL NAO VAI PARA A BASE DE TESTE, E UM NUMERO
029800*    INVENTADO PODERIA COLIDIR NA CHAVE UNICA - SAI EM BRANCO.
029800     MOVE SPACES                  TO WS-CPF-CNPJ-CONTATO
029900     .
030000 P220-FIM. EXIT.
030100******************************************************************
