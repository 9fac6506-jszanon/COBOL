000100******************************************************************
000200*    COPYBOOK.....: MOTTAB.CPY
000300*    DESCRICAO....: CARGA E CONSULTA DA TABELA DE MOTIVOS DE
000400*                   MOVIMENTO (MOTIVOS.DAT, LAYOUT MOTREG.CPY),
000500*                   NO MOLDE DO CATTAB.CPY:
000600*                   - 9350-CARREGAR-MOTIVOS: LE A TABELA PARA A
000700*                     MEMORIA, UMA UNICA VEZ POR EXECUCAO, ATIVOS
000800*                     E INATIVOS (O DIARCTB PRECISA DA CONTA DE
000900*                     UM MOTIVO JA INATIVADO QUE AINDA APARECE NO
001000*                     HISTORICO). SEM O ARQUIVO (PRIMEIRA
001100*                     IMPLANTACAO) OU COM ELE VAZIO, A TABELA E
001200*                     SEMEADA COM OS MOTIVOS PADRAO - OS MESMOS
001300*                     QUE O CADMOT GRAVA AO CRIAR O ARQUIVO;
001400*                   - 9360-VALIDAR-MOTIVO: PROCURA WS-MTV-BUSCA
001500*                     NA TABELA; MOTIVO-VALIDO ACENDE QUANDO O
001600*                     CODIGO EXISTE, ESTA ATIVO E A NATUREZA
001700*                     ADMITE O TIPO EM WS-MTV-TIPO-BUSCA (D OU C;
001800*                     ESPACO = NAO CONFERE O TIPO). WS-MTV-ACHADO
001900*                     VOLTA COM A POSICAO DO CODIGO (ZERO = NAO
002000*                     CADASTRADO, MESMO INATIVO ELE E ACHADO) E
002100*                     WS-MTV-ERRO COM O MOTIVO DA RECUSA.
002200*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
002300*                   - SELECT MOTIVOS ... ORGANIZATION INDEXED,
002400*                     ACCESS DYNAMIC, RECORD KEY MTV-CODIGO,
002500*                     FILE STATUS WS-FS-MTV
002600*                   - FD MOTIVOS. COPY MOTREG.
002700*                   - WS-FS-MTV              PIC X(02)
002800*                       88 FS-MTV-OK         VALUE '00'
002900*                   - WS-MTV-QTD             PIC 9(02)
003000*                   - WS-TAB-MOTIVOS COM
003100*                     03 WS-MTV-ENT OCCURS 50:
003200*                        05 WS-MTV-COD        PIC X(10)
003300*                        05 WS-MTV-NAT        PIC X(01)
003400*                        05 WS-MTV-CONTA      PIC X(12)
003500*                        05 WS-MTV-USO        PIC X(01)
003600*                        05 WS-MTV-SIT        PIC X(01)
003700*                   - WS-MTV-IDX             PIC 9(02)
003800*                   - WS-MTV-ACHADO          PIC 9(02)
003900*                   - WS-MTV-EOF-SW          PIC X(01)
004000*                       88 MTV-EOF-OK        VALUE 'S' FALSE 'N'
004100*                   - WS-MTV-CARREGADA-SW    PIC X(01)
004200*                       88 MTV-TAB-CARREGADA VALUE 'S'
004300*                   - WS-MTV-BUSCA           PIC X(10)
004400*                   - WS-MTV-TIPO-BUSCA      PIC X(01)
004500*                   - WS-MTV-VALIDO-SW       PIC X(01)
004600*                       88 MOTIVO-VALIDO     VALUE 'S' FALSE 'N'
004700*                   - WS-MTV-ERRO            PIC X(50)
004800*----------------------------------------------------------------*
004900*    HISTORICO DE ALTERACOES
005000*    DATA       AUTOR   DESCRICAO
005100*    ---------- ------- ----------------------------------------
005200*    2025-02-14 JSZ     COPYBOOK CRIADO.
005210*    2025-02-21 JSZ     INCLUIDO NA SEMENTE O MOTIVO BAIXA
005220*                       (CREDITO DE BAIXA COMO PERDA, BAIXCTT).
005220*    2025-05-23 JSZ     INCLUIDOS NA SEMENTE OS MOTIVOS REEMBOLSO
005220*                       E ESTREEMB (REEMBOLSO DE SALDO CREDOR,
005220*                       PAGREEM/RETREEM).
005300******************************************************************
005400 9350-CARREGAR-MOTIVOS.
005500     IF MTV-TAB-CARREGADA
005600        GO TO 9350-FIM
005700     END-IF
005800     MOVE 'S'                      TO WS-MTV-CARREGADA-SW
005900     MOVE ZEROS                    TO WS-MTV-QTD
006000     MOVE 'N'                      TO WS-MTV-EOF-SW
006100     MOVE '00'                     TO WS-FS-MTV
006200     OPEN INPUT MOTIVOS
006300     IF NOT FS-MTV-OK
006400        PERFORM 9358-SEMEAR-MOTIVOS THRU 9358-FIM
006500        GO TO 9350-FIM
006600     END-IF
006700
006800     PERFORM 9355-LER-MOTIVO       THRU 9355-FIM
006900         UNTIL MTV-EOF-OK
007000     CLOSE MOTIVOS
007100
007200     IF WS-MTV-QTD = ZEROS
007300        PERFORM 9358-SEMEAR-MOTIVOS THRU 9358-FIM
007400     END-IF
007500     .
007600 9350-FIM. EXIT.
007700 9355-LER-MOTIVO.
007800     READ MOTIVOS NEXT RECORD
007900         AT END
008000             MOVE 'S'              TO WS-MTV-EOF-SW
008100         NOT AT END
008200             IF WS-MTV-QTD < 50
008300                ADD 1              TO WS-MTV-QTD
008400                MOVE MTV-CODIGO    TO WS-MTV-COD (WS-MTV-QTD)
008500                MOVE MTV-NATUREZA  TO WS-MTV-NAT (WS-MTV-QTD)
008600                MOVE MTV-CONTA     TO WS-MTV-CONTA (WS-MTV-QTD)
008700                MOVE MTV-USO       TO WS-MTV-USO (WS-MTV-QTD)
008800                MOVE MTV-ST        TO WS-MTV-SIT (WS-MTV-QTD)
008900             END-IF
009000     END-READ
009100     .
009200 9355-FIM. EXIT.
009300 9358-SEMEAR-MOTIVOS.
009400*    SEM TABELA NO DISCO VALEM OS MOTIVOS PADRAO (OS GERADOS
009500*    PELOS LOTES E OS TRES DE DIGITACAO DO CADMOV).
009600     MOVE 11                       TO WS-MTV-QTD
009700     MOVE 'FATURA'                 TO WS-MTV-COD (1)
009800     MOVE 'D'                      TO WS-MTV-NAT (1)
009900     MOVE '3.1.1.01.001'           TO WS-MTV-CONTA (1)
010000     MOVE 'M'                      TO WS-MTV-USO (1)
010100     MOVE 'PAGAMENTO'              TO WS-MTV-COD (2)
010200     MOVE 'C'                      TO WS-MTV-NAT (2)
010300     MOVE '1.1.1.01.001'           TO WS-MTV-CONTA (2)
010400     MOVE 'M'                      TO WS-MTV-USO (2)
010500     MOVE 'AJUSTE'                 TO WS-MTV-COD (3)
010600     MOVE 'A'                      TO WS-MTV-NAT (3)
010700     MOVE '3.1.9.02.001'           TO WS-MTV-CONTA (3)
010800     MOVE 'M'                      TO WS-MTV-USO (3)
010900     MOVE 'JUROS'                  TO WS-MTV-COD (4)
011000     MOVE 'D'                      TO WS-MTV-NAT (4)
011100     MOVE '3.1.3.01.001'           TO WS-MTV-CONTA (4)
011200     MOVE 'S'                      TO WS-MTV-USO (4)
011300     MOVE 'PAGTOBANCO'             TO WS-MTV-COD (5)
011400     MOVE 'C'                      TO WS-MTV-NAT (5)
011500     MOVE '1.1.1.02.001'           TO WS-MTV-CONTA (5)
011600     MOVE 'S'                      TO WS-MTV-USO (5)
011700     MOVE 'ESTORNO'                TO WS-MTV-COD (6)
011800     MOVE 'A'                      TO WS-MTV-NAT (6)
011900     MOVE '3.1.9.01.001'           TO WS-MTV-CONTA (6)
012000     MOVE 'S'                      TO WS-MTV-USO (6)
012100     MOVE 'ACORDO'                 TO WS-MTV-COD (7)
012200     MOVE 'A'                      TO WS-MTV-NAT (7)
012300     MOVE '1.1.2.05.001'           TO WS-MTV-CONTA (7)
012400     MOVE 'S'                      TO WS-MTV-USO (7)
012500     MOVE 'PARCACORDO'             TO WS-MTV-COD (8)
012600     MOVE 'D'                      TO WS-MTV-NAT (8)
012700     MOVE '1.1.2.05.001'           TO WS-MTV-CONTA (8)
012800     MOVE 'S'                      TO WS-MTV-USO (8)
012810     MOVE 'BAIXA'                  TO WS-MTV-COD (9)
012820     MOVE 'C'                      TO WS-MTV-NAT (9)
012830     MOVE '3.1.5.01.001'           TO WS-MTV-CONTA (9)
012840     MOVE 'S'                      TO WS-MTV-USO (9)
012840     MOVE 'REEMBOLSO'              TO WS-MTV-COD (10)
012840     MOVE 'D'                      TO WS-MTV-NAT (10)
012840     MOVE '1.1.1.02.001'           TO WS-MTV-CONTA (10)
012840     MOVE 'S'                      TO WS-MTV-USO (10)
012840     MOVE 'ESTREEMB'               TO WS-MTV-COD (11)
012840     MOVE 'C'                      TO WS-MTV-NAT (11)
012840     MOVE '1.1.1.02.001'           TO WS-MTV-CONTA (11)
012840     MOVE 'S'                      TO WS-MTV-USO (11)
013000     PERFORM 9359-ATIVAR-SEMENTE   THRU 9359-FIM
013100         VARYING WS-MTV-IDX FROM 1 BY 1
013200         UNTIL WS-MTV-IDX > WS-MTV-QTD
013300     .
013400 9358-FIM. EXIT.
013500 9359-ATIVAR-SEMENTE.
013600     MOVE 'A'                      TO WS-MTV-SIT (WS-MTV-IDX)
013700     .
013800 9359-FIM. EXIT.
013900 9360-VALIDAR-MOTIVO.
014000     PERFORM 9350-CARREGAR-MOTIVOS THRU 9350-FIM
014100     SET MOTIVO-VALIDO             TO FALSE
014200     MOVE SPACES                   TO WS-MTV-ERRO
014300     MOVE ZEROS                    TO WS-MTV-ACHADO
014400     PERFORM 9365-COMPARAR-MOTIVO  THRU 9365-FIM
014500         VARYING WS-MTV-IDX FROM 1 BY 1
014600         UNTIL WS-MTV-IDX > WS-MTV-QTD
014700            OR WS-MTV-ACHADO NOT = ZEROS
014800
014900     IF WS-MTV-ACHADO = ZEROS
015000        MOVE 'MOTIVO NAO CADASTRADO NA TABELA DE MOTIVOS'
015100                                   TO WS-MTV-ERRO
015200        GO TO 9360-FIM
015300     END-IF
015400     IF WS-MTV-SIT (WS-MTV-ACHADO) NOT = 'A'
015500        MOVE 'MOTIVO INATIVO NA TABELA DE MOTIVOS'
015600                                   TO WS-MTV-ERRO
015700        GO TO 9360-FIM
015800     END-IF
015900     IF (WS-MTV-TIPO-BUSCA = 'D' AND
016000         WS-MTV-NAT (WS-MTV-ACHADO) = 'C') OR
016100        (WS-MTV-TIPO-BUSCA = 'C' AND
016200         WS-MTV-NAT (WS-MTV-ACHADO) = 'D')
016300        MOVE 'NATUREZA DO MOTIVO NAO ADMITE O TIPO D/C'
016400                                   TO WS-MTV-ERRO
016500        GO TO 9360-FIM
016600     END-IF
016700     SET MOTIVO-VALIDO             TO TRUE
016800     .
016900 9360-FIM. EXIT.
017000 9365-COMPARAR-MOTIVO.
017100     IF WS-MTV-COD (WS-MTV-IDX) = WS-MTV-BUSCA
017200        MOVE WS-MTV-IDX            TO WS-MTV-ACHADO
017300     END-IF
017400     .
017500 9365-FIM. EXIT.
