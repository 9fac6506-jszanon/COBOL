000100******************************************************************
000200*    COPYBOOK.....: FILTAB.CPY
000300*    DESCRICAO....: QUEBRA POR FILIAL DOS RELATORIOS E EXTRACOES
000400*                   BATCH (PARAMETRO FILIAL= NA LINHA DE EXECUCAO).
000500*                   SEM O PARAMETRO O RELATORIO SAI COMO SEMPRE,
000600*                   SEM QUEBRA.
000700*                   - 9960-ANALISAR-FILIAL: INTERPRETA O VALOR DE
000800*                     FILIAL= EM WS-FIL-PARM. 'TODAS' QUEBRA POR
000900*                     TODAS AS FILIAIS EXISTENTES EM CONTATOS.DAT;
001000*                     NNN (TRES DIGITOS) SELECIONA UMA SO FILIAL;
001100*                     'SEM' SELECIONA OS CONTATOS AINDA SEM FILIAL.
001200*                     VALOR INVALIDO E AVISADO E IGNORADO;
001300*                   - 9965-MONTAR-FILIAIS: MONTA EM WS-TAB-FILIAIS,
001400*                     EM ORDEM CRESCENTE, AS FILIAIS A PERCORRER
001500*                     (OS CONTATOS SEM FILIAL VEM PRIMEIRO). SEM
001600*                     CONTATOS.DAT OU COM ELE VAZIO A QUEBRA E
001700*                     DESLIGADA;
001800*                   - 9970-ROTULO-FILIAL: PARA A POSICAO WS-FIL-IDX
001900*                     DA TABELA, CARREGA WS-FIL-CORRENTE E O ROTULO
002000*                     'FILIAL NNN' / 'SEM FILIAL' EM WS-FIL-ROTULO.
002100*                   O FILTRO FICA NO PROPRIO PROGRAMA, LOGO APOS A
002200*                   LEITURA DO CONTATO:
002300*                     IF FIL-QUEBRA AND
002400*                        FIL-CONTATO NOT = WS-FIL-CORRENTE
002500*                        (DESPREZA O CONTATO)
002600*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
002700*                   - FD CONTATOS. COPY CONTREG, COM FILE STATUS
002800*                     WS-FS (88 FS-OK VALUE '00'), ACESSO
002900*                     SEQUENCIAL OU DINAMICO E O ARQUIVO FECHADO
003000*                     NA CHAMADA DO 9965
003100*                   - WS-FIL-PARM            PIC X(05)
003200*                   - WS-FIL-QUEBRA-SW       PIC X(01)
003300*                       88 FIL-QUEBRA        VALUE 'S' FALSE 'N'
003400*                   - WS-FIL-UNICA-SW        PIC X(01)
003500*                       88 FIL-UNICA         VALUE 'S' FALSE 'N'
003600*                   - WS-FIL-EOF-SW          PIC X(01)
003700*                       88 FIL-EOF-OK        VALUE 'S' FALSE 'N'
003800*                   - WS-FIL-QTD             PIC 9(03)
003900*                   - WS-TAB-FILIAIS COM
004000*                     03 WS-FIL-COD OCCURS 100 PIC X(03)
004100*                   - WS-FIL-IDX             PIC 9(03)
004200*                   - WS-FIL-POS             PIC 9(03)
004300*                   - WS-FIL-CORRENTE        PIC X(03)
004400*                   - WS-FIL-ROTULO          PIC X(20)
004500*----------------------------------------------------------------*
004600*    HISTORICO DE ALTERACOES
004700*    DATA       AUTOR   DESCRICAO
004800*    ---------- ------- ----------------------------------------
004900*    2025-07-04 JSZ     COPYBOOK CRIADO.
005000******************************************************************
005100 9960-ANALISAR-FILIAL.
005200     SET FIL-QUEBRA                TO FALSE
005300     SET FIL-UNICA                 TO FALSE
005400     IF WS-FIL-PARM = 'TODAS'
005500        SET FIL-QUEBRA             TO TRUE
005600        GO TO 9960-FIM
005700     END-IF
005800     IF WS-FIL-PARM = 'SEM'
005900        SET FIL-QUEBRA             TO TRUE
006000        SET FIL-UNICA              TO TRUE
006100        GO TO 9960-FIM
006200     END-IF
006300     IF WS-FIL-PARM (1:3) IS NUMERIC AND
006400        WS-FIL-PARM (4:2) = SPACES
006500        SET FIL-QUEBRA             TO TRUE
006600        SET FIL-UNICA              TO TRUE
006700        GO TO 9960-FIM
006800     END-IF
006900     DISPLAY 'PARAMETRO FILIAL= INVALIDO (' WS-FIL-PARM
007000             ') - RELATORIO SEM QUEBRA POR FILIAL.'
007100     .
007200 9960-FIM. EXIT.
007300 9965-MONTAR-FILIAIS.
007400     MOVE ZEROS                    TO WS-FIL-QTD
007500     MOVE SPACES                   TO WS-TAB-FILIAIS
007600     IF NOT FIL-QUEBRA
007700        GO TO 9965-FIM
007800     END-IF
007900     IF FIL-UNICA
008000        MOVE 1                     TO WS-FIL-QTD
008100        IF WS-FIL-PARM NOT = 'SEM'
008200           MOVE WS-FIL-PARM (1:3)  TO WS-FIL-COD (1)
008300        END-IF
008400        GO TO 9965-FIM
008500     END-IF
008600
008700     MOVE 'N'                      TO WS-FIL-EOF-SW
008800     OPEN INPUT CONTATOS
008900     IF NOT FS-OK
009000        DISPLAY 'CONTATOS.DAT INDISPONIVEL PARA A QUEBRA POR '
009100                'FILIAL - RELATORIO SEM QUEBRA.'
009200        SET FIL-QUEBRA             TO FALSE
009300        GO TO 9965-FIM
009400     END-IF
009500     PERFORM 9966-LER-FILIAL       THRU 9966-FIM
009600         UNTIL FIL-EOF-OK
009700     CLOSE CONTATOS
009800
009900     IF WS-FIL-QTD = ZEROS
010000        SET FIL-QUEBRA             TO FALSE
010100     END-IF
010200     .
010300 9965-FIM. EXIT.
010400 9966-LER-FILIAL.
010500     READ CONTATOS NEXT RECORD
010600         AT END
010700             SET FIL-EOF-OK        TO TRUE
010800             GO TO 9966-FIM
010900     END-READ
011000     MOVE FIL-CONTATO              TO WS-FIL-CORRENTE
011100     MOVE 1                        TO WS-FIL-POS
011200     PERFORM 9967-AVANCAR-POSICAO  THRU 9967-FIM
011300         UNTIL WS-FIL-POS > WS-FIL-QTD
011400            OR WS-FIL-COD (WS-FIL-POS) NOT < WS-FIL-CORRENTE
011500     IF WS-FIL-POS NOT > WS-FIL-QTD
011600        IF WS-FIL-COD (WS-FIL-POS) = WS-FIL-CORRENTE
011700           GO TO 9966-FIM
011800        END-IF
011900     END-IF
012000     IF WS-FIL-QTD NOT < 99
012100        DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
012200                WS-FIL-CORRENTE ' FORA DA QUEBRA.'
012300        GO TO 9966-FIM
012400     END-IF
012500
012600     MOVE WS-FIL-QTD               TO WS-FIL-IDX
012700     PERFORM 9968-DESLOCAR-FILIAL  THRU 9968-FIM
012800         UNTIL WS-FIL-IDX < WS-FIL-POS
012900     MOVE WS-FIL-CORRENTE          TO WS-FIL-COD (WS-FIL-POS)
013000     ADD 1                         TO WS-FIL-QTD
013100     .
013200 9966-FIM. EXIT.
013300 9967-AVANCAR-POSICAO.
013400     ADD 1                         TO WS-FIL-POS
013500     .
013600 9967-FIM. EXIT.
013700 9968-DESLOCAR-FILIAL.
013800     MOVE WS-FIL-COD (WS-FIL-IDX)  TO WS-FIL-COD (WS-FIL-IDX + 1)
013900     SUBTRACT 1                    FROM WS-FIL-IDX
014000     .
014100 9968-FIM. EXIT.
014200 9970-ROTULO-FILIAL.
014300     MOVE WS-FIL-COD (WS-FIL-IDX)  TO WS-FIL-CORRENTE
014400     MOVE SPACES                   TO WS-FIL-ROTULO
014500     IF WS-FIL-CORRENTE = SPACES
014600        MOVE 'SEM FILIAL'          TO WS-FIL-ROTULO
014700     ELSE
014800        STRING 'FILIAL ' WS-FIL-CORRENTE
014900               DELIMITED BY SIZE INTO WS-FIL-ROTULO
015000     END-IF
015100     .
015200 9970-FIM. EXIT.
