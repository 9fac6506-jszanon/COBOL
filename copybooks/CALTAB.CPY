000100******************************************************************
000200*    COPYBOOK.....: CALTAB.CPY
000300*    DESCRICAO....: CALENDARIO DE DIAS UTEIS COMUM AOS LOTES QUE
000400*                   CONTAM PRAZO EM DIAS (JURCTT, CARTCOB, RELATRA,
000500*                   RELNOTA), NO MOLDE DO MOTTAB.CPY. AS DATAS SAO
000600*                   TRATADAS PELO NUMERO DO DIA (INTEGER-OF-DATE),
000700*                   EM QUE 1 = 01/01/1601, UMA SEGUNDA-FEIRA.
000800*                   - 9650-CARREGAR-CALENDARIO: LE CALEND.DAT PARA
000900*                     A MEMORIA UMA UNICA VEZ POR EXECUCAO (SO AS
001000*                     DATAS QUE MUDAM O DIA UTIL: N, L E U). SEM O
001100*                     ARQUIVO VALE SO A REGRA DO FIM DE SEMANA;
001200*                   - 9660-VERIFICAR-DIA: CAL-DIA-UTIL ACENDE SE
001300*                     WS-CAL-DIA E DIA UTIL;
001400*                   - 9670-ROLAR-DIA: AVANCA WS-CAL-DIA ATE O
001500*                     PRIMEIRO DIA UTIL (O PROPRIO, SE JA FOR);
001600*                   - 9680-CONTAR-DIAS: DEVOLVE EM WS-CAL-DIAS
001700*                     QUANTOS DIAS HA DEPOIS DE WS-CAL-INI ATE
001800*                     WS-CAL-FIM INCLUSIVE - DIAS UTEIS OU CORRIDOS,
001900*                     CONFORME WS-CAL-MODO (ZERO SE FIM NAO PASSA
002000*                     DE INI);
002100*                   - 9690-CALCULAR-VENCIMENTO: DEVOLVE EM
002200*                     WS-CAL-VENC O DIA EM QUE VENCE UM PRAZO DE
002300*                     WS-CAL-PRAZO DIAS CONTADO DE WS-CAL-INI (EM
002400*                     DIAS UTEIS OU CORRIDOS); VENCIMENTO QUE CAI
002500*                     EM DIA NAO UTIL ROLA PARA O PROXIMO DIA UTIL.
002600*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
002700*                   - SELECT CALENDARIO ... ORGANIZATION INDEXED,
002800*                     ACCESS DYNAMIC, RECORD KEY CAL-DATA,
002900*                     FILE STATUS WS-FS-CAL
003000*                   - FD CALENDARIO. COPY CALREG.
003100*                   - WS-FS-CAL              PIC X(02)
003200*                       88 FS-CAL-OK         VALUE '00'
003300*                   - WS-CAL-QTD             PIC 9(04)
003400*                   - WS-CAL-MAX             PIC 9(04) VALUE 2000
003500*                   - WS-TAB-CALENDARIO COM
003600*                     03 WS-CAL-ENT OCCURS 2000:
003700*                        05 WS-CAL-T-DIA      PIC 9(07)
003800*                        05 WS-CAL-T-TIPO     PIC X(01)
003900*                   - WS-CAL-IDX             PIC 9(04)
004000*                   - WS-CAL-ACHADO          PIC 9(04)
004100*                   - WS-CAL-EXCEDENTES      PIC 9(04)
004200*                   - WS-CAL-EOF-SW          PIC X(01)
004300*                       88 CAL-EOF-OK        VALUE 'S' FALSE 'N'
004400*                   - WS-CAL-CARREGADA-SW    PIC X(01)
004500*                       88 CAL-TAB-CARREGADA VALUE 'S'
004600*                   - WS-CAL-MODO            PIC X(01) VALUE 'U'
004700*                       88 CAL-DIAS-UTEIS    VALUE 'U'
004800*                       88 CAL-DIAS-CORRIDOS VALUE 'C'
004900*                   - WS-CAL-UTIL-SW         PIC X(01)
005000*                       88 CAL-DIA-UTIL      VALUE 'S' FALSE 'N'
005100*                   - WS-CAL-DIA, WS-CAL-INI, WS-CAL-FIM,
005200*                     WS-CAL-VENC            PIC 9(07)
005300*                   - WS-CAL-PRAZO           PIC 9(04)
005400*                   - WS-CAL-DIAS            PIC 9(07)
005500*                   - WS-CAL-SEMANA          PIC 9(01)
005600*                   - WS-CAL-QUOC            PIC 9(07)
005700*                   - WS-CAL-UTEIS-INI,
005800*                     WS-CAL-UTEIS-FIM       PIC 9(07)
005900*----------------------------------------------------------------*
006000*    HISTORICO DE ALTERACOES
006100*    DATA       AUTOR   DESCRICAO
006200*    ---------- ------- ----------------------------------------
006300*    2025-05-09 JSZ     COPYBOOK CRIADO.
006400******************************************************************
006500 9650-CARREGAR-CALENDARIO.
006600     IF CAL-TAB-CARREGADA
006700        GO TO 9650-FIM
006800     END-IF
006900     MOVE 'S'                      TO WS-CAL-CARREGADA-SW
007000     MOVE ZEROS                    TO WS-CAL-QTD
007100     MOVE ZEROS                    TO WS-CAL-EXCEDENTES
007200     MOVE 'N'                      TO WS-CAL-EOF-SW
007300     MOVE '00'                     TO WS-FS-CAL
007400     OPEN INPUT CALENDARIO
007500     IF NOT FS-CAL-OK
007600        DISPLAY 'AVISO: CALENDARIO (CALEND.DAT) INDISPONIVEL - '
007700                'SO SABADO E DOMINGO CONTAM COMO DIA NAO UTIL.'
007800        GO TO 9650-FIM
007900     END-IF
008000
008100     PERFORM 9655-LER-CALENDARIO   THRU 9655-FIM
008200         UNTIL CAL-EOF-OK
008300     CLOSE CALENDARIO
008400     IF WS-CAL-EXCEDENTES > ZEROS
008500        DISPLAY 'AVISO: CALENDARIO COM MAIS DE ' WS-CAL-MAX
008600                ' DATAS - ' WS-CAL-EXCEDENTES ' IGNORADAS.'
008700     END-IF
008800     .
008900 9650-FIM. EXIT.
009000 9655-LER-CALENDARIO.
009100     READ CALENDARIO NEXT RECORD
009200         AT END
009300             MOVE 'S'              TO WS-CAL-EOF-SW
009400             GO TO 9655-FIM
009500     END-READ
009600     IF CAL-SO-PARADA
009700        GO TO 9655-FIM
009800     END-IF
009900     IF WS-CAL-QTD NOT < WS-CAL-MAX
010000        ADD 1                      TO WS-CAL-EXCEDENTES
010100        GO TO 9655-FIM
010200     END-IF
010300     ADD 1                         TO WS-CAL-QTD
010400     COMPUTE WS-CAL-T-DIA (WS-CAL-QTD) =
010500         FUNCTION INTEGER-OF-DATE(CAL-DATA)
010600     MOVE CAL-TIPO                 TO WS-CAL-T-TIPO (WS-CAL-QTD)
010700     .
010800 9655-FIM. EXIT.
010900 9660-VERIFICAR-DIA.
011000     PERFORM 9650-CARREGAR-CALENDARIO THRU 9650-FIM
011100     DIVIDE WS-CAL-DIA BY 7 GIVING WS-CAL-QUOC
011200         REMAINDER WS-CAL-SEMANA
011300*    RESTO 1 A 5 = SEGUNDA A SEXTA; 6 = SABADO; 0 = DOMINGO.
011400     IF WS-CAL-SEMANA > 0 AND WS-CAL-SEMANA < 6
011500        SET CAL-DIA-UTIL           TO TRUE
011600     ELSE
011700        SET CAL-DIA-UTIL           TO FALSE
011800     END-IF
011900     MOVE ZEROS                    TO WS-CAL-ACHADO
012000     PERFORM 9665-COMPARAR-DIA     THRU 9665-FIM
012100         VARYING WS-CAL-IDX FROM 1 BY 1
012200         UNTIL WS-CAL-IDX > WS-CAL-QTD
012300            OR WS-CAL-ACHADO NOT = ZEROS
012400     IF WS-CAL-ACHADO = ZEROS
012500        GO TO 9660-FIM
012600     END-IF
012700     IF WS-CAL-T-TIPO (WS-CAL-ACHADO) = 'U'
012800        SET CAL-DIA-UTIL           TO TRUE
012900     ELSE
013000        SET CAL-DIA-UTIL           TO FALSE
013100     END-IF
013200     .
013300 9660-FIM. EXIT.
013400 9665-COMPARAR-DIA.
013500     IF WS-CAL-T-DIA (WS-CAL-IDX) = WS-CAL-DIA
013600        MOVE WS-CAL-IDX            TO WS-CAL-ACHADO
013700     END-IF
013800     .
013900 9665-FIM. EXIT.
014000 9670-ROLAR-DIA.
014100     PERFORM 9660-VERIFICAR-DIA    THRU 9660-FIM
014200     PERFORM 9675-AVANCAR-DIA      THRU 9675-FIM
014300         UNTIL CAL-DIA-UTIL
014400     .
014500 9670-FIM. EXIT.
014600 9675-AVANCAR-DIA.
014700     ADD 1                         TO WS-CAL-DIA
014800     PERFORM 9660-VERIFICAR-DIA    THRU 9660-FIM
014900     .
015000 9675-FIM. EXIT.
015100 9680-CONTAR-DIAS.
015200     MOVE ZEROS                    TO WS-CAL-DIAS
015300     IF WS-CAL-FIM NOT > WS-CAL-INI
015400        GO TO 9680-FIM
015500     END-IF
015600     IF CAL-DIAS-CORRIDOS
015700        COMPUTE WS-CAL-DIAS = WS-CAL-FIM - WS-CAL-INI
015800        GO TO 9680-FIM
015900     END-IF
016000     PERFORM 9650-CARREGAR-CALENDARIO THRU 9650-FIM
016100*    DIAS DE SEMANA DESDE 01/01/1601 ATE CADA PONTA: CINCO POR
016200*    SEMANA COMPLETA MAIS OS DA SEMANA QUEBRADA (NO MAXIMO 5).
016300     DIVIDE WS-CAL-INI BY 7 GIVING WS-CAL-QUOC
016400         REMAINDER WS-CAL-SEMANA
016500     IF WS-CAL-SEMANA > 5
016600        MOVE 5                     TO WS-CAL-SEMANA
016700     END-IF
016800     COMPUTE WS-CAL-UTEIS-INI = WS-CAL-QUOC * 5 + WS-CAL-SEMANA
016900     DIVIDE WS-CAL-FIM BY 7 GIVING WS-CAL-QUOC
017000         REMAINDER WS-CAL-SEMANA
017100     IF WS-CAL-SEMANA > 5
017200        MOVE 5                     TO WS-CAL-SEMANA
017300     END-IF
017400     COMPUTE WS-CAL-UTEIS-FIM = WS-CAL-QUOC * 5 + WS-CAL-SEMANA
017500     COMPUTE WS-CAL-DIAS = WS-CAL-UTEIS-FIM - WS-CAL-UTEIS-INI
017600     PERFORM 9685-AJUSTAR-CONTAGEM THRU 9685-FIM
017700         VARYING WS-CAL-IDX FROM 1 BY 1
017800         UNTIL WS-CAL-IDX > WS-CAL-QTD
017900     .
018000 9680-FIM. EXIT.
018100 9685-AJUSTAR-CONTAGEM.
018200*    FERIADO EM DIA DE SEMANA SAI DA CONTA; FIM DE SEMANA
018300*    TRABALHADO ENTRA.
018400     IF WS-CAL-T-DIA (WS-CAL-IDX) NOT > WS-CAL-INI OR
018500        WS-CAL-T-DIA (WS-CAL-IDX) > WS-CAL-FIM
018600        GO TO 9685-FIM
018700     END-IF
018800     DIVIDE WS-CAL-T-DIA (WS-CAL-IDX) BY 7 GIVING WS-CAL-QUOC
018900         REMAINDER WS-CAL-SEMANA
019000     IF WS-CAL-SEMANA > 0 AND WS-CAL-SEMANA < 6
019100        IF WS-CAL-T-TIPO (WS-CAL-IDX) NOT = 'U' AND
019200           WS-CAL-DIAS > ZEROS
019300           SUBTRACT 1              FROM WS-CAL-DIAS
019400        END-IF
019500     ELSE
019600        IF WS-CAL-T-TIPO (WS-CAL-IDX) = 'U'
019700           ADD 1                   TO WS-CAL-DIAS
019800        END-IF
019900     END-IF
020000     .
020100 9685-FIM. EXIT.
020200 9690-CALCULAR-VENCIMENTO.
020300     MOVE WS-CAL-INI               TO WS-CAL-DIA
020400     IF CAL-DIAS-UTEIS
020500        PERFORM 9695-PROXIMO-UTIL  THRU 9695-FIM
020600            WS-CAL-PRAZO TIMES
020700     ELSE
020800        ADD WS-CAL-PRAZO           TO WS-CAL-DIA
020900     END-IF
021000     PERFORM 9670-ROLAR-DIA        THRU 9670-FIM
021100     MOVE WS-CAL-DIA               TO WS-CAL-VENC
021200     .
021300 9690-FIM. EXIT.
021400 9695-PROXIMO-UTIL.
021500     ADD 1                         TO WS-CAL-DIA
021600     PERFORM 9670-ROLAR-DIA        THRU 9670-FIM
021700     .
021800 9695-FIM. EXIT.
