000100******************************************************************
000200*    COPYBOOK.....: ACSLOG.CPY
000300*    DESCRICAO....: GRAVA UM REGISTRO NO LOG DE ACESSO DE CONSULTA
000400*                   (ACESSO.LOG, LAYOUT ACSREG.CPY) PARA O CONTATO
000500*                   QUE O PROGRAMA CHAMADOR ACABOU DE EXIBIR. O
000600*                   CARIMBO DE DATA/HORA E MONTADO AQUI E O
000700*                   OPERADOR VEM DO SIGN-ON COMUM (COPYBOOK
000800*                   OPRLOG). MESMO PADRAO DE EXTENSAO DO AUDLOG.
000900*                   FALHA NA GRAVACAO NAO IMPEDE A CONSULTA, MAS E
001000*                   AVISADA NA TELA.
001100*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
001200*                   - SELECT ACESSO ... ORGANIZATION LINE
001300*                     SEQUENTIAL, FILE STATUS IS WS-FS-ACS
001400*                   - FD ACESSO. COPY ACSREG.
001500*                   - WS-FS-ACS              PIC X(02)
001600*                       88 FS-ACS-OK         VALUE '00'
001700*                   - WS-ACS-DATA            PIC 9(08)
001800*                   - WS-ACS-HORA            PIC 9(08)
001900*                   - WS-ACS-PROGRAMA        PIC X(08), COM O
002000*                     PROGRAM-ID DO CHAMADOR
002100*                   - WS-ACS-ID              PIC 9(06), COM O
002200*                     ID-CONTATO EXIBIDO
002300*                   - WS-ACS-TIPO            PIC X(01), 'D' PARA
002400*                     O CONTATO ABERTO POR INTEIRO, 'L' PARA A
002500*                     LINHA DE UMA LISTA DE PESQUISA
002600*                   - A AREA DO COPYBOOK OPRLOG (WS-OPR-CODIGO).
002700*----------------------------------------------------------------*
002800*    HISTORICO DE ALTERACOES
002900*    DATA       AUTOR   DESCRICAO
003000*    ---------- ------- ----------------------------------------
003100*    2025-03-28 JSZ     COPYBOOK CRIADO.
003200******************************************************************
003300 9550-REGISTRAR-ACESSO.
003400     ACCEPT WS-ACS-DATA            FROM DATE YYYYMMDD
003500     ACCEPT WS-ACS-HORA            FROM TIME
003600     MOVE WS-ACS-DATA              TO ACS-DATA-HORA (1:8)
003700     MOVE WS-ACS-HORA (1:6)        TO ACS-DATA-HORA (9:6)
003800     MOVE WS-OPR-CODIGO            TO ACS-OPERADOR
003900     MOVE WS-ACS-PROGRAMA          TO ACS-PROGRAMA
004000     MOVE WS-ACS-ID                TO ACS-ID-CONTATO
004100     MOVE WS-ACS-TIPO              TO ACS-TIPO
004200
004300     MOVE '00'                     TO WS-FS-ACS
004400     OPEN EXTEND ACESSO
004500     IF NOT FS-ACS-OK
004600        CLOSE ACESSO
004700        MOVE '00'                  TO WS-FS-ACS
004800        OPEN OUTPUT ACESSO
004900     END-IF
005000     IF NOT FS-ACS-OK
005100        DISPLAY 'AVISO: ACESSO NAO REGISTRADO EM ACESSO.LOG - '
005200                'FILE STATUS ' WS-FS-ACS '.'
005300        GO TO 9550-FIM
005400     END-IF
005500
005600     WRITE REG-ACESSO
005700
005800     CLOSE ACESSO
005900     .
006000 9550-FIM. EXIT.
