000600*                   AUD-ID-CONTATO, AUD-REG-ANTERIOR,
000700*                   AUD-REG-NOVO). O CARIMBO DE DATA/HORA E
000800*                   MONTADO AQUI.
000800*                   NA DUPLA CONFERENCIA (APRCHK/APRCTT) O
000800*                   CHAMADOR PREENCHE TAMBEM AUD-OPER-APROV E
000800*                   ENTRA PELO 9201-GRAVAR-COM-APROVADOR (THRU
000800*                   9200-FIM); PELO 9200 O CAMPO SAI EM BRANCO.
000900*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
001000*                   - SELECT AUDITORIA ... ORGANIZATION LINE
001100*                     SEQUENTIAL, FILE STATUS IS WS-FS-AUD
001540*                   - WS-AUD-OPERADOR        PIC X(08), COM O
001550*                     CODIGO DO OPERADOR CONECTADO (OPRLOG) OU
001560*                     ESPACOS NOS LOTES SEM SIGN-ON
001570*                   - WS-AUD-GUARDA          PIC X(600)
001571*                   - WS-AUD-ULT-SEQ         PIC 9(08)
001572*                   - WS-AUD-ULT-CHAIN       PIC 9(08)
001573*                   - WS-AUD-EOF-SW          PIC X(01)
002070*                       AUD-CHAIN E LIDO E O REGISTRO NOVO SAI
002080*                       COM A SEQUENCIA SEGUINTE E O ELO
002090*                       DERIVADO DO ANTERIOR (COPYBOOK AUDCHN).
002092*    2025-02-21 JSZ     WS-AUD-GUARDA AMPLIADO PARA X(600) - O
002094*                       REG-AUDITORIA PASSOU DE 500 BYTES COM AS
002096*                       IMAGENS DE X(227).
002096*    2025-04-11 JSZ     SEPARADO O PONTO DE ENTRADA
002096*                       9201-GRAVAR-COM-APROVADOR, QUE PRESERVA O
002096*                       AUD-OPER-APROV PREENCHIDO PELO CHAMADOR; O
002096*                       9200 CONTINUA GRAVANDO O CAMPO EM BRANCO.
002100******************************************************************
002200 9200-GRAVAR-AUDITORIA.
002200     MOVE SPACES                   TO AUD-OPER-APROV
002200     .
002200 9201-GRAVAR-COM-APROVADOR.
002300     ACCEPT WS-AUD-DATA            FROM DATE YYYYMMDD
002400     ACCEPT WS-AUD-HORA            FROM TIME
002500     MOVE WS-AUD-DATA              TO AUD-DATA-HORA (1:8)
