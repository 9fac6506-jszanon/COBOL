000100******************************************************************
000200*    COPYBOOK.....: FATREG.CPY
000300*    DESCRICAO....: LAYOUT POSICIONAL DO ARQUIVO DIARIO DE
000400*                   FATURAMENTO ENVIADO PELO ERP (FATERP.DAT), NO
000500*                   MOLDE DO RETORNO DO BANCO (RETBANC): CABECALHO
000600*                   '00' (DATA DO FATURAMENTO + SEQUENCIA DO
000700*                   ARQUIVO), UM DETALHE '01' POR NOTA (ID-CONTATO,
000800*                   TIPO D/C, VALOR, MOTIVO E NUMERO DO DOCUMENTO NO
000900*                   ERP) E TRAILER '99' (QUANTIDADE DE DETALHES +
001000*                   SOMA DOS VALORES). OS TRES REGISTROS TEM 80
001100*                   POSICOES E SE SOBREPOEM NA MESMA AREA.
001200*    UTILIZADO POR: IMPFAT.
001300*----------------------------------------------------------------*
001400*    HISTORICO DE ALTERACOES
001500*    DATA       AUTOR   DESCRICAO
001600*    ---------- ------- ----------------------------------------
001700*    2025-05-16 JSZ     LAYOUT CRIADO.
001800******************************************************************
001900 01  REG-FAT-DETALHE.
002000     03  FAT-TIPO-REG             PIC X(02).
002100         88  FAT-CABECALHO        VALUE '00'.
002200         88  FAT-DETALHE          VALUE '01'.
002300         88  FAT-TRAILER          VALUE '99'.
002400     03  FAT-ID-CONTATO           PIC 9(06).
002500     03  FAT-TIPO                 PIC X(01).
002600     03  FAT-VALOR                PIC 9(09)V99.
002700     03  FAT-MOTIVO               PIC X(10).
002800     03  FAT-DOCUMENTO            PIC X(15).
002900     03  FILLER                   PIC X(35).
003000 01  REG-FAT-CABEC.
003100     03  FILLER                   PIC X(02).
003200     03  FAT-CAB-DATA             PIC 9(08).
003300     03  FAT-CAB-SEQ              PIC 9(06).
003400     03  FILLER                   PIC X(64).
003500 01  REG-FAT-TRAILER.
003600     03  FILLER                   PIC X(02).
003700     03  FAT-TRL-QTD              PIC 9(06).
003800     03  FAT-TRL-SOMA             PIC 9(13)V99.
003900     03  FILLER                   PIC X(57).
