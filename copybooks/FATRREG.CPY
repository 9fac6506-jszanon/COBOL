000100******************************************************************
000200*    COPYBOOK.....: FATRREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO DE REJEITADOS DO FATURAMENTO
000400*                   (FATREJ.DAT), DEVOLVIDO AO ERP PELO IMPFAT. CADA
000500*                   REGISTRO LEVA A LINHA ORIGINAL DE FATERP.DAT
000600*                   (FATREG.CPY) TAL COMO VEIO, SEGUIDA DO CODIGO E
000700*                   DO TEXTO DA RECUSA. O ARQUIVO REPETE O
000800*                   CABECALHO '00' DO ARQUIVO DE ORIGEM, TRAZ SO OS
000900*                   DETALHES '01' RECUSADOS E FECHA COM UM TRAILER
001000*                   '99' COM QUANTIDADE E SOMA DOS RECUSADOS.
001100*                   CODIGOS DE RECUSA:
001200*                   01 ID-CONTATO INVALIDO (NAO NUMERICO OU ZERO)
001300*                   02 CONTATO NAO CADASTRADO
001400*                   03 CONTATO INATIVO
001500*                   04 TIPO DIFERENTE DE D OU C
001600*                   05 VALOR NAO NUMERICO OU ZERO
001700*                   06 MOTIVO RECUSADO PELA TABELA DE MOTIVOS
001800*                   07 MOTIVO RESERVADO A PROGRAMA (USO S/ESTORNO)
001900*    UTILIZADO POR: IMPFAT.
002000*----------------------------------------------------------------*
002100*    HISTORICO DE ALTERACOES
002200*    DATA       AUTOR   DESCRICAO
002300*    ---------- ------- ----------------------------------------
002400*    2025-05-16 JSZ     LAYOUT CRIADO.
002500******************************************************************
002600 01  REG-FAT-REJEITO.
002700     03  REJ-REGISTRO             PIC X(80).
002800     03  REJ-CODIGO               PIC X(02).
002900     03  REJ-MENSAGEM             PIC X(50).
