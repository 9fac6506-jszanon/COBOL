000100******************************************************************
000200*    COPYBOOK.....: VINCREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DE VINCULOS ENTRE
000400*                   CONTATOS (VINCULOS.DAT). CHAVE = CONTATO +
000500*                   SEQUENCIA (MESMO PADRAO DO FONES.DAT); O OUTRO
000600*                   LADO DO VINCULO (VIN-ID-RELACIONADO) E CHAVE
000700*                   ALTERNATIVA COM DUPLICATAS, PARA ACHAR O
000800*                   VINCULO PELOS DOIS CONTATOS. O PAPEL DIZ O QUE
000900*                   O RELACIONADO E PARA O CONTATO DA CHAVE:
001000*                   - F: FIADOR (AVALISTA) DO CONTATO;
001100*                   - D: MORA NO MESMO DOMICILIO DO CONTATO;
001200*                   - E: EMPREGADOR DO CONTATO (EMPRESA ONDE O
001300*                     CONTATO TRABALHA).
001400*                   O VINCULO VALE DE VIN-DT-INICIO ATE VIN-DT-FIM
001500*                   (ZEROS = SEM PRAZO); ENCERRADO, FICA NO
001600*                   ARQUIVO COMO HISTORICO. INCLUSAO E ULTIMA
001700*                   ALTERACAO CARIMBADAS NO PROPRIO REGISTRO
001800*                   (CADVINC).
001900*    UTILIZADO POR: CADVINC, CTT360, CARTCOB, CARTCTT, MERGCTT,
002000*                   ARCCTT, PRGCTT, CHKINTG.
002100*----------------------------------------------------------------*
002200*    HISTORICO DE ALTERACOES
002300*    DATA       AUTOR   DESCRICAO
002400*    ---------- ------- ----------------------------------------
002500*    2025-06-20 JSZ     LAYOUT CRIADO.
002600******************************************************************
002700 01  REG-VINCULOS.
002800     03  VIN-CHAVE.
002900         05  VIN-ID-CONTATO       PIC 9(06).
003000         05  VIN-SEQ              PIC 9(02).
003100     03  VIN-ID-RELACIONADO       PIC 9(06).
003200     03  VIN-PAPEL                PIC X(01).
003300         88  VIN-FIADOR           VALUE 'F'.
003400         88  VIN-DOMICILIO        VALUE 'D'.
003500         88  VIN-EMPREGADOR       VALUE 'E'.
003600         88  VIN-PAPEL-VALIDO     VALUE 'F' 'D' 'E'.
003700     03  VIN-DT-INICIO            PIC 9(08).
003800     03  VIN-DT-FIM               PIC 9(08).
003900     03  VIN-DATA-HORA            PIC 9(14).
004000     03  VIN-OPERADOR             PIC X(08).
004100     03  VIN-DT-ALTERACAO         PIC 9(08).
004200     03  VIN-OPER-ALTERACAO       PIC X(08).
