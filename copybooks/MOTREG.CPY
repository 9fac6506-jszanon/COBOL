000100******************************************************************
000200*    COPYBOOK.....: MOTREG.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DA TABELA DE MOTIVOS DE
000400*                   MOVIMENTO (MOTIVOS.DAT), NO MOLDE DA TABELA
000500*                   DE CATEGORIAS (CATREG.CPY). MOV-MOTIVO DEIXA
000600*                   DE SER TEXTO LIVRE: SO ENTRA EM MOVCTT.DAT UM
000700*                   CODIGO CADASTRADO E ATIVO, CUJA NATUREZA
000800*                   ADMITA O TIPO DO MOVIMENTO. CADA CODIGO LEVA
000900*                   A CONTA CONTABIL EM QUE O DIARCTB LANCA A
001000*                   CONTRAPARTIDA DA CONTA DE CLIENTES.
001100*                   MTV-NATUREZA: D = SO DEBITO, C = SO CREDITO,
001200*                   A = AMBOS.
001300*                   MTV-USO: M = DIGITAVEL NO CADMOV, S = GERADO
001400*                   SO PELOS LOTES/PROGRAMAS DONOS DO MOTIVO
001500*                   (JUROS, PAGTOBANCO, ESTORNO, ACORDO, BAIXA...).
001600*                   A LEITURA E A VALIDACAO FICAM NO COPYBOOK
001700*                   MOTTAB.CPY.
001800*    UTILIZADO POR: CADMOT, CADMOV, ESTMOV, JURCTT, RETBANC,
001900*                   DIARCTB, BAIXCTT, IMPFAT, PAGREEM, RETREEM.
002000*----------------------------------------------------------------*
002100*    HISTORICO DE ALTERACOES
002200*    DATA       AUTOR   DESCRICAO
002300*    ---------- ------- ----------------------------------------
002400*    2025-02-14 JSZ     LAYOUT CRIADO.
002500******************************************************************
002600 01  REG-MOTIVO.
002700     03  MTV-CODIGO               PIC X(10).
002800     03  MTV-DESCRICAO            PIC X(30).
002900     03  MTV-NATUREZA             PIC X(01).
003000         88  MTV-NAT-DEBITO       VALUE 'D'.
003100         88  MTV-NAT-CREDITO      VALUE 'C'.
003200         88  MTV-NAT-AMBOS        VALUE 'A'.
003300         88  MTV-NAT-VALIDA       VALUE 'D' 'C' 'A'.
003400     03  MTV-CONTA                PIC X(12).
003500     03  MTV-USO                  PIC X(01).
003600         88  MTV-USO-MANUAL       VALUE 'M'.
003700         88  MTV-USO-SISTEMA      VALUE 'S'.
003800         88  MTV-USO-VALIDO       VALUE 'M' 'S'.
003900     03  MTV-ST                   PIC X(01).
004000         88  MTV-ATIVO            VALUE 'A'.
004100         88  MTV-INATIVO          VALUE 'I'.
