000100******************************************************************
000200*    COPYBOOK.....: CONSREG.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE
000400*                   CONSENTIMENTO DE COMUNICACAO POR CANAL (LGPD)
000500*                   (CONSENT.DAT). CADA MUDANCA DE SITUACAO E UM
000600*                   REGISTRO NOVO - NADA E REGRAVADO: A CHAVE LEVA
000700*                   O CONTATO, O CANAL E O CARIMBO DA MUDANCA, E A
000800*                   SITUACAO VIGENTE EM UMA DATA E A DO ULTIMO
000900*                   REGISTRO DO CANAL COM CARIMBO ATE ELA
001000*                   (COPYBOOK CNSCHK). SEM REGISTRO = SEM
001100*                   CONSENTIMENTO.
001200*                   CNS-CANAL: C = CORREIO (MALA DIRETA),
001300*                   E = EMAIL, S = SMS.
001400*                   CNS-STATUS: S = CONSENTIU (OPT-IN),
001500*                   N = REVOGOU OU RECUSOU (OPT-OUT).
001600*                   CNS-ORIGEM: T = LIGACAO TELEFONICA, F =
001700*                   FORMULARIO, C = CRM.
001800*                   CNS-REFERENCIA GUARDA A PROVA (NUMERO DO
001900*                   FORMULARIO, PROTOCOLO DA LIGACAO, ID NO CRM).
002000*    UTILIZADO POR: CADCNS, RELANIV, CARTCTT, EXTRCTT,
002000*                   DOSSCTT.
002100*----------------------------------------------------------------*
002200*    HISTORICO DE ALTERACOES
002300*    DATA       AUTOR   DESCRICAO
002400*    ---------- ------- ----------------------------------------
002500*    2025-03-14 JSZ     LAYOUT CRIADO.
002600******************************************************************
002700 01  REG-CONSENT.
002800     03  CNS-CHAVE.
002900         05  CNS-ID-CONTATO       PIC 9(06).
003000         05  CNS-CANAL            PIC X(01).
003100             88  CNS-CANAL-CORREIO VALUE 'C'.
003200             88  CNS-CANAL-EMAIL  VALUE 'E'.
003300             88  CNS-CANAL-SMS    VALUE 'S'.
003400             88  CNS-CANAL-VALIDO VALUE 'C' 'E' 'S'.
003500         05  CNS-DATA-HORA        PIC 9(14).
003600     03  CNS-STATUS               PIC X(01).
003700         88  CNS-CONCEDIDO        VALUE 'S'.
003800         88  CNS-REVOGADO         VALUE 'N'.
003900         88  CNS-STATUS-VALIDO    VALUE 'S' 'N'.
004000     03  CNS-ORIGEM               PIC X(01).
004100         88  CNS-ORIGEM-TELEFONE  VALUE 'T'.
004200         88  CNS-ORIGEM-FORMULARIO VALUE 'F'.
004300         88  CNS-ORIGEM-CRM       VALUE 'C'.
004400         88  CNS-ORIGEM-VALIDA    VALUE 'T' 'F' 'C'.
004500     03  CNS-OPERADOR             PIC X(08).
004600     03  CNS-PROGRAMA             PIC X(08).
004700     03  CNS-REFERENCIA           PIC X(30).
