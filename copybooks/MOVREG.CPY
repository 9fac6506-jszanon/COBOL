000500*                   CREDITO A APLICAR NO SALDO-CONTATO DE
000600*                   CONTATOS.DAT PELO LOTE DE EFETIVACAO
000700*                   (POSTSAL).
000800*    UTILIZADO POR: POSTSAL, CADMOV, CADRET, JURCTT, ESTMOV,
000801*                   CADACOR, GERACOR, APRCTT, IMPFAT, PAGREEM,
000801*                   RETREEM.
000900*----------------------------------------------------------------*
001000*    HISTORICO DE ALTERACOES
001100*    DATA       AUTOR   DESCRICAO
001375*                       SEM ISSO A LIBERACAO CAIA DE NOVO NA
001376*                       MESMA RETENCAO. REGISTROS ANTIGOS VOLTAM
001377*                       COM O CAMPO EM BRANCO = NAO LIBERADO.
001377*    2025-04-11 JSZ     INCLUIDOS MOV-OPER-INCL E MOV-OPER-APROV
001377*                       (DUPLA CONFERENCIA): OPERADOR QUE DIGITOU
001377*                       O MOVIMENTO NO CADMOV E SUPERVISOR QUE O
001377*                       APROVOU NO APRCTT QUANDO O VALOR PASSOU DA
001377*                       ALCADA. O POSTSAL LEVA OS DOIS PARA A
001377*                       AUDITORIA. MOVIMENTOS GERADOS POR LOTE E
001377*                       REGISTROS ANTIGOS VOLTAM COM OS CAMPOS EM
001377*                       BRANCO.
001400******************************************************************
001500 01  REG-MOVIMENTO.
001600     03  MOV-ID-CONTATO           PIC 9(06).
002300     03  MOV-REF-SEQ              PIC 9(03).
002400     03  MOV-LIBERADO             PIC X(01).
002500         88  MOV-FOI-LIBERADO     VALUE 'S'.
002500     03  MOV-OPER-INCL            PIC X(08).
002500     03  MOV-OPER-APROV           PIC X(08).
