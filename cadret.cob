027160*    A MARCA DE LIBERADO E O QUE FAZ O POSTSAL DISPENSAR ESTE
027170*    MOVIMENTO DO LIMITE DE CREDITO (UMA UNICA VEZ).
027180     MOVE 'S'                     TO MOV-LIBERADO
027180     MOVE SPACES                  TO MOV-OPER-INCL
027180     MOVE SPACES                  TO MOV-OPER-APROV
027200     WRITE REG-MOVIMENTO
027300     CLOSE MOVIMENTOS
027400     .
