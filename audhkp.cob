004400 FD  AUDITORIA.
004500     COPY AUDREG.
004600 FD  MENSAL.
004700 01  REG-MENSAL                   PIC X(549).
004800 FD  RESTANTE.
004900 01  REG-RESTANTE                 PIC X(549).
004900 FD  RUNCTL.
004900     COPY RUNREG.
005000 WORKING-STORAGE SECTION.
