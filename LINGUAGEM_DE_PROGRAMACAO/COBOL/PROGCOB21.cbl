000330* DATA       INIC.  DESCRICAO
000340* ---------- -----  ------------------------------------------
000350* 2026-09-03 DSR    PROGRAMA ORIGINAL.
000352* 2026-10-15 DSR    PASSO MARCADO PARA REEXECUCAO NA REABERTURA
000354*                   DA DATA (PROGCB28) SAI COM A MARCA
000356*                   "REEXECUTAR".
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
005230         MOVE SPACES TO WRK-PAS-FIM
005240         MOVE SPACES TO WRK-PAS-DURACAO
005250     END-IF.
005252     IF STP-REEXECUTAR
005254         MOVE "REEXECUTAR" TO WRK-PAS-MARCA
005256     END-IF.
005260
005270     MOVE WRK-LINHA-PASSO TO REL-LINHA.
005280     WRITE REL-LINHA.
