000290* DATA       INIC.  DESCRICAO
000300* ---------- -----  ------------------------------------------
000310* 2026-09-03 DSR    PROGRAMA ORIGINAL.
000312* 2026-10-15 DSR    INCLUSAO E CARGA GRAVAM A IDENTIFICACAO DO
000314*                   VISITANTE (APT-ID-VISITANTE) EM ZEROS - E
000316*                   A ATIVACAO (PROGCB23) QUE A PREENCHE.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
002230     MOVE WRK-ANF-ENTRADA TO APT-ID-ANFITRIAO.
002240     SET APT-PENDENTE TO TRUE.
002250     MOVE WRK-DATA-ATUAL TO APT-DATA-INCLUSAO.
002255     MOVE ZEROS TO APT-ID-VISITANTE.
002260     WRITE APT-REGISTRO
002270         INVALID KEY
002280             DISPLAY "JA EXISTE AGENDAMENTO PARA "
003900     MOVE CRG-ID-ANFITRIAO TO APT-ID-ANFITRIAO.
003910     SET APT-PENDENTE TO TRUE.
003920     MOVE WRK-DATA-ATUAL TO APT-DATA-INCLUSAO.
003925     MOVE ZEROS TO APT-ID-VISITANTE.
003930     WRITE APT-REGISTRO
003940         INVALID KEY
003950             ADD 1 TO WRK-QTDE-DUPLICADAS
