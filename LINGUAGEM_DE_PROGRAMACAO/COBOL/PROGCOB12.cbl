000372*                   (REG-COD-ERRO-RH) NO REGREC, E DEPOIS PARA
000373*                   X(76), COM A MARCA DE PRE-REGISTRO
000374*                   (REG-IND-PRE-REG).
000375* 2026-10-15 DSR    LINHA DE HISTORICO DO MESTRE AMPLIADA PARA
000376*                   X(82), ACOMPANHANDO A IDENTIFICACAO DO
000377*                   VISITANTE (REG-ID-VISITANTE) NO REGREC.
000378* 2026-10-15 DSR    LINHA DE HISTORICO DO MESTRE AMPLIADA PARA
000379*                   X(88), ACOMPANHANDO A IDENTIFICACAO DO
000380*                   GRUPO (REG-ID-GRUPO) NO REGREC.
000381******************************************************************
000382 ENVIRONMENT DIVISION.
000383 INPUT-OUTPUT SECTION.
000384 FILE-CONTROL.
000390     SELECT DTCTL ASSIGN TO "DTCTL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
001070     COPY REGREC.
001080
001090 FD  REGARCH.
001100 01  RARC-LINHA                  PIC X(88).
001110
001120 FD  RELFILE.
001130 01  REL-LINHA                   PIC X(80).
