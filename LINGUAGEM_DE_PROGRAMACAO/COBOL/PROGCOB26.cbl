000343*                   (REG-IND-PRE-REG) NO REGREC - COM X(75) A
000344*                   RECONSTRUCAO APAGAVA A MARCA DE TODO
000345*                   PRE-REGISTRO RESTAURADO.
000346* 2026-10-15 DSR    LINHA DO REGUNLD AMPLIADA PARA X(82), COM A
000347*                   IDENTIFICACAO DO VISITANTE (REG-ID-
000348*                   VISITANTE) NO REGREC, E LINHA DO SEQUNLD
000349*                   PARA X(32), COM A SEQUENCIA DO CADASTRO DE
000350*                   VISITANTES (SEQCTL-PROX-VISITANTE).
000351* 2026-10-15 DSR    LINHA DO SEQUNLD AMPLIADA PARA X(38), COM
000352*                   A SEQUENCIA DOS AVISOS AO ANFITRIAO
000353*                   (SEQCTL-PROX-NOTIFICACAO).
000354* 2026-10-15 DSR    LINHA DO REGUNLD AMPLIADA PARA X(88), COM A
000355*                   IDENTIFICACAO DO GRUPO (REG-ID-GRUPO) NO
000356*                   REGREC, E LINHA DO SEQUNLD PARA X(44), COM
000357*                   A SEQUENCIA DAS VISITAS EM GRUPO
000358*                   (SEQCTL-PROX-GRUPO).
000359******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
001090     COPY HOLDREC.
001100
001110 FD  REGUNLD.
001120 01  RUN-LINHA                   PIC X(88).
001130
001140 FD  DTCUNLD.
001150 01  DUN-LINHA                   PIC X(34).
001160
001170 FD  SEQUNLD.
001180 01  SUN-LINHA                   PIC X(44).
001190
001200 FD  OPRUNLD.
001210 01  OUN-LINHA                   PIC X(48).
