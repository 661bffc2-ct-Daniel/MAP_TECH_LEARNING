000352*                   ACOMPANHANDO A MARCA DE PRE-REGISTRO
000353*                   (REG-IND-PRE-REG) NO REGREC - COM X(75) A
000354*                   DESCARGA TRUNCAVA O ULTIMO BYTE DO MESTRE.
000355* 2026-10-15 DSR    LINHA DO REGUNLD AMPLIADA PARA X(82), COM A
000356*                   IDENTIFICACAO DO VISITANTE (REG-ID-
000357*                   VISITANTE) NO REGREC, E LINHA DO SEQUNLD
000358*                   PARA X(32), COM A SEQUENCIA DO CADASTRO DE
000359*                   VISITANTES (SEQCTL-PROX-VISITANTE).
000360* 2026-10-15 DSR    LINHA DO SEQUNLD AMPLIADA PARA X(38), COM
000361*                   A SEQUENCIA DOS AVISOS AO ANFITRIAO
000362*                   (SEQCTL-PROX-NOTIFICACAO).
000363* 2026-10-15 DSR    LINHA DO REGUNLD AMPLIADA PARA X(88), COM A
000364*                   IDENTIFICACAO DO GRUPO (REG-ID-GRUPO) NO
000365*                   REGREC, E LINHA DO SEQUNLD PARA X(44), COM
000366*                   A SEQUENCIA DAS VISITAS EM GRUPO
000367*                   (SEQCTL-PROX-GRUPO).
000368******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
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
