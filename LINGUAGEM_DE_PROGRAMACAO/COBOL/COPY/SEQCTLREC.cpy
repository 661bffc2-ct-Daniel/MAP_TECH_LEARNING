      * ALTERADO EM 2026-08-08 POR DSR - INCLUSAO DA SEQUENCIA PROPRIA
      * DE SUSPENSE (SEQCTL-PROX-SUSPENSE), QUE ANTES REUTILIZAVA A
      * SEQUENCIA DE CADASTRO.
      * ALTERADO EM 2026-10-15 POR DSR - SEQUENCIA DO CADASTRO MESTRE
      * DE VISITANTES (SEQCTL-PROX-VISITANTE) ABERTA NO LUGAR DO
      * FILLER, COM O REGISTRO AMPLIADO DE 30 PARA 32 BYTES. REGISTRO
      * GRAVADO ANTES DESTA DATA TRAZ ESPACOS NO CAMPO, QUE DEVEM SER
      * TRATADOS COMO "PROXIMA = 1".
      * ALTERADO EM 2026-10-15 POR DSR - SEQUENCIA DOS AVISOS AO
      * ANFITRIAO (SEQCTL-PROX-NOTIFICACAO, ARQUIVO NTFFILE)
      * ACRESCENTADA AO FINAL, COM O REGISTRO AMPLIADO DE 32 PARA 38
      * BYTES. REGISTRO GRAVADO ANTES DESTA DATA TRAZ ESPACOS NO
      * CAMPO, QUE DEVEM SER TRATADOS COMO "PROXIMA = 1".
      * ALTERADO EM 2026-10-15 POR DSR - SEQUENCIA DAS VISITAS EM
      * GRUPO (SEQCTL-PROX-GRUPO, ARQUIVO GRPFILE) ACRESCENTADA AO
      * FINAL, COM O REGISTRO AMPLIADO DE 38 PARA 44 BYTES. REGISTRO
      * GRAVADO ANTES DESTA DATA TRAZ ESPACOS NO CAMPO, QUE DEVEM SER
      * TRATADOS COMO "PROXIMA = 1".
      ******************************************************************
       01  SEQCTL-REGISTRO.
           05  SEQCTL-CHAVE            PIC X(08) VALUE "SEQCTL01".
           05  SEQCTL-PROX-REGISTRO    PIC 9(06).
           05  SEQCTL-PROX-AUDITORIA   PIC 9(06).
           05  SEQCTL-PROX-SUSPENSE    PIC 9(06).
           05  SEQCTL-PROX-VISITANTE   PIC 9(06).
           05  SEQCTL-PROX-NOTIFICACAO PIC 9(06).
           05  SEQCTL-PROX-GRUPO       PIC 9(06).
