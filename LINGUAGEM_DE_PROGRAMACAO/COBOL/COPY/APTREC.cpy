      * O RELATORIO DE NAO COMPARECIMENTO (PROGCB24) COMPARA OS
      * AGENDAMENTOS DO DIA COM OS CADASTROS EFETIVADOS NO REGFILE.
      * CRIADO EM 2026-09-03 POR DSR.
      * ALTERADO EM 2026-10-15 POR DSR - IDENTIFICACAO DO VISITANTE
      * (APT-ID-VISITANTE, CADASTRO VISFILE) ABERTA NO LUGAR DO
      * FILLER, COM O REGISTRO AMPLIADO DE 60 PARA 61 BYTES. ZEROS =
      * AINDA SEM IDENTIFICACAO; A ATIVACAO (PROGCB23) LOCALIZA OU
      * CRIA A IDENTIFICACAO E A CARIMBA AQUI E NO REGFILE.
      ******************************************************************
       01  APT-REGISTRO.
           05  APT-CHAVE.
               88  APT-PENDENTE                VALUE "P".
               88  APT-ATIVADO                 VALUE "A".
           05  APT-DATA-INCLUSAO       PIC 9(08).
           05  APT-ID-VISITANTE        PIC 9(06).
