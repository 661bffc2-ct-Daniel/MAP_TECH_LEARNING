      * AUTOMATICO (PROGCB19), A LISTA DE EVACUACAO (PROGCOB04) E O
      * NAO COMPARECIMENTO (PROGCB24) DISTINGUEM POR ESTA MARCA QUEM
      * NUNCA ENTROU NO PREDIO.
      * ALTERADO EM 2026-10-15 POR DSR - IDENTIFICACAO DO VISITANTE
      * (REG-ID-VISITANTE, CADASTRO VISFILE) ACRESCENTADA AO FINAL,
      * COM O REGISTRO AMPLIADO DE 76 PARA 82 BYTES. ZEROS = SEM
      * IDENTIFICACAO (POSTAGENS DA BANCADA DE SUSPENSE, CADASTRO
      * MESTRE INDISPONIVEL); REGISTROS CONVERTIDOS ANTERIORES A ESTA
      * DATA TRAZEM ESPACOS, QUE DEVEM SER TRATADOS COMO ZEROS.
      * ALTERADO EM 2026-10-15 POR DSR - IDENTIFICACAO DO GRUPO
      * (REG-ID-GRUPO, CADASTRO GRPFILE) ACRESCENTADA AO FINAL, COM O
      * REGISTRO AMPLIADO DE 82 PARA 88 BYTES. PREENCHIDA NA ENTRADA
      * DO MEMBRO DE VISITA EM GRUPO (PROGCOB01); ZEROS = VISITA
      * INDIVIDUAL. REGISTROS CONVERTIDOS ANTERIORES A ESTA DATA TRAZEM
      * ESPACOS, QUE DEVEM SER TRATADOS COMO ZEROS.
      ******************************************************************
       01  REG-REGISTRO.
           05  REG-CHAVE.
           05  REG-COD-ERRO-RH         PIC X(04).
           05  REG-IND-PRE-REG         PIC X(01).
               88  REG-PRE-REGISTRADO          VALUE "P".
           05  REG-ID-VISITANTE        PIC 9(06).
           05  REG-ID-GRUPO            PIC 9(06).
