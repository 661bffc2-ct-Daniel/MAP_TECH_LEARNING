      * "O VISITANTE DO FULANO JA CHEGOU?" E PARA O RELATORIO DIARIO
      * POR ANFITRIAO (PROGCB17).
      * CRIADO EM 2026-09-03 POR DSR.
      * ALTERADO EM 2026-10-15 POR DSR - E-MAIL (ANF-EMAIL) E CELULAR
      * (ANF-CELULAR) DO ANFITRIAO ACRESCENTADOS AO FINAL, COM O
      * REGISTRO AMPLIADO DE 60 PARA 115 BYTES, PARA O AVISO DE
      * CHEGADA E SAIDA DO VISITANTE PELO GATEWAY CORPORATIVO DE
      * E-MAIL/SMS (NTFFILE). MANTIDOS PELO PROGCB16. ESPACOS = SEM
      * O CONTATO; REGISTROS CONVERTIDOS ANTERIORES A ESTA DATA
      * TRAZEM ESPACOS NOS DOIS CAMPOS.
      ******************************************************************
       01  ANF-REGISTRO.
           05  ANF-ID                  PIC X(08).
           05  ANF-NOME                PIC X(30).
           05  ANF-DEPTO               PIC X(20).
           05  FILLER                  PIC X(02).
           05  ANF-EMAIL               PIC X(40).
           05  ANF-CELULAR             PIC X(15).
