      * BLOQUEADO; A LIBERACAO EXIGE SUPERVISOR E E GRAVADA NO LOG DE
      * AUDITORIA (AUD-OPER-LIBERACAO).
      * CRIADO EM 2026-09-03 POR DSR.
      * ALTERADO EM 2026-10-15 POR DSR - IDENTIFICACAO DO VISITANTE
      * (WTC-ID-VISITANTE, DO CADASTRO MESTRE VISFILE) E DOCUMENTO
      * (WTC-DOCUMENTO, MESMO FORMATO DO VIS-DOCUMENTO), AMBOS CHAVES
      * ALTERNATIVAS COM DUPLICIDADE. A CONSULTA DA INCLUSAO PROCURA
      * PRIMEIRO A IDENTIFICACAO E O DOCUMENTO; O NOME SO DECIDE QUANDO
      * FALTA IDENTIDADE. ENTRADA SEM IDENTIFICACAO TRAZ ZEROS E
      * ESPACOS. REGISTRO PASSOU DE 72 PARA 99 POSICOES - O WTCFILE
      * EXISTENTE E CONVERTIDO COM ZEROS E ESPACOS NOS CAMPOS NOVOS.
      ******************************************************************
       01  WTC-REGISTRO.
           05  WTC-NOME                PIC X(30).
           05  WTC-MOTIVO              PIC X(30).
           05  WTC-DATA-INCLUSAO       PIC 9(08).
           05  WTC-ID-VISITANTE        PIC 9(06).
           05  WTC-DOCUMENTO.
               10  WTC-TIPO-DOC        PIC X(01).
               10  WTC-NUM-DOC         PIC X(20).
           05  FILLER                  PIC X(04).
