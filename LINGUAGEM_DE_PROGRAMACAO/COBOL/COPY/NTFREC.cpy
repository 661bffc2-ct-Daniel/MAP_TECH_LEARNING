      ******************************************************************
      * COPY NTFREC
      * LAYOUT DO REGISTRO DE AVISO AO ANFITRIAO (NTFFILE) - ARQUIVO
      * DE SAIDA RECOLHIDO PELO GATEWAY CORPORATIVO DE E-MAIL/SMS.
      * UMA LINHA POR CHEGADA E POR SAIDA DE VISITANTE REGISTRADA NA
      * RECEPCAO (PROGCOB01), COM O CONTATO DO ANFITRIAO COPIADO DO
      * ANFFILE NO MOMENTO DO AVISO. A SEQUENCIA (SEQCTL-PROX-
      * NOTIFICACAO) E DEVOLVIDA PELO GATEWAY NO ARQUIVO DE RETORNO
      * (NTRFILE, COPY NTRREC) E CASADA PELO PASSO NOTURNO PROGCB34.
      * CRIADO EM 2026-10-15 POR DSR.
      ******************************************************************
       01  NTF-REGISTRO.
           05  NTF-SEQUENCIA           PIC 9(06).
           05  NTF-EVENTO              PIC X(01).
               88  NTF-CHEGADA                 VALUE "C".
               88  NTF-SAIDA                   VALUE "S".
           05  NTF-DATA                PIC 9(08).
           05  NTF-HORA                PIC 9(06).
           05  NTF-ID-ANFITRIAO        PIC X(08).
           05  NTF-DEPTO               PIC X(20).
           05  NTF-EMAIL               PIC X(40).
           05  NTF-CELULAR             PIC X(15).
           05  NTF-NOME-VISITANTE      PIC X(30).
           05  NTF-NUM-CRACHA          PIC 9(04).
