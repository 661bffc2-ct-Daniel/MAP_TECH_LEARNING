      ******************************************************************
      * COPY NTRREC
      * LAYOUT DO REGISTRO DE RETORNO DE ENTREGA DO GATEWAY DE
      * E-MAIL/SMS (NTRFILE). UMA LINHA POR TENTATIVA DE ENTREGA DE
      * UM AVISO DO NTFFILE, IDENTIFICADO PELA SEQUENCIA DO AVISO.
      * O MESMO AVISO PODE TER MAIS DE UMA LINHA (NOVA TENTATIVA) -
      * VALE A ULTIMA DO ARQUIVO. CASADO PELO PASSO NOTURNO PROGCB34.
      * CRIADO EM 2026-10-15 POR DSR.
      ******************************************************************
       01  NTR-REGISTRO.
           05  NTR-SEQUENCIA           PIC 9(06).
           05  NTR-SITUACAO            PIC X(01).
               88  NTR-ENTREGUE                VALUE "E".
               88  NTR-FALHA                   VALUE "F".
           05  NTR-CANAL               PIC X(01).
               88  NTR-CANAL-EMAIL             VALUE "E".
               88  NTR-CANAL-SMS               VALUE "S".
           05  NTR-DATA                PIC 9(08).
           05  NTR-HORA                PIC 9(06).
           05  NTR-MOTIVO              PIC X(30).
