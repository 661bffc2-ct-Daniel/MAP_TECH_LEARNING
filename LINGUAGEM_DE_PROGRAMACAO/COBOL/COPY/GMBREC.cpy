      ******************************************************************
      * COPY GMBREC
      * LAYOUT DA RELACAO NOMINAL DOS MEMBROS DE UM GRUPO (GMBFILE).
      * CHAVE = IDENTIFICACAO DO GRUPO (GRPFILE) + NUMERO DE ORDEM DO
      * MEMBRO NA RELACAO, DADO PELO PROGCB38 (GRP-ULTIMO-MEMBRO + 1).
      * O NOME E O MESMO QUE VAI PARA O REGFILE NA ENTRADA, ONDE O
      * CADASTRO DO MEMBRO E LOCALIZADO PELA CHAVE NOME + DATA DA
      * VISITA. GMB-SITUACAO "E" = MEMBRO JA ENTROU (CADASTRO GRAVADO
      * PELO PROGCOB01); A SAIDA NAO E REPETIDA AQUI - VALE A HORA DE
      * SAIDA DO PROPRIO CADASTRO NO REGFILE.
      * CRIADO EM 2026-10-15 POR DSR.
      ******************************************************************
       01  GMB-REGISTRO.
           05  GMB-CHAVE.
               10  GMB-ID-GRUPO        PIC 9(06).
               10  GMB-SEQ             PIC 9(03).
           05  GMB-NOME                PIC X(30).
           05  GMB-SITUACAO            PIC X(01).
               88  GMB-RELACIONADO             VALUE "R".
               88  GMB-ENTROU                  VALUE "E".
           05  GMB-HORA-ENTRADA        PIC 9(06).
           05  GMB-DATA-INCLUSAO       PIC 9(08).
           05  GMB-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(10).
