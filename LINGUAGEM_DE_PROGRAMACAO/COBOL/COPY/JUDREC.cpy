      ******************************************************************
      * COPY JUDREC
      * LAYOUT DO REGISTRO DE RETENCAO JUDICIAL (JUDFILE).
      * PEDIDO DE PRESERVACAO DOS REGISTROS DE UMA PESSOA (PROCESSO,
      * INQUERITO, REQUISICAO DE AUTORIDADE). ENQUANTO ATIVA, A
      * ANONIMIZACAO DA LGPD (PROGCB30) RECUSA OS REGISTROS DO NOME
      * DATADOS DENTRO DO PERIODO DA RETENCAO E OS LISTA NO
      * RELATORIO. CHAVE = NOME + NUMERO DO PROCESSO, PARA O MESMO
      * NOME PODER TER MAIS DE UMA RETENCAO. DATA INICIAL ZERO = DESDE
      * SEMPRE; DATA FINAL 99999999 = SEM FIM. INCLUIDA E LIBERADA
      * POR SUPERVISOR NO PROGCB30; A LIBERACAO NAO APAGA O REGISTRO.
      * CRIADO EM 2026-10-15 POR DSR.
      ******************************************************************
       01  JUD-REGISTRO.
           05  JUD-CHAVE.
               10  JUD-NOME            PIC X(30).
               10  JUD-PROCESSO        PIC X(20).
           05  JUD-DATA-DE             PIC 9(08).
           05  JUD-DATA-ATE            PIC 9(08).
           05  JUD-SITUACAO            PIC X(01).
               88  JUD-ATIVA                   VALUE "A".
               88  JUD-LIBERADA                VALUE "L".
           05  JUD-SUPERV-INCLUSAO     PIC X(08).
           05  JUD-DATA-INCLUSAO       PIC 9(08).
           05  JUD-SUPERV-LIBERACAO    PIC X(08).
           05  JUD-DATA-LIBERACAO      PIC 9(08).
           05  FILLER                  PIC X(11).
