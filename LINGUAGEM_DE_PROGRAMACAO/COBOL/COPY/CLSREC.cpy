      ******************************************************************
      * COPY CLSREC
      * LAYOUT DO REGISTRO DE FECHAMENTO DA DATA DE NEGOCIO (CLSFILE).
      * UM REGISTRO POR DATA DE NEGOCIO, GRAVADO PELO CONDUTOR DO
      * LOTE NOTURNO (PROGCB13) QUANDO A CADEIA TERMINA SEM FALHA.
      * DATA FECHADA NAO ACEITA ALTERACAO, EXCLUSAO OU REGISTRO DE
      * SAIDA NO PROGCOB01, NEM POSTAGEM/EXPURGO DE PENDENCIA DE
      * SUSPENSE DAQUELA DATA NA BANCADA (PROGCOB06). A REABERTURA E
      * FEITA POR SUPERVISOR NO PROGCB28, COM MOTIVO, E FICA GRAVADA
      * AQUI (A ULTIMA) E NO LOG DE AUDITORIA (TODAS). DATA SEM
      * REGISTRO NESTE ARQUIVO = DATA AINDA NAO FECHADA.
      * CRIADO EM 2026-10-15 POR DSR.
      ******************************************************************
       01  CLS-REGISTRO.
           05  CLS-DATA-NEGOCIO        PIC 9(08).
           05  CLS-SITUACAO            PIC X(01).
               88  CLS-FECHADA                 VALUE "F".
               88  CLS-REABERTA                VALUE "R".
           05  CLS-DATA-FECHAMENTO     PIC 9(08).
           05  CLS-HORA-FECHAMENTO     PIC 9(06).
           05  CLS-QTDE-REABERTURAS    PIC 9(03).
           05  CLS-SUPERV-REABERTURA   PIC X(08).
           05  CLS-DATA-REABERTURA     PIC 9(08).
           05  CLS-HORA-REABERTURA     PIC 9(06).
           05  CLS-MOTIVO-REABERTURA   PIC X(40).
           05  FILLER                  PIC X(12).
