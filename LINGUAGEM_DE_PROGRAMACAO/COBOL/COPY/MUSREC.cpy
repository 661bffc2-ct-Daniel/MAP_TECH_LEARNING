      ******************************************************************
      * COPY MUSREC
      * LAYOUT DO REGISTRO DO RETRATO DE EVACUACAO (MUSFILE). UM
      * REGISTRO POR PESSOA QUE ESTAVA NO PREDIO QUANDO O ALARME FOI
      * DECLARADO (CADASTRO DO REGFILE SEM SAIDA, SEM FECHAMENTO
      * AUTOMATICO E COM CHEGADA REAL - INCLUSIVE O PRE-REGISTRO DO
      * PROGCB23 JA CONFIRMADO NA RECEPCAO). CHAVE = ALARME (DATA +
      * HORA DA CHAMADA NO EVCFILE) + CHAVE DO CADASTRO. AS CHAVES
      * ALTERNATIVAS REPETEM O ALARME NA FRENTE DO CRACHA (MARCACAO
      * PELO NUMERO DO CRACHA) E DO ANFITRIAO (LISTA DE NAO
      * LOCALIZADOS AGRUPADA POR ANFITRIAO). OS BRIGADISTAS MARCAM
      * CADA PESSOA COMO LOCALIZADA, COM O PONTO DE ENCONTRO, O
      * OPERADOR E A HORA. O RETRATO FICA GUARDADO DEPOIS DO
      * ENCERRAMENTO: OS AINDA FALTANTES SAO OS NOMES DO HISTORICO.
      * CRIADO EM 2026-10-15 POR DSR.
      ******************************************************************
       01  MUS-REGISTRO.
           05  MUS-CHAVE.
               10  MUS-ALARME.
                   15  MUS-DATA-ALARME PIC 9(08).
                   15  MUS-HORA-ALARME PIC 9(06).
               10  MUS-NOME            PIC X(30).
               10  MUS-DATA-CADASTRO   PIC 9(08).
           05  MUS-CHAVE-CRACHA.
               10  MUS-CRA-ALARME      PIC X(14).
               10  MUS-NUM-CRACHA      PIC 9(04).
           05  MUS-CHAVE-ANFITRIAO.
               10  MUS-ANF-ALARME      PIC X(14).
               10  MUS-ID-ANFITRIAO    PIC X(08).
           05  MUS-HORA-ENTRADA        PIC 9(06).
           05  MUS-SITUACAO            PIC X(01).
               88  MUS-FALTANTE                VALUE "F".
               88  MUS-LOCALIZADO              VALUE "L".
           05  MUS-PONTO-ENCONTRO      PIC X(10).
           05  MUS-OPERADOR            PIC X(08).
           05  MUS-HORA-LOCALIZACAO    PIC 9(06).
           05  FILLER                  PIC X(05).
