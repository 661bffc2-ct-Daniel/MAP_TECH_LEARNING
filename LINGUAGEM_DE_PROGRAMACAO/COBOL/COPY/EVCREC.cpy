      ******************************************************************
      * COPY EVCREC
      * LAYOUT DO REGISTRO DE CHAMADA DE EVACUACAO (EVCFILE). UM
      * REGISTRO POR ALARME DECLARADO NO PROGCB35 (SIMULADO OU REAL),
      * CHAVE = DATA + HORA DA DECLARACAO. O RETRATO DE QUEM ESTAVA NO
      * PREDIO FICA NO MUSFILE (COPY MUSREC) SOB A MESMA CHAVE. NO
      * ENCERRAMENTO DA CHAMADA SAO GRAVADOS A HORA, A DURACAO E AS
      * QUANTIDADES DE LOCALIZADOS E FALTANTES - O HISTORICO DE
      * SIMULADOS PEDIDO NA INSPECAO DO CORPO DE BOMBEIROS. SO PODE
      * HAVER UMA CHAMADA ABERTA POR VEZ: O REGISTRO DE CONTROLE
      * (CHAVE ZEROS, EVC-CONTROLE) E LIDO SOB BLOQUEIO NA DECLARACAO
      * DO ALARME E NAO E UMA CHAMADA.
      * CRIADO EM 2026-10-15 POR DSR.
      * ALTERADO EM 2026-10-15 POR DSR - REGISTRO DE CONTROLE.
      ******************************************************************
       01  EVC-REGISTRO.
           05  EVC-CHAVE.
               10  EVC-DATA-ALARME     PIC 9(08).
                   88  EVC-CONTROLE            VALUE ZEROS.
               10  EVC-HORA-ALARME     PIC 9(06).
           05  EVC-TIPO                PIC X(01).
               88  EVC-SIMULADO                VALUE "S".
               88  EVC-REAL                    VALUE "R".
           05  EVC-SITUACAO            PIC X(01).
               88  EVC-ABERTA                  VALUE "A".
               88  EVC-ENCERRADA               VALUE "E".
           05  EVC-OPERADOR-ALARME     PIC X(08).
           05  EVC-DATA-ENCERRAMENTO   PIC 9(08).
           05  EVC-HORA-ENCERRAMENTO   PIC 9(06).
           05  EVC-OPERADOR-ENCERR     PIC X(08).
           05  EVC-DURACAO-SEGUNDOS    PIC 9(06).
           05  EVC-QTDE-RETRATO        PIC 9(05).
           05  EVC-QTDE-LOCALIZADOS    PIC 9(05).
           05  EVC-QTDE-FALTANTES      PIC 9(05).
           05  FILLER                  PIC X(10).
