      ******************************************************************
      * COPY PASREC
      * LAYOUT DO CADASTRO DE PASSES DE PRESTADORES (PASFILE) - OS
      * TERCEIROS DE LIMPEZA, MANUTENCAO E INFORMATICA QUE ENTRAM
      * TODO DIA DURANTE MESES. CHAVE = NUMERO DO PASSE, IMPRESSO NO
      * CARTAO ENTREGUE AO PRESTADOR. MANTIDO PELO PROGCB36 (SO
      * SUPERVISOR); A ENTRADA PELO PASSE NO PROGCOB01 CONFERE A
      * VALIDADE E A SUSPENSAO E GRAVA O CADASTRO NORMAL NO REGFILE,
      * COM O ANFITRIAO PATROCINADOR. O TREINAMENTO DE SEGURANCA
      * VALE UM ANO A PARTIR DE PAS-DATA-TREINAMENTO; A ENTRADA COM
      * O TREINAMENTO VENCIDO E ACEITA COM AVISO E CONTADA NO PASSE
      * PARA O RELATORIO SEMANAL DE VENCIMENTOS (PROGCB37).
      * PAS-ID-VISITANTE (VISFILE) E PREENCHIDO NA PRIMEIRA ENTRADA,
      * QUANDO A RECEPCAO IDENTIFICA O DOCUMENTO DO PRESTADOR.
      * CRIADO EM 2026-10-15 POR DSR.
      ******************************************************************
       01  PAS-REGISTRO.
           05  PAS-NUMERO              PIC 9(06).
           05  PAS-NOME                PIC X(30).
           05  PAS-EMPRESA             PIC X(30).
           05  PAS-ID-ANFITRIAO        PIC X(08).
           05  PAS-VALIDO-DESDE        PIC 9(08).
           05  PAS-VALIDO-ATE          PIC 9(08).
           05  PAS-DATA-TREINAMENTO    PIC 9(08).
           05  PAS-DATA-NDA            PIC 9(08).
           05  PAS-SITUACAO            PIC X(01).
               88  PAS-ATIVO                   VALUE "A".
               88  PAS-SUSPENSO                VALUE "S".
           05  PAS-MOTIVO-SUSPENSAO    PIC X(30).
           05  PAS-ID-VISITANTE        PIC 9(06).
           05  PAS-DATA-ULTIMO-USO     PIC 9(08).
           05  PAS-USOS-SEM-TREINO     PIC 9(04).
           05  PAS-DATA-ULT-SEM-TREINO PIC 9(08).
           05  PAS-DATA-INCLUSAO       PIC 9(08).
           05  PAS-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(10).
