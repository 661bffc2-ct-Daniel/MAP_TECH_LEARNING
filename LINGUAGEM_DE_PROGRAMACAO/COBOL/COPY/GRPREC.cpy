      ******************************************************************
      * COPY GRPREC
      * LAYOUT DO CADASTRO DE VISITAS EM GRUPO (GRPFILE) - EXCURSOES
      * DE ESCOLA, EQUIPES DE AUDITORIA, TURMAS DE TREINAMENTO QUE
      * CHEGAM COM UM UNICO ANFITRIAO. CHAVE = IDENTIFICACAO DO GRUPO,
      * TIRADA DO SEQCTL (SEQCTL-PROX-GRUPO). MANTIDO PELO PROGCB38,
      * COM A RELACAO NOMINAL DOS MEMBROS NO GMBFILE (GMBREC). A
      * ENTRADA E A SAIDA DOS MEMBROS SAO FEITAS NO PROGCOB01; CADA
      * MEMBRO QUE ENTRA GANHA O CADASTRO NORMAL NO REGFILE, COM A
      * IDENTIFICACAO DO GRUPO EM REG-ID-GRUPO.
      * GRP-QTDE-RELACAO = MEMBROS NA RELACAO NOMINAL HOJE; O NUMERO
      * DE ORDEM DO PROXIMO MEMBRO E GRP-ULTIMO-MEMBRO + 1 (MEMBRO
      * RETIRADO DA RELACAO NAO TEM O NUMERO REAPROVEITADO).
      * GRP-SITUACAO "E" = GRUPO ENCERRADO PELA SAIDA EM BLOCO, QUANDO
      * NENHUM MEMBRO QUE ENTROU FICOU NO PREDIO.
      * CRIADO EM 2026-10-15 POR DSR.
      ******************************************************************
       01  GRP-REGISTRO.
           05  GRP-ID                  PIC 9(06).
           05  GRP-DESCRICAO           PIC X(30).
           05  GRP-LIDER               PIC X(30).
           05  GRP-ID-ANFITRIAO        PIC X(08).
           05  GRP-DATA-VISITA         PIC 9(08).
           05  GRP-QTDE-PREVISTA       PIC 9(03).
           05  GRP-QTDE-RELACAO        PIC 9(03).
           05  GRP-ULTIMO-MEMBRO       PIC 9(03).
           05  GRP-SITUACAO            PIC X(01).
               88  GRP-ABERTO                  VALUE "A".
               88  GRP-ENCERRADO               VALUE "E".
           05  GRP-HORA-SAIDA          PIC 9(06).
           05  GRP-DATA-INCLUSAO       PIC 9(08).
           05  GRP-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(07).
