      ******************************************************************
      * COPY VISREC
      * LAYOUT DO CADASTRO MESTRE DE VISITANTES (VISFILE).
      * CHAVE = IDENTIFICACAO DO VISITANTE, NUMERADA PELA SEQUENCIA
      * PROPRIA DO SEQCTL (SEQCTL-PROX-VISITANTE). CHAVE ALTERNATIVA
      * = TIPO + NUMERO DO DOCUMENTO DE IDENTIDADE (CPF, RG OU
      * PASSAPORTE), PARA LOCALIZAR A MESMA PESSOA QUALQUER QUE SEJA
      * A GRAFIA DO NOME DIGITADA NA RECEPCAO. A IDENTIFICACAO E
      * LOCALIZADA OU CRIADA NA INCLUSAO (PROGCOB01, PROGCOB08 E
      * PROGCB23) E CARIMBADA NO REGFILE (REG-ID-VISITANTE) E NO
      * APTFILE (APT-ID-VISITANTE). VISITANTE SEM DOCUMENTO RECEBE
      * IDENTIFICACAO PROPRIA, COM TIPO E NUMERO EM ESPACOS.
      * DUAS IDENTIFICACOES DA MESMA PESSOA SAO UNIFICADAS NA
      * MANUTENCAO (PROGCB29): A INCORPORADA FICA COM SITUACAO "M" E
      * APONTA PARA A QUE PERMANECE (VIS-ID-INCORPORADOR).
      * CRIADO EM 2026-10-15 POR DSR.
      ******************************************************************
       01  VIS-REGISTRO.
           05  VIS-ID                  PIC 9(06).
           05  VIS-DOCUMENTO.
               10  VIS-TIPO-DOC        PIC X(01).
                   88  VIS-DOC-CPF             VALUE "C".
                   88  VIS-DOC-RG              VALUE "R".
                   88  VIS-DOC-PASSAPORTE      VALUE "P".
                   88  VIS-SEM-DOCUMENTO       VALUE " ".
               10  VIS-NUM-DOC         PIC X(20).
           05  VIS-NOME                PIC X(30).
           05  VIS-EMPRESA             PIC X(30).
           05  VIS-TELEFONE            PIC X(15).
           05  VIS-DATA-INCLUSAO       PIC 9(08).
           05  VIS-SITUACAO            PIC X(01).
               88  VIS-ATIVO                   VALUE "A".
               88  VIS-INCORPORADO             VALUE "M".
           05  VIS-ID-INCORPORADOR     PIC 9(06).
           05  FILLER                  PIC X(10).
