000342*                   CHEGADA CONFIRMADA NAO SAO FECHADOS - QUEM
000343*                   NUNCA ENTROU NO PREDIO SAI NO NAO
000344*                   COMPARECIMENTO (PROGCB24), NAO AQUI.
000345* 2026-10-15 DSR    A SEQUENCIA DE AUDITORIA PASSOU A SER
000346*                   RESERVADA NO SEQCTL A CADA USO, SOB
000347*                   BLOQUEIO, NO MESMO PADRAO DO PROGCOB01 -
000348*                   O FECHAMENTO NAO REPETE NUMEROS DOS POSTOS.
000349* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000350*                   SEQUENCIA DO CADASTRO DE VISITANTES.
000351* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000352*                   SEQUENCIA DOS AVISOS AO ANFITRIAO.
000353* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000354*                   SEQUENCIA DAS VISITAS EM GRUPO.
000355******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS SEQCTL-CHAVE
000595         LOCK MODE IS MANUAL
000600         FILE STATUS IS WRK-SEQCTL-STATUS.
000610
000620     SELECT RELFILE ASSIGN TO "AUTOFECH.LST"
000850 77  WRK-DTCTL-STATUS            PIC X(02) VALUE "00".
000860 77  WRK-AUD-STATUS              PIC X(02) VALUE "00".
000870 77  WRK-SEQCTL-STATUS           PIC X(02) VALUE "00".
000875     88  SEQCTL-BLOQUEADO                VALUE "51" "9D".
000880 77  WRK-REL-STATUS              PIC X(02) VALUE "00".
000890
000900 77  WRK-SW-FIM-REGFILE          PIC X(01) VALUE "N".
000930
000940 77  WRK-DATA-NEGOCIO            PIC 9(08) VALUE ZEROS.
000950 77  WRK-HORA-ATUAL              PIC 9(06) VALUE ZEROS.
000954 77  WRK-TIPO-SEQUENCIA          PIC X(01) VALUE SPACES.
000958     88  SEQ-DE-AUDITORIA                VALUE "A".
000962 77  WRK-SEQ-RESERVADA           PIC 9(06) VALUE ZEROS.
000966 77  WRK-TENTATIVAS-BLOQ         PIC 9(03) VALUE ZEROS.
000970 77  WRK-NOME                    PIC X(30) VALUE SPACES.
000980
000990 77  WRK-QTDE-FECHADOS           PIC 9(06) VALUE ZEROS.
001360
001370******************************************************************
001380* 1000-INICIALIZAR
001390* OBTEM A DATA DE NEGOCIO DO DTCTL, GARANTE O REGISTRO DE
001400* SEQUENCIAS DO SEQCTL E ABRE O MESTRE E A LISTA DE EXCECOES.
001410******************************************************************
001420 1000-INICIALIZAR.
001430     ACCEPT WRK-HORA-ATUAL FROM TIME.
001720         OPEN I-O SEQCTL
001730     END-IF.
001740     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
001750     READ SEQCTL WITH NO LOCK
001760         KEY IS SEQCTL-CHAVE
001770         INVALID KEY
001780             MOVE 1 TO SEQCTL-PROX-REGISTRO
001790             MOVE 1 TO SEQCTL-PROX-AUDITORIA
001800             MOVE 1 TO SEQCTL-PROX-SUSPENSE
001805             MOVE 1 TO SEQCTL-PROX-VISITANTE
001807             MOVE 1 TO SEQCTL-PROX-NOTIFICACAO
001808             MOVE 1 TO SEQCTL-PROX-GRUPO
001810             WRITE SEQCTL-REGISTRO
001820     END-READ.
001840
001850     OPEN OUTPUT RELFILE.
001860     IF WRK-REL-STATUS NOT = "00"
002080     EXIT.
002090
002100******************************************************************
002104* 1200-RESERVAR-SEQUENCIA
002108* RESERVA A PROXIMA SEQUENCIA DE AUDITORIA NO SEQCTL, SOB
002112* BLOQUEIO, NO MESMO PADRAO DO PROGCOB01. DEVOLVE ZEROS SE NAO
002116* CONSEGUIU.
002120******************************************************************
002124 1200-RESERVAR-SEQUENCIA.
002128     MOVE ZEROS TO WRK-SEQ-RESERVADA.
002132     PERFORM 1210-LER-SEQCTL-BLOQUEADO
002136         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
002140         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
002144         UNTIL WRK-TENTATIVAS-BLOQ > 200
002148            OR NOT SEQCTL-BLOQUEADO.
002152     IF WRK-SEQCTL-STATUS NOT = "00"
002156         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
002160                 WRK-SEQCTL-STATUS
002164         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002168     END-IF.
002172     EVALUATE TRUE
002176         WHEN SEQ-DE-AUDITORIA
002180             MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA
002184             ADD 1 TO SEQCTL-PROX-AUDITORIA
002188     END-EVALUATE.
002192     REWRITE SEQCTL-REGISTRO
002196         INVALID KEY
002200             MOVE ZEROS TO WRK-SEQ-RESERVADA
002204             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
002208                     WRK-SEQCTL-STATUS
002212     END-REWRITE.
002216     UNLOCK SEQCTL.
002220 1200-RESERVAR-SEQUENCIA-EXIT.
002224     EXIT.
002228
002232******************************************************************
002236* 1210-LER-SEQCTL-BLOQUEADO
002240* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
002244******************************************************************
002248 1210-LER-SEQCTL-BLOQUEADO.
002252     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002256     READ SEQCTL WITH LOCK
002260         KEY IS SEQCTL-CHAVE
002264         INVALID KEY
002268             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
002272                     "STATUS " WRK-SEQCTL-STATUS
002276     END-READ.
002280 1210-LER-SEQCTL-BLOQUEADO-EXIT.
002284     EXIT.
002290
002300******************************************************************
002310* 2000-FECHAR-ABERTOS
002780* AUDITORIA, NO MESMO PADRAO DOS DEMAIS PROGRAMAS.
002790******************************************************************
002800 3300-GRAVAR-AUDITORIA.
002801     SET SEQ-DE-AUDITORIA TO TRUE.
002802     PERFORM 1200-RESERVAR-SEQUENCIA
002803         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
002804     IF WRK-SEQ-RESERVADA = 0
002805         GO TO 3300-GRAVAR-AUDITORIA-EXIT
002806     END-IF.
002810     OPEN EXTEND AUDFILE.
002820     IF WRK-AUD-STATUS = "35"
002830         OPEN OUTPUT AUDFILE
002870                 WRK-AUD-STATUS
002880         GO TO 3300-GRAVAR-AUDITORIA-EXIT
002890     END-IF.
002900     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
002910     MOVE WRK-DATA-NEGOCIO TO AUD-DATA-NEGOCIO.
002920     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
002930     MOVE WRK-NOME TO AUD-NOME-CAPTURADO.
002990                 WRK-AUD-STATUS
003000     END-IF.
003010     CLOSE AUDFILE.
003050 3300-GRAVAR-AUDITORIA-EXIT.
003060     EXIT.
003070
