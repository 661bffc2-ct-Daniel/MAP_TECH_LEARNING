000354*                   NOME FIXO ERA TRUNCADO PELA SESSAO SEGUINTE
000355*                   E PERDIA O QUE A PRIMEIRA JA TINHA
000356*                   ENFILEIRADO ANTES DA TRANSMISSAO.
000357* 2026-10-15 DSR    A SEQUENCIA DE AUDITORIA PASSOU A SER
000358*                   RESERVADA NO SEQCTL A CADA USO, SOB
000359*                   BLOQUEIO, NO MESMO PADRAO DO PROGCOB01 -
000360*                   A BANCADA PODE FICAR ABERTA COM OS POSTOS.
000361* 2026-10-15 DSR    CORRECAO DE NOME PRESERVA A IDENTIFICACAO
000362*                   DO VISITANTE (REG-ID-VISITANTE); REGISTRO
000363*                   DE SEQUENCIAS CRIADO JA COM A SEQUENCIA DO
000364*                   CADASTRO DE VISITANTES.
000365* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000366*                   SEQUENCIA DOS AVISOS AO ANFITRIAO.
000367* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000368*                   SEQUENCIA DAS VISITAS EM GRUPO; CADASTRO
000369*                   GRAVADO COM A IDENTIFICACAO DO GRUPO
000370*                   (REG-ID-GRUPO) PRESERVADA NA REGRAVACAO.
000371******************************************************************
000372 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT REGFILE ASSIGN TO "REGFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS SEQCTL-CHAVE
000605         LOCK MODE IS MANUAL
000610         FILE STATUS IS WRK-SEQCTL-STATUS.
000620
000630     SELECT OPRFILE ASSIGN TO "OPRFILE"
000950 77  WRK-DTCTL-STATUS        PIC X(02) VALUE "00".
000960 77  WRK-AUD-STATUS          PIC X(02) VALUE "00".
000970 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
000975     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
000980 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
000990 77  WRK-SUP-STATUS          PIC X(02) VALUE "00".
001000
001070 77  WRK-NOME                PIC X(30) VALUE SPACES.
001080 77  WRK-DATA-NEGOCIO        PIC 9(08) VALUE ZEROS.
001090 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
001094 77  WRK-TIPO-SEQUENCIA      PIC X(01) VALUE SPACES.
001098     88  SEQ-DE-AUDITORIA            VALUE "A".
001102 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
001106 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001110
001120 77  WRK-OPCAO-ACAO          PIC X(01) VALUE SPACES.
001130 77  WRK-SW-FIM-REGFILE      PIC X(01) VALUE "N".
001520     05  WRK-SALVO-ID-ANFITRIAO  PIC X(08).
001530     05  WRK-SALVO-IND-AUTO      PIC X(01).
001535     05  WRK-SALVO-IND-PRE       PIC X(01).
001537     05  WRK-SALVO-ID-VISITANTE  PIC 9(06).
001538     05  WRK-SALVO-ID-GRUPO      PIC 9(06).
001540
001550 PROCEDURE DIVISION.
001560******************************************************************
001770
001780******************************************************************
001790* 1000-INICIALIZAR
001800* ABRE OS ARQUIVOS, OBTEM A DATA DE NEGOCIO DO DTCTL, GARANTE O
001810* REGISTRO DE SEQUENCIAS, ABRE O EXTRATO SUPLEMENTAR COM O
001820* CABECALHO E POSICIONA A VARREDURA NO INICIO DO MESTRE.
001830******************************************************************
001840 1000-INICIALIZAR.
002220         OPEN I-O SEQCTL
002230     END-IF.
002240     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002250     READ SEQCTL WITH NO LOCK
002260         KEY IS SEQCTL-CHAVE
002270         INVALID KEY
002280             MOVE 1 TO SEQCTL-PROX-REGISTRO
002290             MOVE 1 TO SEQCTL-PROX-AUDITORIA
002300             MOVE 1 TO SEQCTL-PROX-SUSPENSE
002305             MOVE 1 TO SEQCTL-PROX-VISITANTE
002307             MOVE 1 TO SEQCTL-PROX-NOTIFICACAO
002308             MOVE 1 TO SEQCTL-PROX-GRUPO
002310             WRITE SEQCTL-REGISTRO
002320     END-READ.
002340
002350     MOVE WRK-DATA-NEGOCIO TO WRK-SUP-DATA.
002352     MOVE WRK-HORA-ATUAL TO WRK-SUP-HORA.
002580     EXIT.
002590
002600******************************************************************
002604* 1200-RESERVAR-SEQUENCIA
002608* RESERVA A PROXIMA SEQUENCIA DE AUDITORIA NO SEQCTL, SOB
002612* BLOQUEIO, NO MESMO PADRAO DO PROGCOB01. DEVOLVE ZEROS SE NAO
002616* CONSEGUIU.
002620******************************************************************
002624 1200-RESERVAR-SEQUENCIA.
002628     MOVE ZEROS TO WRK-SEQ-RESERVADA.
002632     PERFORM 1210-LER-SEQCTL-BLOQUEADO
002636         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
002640         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
002644         UNTIL WRK-TENTATIVAS-BLOQ > 200
002648            OR NOT SEQCTL-BLOQUEADO.
002652     IF WRK-SEQCTL-STATUS NOT = "00"
002656         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
002660                 WRK-SEQCTL-STATUS
002664         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002668     END-IF.
002672     EVALUATE TRUE
002676         WHEN SEQ-DE-AUDITORIA
002680             MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA
002684             ADD 1 TO SEQCTL-PROX-AUDITORIA
002688     END-EVALUATE.
002692     REWRITE SEQCTL-REGISTRO
002696         INVALID KEY
002700             MOVE ZEROS TO WRK-SEQ-RESERVADA
002704             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
002708                     WRK-SEQCTL-STATUS
002712     END-REWRITE.
002716     UNLOCK SEQCTL.
002720 1200-RESERVAR-SEQUENCIA-EXIT.
002724     EXIT.
002728
002732******************************************************************
002736* 1210-LER-SEQCTL-BLOQUEADO
002740* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
002744******************************************************************
002748 1210-LER-SEQCTL-BLOQUEADO.
002752     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002756     READ SEQCTL WITH LOCK
002760         KEY IS SEQCTL-CHAVE
002764         INVALID KEY
002768             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
002772                     "STATUS " WRK-SEQCTL-STATUS
002776     END-READ.
002780 1210-LER-SEQCTL-BLOQUEADO-EXIT.
002784     EXIT.
002790
002800******************************************************************
002810* 1500-IDENTIFICAR-OPERADOR
004010     MOVE REG-ID-ANFITRIAO TO WRK-SALVO-ID-ANFITRIAO.
004020     MOVE REG-IND-SAIDA-AUTO TO WRK-SALVO-IND-AUTO.
004025     MOVE REG-IND-PRE-REG TO WRK-SALVO-IND-PRE.
004026     IF REG-ID-VISITANTE IS NUMERIC
004027         MOVE REG-ID-VISITANTE TO WRK-SALVO-ID-VISITANTE
004028     ELSE
004029         MOVE ZEROS TO WRK-SALVO-ID-VISITANTE
004030     END-IF.
004031     IF REG-ID-GRUPO IS NUMERIC
004032         MOVE REG-ID-GRUPO TO WRK-SALVO-ID-GRUPO
004033     ELSE
004034         MOVE ZEROS TO WRK-SALVO-ID-GRUPO
004035     END-IF.
004036
004040*    A NOVA CHAVE NAO PODE PERTENCER A OUTRO CADASTRO.
004050     MOVE WRK-NOME TO REG-NOME.
004060     MOVE WRK-SALVO-DATA-CADASTRO TO REG-DATA-CADASTRO.
004480     MOVE WRK-SALVO-ID-ANFITRIAO TO REG-ID-ANFITRIAO.
004490     MOVE WRK-SALVO-IND-AUTO TO REG-IND-SAIDA-AUTO.
004495     MOVE WRK-SALVO-IND-PRE TO REG-IND-PRE-REG.
004497     MOVE WRK-SALVO-ID-VISITANTE TO REG-ID-VISITANTE.
004498     MOVE WRK-SALVO-ID-GRUPO TO REG-ID-GRUPO.
004500     MOVE SPACES TO REG-COD-ERRO-RH.
004510     WRITE REG-REGISTRO
004520         INVALID KEY
005300* MESMO PADRAO DO PROGCOB06.
005310******************************************************************
005320 3300-GRAVAR-AUDITORIA.
005321     SET SEQ-DE-AUDITORIA TO TRUE.
005322     PERFORM 1200-RESERVAR-SEQUENCIA
005323         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
005324     IF WRK-SEQ-RESERVADA = 0
005325         GO TO 3300-GRAVAR-AUDITORIA-EXIT
005326     END-IF.
005330     OPEN EXTEND AUDFILE.
005340     IF WRK-AUD-STATUS = "35"
005350         OPEN OUTPUT AUDFILE
005390                 WRK-AUD-STATUS
005400         GO TO 3300-GRAVAR-AUDITORIA-EXIT
005410     END-IF.
005420     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
005430     MOVE WRK-DATA-NEGOCIO TO AUD-DATA-NEGOCIO.
005440     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
005450     MOVE WRK-NOME TO AUD-NOME-CAPTURADO.
005500                 WRK-AUD-STATUS
005510     END-IF.
005520     CLOSE AUDFILE.
005560 3300-GRAVAR-AUDITORIA-EXIT.
005570     EXIT.
005580
