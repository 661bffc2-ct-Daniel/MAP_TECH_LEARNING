000374*                   GRAVADA NO LOG DE AUDITORIA COM QUEM
000375*                   AUTORIZOU (AUD-OPER-LIBERACAO); SEM
000376*                   LIBERACAO A PENDENCIA FICA NO SUSPENSE.
000377* 2026-10-15 DSR    AS SEQUENCIAS PASSARAM A SER RESERVADAS NO
000378*                   SEQCTL A CADA USO, SOB BLOQUEIO, NO MESMO
000379*                   PADRAO DO PROGCOB01 - A BANCADA PODE FICAR
000380*                   ABERTA JUNTO COM OS POSTOS E A CARGA.
000381* 2026-10-15 DSR    PENDENCIA REJEITADA EM DATA DE NEGOCIO JA
000382*                   FECHADA PELO LOTE NOTURNO (CLSFILE) NAO E
000383*                   POSTADA NEM EXPURGADA - FICA NO SUSPENSE
000384*                   ATE A REABERTURA DA DATA (PROGCB28), POIS
000385*                   A CONCILIACAO DAQUELE DIA CONTA O SUSPENSE.
000386* 2026-10-15 DSR    POSTAGEM INICIALIZA A IDENTIFICACAO DO
000387*                   VISITANTE (REG-ID-VISITANTE) EM ZEROS - A
000388*                   PENDENCIA NAO TRAZ DOCUMENTO; A UNIFICACAO
000389*                   FICA PARA A MANUTENCAO DE VISITANTES.
000390* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000391*                   SEQUENCIA DOS AVISOS AO ANFITRIAO.
000392* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000393*                   SEQUENCIA DAS VISITAS EM GRUPO; CADASTRO
000394*                   GRAVADO COM A IDENTIFICACAO DO GRUPO
000395*                   (REG-ID-GRUPO) EM ZEROS.
000396* 2026-10-15 DSR    SELECT DO WTCFILE COM AS CHAVES
000397*                   ALTERNATIVAS DE IDENTIFICACAO DO
000398*                   VISITANTE E DOCUMENTO (WTCREC).
000399******************************************************************
000400 ENVIRONMENT DIVISION.
000401 INPUT-OUTPUT SECTION.
000402 FILE-CONTROL.
000410     SELECT SUSFILE ASSIGN TO "SUSFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WRK-SUS-STATUS.
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS SEQCTL-CHAVE
000695         LOCK MODE IS MANUAL
000700         FILE STATUS IS WRK-SEQCTL-STATUS.
000710
000720     SELECT OPRFILE ASSIGN TO "OPRFILE"
000772         ORGANIZATION IS INDEXED
000773         ACCESS MODE IS RANDOM
000774         RECORD KEY IS WTC-NOME
000775         ALTERNATE RECORD KEY IS WTC-ID-VISITANTE
000776             WITH DUPLICATES
000777         ALTERNATE RECORD KEY IS WTC-DOCUMENTO WITH DUPLICATES
000778         FILE STATUS IS WRK-WTC-STATUS.
000779
000780     SELECT CLSFILE ASSIGN TO "CLSFILE"
000781         ORGANIZATION IS INDEXED
000782         ACCESS MODE IS RANDOM
000783         RECORD KEY IS CLS-DATA-NEGOCIO
000784         FILE STATUS IS WRK-CLS-STATUS.
000785
000786 DATA DIVISION.
000790 FILE SECTION.
000800 FD  SUSFILE.
000810     COPY SUSREC.
001000
001002 FD  WTCFILE.
001004     COPY WTCREC.
001005
001006 FD  CLSFILE.
001007     COPY CLSREC.
001008
001010 WORKING-STORAGE SECTION.
001020 77  WRK-SUS-STATUS          PIC X(02) VALUE "00".
001030 77  WRK-TMP-STATUS          PIC X(02) VALUE "00".
001050 77  WRK-DTCTL-STATUS        PIC X(02) VALUE "00".
001060 77  WRK-AUD-STATUS          PIC X(02) VALUE "00".
001070 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
001075     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
001080 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
001082 77  WRK-WTC-STATUS          PIC X(02) VALUE "00".
001086 77  WRK-CLS-STATUS          PIC X(02) VALUE "00".
001090
001100 77  WRK-OPERADOR-ID         PIC X(08) VALUE SPACES.
001110 77  WRK-SW-OPERADOR         PIC X(01) VALUE "N".
001160 77  WRK-NOME                PIC X(30) VALUE SPACES.
001170 77  WRK-DATA-NEGOCIO        PIC 9(08) VALUE ZEROS.
001180 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
001186 77  WRK-TIPO-SEQUENCIA      PIC X(01) VALUE SPACES.
001192     88  SEQ-DE-CADASTRO             VALUE "R".
001198     88  SEQ-DE-AUDITORIA            VALUE "A".
001204 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
001210 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001220
001230 77  WRK-OPCAO-ACAO          PIC X(01) VALUE SPACES.
001240 77  WRK-SW-FIM-SUSFILE      PIC X(01) VALUE "N".
001402 77  WRK-SW-LISTA-IMPED      PIC X(01) VALUE "N".
001403     88  LISTA-IMPED-DISPONIVEL      VALUE "S".
001404     88  LISTA-IMPED-INDISPON        VALUE "N".
001405 77  WRK-SW-CLSFILE          PIC X(01) VALUE "N".
001406     88  CLSFILE-DISPONIVEL          VALUE "S".
001407     88  CLSFILE-INDISPONIVEL        VALUE "N".
001408 77  WRK-SW-DATA-FECHADA     PIC X(01) VALUE "N".
001409     88  DATA-FECHADA                VALUE "S".
001410     88  DATA-ABERTA                 VALUE "N".
001411 77  WRK-SW-IMPEDIDO         PIC X(01) VALUE "N".
001412     88  NOME-IMPEDIDO               VALUE "S".
001413     88  NOME-LIBERADO               VALUE "N".
001414 77  WRK-SUPERV-ID           PIC X(08) VALUE SPACES.
001415 77  WRK-OPERADOR-SALVO      PIC X(08) VALUE SPACES.
001416
001420 77  WRK-IDX                 PIC 9(02) VALUE ZEROS.
001430 77  WRK-QTDE-DIGITOS        PIC 9(02) VALUE ZEROS.
001440 77  WRK-QTDE-LETRAS         PIC 9(02) VALUE ZEROS.
001760******************************************************************
001770* 1000-INICIALIZAR
001780* ABRE OS ARQUIVOS, OBTEM A DATA DE NEGOCIO DO ARQUIVO DE
001790* CONTROLE GRAVADO PELO PROGCOB03 E GARANTE O REGISTRO DE
001800* SEQUENCIAS NO ARQUIVO DE CONTROLE SEQCTL.
001810******************************************************************
001820 1000-INICIALIZAR.
001830     OPEN I-O REGFILE.
002200     END-IF.
002210
002220     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002230     READ SEQCTL WITH NO LOCK
002240         KEY IS SEQCTL-CHAVE
002250         INVALID KEY
002260             MOVE 1 TO SEQCTL-PROX-REGISTRO
002270             MOVE 1 TO SEQCTL-PROX-AUDITORIA
002280             MOVE 1 TO SEQCTL-PROX-SUSPENSE
002285             MOVE 1 TO SEQCTL-PROX-VISITANTE
002287             MOVE 1 TO SEQCTL-PROX-NOTIFICACAO
002288             MOVE 1 TO SEQCTL-PROX-GRUPO
002290             WRITE SEQCTL-REGISTRO
002300     END-READ.
002340
002341     OPEN INPUT WTCFILE.
002342     IF WRK-WTC-STATUS = "00"
002347                     "STATUS " WRK-WTC-STATUS
002348         END-IF
002349     END-IF.
002350
002351*    SEM CLSFILE (STATUS 35) NENHUMA DATA FOI FECHADA AINDA.
002352     OPEN INPUT CLSFILE.
002353     IF WRK-CLS-STATUS = "00"
002354         SET CLSFILE-DISPONIVEL TO TRUE
002355     ELSE
002356         IF WRK-CLS-STATUS NOT = "35"
002357             DISPLAY "AVISO: CONTROLE DE FECHAMENTO INDISPONIVEL"
002358                     " - STATUS " WRK-CLS-STATUS
002359         END-IF
002360     END-IF.
002361     OPEN INPUT SUSFILE.
002362     IF WRK-SUS-STATUS NOT = "00"
002370         DISPLAY "NENHUMA PENDENCIA DE SUSPENSE A TRABALHAR - "
002380                 "STATUS " WRK-SUS-STATUS
002390         SET FIM-SUSFILE TO TRUE
002550     EXIT.
002560
002570******************************************************************
002580* 1200-RESERVAR-SEQUENCIA
002590* RESERVA A PROXIMA SEQUENCIA DO TIPO PEDIDO (CADASTRO OU
002600* AUDITORIA) NO SEQCTL, SOB BLOQUEIO, NO MESMO PADRAO DO
002610* PROGCOB01. DEVOLVE ZEROS SE NAO CONSEGUIU.
002620******************************************************************
002630 1200-RESERVAR-SEQUENCIA.
002632     MOVE ZEROS TO WRK-SEQ-RESERVADA.
002634     PERFORM 1210-LER-SEQCTL-BLOQUEADO
002636         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
002638         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
002640         UNTIL WRK-TENTATIVAS-BLOQ > 200
002642            OR NOT SEQCTL-BLOQUEADO.
002644     IF WRK-SEQCTL-STATUS NOT = "00"
002646         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
002648                 WRK-SEQCTL-STATUS
002650         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002652     END-IF.
002654     EVALUATE TRUE
002656         WHEN SEQ-DE-CADASTRO
002658             MOVE SEQCTL-PROX-REGISTRO TO WRK-SEQ-RESERVADA
002660             ADD 1 TO SEQCTL-PROX-REGISTRO
002662         WHEN SEQ-DE-AUDITORIA
002664             MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA
002666             ADD 1 TO SEQCTL-PROX-AUDITORIA
002668     END-EVALUATE.
002670     REWRITE SEQCTL-REGISTRO
002672         INVALID KEY
002674             MOVE ZEROS TO WRK-SEQ-RESERVADA
002676             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
002678                     WRK-SEQCTL-STATUS
002680     END-REWRITE.
002682     UNLOCK SEQCTL.
002684 1200-RESERVAR-SEQUENCIA-EXIT.
002686     EXIT.
002688
002690******************************************************************
002692* 1210-LER-SEQCTL-BLOQUEADO
002694* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
002696******************************************************************
002698 1210-LER-SEQCTL-BLOQUEADO.
002700     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002702     READ SEQCTL WITH LOCK
002704         KEY IS SEQCTL-CHAVE
002706         INVALID KEY
002708             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
002710                     "STATUS " WRK-SEQCTL-STATUS
002712     END-READ.
002714 1210-LER-SEQCTL-BLOQUEADO-EXIT.
002716     EXIT.
002740
002750******************************************************************
002760* 1500-IDENTIFICAR-OPERADOR
003430             PERFORM 2100-MANTER-PENDENCIA
003440                 THRU 2100-MANTER-PENDENCIA-EXIT
003450         WHEN "E"
003451             PERFORM 2200-VERIFICAR-DATA-FECHADA
003452                 THRU 2200-VERIFICAR-DATA-FECHADA-EXIT
003453             IF DATA-FECHADA
003454                 PERFORM 2100-MANTER-PENDENCIA
003455                     THRU 2100-MANTER-PENDENCIA-EXIT
003456             ELSE
003460                 ADD 1 TO WRK-QTDE-EXPURGADAS
003470                 DISPLAY "PENDENCIA EXPURGADA."
003475             END-IF
003480         WHEN "S"
003490             PERFORM 2100-MANTER-PENDENCIA
003500                 THRU 2100-MANTER-PENDENCIA-EXIT
003750 2100-MANTER-PENDENCIA-EXIT.
003760     EXIT.
003770
003771******************************************************************
003772* 2200-VERIFICAR-DATA-FECHADA
003773* CONFERE SE A DATA EM QUE A PENDENCIA FOI REJEITADA JA FOI
003774* FECHADA PELO LOTE NOTURNO (CLSFILE). PENDENCIA DE DATA
003775* FECHADA SO SAI DO SUSPENSE APOS A REABERTURA NO PROGCB28.
003776******************************************************************
003777 2200-VERIFICAR-DATA-FECHADA.
003778     SET DATA-ABERTA TO TRUE.
003779     IF CLSFILE-INDISPONIVEL
003780         GO TO 2200-VERIFICAR-DATA-FECHADA-EXIT
003781     END-IF.
003782     MOVE SUS-DATA-REJEICAO TO CLS-DATA-NEGOCIO.
003783     READ CLSFILE
003784         KEY IS CLS-DATA-NEGOCIO
003785         INVALID KEY
003786             GO TO 2200-VERIFICAR-DATA-FECHADA-EXIT
003787     END-READ.
003788     IF CLS-FECHADA
003789         SET DATA-FECHADA TO TRUE
003790         DISPLAY "DATA " SUS-DATA-REJEICAO " JA FECHADA PELO "
003791                 "LOTE NOTURNO - PENDENCIA MANTIDA NO SUSPENSE."
003792         DISPLAY "PECA A REABERTURA DA DATA AO SUPERVISOR "
003793                 "(PROGCB28)."
003794     END-IF.
003795 2200-VERIFICAR-DATA-FECHADA-EXIT.
003796     EXIT.
003797
003798******************************************************************
003799* 3000-CORRIGIR-E-POSTAR
003800* RECEBE O NOME CORRIGIDO, PASSA PELA MESMA EDICAO DO PROGCOB01
003810* E, SE VALIDO, POSTA NO ARQUIVO MESTRE COM A DATA DE NEGOCIO E
003820* GRAVA A LINHA DE AUDITORIA. SE A CORRECAO FOR REJEITADA PELA
003840* SUSPENSE PARA NOVA TENTATIVA.
003850******************************************************************
003860 3000-CORRIGIR-E-POSTAR.
003861     PERFORM 2200-VERIFICAR-DATA-FECHADA
003862         THRU 2200-VERIFICAR-DATA-FECHADA-EXIT.
003863     IF DATA-FECHADA
003864         PERFORM 2100-MANTER-PENDENCIA
003865             THRU 2100-MANTER-PENDENCIA-EXIT
003866         GO TO 3000-CORRIGIR-E-POSTAR-EXIT
003867     END-IF.
003868
003870     DISPLAY "NOME CORRIGIDO: ".
003880     ACCEPT WRK-NOME.
003890
003978         GO TO 3000-CORRIGIR-E-POSTAR-EXIT
003979     END-IF.
003980
003981     SET SEQ-DE-CADASTRO TO TRUE.
003982     PERFORM 1200-RESERVAR-SEQUENCIA
003983         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
003984     IF WRK-SEQ-RESERVADA = 0
003985         DISPLAY "PENDENCIA MANTIDA NO SUSPENSE."
003986         PERFORM 2100-MANTER-PENDENCIA
003987             THRU 2100-MANTER-PENDENCIA-EXIT
003988         GO TO 3000-CORRIGIR-E-POSTAR-EXIT
003989     END-IF.
003990     ACCEPT WRK-HORA-ATUAL FROM TIME.
004000
004010     MOVE WRK-NOME TO REG-NOME.
004020     MOVE WRK-DATA-NEGOCIO TO REG-DATA-CADASTRO.
004030     MOVE WRK-SEQ-RESERVADA TO REG-SEQUENCIA.
004040     MOVE WRK-HORA-ATUAL TO REG-HORA-CADASTRO.
004050     SET REG-ATIVO TO TRUE.
004060     MOVE ZEROS TO REG-HORA-SAIDA.
004076     MOVE SPACES TO REG-IND-SAIDA-AUTO.
004078     MOVE SPACES TO REG-COD-ERRO-RH.
004079     MOVE SPACES TO REG-IND-PRE-REG.
004080     MOVE ZEROS TO REG-ID-VISITANTE.
004081     MOVE ZEROS TO REG-ID-GRUPO.
004082
004090     WRITE REG-REGISTRO
004100         INVALID KEY
004110             DISPLAY "JA EXISTE CADASTRO PARA " WRK-NOME
004130             PERFORM 2100-MANTER-PENDENCIA
004140                 THRU 2100-MANTER-PENDENCIA-EXIT
004150         NOT INVALID KEY
004170             ADD 1 TO WRK-QTDE-POSTADAS
004180             DISPLAY "PENDENCIA POSTADA NO CADASTRO: " WRK-NOME
004190             SET AUD-OPER-INCLUSAO TO TRUE
004940* MESMO PADRAO DO PROGCOB01.
004950******************************************************************
004960 3300-GRAVAR-AUDITORIA.
004961     SET SEQ-DE-AUDITORIA TO TRUE.
004962     PERFORM 1200-RESERVAR-SEQUENCIA
004963         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
004964     IF WRK-SEQ-RESERVADA = 0
004965         GO TO 3300-GRAVAR-AUDITORIA-EXIT
004966     END-IF.
004970     OPEN EXTEND AUDFILE.
004980     IF WRK-AUD-STATUS = "35"
004990         OPEN OUTPUT AUDFILE
005030                 WRK-AUD-STATUS
005040         GO TO 3300-GRAVAR-AUDITORIA-EXIT
005050     END-IF.
005060     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
005070     MOVE WRK-DATA-NEGOCIO TO AUD-DATA-NEGOCIO.
005080     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
005090     MOVE WRK-NOME TO AUD-NOME-CAPTURADO.
005140                 WRK-AUD-STATUS
005150     END-IF.
005160     CLOSE AUDFILE.
005200 3300-GRAVAR-AUDITORIA-EXIT.
005210     EXIT.
005220
006930     IF LISTA-IMPED-DISPONIVEL
006940         CLOSE WTCFILE
006950     END-IF.
006952     IF CLSFILE-DISPONIVEL
006954         CLOSE CLSFILE
006956     END-IF.
006960 9999-FINALIZAR-EXIT.
006970     EXIT.
