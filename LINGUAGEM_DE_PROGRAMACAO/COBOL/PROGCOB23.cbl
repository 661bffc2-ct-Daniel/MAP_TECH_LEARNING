000480*                   VERSAO ANTERIOR OS PRE-REGISTROS DA PROPRIA
000490*                   DATA CAIAM NO FECHAMENTO AUTOMATICO DA MESMA
000500*                   NOITE E TODO ATIVADO CONTAVA COMO PRESENTE.
000502* 2026-10-15 DSR    AS SEQUENCIAS PASSARAM A SER RESERVADAS NO
000504*                   SEQCTL A CADA USO, SOB BLOQUEIO, NO MESMO
000506*                   PADRAO DO PROGCOB01 - A ATIVACAO PODE RODAR
000508*                   COM OS POSTOS ON-LINE ABERTOS.
000509* 2026-10-15 DSR    IDENTIFICACAO DO VISITANTE NA ATIVACAO: A
000510*                   DO AGENDAMENTO (APT-ID-VISITANTE) E LIDA NO
000511*                   CADASTRO MESTRE DE VISITANTES (VISFILE),
000512*                   SEGUINDO A UNIFICACAO; SEM ELA, O VISITANTE
000513*                   E CADASTRADO SO COM O NOME, COMO PROVISORIO
000514*                   ATE A CONFIRMACAO DE CHEGADA NO PROGCOB01.
000515*                   CARIMBADA NO AGENDAMENTO E NO PRE-REGISTRO
000516*                   (REG-ID-VISITANTE).
000517* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000518*                   SEQUENCIA DOS AVISOS AO ANFITRIAO.
000519* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000520*                   SEQUENCIA DAS VISITAS EM GRUPO; CADASTRO
000521*                   GRAVADO COM A IDENTIFICACAO DO GRUPO
000522*                   (REG-ID-GRUPO) EM ZEROS.
000523* 2026-10-15 DSR    LISTA DE IMPEDIDOS CONSULTADA PELA
000524*                   IDENTIFICACAO DO VISITANTE DO AGENDAMENTO E
000525*                   PELO DOCUMENTO DO CADASTRO MESTRE, ALEM DO
000526*                   NOME; NOME DA LISTA COM OUTRA IDENTIFICACAO
000527*                   E HOMONIMO (AVISO).
000528******************************************************************
000529 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT APTFILE ASSIGN TO "APTFILE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS SEQCTL-CHAVE
000855         LOCK MODE IS MANUAL
000860         FILE STATUS IS WRK-SEQCTL-STATUS.
000870
000880     SELECT WTCFILE ASSIGN TO "WTCFILE"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS WTC-NOME
000912         ALTERNATE RECORD KEY IS WTC-ID-VISITANTE
000914             WITH DUPLICATES
000916         ALTERNATE RECORD KEY IS WTC-DOCUMENTO WITH DUPLICATES
000920         FILE STATUS IS WRK-WTC-STATUS.
000930
000940     SELECT ANFFILE ASSIGN TO "ANFFILE"
001020         ACCESS MODE IS RANDOM
001030         RECORD KEY IS HOL-DATA
001040         FILE STATUS IS WRK-HOL-STATUS.
001041
001042     SELECT VISFILE ASSIGN TO "VISFILE"
001043         ORGANIZATION IS INDEXED
001044         ACCESS MODE IS RANDOM
001045         RECORD KEY IS VIS-ID
001046         ALTERNATE RECORD KEY IS VIS-DOCUMENTO WITH DUPLICATES
001047         LOCK MODE IS MANUAL
001048         FILE STATUS IS WRK-VIS-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001310
001320 FD  HOLFILE.
001330     COPY HOLDREC.
001332
001334 FD  VISFILE.
001336     COPY VISREC.
001340
001350 WORKING-STORAGE SECTION.
001360 77  WRK-APT-STATUS          PIC X(02) VALUE "00".
001390 77  WRK-SUS-STATUS          PIC X(02) VALUE "00".
001400 77  WRK-AUD-STATUS          PIC X(02) VALUE "00".
001410 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
001415     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
001420 77  WRK-WTC-STATUS          PIC X(02) VALUE "00".
001430 77  WRK-ANF-STATUS          PIC X(02) VALUE "00".
001440 77  WRK-HOL-STATUS          PIC X(02) VALUE "00".
001445 77  WRK-VIS-STATUS          PIC X(02) VALUE "00".
001450
001460 77  WRK-NOME                PIC X(30) VALUE SPACES.
001470 77  WRK-DATA-NEGOCIO        PIC 9(08) VALUE ZEROS.
001480 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
001485 77  WRK-TIPO-SEQUENCIA      PIC X(01) VALUE SPACES.
001490     88  SEQ-DE-CADASTRO             VALUE "R".
001495     88  SEQ-DE-AUDITORIA            VALUE "A".
001500     88  SEQ-DE-SUSPENSE             VALUE "S".
001502     88  SEQ-DE-VISITANTE            VALUE "V".
001505 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
001510 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001520
001530* DATA ALVO DA ATIVACAO - O PROXIMO DIA UTIL APOS A DATA DE
001540* NEGOCIO DO FECHAMENTO.
001800 77  WRK-SW-IMPEDIDO         PIC X(01) VALUE "N".
001810     88  NOME-IMPEDIDO               VALUE "S".
001820     88  NOME-LIBERADO               VALUE "N".
001822 77  WRK-SW-IDENT-VISITANTE  PIC X(01) VALUE "N".
001824     88  VISITANTE-DOCUMENTADO       VALUE "S".
001826     88  VISITANTE-SEM-IDENTIDADE    VALUE "N".
001830
001840 77  WRK-SW-ANFFILE          PIC X(01) VALUE "N".
001850     88  ANFFILE-DISPONIVEL          VALUE "S".
001870 77  WRK-SW-ANF-VALIDO       PIC X(01) VALUE "N".
001880     88  ANFITRIAO-VALIDO            VALUE "S".
001890     88  ANFITRIAO-INVALIDO          VALUE "N".
001891
001892 77  WRK-SW-VISFILE          PIC X(01) VALUE "N".
001893     88  VISFILE-DISPONIVEL          VALUE "S".
001894     88  VISFILE-INDISPONIVEL        VALUE "N".
001895 77  WRK-ID-VISITANTE        PIC 9(06) VALUE ZEROS.
001896 77  WRK-SALTOS-INCORP       PIC 9(02) VALUE ZEROS.
001900
001910 77  WRK-IDX                 PIC 9(02) VALUE ZEROS.
001920 77  WRK-QTDE-DIGITOS        PIC 9(02) VALUE ZEROS.
002010 77  WRK-QTDE-ANF-INVAL      PIC 9(06) VALUE ZEROS.
002020 77  WRK-QTDE-DUPLICADOS     PIC 9(06) VALUE ZEROS.
002030 77  WRK-QTDE-ERROS-GRAV     PIC 9(06) VALUE ZEROS.
002035 77  WRK-QTDE-VIS-NOVOS      PIC 9(06) VALUE ZEROS.
002040
002050* TABELA DE DIAS POR MES (FEVEREIRO AJUSTADO SE BISSEXTO), NO
002060* MESMO PADRAO DA VALIDACAO DE CALENDARIO DO PROGCOB03.
002620******************************************************************
002630* 1000-INICIALIZAR
002640* ABRE OS ARQUIVOS, OBTEM A DATA DE NEGOCIO DO DTCTL, CALCULA A
002650* DATA ALVO, GARANTE O REGISTRO DE SEQUENCIAS DO SEQCTL E
002660* POSICIONA O APTFILE NO PRIMEIRO AGENDAMENTO DA DATA ALVO.
002670******************************************************************
002680 1000-INICIALIZAR.
002690     ACCEPT WRK-HORA-ATUAL FROM TIME.
003300         OPEN I-O SEQCTL
003310     END-IF.
003320     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
003330     READ SEQCTL WITH NO LOCK
003340         KEY IS SEQCTL-CHAVE
003350         INVALID KEY
003360             MOVE 1 TO SEQCTL-PROX-REGISTRO
003370             MOVE 1 TO SEQCTL-PROX-AUDITORIA
003380             MOVE 1 TO SEQCTL-PROX-SUSPENSE
003385             MOVE 1 TO SEQCTL-PROX-VISITANTE
003387             MOVE 1 TO SEQCTL-PROX-NOTIFICACAO
003388             MOVE 1 TO SEQCTL-PROX-GRUPO
003390             WRITE SEQCTL-REGISTRO
003400     END-READ.
003440
003450     OPEN INPUT WTCFILE.
003460     IF WRK-WTC-STATUS = "00"
003600                 "STATUS " WRK-ANF-STATUS " - ATIVACAO SEGUE "
003610                 "SEM VALIDACAO DE ANFITRIAO."
003620     END-IF.
003621
003622     OPEN I-O VISFILE.
003623     IF WRK-VIS-STATUS = "35"
003624         CLOSE VISFILE
003625         OPEN OUTPUT VISFILE
003626         CLOSE VISFILE
003627         OPEN I-O VISFILE
003628     END-IF.
003629     IF WRK-VIS-STATUS = "00"
003630         SET VISFILE-DISPONIVEL TO TRUE
003631     ELSE
003632         DISPLAY "AVISO: CADASTRO DE VISITANTES INDISPONIVEL - "
003633                 "STATUS " WRK-VIS-STATUS " - ATIVACAO SEGUE "
003634                 "SEM IDENTIFICACAO DO VISITANTE."
003635     END-IF.
003636
003640     DISPLAY "ATIVACAO DE AGENDAMENTOS - FECHAMENTO DE "
003650             WRK-DATA-NEGOCIO ", DATA ALVO " WRK-DATA-ALVO-NUM.
003660
004810     EXIT.
004820
004830******************************************************************
004840* 1200-RESERVAR-SEQUENCIA
004850* RESERVA A PROXIMA SEQUENCIA DO TIPO PEDIDO (CADASTRO,
004860* AUDITORIA OU SUSPENSE) NO SEQCTL, SOB BLOQUEIO, NO MESMO
004865* PADRAO DO PROGCOB01. DEVOLVE ZEROS SE NAO CONSEGUIU.
004870******************************************************************
004880 1200-RESERVAR-SEQUENCIA.
004883     MOVE ZEROS TO WRK-SEQ-RESERVADA.
004886     PERFORM 1210-LER-SEQCTL-BLOQUEADO
004889         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
004892         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
004895         UNTIL WRK-TENTATIVAS-BLOQ > 200
004898            OR NOT SEQCTL-BLOQUEADO.
004901     IF WRK-SEQCTL-STATUS NOT = "00"
004904         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
004907                 WRK-SEQCTL-STATUS
004910         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
004913     END-IF.
004916     EVALUATE TRUE
004919         WHEN SEQ-DE-CADASTRO
004922             MOVE SEQCTL-PROX-REGISTRO TO WRK-SEQ-RESERVADA
004925             ADD 1 TO SEQCTL-PROX-REGISTRO
004928         WHEN SEQ-DE-AUDITORIA
004931             MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA
004934             ADD 1 TO SEQCTL-PROX-AUDITORIA
004937         WHEN SEQ-DE-SUSPENSE
004940             MOVE SEQCTL-PROX-SUSPENSE TO WRK-SEQ-RESERVADA
004943             ADD 1 TO SEQCTL-PROX-SUSPENSE
004944         WHEN SEQ-DE-VISITANTE
004945             IF SEQCTL-PROX-VISITANTE NOT NUMERIC
004946                 OR SEQCTL-PROX-VISITANTE = 0
004947                 MOVE 1 TO SEQCTL-PROX-VISITANTE
004948             END-IF
004949             MOVE SEQCTL-PROX-VISITANTE TO WRK-SEQ-RESERVADA
004950             ADD 1 TO SEQCTL-PROX-VISITANTE
004951     END-EVALUATE.
004952     REWRITE SEQCTL-REGISTRO
004953         INVALID KEY
004955             MOVE ZEROS TO WRK-SEQ-RESERVADA
004958             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
004961                     WRK-SEQCTL-STATUS
004964     END-REWRITE.
004967     UNLOCK SEQCTL.
004970 1200-RESERVAR-SEQUENCIA-EXIT.
004973     EXIT.
004976
004979******************************************************************
004982* 1210-LER-SEQCTL-BLOQUEADO
004985* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
004988******************************************************************
004991 1210-LER-SEQCTL-BLOQUEADO.
004994     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
004997     READ SEQCTL WITH LOCK
005000         KEY IS SEQCTL-CHAVE
005003         INVALID KEY
005006             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
005009                     "STATUS " WRK-SEQCTL-STATUS
005012     END-READ.
005015 1210-LER-SEQCTL-BLOQUEADO-EXIT.
005018     EXIT.
005040
005050******************************************************************
005060* 2000-ATIVAR-AGENDAMENTO
005510         GO TO 2000-ATIVAR-MARCAR
005520     END-IF.
005530
005532     PERFORM 8500-IDENTIFICAR-VISITANTE
005534         THRU 8500-IDENTIFICAR-VISITANTE-EXIT.
005536
005540*    O PRE-REGISTRO ENTRA COM HORA DE CADASTRO EM ZEROS E SEM
005550*    CRACHA - A CHEGADA REAL (PROGCOB01) CARIMBA A HORA, LIMPA
005560*    A MARCA, ATRIBUI O CRACHA E SOBE A OCUPACAO.
005561     SET SEQ-DE-CADASTRO TO TRUE.
005562     PERFORM 1200-RESERVAR-SEQUENCIA
005563         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
005564     IF WRK-SEQ-RESERVADA = 0
005565         ADD 1 TO WRK-QTDE-ERROS-GRAV
005566         DISPLAY "SEQUENCIA NAO RESERVADA PARA " WRK-NOME
005567                 " - AGENDAMENTO IGNORADO"
005568         GO TO 2000-ATIVAR-MARCAR
005569     END-IF.
005570     MOVE WRK-NOME TO REG-NOME.
005580     MOVE WRK-DATA-ALVO-NUM TO REG-DATA-CADASTRO.
005590     MOVE WRK-SEQ-RESERVADA TO REG-SEQUENCIA.
005600     MOVE ZEROS TO REG-HORA-CADASTRO.
005610     SET REG-ATIVO TO TRUE.
005620     MOVE ZEROS TO REG-HORA-SAIDA.
005660     MOVE SPACES TO REG-COD-ERRO-RH.
005670     MOVE ZEROS TO REG-NUM-CRACHA.
005680     SET REG-PRE-REGISTRADO TO TRUE.
005685     MOVE WRK-ID-VISITANTE TO REG-ID-VISITANTE.
005687     MOVE ZEROS TO REG-ID-GRUPO.
005690
005700     WRITE REG-REGISTRO
005710         INVALID KEY
005740                     WRK-NOME " NA DATA ALVO - AGENDAMENTO "
005750                     "IGNORADO"
005760         NOT INVALID KEY
005780             ADD 1 TO WRK-QTDE-ATIVADOS
005790             SET AUD-OPER-INCLUSAO TO TRUE
005800             PERFORM 3300-GRAVAR-AUDITORIA
006600* REVISAO POSTERIOR DO OPERADOR, NO MESMO PADRAO DO PROGCOB08.
006610******************************************************************
006620 3200-GRAVAR-SUSPENSE.
006621     SET SEQ-DE-SUSPENSE TO TRUE.
006622     PERFORM 1200-RESERVAR-SEQUENCIA
006623         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
006624     IF WRK-SEQ-RESERVADA = 0
006625         GO TO 3200-GRAVAR-SUSPENSE-EXIT
006626     END-IF.
006630     OPEN EXTEND SUSFILE.
006640     IF WRK-SUS-STATUS = "35"
006650         OPEN OUTPUT SUSFILE
006690                 WRK-SUS-STATUS
006700         GO TO 3200-GRAVAR-SUSPENSE-EXIT
006710     END-IF.
006720     MOVE WRK-SEQ-RESERVADA TO SUS-SEQUENCIA.
006730     MOVE WRK-DATA-NEGOCIO TO SUS-DATA-REJEICAO.
006740     MOVE WRK-HORA-ATUAL TO SUS-HORA-REJEICAO.
006750     MOVE WRK-NOME TO SUS-VALOR-DIGITADO.
006810                 WRK-SUS-STATUS
006820     END-IF.
006830     CLOSE SUSFILE.
006870 3200-GRAVAR-SUSPENSE-EXIT.
006880     EXIT.
006890
006950* CONFERE AUDITORIA CONTRA MESTRE POR DATA DE NEGOCIO.
006960******************************************************************
006970 3300-GRAVAR-AUDITORIA.
006971     SET SEQ-DE-AUDITORIA TO TRUE.
006972     PERFORM 1200-RESERVAR-SEQUENCIA
006973         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
006974     IF WRK-SEQ-RESERVADA = 0
006975         GO TO 3300-GRAVAR-AUDITORIA-EXIT
006976     END-IF.
006980     OPEN EXTEND AUDFILE.
006990     IF WRK-AUD-STATUS = "35"
007000         OPEN OUTPUT AUDFILE
007040                 WRK-AUD-STATUS
007050         GO TO 3300-GRAVAR-AUDITORIA-EXIT
007060     END-IF.
007070     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
007080     MOVE WRK-DATA-ALVO-NUM TO AUD-DATA-NEGOCIO.
007090     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
007100     MOVE WRK-NOME TO AUD-NOME-CAPTURADO.
007150                 WRK-AUD-STATUS
007160     END-IF.
007170     CLOSE AUDFILE.
007210 3300-GRAVAR-AUDITORIA-EXIT.
007220     EXIT.
007230
007232******************************************************************
007234* 8000-VERIFICAR-IMPEDIDO
007236* CONSULTA A LISTA DE IMPEDIDOS (WTCFILE) PELA IDENTIFICACAO DO
007238* VISITANTE, PELO DOCUMENTO E PELO NOME (8010), NO MESMO PADRAO
007240* DO PROGCOB08: SEM OPERADOR PARA LIBERAR, O VISITANTE CONSTANTE
007242* DA LISTA E DESVIADO PARA O SUSPENSE COM O MOTIVO.
007244******************************************************************
007246 8000-VERIFICAR-IMPEDIDO.
007248     SET NOME-LIBERADO TO TRUE.
007250     IF LISTA-IMPED-INDISPON
007252         GO TO 8000-VERIFICAR-IMPEDIDO-EXIT
007254     END-IF.
007256     PERFORM 8010-PROCURAR-IMPEDIMENTO
007258         THRU 8010-PROCURAR-IMPEDIMENTO-EXIT.
007260     IF NOME-LIBERADO
007262         GO TO 8000-VERIFICAR-IMPEDIDO-EXIT
007264     END-IF.
007266     MOVE "NOME NA LISTA DE IMPEDIDOS" TO WRK-MOTIVO-REJEICAO.
007268     DISPLAY "IMPEDIDO: " WRK-NOME " - " WTC-MOTIVO.
007270 8000-VERIFICAR-IMPEDIDO-EXIT.
007272     EXIT.
007274
007276******************************************************************
007278* 8010-PROCURAR-IMPEDIMENTO
007280* PROCURA NA LISTA, NESTA ORDEM: A IDENTIFICACAO DO VISITANTE DO
007282* AGENDAMENTO (SEGUIDA A UNIFICACAO), O DOCUMENTO DO SEU CADASTRO
007284* MESTRE E, POR ULTIMO, O NOME. O NOME SO IMPEDE SE O AGENDAMENTO
007286* NAO TEM CADASTRO MESTRE COM DOCUMENTO OU SE A ENTRADA DA LISTA
007288* NAO TEM IDENTIFICACAO NEM DOCUMENTO; COM OS DOIS LADOS
007290* IDENTIFICADOS, E UM HOMONIMO - AVISA E NAO IMPEDE.
007292******************************************************************
007294 8010-PROCURAR-IMPEDIMENTO.
007296     SET VISITANTE-SEM-IDENTIDADE TO TRUE.
007298     IF APT-ID-VISITANTE IS NOT NUMERIC OR APT-ID-VISITANTE = 0
007300             OR VISFILE-INDISPONIVEL
007302         GO TO 8010-PROCURAR-POR-NOME
007304     END-IF.
007306     MOVE APT-ID-VISITANTE TO VIS-ID.
007308     READ VISFILE WITH NO LOCK
007310         KEY IS VIS-ID
007312         INVALID KEY
007314             GO TO 8010-PROCURAR-POR-NOME
007316     END-READ.
007318     PERFORM 8520-SEGUIR-INCORPORACAO
007320         THRU 8520-SEGUIR-INCORPORACAO-EXIT
007322         VARYING WRK-SALTOS-INCORP FROM 1 BY 1
007324         UNTIL WRK-SALTOS-INCORP > 10
007326            OR NOT VIS-INCORPORADO.
007328     IF NOT VIS-ATIVO
007330         GO TO 8010-PROCURAR-POR-NOME
007332     END-IF.
007334     MOVE VIS-ID TO WTC-ID-VISITANTE.
007336     READ WTCFILE
007338         KEY IS WTC-ID-VISITANTE
007340         INVALID KEY
007342             CONTINUE
007344         NOT INVALID KEY
007346             SET NOME-IMPEDIDO TO TRUE
007348             GO TO 8010-PROCURAR-IMPEDIMENTO-EXIT
007350     END-READ.
007352     IF VIS-SEM-DOCUMENTO
007354         GO TO 8010-PROCURAR-POR-NOME
007356     END-IF.
007358     SET VISITANTE-DOCUMENTADO TO TRUE.
007360     MOVE VIS-DOCUMENTO TO WTC-DOCUMENTO.
007362     READ WTCFILE
007364         KEY IS WTC-DOCUMENTO
007366         INVALID KEY
007368             CONTINUE
007370         NOT INVALID KEY
007372             SET NOME-IMPEDIDO TO TRUE
007374             GO TO 8010-PROCURAR-IMPEDIMENTO-EXIT
007376     END-READ.
007378
007380 8010-PROCURAR-POR-NOME.
007382     MOVE WRK-NOME TO WTC-NOME.
007384     READ WTCFILE
007386         KEY IS WTC-NOME
007388         INVALID KEY
007390             GO TO 8010-PROCURAR-IMPEDIMENTO-EXIT
007392     END-READ.
007394     IF VISITANTE-DOCUMENTADO
007396             AND ((WTC-ID-VISITANTE IS NUMERIC
007398                   AND WTC-ID-VISITANTE NOT = 0)
007400               OR WTC-DOCUMENTO NOT = SPACES)
007402         DISPLAY "AVISO: " WRK-NOME " CONSTA DA LISTA DE "
007404                 "IMPEDIDOS COM OUTRA IDENTIFICACAO ("
007406                 WTC-ID-VISITANTE ") - "
007408                 "HOMONIMO, NAO IMPEDIDO."
007410         GO TO 8010-PROCURAR-IMPEDIMENTO-EXIT
007412     END-IF.
007414     SET NOME-IMPEDIDO TO TRUE.
007416 8010-PROCURAR-IMPEDIMENTO-EXIT.
007418     EXIT.
007420
007470******************************************************************
007480* 8200-VALIDAR-ANFITRIAO
007490* VALIDA A IDENTIFICACAO DO ANFITRIAO DO AGENDAMENTO NO
007760 8200-VALIDAR-ANFITRIAO-EXIT.
007770     EXIT.
007780
007781******************************************************************
007782* 8500-IDENTIFICAR-VISITANTE
007783* LOCALIZA A IDENTIFICACAO DO VISITANTE DO AGENDAMENTO NO
007784* CADASTRO MESTRE DE VISITANTES (VISFILE), SEGUINDO A
007785* UNIFICACAO. AGENDAMENTO AINDA SEM IDENTIFICACAO (OU COM UMA QUE
007786* NAO CONSTA) CADASTRA O VISITANTE SO COM O NOME - SEM DOCUMENTO,
007787* ELA E INCORPORADA A DO POSTO NA CONFIRMACAO DE CHEGADA
007788* (PROGCOB01). A IDENTIFICACAO VAI PARA O AGENDAMENTO, REGRAVADO
007789* EM 2000-ATIVAR-MARCAR. SEM CADASTRO OU SEM SEQUENCIA, O
007790* PRE-REGISTRO ENTRA COM A IDENTIFICACAO EM ZEROS.
007791******************************************************************
007792 8500-IDENTIFICAR-VISITANTE.
007793     MOVE ZEROS TO WRK-ID-VISITANTE.
007794     IF VISFILE-INDISPONIVEL
007795         GO TO 8500-IDENTIFICAR-VISITANTE-EXIT
007796     END-IF.
007797     IF APT-ID-VISITANTE IS NUMERIC AND APT-ID-VISITANTE > 0
007798         MOVE APT-ID-VISITANTE TO VIS-ID
007799         READ VISFILE WITH NO LOCK
007800             KEY IS VIS-ID
007801             INVALID KEY
007802                 DISPLAY "VISITANTE " APT-ID-VISITANTE
007803                         " DO AGENDAMENTO DE " WRK-NOME
007804                         " NAO CADASTRADO - NOVO VISITANTE"
007805             NOT INVALID KEY
007806                 PERFORM 8520-SEGUIR-INCORPORACAO
007807                     THRU 8520-SEGUIR-INCORPORACAO-EXIT
007808                     VARYING WRK-SALTOS-INCORP FROM 1 BY 1
007809                     UNTIL WRK-SALTOS-INCORP > 10
007810                        OR NOT VIS-INCORPORADO
007811                 MOVE VIS-ID TO WRK-ID-VISITANTE
007812                 MOVE VIS-ID TO APT-ID-VISITANTE
007813                 GO TO 8500-IDENTIFICAR-VISITANTE-EXIT
007814         END-READ
007815     END-IF.
007816
007817     SET SEQ-DE-VISITANTE TO TRUE.
007818     PERFORM 1200-RESERVAR-SEQUENCIA
007819         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
007820     IF WRK-SEQ-RESERVADA = 0
007821         DISPLAY "VISITANTE NAO CADASTRADO PARA " WRK-NOME
007822                 " - PRE-REGISTRO SEM IDENTIFICACAO"
007823         GO TO 8500-IDENTIFICAR-VISITANTE-EXIT
007824     END-IF.
007825     MOVE SPACES TO VIS-REGISTRO.
007826     MOVE WRK-SEQ-RESERVADA TO VIS-ID.
007827     MOVE WRK-NOME TO VIS-NOME.
007828     MOVE WRK-DATA-NEGOCIO TO VIS-DATA-INCLUSAO.
007829     SET VIS-ATIVO TO TRUE.
007830     MOVE ZEROS TO VIS-ID-INCORPORADOR.
007831     WRITE VIS-REGISTRO
007832         INVALID KEY
007833             DISPLAY "ERRO AO CADASTRAR VISITANTE " WRK-NOME
007834                     " - STATUS " WRK-VIS-STATUS
007835         NOT INVALID KEY
007836             ADD 1 TO WRK-QTDE-VIS-NOVOS
007837             MOVE VIS-ID TO WRK-ID-VISITANTE
007838             MOVE VIS-ID TO APT-ID-VISITANTE
007839     END-WRITE.
007840 8500-IDENTIFICAR-VISITANTE-EXIT.
007841     EXIT.
007842
007843******************************************************************
007844* 8520-SEGUIR-INCORPORACAO
007845* A IDENTIFICACAO LIDA FOI INCORPORADA A OUTRA NA MANUTENCAO DE
007846* VISITANTES (PROGCB29) - PASSA PARA A QUE PERMANECEU.
007847******************************************************************
007848 8520-SEGUIR-INCORPORACAO.
007849     MOVE VIS-ID-INCORPORADOR TO VIS-ID.
007850     READ VISFILE WITH NO LOCK
007851         KEY IS VIS-ID
007852         INVALID KEY
007853             MOVE SPACES TO VIS-SITUACAO
007854     END-READ.
007855 8520-SEGUIR-INCORPORACAO-EXIT.
007856     EXIT.
007857
007858******************************************************************
007859* 9000-EXIBIR-TOTAIS
007860* EXIBE O RESUMO DE TOTAIS DA ATIVACAO.
007861******************************************************************
007862 9000-EXIBIR-TOTAIS.
007863     DISPLAY " ".
007864     DISPLAY "=== RESUMO DA ATIVACAO DE AGENDAMENTOS ===".
007865     DISPLAY "DATA ALVO DA ATIVACAO.: " WRK-DATA-ALVO-NUM.
007870     DISPLAY "AGENDAMENTOS DA DATA..: " WRK-QTDE-LIDOS.
007880     DISPLAY "PRE-REGISTRADOS.......: " WRK-QTDE-ATIVADOS.
007890     DISPLAY "REJEITADOS (SUSPENSE).: " WRK-QTDE-REJEITADOS.
007900     DISPLAY "IMPEDIDOS (SUSPENSE)..: " WRK-QTDE-IMPEDIDOS.
007910     DISPLAY "ANFITRIAO INVALIDO....: " WRK-QTDE-ANF-INVAL.
007920     DISPLAY "DUPLICADOS NA CHAVE...: " WRK-QTDE-DUPLICADOS.
007925     DISPLAY "VISITANTES NOVOS......: " WRK-QTDE-VIS-NOVOS.
007930     IF WRK-QTDE-ERROS-GRAV > 0
007940         DISPLAY "ERROS DE GRAVACAO.....: " WRK-QTDE-ERROS-GRAV
007950     END-IF.
008150     IF ANFFILE-DISPONIVEL
008160         CLOSE ANFFILE
008170     END-IF.
008172     IF VISFILE-DISPONIVEL
008174         CLOSE VISFILE
008176     END-IF.
008180 9999-FINALIZAR-EXIT.
008190     EXIT.
