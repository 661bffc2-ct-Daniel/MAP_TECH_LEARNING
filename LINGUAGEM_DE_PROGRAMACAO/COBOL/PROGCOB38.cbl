000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB38.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: CADASTRO DAS VISITAS EM GRUPO (GRPFILE) E DA
000190*           RELACAO NOMINAL DOS MEMBROS (GMBFILE) - EXCURSOES
000200*           DE ESCOLA, EQUIPES DE AUDITORIA E TURMAS DE
000210*           TREINAMENTO QUE CHEGAM COM UM UNICO ANFITRIAO. O
000220*           GRUPO GUARDA A DESCRICAO, O LIDER, O ANFITRIAO
000230*           (ANFFILE), A DATA DA VISITA E A QUANTIDADE PREVISTA
000240*           DE PESSOAS; A IDENTIFICACAO DO GRUPO VEM DO SEQCTL
000250*           (SEQCTL-PROX-GRUPO). OFERECE INCLUSAO DO GRUPO,
000260*           INCLUSAO E RETIRADA DE MEMBROS DA RELACAO, CONSULTA
000270*           DO GRUPO E LISTAGEM DOS GRUPOS DE UMA DATA. A
000280*           ENTRADA E A SAIDA DOS MEMBROS SAO FEITAS NA
000290*           RECEPCAO (PROGCOB01, OPCAO G), CONTRA ESTA RELACAO.
000292*           O GRUPO SO FICA BLOQUEADO DURANTE A GRAVACAO DE CADA
000294*           MEMBRO, NUNCA ENQUANTO O OPERADOR DIGITA, PARA NAO
000296*           SEGURAR A SAIDA EM BLOCO NA RECEPCAO.
000300*
000310* HISTORICO DE ALTERACOES
000320* DATA       INIC.  DESCRICAO
000330* ---------- -----  ------------------------------------------
000340* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000341* 2026-10-15 DSR    GRUPO LIDO SEM BLOQUEIO PARA EXIBICAO; O
000342*                   BLOQUEIO E TOMADO SO NA GRAVACAO DE CADA
000343*                   MEMBRO E NA RETIRADA JA CONFIRMADA, COM
000344*                   RELEITURA E NOVA CONFERENCIA DO ENCERRAMENTO
000345*                   E DO NUMERO DE ORDEM. LEITURAS SOB BLOQUEIO
000346*                   DO GRUPO E DO MEMBRO COM ATE 200
000347*                   TENTATIVAS. GRUPO ENCERRADO NAO TEM MEMBRO
000348*                   RETIRADO. NOME COM CADASTRO FORA DO GRUPO
000349*                   NA DATA DA VISITA (REGFILE) E RECUSADO NA
000350*                   RELACAO - HOMONIMO.
000351******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT GRPFILE ASSIGN TO "GRPFILE"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS GRP-ID
000430         LOCK MODE IS MANUAL
000440         FILE STATUS IS WRK-GRP-STATUS.
000450
000460     SELECT GMBFILE ASSIGN TO "GMBFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS GMB-CHAVE
000500         LOCK MODE IS MANUAL
000510         FILE STATUS IS WRK-GMB-STATUS.
000520
000530     SELECT SEQCTL ASSIGN TO "SEQCTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS SEQCTL-CHAVE
000570         LOCK MODE IS MANUAL
000580         FILE STATUS IS WRK-SEQCTL-STATUS.
000590
000600     SELECT ANFFILE ASSIGN TO "ANFFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS ANF-ID
000640         FILE STATUS IS WRK-ANF-STATUS.
000650
000651     SELECT REGFILE ASSIGN TO "REGFILE"
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS RANDOM
000654         RECORD KEY IS REG-CHAVE
000655         ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
000656         FILE STATUS IS WRK-REG-STATUS.
000657
000660     SELECT OPRFILE ASSIGN TO "OPRFILE"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS OPR-ID
000700         FILE STATUS IS WRK-OPR-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  GRPFILE.
000750     COPY GRPREC.
000760
000770 FD  GMBFILE.
000780     COPY GMBREC.
000790
000800 FD  SEQCTL.
000810     COPY SEQCTLREC.
000820
000830 FD  ANFFILE.
000840     COPY ANFREC.
000842
000844 FD  REGFILE.
000846     COPY REGREC.
000850
000860 FD  OPRFILE.
000870     COPY OPRREC.
000880
000890 WORKING-STORAGE SECTION.
000900 77  WRK-GRP-STATUS          PIC X(02) VALUE "00".
000910     88  GRP-BLOQUEADO               VALUE "51" "9D".
000920 77  WRK-GMB-STATUS          PIC X(02) VALUE "00".
000925     88  GMB-BLOQUEADO               VALUE "51" "9D".
000930 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
000940     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
000950 77  WRK-ANF-STATUS          PIC X(02) VALUE "00".
000960 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
000965 77  WRK-REG-STATUS          PIC X(02) VALUE "00".
000970
000980 77  WRK-OPCAO-MENU          PIC X(01) VALUE SPACES.
000990 77  WRK-SW-CONTINUA         PIC X(01) VALUE "S".
001000     88  CONTINUA-NO-MENU            VALUE "S".
001010     88  SAIR-DO-MENU                VALUE "N".
001020
001030 77  WRK-OPERADOR-ID         PIC X(08) VALUE SPACES.
001040 77  WRK-SW-OPERADOR         PIC X(01) VALUE "N".
001050     88  OPERADOR-IDENTIFICADO       VALUE "S".
001060     88  OPERADOR-NAO-IDENTIF        VALUE "N".
001070 77  WRK-TENTATIVAS          PIC 9(01) VALUE ZEROS.
001080 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001090
001100 77  WRK-SW-ANFFILE          PIC X(01) VALUE "N".
001110     88  ANFFILE-DISPONIVEL          VALUE "S".
001120     88  ANFFILE-INDISPONIVEL        VALUE "N".
001122 77  WRK-SW-REGFILE          PIC X(01) VALUE "N".
001124     88  REGFILE-DISPONIVEL          VALUE "S".
001126     88  REGFILE-INDISPONIVEL        VALUE "N".
001130 77  WRK-SW-FIM-LISTA        PIC X(01) VALUE "N".
001140     88  FIM-LISTA                   VALUE "S".
001150     88  NAO-FIM-LISTA               VALUE "N".
001160 77  WRK-SW-GRUPO            PIC X(01) VALUE "S".
001170     88  GRUPO-VALIDO                VALUE "S".
001180     88  GRUPO-INVALIDO              VALUE "N".
001190 77  WRK-SW-FIM-RELACAO      PIC X(01) VALUE "N".
001200     88  FIM-RELACAO                 VALUE "S".
001210     88  NAO-FIM-RELACAO             VALUE "N".
001220 77  WRK-SW-DUPLICADO        PIC X(01) VALUE "N".
001230     88  NOME-DUPLICADO              VALUE "S".
001240     88  NOME-NAO-DUPLICADO          VALUE "N".
001250 77  WRK-SW-NOME-VALIDO      PIC X(01) VALUE "S".
001260     88  NOME-VALIDO                 VALUE "S".
001270     88  NOME-INVALIDO               VALUE "N".
001272 77  WRK-SW-MEMBRO           PIC X(01) VALUE "S".
001274     88  MEMBRO-VALIDO               VALUE "S".
001276     88  MEMBRO-INVALIDO             VALUE "N".
001280
001290 77  WRK-ID-GRUPO            PIC 9(06) VALUE ZEROS.
001295 77  WRK-DATA-VISITA         PIC 9(08) VALUE ZEROS.
001300 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
001310 77  WRK-SEQ-MEMBRO          PIC 9(03) VALUE ZEROS.
001315 77  WRK-CHAVE-MEMBRO        PIC X(09) VALUE SPACES.
001320 77  WRK-DESCRICAO-ENTRADA   PIC X(30) VALUE SPACES.
001330 77  WRK-LIDER-ENTRADA       PIC X(30) VALUE SPACES.
001340 77  WRK-ANF-ENTRADA         PIC X(08) VALUE SPACES.
001350 77  WRK-DATA-ENTRADA        PIC 9(08) VALUE ZEROS.
001360 77  WRK-QTDE-ENTRADA        PIC 9(03) VALUE ZEROS.
001370 77  WRK-NOME-ENTRADA        PIC X(30) VALUE SPACES.
001380 77  WRK-CONFIRMA            PIC X(01) VALUE SPACES.
001390 77  WRK-DATA-HOJE           PIC 9(08) VALUE ZEROS.
001400 77  WRK-QTDE-LISTADOS       PIC 9(04) VALUE ZEROS.
001410 77  WRK-QTDE-INCLUIDOS      PIC 9(03) VALUE ZEROS.
001420
001430*    EDICAO DO NOME DO MEMBRO, NA MESMA REGRA DA INCLUSAO DO
001440*    PROGCOB01 (3100-EDITAR-NOME) - O NOME VAI PARA O REGFILE.
001450 77  WRK-IDX                 PIC 9(02) VALUE ZEROS.
001460 77  WRK-QTDE-LETRAS         PIC 9(02) VALUE ZEROS.
001470 77  WRK-QTDE-NAO-BRANCO     PIC 9(02) VALUE ZEROS.
001480 77  WRK-CARACTER            PIC X(01) VALUE SPACES.
001490
001500 01  WRK-DATA-VALIDACAO.
001510     02  WRK-VAL-ANO         PIC 9(04) VALUE ZEROS.
001520     02  WRK-VAL-MES         PIC 9(02) VALUE ZEROS.
001530     02  WRK-VAL-DIA         PIC 9(02) VALUE ZEROS.
001540 77  WRK-DATA-EM-VALIDACAO   PIC 9(08) VALUE ZEROS.
001550 77  WRK-SW-DATA-VALIDA      PIC X(01) VALUE "S".
001560     88  DATA-VALIDA                 VALUE "S".
001570     88  DATA-INVALIDA               VALUE "N".
001580 77  WRK-MOTIVO-REJEICAO     PIC X(50) VALUE SPACES.
001590
001600*    TABELA DE DIAS POR MES (FEVEREIRO AJUSTADO SE BISSEXTO), NO
001610*    MESMO PADRAO DA VALIDACAO DE CALENDARIO DO PROGCOB03.
001620 01  WRK-TAB-DIAS-MES.
001630     02  FILLER              PIC 9(02) VALUE 31.
001640     02  FILLER              PIC 9(02) VALUE 28.
001650     02  FILLER              PIC 9(02) VALUE 31.
001660     02  FILLER              PIC 9(02) VALUE 30.
001670     02  FILLER              PIC 9(02) VALUE 31.
001680     02  FILLER              PIC 9(02) VALUE 30.
001690     02  FILLER              PIC 9(02) VALUE 31.
001700     02  FILLER              PIC 9(02) VALUE 31.
001710     02  FILLER              PIC 9(02) VALUE 30.
001720     02  FILLER              PIC 9(02) VALUE 31.
001730     02  FILLER              PIC 9(02) VALUE 30.
001740     02  FILLER              PIC 9(02) VALUE 31.
001750 01  WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.
001760     02  WRK-DIAS-NO-MES     PIC 9(02) OCCURS 12 TIMES.
001770
001780 77  WRK-BIS-QUOC4           PIC 9(04) VALUE ZEROS.
001790 77  WRK-BIS-REST4           PIC 9(04) VALUE ZEROS.
001800 77  WRK-BIS-QUOC100         PIC 9(04) VALUE ZEROS.
001810 77  WRK-BIS-REST100         PIC 9(04) VALUE ZEROS.
001820 77  WRK-BIS-QUOC400         PIC 9(04) VALUE ZEROS.
001830 77  WRK-BIS-REST400         PIC 9(04) VALUE ZEROS.
001840
001850 PROCEDURE DIVISION.
001860******************************************************************
001870* 0000-MAINLINE
001880* IDENTIFICA O OPERADOR, ABRE OS CADASTROS DE GRUPOS E APRESENTA
001890* O MENU DE MANUTENCAO ATE ELE ESCOLHER SAIR.
001900******************************************************************
001910 0000-MAINLINE.
001920     PERFORM 1500-IDENTIFICAR-OPERADOR
001930         THRU 1500-IDENTIFICAR-OPERADOR-EXIT.
001940     IF OPERADOR-NAO-IDENTIF
001950         STOP RUN
001960     END-IF.
001970     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001980     PERFORM 2000-APRESENTAR-MENU THRU 2000-APRESENTAR-MENU-EXIT
001990         UNTIL SAIR-DO-MENU.
002000     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002010     STOP RUN.
002020
002030******************************************************************
002040* 1000-INICIALIZAR
002050* ABRE O GRPFILE E O GMBFILE, CRIANDO-OS NA PRIMEIRA EXECUCAO, O
002060* CONTROLE DE SEQUENCIAS PARA NUMERAR OS GRUPOS E O CADASTRO DE
002070* ANFITRIOES PARA CONFERIR O ANFITRIAO, E O MESTRE DE
002075* CADASTRANTES PARA A CONFERENCIA DE HOMONIMOS.
002080******************************************************************
002090 1000-INICIALIZAR.
002100     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
002110     OPEN I-O GRPFILE.
002120     IF WRK-GRP-STATUS = "35"
002130         CLOSE GRPFILE
002140         OPEN OUTPUT GRPFILE
002150         CLOSE GRPFILE
002160         OPEN I-O GRPFILE
002170     END-IF.
002180     IF WRK-GRP-STATUS NOT = "00"
002190         DISPLAY "ERRO AO ABRIR CADASTRO DE GRUPOS - STATUS "
002200                 WRK-GRP-STATUS
002210         SET SAIR-DO-MENU TO TRUE
002220         GO TO 1000-INICIALIZAR-EXIT
002230     END-IF.
002240
002250     OPEN I-O GMBFILE.
002260     IF WRK-GMB-STATUS = "35"
002270         CLOSE GMBFILE
002280         OPEN OUTPUT GMBFILE
002290         CLOSE GMBFILE
002300         OPEN I-O GMBFILE
002310     END-IF.
002320     IF WRK-GMB-STATUS NOT = "00"
002330         DISPLAY "ERRO AO ABRIR RELACAO DE MEMBROS - STATUS "
002340                 WRK-GMB-STATUS
002350         CLOSE GRPFILE
002360         SET SAIR-DO-MENU TO TRUE
002370         GO TO 1000-INICIALIZAR-EXIT
002380     END-IF.
002390
002400     OPEN I-O SEQCTL.
002410     IF WRK-SEQCTL-STATUS = "35"
002420         CLOSE SEQCTL
002430         OPEN OUTPUT SEQCTL
002440         CLOSE SEQCTL
002450         OPEN I-O SEQCTL
002460     END-IF.
002470     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002480     READ SEQCTL WITH NO LOCK
002490         KEY IS SEQCTL-CHAVE
002500         INVALID KEY
002510             MOVE 1 TO SEQCTL-PROX-REGISTRO
002520             MOVE 1 TO SEQCTL-PROX-AUDITORIA
002530             MOVE 1 TO SEQCTL-PROX-SUSPENSE
002540             MOVE 1 TO SEQCTL-PROX-VISITANTE
002550             MOVE 1 TO SEQCTL-PROX-NOTIFICACAO
002560             MOVE 1 TO SEQCTL-PROX-GRUPO
002570             WRITE SEQCTL-REGISTRO
002580     END-READ.
002590
002600     OPEN INPUT ANFFILE.
002610     IF WRK-ANF-STATUS = "00"
002620         SET ANFFILE-DISPONIVEL TO TRUE
002630     ELSE
002640         DISPLAY "AVISO: CADASTRO DE ANFITRIOES INDISPONIVEL - "
002650                 "STATUS " WRK-ANF-STATUS " - ANFITRIAO "
002660                 "SEGUE SEM CONFERENCIA."
002670     END-IF.
002671
002672*    O MESTRE DE CADASTRANTES SO SERVE PARA RECUSAR HOMONIMOS NA
002673*    RELACAO; SEM ELE A RELACAO SEGUE SEM ESSA CONFERENCIA.
002674     OPEN INPUT REGFILE.
002675     IF WRK-REG-STATUS = "00"
002676         SET REGFILE-DISPONIVEL TO TRUE
002677     ELSE
002678         DISPLAY "AVISO: MESTRE DE CADASTRANTES INDISPONIVEL - "
002679                 "STATUS " WRK-REG-STATUS " - HOMONIMOS NAO "
002680                 "CONFERIDOS."
002681     END-IF.
002682 1000-INICIALIZAR-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720* 1200-RESERVAR-GRUPO
002730* RESERVA A PROXIMA IDENTIFICACAO DE GRUPO NO SEQCTL, SOB
002740* BLOQUEIO, NO MESMO PADRAO DO PROGCOB01. REGISTRO GRAVADO ANTES
002750* DA SEQUENCIA DE GRUPOS TRAZ ESPACOS NO CAMPO, TRATADOS COMO
002760* "PROXIMA = 1". DEVOLVE ZEROS SE NAO CONSEGUIU.
002770******************************************************************
002780 1200-RESERVAR-GRUPO.
002790     MOVE ZEROS TO WRK-SEQ-RESERVADA.
002800     PERFORM 1210-LER-SEQCTL-BLOQUEADO
002810         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
002820         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
002830         UNTIL WRK-TENTATIVAS-BLOQ > 200
002840            OR NOT SEQCTL-BLOQUEADO.
002850     IF WRK-SEQCTL-STATUS NOT = "00"
002860         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
002870                 WRK-SEQCTL-STATUS
002880         GO TO 1200-RESERVAR-GRUPO-EXIT
002890     END-IF.
002900     IF SEQCTL-PROX-GRUPO NOT NUMERIC
002910         OR SEQCTL-PROX-GRUPO = 0
002920         MOVE 1 TO SEQCTL-PROX-GRUPO
002930     END-IF.
002940     MOVE SEQCTL-PROX-GRUPO TO WRK-SEQ-RESERVADA.
002950     ADD 1 TO SEQCTL-PROX-GRUPO.
002960     REWRITE SEQCTL-REGISTRO
002970         INVALID KEY
002980             MOVE ZEROS TO WRK-SEQ-RESERVADA
002990             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
003000                     WRK-SEQCTL-STATUS
003010     END-REWRITE.
003020 1200-RESERVAR-GRUPO-EXIT.
003030     UNLOCK SEQCTL.
003040     EXIT.
003050
003060******************************************************************
003070* 1210-LER-SEQCTL-BLOQUEADO
003080* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
003090******************************************************************
003100 1210-LER-SEQCTL-BLOQUEADO.
003110     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
003120     READ SEQCTL WITH LOCK
003130         KEY IS SEQCTL-CHAVE
003140         INVALID KEY
003150             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
003160                     "STATUS " WRK-SEQCTL-STATUS
003170     END-READ.
003180 1210-LER-SEQCTL-BLOQUEADO-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220* 1500-IDENTIFICAR-OPERADOR
003230* IDENTIFICA O OPERADOR NO CADASTRO OPRFILE, NO MESMO PADRAO DO
003240* PROGCOB01. TRES TENTATIVAS SEM SUCESSO E O PROGRAMA ENCERRA.
003250******************************************************************
003260 1500-IDENTIFICAR-OPERADOR.
003270     OPEN INPUT OPRFILE.
003280     IF WRK-OPR-STATUS NOT = "00"
003290         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - "
003300                 "STATUS " WRK-OPR-STATUS
003310                 " - EXECUTE O PROGCOB01 PARA CRIA-LO."
003320         GO TO 1500-IDENTIFICAR-OPERADOR-EXIT
003330     END-IF.
003340
003350     PERFORM 1600-PEDIR-IDENTIFICACAO
003360         THRU 1600-PEDIR-IDENTIFICACAO-EXIT
003370         VARYING WRK-TENTATIVAS FROM 1 BY 1
003380         UNTIL WRK-TENTATIVAS > 3 OR OPERADOR-IDENTIFICADO.
003390
003400     IF OPERADOR-NAO-IDENTIF
003410         DISPLAY "OPERADOR NAO IDENTIFICADO - PROGRAMA "
003420                 "ENCERRADO."
003430     END-IF.
003440     CLOSE OPRFILE.
003450 1500-IDENTIFICAR-OPERADOR-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 1600-PEDIR-IDENTIFICACAO
003500* PEDE E CONFERE UMA IDENTIFICACAO DE OPERADOR NO CADASTRO.
003510******************************************************************
003520 1600-PEDIR-IDENTIFICACAO.
003530     DISPLAY "IDENTIFICACAO DO OPERADOR: ".
003540     ACCEPT WRK-OPERADOR-ID.
003550     MOVE WRK-OPERADOR-ID TO OPR-ID.
003560     READ OPRFILE
003570         KEY IS OPR-ID
003580         INVALID KEY
003590             DISPLAY "OPERADOR NAO CADASTRADO."
003600             GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
003610     END-READ.
003620     SET OPERADOR-IDENTIFICADO TO TRUE.
003630     DISPLAY "OPERADOR " OPR-NOME " IDENTIFICADO.".
003640 1600-PEDIR-IDENTIFICACAO-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680* 2000-APRESENTAR-MENU
003690* EXIBE O MENU DE MANUTENCAO E DESVIA PARA A OPCAO ESCOLHIDA.
003700******************************************************************
003710 2000-APRESENTAR-MENU.
003720     DISPLAY " ".
003730     DISPLAY "=== VISITAS EM GRUPO ===".
003740     DISPLAY "1 - INCLUIR GRUPO".
003750     DISPLAY "2 - INCLUIR MEMBROS NA RELACAO".
003760     DISPLAY "3 - RETIRAR MEMBRO DA RELACAO".
003770     DISPLAY "4 - CONSULTAR GRUPO".
003780     DISPLAY "5 - LISTAR GRUPOS DE UMA DATA".
003790     DISPLAY "6 - SAIR".
003800     DISPLAY "INFORME A OPCAO: ".
003810     ACCEPT WRK-OPCAO-MENU.
003820
003830     EVALUATE WRK-OPCAO-MENU
003840         WHEN "1"
003850             PERFORM 3000-INCLUIR-GRUPO
003860                 THRU 3000-INCLUIR-GRUPO-EXIT
003870         WHEN "2"
003880             PERFORM 4000-RELACIONAR-MEMBROS
003890                 THRU 4000-RELACIONAR-MEMBROS-EXIT
003900         WHEN "3"
003910             PERFORM 4500-RETIRAR-MEMBRO
003920                 THRU 4500-RETIRAR-MEMBRO-EXIT
003930         WHEN "4"
003940             PERFORM 5000-CONSULTAR-GRUPO
003950                 THRU 5000-CONSULTAR-GRUPO-EXIT
003960         WHEN "5"
003970             PERFORM 6000-LISTAR-GRUPOS
003980                 THRU 6000-LISTAR-GRUPOS-EXIT
003990         WHEN "6"
004000             SET SAIR-DO-MENU TO TRUE
004010         WHEN OTHER
004020             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
004030     END-EVALUATE.
004040 2000-APRESENTAR-MENU-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080* 3000-INCLUIR-GRUPO
004090* RECEBE A DESCRICAO, O LIDER, O ANFITRIAO, A DATA DA VISITA E A
004100* QUANTIDADE PREVISTA, CONFERE TUDO E GRAVA O GRUPO ABERTO COM A
004110* PROXIMA IDENTIFICACAO DO SEQCTL. A RELACAO NOMINAL E MONTADA
004120* EM SEGUIDA PELA OPCAO 2.
004130******************************************************************
004140 3000-INCLUIR-GRUPO.
004150     DISPLAY "DESCRICAO DO GRUPO (ESCOLA, EMPRESA, TURMA): ".
004160     ACCEPT WRK-DESCRICAO-ENTRADA.
004170     DISPLAY "NOME DO LIDER DO GRUPO: ".
004180     ACCEPT WRK-LIDER-ENTRADA.
004190     IF WRK-DESCRICAO-ENTRADA = SPACES
004200             OR WRK-LIDER-ENTRADA = SPACES
004210         DISPLAY "DESCRICAO E LIDER SAO OBRIGATORIOS - INCLUSAO "
004220                 "CANCELADA."
004230         GO TO 3000-INCLUIR-GRUPO-EXIT
004240     END-IF.
004250     DISPLAY "ANFITRIAO DO GRUPO: ".
004260     ACCEPT WRK-ANF-ENTRADA.
004270     PERFORM 7000-VALIDAR-ANFITRIAO
004280         THRU 7000-VALIDAR-ANFITRIAO-EXIT.
004290     IF GRUPO-INVALIDO
004300         DISPLAY "INCLUSAO CANCELADA."
004310         GO TO 3000-INCLUIR-GRUPO-EXIT
004320     END-IF.
004330
004340     DISPLAY "DATA DA VISITA (AAAAMMDD): ".
004350     ACCEPT WRK-DATA-ENTRADA.
004360     MOVE WRK-DATA-ENTRADA TO WRK-DATA-EM-VALIDACAO.
004370     PERFORM 8000-VALIDAR-DATA THRU 8000-VALIDAR-DATA-EXIT.
004380     IF DATA-INVALIDA
004390         DISPLAY "INCLUSAO CANCELADA."
004400         GO TO 3000-INCLUIR-GRUPO-EXIT
004410     END-IF.
004420     IF WRK-DATA-ENTRADA < WRK-DATA-HOJE
004430         DISPLAY "DATA DA VISITA JA PASSOU - INCLUSAO CANCELADA."
004440         GO TO 3000-INCLUIR-GRUPO-EXIT
004450     END-IF.
004460
004470     DISPLAY "QUANTIDADE PREVISTA DE PESSOAS (1 A 999): ".
004480     ACCEPT WRK-QTDE-ENTRADA.
004490     IF WRK-QTDE-ENTRADA IS NOT NUMERIC OR WRK-QTDE-ENTRADA = 0
004500         DISPLAY "QUANTIDADE INVALIDA - INCLUSAO CANCELADA."
004510         GO TO 3000-INCLUIR-GRUPO-EXIT
004520     END-IF.
004530
004540     PERFORM 1200-RESERVAR-GRUPO THRU 1200-RESERVAR-GRUPO-EXIT.
004550     IF WRK-SEQ-RESERVADA = 0
004560         DISPLAY "INCLUSAO NAO EFETUADA - TENTE NOVAMENTE."
004570         GO TO 3000-INCLUIR-GRUPO-EXIT
004580     END-IF.
004590
004600     MOVE SPACES TO GRP-REGISTRO.
004610     MOVE WRK-SEQ-RESERVADA TO GRP-ID.
004620     MOVE WRK-DESCRICAO-ENTRADA TO GRP-DESCRICAO.
004630     MOVE WRK-LIDER-ENTRADA TO GRP-LIDER.
004640     MOVE WRK-ANF-ENTRADA TO GRP-ID-ANFITRIAO.
004650     MOVE WRK-DATA-ENTRADA TO GRP-DATA-VISITA.
004660     MOVE WRK-QTDE-ENTRADA TO GRP-QTDE-PREVISTA.
004670     MOVE ZEROS TO GRP-QTDE-RELACAO GRP-ULTIMO-MEMBRO
004680                   GRP-HORA-SAIDA.
004690     SET GRP-ABERTO TO TRUE.
004700     MOVE WRK-DATA-HOJE TO GRP-DATA-INCLUSAO.
004710     MOVE WRK-OPERADOR-ID TO GRP-OPERADOR.
004720     WRITE GRP-REGISTRO
004730         INVALID KEY
004740             DISPLAY "ERRO AO GRAVAR O GRUPO - STATUS "
004750                     WRK-GRP-STATUS
004760         NOT INVALID KEY
004770             DISPLAY "GRUPO INCLUIDO: " GRP-ID " - "
004780                     GRP-DESCRICAO
004790             DISPLAY "INFORME A IDENTIFICACAO " GRP-ID
004800                     " NA RECEPCAO E MONTE A RELACAO NOMINAL "
004810                     "PELA OPCAO 2."
004820     END-WRITE.
004830 3000-INCLUIR-GRUPO-EXIT.
004840     EXIT.
004850
004857******************************************************************
004864* 4000-RELACIONAR-MEMBROS
004871* LOCALIZA O GRUPO (SEM BLOQUEIO, SO PARA EXIBIR) E RECEBE OS
004878* NOMES DOS MEMBROS ATE UM NOME EM BRANCO. CADA NOME PASSA PELA
004885* EDICAO DO PROGCOB01 E NAO PODE SE REPETIR NO GRUPO NEM TER
004892* CADASTRO FORA DO GRUPO NA DATA DA VISITA (NA ENTRADA O NOME E A
004899* CHAVE DO CADASTRO NO REGFILE). RELACAO ACIMA DO PREVISTO E
004906* ACEITA COM AVISO. GRUPO ENCERRADO NAO RECEBE MEMBROS. O GRUPO E
004913* BLOQUEADO SO NA GRAVACAO DE CADA MEMBRO (4100).
004920******************************************************************
004927 4000-RELACIONAR-MEMBROS.
004934     DISPLAY "IDENTIFICACAO DO GRUPO: ".
004941     ACCEPT WRK-ID-GRUPO.
004948     PERFORM 7800-LER-GRUPO THRU 7800-LER-GRUPO-EXIT.
004955     IF GRUPO-INVALIDO
004962         GO TO 4000-RELACIONAR-MEMBROS-EXIT
004969     END-IF.
004976     IF GRP-ENCERRADO
004983         DISPLAY "GRUPO JA ENCERRADO AS " GRP-HORA-SAIDA
004990                 " - RELACAO NAO PODE SER ALTERADA."
004997         GO TO 4000-RELACIONAR-MEMBROS-EXIT
005004     END-IF.
005011     DISPLAY "GRUPO " GRP-ID ": " GRP-DESCRICAO.
005018     DISPLAY "PREVISTOS " GRP-QTDE-PREVISTA " - NA RELACAO "
005025             GRP-QTDE-RELACAO.
005032     MOVE GRP-DATA-VISITA TO WRK-DATA-VISITA.
005039
005046     MOVE ZEROS TO WRK-QTDE-INCLUIDOS.
005053     SET NAO-FIM-RELACAO TO TRUE.
005060     PERFORM 4100-INCLUIR-MEMBRO THRU 4100-INCLUIR-MEMBRO-EXIT
005067         UNTIL FIM-RELACAO.
005074
005081     DISPLAY WRK-QTDE-INCLUIDOS " MEMBRO(S) INCLUIDO(S) - "
005088             "RELACAO COM " GRP-QTDE-RELACAO " DE "
005095             GRP-QTDE-PREVISTA " PREVISTOS.".
005102 4000-RELACIONAR-MEMBROS-EXIT.
005109     EXIT.
005116
005123******************************************************************
005130* 4100-INCLUIR-MEMBRO
005137* RECEBE UM NOME E O GRAVA NA RELACAO COM O PROXIMO NUMERO DE
005144* ORDEM DO GRUPO. NOME EM BRANCO ENCERRA A RELACAO. O NOME E
005151* EDITADO E CONFERIDO NO REGFILE ANTES DO BLOQUEIO; DEPOIS O
005158* GRUPO E RELIDO SOB BLOQUEIO, O ENCERRAMENTO, O NUMERO DE ORDEM E
005165* A DUPLICIDADE SAO CONFERIDOS DE NOVO, O MEMBRO E GRAVADO E O
005172* GRUPO E REGRAVADO E LIBERADO ANTES DO PROXIMO NOME.
005179******************************************************************
005186 4100-INCLUIR-MEMBRO.
005193     DISPLAY "NOME DO MEMBRO (BRANCO = ENCERRAR): ".
005200     ACCEPT WRK-NOME-ENTRADA.
005207     IF WRK-NOME-ENTRADA = SPACES
005214         SET FIM-RELACAO TO TRUE
005221         GO TO 4100-INCLUIR-MEMBRO-EXIT
005228     END-IF.
005235     PERFORM 4300-EDITAR-NOME THRU 4300-EDITAR-NOME-EXIT.
005242     IF NOME-INVALIDO
005249         GO TO 4100-INCLUIR-MEMBRO-EXIT
005256     END-IF.
005263     PERFORM 4250-CONFERIR-CADASTRO-DIA
005270         THRU 4250-CONFERIR-CADASTRO-DIA-EXIT.
005277     IF NOME-DUPLICADO
005284         GO TO 4100-INCLUIR-MEMBRO-EXIT
005291     END-IF.
005298
005305     PERFORM 7900-LER-GRUPO-BLOQUEADO
005312         THRU 7900-LER-GRUPO-BLOQUEADO-EXIT.
005319     IF GRUPO-INVALIDO
005326         SET FIM-RELACAO TO TRUE
005333         GO TO 4100-INCLUIR-MEMBRO-EXIT
005340     END-IF.
005347     IF GRP-ENCERRADO
005354         DISPLAY "GRUPO ENCERRADO NA RECEPCAO AS " GRP-HORA-SAIDA
005361                 " - RELACAO NAO PODE SER ALTERADA."
005368         UNLOCK GRPFILE
005375         SET FIM-RELACAO TO TRUE
005382         GO TO 4100-INCLUIR-MEMBRO-EXIT
005389     END-IF.
005396     IF GRP-ULTIMO-MEMBRO >= 999
005403         DISPLAY "RELACAO CHEGOU A 999 NUMEROS DE ORDEM - "
005410                 "ABRA OUTRO GRUPO."
005417         UNLOCK GRPFILE
005424         SET FIM-RELACAO TO TRUE
005431         GO TO 4100-INCLUIR-MEMBRO-EXIT
005438     END-IF.
005445     PERFORM 4200-CONFERIR-DUPLICIDADE
005452         THRU 4200-CONFERIR-DUPLICIDADE-EXIT.
005459     IF NOME-DUPLICADO
005466         DISPLAY "NOME JA CONSTA DA RELACAO DO GRUPO."
005473         UNLOCK GRPFILE
005480         GO TO 4100-INCLUIR-MEMBRO-EXIT
005487     END-IF.
005494
005501     MOVE SPACES TO GMB-REGISTRO.
005508     MOVE GRP-ID TO GMB-ID-GRUPO.
005515     COMPUTE GMB-SEQ = GRP-ULTIMO-MEMBRO + 1.
005522     MOVE WRK-NOME-ENTRADA TO GMB-NOME.
005529     SET GMB-RELACIONADO TO TRUE.
005536     MOVE ZEROS TO GMB-HORA-ENTRADA.
005543     MOVE WRK-DATA-HOJE TO GMB-DATA-INCLUSAO.
005550     MOVE WRK-OPERADOR-ID TO GMB-OPERADOR.
005557     WRITE GMB-REGISTRO
005564         INVALID KEY
005571             DISPLAY "ERRO AO GRAVAR O MEMBRO - STATUS "
005578                     WRK-GMB-STATUS
005585             UNLOCK GRPFILE
005592             GO TO 4100-INCLUIR-MEMBRO-EXIT
005599     END-WRITE.
005606     MOVE GMB-SEQ TO GRP-ULTIMO-MEMBRO.
005613     ADD 1 TO GRP-QTDE-RELACAO.
005620     MOVE WRK-OPERADOR-ID TO GRP-OPERADOR.
005627     REWRITE GRP-REGISTRO
005634         INVALID KEY
005641             DISPLAY "ERRO AO REGRAVAR O GRUPO - STATUS "
005648                     WRK-GRP-STATUS " - MEMBRO NAO INCLUIDO."
005655             DELETE GMBFILE RECORD
005662                 INVALID KEY
005669                     CONTINUE
005676             END-DELETE
005683             UNLOCK GRPFILE
005690             GO TO 4100-INCLUIR-MEMBRO-EXIT
005697     END-REWRITE.
005704     UNLOCK GRPFILE.
005711     ADD 1 TO WRK-QTDE-INCLUIDOS.
005718     DISPLAY "MEMBRO " GMB-SEQ ": " GMB-NOME.
005725     IF GRP-QTDE-RELACAO > GRP-QTDE-PREVISTA
005732         DISPLAY "ATENCAO: RELACAO COM " GRP-QTDE-RELACAO
005739                 " PESSOAS, ACIMA DAS " GRP-QTDE-PREVISTA
005746                 " PREVISTAS."
005753     END-IF.
005760 4100-INCLUIR-MEMBRO-EXIT.
005767     EXIT.
005860
005870******************************************************************
005880* 4200-CONFERIR-DUPLICIDADE
005890* PERCORRE A RELACAO DO GRUPO CORRENTE PROCURANDO O NOME
005900* INFORMADO.
005910******************************************************************
005920 4200-CONFERIR-DUPLICIDADE.
005930     SET NOME-NAO-DUPLICADO TO TRUE.
005940     SET NAO-FIM-LISTA TO TRUE.
005950     MOVE GRP-ID TO GMB-ID-GRUPO.
005960     MOVE ZEROS TO GMB-SEQ.
005970     START GMBFILE
005980         KEY IS >= GMB-CHAVE
005990         INVALID KEY
006000             GO TO 4200-CONFERIR-DUPLICIDADE-EXIT
006010     END-START.
006020     PERFORM 4210-COMPARAR-MEMBRO THRU 4210-COMPARAR-MEMBRO-EXIT
006030         UNTIL FIM-LISTA OR NOME-DUPLICADO.
006040 4200-CONFERIR-DUPLICIDADE-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 4210-COMPARAR-MEMBRO
006090* LE O PROXIMO MEMBRO DA RELACAO E O COMPARA COM O NOME
006100* INFORMADO. A RELACAO DO GRUPO TERMINA NA TROCA DE GRUPO.
006110******************************************************************
006120 4210-COMPARAR-MEMBRO.
006130     READ GMBFILE NEXT RECORD WITH NO LOCK
006140         AT END
006150             SET FIM-LISTA TO TRUE
006160             GO TO 4210-COMPARAR-MEMBRO-EXIT
006170     END-READ.
006180     IF GMB-ID-GRUPO NOT = GRP-ID
006190         SET FIM-LISTA TO TRUE
006200         GO TO 4210-COMPARAR-MEMBRO-EXIT
006210     END-IF.
006220     IF GMB-NOME = WRK-NOME-ENTRADA
006230         SET NOME-DUPLICADO TO TRUE
006240     END-IF.
006250 4210-COMPARAR-MEMBRO-EXIT.
006260     EXIT.
006261
006262******************************************************************
006263* 4250-CONFERIR-CADASTRO-DIA
006264* O CADASTRO DO MEMBRO NO REGFILE TEM O NOME E A DATA DA VISITA
006265* COMO CHAVE. JA HAVENDO CADASTRO COM O NOME NA DATA QUE NAO E
006266* DESTE GRUPO (VISITA INDIVIDUAL, AGENDAMENTO OU OUTRO GRUPO), E
006267* UM HOMONIMO: A RECEPCAO NAO CONSEGUIRIA DAR ENTRADA AO MEMBRO,
006268* ENTAO O NOME E RECUSADO PARA SER DIFERENCIADO NA RELACAO.
006269******************************************************************
006270 4250-CONFERIR-CADASTRO-DIA.
006271     SET NOME-NAO-DUPLICADO TO TRUE.
006272     IF REGFILE-INDISPONIVEL
006273         GO TO 4250-CONFERIR-CADASTRO-DIA-EXIT
006274     END-IF.
006275     MOVE WRK-NOME-ENTRADA TO REG-NOME.
006276     MOVE WRK-DATA-VISITA TO REG-DATA-CADASTRO.
006277     READ REGFILE
006278         KEY IS REG-CHAVE
006279         INVALID KEY
006280             GO TO 4250-CONFERIR-CADASTRO-DIA-EXIT
006281     END-READ.
006282     IF REG-ID-GRUPO IS NUMERIC AND REG-ID-GRUPO = WRK-ID-GRUPO
006283         GO TO 4250-CONFERIR-CADASTRO-DIA-EXIT
006284     END-IF.
006285     SET NOME-DUPLICADO TO TRUE.
006286     DISPLAY "JA HA CADASTRO DE " WRK-NOME-ENTRADA
006287             " NA DATA DA VISITA FORA DO GRUPO - HOMONIMO; "
006288             "DIFERENCIE O NOME NA RELACAO.".
006289 4250-CONFERIR-CADASTRO-DIA-EXIT.
006290     EXIT.
006291
006292******************************************************************
006293* 4300-EDITAR-NOME
006300* REJEITA NOME SEM LETRA OU COM MENOS DA METADE DOS CARACTERES
006310* EM LETRAS, NA MESMA REGRA DO PROGCOB01 - O MEMBRO ENTRA NO
006320* REGFILE COM ESTE NOME, SEM NOVA EDICAO NA RECEPCAO.
006330******************************************************************
006340 4300-EDITAR-NOME.
006350     SET NOME-VALIDO TO TRUE.
006360     MOVE ZEROS TO WRK-QTDE-LETRAS WRK-QTDE-NAO-BRANCO.
006370     PERFORM 4310-CONTAR-CARACTER THRU 4310-CONTAR-CARACTER-EXIT
006380         VARYING WRK-IDX FROM 1 BY 1
006390         UNTIL WRK-IDX > 30.
006400     IF WRK-QTDE-LETRAS = 0
006410             OR (WRK-QTDE-LETRAS * 2) < WRK-QTDE-NAO-BRANCO
006420         SET NOME-INVALIDO TO TRUE
006430         DISPLAY "NOME REJEITADO: POUCAS LETRAS - CONFIRA A "
006440                 "DIGITACAO."
006450     END-IF.
006460 4300-EDITAR-NOME-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500* 4310-CONTAR-CARACTER
006510* CONTA UM CARACTER DO NOME EM EDICAO.
006520******************************************************************
006530 4310-CONTAR-CARACTER.
006540     MOVE WRK-NOME-ENTRADA(WRK-IDX:1) TO WRK-CARACTER.
006550     IF WRK-CARACTER NOT = SPACE
006560         ADD 1 TO WRK-QTDE-NAO-BRANCO
006570     END-IF.
006580     IF WRK-CARACTER IS ALPHABETIC
006590             AND WRK-CARACTER NOT = SPACE
006600         ADD 1 TO WRK-QTDE-LETRAS
006610     END-IF.
006620 4310-CONTAR-CARACTER-EXIT.
006630     EXIT.
006640
006647******************************************************************
006654* 4500-RETIRAR-MEMBRO
006661* RETIRA DA RELACAO UM MEMBRO QUE AINDA NAO ENTROU (NOME ERRADO
006668* OU PESSOA QUE NAO VEM). MEMBRO QUE JA ENTROU TEM CADASTRO NO
006675* REGFILE E PERMANECE NA RELACAO; GRUPO ENCERRADO NAO TEM A
006682* RELACAO ALTERADA (ELA REGISTRA QUEM ERA ESPERADO). A
006689* CONFIRMACAO E PEDIDA ANTES DE QUALQUER BLOQUEIO; DEPOIS O GRUPO
006696* E O MEMBRO SAO RELIDOS SOB BLOQUEIO E CONFERIDOS DE NOVO.
006703******************************************************************
006710 4500-RETIRAR-MEMBRO.
006717     DISPLAY "IDENTIFICACAO DO GRUPO: ".
006724     ACCEPT WRK-ID-GRUPO.
006731     PERFORM 7800-LER-GRUPO THRU 7800-LER-GRUPO-EXIT.
006738     IF GRUPO-INVALIDO
006745         GO TO 4500-RETIRAR-MEMBRO-EXIT
006752     END-IF.
006759     IF GRP-ENCERRADO
006766         DISPLAY "GRUPO JA ENCERRADO AS " GRP-HORA-SAIDA
006773                 " - RELACAO NAO PODE SER ALTERADA."
006780         GO TO 4500-RETIRAR-MEMBRO-EXIT
006787     END-IF.
006794     DISPLAY "NUMERO DE ORDEM DO MEMBRO: ".
006801     ACCEPT WRK-SEQ-MEMBRO.
006808     IF WRK-SEQ-MEMBRO IS NOT NUMERIC
006815         DISPLAY "NUMERO DE ORDEM INVALIDO."
006822         GO TO 4500-RETIRAR-MEMBRO-EXIT
006829     END-IF.
006836     MOVE GRP-ID TO GMB-ID-GRUPO.
006843     MOVE WRK-SEQ-MEMBRO TO GMB-SEQ.
006850     READ GMBFILE WITH NO LOCK
006857         KEY IS GMB-CHAVE
006864         INVALID KEY
006871             DISPLAY "MEMBRO NAO CONSTA DA RELACAO."
006878             GO TO 4500-RETIRAR-MEMBRO-EXIT
006885     END-READ.
006892     IF GMB-ENTROU
006899         DISPLAY GMB-NOME " JA ENTROU AS " GMB-HORA-ENTRADA
006906                 " - NAO PODE SER RETIRADO."
006913         GO TO 4500-RETIRAR-MEMBRO-EXIT
006920     END-IF.
006927     DISPLAY "RETIRAR " GMB-NOME " DA RELACAO (S/N)? ".
006934     ACCEPT WRK-CONFIRMA.
006941     IF WRK-CONFIRMA NOT = "S"
006948         DISPLAY "RETIRADA CANCELADA."
006955         GO TO 4500-RETIRAR-MEMBRO-EXIT
006962     END-IF.
006969
006976     PERFORM 7900-LER-GRUPO-BLOQUEADO
006983         THRU 7900-LER-GRUPO-BLOQUEADO-EXIT.
006990     IF GRUPO-INVALIDO
006997         GO TO 4500-RETIRAR-MEMBRO-EXIT
007004     END-IF.
007011     IF GRP-ENCERRADO
007018         DISPLAY "GRUPO ENCERRADO NA RECEPCAO AS " GRP-HORA-SAIDA
007025                 " - RELACAO NAO PODE SER ALTERADA."
007032         UNLOCK GRPFILE
007039         GO TO 4500-RETIRAR-MEMBRO-EXIT
007046     END-IF.
007053     PERFORM 7950-LER-MEMBRO-BLOQUEADO
007060         THRU 7950-LER-MEMBRO-BLOQUEADO-EXIT.
007067     IF MEMBRO-INVALIDO
007074         UNLOCK GRPFILE
007081         GO TO 4500-RETIRAR-MEMBRO-EXIT
007088     END-IF.
007095     IF GMB-ENTROU
007102         DISPLAY GMB-NOME " ENTROU AS " GMB-HORA-ENTRADA
007109                 " - NAO PODE MAIS SER RETIRADO."
007116         UNLOCK GMBFILE
007123         UNLOCK GRPFILE
007130         GO TO 4500-RETIRAR-MEMBRO-EXIT
007137     END-IF.
007144     DELETE GMBFILE RECORD
007151         INVALID KEY
007158             DISPLAY "ERRO AO RETIRAR O MEMBRO - STATUS "
007165                     WRK-GMB-STATUS
007172             UNLOCK GMBFILE
007179             UNLOCK GRPFILE
007186             GO TO 4500-RETIRAR-MEMBRO-EXIT
007193     END-DELETE.
007200     IF GRP-QTDE-RELACAO > 0
007207         SUBTRACT 1 FROM GRP-QTDE-RELACAO
007214     END-IF.
007221     MOVE WRK-OPERADOR-ID TO GRP-OPERADOR.
007228     REWRITE GRP-REGISTRO
007235         INVALID KEY
007242             DISPLAY "ERRO AO REGRAVAR O GRUPO - STATUS "
007249                     WRK-GRP-STATUS
007256         NOT INVALID KEY
007263             DISPLAY "MEMBRO RETIRADO - RELACAO COM "
007270                     GRP-QTDE-RELACAO " PESSOAS."
007277     END-REWRITE.
007284     UNLOCK GMBFILE.
007291     UNLOCK GRPFILE.
007298 4500-RETIRAR-MEMBRO-EXIT.
007305     EXIT.
007390
007400******************************************************************
007410* 5000-CONSULTAR-GRUPO
007420* EXIBE O GRUPO E A RELACAO NOMINAL, COM O NUMERO DE ORDEM E A
007430* SITUACAO DE CADA MEMBRO (RELACIONADO OU JA ENTROU).
007440******************************************************************
007450 5000-CONSULTAR-GRUPO.
007460     DISPLAY "IDENTIFICACAO DO GRUPO: ".
007470     ACCEPT WRK-ID-GRUPO.
007480     IF WRK-ID-GRUPO IS NOT NUMERIC
007490         DISPLAY "IDENTIFICACAO INVALIDA."
007500         GO TO 5000-CONSULTAR-GRUPO-EXIT
007510     END-IF.
007520     MOVE WRK-ID-GRUPO TO GRP-ID.
007530     READ GRPFILE WITH NO LOCK
007540         KEY IS GRP-ID
007550         INVALID KEY
007560             DISPLAY "GRUPO NAO CADASTRADO: " WRK-ID-GRUPO
007570             GO TO 5000-CONSULTAR-GRUPO-EXIT
007580     END-READ.
007590     DISPLAY "GRUPO......: " GRP-ID " - " GRP-DESCRICAO.
007600     DISPLAY "LIDER......: " GRP-LIDER.
007610     DISPLAY "ANFITRIAO..: " GRP-ID-ANFITRIAO.
007620     DISPLAY "DATA.......: " GRP-DATA-VISITA.
007630     DISPLAY "PREVISTOS..: " GRP-QTDE-PREVISTA
007640             "  NA RELACAO: " GRP-QTDE-RELACAO.
007650     IF GRP-ENCERRADO
007660         DISPLAY "SITUACAO...: ENCERRADO AS " GRP-HORA-SAIDA
007670     ELSE
007680         DISPLAY "SITUACAO...: ABERTO"
007690     END-IF.
007700
007710     MOVE ZEROS TO WRK-QTDE-LISTADOS.
007720     SET NAO-FIM-LISTA TO TRUE.
007730     MOVE GRP-ID TO GMB-ID-GRUPO.
007740     MOVE ZEROS TO GMB-SEQ.
007750     START GMBFILE
007760         KEY IS >= GMB-CHAVE
007770         INVALID KEY
007780             SET FIM-LISTA TO TRUE
007790     END-START.
007800     PERFORM 5100-LISTAR-MEMBRO THRU 5100-LISTAR-MEMBRO-EXIT
007810         UNTIL FIM-LISTA.
007820     IF WRK-QTDE-LISTADOS = 0
007830         DISPLAY "RELACAO NOMINAL AINDA VAZIA."
007840     END-IF.
007850 5000-CONSULTAR-GRUPO-EXIT.
007860     EXIT.
007870
007880******************************************************************
007890* 5100-LISTAR-MEMBRO
007900* LE E EXIBE O PROXIMO MEMBRO DA RELACAO DO GRUPO CORRENTE.
007910******************************************************************
007920 5100-LISTAR-MEMBRO.
007930     READ GMBFILE NEXT RECORD WITH NO LOCK
007940         AT END
007950             SET FIM-LISTA TO TRUE
007960             GO TO 5100-LISTAR-MEMBRO-EXIT
007970     END-READ.
007980     IF GMB-ID-GRUPO NOT = GRP-ID
007990         SET FIM-LISTA TO TRUE
008000         GO TO 5100-LISTAR-MEMBRO-EXIT
008010     END-IF.
008020     IF GMB-ENTROU
008030         DISPLAY "  " GMB-SEQ " " GMB-NOME " ENTROU AS "
008040                 GMB-HORA-ENTRADA
008050     ELSE
008060         DISPLAY "  " GMB-SEQ " " GMB-NOME " RELACIONADO"
008070     END-IF.
008080     ADD 1 TO WRK-QTDE-LISTADOS.
008090 5100-LISTAR-MEMBRO-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130* 6000-LISTAR-GRUPOS
008140* LISTA OS GRUPOS DE UMA DATA DE VISITA (ZERO = HOJE), COM O
008150* ANFITRIAO, O PREVISTO, A RELACAO E A SITUACAO.
008160******************************************************************
008170 6000-LISTAR-GRUPOS.
008180     DISPLAY "DATA DA VISITA (AAAAMMDD, ZERO = HOJE): ".
008190     ACCEPT WRK-DATA-ENTRADA.
008200     IF WRK-DATA-ENTRADA IS NOT NUMERIC OR WRK-DATA-ENTRADA = 0
008210         MOVE WRK-DATA-HOJE TO WRK-DATA-ENTRADA
008220     END-IF.
008230     MOVE ZEROS TO WRK-QTDE-LISTADOS.
008240     SET NAO-FIM-LISTA TO TRUE.
008250     MOVE ZEROS TO GRP-ID.
008260     START GRPFILE
008270         KEY IS >= GRP-ID
008280         INVALID KEY
008290             SET FIM-LISTA TO TRUE
008300     END-START.
008310     PERFORM 6100-LISTAR-UM-GRUPO THRU 6100-LISTAR-UM-GRUPO-EXIT
008320         UNTIL FIM-LISTA.
008330     IF WRK-QTDE-LISTADOS = 0
008340         DISPLAY "NENHUM GRUPO PARA " WRK-DATA-ENTRADA "."
008350     ELSE
008360         DISPLAY "TOTAL DE GRUPOS: " WRK-QTDE-LISTADOS
008370     END-IF.
008380 6000-LISTAR-GRUPOS-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420* 6100-LISTAR-UM-GRUPO
008430* LE O PROXIMO GRUPO DO CADASTRO E EXIBE OS DA DATA PEDIDA.
008440******************************************************************
008450 6100-LISTAR-UM-GRUPO.
008460     READ GRPFILE NEXT RECORD WITH NO LOCK
008470         AT END
008480             SET FIM-LISTA TO TRUE
008490             GO TO 6100-LISTAR-UM-GRUPO-EXIT
008500     END-READ.
008510     IF GRP-DATA-VISITA NOT = WRK-DATA-ENTRADA
008520         GO TO 6100-LISTAR-UM-GRUPO-EXIT
008530     END-IF.
008540     DISPLAY GRP-ID " " GRP-DESCRICAO " LIDER " GRP-LIDER.
008550     IF GRP-ENCERRADO
008560         DISPLAY "       ANFITRIAO " GRP-ID-ANFITRIAO
008570                 " PREVISTOS " GRP-QTDE-PREVISTA
008580                 " NA RELACAO " GRP-QTDE-RELACAO
008590                 " ENCERRADO AS " GRP-HORA-SAIDA
008600     ELSE
008610         DISPLAY "       ANFITRIAO " GRP-ID-ANFITRIAO
008620                 " PREVISTOS " GRP-QTDE-PREVISTA
008630                 " NA RELACAO " GRP-QTDE-RELACAO " ABERTO"
008640     END-IF.
008650     ADD 1 TO WRK-QTDE-LISTADOS.
008660 6100-LISTAR-UM-GRUPO-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700* 7000-VALIDAR-ANFITRIAO
008710* O ANFITRIAO E OBRIGATORIO E, COM O ANFFILE DISPONIVEL, PRECISA
008720* CONSTAR DO CADASTRO DE ANFITRIOES.
008730******************************************************************
008740 7000-VALIDAR-ANFITRIAO.
008750     SET GRUPO-VALIDO TO TRUE.
008760     IF WRK-ANF-ENTRADA = SPACES
008770         SET GRUPO-INVALIDO TO TRUE
008780         DISPLAY "ANFITRIAO DO GRUPO NAO INFORMADO."
008790         GO TO 7000-VALIDAR-ANFITRIAO-EXIT
008800     END-IF.
008810     IF ANFFILE-INDISPONIVEL
008820         GO TO 7000-VALIDAR-ANFITRIAO-EXIT
008830     END-IF.
008840     MOVE WRK-ANF-ENTRADA TO ANF-ID.
008850     READ ANFFILE
008860         KEY IS ANF-ID
008870         INVALID KEY
008880             SET GRUPO-INVALIDO TO TRUE
008890             DISPLAY "ANFITRIAO NAO CADASTRADO: " WRK-ANF-ENTRADA
008900             GO TO 7000-VALIDAR-ANFITRIAO-EXIT
008910     END-READ.
008920     DISPLAY "ANFITRIAO: " ANF-NOME " (" ANF-DEPTO ").".
008930 7000-VALIDAR-ANFITRIAO-EXIT.
008940     EXIT.
008950
008952******************************************************************
008954* 7800-LER-GRUPO
008956* LE SEM BLOQUEIO O GRUPO INFORMADO EM WRK-ID-GRUPO, PARA EXIBIR
008958* E CONFERIR ANTES DE QUALQUER ALTERACAO. GRUPO INEXISTENTE
008960* DEVOLVE GRUPO-INVALIDO.
008962******************************************************************
008964 7800-LER-GRUPO.
008966     SET GRUPO-VALIDO TO TRUE.
008968     IF WRK-ID-GRUPO IS NOT NUMERIC
008970         SET GRUPO-INVALIDO TO TRUE
008972         DISPLAY "IDENTIFICACAO DO GRUPO INVALIDA."
008974         GO TO 7800-LER-GRUPO-EXIT
008976     END-IF.
008978     MOVE WRK-ID-GRUPO TO GRP-ID.
008980     READ GRPFILE WITH NO LOCK
008982         KEY IS GRP-ID
008984         INVALID KEY
008986             SET GRUPO-INVALIDO TO TRUE
008988             DISPLAY "GRUPO NAO CADASTRADO: " WRK-ID-GRUPO
008990     END-READ.
008992 7800-LER-GRUPO-EXIT.
008994     EXIT.
008996
008998******************************************************************
009000* 7900-LER-GRUPO-BLOQUEADO
009002* RELE SOB BLOQUEIO O GRUPO INFORMADO EM WRK-ID-GRUPO, COM ATE 200
009004* TENTATIVAS ENQUANTO ELE ESTIVER EM USO NA RECEPCAO, NO MESMO
009006* PADRAO DO PROGCOB01. GRUPO INEXISTENTE OU AINDA EM USO DEVOLVE
009008* GRUPO-INVALIDO.
009010******************************************************************
009012 7900-LER-GRUPO-BLOQUEADO.
009014     SET GRUPO-VALIDO TO TRUE.
009016     PERFORM 7910-TENTAR-LER-GRUPO
009018         THRU 7910-TENTAR-LER-GRUPO-EXIT
009020         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
009022         UNTIL WRK-TENTATIVAS-BLOQ > 200
009024            OR NOT GRP-BLOQUEADO.
009026     IF WRK-GRP-STATUS = "00"
009028         GO TO 7900-LER-GRUPO-BLOQUEADO-EXIT
009030     END-IF.
009032     SET GRUPO-INVALIDO TO TRUE.
009034     IF GRP-BLOQUEADO
009036         DISPLAY "GRUPO EM USO NA RECEPCAO - TENTE NOVAMENTE."
009038     ELSE
009040         DISPLAY "GRUPO NAO ENCONTRADO - STATUS " WRK-GRP-STATUS
009042     END-IF.
009044 7900-LER-GRUPO-BLOQUEADO-EXIT.
009046     EXIT.
009048
009050******************************************************************
009052* 7910-TENTAR-LER-GRUPO
009054* UMA TENTATIVA DE LER O GRUPO SOB BLOQUEIO.
009056******************************************************************
009058 7910-TENTAR-LER-GRUPO.
009060     MOVE WRK-ID-GRUPO TO GRP-ID.
009062     READ GRPFILE WITH LOCK
009064         KEY IS GRP-ID
009066         INVALID KEY
009068             CONTINUE
009070     END-READ.
009072 7910-TENTAR-LER-GRUPO-EXIT.
009074     EXIT.
009076
009078******************************************************************
009080* 7950-LER-MEMBRO-BLOQUEADO
009082* RELE SOB BLOQUEIO O MEMBRO DA CHAVE EM GMB-CHAVE, COM ATE 200
009084* TENTATIVAS ENQUANTO ELE ESTIVER EM USO NA RECEPCAO. MEMBRO QUE
009086* SAIU DA RELACAO OU AINDA EM USO DEVOLVE MEMBRO-INVALIDO.
009088******************************************************************
009090 7950-LER-MEMBRO-BLOQUEADO.
009092     SET MEMBRO-VALIDO TO TRUE.
009094     MOVE GMB-CHAVE TO WRK-CHAVE-MEMBRO.
009096     PERFORM 7960-TENTAR-LER-MEMBRO
009098         THRU 7960-TENTAR-LER-MEMBRO-EXIT
009100         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
009102         UNTIL WRK-TENTATIVAS-BLOQ > 200
009104            OR NOT GMB-BLOQUEADO.
009106     IF WRK-GMB-STATUS = "00"
009108         GO TO 7950-LER-MEMBRO-BLOQUEADO-EXIT
009110     END-IF.
009112     SET MEMBRO-INVALIDO TO TRUE.
009114     IF GMB-BLOQUEADO
009116         DISPLAY "MEMBRO EM USO NA RECEPCAO - TENTE NOVAMENTE."
009118     ELSE
009120         DISPLAY "MEMBRO NAO CONSTA MAIS DA RELACAO - STATUS "
009122                 WRK-GMB-STATUS
009124     END-IF.
009126 7950-LER-MEMBRO-BLOQUEADO-EXIT.
009128     EXIT.
009130
009132******************************************************************
009134* 7960-TENTAR-LER-MEMBRO
009136* UMA TENTATIVA DE LER O MEMBRO SOB BLOQUEIO.
009138******************************************************************
009140 7960-TENTAR-LER-MEMBRO.
009142     MOVE WRK-CHAVE-MEMBRO TO GMB-CHAVE.
009144     READ GMBFILE WITH LOCK
009146         KEY IS GMB-CHAVE
009148         INVALID KEY
009150             CONTINUE
009152     END-READ.
009154 7960-TENTAR-LER-MEMBRO-EXIT.
009156     EXIT.
009220
009230******************************************************************
009240* 8000-VALIDAR-DATA
009250* VALIDA O MES (01-12) E O DIA PARA O MES/ANO INFORMADOS,
009260* CONSIDERANDO ANO BISSEXTO PARA FEVEREIRO, NO MESMO PADRAO DA
009270* VALIDACAO DE CALENDARIO DO PROGCOB03.
009280******************************************************************
009290 8000-VALIDAR-DATA.
009300     SET DATA-VALIDA TO TRUE.
009310     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
009320     IF WRK-DATA-EM-VALIDACAO IS NOT NUMERIC
009330         SET DATA-INVALIDA TO TRUE
009340         MOVE "DATA NAO NUMERICA" TO WRK-MOTIVO-REJEICAO
009350         GO TO 8000-VALIDAR-DATA-EXIT
009360     END-IF.
009370     MOVE WRK-DATA-EM-VALIDACAO TO WRK-DATA-VALIDACAO.
009380
009390     IF WRK-VAL-MES < 1 OR WRK-VAL-MES > 12
009400         SET DATA-INVALIDA TO TRUE
009410         MOVE "MES FORA DO INTERVALO 01-12" TO WRK-MOTIVO-REJEICAO
009420         GO TO 8000-VALIDAR-DATA-EXIT
009430     END-IF.
009440
009450     DIVIDE WRK-VAL-ANO BY 4 GIVING WRK-BIS-QUOC4
009460         REMAINDER WRK-BIS-REST4.
009470     DIVIDE WRK-VAL-ANO BY 100 GIVING WRK-BIS-QUOC100
009480         REMAINDER WRK-BIS-REST100.
009490     DIVIDE WRK-VAL-ANO BY 400 GIVING WRK-BIS-QUOC400
009500         REMAINDER WRK-BIS-REST400.
009510
009520     IF WRK-BIS-REST4 = 0 AND
009530            (WRK-BIS-REST100 NOT = 0 OR WRK-BIS-REST400 = 0)
009540         MOVE 29 TO WRK-DIAS-NO-MES(2)
009550     ELSE
009560         MOVE 28 TO WRK-DIAS-NO-MES(2)
009570     END-IF.
009580
009590     IF WRK-VAL-DIA < 1 OR
009600            WRK-VAL-DIA > WRK-DIAS-NO-MES(WRK-VAL-MES)
009610         SET DATA-INVALIDA TO TRUE
009620         MOVE "DIA INVALIDO PARA O MES/ANO INFORMADO"
009630             TO WRK-MOTIVO-REJEICAO
009640     END-IF.
009650 8000-VALIDAR-DATA-EXIT.
009660     IF DATA-INVALIDA
009670         DISPLAY "DATA INVALIDA " WRK-DATA-EM-VALIDACAO ": "
009680                 WRK-MOTIVO-REJEICAO
009690     END-IF.
009700     EXIT.
009710
009720******************************************************************
009730* 9999-FINALIZAR
009740* FECHA OS CADASTROS ANTES DE ENCERRAR O PROGRAMA.
009750******************************************************************
009760 9999-FINALIZAR.
009770     CLOSE GRPFILE.
009780     CLOSE GMBFILE.
009790     CLOSE SEQCTL.
009800     IF ANFFILE-DISPONIVEL
009810         CLOSE ANFFILE
009820     END-IF.
009822     IF REGFILE-DISPONIVEL
009824         CLOSE REGFILE
009826     END-IF.
009830 9999-FINALIZAR-EXIT.
009840     EXIT.
