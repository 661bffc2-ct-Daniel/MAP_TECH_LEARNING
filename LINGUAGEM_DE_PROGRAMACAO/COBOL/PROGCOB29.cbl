000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB29.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: MANUTENCAO DO CADASTRO MESTRE DE VISITANTES
000190*           (VISFILE). CADA VISITANTE TEM UMA IDENTIFICACAO
000200*           PROPRIA, COM DOCUMENTO (CPF, RG OU PASSAPORTE),
000210*           EMPRESA E TELEFONE, LOCALIZADA OU CRIADA NA INCLUSAO
000220*           PELO PROGCOB01, PELA CARGA EM LOTE (PROGCOB08) E PELA
000230*           ATIVACAO DE AGENDAMENTOS (PROGCB23), E CARIMBADA NO
000240*           REGFILE E NO APTFILE. OFERECE INCLUSAO, CONSULTA
000250*           (POR IDENTIFICACAO OU DOCUMENTO), ALTERACAO, LISTAGEM
000260*           E, SO PARA SUPERVISOR, A UNIFICACAO DE DUAS
000270*           IDENTIFICACOES QUE SE REVELARAM A MESMA PESSOA: A
000280*           INCORPORADA FICA MARCADA E APONTA PARA A QUE
000290*           PERMANECE, E OS CADASTROS E AGENDAMENTOS QUE A
000300*           TRAZIAM PASSAM A TRAZER A QUE PERMANECE. A UNIFICACAO
000310*           FICA NO LOG DE AUDITORIA (AUD-OPER-UNIFICACAO).
000313*           AS ENTRADAS DA LISTA DE IMPEDIDOS (WTCFILE) QUE
000316*           TRAZIAM A INCORPORADA TAMBEM PASSAM A TRAZER A QUE
000317*           PERMANECE.
000320*
000330* HISTORICO DE ALTERACOES
000340* DATA       INIC.  DESCRICAO
000350* ---------- -----  ------------------------------------------
000360* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000361* 2026-10-15 DSR    CONFERENCIA DO DOCUMENTO LIVRE PERCORRE
000362*                   TODAS AS IDENTIFICACOES COM O DOCUMENTO
000363*                   (CHAVE ALTERNATIVA COM DUPLICATAS), NAO SO
000364*                   A PRIMEIRA. UNIFICACAO REAPONTA A
000365*                   IDENTIFICACAO NA LISTA DE IMPEDIDOS.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT VISFILE ASSIGN TO "VISFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS VIS-ID
000450         ALTERNATE RECORD KEY IS VIS-DOCUMENTO WITH DUPLICATES
000460         LOCK MODE IS MANUAL
000470         FILE STATUS IS WRK-VIS-STATUS.
000480
000490     SELECT REGFILE ASSIGN TO "REGFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS REG-CHAVE
000530         ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
000540         LOCK MODE IS MANUAL
000550         FILE STATUS IS WRK-REG-STATUS.
000560
000570     SELECT APTFILE ASSIGN TO "APTFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS APT-CHAVE
000610         FILE STATUS IS WRK-APT-STATUS.
000620
000630     SELECT OPRFILE ASSIGN TO "OPRFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS OPR-ID
000670         FILE STATUS IS WRK-OPR-STATUS.
000680
000690     SELECT AUDFILE ASSIGN TO "AUDFILE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WRK-AUD-STATUS.
000720
000730     SELECT SEQCTL ASSIGN TO "SEQCTL"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS SEQCTL-CHAVE
000770         LOCK MODE IS MANUAL
000780         FILE STATUS IS WRK-SEQCTL-STATUS.
000781
000782     SELECT WTCFILE ASSIGN TO "WTCFILE"
000783         ORGANIZATION IS INDEXED
000784         ACCESS MODE IS DYNAMIC
000785         RECORD KEY IS WTC-NOME
000786         ALTERNATE RECORD KEY IS WTC-ID-VISITANTE
000787             WITH DUPLICATES
000788         ALTERNATE RECORD KEY IS WTC-DOCUMENTO WITH DUPLICATES
000789         FILE STATUS IS WRK-WTC-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  VISFILE.
000830     COPY VISREC.
000840
000850 FD  REGFILE.
000860     COPY REGREC.
000870
000880 FD  APTFILE.
000890     COPY APTREC.
000900
000910 FD  OPRFILE.
000920     COPY OPRREC.
000930
000940 FD  AUDFILE.
000950     COPY AUDREC.
000960
000970 FD  SEQCTL.
000980     COPY SEQCTLREC.
000982
000984 FD  WTCFILE.
000986     COPY WTCREC.
000990
001000 WORKING-STORAGE SECTION.
001010 77  WRK-VIS-STATUS          PIC X(02) VALUE "00".
001020     88  VIS-BLOQUEADO               VALUE "51" "9D".
001030 77  WRK-REG-STATUS          PIC X(02) VALUE "00".
001040     88  REG-BLOQUEADO               VALUE "51" "9D".
001050 77  WRK-APT-STATUS          PIC X(02) VALUE "00".
001060 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
001070 77  WRK-AUD-STATUS          PIC X(02) VALUE "00".
001080 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
001090     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
001095 77  WRK-WTC-STATUS          PIC X(02) VALUE "00".
001100
001110 77  WRK-OPCAO-MENU          PIC X(01) VALUE SPACES.
001120 77  WRK-SW-CONTINUA         PIC X(01) VALUE "S".
001130     88  CONTINUA-NO-MENU            VALUE "S".
001140     88  SAIR-DO-MENU                VALUE "N".
001150
001160 77  WRK-OPERADOR-ID         PIC X(08) VALUE SPACES.
001170 77  WRK-SW-OPERADOR         PIC X(01) VALUE "N".
001180     88  OPERADOR-IDENTIFICADO       VALUE "S".
001190     88  OPERADOR-NAO-IDENTIF        VALUE "N".
001200 77  WRK-SW-SUPERVISOR       PIC X(01) VALUE "N".
001210     88  OPERADOR-SUPERVISOR         VALUE "S".
001220     88  OPERADOR-COMUM              VALUE "N".
001230 77  WRK-TENTATIVAS          PIC 9(01) VALUE ZEROS.
001240
001250 77  WRK-SW-FIM-LISTA        PIC X(01) VALUE "N".
001260     88  FIM-LISTA                   VALUE "S".
001270     88  NAO-FIM-LISTA               VALUE "N".
001280 77  WRK-SW-ACHADO           PIC X(01) VALUE "N".
001290     88  VISITANTE-ACHADO            VALUE "S".
001300     88  VISITANTE-NAO-ACHADO        VALUE "N".
001302 77  WRK-SW-FIM-DOCUMENTO    PIC X(01) VALUE "N".
001304     88  FIM-DOCUMENTO               VALUE "S".
001306     88  NAO-FIM-DOCUMENTO           VALUE "N".
001310 77  WRK-SW-DOC-VALIDO       PIC X(01) VALUE "S".
001320     88  DOCUMENTO-VALIDO            VALUE "S".
001330     88  DOCUMENTO-INVALIDO          VALUE "N".
001340
001350 77  WRK-ID-ENTRADA          PIC 9(06) VALUE ZEROS.
001360 77  WRK-TIPO-DOC            PIC X(01) VALUE SPACES.
001370 77  WRK-NUM-DOC             PIC X(20) VALUE SPACES.
001380 77  WRK-NOME                PIC X(30) VALUE SPACES.
001390 77  WRK-EMPRESA             PIC X(30) VALUE SPACES.
001400 77  WRK-TELEFONE            PIC X(15) VALUE SPACES.
001410 77  WRK-CONFIRMA            PIC X(01) VALUE SPACES.
001420 77  WRK-DATA-ATUAL          PIC 9(08) VALUE ZEROS.
001430 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
001440
001450 77  WRK-ID-PERMANECE        PIC 9(06) VALUE ZEROS.
001460 77  WRK-ID-INCORPORA        PIC 9(06) VALUE ZEROS.
001470 77  WRK-QTDE-LISTADOS       PIC 9(05) VALUE ZEROS.
001480 77  WRK-QTDE-VIS-REAPONT    PIC 9(05) VALUE ZEROS.
001490 77  WRK-QTDE-REG-REAPONT    PIC 9(06) VALUE ZEROS.
001500 77  WRK-QTDE-REG-PRESOS     PIC 9(04) VALUE ZEROS.
001510 77  WRK-QTDE-APT-REAPONT    PIC 9(06) VALUE ZEROS.
001515 77  WRK-QTDE-WTC-REAPONT    PIC 9(04) VALUE ZEROS.
001520
001530 77  WRK-TIPO-SEQUENCIA      PIC X(01) VALUE SPACES.
001540     88  SEQ-DE-AUDITORIA            VALUE "A".
001550     88  SEQ-DE-VISITANTE            VALUE "V".
001560 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
001570 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001580
001590*    DADOS DA IDENTIFICACAO INCORPORADA QUE COMPLETAM OS CAMPOS
001600*    EM BRANCO DA QUE PERMANECE.
001610 01  WRK-DADOS-INCORPORADA.
001620     02  WRK-INC-TIPO-DOC    PIC X(01).
001630     02  WRK-INC-NUM-DOC     PIC X(20).
001640     02  WRK-INC-EMPRESA     PIC X(30).
001650     02  WRK-INC-TELEFONE    PIC X(15).
001660
001661*    DOCUMENTO PROCURADO NA CONFERENCIA DE DOCUMENTO LIVRE.
001662 01  WRK-DOC-CONFERIDO.
001663     02  WRK-CNF-TIPO-DOC    PIC X(01).
001664     02  WRK-CNF-NUM-DOC     PIC X(20).
001665
001670*    TEXTO GRAVADO NO CAMPO DO NOME DA LINHA DE AUDITORIA DA
001680*    UNIFICACAO.
001690 01  WRK-TEXTO-UNIFICACAO.
001700     02  FILLER              PIC X(10) VALUE "VISITANTE ".
001710     02  WRK-TXT-ID-INCORPORA
001720                             PIC 9(06).
001730     02  FILLER              PIC X(04) VALUE " EM ".
001740     02  WRK-TXT-ID-PERMANECE
001750                             PIC 9(06).
001760     02  FILLER              PIC X(04) VALUE SPACES.
001770
001780 PROCEDURE DIVISION.
001790******************************************************************
001800* 0000-MAINLINE
001810* IDENTIFICA O OPERADOR, ABRE O CADASTRO DE VISITANTES E
001820* APRESENTA O MENU ATE O OPERADOR ESCOLHER SAIR.
001830******************************************************************
001840 0000-MAINLINE.
001850     PERFORM 1500-IDENTIFICAR-OPERADOR
001860         THRU 1500-IDENTIFICAR-OPERADOR-EXIT.
001870     IF OPERADOR-NAO-IDENTIF
001880         STOP RUN
001890     END-IF.
001900     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001910     PERFORM 2000-APRESENTAR-MENU THRU 2000-APRESENTAR-MENU-EXIT
001920         UNTIL SAIR-DO-MENU.
001930     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001940     STOP RUN.
001950
001960******************************************************************
001970* 1000-INICIALIZAR
001980* ABRE O CADASTRO DE VISITANTES, CRIANDO-O NA PRIMEIRA EXECUCAO.
001990******************************************************************
002000 1000-INICIALIZAR.
002010     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
002020     OPEN I-O VISFILE.
002030     IF WRK-VIS-STATUS = "35"
002040         OPEN OUTPUT VISFILE
002050         CLOSE VISFILE
002060         OPEN I-O VISFILE
002070     END-IF.
002080     IF WRK-VIS-STATUS NOT = "00"
002090         DISPLAY "CADASTRO DE VISITANTES INDISPONIVEL - STATUS "
002100                 WRK-VIS-STATUS
002110         SET SAIR-DO-MENU TO TRUE
002120     END-IF.
002130 1000-INICIALIZAR-EXIT.
002140     EXIT.
002150
002160******************************************************************
002170* 1200-RESERVAR-SEQUENCIA
002180* RESERVA A PROXIMA SEQUENCIA DE AUDITORIA OU DE VISITANTE NO
002190* SEQCTL, SOB BLOQUEIO, NO MESMO PADRAO DO PROGCOB01. DEVOLVE
002200* ZEROS SE NAO CONSEGUIU.
002210******************************************************************
002220 1200-RESERVAR-SEQUENCIA.
002230     MOVE ZEROS TO WRK-SEQ-RESERVADA.
002240     OPEN I-O SEQCTL.
002250     IF WRK-SEQCTL-STATUS NOT = "00"
002260         DISPLAY "ERRO AO ABRIR CONTROLE DE SEQUENCIAS - STATUS "
002270                 WRK-SEQCTL-STATUS
002280         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002290     END-IF.
002300     PERFORM 1210-LER-SEQCTL-BLOQUEADO
002310         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
002320         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
002330         UNTIL WRK-TENTATIVAS-BLOQ > 200
002340            OR NOT SEQCTL-BLOQUEADO.
002350     IF WRK-SEQCTL-STATUS NOT = "00"
002360         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
002370                 WRK-SEQCTL-STATUS
002380         CLOSE SEQCTL
002390         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002400     END-IF.
002410     EVALUATE TRUE
002420         WHEN SEQ-DE-AUDITORIA
002430             MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA
002440             ADD 1 TO SEQCTL-PROX-AUDITORIA
002450         WHEN SEQ-DE-VISITANTE
002460*            REGISTRO GRAVADO ANTES DA SEQUENCIA DE VISITANTES
002470*            TRAZ ESPACOS NO CAMPO - A NUMERACAO COMECA EM 1.
002480             IF SEQCTL-PROX-VISITANTE NOT NUMERIC
002490                 OR SEQCTL-PROX-VISITANTE = 0
002500                 MOVE 1 TO SEQCTL-PROX-VISITANTE
002510             END-IF
002520             MOVE SEQCTL-PROX-VISITANTE TO WRK-SEQ-RESERVADA
002530             ADD 1 TO SEQCTL-PROX-VISITANTE
002540     END-EVALUATE.
002550     REWRITE SEQCTL-REGISTRO
002560         INVALID KEY
002570             MOVE ZEROS TO WRK-SEQ-RESERVADA
002580             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
002590                     WRK-SEQCTL-STATUS
002600     END-REWRITE.
002610     UNLOCK SEQCTL.
002620     CLOSE SEQCTL.
002630 1200-RESERVAR-SEQUENCIA-EXIT.
002640     EXIT.
002650
002660******************************************************************
002670* 1210-LER-SEQCTL-BLOQUEADO
002680* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
002690******************************************************************
002700 1210-LER-SEQCTL-BLOQUEADO.
002710     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002720     READ SEQCTL WITH LOCK
002730         KEY IS SEQCTL-CHAVE
002740         INVALID KEY
002750             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
002760                     "STATUS " WRK-SEQCTL-STATUS
002770     END-READ.
002780 1210-LER-SEQCTL-BLOQUEADO-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 1500-IDENTIFICAR-OPERADOR
002830* IDENTIFICA O OPERADOR NO CADASTRO OPRFILE, NO MESMO PADRAO DO
002840* PROGCOB01, E GUARDA SE E SUPERVISOR (SO SUPERVISOR UNIFICA).
002850* TRES TENTATIVAS SEM SUCESSO E O PROGRAMA ENCERRA.
002860******************************************************************
002870 1500-IDENTIFICAR-OPERADOR.
002880     OPEN INPUT OPRFILE.
002890     IF WRK-OPR-STATUS NOT = "00"
002900         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - "
002910                 "STATUS " WRK-OPR-STATUS
002920                 " - EXECUTE O PROGCOB01 PARA CRIA-LO."
002930         GO TO 1500-IDENTIFICAR-OPERADOR-EXIT
002940     END-IF.
002950
002960     PERFORM 1600-PEDIR-IDENTIFICACAO
002970         THRU 1600-PEDIR-IDENTIFICACAO-EXIT
002980         VARYING WRK-TENTATIVAS FROM 1 BY 1
002990         UNTIL WRK-TENTATIVAS > 3 OR OPERADOR-IDENTIFICADO.
003000
003010     IF OPERADOR-NAO-IDENTIF
003020         DISPLAY "OPERADOR NAO IDENTIFICADO - PROGRAMA "
003030                 "ENCERRADO."
003040         CLOSE OPRFILE
003050     END-IF.
003060 1500-IDENTIFICAR-OPERADOR-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100* 1600-PEDIR-IDENTIFICACAO
003110* PEDE E CONFERE UMA IDENTIFICACAO DE OPERADOR NO CADASTRO.
003120******************************************************************
003130 1600-PEDIR-IDENTIFICACAO.
003140     DISPLAY "IDENTIFICACAO DO OPERADOR: ".
003150     ACCEPT WRK-OPERADOR-ID.
003160     MOVE WRK-OPERADOR-ID TO OPR-ID.
003170     READ OPRFILE
003180         KEY IS OPR-ID
003190         INVALID KEY
003200             DISPLAY "OPERADOR NAO CADASTRADO."
003210             GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
003220     END-READ.
003230     SET OPERADOR-IDENTIFICADO TO TRUE.
003240     IF OPR-SUPERVISOR
003250         SET OPERADOR-SUPERVISOR TO TRUE
003260     ELSE
003270         SET OPERADOR-COMUM TO TRUE
003280     END-IF.
003290     DISPLAY "OPERADOR " OPR-NOME " IDENTIFICADO.".
003300 1600-PEDIR-IDENTIFICACAO-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340* 2000-APRESENTAR-MENU
003350* EXIBE O MENU DE MANUTENCAO E DESVIA PARA A OPCAO ESCOLHIDA.
003360******************************************************************
003370 2000-APRESENTAR-MENU.
003380     DISPLAY " ".
003390     DISPLAY "=== CADASTRO DE VISITANTES ===".
003400     DISPLAY "1 - INCLUIR VISITANTE".
003410     DISPLAY "2 - CONSULTAR VISITANTE".
003420     DISPLAY "3 - ALTERAR VISITANTE".
003430     DISPLAY "4 - LISTAR VISITANTES".
003440     DISPLAY "5 - UNIFICAR IDENTIFICACOES (SUPERVISOR)".
003450     DISPLAY "6 - SAIR".
003460     DISPLAY "INFORME A OPCAO: ".
003470     ACCEPT WRK-OPCAO-MENU.
003480
003490     EVALUATE WRK-OPCAO-MENU
003500         WHEN "1"
003510             PERFORM 3000-INCLUIR-VISITANTE
003520                 THRU 3000-INCLUIR-VISITANTE-EXIT
003530         WHEN "2"
003540             PERFORM 4000-CONSULTAR-VISITANTE
003550                 THRU 4000-CONSULTAR-VISITANTE-EXIT
003560         WHEN "3"
003570             PERFORM 5000-ALTERAR-VISITANTE
003580                 THRU 5000-ALTERAR-VISITANTE-EXIT
003590         WHEN "4"
003600             PERFORM 6000-LISTAR-VISITANTES
003610                 THRU 6000-LISTAR-VISITANTES-EXIT
003620         WHEN "5"
003630             PERFORM 7000-UNIFICAR-VISITANTES
003640                 THRU 7000-UNIFICAR-VISITANTES-EXIT
003650         WHEN "6"
003660             SET SAIR-DO-MENU TO TRUE
003670         WHEN OTHER
003680             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
003690     END-EVALUATE.
003700 2000-APRESENTAR-MENU-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 2100-LOCALIZAR-VISITANTE
003750* PEDE A IDENTIFICACAO DO VISITANTE - OU, COM ZEROS, O DOCUMENTO
003760* - E LE O SEU REGISTRO NO CADASTRO.
003770******************************************************************
003780 2100-LOCALIZAR-VISITANTE.
003790     SET VISITANTE-NAO-ACHADO TO TRUE.
003800     DISPLAY "IDENTIFICACAO DO VISITANTE (ZEROS = PESQUISAR "
003810             "POR DOCUMENTO): ".
003820     ACCEPT WRK-ID-ENTRADA.
003830     IF WRK-ID-ENTRADA NOT = 0
003840         MOVE WRK-ID-ENTRADA TO VIS-ID
003850         READ VISFILE WITH NO LOCK
003860             KEY IS VIS-ID
003870             INVALID KEY
003880                 DISPLAY "VISITANTE NAO CADASTRADO: "
003890                         WRK-ID-ENTRADA
003900                 GO TO 2100-LOCALIZAR-VISITANTE-EXIT
003910         END-READ
003920         SET VISITANTE-ACHADO TO TRUE
003930         GO TO 2100-LOCALIZAR-VISITANTE-EXIT
003940     END-IF.
003950
003960     DISPLAY "TIPO DE DOCUMENTO (C=CPF R=RG P=PASSAPORTE): ".
003970     ACCEPT WRK-TIPO-DOC.
003980     DISPLAY "NUMERO DO DOCUMENTO: ".
003990     ACCEPT WRK-NUM-DOC.
004000     MOVE WRK-TIPO-DOC TO VIS-TIPO-DOC.
004010     MOVE WRK-NUM-DOC TO VIS-NUM-DOC.
004020     READ VISFILE WITH NO LOCK
004030         KEY IS VIS-DOCUMENTO
004040         INVALID KEY
004050             DISPLAY "DOCUMENTO NAO CADASTRADO: " WRK-TIPO-DOC
004060                     " " WRK-NUM-DOC
004070             GO TO 2100-LOCALIZAR-VISITANTE-EXIT
004080     END-READ.
004090     SET VISITANTE-ACHADO TO TRUE.
004100 2100-LOCALIZAR-VISITANTE-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 2200-EDITAR-DOCUMENTO
004150* MESMA EDICAO DO PROGCOB01: TIPO C, R, P OU EM BRANCO; COM
004160* TIPO, O NUMERO E OBRIGATORIO, E O CPF TEM EXATAMENTE 11
004170* DIGITOS, SEM PONTOS OU TRACO.
004180******************************************************************
004190 2200-EDITAR-DOCUMENTO.
004200     SET DOCUMENTO-VALIDO TO TRUE.
004210     IF WRK-TIPO-DOC NOT = SPACE AND NOT = "C" AND NOT = "R"
004220             AND NOT = "P"
004230         SET DOCUMENTO-INVALIDO TO TRUE
004240         DISPLAY "TIPO DE DOCUMENTO INVALIDO: " WRK-TIPO-DOC
004250         GO TO 2200-EDITAR-DOCUMENTO-EXIT
004260     END-IF.
004270     IF WRK-TIPO-DOC NOT = SPACE AND WRK-NUM-DOC = SPACES
004280         SET DOCUMENTO-INVALIDO TO TRUE
004290         DISPLAY "NUMERO DO DOCUMENTO NAO INFORMADO."
004300         GO TO 2200-EDITAR-DOCUMENTO-EXIT
004310     END-IF.
004320     IF WRK-TIPO-DOC = SPACE AND WRK-NUM-DOC NOT = SPACES
004330         SET DOCUMENTO-INVALIDO TO TRUE
004340         DISPLAY "NUMERO INFORMADO SEM TIPO DE DOCUMENTO."
004350         GO TO 2200-EDITAR-DOCUMENTO-EXIT
004360     END-IF.
004370     IF WRK-TIPO-DOC = "C"
004380         IF WRK-NUM-DOC(1:11) IS NOT NUMERIC
004390                 OR WRK-NUM-DOC(12:9) NOT = SPACES
004400             SET DOCUMENTO-INVALIDO TO TRUE
004410             DISPLAY "CPF DEVE TER 11 DIGITOS, SEM PONTOS OU "
004420                     "TRACO."
004430         END-IF
004440     END-IF.
004450 2200-EDITAR-DOCUMENTO-EXIT.
004460     EXIT.
004470
004480******************************************************************
004484* 2300-CONFERIR-DOCUMENTO-LIVRE
004488* CONFERE QUE O DOCUMENTO INFORMADO NAO PERTENCE A OUTRA
004492* IDENTIFICACAO ATIVA (WRK-ID-ENTRADA = A PROPRIA, OU ZEROS NA
004496* INCLUSAO). DOCUMENTO DE OUTRA PESSOA CADASTRADA PEDE
004500* UNIFICACAO, NAO UMA SEGUNDA IDENTIFICACAO. A CHAVE DO DOCUMENTO
004504* ADMITE DUPLICATAS: TODAS AS IDENTIFICACOES COM O DOCUMENTO SAO
004508* PERCORRIDAS (2310) E CADA UMA ATIVA DE OUTRA PESSOA E LISTADA.
004512******************************************************************
004516 2300-CONFERIR-DOCUMENTO-LIVRE.
004520     IF WRK-TIPO-DOC = SPACE
004524         GO TO 2300-CONFERIR-DOCUMENTO-LIVRE-EXIT
004528     END-IF.
004532     MOVE WRK-TIPO-DOC TO WRK-CNF-TIPO-DOC.
004536     MOVE WRK-NUM-DOC TO WRK-CNF-NUM-DOC.
004540     MOVE WRK-TIPO-DOC TO VIS-TIPO-DOC.
004544     MOVE WRK-NUM-DOC TO VIS-NUM-DOC.
004548     SET NAO-FIM-DOCUMENTO TO TRUE.
004552     START VISFILE
004556         KEY IS = VIS-DOCUMENTO
004560         INVALID KEY
004564             GO TO 2300-CONFERIR-DOCUMENTO-LIVRE-EXIT
004568     END-START.
004572     PERFORM 2310-CONFERIR-UM-DOCUMENTO
004576         THRU 2310-CONFERIR-UM-DOCUMENTO-EXIT
004580         UNTIL FIM-DOCUMENTO.
004584     IF DOCUMENTO-INVALIDO
004588         DISPLAY "DOCUMENTO JA CADASTRADO - USE A UNIFICACAO."
004592     END-IF.
004596 2300-CONFERIR-DOCUMENTO-LIVRE-EXIT.
004600     EXIT.
004604
004608******************************************************************
004612* 2310-CONFERIR-UM-DOCUMENTO
004616* LE A PROXIMA IDENTIFICACAO NA ORDEM DO DOCUMENTO E PARA QUANDO O
004620* DOCUMENTO MUDA. IDENTIFICACAO ATIVA QUE NAO E A PROPRIA INVALIDA
004624* O DOCUMENTO; AS INCORPORADAS JA APONTAM PARA UMA ATIVA.
004628******************************************************************
004632 2310-CONFERIR-UM-DOCUMENTO.
004636     READ VISFILE NEXT RECORD WITH NO LOCK
004640         AT END
004644             SET FIM-DOCUMENTO TO TRUE
004648             GO TO 2310-CONFERIR-UM-DOCUMENTO-EXIT
004652     END-READ.
004656     IF VIS-DOCUMENTO NOT = WRK-DOC-CONFERIDO
004660         SET FIM-DOCUMENTO TO TRUE
004664         GO TO 2310-CONFERIR-UM-DOCUMENTO-EXIT
004668     END-IF.
004672     IF VIS-ID NOT = WRK-ID-ENTRADA AND VIS-ATIVO
004676         SET DOCUMENTO-INVALIDO TO TRUE
004680         DISPLAY "DOCUMENTO CADASTRADO NO VISITANTE " VIS-ID
004684                 " (" VIS-NOME ")"
004688     END-IF.
004692 2310-CONFERIR-UM-DOCUMENTO-EXIT.
004696     EXIT.
004730
004740******************************************************************
004750* 3000-INCLUIR-VISITANTE
004760* CADASTRA UM VISITANTE SOB UMA IDENTIFICACAO NOVA, RESERVADA
004770* NO SEQCTL.
004780******************************************************************
004790 3000-INCLUIR-VISITANTE.
004800     DISPLAY "NOME DO VISITANTE: ".
004810     ACCEPT WRK-NOME.
004820     IF WRK-NOME = SPACES
004830         DISPLAY "NOME EM BRANCO - INCLUSAO CANCELADA."
004840         GO TO 3000-INCLUIR-VISITANTE-EXIT
004850     END-IF.
004860     DISPLAY "TIPO DE DOCUMENTO (C=CPF R=RG P=PASSAPORTE, "
004870             "EM BRANCO = SEM DOCUMENTO): ".
004880     ACCEPT WRK-TIPO-DOC.
004890     MOVE SPACES TO WRK-NUM-DOC.
004900     IF WRK-TIPO-DOC NOT = SPACE
004910         DISPLAY "NUMERO DO DOCUMENTO: "
004920         ACCEPT WRK-NUM-DOC
004930     END-IF.
004940     PERFORM 2200-EDITAR-DOCUMENTO
004950         THRU 2200-EDITAR-DOCUMENTO-EXIT.
004960     IF DOCUMENTO-VALIDO
004970         MOVE ZEROS TO WRK-ID-ENTRADA
004980         PERFORM 2300-CONFERIR-DOCUMENTO-LIVRE
004990             THRU 2300-CONFERIR-DOCUMENTO-LIVRE-EXIT
005000     END-IF.
005010     IF DOCUMENTO-INVALIDO
005020         DISPLAY "INCLUSAO CANCELADA."
005030         GO TO 3000-INCLUIR-VISITANTE-EXIT
005040     END-IF.
005050     DISPLAY "EMPRESA DO VISITANTE: ".
005060     ACCEPT WRK-EMPRESA.
005070     DISPLAY "TELEFONE DO VISITANTE: ".
005080     ACCEPT WRK-TELEFONE.
005090
005100     SET SEQ-DE-VISITANTE TO TRUE.
005110     PERFORM 1200-RESERVAR-SEQUENCIA
005120         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
005130     IF WRK-SEQ-RESERVADA = 0
005140         DISPLAY "INCLUSAO NAO EFETUADA - TENTE NOVAMENTE."
005150         GO TO 3000-INCLUIR-VISITANTE-EXIT
005160     END-IF.
005170     MOVE SPACES TO VIS-REGISTRO.
005180     MOVE WRK-SEQ-RESERVADA TO VIS-ID.
005190     MOVE WRK-TIPO-DOC TO VIS-TIPO-DOC.
005200     MOVE WRK-NUM-DOC TO VIS-NUM-DOC.
005210     MOVE WRK-NOME TO VIS-NOME.
005220     MOVE WRK-EMPRESA TO VIS-EMPRESA.
005230     MOVE WRK-TELEFONE TO VIS-TELEFONE.
005240     MOVE WRK-DATA-ATUAL TO VIS-DATA-INCLUSAO.
005250     SET VIS-ATIVO TO TRUE.
005260     MOVE ZEROS TO VIS-ID-INCORPORADOR.
005270     WRITE VIS-REGISTRO
005280         INVALID KEY
005290             DISPLAY "ERRO AO CADASTRAR VISITANTE - STATUS "
005300                     WRK-VIS-STATUS
005310             GO TO 3000-INCLUIR-VISITANTE-EXIT
005320     END-WRITE.
005330     DISPLAY "VISITANTE CADASTRADO: " VIS-ID.
005340 3000-INCLUIR-VISITANTE-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 4000-CONSULTAR-VISITANTE
005390* EXIBE O REGISTRO DE UM VISITANTE.
005400******************************************************************
005410 4000-CONSULTAR-VISITANTE.
005420     PERFORM 2100-LOCALIZAR-VISITANTE
005430         THRU 2100-LOCALIZAR-VISITANTE-EXIT.
005440     IF VISITANTE-ACHADO
005450         PERFORM 4100-EXIBIR-VISITANTE
005460             THRU 4100-EXIBIR-VISITANTE-EXIT
005470     END-IF.
005480 4000-CONSULTAR-VISITANTE-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 4100-EXIBIR-VISITANTE
005530* EXIBE O REGISTRO DE VISITANTE CORRENTE.
005540******************************************************************
005550 4100-EXIBIR-VISITANTE.
005560     DISPLAY "IDENTIFICACAO......: " VIS-ID.
005570     DISPLAY "NOME...............: " VIS-NOME.
005580     DISPLAY "DOCUMENTO..........: " VIS-TIPO-DOC " "
005590             VIS-NUM-DOC.
005600     DISPLAY "EMPRESA............: " VIS-EMPRESA.
005610     DISPLAY "TELEFONE...........: " VIS-TELEFONE.
005620     DISPLAY "CADASTRADO EM......: " VIS-DATA-INCLUSAO.
005630     IF VIS-INCORPORADO
005640         DISPLAY "SITUACAO...........: INCORPORADO AO "
005650                 "VISITANTE " VIS-ID-INCORPORADOR
005660     ELSE
005670         DISPLAY "SITUACAO...........: ATIVO"
005680     END-IF.
005690 4100-EXIBIR-VISITANTE-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730* 5000-ALTERAR-VISITANTE
005740* ALTERA NOME, DOCUMENTO, EMPRESA E TELEFONE DE UM VISITANTE
005750* ATIVO. CAMPO INFORMADO EM BRANCO MANTEM O VALOR ATUAL. O
005760* REGISTRO E RELIDO SOB BLOQUEIO ANTES DA REGRAVACAO, PARA NAO
005770* SOBREPOR UMA ALTERACAO FEITA POR OUTRO POSTO NO MEIO TEMPO.
005780******************************************************************
005790 5000-ALTERAR-VISITANTE.
005800     PERFORM 2100-LOCALIZAR-VISITANTE
005810         THRU 2100-LOCALIZAR-VISITANTE-EXIT.
005820     IF VISITANTE-NAO-ACHADO
005830         GO TO 5000-ALTERAR-VISITANTE-EXIT
005840     END-IF.
005850     IF VIS-INCORPORADO
005860         DISPLAY "VISITANTE INCORPORADO AO " VIS-ID-INCORPORADOR
005870                 " - ALTERE AQUELA IDENTIFICACAO."
005880         GO TO 5000-ALTERAR-VISITANTE-EXIT
005890     END-IF.
005900     PERFORM 4100-EXIBIR-VISITANTE
005910         THRU 4100-EXIBIR-VISITANTE-EXIT.
005920     MOVE VIS-ID TO WRK-ID-ENTRADA.
005930
005940     DISPLAY "NOVO NOME (EM BRANCO = MANTER): ".
005950     ACCEPT WRK-NOME.
005960     DISPLAY "NOVO TIPO DE DOCUMENTO (EM BRANCO = MANTER): ".
005970     ACCEPT WRK-TIPO-DOC.
005980     MOVE SPACES TO WRK-NUM-DOC.
005990     IF WRK-TIPO-DOC NOT = SPACE
006000         DISPLAY "NOVO NUMERO DO DOCUMENTO: "
006010         ACCEPT WRK-NUM-DOC
006020         PERFORM 2200-EDITAR-DOCUMENTO
006030             THRU 2200-EDITAR-DOCUMENTO-EXIT
006040         IF DOCUMENTO-VALIDO
006050             PERFORM 2300-CONFERIR-DOCUMENTO-LIVRE
006060                 THRU 2300-CONFERIR-DOCUMENTO-LIVRE-EXIT
006070         END-IF
006080         IF DOCUMENTO-INVALIDO
006090             DISPLAY "ALTERACAO CANCELADA."
006100             GO TO 5000-ALTERAR-VISITANTE-EXIT
006110         END-IF
006120     END-IF.
006130     DISPLAY "NOVA EMPRESA (EM BRANCO = MANTER): ".
006140     ACCEPT WRK-EMPRESA.
006150     DISPLAY "NOVO TELEFONE (EM BRANCO = MANTER): ".
006160     ACCEPT WRK-TELEFONE.
006170
006180     MOVE WRK-ID-ENTRADA TO VIS-ID.
006190     READ VISFILE WITH LOCK
006200         KEY IS VIS-ID
006210         INVALID KEY
006220             DISPLAY "VISITANTE NAO ENCONTRADO - STATUS "
006230                     WRK-VIS-STATUS
006240     END-READ.
006250     IF VIS-BLOQUEADO
006260         DISPLAY "VISITANTE EM USO EM OUTRO POSTO - TENTE "
006270                 "NOVAMENTE."
006280         GO TO 5000-ALTERAR-VISITANTE-EXIT
006290     END-IF.
006300     IF WRK-VIS-STATUS NOT = "00"
006310         GO TO 5000-ALTERAR-VISITANTE-EXIT
006320     END-IF.
006330     IF WRK-NOME NOT = SPACES
006340         MOVE WRK-NOME TO VIS-NOME
006350     END-IF.
006360     IF WRK-TIPO-DOC NOT = SPACE
006370         MOVE WRK-TIPO-DOC TO VIS-TIPO-DOC
006380         MOVE WRK-NUM-DOC TO VIS-NUM-DOC
006390     END-IF.
006400     IF WRK-EMPRESA NOT = SPACES
006410         MOVE WRK-EMPRESA TO VIS-EMPRESA
006420     END-IF.
006430     IF WRK-TELEFONE NOT = SPACES
006440         MOVE WRK-TELEFONE TO VIS-TELEFONE
006450     END-IF.
006460     REWRITE VIS-REGISTRO
006470         INVALID KEY
006480             DISPLAY "ERRO AO ALTERAR VISITANTE - STATUS "
006490                     WRK-VIS-STATUS
006500         NOT INVALID KEY
006510             DISPLAY "VISITANTE " VIS-ID " ALTERADO."
006520     END-REWRITE.
006530     UNLOCK VISFILE.
006540 5000-ALTERAR-VISITANTE-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* 6000-LISTAR-VISITANTES
006590* LISTA O CADASTRO EM ORDEM DE IDENTIFICACAO.
006600******************************************************************
006610 6000-LISTAR-VISITANTES.
006620     MOVE ZEROS TO WRK-QTDE-LISTADOS.
006630     SET NAO-FIM-LISTA TO TRUE.
006640     MOVE ZEROS TO VIS-ID.
006650     START VISFILE
006660         KEY IS >= VIS-ID
006670         INVALID KEY
006680             SET FIM-LISTA TO TRUE
006690     END-START.
006700     PERFORM 6100-LISTAR-UM-VISITANTE
006710         THRU 6100-LISTAR-UM-VISITANTE-EXIT
006720         UNTIL FIM-LISTA.
006730     DISPLAY "VISITANTES LISTADOS: " WRK-QTDE-LISTADOS.
006740 6000-LISTAR-VISITANTES-EXIT.
006750     EXIT.
006760
006770******************************************************************
006780* 6100-LISTAR-UM-VISITANTE
006790* LE E EXIBE O PROXIMO VISITANTE DO CADASTRO.
006800******************************************************************
006810 6100-LISTAR-UM-VISITANTE.
006820     READ VISFILE NEXT RECORD WITH NO LOCK
006830         AT END
006840             SET FIM-LISTA TO TRUE
006850             GO TO 6100-LISTAR-UM-VISITANTE-EXIT
006860     END-READ.
006870     ADD 1 TO WRK-QTDE-LISTADOS.
006880     IF VIS-INCORPORADO
006890         DISPLAY VIS-ID " " VIS-NOME " " VIS-TIPO-DOC " "
006900                 VIS-NUM-DOC " -> " VIS-ID-INCORPORADOR
006910     ELSE
006920         DISPLAY VIS-ID " " VIS-NOME " " VIS-TIPO-DOC " "
006930                 VIS-NUM-DOC " " VIS-EMPRESA
006940     END-IF.
006950 6100-LISTAR-UM-VISITANTE-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990* 7000-UNIFICAR-VISITANTES
007000* SO SUPERVISOR. UNE DUAS IDENTIFICACOES ATIVAS DA MESMA PESSOA:
007010* A QUE PERMANECE FICA COM OS SEUS DADOS, COMPLETADOS PELOS DA
007020* INCORPORADA ONDE ESTIVEREM EM BRANCO; A INCORPORADA E MARCADA
007030* E PASSA A APONTAR PARA A QUE PERMANECE, ASSIM COMO AS QUE JA
007040* ESTAVAM INCORPORADAS A ELA; E OS CADASTROS (REGFILE) E
007050* AGENDAMENTOS (APTFILE) QUE A TRAZIAM PASSAM A TRAZER A QUE
007060* PERMANECE, ASSIM COMO AS ENTRADAS DA LISTA DE IMPEDIDOS
007065* (WTCFILE). GRAVA A LINHA DE AUDITORIA DA UNIFICACAO.
007070******************************************************************
007080 7000-UNIFICAR-VISITANTES.
007090     IF NOT OPERADOR-SUPERVISOR
007100         DISPLAY "UNIFICACAO RESTRITA A SUPERVISORES."
007110         GO TO 7000-UNIFICAR-VISITANTES-EXIT
007120     END-IF.
007130     DISPLAY "IDENTIFICACAO QUE PERMANECE: ".
007140     ACCEPT WRK-ID-PERMANECE.
007150     DISPLAY "IDENTIFICACAO A INCORPORAR: ".
007160     ACCEPT WRK-ID-INCORPORA.
007170     IF WRK-ID-PERMANECE = 0 OR WRK-ID-INCORPORA = 0
007180             OR WRK-ID-PERMANECE = WRK-ID-INCORPORA
007190         DISPLAY "IDENTIFICACOES INVALIDAS - UNIFICACAO "
007200                 "CANCELADA."
007210         GO TO 7000-UNIFICAR-VISITANTES-EXIT
007220     END-IF.
007230
007240     MOVE WRK-ID-INCORPORA TO VIS-ID.
007250     READ VISFILE WITH NO LOCK
007260         KEY IS VIS-ID
007270         INVALID KEY
007280             DISPLAY "VISITANTE NAO CADASTRADO: " WRK-ID-INCORPORA
007290             GO TO 7000-UNIFICAR-VISITANTES-EXIT
007300     END-READ.
007310     IF VIS-INCORPORADO
007320         DISPLAY "VISITANTE " VIS-ID " JA INCORPORADO AO "
007330                 VIS-ID-INCORPORADOR "."
007340         GO TO 7000-UNIFICAR-VISITANTES-EXIT
007350     END-IF.
007360     DISPLAY "--- A INCORPORAR ---".
007370     PERFORM 4100-EXIBIR-VISITANTE
007380         THRU 4100-EXIBIR-VISITANTE-EXIT.
007390     MOVE VIS-TIPO-DOC TO WRK-INC-TIPO-DOC.
007400     MOVE VIS-NUM-DOC TO WRK-INC-NUM-DOC.
007410     MOVE VIS-EMPRESA TO WRK-INC-EMPRESA.
007420     MOVE VIS-TELEFONE TO WRK-INC-TELEFONE.
007430
007440     MOVE WRK-ID-PERMANECE TO VIS-ID.
007450     READ VISFILE WITH NO LOCK
007460         KEY IS VIS-ID
007470         INVALID KEY
007480             DISPLAY "VISITANTE NAO CADASTRADO: " WRK-ID-PERMANECE
007490             GO TO 7000-UNIFICAR-VISITANTES-EXIT
007500     END-READ.
007510     IF VIS-INCORPORADO
007520         DISPLAY "VISITANTE " VIS-ID " JA INCORPORADO AO "
007530                 VIS-ID-INCORPORADOR " - INFORME ESTE COMO O "
007540                 "QUE PERMANECE."
007550         GO TO 7000-UNIFICAR-VISITANTES-EXIT
007560     END-IF.
007570     DISPLAY "--- PERMANECE ---".
007580     PERFORM 4100-EXIBIR-VISITANTE
007590         THRU 4100-EXIBIR-VISITANTE-EXIT.
007600     IF VIS-TIPO-DOC NOT = SPACE AND WRK-INC-TIPO-DOC NOT = SPACE
007610             AND (VIS-TIPO-DOC NOT = WRK-INC-TIPO-DOC
007620               OR VIS-NUM-DOC NOT = WRK-INC-NUM-DOC)
007630         DISPLAY "ATENCAO: AS DUAS IDENTIFICACOES TEM "
007640                 "DOCUMENTOS DIFERENTES."
007650     END-IF.
007660     DISPLAY "CONFIRMA A UNIFICACAO (S/N)? ".
007670     ACCEPT WRK-CONFIRMA.
007680     IF WRK-CONFIRMA NOT = "S"
007690         DISPLAY "UNIFICACAO CANCELADA."
007700         GO TO 7000-UNIFICAR-VISITANTES-EXIT
007710     END-IF.
007720
007730     PERFORM 7100-COMPLETAR-PERMANECE
007740         THRU 7100-COMPLETAR-PERMANECE-EXIT.
007750     IF WRK-VIS-STATUS NOT = "00"
007760         GO TO 7000-UNIFICAR-VISITANTES-EXIT
007770     END-IF.
007780     PERFORM 7200-MARCAR-INCORPORADA
007790         THRU 7200-MARCAR-INCORPORADA-EXIT.
007800     IF WRK-VIS-STATUS NOT = "00"
007810         GO TO 7000-UNIFICAR-VISITANTES-EXIT
007820     END-IF.
007830     ACCEPT WRK-HORA-ATUAL FROM TIME.
007840     PERFORM 7900-GRAVAR-AUDITORIA
007850         THRU 7900-GRAVAR-AUDITORIA-EXIT.
007860
007870     PERFORM 7300-REAPONTAR-INCORPORADAS
007880         THRU 7300-REAPONTAR-INCORPORADAS-EXIT.
007890     PERFORM 7500-REAPONTAR-CADASTROS
007900         THRU 7500-REAPONTAR-CADASTROS-EXIT.
007910     PERFORM 7700-REAPONTAR-AGENDAMENTOS
007920             THRU 7700-REAPONTAR-AGENDAMENTOS-EXIT.
007923     PERFORM 7750-REAPONTAR-IMPEDIMENTOS
007926         THRU 7750-REAPONTAR-IMPEDIMENTOS-EXIT.
007930
007940     DISPLAY "VISITANTE " WRK-ID-INCORPORA " INCORPORADO AO "
007950             WRK-ID-PERMANECE ".".
007960     DISPLAY "IDENTIFICACOES REAPONTADAS: " WRK-QTDE-VIS-REAPONT.
007970     DISPLAY "CADASTROS REAPONTADOS.....: " WRK-QTDE-REG-REAPONT.
007980     DISPLAY "AGENDAMENTOS REAPONTADOS..: " WRK-QTDE-APT-REAPONT.
007985     DISPLAY "IMPEDIMENTOS REAPONTADOS..: " WRK-QTDE-WTC-REAPONT.
007990     IF WRK-QTDE-REG-PRESOS > 0
008000         DISPLAY "CADASTROS EM USO NAO REAPONTADOS: "
008010                 WRK-QTDE-REG-PRESOS
008020                 " - REPITA A UNIFICACAO MAIS TARDE."
008030     END-IF.
008040 7000-UNIFICAR-VISITANTES-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080* 7100-COMPLETAR-PERMANECE
008090* RELE SOB BLOQUEIO A IDENTIFICACAO QUE PERMANECE E COMPLETA OS
008100* CAMPOS EM BRANCO COM OS DA INCORPORADA.
008110******************************************************************
008120 7100-COMPLETAR-PERMANECE.
008130     MOVE WRK-ID-PERMANECE TO VIS-ID.
008140     READ VISFILE WITH LOCK
008150         KEY IS VIS-ID
008160         INVALID KEY
008170             DISPLAY "VISITANTE NAO ENCONTRADO - STATUS "
008180                     WRK-VIS-STATUS
008190     END-READ.
008200     IF VIS-BLOQUEADO
008210         DISPLAY "VISITANTE " WRK-ID-PERMANECE " EM USO EM "
008220                 "OUTRO POSTO - TENTE NOVAMENTE."
008230         GO TO 7100-COMPLETAR-PERMANECE-EXIT
008240     END-IF.
008250     IF WRK-VIS-STATUS NOT = "00"
008260         GO TO 7100-COMPLETAR-PERMANECE-EXIT
008270     END-IF.
008280     IF VIS-TIPO-DOC = SPACE
008290         MOVE WRK-INC-TIPO-DOC TO VIS-TIPO-DOC
008300         MOVE WRK-INC-NUM-DOC TO VIS-NUM-DOC
008310     END-IF.
008320     IF VIS-EMPRESA = SPACES
008330         MOVE WRK-INC-EMPRESA TO VIS-EMPRESA
008340     END-IF.
008350     IF VIS-TELEFONE = SPACES
008360         MOVE WRK-INC-TELEFONE TO VIS-TELEFONE
008370     END-IF.
008380     REWRITE VIS-REGISTRO
008390         INVALID KEY
008400             DISPLAY "ERRO AO ATUALIZAR VISITANTE " VIS-ID
008410                     " - STATUS " WRK-VIS-STATUS
008420     END-REWRITE.
008430     UNLOCK VISFILE.
008440 7100-COMPLETAR-PERMANECE-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480* 7200-MARCAR-INCORPORADA
008490* RELE SOB BLOQUEIO A IDENTIFICACAO A INCORPORAR E A MARCA COMO
008500* INCORPORADA A QUE PERMANECE.
008510******************************************************************
008520 7200-MARCAR-INCORPORADA.
008530     MOVE WRK-ID-INCORPORA TO VIS-ID.
008540     READ VISFILE WITH LOCK
008550         KEY IS VIS-ID
008560         INVALID KEY
008570             DISPLAY "VISITANTE NAO ENCONTRADO - STATUS "
008580                     WRK-VIS-STATUS
008590     END-READ.
008600     IF VIS-BLOQUEADO
008610         DISPLAY "VISITANTE " WRK-ID-INCORPORA " EM USO EM "
008620                 "OUTRO POSTO - TENTE NOVAMENTE."
008630         GO TO 7200-MARCAR-INCORPORADA-EXIT
008640     END-IF.
008650     IF WRK-VIS-STATUS NOT = "00"
008660         GO TO 7200-MARCAR-INCORPORADA-EXIT
008670     END-IF.
008680     SET VIS-INCORPORADO TO TRUE.
008690     MOVE WRK-ID-PERMANECE TO VIS-ID-INCORPORADOR.
008700     REWRITE VIS-REGISTRO
008710         INVALID KEY
008720             DISPLAY "ERRO AO INCORPORAR VISITANTE " VIS-ID
008730                     " - STATUS " WRK-VIS-STATUS
008740     END-REWRITE.
008750     UNLOCK VISFILE.
008760 7200-MARCAR-INCORPORADA-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800* 7300-REAPONTAR-INCORPORADAS
008810* AS IDENTIFICACOES QUE JA ESTAVAM INCORPORADAS A QUE ACABA DE
008820* SER INCORPORADA PASSAM A APONTAR DIRETO PARA A QUE PERMANECE,
008830* PARA QUE A CADEIA DE UNIFICACOES TENHA SEMPRE UM NIVEL SO.
008840******************************************************************
008850 7300-REAPONTAR-INCORPORADAS.
008860     MOVE ZEROS TO WRK-QTDE-VIS-REAPONT.
008870     SET NAO-FIM-LISTA TO TRUE.
008880     MOVE ZEROS TO VIS-ID.
008890     START VISFILE
008900         KEY IS >= VIS-ID
008910         INVALID KEY
008920             SET FIM-LISTA TO TRUE
008930     END-START.
008940     PERFORM 7400-REAPONTAR-UMA-INCORPORADA
008950         THRU 7400-REAPONTAR-UMA-INCORPORADA-EXIT
008960         UNTIL FIM-LISTA.
008970 7300-REAPONTAR-INCORPORADAS-EXIT.
008980     EXIT.
008990
009000******************************************************************
009010* 7400-REAPONTAR-UMA-INCORPORADA
009020* LE A PROXIMA IDENTIFICACAO E, SE INCORPORADA A QUE ACABA DE
009030* SER INCORPORADA, REGRAVA-A APONTANDO PARA A QUE PERMANECE.
009040******************************************************************
009050 7400-REAPONTAR-UMA-INCORPORADA.
009060     READ VISFILE NEXT RECORD WITH NO LOCK
009070         AT END
009080             SET FIM-LISTA TO TRUE
009090             GO TO 7400-REAPONTAR-UMA-INCORPORADA-EXIT
009100     END-READ.
009110     IF NOT VIS-INCORPORADO
009120             OR VIS-ID-INCORPORADOR NOT = WRK-ID-INCORPORA
009130         GO TO 7400-REAPONTAR-UMA-INCORPORADA-EXIT
009140     END-IF.
009150     READ VISFILE WITH LOCK
009160         KEY IS VIS-ID
009170         INVALID KEY
009180             GO TO 7400-REAPONTAR-UMA-INCORPORADA-EXIT
009190     END-READ.
009200     IF WRK-VIS-STATUS NOT = "00"
009210         DISPLAY "VISITANTE " VIS-ID " EM USO - NAO "
009220                 "REAPONTADO - STATUS " WRK-VIS-STATUS
009230         GO TO 7400-REAPONTAR-UMA-INCORPORADA-EXIT
009240     END-IF.
009250     MOVE WRK-ID-PERMANECE TO VIS-ID-INCORPORADOR.
009260     REWRITE VIS-REGISTRO
009270         INVALID KEY
009280             DISPLAY "ERRO AO REAPONTAR VISITANTE " VIS-ID
009290                     " - STATUS " WRK-VIS-STATUS
009300         NOT INVALID KEY
009310             ADD 1 TO WRK-QTDE-VIS-REAPONT
009320     END-REWRITE.
009330     UNLOCK VISFILE.
009340 7400-REAPONTAR-UMA-INCORPORADA-EXIT.
009350     EXIT.
009360
009370******************************************************************
009380* 7500-REAPONTAR-CADASTROS
009390* PERCORRE O MESTRE DE CADASTRANTES E TROCA A IDENTIFICACAO
009400* INCORPORADA PELA QUE PERMANECE. O CADASTRO PRESO POR UM POSTO
009410* FICA DE FORA E E CONTADO - A UNIFICACAO PODE SER REPETIDA
009420* DEPOIS SO PARA ELES (A IDENTIFICACAO JA INCORPORADA E
009430* SEGUIDA PELA PESQUISA DO PROGCB18 DE QUALQUER FORMA).
009440******************************************************************
009450 7500-REAPONTAR-CADASTROS.
009460     MOVE ZEROS TO WRK-QTDE-REG-REAPONT.
009470     MOVE ZEROS TO WRK-QTDE-REG-PRESOS.
009480     OPEN I-O REGFILE.
009490     IF WRK-REG-STATUS NOT = "00"
009500         DISPLAY "AVISO: MESTRE DE CADASTRANTES INDISPONIVEL - "
009510                 "STATUS " WRK-REG-STATUS " - CADASTROS NAO "
009520                 "REAPONTADOS."
009530         GO TO 7500-REAPONTAR-CADASTROS-EXIT
009540     END-IF.
009550     SET NAO-FIM-LISTA TO TRUE.
009560     MOVE LOW-VALUES TO REG-CHAVE.
009570     START REGFILE
009580         KEY IS >= REG-CHAVE
009590         INVALID KEY
009600             SET FIM-LISTA TO TRUE
009610     END-START.
009620     PERFORM 7600-REAPONTAR-UM-CADASTRO
009630         THRU 7600-REAPONTAR-UM-CADASTRO-EXIT
009640         UNTIL FIM-LISTA.
009650     CLOSE REGFILE.
009660 7500-REAPONTAR-CADASTROS-EXIT.
009670     EXIT.
009680
009690******************************************************************
009700* 7600-REAPONTAR-UM-CADASTRO
009710* LE O PROXIMO CADASTRO E, SE TRAZ A IDENTIFICACAO INCORPORADA,
009720* RELE-O SOB BLOQUEIO E O REGRAVA COM A QUE PERMANECE.
009730******************************************************************
009740 7600-REAPONTAR-UM-CADASTRO.
009750     READ REGFILE NEXT RECORD WITH NO LOCK
009760         AT END
009770             SET FIM-LISTA TO TRUE
009780             GO TO 7600-REAPONTAR-UM-CADASTRO-EXIT
009790     END-READ.
009800     IF REG-ID-VISITANTE IS NOT NUMERIC
009810         GO TO 7600-REAPONTAR-UM-CADASTRO-EXIT
009820     END-IF.
009830     IF REG-ID-VISITANTE NOT = WRK-ID-INCORPORA
009840         GO TO 7600-REAPONTAR-UM-CADASTRO-EXIT
009850     END-IF.
009860     READ REGFILE WITH LOCK
009870         KEY IS REG-CHAVE
009880         INVALID KEY
009890             GO TO 7600-REAPONTAR-UM-CADASTRO-EXIT
009900     END-READ.
009910     IF REG-BLOQUEADO
009920         ADD 1 TO WRK-QTDE-REG-PRESOS
009930         GO TO 7600-REAPONTAR-UM-CADASTRO-EXIT
009940     END-IF.
009950     IF WRK-REG-STATUS NOT = "00"
009960         GO TO 7600-REAPONTAR-UM-CADASTRO-EXIT
009970     END-IF.
009980     MOVE WRK-ID-PERMANECE TO REG-ID-VISITANTE.
009990     REWRITE REG-REGISTRO
010000         INVALID KEY
010010             DISPLAY "ERRO AO REAPONTAR CADASTRO " REG-NOME
010020                     " - STATUS " WRK-REG-STATUS
010030         NOT INVALID KEY
010040             ADD 1 TO WRK-QTDE-REG-REAPONT
010050     END-REWRITE.
010060     UNLOCK REGFILE.
010070 7600-REAPONTAR-UM-CADASTRO-EXIT.
010080     EXIT.
010090
010100******************************************************************
010110* 7700-REAPONTAR-AGENDAMENTOS
010120* PERCORRE OS AGENDAMENTOS E TROCA A IDENTIFICACAO INCORPORADA
010130* PELA QUE PERMANECE.
010140******************************************************************
010150 7700-REAPONTAR-AGENDAMENTOS.
010160     MOVE ZEROS TO WRK-QTDE-APT-REAPONT.
010170     OPEN I-O APTFILE.
010180     IF WRK-APT-STATUS NOT = "00"
010190         DISPLAY "AVISO: AGENDAMENTOS INDISPONIVEIS - STATUS "
010200                 WRK-APT-STATUS " - AGENDAMENTOS NAO "
010210                 "REAPONTADOS."
010220         GO TO 7700-REAPONTAR-AGENDAMENTOS-EXIT
010230     END-IF.
010240     SET NAO-FIM-LISTA TO TRUE.
010250     MOVE LOW-VALUES TO APT-CHAVE.
010260     START APTFILE
010270         KEY IS >= APT-CHAVE
010280         INVALID KEY
010290             SET FIM-LISTA TO TRUE
010300     END-START.
010310     PERFORM 7800-REAPONTAR-UM-AGENDAMENTO
010320         THRU 7800-REAPONTAR-UM-AGENDAMENTO-EXIT
010330         UNTIL FIM-LISTA.
010340     CLOSE APTFILE.
010350 7700-REAPONTAR-AGENDAMENTOS-EXIT.
010360     EXIT.
010370
010380******************************************************************
010383* 7750-REAPONTAR-IMPEDIMENTOS
010386* AS ENTRADAS DA LISTA DE IMPEDIDOS COM A IDENTIFICACAO
010389* INCORPORADA PASSAM A TRAZER A QUE PERMANECE, PARA QUE A
010392* CONSULTA PELA IDENTIFICACAO CONTINUE ACHANDO A PESSOA. SEM LISTA
010395* (AINDA NAO CRIADA) NAO HA O QUE REAPONTAR.
010398******************************************************************
010401 7750-REAPONTAR-IMPEDIMENTOS.
010404     MOVE ZEROS TO WRK-QTDE-WTC-REAPONT.
010407     OPEN I-O WTCFILE.
010410     IF WRK-WTC-STATUS = "35"
010413         GO TO 7750-REAPONTAR-IMPEDIMENTOS-EXIT
010416     END-IF.
010419     IF WRK-WTC-STATUS NOT = "00"
010422         DISPLAY "AVISO: LISTA DE IMPEDIDOS INDISPONIVEL - "
010425                 "STATUS " WRK-WTC-STATUS
010428                 " - IMPEDIMENTOS NAO REAPONTADOS."
010431         GO TO 7750-REAPONTAR-IMPEDIMENTOS-EXIT
010434     END-IF.
010437     SET NAO-FIM-LISTA TO TRUE.
010440     PERFORM 7760-REAPONTAR-UM-IMPEDIMENTO
010443         THRU 7760-REAPONTAR-UM-IMPEDIMENTO-EXIT
010446         UNTIL FIM-LISTA.
010449     CLOSE WTCFILE.
010452 7750-REAPONTAR-IMPEDIMENTOS-EXIT.
010455     EXIT.
010458
010461******************************************************************
010464* 7760-REAPONTAR-UM-IMPEDIMENTO
010467* POSICIONA NA PRIMEIRA ENTRADA QUE AINDA TRAZ A IDENTIFICACAO
010470* INCORPORADA E A REGRAVA COM A QUE PERMANECE. A REGRAVACAO MUDA
010473* A CHAVE ALTERNATIVA, ENTAO A PROCURA RECOMECA A CADA ENTRADA.
010476******************************************************************
010479 7760-REAPONTAR-UM-IMPEDIMENTO.
010482     MOVE WRK-ID-INCORPORA TO WTC-ID-VISITANTE.
010485     START WTCFILE
010488         KEY IS = WTC-ID-VISITANTE
010491         INVALID KEY
010494             SET FIM-LISTA TO TRUE
010497             GO TO 7760-REAPONTAR-UM-IMPEDIMENTO-EXIT
010500     END-START.
010503     READ WTCFILE NEXT RECORD
010506         AT END
010509             SET FIM-LISTA TO TRUE
010512             GO TO 7760-REAPONTAR-UM-IMPEDIMENTO-EXIT
010515     END-READ.
010518     MOVE WRK-ID-PERMANECE TO WTC-ID-VISITANTE.
010521     REWRITE WTC-REGISTRO
010524         INVALID KEY
010527             SET FIM-LISTA TO TRUE
010530             DISPLAY "ERRO AO REAPONTAR IMPEDIMENTO " WTC-NOME
010533                     " - STATUS " WRK-WTC-STATUS
010536         NOT INVALID KEY
010539             ADD 1 TO WRK-QTDE-WTC-REAPONT
010542     END-REWRITE.
010545     IF WRK-WTC-STATUS NOT = "00" AND WRK-WTC-STATUS NOT = "02"
010548         SET FIM-LISTA TO TRUE
010551     END-IF.
010554 7760-REAPONTAR-UM-IMPEDIMENTO-EXIT.
010557     EXIT.
010560
010563******************************************************************
010566* 7800-REAPONTAR-UM-AGENDAMENTO
010569* LE O PROXIMO AGENDAMENTO E, SE TRAZ A IDENTIFICACAO
010572* INCORPORADA, REGRAVA-O COM A QUE PERMANECE.
010575******************************************************************
010578 7800-REAPONTAR-UM-AGENDAMENTO.
010581     READ APTFILE NEXT RECORD
010584         AT END
010587             SET FIM-LISTA TO TRUE
010590             GO TO 7800-REAPONTAR-UM-AGENDAMENTO-EXIT
010593     END-READ.
010596     IF APT-ID-VISITANTE IS NOT NUMERIC
010599         GO TO 7800-REAPONTAR-UM-AGENDAMENTO-EXIT
010602     END-IF.
010605     IF APT-ID-VISITANTE NOT = WRK-ID-INCORPORA
010608         GO TO 7800-REAPONTAR-UM-AGENDAMENTO-EXIT
010611     END-IF.
010614     MOVE WRK-ID-PERMANECE TO APT-ID-VISITANTE.
010617     REWRITE APT-REGISTRO
010620         INVALID KEY
010623             DISPLAY "ERRO AO REAPONTAR AGENDAMENTO " APT-NOME
010626                     " - STATUS " WRK-APT-STATUS
010629         NOT INVALID KEY
010632             ADD 1 TO WRK-QTDE-APT-REAPONT
010635     END-REWRITE.
010638 7800-REAPONTAR-UM-AGENDAMENTO-EXIT.
010641     EXIT.
010644
010703******************************************************************
010704* 7900-GRAVAR-AUDITORIA
010705* GRAVA A LINHA DE UNIFICACAO NO LOG DE AUDITORIA: OPERADOR =
010706* SUPERVISOR E, NO CAMPO DO NOME, AS DUAS IDENTIFICACOES.
010707******************************************************************
010710 7900-GRAVAR-AUDITORIA.
010720     SET SEQ-DE-AUDITORIA TO TRUE.
010730     PERFORM 1200-RESERVAR-SEQUENCIA
010740         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
010750     IF WRK-SEQ-RESERVADA = 0
010760         DISPLAY "UNIFICACAO NAO AUDITADA - AVISE O SUPORTE."
010770         GO TO 7900-GRAVAR-AUDITORIA-EXIT
010780     END-IF.
010790     OPEN EXTEND AUDFILE.
010800     IF WRK-AUD-STATUS = "35"
010810         OPEN OUTPUT AUDFILE
010820     END-IF.
010830     IF WRK-AUD-STATUS NOT = "00"
010840         DISPLAY "ERRO AO ABRIR LOG DE AUDITORIA - STATUS "
010850                 WRK-AUD-STATUS
010860         GO TO 7900-GRAVAR-AUDITORIA-EXIT
010870     END-IF.
010880     MOVE WRK-ID-INCORPORA TO WRK-TXT-ID-INCORPORA.
010890     MOVE WRK-ID-PERMANECE TO WRK-TXT-ID-PERMANECE.
010900     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
010910     MOVE WRK-DATA-ATUAL TO AUD-DATA-NEGOCIO.
010920     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
010930     MOVE WRK-TEXTO-UNIFICACAO TO AUD-NOME-CAPTURADO.
010940     SET AUD-OPER-UNIFICACAO TO TRUE.
010950     MOVE WRK-OPERADOR-ID TO AUD-OPERADOR.
010960     WRITE AUD-REGISTRO.
010970     IF WRK-AUD-STATUS NOT = "00"
010980         DISPLAY "ERRO AO GRAVAR LOG DE AUDITORIA - STATUS "
010990                 WRK-AUD-STATUS
011000     END-IF.
011010     CLOSE AUDFILE.
011020 7900-GRAVAR-AUDITORIA-EXIT.
011030     EXIT.
011040
011050******************************************************************
011060* 9999-FINALIZAR
011070* FECHA OS ARQUIVOS ABERTOS ANTES DE ENCERRAR O PROGRAMA.
011080******************************************************************
011090 9999-FINALIZAR.
011100     CLOSE VISFILE.
011110     CLOSE OPRFILE.
011120 9999-FINALIZAR-EXIT.
011130     EXIT.
