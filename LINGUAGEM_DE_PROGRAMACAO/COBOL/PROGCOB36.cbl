000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB36.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: MANUTENCAO DO CADASTRO DE PASSES DE PRESTADORES
000190*           (PASFILE), SO PARA SUPERVISOR. O PASSE GUARDA O
000200*           PRESTADOR, A EMPRESA CONTRATADA, O ANFITRIAO
000210*           PATROCINADOR (ANFFILE), A VALIDADE DO CONTRATO E AS
000220*           DATAS DO TREINAMENTO DE SEGURANCA E DO TERMO DE
000230*           CONFIDENCIALIDADE (NDA). OFERECE INCLUSAO, LISTAGEM,
000240*           ALTERACAO (RENOVACAO) E SUSPENSAO/REATIVACAO, NO
000250*           MESMO PADRAO DO CADASTRO DE ANFITRIOES (PROGCB16).
000260*           O PASSE NAO E EXCLUIDO: VENCIDO OU SUSPENSO, FICA
000270*           NO CADASTRO COMO HISTORICO DO CONTRATO. A ENTRADA
000280*           PELO PASSE E FEITA NO PROGCOB01 (OPCAO 9).
000290*
000300* HISTORICO DE ALTERACOES
000310* DATA       INIC.  DESCRICAO
000320* ---------- -----  ------------------------------------------
000330* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PASFILE ASSIGN TO "PASFILE"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PAS-NUMERO
000420         LOCK MODE IS MANUAL
000430         FILE STATUS IS WRK-PAS-STATUS.
000440
000450     SELECT ANFFILE ASSIGN TO "ANFFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS ANF-ID
000490         FILE STATUS IS WRK-ANF-STATUS.
000500
000510     SELECT OPRFILE ASSIGN TO "OPRFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS OPR-ID
000550         FILE STATUS IS WRK-OPR-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PASFILE.
000600     COPY PASREC.
000610
000620 FD  ANFFILE.
000630     COPY ANFREC.
000640
000650 FD  OPRFILE.
000660     COPY OPRREC.
000670
000680 WORKING-STORAGE SECTION.
000690 77  WRK-PAS-STATUS          PIC X(02) VALUE "00".
000700     88  PAS-BLOQUEADO               VALUE "51" "9D".
000710 77  WRK-ANF-STATUS          PIC X(02) VALUE "00".
000720 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
000730
000740 77  WRK-OPCAO-MENU          PIC X(01) VALUE SPACES.
000750 77  WRK-SW-CONTINUA         PIC X(01) VALUE "S".
000760     88  CONTINUA-NO-MENU            VALUE "S".
000770     88  SAIR-DO-MENU                VALUE "N".
000780
000790 77  WRK-OPERADOR-ID         PIC X(08) VALUE SPACES.
000800 77  WRK-SW-OPERADOR         PIC X(01) VALUE "N".
000810     88  OPERADOR-IDENTIFICADO       VALUE "S".
000820     88  OPERADOR-NAO-IDENTIF        VALUE "N".
000830 77  WRK-TENTATIVAS          PIC 9(01) VALUE ZEROS.
000840
000850 77  WRK-SW-ANFFILE          PIC X(01) VALUE "N".
000860     88  ANFFILE-DISPONIVEL          VALUE "S".
000870     88  ANFFILE-INDISPONIVEL        VALUE "N".
000880 77  WRK-SW-FIM-LISTA        PIC X(01) VALUE "N".
000890     88  FIM-LISTA                   VALUE "S".
000900     88  NAO-FIM-LISTA               VALUE "N".
000910 77  WRK-SW-PASSE            PIC X(01) VALUE "S".
000920     88  PASSE-VALIDO                VALUE "S".
000930     88  PASSE-INVALIDO              VALUE "N".
000940
000950 77  WRK-NUM-PASSE           PIC 9(06) VALUE ZEROS.
000960 77  WRK-NOME-ENTRADA        PIC X(30) VALUE SPACES.
000970 77  WRK-EMPRESA-ENTRADA     PIC X(30) VALUE SPACES.
000980 77  WRK-ANF-ENTRADA         PIC X(08) VALUE SPACES.
000990 77  WRK-MOTIVO-ENTRADA      PIC X(30) VALUE SPACES.
001000 77  WRK-CONFIRMA            PIC X(01) VALUE SPACES.
001010 77  WRK-DATA-HOJE           PIC 9(08) VALUE ZEROS.
001020 77  WRK-VENC-TREINAMENTO    PIC 9(08) VALUE ZEROS.
001030 77  WRK-QTDE-LISTADOS       PIC 9(04) VALUE ZEROS.
001040
001050*    DATAS DO PASSE EM EDICAO (INCLUSAO OU ALTERACAO).
001060 77  WRK-DESDE-ENTRADA       PIC 9(08) VALUE ZEROS.
001070 77  WRK-ATE-ENTRADA         PIC 9(08) VALUE ZEROS.
001080 77  WRK-TREINO-ENTRADA      PIC 9(08) VALUE ZEROS.
001090 77  WRK-NDA-ENTRADA         PIC 9(08) VALUE ZEROS.
001100
001110 01  WRK-DATA-VALIDACAO.
001120     02  WRK-VAL-ANO         PIC 9(04) VALUE ZEROS.
001130     02  WRK-VAL-MES         PIC 9(02) VALUE ZEROS.
001140     02  WRK-VAL-DIA         PIC 9(02) VALUE ZEROS.
001150 77  WRK-DATA-EM-VALIDACAO   PIC 9(08) VALUE ZEROS.
001160 77  WRK-SW-DATA-VALIDA      PIC X(01) VALUE "S".
001170     88  DATA-VALIDA                 VALUE "S".
001180     88  DATA-INVALIDA               VALUE "N".
001190 77  WRK-MOTIVO-REJEICAO     PIC X(40) VALUE SPACES.
001200
001210*    TABELA DE DIAS POR MES (FEVEREIRO AJUSTADO SE BISSEXTO), NO
001220*    MESMO PADRAO DA VALIDACAO DE CALENDARIO DO PROGCOB03.
001230 01  WRK-TAB-DIAS-MES.
001240     02  FILLER              PIC 9(02) VALUE 31.
001250     02  FILLER              PIC 9(02) VALUE 28.
001260     02  FILLER              PIC 9(02) VALUE 31.
001270     02  FILLER              PIC 9(02) VALUE 30.
001280     02  FILLER              PIC 9(02) VALUE 31.
001290     02  FILLER              PIC 9(02) VALUE 30.
001300     02  FILLER              PIC 9(02) VALUE 31.
001310     02  FILLER              PIC 9(02) VALUE 31.
001320     02  FILLER              PIC 9(02) VALUE 30.
001330     02  FILLER              PIC 9(02) VALUE 31.
001340     02  FILLER              PIC 9(02) VALUE 30.
001350     02  FILLER              PIC 9(02) VALUE 31.
001360 01  WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.
001370     02  WRK-DIAS-NO-MES     PIC 9(02) OCCURS 12 TIMES.
001380
001390 77  WRK-BIS-QUOC4           PIC 9(04) VALUE ZEROS.
001400 77  WRK-BIS-REST4           PIC 9(04) VALUE ZEROS.
001410 77  WRK-BIS-QUOC100         PIC 9(04) VALUE ZEROS.
001420 77  WRK-BIS-REST100         PIC 9(04) VALUE ZEROS.
001430 77  WRK-BIS-QUOC400         PIC 9(04) VALUE ZEROS.
001440 77  WRK-BIS-REST400         PIC 9(04) VALUE ZEROS.
001450
001460 PROCEDURE DIVISION.
001470******************************************************************
001480* 0000-MAINLINE
001490* IDENTIFICA O SUPERVISOR, ABRE O CADASTRO DE PASSES E
001500* APRESENTA O MENU DE MANUTENCAO ATE ELE ESCOLHER SAIR.
001510******************************************************************
001520 0000-MAINLINE.
001530     PERFORM 1500-IDENTIFICAR-OPERADOR
001540         THRU 1500-IDENTIFICAR-OPERADOR-EXIT.
001550     IF OPERADOR-NAO-IDENTIF
001560         STOP RUN
001570     END-IF.
001580     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001590     PERFORM 2000-APRESENTAR-MENU THRU 2000-APRESENTAR-MENU-EXIT
001600         UNTIL SAIR-DO-MENU.
001610     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001620     STOP RUN.
001630
001640******************************************************************
001650* 1000-INICIALIZAR
001660* ABRE O PASFILE, CRIANDO-O NA PRIMEIRA EXECUCAO, E O CADASTRO
001670* DE ANFITRIOES PARA CONFERIR O PATROCINADOR.
001680******************************************************************
001690 1000-INICIALIZAR.
001700     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
001710     OPEN I-O PASFILE.
001720     IF WRK-PAS-STATUS = "35"
001730         CLOSE PASFILE
001740         OPEN OUTPUT PASFILE
001750         CLOSE PASFILE
001760         OPEN I-O PASFILE
001770     END-IF.
001780     IF WRK-PAS-STATUS NOT = "00"
001790         DISPLAY "ERRO AO ABRIR CADASTRO DE PASSES - STATUS "
001800                 WRK-PAS-STATUS
001810         SET SAIR-DO-MENU TO TRUE
001820         GO TO 1000-INICIALIZAR-EXIT
001830     END-IF.
001840
001850     OPEN INPUT ANFFILE.
001860     IF WRK-ANF-STATUS = "00"
001870         SET ANFFILE-DISPONIVEL TO TRUE
001880     ELSE
001890         DISPLAY "AVISO: CADASTRO DE ANFITRIOES INDISPONIVEL - "
001900                 "STATUS " WRK-ANF-STATUS " - PATROCINADOR "
001910                 "SEGUE SEM CONFERENCIA."
001920     END-IF.
001930 1000-INICIALIZAR-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970* 1500-IDENTIFICAR-OPERADOR
001980* IDENTIFICA O SUPERVISOR NO CADASTRO OPRFILE, NO MESMO PADRAO
001990* DO PROGCOB01. OPERADOR SEM NIVEL DE SUPERVISOR NAO ENTRA;
002000* TRES TENTATIVAS SEM SUCESSO E O PROGRAMA ENCERRA.
002010******************************************************************
002020 1500-IDENTIFICAR-OPERADOR.
002030     OPEN INPUT OPRFILE.
002040     IF WRK-OPR-STATUS NOT = "00"
002050         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - "
002060                 "STATUS " WRK-OPR-STATUS
002070                 " - EXECUTE O PROGCOB01 PARA CRIA-LO."
002080         GO TO 1500-IDENTIFICAR-OPERADOR-EXIT
002090     END-IF.
002100
002110     PERFORM 1600-PEDIR-IDENTIFICACAO
002120         THRU 1600-PEDIR-IDENTIFICACAO-EXIT
002130         VARYING WRK-TENTATIVAS FROM 1 BY 1
002140         UNTIL WRK-TENTATIVAS > 3 OR OPERADOR-IDENTIFICADO.
002150
002160     IF OPERADOR-NAO-IDENTIF
002170         DISPLAY "SUPERVISOR NAO IDENTIFICADO - PROGRAMA "
002180                 "ENCERRADO."
002190     END-IF.
002200     CLOSE OPRFILE.
002210 1500-IDENTIFICAR-OPERADOR-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250* 1600-PEDIR-IDENTIFICACAO
002260* PEDE E CONFERE UMA IDENTIFICACAO DE SUPERVISOR NO CADASTRO.
002270******************************************************************
002280 1600-PEDIR-IDENTIFICACAO.
002290     DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
002300     ACCEPT WRK-OPERADOR-ID.
002310     MOVE WRK-OPERADOR-ID TO OPR-ID.
002320     READ OPRFILE
002330         KEY IS OPR-ID
002340         INVALID KEY
002350             DISPLAY "OPERADOR NAO CADASTRADO."
002360             GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
002370     END-READ.
002380     IF NOT OPR-SUPERVISOR
002390         DISPLAY "OPERADOR INFORMADO NAO E SUPERVISOR - "
002400                 "PASSES RESTRITOS A SUPERVISORES."
002410         GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
002420     END-IF.
002430     SET OPERADOR-IDENTIFICADO TO TRUE.
002440     DISPLAY "SUPERVISOR " OPR-NOME " IDENTIFICADO.".
002450 1600-PEDIR-IDENTIFICACAO-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490* 2000-APRESENTAR-MENU
002500* EXIBE O MENU DE MANUTENCAO E DESVIA PARA A OPCAO ESCOLHIDA.
002510******************************************************************
002520 2000-APRESENTAR-MENU.
002530     DISPLAY " ".
002540     DISPLAY "=== PASSES DE PRESTADORES ===".
002550     DISPLAY "1 - INCLUIR PASSE".
002560     DISPLAY "2 - LISTAR PASSES".
002570     DISPLAY "3 - ALTERAR / RENOVAR PASSE".
002580     DISPLAY "4 - SUSPENDER / REATIVAR PASSE".
002590     DISPLAY "5 - SAIR".
002600     DISPLAY "INFORME A OPCAO: ".
002610     ACCEPT WRK-OPCAO-MENU.
002620
002630     EVALUATE WRK-OPCAO-MENU
002640         WHEN "1"
002650             PERFORM 3000-INCLUIR-PASSE
002660                 THRU 3000-INCLUIR-PASSE-EXIT
002670         WHEN "2"
002680             PERFORM 4000-LISTAR-PASSES
002690                 THRU 4000-LISTAR-PASSES-EXIT
002700         WHEN "3"
002710             PERFORM 5000-ALTERAR-PASSE
002720                 THRU 5000-ALTERAR-PASSE-EXIT
002730         WHEN "4"
002740             PERFORM 6000-SUSPENDER-PASSE
002750                 THRU 6000-SUSPENDER-PASSE-EXIT
002760         WHEN "5"
002770             SET SAIR-DO-MENU TO TRUE
002780         WHEN OTHER
002790             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
002800     END-EVALUATE.
002810 2000-APRESENTAR-MENU-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850* 3000-INCLUIR-PASSE
002860* RECEBE O NUMERO DO PASSE, O PRESTADOR, A EMPRESA, O ANFITRIAO
002870* PATROCINADOR E AS DATAS, CONFERE TUDO E GRAVA O PASSE ATIVO.
002880* TODOS OS CAMPOS SAO OBRIGATORIOS.
002890******************************************************************
002900 3000-INCLUIR-PASSE.
002910     DISPLAY "NUMERO DO PASSE: ".
002920     ACCEPT WRK-NUM-PASSE.
002930     IF WRK-NUM-PASSE IS NOT NUMERIC OR WRK-NUM-PASSE = 0
002940         DISPLAY "NUMERO DO PASSE INVALIDO - INCLUSAO CANCELADA."
002950         GO TO 3000-INCLUIR-PASSE-EXIT
002960     END-IF.
002970     MOVE WRK-NUM-PASSE TO PAS-NUMERO.
002980     READ PASFILE WITH NO LOCK
002990         KEY IS PAS-NUMERO
003000         INVALID KEY
003010             CONTINUE
003020         NOT INVALID KEY
003030             DISPLAY "JA EXISTE O PASSE " WRK-NUM-PASSE ": "
003040                     PAS-NOME
003050             GO TO 3000-INCLUIR-PASSE-EXIT
003060     END-READ.
003070
003080     DISPLAY "NOME DO PRESTADOR (COMO NO DOCUMENTO): ".
003090     ACCEPT WRK-NOME-ENTRADA.
003100     DISPLAY "EMPRESA CONTRATADA: ".
003110     ACCEPT WRK-EMPRESA-ENTRADA.
003120     IF WRK-NOME-ENTRADA = SPACES OR WRK-EMPRESA-ENTRADA = SPACES
003130         DISPLAY "NOME E EMPRESA SAO OBRIGATORIOS - INCLUSAO "
003140                 "CANCELADA."
003150         GO TO 3000-INCLUIR-PASSE-EXIT
003160     END-IF.
003170     DISPLAY "ANFITRIAO PATROCINADOR: ".
003180     ACCEPT WRK-ANF-ENTRADA.
003190     PERFORM 7100-VALIDAR-ANFITRIAO
003200         THRU 7100-VALIDAR-ANFITRIAO-EXIT.
003210     IF PASSE-INVALIDO
003220         DISPLAY "INCLUSAO CANCELADA."
003230         GO TO 3000-INCLUIR-PASSE-EXIT
003240     END-IF.
003250
003260     DISPLAY "VALIDO DESDE (AAAAMMDD): ".
003270     ACCEPT WRK-DESDE-ENTRADA.
003280     DISPLAY "VALIDO ATE (AAAAMMDD): ".
003290     ACCEPT WRK-ATE-ENTRADA.
003300     DISPLAY "DATA DO TREINAMENTO DE SEGURANCA (AAAAMMDD): ".
003310     ACCEPT WRK-TREINO-ENTRADA.
003320     DISPLAY "DATA DA ASSINATURA DO NDA (AAAAMMDD): ".
003330     ACCEPT WRK-NDA-ENTRADA.
003340     PERFORM 7000-VALIDAR-DATAS THRU 7000-VALIDAR-DATAS-EXIT.
003350     IF PASSE-INVALIDO
003360         DISPLAY "INCLUSAO CANCELADA."
003370         GO TO 3000-INCLUIR-PASSE-EXIT
003380     END-IF.
003390
003400     MOVE SPACES TO PAS-REGISTRO.
003410     MOVE WRK-NUM-PASSE TO PAS-NUMERO.
003420     MOVE WRK-NOME-ENTRADA TO PAS-NOME.
003430     MOVE WRK-EMPRESA-ENTRADA TO PAS-EMPRESA.
003440     MOVE WRK-ANF-ENTRADA TO PAS-ID-ANFITRIAO.
003450     MOVE WRK-DESDE-ENTRADA TO PAS-VALIDO-DESDE.
003460     MOVE WRK-ATE-ENTRADA TO PAS-VALIDO-ATE.
003470     MOVE WRK-TREINO-ENTRADA TO PAS-DATA-TREINAMENTO.
003480     MOVE WRK-NDA-ENTRADA TO PAS-DATA-NDA.
003490     SET PAS-ATIVO TO TRUE.
003500     MOVE ZEROS TO PAS-ID-VISITANTE PAS-DATA-ULTIMO-USO
003510                   PAS-USOS-SEM-TREINO PAS-DATA-ULT-SEM-TREINO.
003520     MOVE WRK-DATA-HOJE TO PAS-DATA-INCLUSAO.
003530     MOVE WRK-OPERADOR-ID TO PAS-OPERADOR.
003540     WRITE PAS-REGISTRO
003550         INVALID KEY
003560             DISPLAY "ERRO AO GRAVAR O PASSE - STATUS "
003570                     WRK-PAS-STATUS
003580         NOT INVALID KEY
003590             DISPLAY "PASSE INCLUIDO: " WRK-NUM-PASSE " - "
003600                     WRK-NOME-ENTRADA
003610     END-WRITE.
003620 3000-INCLUIR-PASSE-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660* 4000-LISTAR-PASSES
003670* LISTA TODOS OS PASSES, COM A VALIDADE, O VENCIMENTO DO
003680* TREINAMENTO, A SITUACAO E O ULTIMO USO.
003690******************************************************************
003700 4000-LISTAR-PASSES.
003710     SET NAO-FIM-LISTA TO TRUE.
003720     MOVE ZEROS TO WRK-QTDE-LISTADOS.
003730     MOVE ZEROS TO PAS-NUMERO.
003740     START PASFILE
003750         KEY IS >= PAS-NUMERO
003760         INVALID KEY
003770             DISPLAY "NENHUM PASSE CADASTRADO."
003780             GO TO 4000-LISTAR-PASSES-EXIT
003790     END-START.
003800
003810     PERFORM 4100-LISTAR-UM-PASSE
003820         THRU 4100-LISTAR-UM-PASSE-EXIT
003830         UNTIL FIM-LISTA.
003840
003850     IF WRK-QTDE-LISTADOS = 0
003860         DISPLAY "NENHUM PASSE CADASTRADO."
003870     ELSE
003880         DISPLAY "TOTAL DE PASSES: " WRK-QTDE-LISTADOS
003890     END-IF.
003900 4000-LISTAR-PASSES-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* 4100-LISTAR-UM-PASSE
003950* LE E EXIBE O PROXIMO PASSE DO CADASTRO.
003960******************************************************************
003970 4100-LISTAR-UM-PASSE.
003980     READ PASFILE NEXT RECORD WITH NO LOCK
003990         AT END
004000             SET FIM-LISTA TO TRUE
004010             GO TO 4100-LISTAR-UM-PASSE-EXIT
004020     END-READ.
004030     COMPUTE WRK-VENC-TREINAMENTO = PAS-DATA-TREINAMENTO + 10000.
004040     DISPLAY PAS-NUMERO " " PAS-NOME " " PAS-EMPRESA.
004050     DISPLAY "       ANFITRIAO " PAS-ID-ANFITRIAO " VALIDO "
004060             PAS-VALIDO-DESDE " A " PAS-VALIDO-ATE
004070             " TREINO VENCE " WRK-VENC-TREINAMENTO.
004080     IF PAS-SUSPENSO
004090         DISPLAY "       SUSPENSO: " PAS-MOTIVO-SUSPENSAO
004100     ELSE
004110         IF PAS-VALIDO-ATE < WRK-DATA-HOJE
004120             DISPLAY "       VENCIDO - ULTIMO USO "
004130                     PAS-DATA-ULTIMO-USO
004140         ELSE
004150             DISPLAY "       ATIVO - ULTIMO USO "
004160                     PAS-DATA-ULTIMO-USO
004170         END-IF
004180     END-IF.
004190     IF PAS-USOS-SEM-TREINO > 0
004200         DISPLAY "       " PAS-USOS-SEM-TREINO " ENTRADA(S) "
004210                 "COM TREINAMENTO VENCIDO, A ULTIMA EM "
004220                 PAS-DATA-ULT-SEM-TREINO
004230     END-IF.
004240     ADD 1 TO WRK-QTDE-LISTADOS.
004250 4100-LISTAR-UM-PASSE-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 5000-ALTERAR-PASSE
004300* LOCALIZA O PASSE SOB BLOQUEIO (A RECEPCAO REGRAVA O ULTIMO
004310* USO NO MESMO REGISTRO) E REGRAVA A EMPRESA, O PATROCINADOR E
004320* AS DATAS. BRANCO OU ZERO MANTEM O VALOR ATUAL. RENOVAR O
004330* TREINAMENTO NAO APAGA AS ENTRADAS JA FEITAS COM ELE VENCIDO.
004340******************************************************************
004350 5000-ALTERAR-PASSE.
004360     DISPLAY "NUMERO DO PASSE A ALTERAR: ".
004370     ACCEPT WRK-NUM-PASSE.
004380     PERFORM 5900-LER-PASSE-BLOQUEADO
004390         THRU 5900-LER-PASSE-BLOQUEADO-EXIT.
004400     IF PASSE-INVALIDO
004410         GO TO 5000-ALTERAR-PASSE-EXIT
004420     END-IF.
004430
004440     DISPLAY "PRESTADOR..........: " PAS-NOME.
004450     DISPLAY "EMPRESA ATUAL......: " PAS-EMPRESA.
004460     DISPLAY "PATROCINADOR ATUAL.: " PAS-ID-ANFITRIAO.
004470     DISPLAY "VALIDO DESDE.......: " PAS-VALIDO-DESDE.
004480     DISPLAY "VALIDO ATE.........: " PAS-VALIDO-ATE.
004490     DISPLAY "TREINAMENTO........: " PAS-DATA-TREINAMENTO.
004500     DISPLAY "NDA................: " PAS-DATA-NDA.
004510     DISPLAY "NOVA EMPRESA (BRANCO = MANTER): ".
004520     ACCEPT WRK-EMPRESA-ENTRADA.
004530     IF WRK-EMPRESA-ENTRADA = SPACES
004540         MOVE PAS-EMPRESA TO WRK-EMPRESA-ENTRADA
004550     END-IF.
004560     DISPLAY "NOVO PATROCINADOR (BRANCO = MANTER): ".
004570     ACCEPT WRK-ANF-ENTRADA.
004580     IF WRK-ANF-ENTRADA = SPACES
004590         MOVE PAS-ID-ANFITRIAO TO WRK-ANF-ENTRADA
004600     END-IF.
004610     PERFORM 7100-VALIDAR-ANFITRIAO
004620         THRU 7100-VALIDAR-ANFITRIAO-EXIT.
004630     IF PASSE-INVALIDO
004640         DISPLAY "ALTERACAO CANCELADA."
004650         UNLOCK PASFILE
004660         GO TO 5000-ALTERAR-PASSE-EXIT
004670     END-IF.
004680
004690     DISPLAY "NOVO VALIDO DESDE (ZERO = MANTER): ".
004700     ACCEPT WRK-DESDE-ENTRADA.
004710     DISPLAY "NOVO VALIDO ATE (ZERO = MANTER): ".
004720     ACCEPT WRK-ATE-ENTRADA.
004730     DISPLAY "NOVO TREINAMENTO (ZERO = MANTER): ".
004740     ACCEPT WRK-TREINO-ENTRADA.
004750     DISPLAY "NOVO NDA (ZERO = MANTER): ".
004760     ACCEPT WRK-NDA-ENTRADA.
004770     IF WRK-DESDE-ENTRADA IS NOT NUMERIC
004780             OR WRK-DESDE-ENTRADA = 0
004790         MOVE PAS-VALIDO-DESDE TO WRK-DESDE-ENTRADA
004800     END-IF.
004810     IF WRK-ATE-ENTRADA IS NOT NUMERIC OR WRK-ATE-ENTRADA = 0
004820         MOVE PAS-VALIDO-ATE TO WRK-ATE-ENTRADA
004830     END-IF.
004840     IF WRK-TREINO-ENTRADA IS NOT NUMERIC
004850             OR WRK-TREINO-ENTRADA = 0
004860         MOVE PAS-DATA-TREINAMENTO TO WRK-TREINO-ENTRADA
004870     END-IF.
004880     IF WRK-NDA-ENTRADA IS NOT NUMERIC OR WRK-NDA-ENTRADA = 0
004890         MOVE PAS-DATA-NDA TO WRK-NDA-ENTRADA
004900     END-IF.
004910     PERFORM 7000-VALIDAR-DATAS THRU 7000-VALIDAR-DATAS-EXIT.
004920     IF PASSE-INVALIDO
004930         DISPLAY "ALTERACAO CANCELADA."
004940         UNLOCK PASFILE
004950         GO TO 5000-ALTERAR-PASSE-EXIT
004960     END-IF.
004970
004980     MOVE WRK-EMPRESA-ENTRADA TO PAS-EMPRESA.
004990     MOVE WRK-ANF-ENTRADA TO PAS-ID-ANFITRIAO.
005000     MOVE WRK-DESDE-ENTRADA TO PAS-VALIDO-DESDE.
005010     MOVE WRK-ATE-ENTRADA TO PAS-VALIDO-ATE.
005020     MOVE WRK-TREINO-ENTRADA TO PAS-DATA-TREINAMENTO.
005030     MOVE WRK-NDA-ENTRADA TO PAS-DATA-NDA.
005040     MOVE WRK-OPERADOR-ID TO PAS-OPERADOR.
005050     REWRITE PAS-REGISTRO
005060         INVALID KEY
005070             DISPLAY "ERRO AO REGRAVAR O PASSE - STATUS "
005080                     WRK-PAS-STATUS
005090         NOT INVALID KEY
005100             DISPLAY "PASSE ALTERADO: " PAS-NUMERO
005110     END-REWRITE.
005120     UNLOCK PASFILE.
005130 5000-ALTERAR-PASSE-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 5900-LER-PASSE-BLOQUEADO
005180* LE SOB BLOQUEIO O PASSE INFORMADO EM WRK-NUM-PASSE. PASSE
005190* INEXISTENTE OU EM USO NA RECEPCAO DEVOLVE PASSE-INVALIDO.
005200******************************************************************
005210 5900-LER-PASSE-BLOQUEADO.
005220     SET PASSE-VALIDO TO TRUE.
005230     IF WRK-NUM-PASSE IS NOT NUMERIC
005240         SET PASSE-INVALIDO TO TRUE
005250         DISPLAY "NUMERO DO PASSE INVALIDO."
005260         GO TO 5900-LER-PASSE-BLOQUEADO-EXIT
005270     END-IF.
005280     MOVE WRK-NUM-PASSE TO PAS-NUMERO.
005290     READ PASFILE WITH LOCK
005300         KEY IS PAS-NUMERO
005310         INVALID KEY
005320             SET PASSE-INVALIDO TO TRUE
005330             DISPLAY "PASSE NAO CADASTRADO: " WRK-NUM-PASSE
005340             GO TO 5900-LER-PASSE-BLOQUEADO-EXIT
005350     END-READ.
005360     IF PAS-BLOQUEADO
005370         SET PASSE-INVALIDO TO TRUE
005380         DISPLAY "PASSE EM USO NA RECEPCAO - TENTE NOVAMENTE."
005390     END-IF.
005400 5900-LER-PASSE-BLOQUEADO-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 6000-SUSPENDER-PASSE
005450* SUSPENDE O PASSE ATIVO, COM O MOTIVO, OU REATIVA O SUSPENSO.
005460* PASSE SUSPENSO E RECUSADO NA ENTRADA PELO PROGCOB01.
005470******************************************************************
005480 6000-SUSPENDER-PASSE.
005490     DISPLAY "NUMERO DO PASSE: ".
005500     ACCEPT WRK-NUM-PASSE.
005510     PERFORM 5900-LER-PASSE-BLOQUEADO
005520         THRU 5900-LER-PASSE-BLOQUEADO-EXIT.
005530     IF PASSE-INVALIDO
005540         GO TO 6000-SUSPENDER-PASSE-EXIT
005550     END-IF.
005560     DISPLAY "PASSE " PAS-NUMERO ": " PAS-NOME " - "
005570             PAS-EMPRESA.
005580
005590     IF PAS-SUSPENSO
005600         DISPLAY "SUSPENSO: " PAS-MOTIVO-SUSPENSAO
005610         DISPLAY "REATIVAR O PASSE (S/N)? "
005620         ACCEPT WRK-CONFIRMA
005630         IF WRK-CONFIRMA NOT = "S"
005640             DISPLAY "PASSE MANTIDO SUSPENSO."
005650             UNLOCK PASFILE
005660             GO TO 6000-SUSPENDER-PASSE-EXIT
005670         END-IF
005680         SET PAS-ATIVO TO TRUE
005690         MOVE SPACES TO PAS-MOTIVO-SUSPENSAO
005700     ELSE
005710         DISPLAY "MOTIVO DA SUSPENSAO (BRANCO = CANCELAR): "
005720         ACCEPT WRK-MOTIVO-ENTRADA
005730         IF WRK-MOTIVO-ENTRADA = SPACES
005740             DISPLAY "SUSPENSAO CANCELADA."
005750             UNLOCK PASFILE
005760             GO TO 6000-SUSPENDER-PASSE-EXIT
005770         END-IF
005780         SET PAS-SUSPENSO TO TRUE
005790         MOVE WRK-MOTIVO-ENTRADA TO PAS-MOTIVO-SUSPENSAO
005800     END-IF.
005810     MOVE WRK-OPERADOR-ID TO PAS-OPERADOR.
005820     REWRITE PAS-REGISTRO
005830         INVALID KEY
005840             DISPLAY "ERRO AO REGRAVAR O PASSE - STATUS "
005850                     WRK-PAS-STATUS
005860         NOT INVALID KEY
005870             IF PAS-SUSPENSO
005880                 DISPLAY "PASSE SUSPENSO: " PAS-NUMERO
005890             ELSE
005900                 DISPLAY "PASSE REATIVADO: " PAS-NUMERO
005910             END-IF
005920     END-REWRITE.
005930     UNLOCK PASFILE.
005940 6000-SUSPENDER-PASSE-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980* 7000-VALIDAR-DATAS
005990* CONFERE AS DATAS DO PASSE EM EDICAO: TODAS VALIDAS, O INICIO
006000* NAO POSTERIOR AO FIM, E O TREINAMENTO E O NDA NAO POSTERIORES
006010* A HOJE. AVISA (SEM RECUSAR) QUANDO O TREINAMENTO, QUE VALE UM
006020* ANO, VENCE ANTES DO FIM DO PASSE.
006030******************************************************************
006040 7000-VALIDAR-DATAS.
006050     SET PASSE-VALIDO TO TRUE.
006060     MOVE WRK-DESDE-ENTRADA TO WRK-DATA-EM-VALIDACAO.
006070     PERFORM 8000-VALIDAR-DATA THRU 8000-VALIDAR-DATA-EXIT.
006080     IF DATA-INVALIDA
006090         SET PASSE-INVALIDO TO TRUE
006100         GO TO 7000-VALIDAR-DATAS-EXIT
006110     END-IF.
006120     MOVE WRK-ATE-ENTRADA TO WRK-DATA-EM-VALIDACAO.
006130     PERFORM 8000-VALIDAR-DATA THRU 8000-VALIDAR-DATA-EXIT.
006140     IF DATA-INVALIDA
006150         SET PASSE-INVALIDO TO TRUE
006160         GO TO 7000-VALIDAR-DATAS-EXIT
006170     END-IF.
006180     MOVE WRK-TREINO-ENTRADA TO WRK-DATA-EM-VALIDACAO.
006190     PERFORM 8000-VALIDAR-DATA THRU 8000-VALIDAR-DATA-EXIT.
006200     IF DATA-INVALIDA
006210         SET PASSE-INVALIDO TO TRUE
006220         GO TO 7000-VALIDAR-DATAS-EXIT
006230     END-IF.
006240     MOVE WRK-NDA-ENTRADA TO WRK-DATA-EM-VALIDACAO.
006250     PERFORM 8000-VALIDAR-DATA THRU 8000-VALIDAR-DATA-EXIT.
006260     IF DATA-INVALIDA
006270         SET PASSE-INVALIDO TO TRUE
006280         GO TO 7000-VALIDAR-DATAS-EXIT
006290     END-IF.
006300
006310     IF WRK-DESDE-ENTRADA > WRK-ATE-ENTRADA
006320         SET PASSE-INVALIDO TO TRUE
006330         DISPLAY "INICIO DA VALIDADE POSTERIOR AO FIM."
006340         GO TO 7000-VALIDAR-DATAS-EXIT
006350     END-IF.
006360     IF WRK-TREINO-ENTRADA > WRK-DATA-HOJE
006370             OR WRK-NDA-ENTRADA > WRK-DATA-HOJE
006380         SET PASSE-INVALIDO TO TRUE
006390         DISPLAY "TREINAMENTO E NDA DEVEM JA TER SIDO FEITOS."
006400         GO TO 7000-VALIDAR-DATAS-EXIT
006410     END-IF.
006420
006430*    O TREINAMENTO VALE ATE O MESMO DIA DO ANO SEGUINTE.
006440     COMPUTE WRK-VENC-TREINAMENTO = WRK-TREINO-ENTRADA + 10000.
006450     IF WRK-VENC-TREINAMENTO < WRK-ATE-ENTRADA
006460         DISPLAY "ATENCAO: O TREINAMENTO VENCE EM "
006470                 WRK-VENC-TREINAMENTO ", ANTES DO FIM DO PASSE."
006480     END-IF.
006490 7000-VALIDAR-DATAS-EXIT.
006500     EXIT.
006510
006520******************************************************************
006530* 7100-VALIDAR-ANFITRIAO
006540* O PATROCINADOR E OBRIGATORIO E, COM O ANFFILE DISPONIVEL,
006550* PRECISA CONSTAR DO CADASTRO DE ANFITRIOES.
006560******************************************************************
006570 7100-VALIDAR-ANFITRIAO.
006580     SET PASSE-VALIDO TO TRUE.
006590     IF WRK-ANF-ENTRADA = SPACES
006600         SET PASSE-INVALIDO TO TRUE
006610         DISPLAY "ANFITRIAO PATROCINADOR NAO INFORMADO."
006620         GO TO 7100-VALIDAR-ANFITRIAO-EXIT
006630     END-IF.
006640     IF ANFFILE-INDISPONIVEL
006650         GO TO 7100-VALIDAR-ANFITRIAO-EXIT
006660     END-IF.
006670     MOVE WRK-ANF-ENTRADA TO ANF-ID.
006680     READ ANFFILE
006690         KEY IS ANF-ID
006700         INVALID KEY
006710             SET PASSE-INVALIDO TO TRUE
006720             DISPLAY "ANFITRIAO NAO CADASTRADO: " WRK-ANF-ENTRADA
006730             GO TO 7100-VALIDAR-ANFITRIAO-EXIT
006740     END-READ.
006750     DISPLAY "PATROCINADOR: " ANF-NOME " (" ANF-DEPTO ").".
006760 7100-VALIDAR-ANFITRIAO-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800* 8000-VALIDAR-DATA
006810* VALIDA O MES (01-12) E O DIA PARA O MES/ANO INFORMADOS,
006820* CONSIDERANDO ANO BISSEXTO PARA FEVEREIRO, NO MESMO PADRAO DA
006830* VALIDACAO DE CALENDARIO DO PROGCOB03.
006840******************************************************************
006850 8000-VALIDAR-DATA.
006860     SET DATA-VALIDA TO TRUE.
006870     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
006880     IF WRK-DATA-EM-VALIDACAO IS NOT NUMERIC
006890         SET DATA-INVALIDA TO TRUE
006900         MOVE "DATA NAO NUMERICA" TO WRK-MOTIVO-REJEICAO
006910         GO TO 8000-VALIDAR-DATA-EXIT
006920     END-IF.
006930     MOVE WRK-DATA-EM-VALIDACAO TO WRK-DATA-VALIDACAO.
006940
006950     IF WRK-VAL-MES < 1 OR WRK-VAL-MES > 12
006960         SET DATA-INVALIDA TO TRUE
006970         MOVE "MES FORA DO INTERVALO 01-12" TO WRK-MOTIVO-REJEICAO
006980         GO TO 8000-VALIDAR-DATA-EXIT
006990     END-IF.
007000
007010     DIVIDE WRK-VAL-ANO BY 4 GIVING WRK-BIS-QUOC4
007020         REMAINDER WRK-BIS-REST4.
007030     DIVIDE WRK-VAL-ANO BY 100 GIVING WRK-BIS-QUOC100
007040         REMAINDER WRK-BIS-REST100.
007050     DIVIDE WRK-VAL-ANO BY 400 GIVING WRK-BIS-QUOC400
007060         REMAINDER WRK-BIS-REST400.
007070
007080     IF WRK-BIS-REST4 = 0 AND
007090            (WRK-BIS-REST100 NOT = 0 OR WRK-BIS-REST400 = 0)
007100         MOVE 29 TO WRK-DIAS-NO-MES(2)
007110     ELSE
007120         MOVE 28 TO WRK-DIAS-NO-MES(2)
007130     END-IF.
007140
007150     IF WRK-VAL-DIA < 1 OR
007160            WRK-VAL-DIA > WRK-DIAS-NO-MES(WRK-VAL-MES)
007170         SET DATA-INVALIDA TO TRUE
007180         MOVE "DIA INVALIDO PARA O MES/ANO INFORMADO"
007190             TO WRK-MOTIVO-REJEICAO
007200     END-IF.
007210 8000-VALIDAR-DATA-EXIT.
007220     IF DATA-INVALIDA
007230         DISPLAY "DATA INVALIDA " WRK-DATA-EM-VALIDACAO ": "
007240                 WRK-MOTIVO-REJEICAO
007250     END-IF.
007260     EXIT.
007270
007280******************************************************************
007290* 9999-FINALIZAR
007300* FECHA OS CADASTROS ANTES DE ENCERRAR O PROGRAMA.
007310******************************************************************
007320 9999-FINALIZAR.
007330     CLOSE PASFILE.
007340     IF ANFFILE-DISPONIVEL
007350         CLOSE ANFFILE
007360     END-IF.
007370 9999-FINALIZAR-EXIT.
007380     EXIT.
