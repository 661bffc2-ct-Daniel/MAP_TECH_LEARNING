000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB35.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: CHAMADA DE EVACUACAO NOS PONTOS DE ENCONTRO. NA
000190*           DECLARACAO DO ALARME (SIMULADO OU REAL) CONGELA UM
000200*           RETRATO (MUSFILE) DE TODOS OS CADASTROS DO REGFILE
000210*           AINDA NO PREDIO - SEM SAIDA, SEM FECHAMENTO
000220*           AUTOMATICO E COM CHEGADA REAL, INCLUSIVE O
000230*           PRE-REGISTRO DO PROGCB23 JA CONFIRMADO NA RECEPCAO
000240*           (A MESMA REGRA DA SECAO "AINDA NO PREDIO" DO
000250*           PROGCOB04). OS BRIGADISTAS, DE UM OU MAIS PONTOS DE
000260*           ENCONTRO AO MESMO TEMPO, MARCAM CADA PESSOA COMO
000270*           LOCALIZADA PELO NOME OU PELO NUMERO DO CRACHA. A
000280*           LISTA DE NAO LOCALIZADOS (EVACU.LST, TAMBEM NA
000290*           TELA) SAI AGRUPADA POR ANFITRIAO, COM O CELULAR DO
000300*           ANFITRIAO, PARA PERGUNTAR A ELE PELO SEU VISITANTE.
000310*           O ENCERRAMENTO (SO SUPERVISOR) GRAVA NO EVCFILE A
000320*           DURACAO DA CHAMADA E AS QUANTIDADES, E EMITE OS
000330*           FALTANTES; O HISTORICO (EVACHIST.LST) LISTA TODAS AS
000340*           CHAMADAS COM QUEM FALTOU NO ENCERRAMENTO, PARA A
000350*           INSPECAO DO CORPO DE BOMBEIROS.
000352*           A DECLARACAO DO ALARME E SERIALIZADA PELO REGISTRO DE
000354*           CONTROLE DO EVCFILE (CHAVE ZEROS), LIDO SOB BLOQUEIO:
000356*           DOIS PONTOS DE ENCONTRO NAO ABREM DUAS CHAMADAS.
000360*
000370* HISTORICO DE ALTERACOES
000380* DATA       INIC.  DESCRICAO
000390* ---------- -----  ------------------------------------------
000400* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000401* 2026-10-15 DSR    DECLARACAO DO ALARME SOB BLOQUEIO DO
000402*                   REGISTRO DE CONTROLE DO EVCFILE (CHAVE
000403*                   ZEROS), COM NOVA PROCURA DA CHAMADA ABERTA
000404*                   SOB O BLOQUEIO - DOIS PONTOS NAO ABREM
000405*                   DUAS CHAMADAS. O CONTROLE NAO ENTRA NA
000406*                   PROCURA NEM NO HISTORICO.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT EVCFILE ASSIGN TO "EVCFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS EVC-CHAVE
000490         LOCK MODE IS MANUAL
000500         FILE STATUS IS WRK-EVC-STATUS.
000510
000520     SELECT MUSFILE ASSIGN TO "MUSFILE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS MUS-CHAVE
000560         ALTERNATE RECORD KEY IS MUS-CHAVE-CRACHA
000570             WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS MUS-CHAVE-ANFITRIAO
000590             WITH DUPLICATES
000600         LOCK MODE IS MANUAL
000610         FILE STATUS IS WRK-MUS-STATUS.
000620
000630     SELECT REGFILE ASSIGN TO "REGFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS REG-CHAVE
000670         FILE STATUS IS WRK-REG-STATUS.
000680
000690     SELECT OPRFILE ASSIGN TO "OPRFILE"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS OPR-ID
000730         FILE STATUS IS WRK-OPR-STATUS.
000740
000750     SELECT ANFFILE ASSIGN TO "ANFFILE"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS ANF-ID
000790         FILE STATUS IS WRK-ANF-STATUS.
000800
000810     SELECT RELFILE ASSIGN TO "EVACU.LST"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WRK-REL-STATUS.
000840
000850     SELECT HSTFILE ASSIGN TO "EVACHIST.LST"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WRK-HST-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  EVCFILE.
000920     COPY EVCREC.
000930
000940 FD  MUSFILE.
000950     COPY MUSREC.
000960
000970 FD  REGFILE.
000980     COPY REGREC.
000990
001000 FD  OPRFILE.
001010     COPY OPRREC.
001020
001030 FD  ANFFILE.
001040     COPY ANFREC.
001050
001060 FD  RELFILE.
001070 01  REL-LINHA                   PIC X(80).
001080
001090 FD  HSTFILE.
001100 01  HST-LINHA                   PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130 77  WRK-EVC-STATUS          PIC X(02) VALUE "00".
001140     88  EVC-BLOQUEADO               VALUE "51" "9D".
001150 77  WRK-MUS-STATUS          PIC X(02) VALUE "00".
001160     88  MUS-BLOQUEADO               VALUE "51" "9D".
001170 77  WRK-REG-STATUS          PIC X(02) VALUE "00".
001180 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
001190 77  WRK-ANF-STATUS          PIC X(02) VALUE "00".
001200 77  WRK-REL-STATUS          PIC X(02) VALUE "00".
001210 77  WRK-HST-STATUS          PIC X(02) VALUE "00".
001220
001230 77  WRK-OPCAO-MENU          PIC X(01) VALUE SPACES.
001240 77  WRK-SW-CONTINUA         PIC X(01) VALUE "S".
001250     88  CONTINUA-NO-MENU            VALUE "S".
001260     88  SAIR-DO-MENU                VALUE "N".
001270
001280 77  WRK-OPERADOR-ID         PIC X(08) VALUE SPACES.
001290 77  WRK-SW-OPERADOR         PIC X(01) VALUE "N".
001300     88  OPERADOR-IDENTIFICADO       VALUE "S".
001310     88  OPERADOR-NAO-IDENTIF        VALUE "N".
001320 77  WRK-SW-NIVEL            PIC X(01) VALUE "O".
001330     88  SESSAO-DE-SUPERVISOR        VALUE "S".
001340     88  SESSAO-DE-OPERADOR          VALUE "O".
001350 77  WRK-TENTATIVAS          PIC 9(01) VALUE ZEROS.
001360 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001370
001380 77  WRK-SW-ANFFILE          PIC X(01) VALUE "N".
001390     88  ANFFILE-DISPONIVEL          VALUE "S".
001400     88  ANFFILE-INDISPONIVEL        VALUE "N".
001410 77  WRK-SW-RELFILE          PIC X(01) VALUE "N".
001420     88  RELFILE-DISPONIVEL          VALUE "S".
001430     88  RELFILE-INDISPONIVEL        VALUE "N".
001440 77  WRK-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
001450     88  FIM-ARQUIVO                 VALUE "S".
001460     88  NAO-FIM-ARQUIVO             VALUE "N".
001470 77  WRK-SW-FIM-RETRATO      PIC X(01) VALUE "N".
001480     88  FIM-RETRATO                 VALUE "S".
001490     88  NAO-FIM-RETRATO             VALUE "N".
001500 77  WRK-SW-FIM-MARCACAO     PIC X(01) VALUE "N".
001510     88  FIM-MARCACAO                VALUE "S".
001520     88  NAO-FIM-MARCACAO            VALUE "N".
001530 77  WRK-SW-ACHADO           PIC X(01) VALUE "N".
001540     88  ENTRADA-ACHADA              VALUE "S".
001550     88  ENTRADA-NAO-ACHADA          VALUE "N".
001560 77  WRK-SW-CHAMADA          PIC X(01) VALUE "N".
001570     88  CHAMADA-ABERTA              VALUE "S".
001580     88  SEM-CHAMADA-ABERTA          VALUE "N".
001590 77  WRK-SW-TIPO-LISTA       PIC X(01) VALUE "P".
001600     88  LISTA-PARCIAL               VALUE "P".
001610     88  LISTA-FINAL                 VALUE "F".
001620
001630*    SITUACAO DO CADASTRO, COMO NA VERIFICACAO (PROGCB31).
001640 77  WRK-SW-SITUACAO-REG     PIC X(01) VALUE SPACES.
001650     88  CADASTRO-ABERTO             VALUE "A".
001660     88  CADASTRO-FECHADO-LOTE       VALUE "F".
001670     88  CADASTRO-SAIDO              VALUE "S".
001680     88  CADASTRO-PRE-REG            VALUE "P".
001690
001700*    ALARME DA CHAMADA ABERTA (CHAVE DO EVCFILE) E O ALARME EM
001710*    QUE O BRIGADISTA COMECOU A MARCAR.
001720 01  WRK-ALARME-CORRENTE.
001730     02  WRK-ALC-DATA        PIC 9(08).
001740     02  WRK-ALC-HORA        PIC 9(06).
001750 01  WRK-ALARME-MARCACAO     PIC X(14) VALUE SPACES.
001760
001770 77  WRK-TIPO-ALARME         PIC X(01) VALUE SPACES.
001780 77  WRK-CONFIRMA            PIC X(01) VALUE SPACES.
001790 77  WRK-DATA-ATUAL          PIC 9(08) VALUE ZEROS.
001800 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
001810 77  WRK-PONTO-ENCONTRO      PIC X(10) VALUE SPACES.
001820 77  WRK-PONTO-ENTRADA       PIC X(10) VALUE SPACES.
001830 77  WRK-ENTRADA             PIC X(30) VALUE SPACES.
001840 77  WRK-QTDE-DIGITOS        PIC 9(02) VALUE ZEROS.
001850 77  WRK-NUM-CRACHA          PIC 9(04) VALUE ZEROS.
001860 77  WRK-CHAVE-ACHADA        PIC X(52) VALUE SPACES.
001870 77  WRK-ANF-ANTERIOR        PIC X(08) VALUE SPACES.
001880
001890 77  WRK-QTDE-RETRATO        PIC 9(05) VALUE ZEROS.
001900 77  WRK-QTDE-LOCALIZADOS    PIC 9(05) VALUE ZEROS.
001910 77  WRK-QTDE-FALTANTES      PIC 9(05) VALUE ZEROS.
001920 77  WRK-QTDE-ACHADOS        PIC 9(03) VALUE ZEROS.
001930 77  WRK-QTDE-PENDENTES      PIC 9(03) VALUE ZEROS.
001940 77  WRK-QTDE-CHAMADAS       PIC 9(05) VALUE ZEROS.
001950
001960 77  WRK-SEG-ALARME          PIC 9(06) VALUE ZEROS.
001970 77  WRK-SEG-ENCERRAMENTO    PIC 9(06) VALUE ZEROS.
001980 77  WRK-SEG-DURACAO         PIC 9(06) VALUE ZEROS.
001990 77  WRK-SEG-RESTO           PIC 9(06) VALUE ZEROS.
002000
002010 01  WRK-HORA-DECOMPOSTA.
002020     02  WRK-HD-HH           PIC 9(02).
002030     02  WRK-HD-MM           PIC 9(02).
002040     02  WRK-HD-SS           PIC 9(02).
002050
002060 01  WRK-DURACAO-EDITADA.
002070     02  WRK-DUR-HH          PIC 9(02).
002080     02  FILLER              PIC X(01) VALUE ":".
002090     02  WRK-DUR-MM          PIC 9(02).
002100     02  FILLER              PIC X(01) VALUE ":".
002110     02  WRK-DUR-SS          PIC 9(02).
002120
002130 01  WRK-LINHA-SAIDA         PIC X(80) VALUE SPACES.
002140
002150 01  WRK-CABECALHO.
002160     02  WRK-CAB-TITULO      PIC X(30).
002170     02  FILLER              PIC X(07) VALUE "ALARME ".
002180     02  WRK-CAB-DATA        PIC 9(08).
002190     02  FILLER              PIC X(01) VALUE SPACES.
002200     02  WRK-CAB-HORA        PIC 9(06).
002210     02  FILLER              PIC X(10) VALUE "  SITUACAO".
002220     02  FILLER              PIC X(04) VALUE " AS ".
002230     02  WRK-CAB-AGORA       PIC 9(06).
002240
002250 01  WRK-LINHA-GRUPO.
002260     02  FILLER              PIC X(11) VALUE "ANFITRIAO: ".
002270     02  WRK-LGR-ID          PIC X(08).
002280     02  FILLER              PIC X(01) VALUE SPACES.
002290     02  WRK-LGR-NOME        PIC X(30).
002300     02  FILLER              PIC X(01) VALUE SPACES.
002310     02  WRK-LGR-CELULAR     PIC X(15).
002320
002330 01  WRK-LINHA-FALTANTE.
002340     02  FILLER              PIC X(04) VALUE SPACES.
002350     02  WRK-LFA-NOME        PIC X(30).
002360     02  FILLER              PIC X(09) VALUE "  CRACHA ".
002370     02  WRK-LFA-CRACHA      PIC 9(04).
002380     02  FILLER              PIC X(10) VALUE "  ENTRADA ".
002390     02  WRK-LFA-ENTRADA     PIC 9(06).
002400     02  FILLER              PIC X(01) VALUE SPACES.
002410     02  WRK-LFA-ANFITRIAO   PIC X(08).
002420
002430 01  WRK-LINHA-TOTAIS.
002440     02  FILLER              PIC X(09) VALUE "RETRATO: ".
002450     02  WRK-LTO-RETRATO     PIC ZZ,ZZ9.
002460     02  FILLER              PIC X(15) VALUE "  LOCALIZADOS: ".
002470     02  WRK-LTO-LOCALIZADOS PIC ZZ,ZZ9.
002480     02  FILLER              PIC X(13) VALUE "  FALTANTES: ".
002490     02  WRK-LTO-FALTANTES   PIC ZZ,ZZ9.
002500
002510 01  WRK-CABECALHO-HIST.
002520     02  FILLER              PIC X(40)
002530         VALUE "HISTORICO DE CHAMADAS DE EVACUACAO - EM ".
002540     02  WRK-CHI-DATA        PIC 9(08).
002550
002560 01  WRK-LINHA-HISTORICO.
002570     02  WRK-LHI-DATA        PIC 9(08).
002580     02  FILLER              PIC X(01) VALUE SPACES.
002590     02  WRK-LHI-HORA        PIC 9(06).
002600     02  FILLER              PIC X(01) VALUE SPACES.
002610     02  WRK-LHI-TIPO        PIC X(08).
002620     02  FILLER              PIC X(01) VALUE SPACES.
002630     02  WRK-LHI-SITUACAO    PIC X(09).
002640     02  FILLER              PIC X(01) VALUE SPACES.
002650     02  WRK-LHI-DURACAO     PIC X(08).
002660     02  FILLER              PIC X(05) VALUE " RET ".
002670     02  WRK-LHI-RETRATO     PIC ZZZZ9.
002680     02  FILLER              PIC X(05) VALUE " LOC ".
002690     02  WRK-LHI-LOCALIZADOS PIC ZZZZ9.
002700     02  FILLER              PIC X(06) VALUE " FALT ".
002710     02  WRK-LHI-FALTANTES   PIC ZZZZ9.
002720
002730 01  WRK-LINHA-OPERADORES.
002740     02  FILLER              PIC X(15) VALUE "    ALARME POR ".
002750     02  WRK-LOP-ALARME      PIC X(08).
002760     02  FILLER              PIC X(16) VALUE "  ENCERRADA POR ".
002770     02  WRK-LOP-ENCERR      PIC X(08).
002780     02  FILLER              PIC X(04) VALUE " EM ".
002790     02  WRK-LOP-DATA        PIC 9(08).
002800     02  FILLER              PIC X(01) VALUE SPACES.
002810     02  WRK-LOP-HORA        PIC 9(06).
002820
002830 PROCEDURE DIVISION.
002840******************************************************************
002850* 0000-MAINLINE
002860* IDENTIFICA O OPERADOR (BRIGADISTA OU SUPERVISOR), ABRE OS
002870* ARQUIVOS DA CHAMADA E APRESENTA O MENU ATE ELE ESCOLHER SAIR.
002880******************************************************************
002890 0000-MAINLINE.
002900     PERFORM 1500-IDENTIFICAR-OPERADOR
002910         THRU 1500-IDENTIFICAR-OPERADOR-EXIT.
002920     IF OPERADOR-NAO-IDENTIF
002930         STOP RUN
002940     END-IF.
002950     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002960     PERFORM 2000-APRESENTAR-MENU THRU 2000-APRESENTAR-MENU-EXIT
002970         UNTIL SAIR-DO-MENU.
002980     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002990     STOP RUN.
003000
003010******************************************************************
003020* 1000-INICIALIZAR
003030* ABRE O CONTROLE DE CHAMADAS (EVCFILE) E O RETRATO (MUSFILE),
003040* CRIANDO-OS NA PRIMEIRA EXECUCAO. SEM ELES O PROGRAMA NAO
003050* ENTRA NO MENU. O ANFFILE E OPCIONAL (SO DA NOME E CELULAR DO
003060* ANFITRIAO NA LISTA).
003070******************************************************************
003080 1000-INICIALIZAR.
003090     OPEN I-O EVCFILE.
003100     IF WRK-EVC-STATUS = "35"
003110         CLOSE EVCFILE
003120         OPEN OUTPUT EVCFILE
003130         CLOSE EVCFILE
003140         OPEN I-O EVCFILE
003150     END-IF.
003160     IF WRK-EVC-STATUS NOT = "00"
003170         DISPLAY "ERRO AO ABRIR CONTROLE DE CHAMADAS (EVCFILE) - "
003180                 "STATUS " WRK-EVC-STATUS
003190         DISPLAY "USE A LISTA AINDA NO PREDIO DO PROGCOB04."
003200         SET SAIR-DO-MENU TO TRUE
003210         GO TO 1000-INICIALIZAR-EXIT
003220     END-IF.
003230
003240     OPEN I-O MUSFILE.
003250     IF WRK-MUS-STATUS = "35"
003260         CLOSE MUSFILE
003270         OPEN OUTPUT MUSFILE
003280         CLOSE MUSFILE
003290         OPEN I-O MUSFILE
003300     END-IF.
003310     IF WRK-MUS-STATUS NOT = "00"
003320         DISPLAY "ERRO AO ABRIR RETRATO DE EVACUACAO (MUSFILE) - "
003330                 "STATUS " WRK-MUS-STATUS
003340         DISPLAY "USE A LISTA AINDA NO PREDIO DO PROGCOB04."
003350         SET SAIR-DO-MENU TO TRUE
003360         GO TO 1000-INICIALIZAR-EXIT
003370     END-IF.
003380
003390     OPEN INPUT ANFFILE.
003400     IF WRK-ANF-STATUS = "00"
003410         SET ANFFILE-DISPONIVEL TO TRUE
003420     ELSE
003430         SET ANFFILE-INDISPONIVEL TO TRUE
003440     END-IF.
003450 1000-INICIALIZAR-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490* 1100-LOCALIZAR-CHAMADA
003500* PROCURA NO EVCFILE A CHAMADA AINDA ABERTA. DEVOLVE A SUA
003510* CHAVE EM WRK-ALARME-CORRENTE E LIGA CHAMADA-ABERTA. E RELIDO
003520* A CADA OPCAO PORQUE OUTRO PONTO DE ENCONTRO PODE TER ABERTO
003530* OU ENCERRADO A CHAMADA.
003540******************************************************************
003550 1100-LOCALIZAR-CHAMADA.
003560     SET SEM-CHAMADA-ABERTA TO TRUE.
003570     MOVE ZEROS TO WRK-ALARME-CORRENTE.
003580     MOVE LOW-VALUES TO EVC-CHAVE.
003590     START EVCFILE
003600         KEY IS >= EVC-CHAVE
003610         INVALID KEY
003620             GO TO 1100-LOCALIZAR-CHAMADA-EXIT
003630     END-START.
003640     SET NAO-FIM-ARQUIVO TO TRUE.
003650     PERFORM 1110-LER-CHAMADA THRU 1110-LER-CHAMADA-EXIT
003660         UNTIL FIM-ARQUIVO.
003670 1100-LOCALIZAR-CHAMADA-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 1110-LER-CHAMADA
003720* LE A PROXIMA CHAMADA E GUARDA A CHAVE SE ESTIVER ABERTA. O
003725* REGISTRO DE CONTROLE (CHAVE ZEROS) NAO E CHAMADA.
003730******************************************************************
003740 1110-LER-CHAMADA.
003750     READ EVCFILE NEXT RECORD WITH NO LOCK
003760         AT END
003770             SET FIM-ARQUIVO TO TRUE
003780             GO TO 1110-LER-CHAMADA-EXIT
003790     END-READ.
003792     IF EVC-CONTROLE
003794         GO TO 1110-LER-CHAMADA-EXIT
003796     END-IF.
003800     IF EVC-ABERTA
003810         SET CHAMADA-ABERTA TO TRUE
003820         MOVE EVC-CHAVE TO WRK-ALARME-CORRENTE
003830         MOVE EVC-TIPO TO WRK-TIPO-ALARME
003840     END-IF.
003850 1110-LER-CHAMADA-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 1500-IDENTIFICAR-OPERADOR
003900* IDENTIFICA O OPERADOR NO CADASTRO OPRFILE, NO MESMO PADRAO DO
003910* PROGCOB01. QUALQUER OPERADOR CADASTRADO ENTRA (OS BRIGADISTAS
003920* SAO CADASTRADOS COMO OPERADORES); O NIVEL DE SUPERVISOR SO E
003930* EXIGIDO NO ENCERRAMENTO DA CHAMADA. TRES TENTATIVAS SEM
003940* SUCESSO E O PROGRAMA ENCERRA.
003950******************************************************************
003960 1500-IDENTIFICAR-OPERADOR.
003970     OPEN INPUT OPRFILE.
003980     IF WRK-OPR-STATUS NOT = "00"
003990         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - "
004000                 "STATUS " WRK-OPR-STATUS
004010                 " - EXECUTE O PROGCOB01 PARA CRIA-LO."
004020         GO TO 1500-IDENTIFICAR-OPERADOR-EXIT
004030     END-IF.
004040
004050     PERFORM 1600-PEDIR-IDENTIFICACAO
004060         THRU 1600-PEDIR-IDENTIFICACAO-EXIT
004070         VARYING WRK-TENTATIVAS FROM 1 BY 1
004080         UNTIL WRK-TENTATIVAS > 3 OR OPERADOR-IDENTIFICADO.
004090
004100     IF OPERADOR-NAO-IDENTIF
004110         DISPLAY "OPERADOR NAO IDENTIFICADO - PROGRAMA "
004120                 "ENCERRADO."
004130     END-IF.
004140     CLOSE OPRFILE.
004150 1500-IDENTIFICAR-OPERADOR-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 1600-PEDIR-IDENTIFICACAO
004200* PEDE E CONFERE UMA IDENTIFICACAO DE OPERADOR NO CADASTRO.
004210******************************************************************
004220 1600-PEDIR-IDENTIFICACAO.
004230     DISPLAY "IDENTIFICACAO DO OPERADOR: ".
004240     ACCEPT WRK-OPERADOR-ID.
004250     MOVE WRK-OPERADOR-ID TO OPR-ID.
004260     READ OPRFILE
004270         KEY IS OPR-ID
004280         INVALID KEY
004290             DISPLAY "OPERADOR NAO CADASTRADO."
004300             GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
004310     END-READ.
004320     SET OPERADOR-IDENTIFICADO TO TRUE.
004330     IF OPR-SUPERVISOR
004340         SET SESSAO-DE-SUPERVISOR TO TRUE
004350     ELSE
004360         SET SESSAO-DE-OPERADOR TO TRUE
004370     END-IF.
004380     DISPLAY "OPERADOR " OPR-NOME " IDENTIFICADO.".
004390 1600-PEDIR-IDENTIFICACAO-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* 1700-CLASSIFICAR-CADASTRO
004440* CLASSIFICA O CADASTRO CORRENTE DO REGFILE, COMO NA
004450* VERIFICACAO (PROGCB31). SO O CADASTRO ABERTO ENTRA NO RETRATO.
004460******************************************************************
004470 1700-CLASSIFICAR-CADASTRO.
004480     EVALUATE TRUE
004490         WHEN REG-PRE-REGISTRADO
004500             SET CADASTRO-PRE-REG TO TRUE
004510         WHEN REG-HORA-SAIDA IS NUMERIC AND REG-HORA-SAIDA > 0
004520             SET CADASTRO-SAIDO TO TRUE
004530         WHEN REG-SAIDA-AUTOMATICA
004540             SET CADASTRO-FECHADO-LOTE TO TRUE
004550         WHEN OTHER
004560             SET CADASTRO-ABERTO TO TRUE
004570     END-EVALUATE.
004580 1700-CLASSIFICAR-CADASTRO-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 2000-APRESENTAR-MENU
004630* EXIBE O MENU DA CHAMADA E DESVIA PARA A OPCAO ESCOLHIDA.
004640******************************************************************
004650 2000-APRESENTAR-MENU.
004660     DISPLAY " ".
004670     DISPLAY "=== CHAMADA DE EVACUACAO ===".
004680     DISPLAY "1 - DECLARAR ALARME (RETRATO DOS PRESENTES)".
004690     DISPLAY "2 - MARCAR PESSOAS LOCALIZADAS".
004700     DISPLAY "3 - LISTA DE NAO LOCALIZADOS POR ANFITRIAO".
004710     DISPLAY "4 - ENCERRAR A CHAMADA (SUPERVISOR)".
004720     DISPLAY "5 - HISTORICO DE CHAMADAS (EVACHIST.LST)".
004730     DISPLAY "6 - SAIR".
004740     DISPLAY "INFORME A OPCAO: ".
004750     ACCEPT WRK-OPCAO-MENU.
004760
004770     EVALUATE WRK-OPCAO-MENU
004780         WHEN "1"
004790             PERFORM 3000-DECLARAR-ALARME
004800                 THRU 3000-DECLARAR-ALARME-EXIT
004810         WHEN "2"
004820             PERFORM 4000-MARCAR-LOCALIZADOS
004830                 THRU 4000-MARCAR-LOCALIZADOS-EXIT
004840         WHEN "3"
004850             PERFORM 5000-LISTAR-NAO-LOCALIZADOS
004860                 THRU 5000-LISTAR-NAO-LOCALIZADOS-EXIT
004870         WHEN "4"
004880             PERFORM 6000-ENCERRAR-CHAMADA
004890                 THRU 6000-ENCERRAR-CHAMADA-EXIT
004900         WHEN "5"
004910             PERFORM 7000-EMITIR-HISTORICO
004920                 THRU 7000-EMITIR-HISTORICO-EXIT
004930         WHEN "6"
004940             SET SAIR-DO-MENU TO TRUE
004950         WHEN OTHER
004960             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
004970     END-EVALUATE.
004980 2000-APRESENTAR-MENU-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020* 3000-DECLARAR-ALARME
005030* ABRE A CHAMADA NO EVCFILE (CHAVE = DATA + HORA DA DECLARACAO)
005040* E CONGELA NO MUSFILE O RETRATO DE QUEM ESTA NO PREDIO. RECUSA
005050* SE JA HOUVER CHAMADA ABERTA. AO FINAL EMITE A PRIMEIRA LISTA
005060* DE NAO LOCALIZADOS PARA OS PONTOS DE ENCONTRO. DEPOIS DA
005062* CONFIRMACAO O REGISTRO DE CONTROLE E BLOQUEADO (3050) E A
005064* PROCURA DA CHAMADA ABERTA E REFEITA SOB O BLOQUEIO; A CHAMADA
005066* SO E GRAVADA SE AINDA NAO HOUVER OUTRA, E O CONTROLE E
005068* LIBERADO LOGO APOS A GRAVACAO, ANTES DO RETRATO.
005070******************************************************************
005080 3000-DECLARAR-ALARME.
005090     PERFORM 1100-LOCALIZAR-CHAMADA
005100         THRU 1100-LOCALIZAR-CHAMADA-EXIT.
005110     IF CHAMADA-ABERTA
005120         DISPLAY "JA HA CHAMADA ABERTA DESDE " WRK-ALC-DATA " "
005130                 WRK-ALC-HORA " - ENCERRE-A ANTES (OPCAO 4)."
005140         GO TO 3000-DECLARAR-ALARME-EXIT
005150     END-IF.
005160     DISPLAY "TIPO DO ALARME (S = SIMULADO, R = REAL): ".
005170     ACCEPT WRK-TIPO-ALARME.
005180     IF WRK-TIPO-ALARME NOT = "S" AND NOT = "R"
005190         DISPLAY "TIPO INVALIDO - ALARME NAO DECLARADO."
005200         GO TO 3000-DECLARAR-ALARME-EXIT
005210     END-IF.
005220     DISPLAY "CONFIRMA A DECLARACAO DO ALARME (S/N)? ".
005230     ACCEPT WRK-CONFIRMA.
005240     IF WRK-CONFIRMA NOT = "S"
005250         DISPLAY "DECLARACAO CANCELADA."
005260         GO TO 3000-DECLARAR-ALARME-EXIT
005270     END-IF.
005280
005290     OPEN INPUT REGFILE.
005300     IF WRK-REG-STATUS NOT = "00"
005310         DISPLAY "ARQUIVO MESTRE REGFILE INDISPONIVEL - STATUS "
005320                 WRK-REG-STATUS " - RETRATO NAO TIRADO."
005330         DISPLAY "USE A LISTA AINDA NO PREDIO DO PROGCOB04."
005340         GO TO 3000-DECLARAR-ALARME-EXIT
005350     END-IF.
005360
005361     PERFORM 3050-BLOQUEAR-CONTROLE
005362         THRU 3050-BLOQUEAR-CONTROLE-EXIT.
005363     IF WRK-EVC-STATUS NOT = "00"
005364         IF EVC-BLOQUEADO
005365             DISPLAY "ALARME SENDO DECLARADO EM OUTRO PONTO - "
005366                     "TENTE NOVAMENTE."
005367         ELSE
005368             DISPLAY "ERRO NO CONTROLE DE CHAMADAS - STATUS "
005369                     WRK-EVC-STATUS " - ALARME NAO DECLARADO."
005370         END-IF
005371         CLOSE REGFILE
005372         GO TO 3000-DECLARAR-ALARME-EXIT
005373     END-IF.
005374     PERFORM 1100-LOCALIZAR-CHAMADA
005375         THRU 1100-LOCALIZAR-CHAMADA-EXIT.
005376     IF CHAMADA-ABERTA
005377         DISPLAY "CHAMADA ABERTA EM OUTRO PONTO DESDE "
005378                 WRK-ALC-DATA " " WRK-ALC-HORA
005379                 " - USE A OPCAO 2."
005380         UNLOCK EVCFILE
005381         CLOSE REGFILE
005382         GO TO 3000-DECLARAR-ALARME-EXIT
005383     END-IF.
005384
005385     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
005386     ACCEPT WRK-HORA-ATUAL FROM TIME.
005390     MOVE SPACES TO EVC-REGISTRO.
005400     MOVE WRK-DATA-ATUAL TO EVC-DATA-ALARME.
005410     MOVE WRK-HORA-ATUAL TO EVC-HORA-ALARME.
005420     MOVE WRK-TIPO-ALARME TO EVC-TIPO.
005430     SET EVC-ABERTA TO TRUE.
005440     MOVE WRK-OPERADOR-ID TO EVC-OPERADOR-ALARME.
005450     MOVE ZEROS TO EVC-DATA-ENCERRAMENTO EVC-HORA-ENCERRAMENTO
005460                   EVC-DURACAO-SEGUNDOS EVC-QTDE-RETRATO
005470                   EVC-QTDE-LOCALIZADOS EVC-QTDE-FALTANTES.
005480     WRITE EVC-REGISTRO
005490         INVALID KEY
005500             DISPLAY "ERRO AO GRAVAR A CHAMADA - STATUS "
005510                     WRK-EVC-STATUS " - REPITA A OPCAO."
005515             UNLOCK EVCFILE
005520             CLOSE REGFILE
005530             GO TO 3000-DECLARAR-ALARME-EXIT
005540     END-WRITE.
005545     UNLOCK EVCFILE.
005550     MOVE EVC-CHAVE TO WRK-ALARME-CORRENTE.
005560
005570     MOVE ZEROS TO WRK-QTDE-RETRATO.
005580     SET NAO-FIM-ARQUIVO TO TRUE.
005590     PERFORM 3100-RETRATAR-CADASTRO
005600         THRU 3100-RETRATAR-CADASTRO-EXIT
005610         UNTIL FIM-ARQUIVO.
005620     CLOSE REGFILE.
005630
005640     MOVE WRK-ALARME-CORRENTE TO EVC-CHAVE.
005650     READ EVCFILE
005660         KEY IS EVC-CHAVE
005670         INVALID KEY
005680             DISPLAY "CHAMADA NAO ENCONTRADA APOS O RETRATO - "
005690                     "STATUS " WRK-EVC-STATUS
005700             GO TO 3000-DECLARAR-ALARME-EXIT
005710     END-READ.
005720     MOVE WRK-QTDE-RETRATO TO EVC-QTDE-RETRATO.
005730     REWRITE EVC-REGISTRO
005740         INVALID KEY
005750             DISPLAY "ERRO AO GRAVAR O TOTAL DO RETRATO - STATUS "
005760                     WRK-EVC-STATUS
005770     END-REWRITE.
005780     DISPLAY "ALARME DECLARADO: " WRK-ALC-DATA " " WRK-ALC-HORA
005790             " - " WRK-QTDE-RETRATO " PESSOA(S) NO RETRATO.".
005800     DISPLAY "MARQUE OS LOCALIZADOS NA OPCAO 2.".
005810     SET LISTA-PARCIAL TO TRUE.
005820     PERFORM 5100-EMITIR-LISTA THRU 5100-EMITIR-LISTA-EXIT.
005830 3000-DECLARAR-ALARME-EXIT.
005840     EXIT.
005850
005851******************************************************************
005852* 3050-BLOQUEAR-CONTROLE
005853* LE SOB BLOQUEIO O REGISTRO DE CONTROLE DO EVCFILE (CHAVE
005854* ZEROS), COM ATE 200 TENTATIVAS NO MESMO PADRAO DO PROGCOB01.
005855* NA PRIMEIRA DECLARACAO O REGISTRO AINDA NAO EXISTE E E CRIADO
005856* AQUI. DEVOLVE EM WRK-EVC-STATUS "00" COM O CONTROLE BLOQUEADO.
005857******************************************************************
005858 3050-BLOQUEAR-CONTROLE.
005859     PERFORM 3060-LER-CONTROLE-BLOQUEADO
005860         THRU 3060-LER-CONTROLE-BLOQUEADO-EXIT
005861         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
005862         UNTIL WRK-TENTATIVAS-BLOQ > 200
005863            OR NOT EVC-BLOQUEADO.
005864     IF WRK-EVC-STATUS NOT = "23"
005865         GO TO 3050-BLOQUEAR-CONTROLE-EXIT
005866     END-IF.
005867     MOVE SPACES TO EVC-REGISTRO.
005868     MOVE ZEROS TO EVC-CHAVE EVC-DATA-ENCERRAMENTO
005869                   EVC-HORA-ENCERRAMENTO EVC-DURACAO-SEGUNDOS
005870                   EVC-QTDE-RETRATO EVC-QTDE-LOCALIZADOS
005871                   EVC-QTDE-FALTANTES.
005872     WRITE EVC-REGISTRO
005873         INVALID KEY
005874             CONTINUE
005875     END-WRITE.
005876     PERFORM 3060-LER-CONTROLE-BLOQUEADO
005877         THRU 3060-LER-CONTROLE-BLOQUEADO-EXIT
005878         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
005879         UNTIL WRK-TENTATIVAS-BLOQ > 200
005880            OR NOT EVC-BLOQUEADO.
005881 3050-BLOQUEAR-CONTROLE-EXIT.
005882     EXIT.
005883
005884******************************************************************
005885* 3060-LER-CONTROLE-BLOQUEADO
005886* UMA TENTATIVA DE LER SOB BLOQUEIO O REGISTRO DE CONTROLE.
005887******************************************************************
005888 3060-LER-CONTROLE-BLOQUEADO.
005889     MOVE ZEROS TO EVC-CHAVE.
005890     READ EVCFILE WITH LOCK
005891         KEY IS EVC-CHAVE
005892         INVALID KEY
005893             CONTINUE
005894     END-READ.
005895 3060-LER-CONTROLE-BLOQUEADO-EXIT.
005896     EXIT.
005897
005898******************************************************************
005899* 3100-RETRATAR-CADASTRO
005900* LE O PROXIMO CADASTRO DO REGFILE E, SE A PESSOA AINDA ESTA NO
005901* PREDIO, GRAVA-A NO RETRATO COMO FALTANTE.
005902******************************************************************
005910 3100-RETRATAR-CADASTRO.
005920     READ REGFILE NEXT RECORD
005930         AT END
005940             SET FIM-ARQUIVO TO TRUE
005950             GO TO 3100-RETRATAR-CADASTRO-EXIT
005960     END-READ.
005970     PERFORM 1700-CLASSIFICAR-CADASTRO
005980         THRU 1700-CLASSIFICAR-CADASTRO-EXIT.
005990     IF NOT CADASTRO-ABERTO
006000         GO TO 3100-RETRATAR-CADASTRO-EXIT
006010     END-IF.
006020     MOVE SPACES TO MUS-REGISTRO.
006030     MOVE WRK-ALARME-CORRENTE TO MUS-ALARME.
006040     MOVE WRK-ALARME-CORRENTE TO MUS-CRA-ALARME.
006050     MOVE WRK-ALARME-CORRENTE TO MUS-ANF-ALARME.
006060     MOVE REG-NOME TO MUS-NOME.
006070     MOVE REG-DATA-CADASTRO TO MUS-DATA-CADASTRO.
006080     IF REG-NUM-CRACHA IS NUMERIC
006090         MOVE REG-NUM-CRACHA TO MUS-NUM-CRACHA
006100     ELSE
006110         MOVE ZEROS TO MUS-NUM-CRACHA
006120     END-IF.
006130     MOVE REG-ID-ANFITRIAO TO MUS-ID-ANFITRIAO.
006140     IF REG-HORA-CADASTRO IS NUMERIC
006150         MOVE REG-HORA-CADASTRO TO MUS-HORA-ENTRADA
006160     ELSE
006170         MOVE ZEROS TO MUS-HORA-ENTRADA
006180     END-IF.
006190     SET MUS-FALTANTE TO TRUE.
006200     MOVE ZEROS TO MUS-HORA-LOCALIZACAO.
006210     WRITE MUS-REGISTRO
006220         INVALID KEY
006230             DISPLAY "ERRO AO GRAVAR NO RETRATO: " REG-NOME
006240                     " - STATUS " WRK-MUS-STATUS
006250         NOT INVALID KEY
006260             ADD 1 TO WRK-QTDE-RETRATO
006270     END-WRITE.
006280 3100-RETRATAR-CADASTRO-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 4000-MARCAR-LOCALIZADOS
006330* PEDE O PONTO DE ENCONTRO (GUARDADO PARA A SESSAO) E MARCA AS
006340* PESSOAS LOCALIZADAS UMA A UMA, ATE O BRIGADISTA VOLTAR AO
006350* MENU COM ENTRADA EM BRANCO.
006360******************************************************************
006370 4000-MARCAR-LOCALIZADOS.
006380     PERFORM 1100-LOCALIZAR-CHAMADA
006390         THRU 1100-LOCALIZAR-CHAMADA-EXIT.
006400     IF SEM-CHAMADA-ABERTA
006410         DISPLAY "NENHUMA CHAMADA ABERTA - DECLARE O ALARME "
006420                 "(OPCAO 1)."
006430         GO TO 4000-MARCAR-LOCALIZADOS-EXIT
006440     END-IF.
006450     MOVE WRK-ALARME-CORRENTE TO WRK-ALARME-MARCACAO.
006460     IF WRK-PONTO-ENCONTRO = SPACES
006470         DISPLAY "PONTO DE ENCONTRO: "
006480     ELSE
006490         DISPLAY "PONTO DE ENCONTRO (BRANCO = "
006500                 WRK-PONTO-ENCONTRO "): "
006510     END-IF.
006520     ACCEPT WRK-PONTO-ENTRADA.
006530     IF WRK-PONTO-ENTRADA NOT = SPACES
006540         MOVE WRK-PONTO-ENTRADA TO WRK-PONTO-ENCONTRO
006550     END-IF.
006560     IF WRK-PONTO-ENCONTRO = SPACES
006570         DISPLAY "PONTO DE ENCONTRO OBRIGATORIO."
006580         GO TO 4000-MARCAR-LOCALIZADOS-EXIT
006590     END-IF.
006600     SET NAO-FIM-MARCACAO TO TRUE.
006610     PERFORM 4100-MARCAR-UMA-PESSOA
006620         THRU 4100-MARCAR-UMA-PESSOA-EXIT
006630         UNTIL FIM-MARCACAO.
006640 4000-MARCAR-LOCALIZADOS-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680* 4100-MARCAR-UMA-PESSOA
006690* RECEBE O NOME OU O NUMERO DO CRACHA (SO DIGITOS, ATE QUATRO)
006700* DE UMA PESSOA LOCALIZADA E A MARCA NO RETRATO. SE A CHAMADA
006710* FOI ENCERRADA POR OUTRO POSTO, A MARCACAO PARA.
006720******************************************************************
006730 4100-MARCAR-UMA-PESSOA.
006740     DISPLAY "NOME OU CRACHA DO LOCALIZADO (BRANCO = VOLTAR): ".
006750     MOVE SPACES TO WRK-ENTRADA.
006760     ACCEPT WRK-ENTRADA.
006770     IF WRK-ENTRADA = SPACES
006780         SET FIM-MARCACAO TO TRUE
006790         GO TO 4100-MARCAR-UMA-PESSOA-EXIT
006800     END-IF.
006810     PERFORM 1100-LOCALIZAR-CHAMADA
006820         THRU 1100-LOCALIZAR-CHAMADA-EXIT.
006830     IF SEM-CHAMADA-ABERTA
006840             OR WRK-ALARME-CORRENTE NOT = WRK-ALARME-MARCACAO
006850         DISPLAY "A CHAMADA FOI ENCERRADA - MARCACAO NAO "
006860                 "GRAVADA."
006870         SET FIM-MARCACAO TO TRUE
006880         GO TO 4100-MARCAR-UMA-PESSOA-EXIT
006890     END-IF.
006900
006910     MOVE ZEROS TO WRK-QTDE-DIGITOS.
006920     INSPECT WRK-ENTRADA TALLYING WRK-QTDE-DIGITOS
006930         FOR CHARACTERS BEFORE INITIAL SPACE.
006940     IF WRK-QTDE-DIGITOS > 0 AND WRK-QTDE-DIGITOS < 5
006950         IF WRK-ENTRADA(1:WRK-QTDE-DIGITOS) IS NUMERIC
006960             PERFORM 4200-LOCALIZAR-POR-CRACHA
006970                 THRU 4200-LOCALIZAR-POR-CRACHA-EXIT
006980         ELSE
006990             PERFORM 4300-LOCALIZAR-POR-NOME
007000                 THRU 4300-LOCALIZAR-POR-NOME-EXIT
007010         END-IF
007020     ELSE
007030         PERFORM 4300-LOCALIZAR-POR-NOME
007040             THRU 4300-LOCALIZAR-POR-NOME-EXIT
007050     END-IF.
007060     IF ENTRADA-ACHADA
007070         PERFORM 4500-GRAVAR-LOCALIZACAO
007080             THRU 4500-GRAVAR-LOCALIZACAO-EXIT
007090     END-IF.
007100 4100-MARCAR-UMA-PESSOA-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140* 4200-LOCALIZAR-POR-CRACHA
007150* PROCURA NO RETRATO DA CHAMADA O CADASTRO QUE LEVOU O CRACHA
007160* INFORMADO (CHAVE ALTERNATIVA ALARME + CRACHA).
007170******************************************************************
007180 4200-LOCALIZAR-POR-CRACHA.
007190     SET ENTRADA-NAO-ACHADA TO TRUE.
007200     IF WRK-ENTRADA(WRK-QTDE-DIGITOS + 1:) NOT = SPACES
007210         DISPLAY "CRACHA INVALIDO: " WRK-ENTRADA
007220         GO TO 4200-LOCALIZAR-POR-CRACHA-EXIT
007230     END-IF.
007240     MOVE WRK-ENTRADA(1:WRK-QTDE-DIGITOS) TO WRK-NUM-CRACHA.
007250     IF WRK-NUM-CRACHA = 0
007260         DISPLAY "CRACHA INVALIDO: " WRK-ENTRADA
007270         GO TO 4200-LOCALIZAR-POR-CRACHA-EXIT
007280     END-IF.
007290     MOVE WRK-ALARME-CORRENTE TO MUS-CRA-ALARME.
007300     MOVE WRK-NUM-CRACHA TO MUS-NUM-CRACHA.
007310     READ MUSFILE WITH NO LOCK
007320         KEY IS MUS-CHAVE-CRACHA
007330         INVALID KEY
007340             DISPLAY "CRACHA " WRK-NUM-CRACHA " NAO CONSTA DO "
007350                     "RETRATO - CONFIRA O NUMERO OU INFORME O "
007360                     "NOME."
007370             GO TO 4200-LOCALIZAR-POR-CRACHA-EXIT
007380     END-READ.
007390     SET ENTRADA-ACHADA TO TRUE.
007400     MOVE MUS-CHAVE TO WRK-CHAVE-ACHADA.
007410 4200-LOCALIZAR-POR-CRACHA-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450* 4300-LOCALIZAR-POR-NOME
007460* PROCURA NO RETRATO DA CHAMADA OS CADASTROS COM O NOME
007470* INFORMADO. UM UNICO FALTANTE E MARCADO; MAIS DE UM (MESMO
007480* NOME EM DATAS DIFERENTES) PEDE O CRACHA; NENHUM FALTANTE
007490* MOSTRA ONDE A PESSOA JA FOI LOCALIZADA.
007500******************************************************************
007510 4300-LOCALIZAR-POR-NOME.
007520     SET ENTRADA-NAO-ACHADA TO TRUE.
007530     MOVE ZEROS TO WRK-QTDE-ACHADOS WRK-QTDE-PENDENTES.
007540     MOVE WRK-ALARME-CORRENTE TO MUS-ALARME.
007550     MOVE WRK-ENTRADA TO MUS-NOME.
007560     MOVE ZEROS TO MUS-DATA-CADASTRO.
007570     SET NAO-FIM-RETRATO TO TRUE.
007580     START MUSFILE
007590         KEY IS >= MUS-CHAVE
007600         INVALID KEY
007610             SET FIM-RETRATO TO TRUE
007620     END-START.
007630     PERFORM 4310-COMPARAR-NOME THRU 4310-COMPARAR-NOME-EXIT
007640         UNTIL FIM-RETRATO.
007650     IF WRK-QTDE-ACHADOS = 0
007660         DISPLAY "NOME NAO CONSTA DO RETRATO - CONFIRA A GRAFIA "
007670                 "OU INFORME O CRACHA."
007680         GO TO 4300-LOCALIZAR-POR-NOME-EXIT
007690     END-IF.
007700     IF WRK-QTDE-PENDENTES > 1
007710         DISPLAY "HA " WRK-QTDE-PENDENTES " FALTANTES COM ESTE "
007720                 "NOME - INFORME O CRACHA."
007730         GO TO 4300-LOCALIZAR-POR-NOME-EXIT
007740     END-IF.
007750     SET ENTRADA-ACHADA TO TRUE.
007760 4300-LOCALIZAR-POR-NOME-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800* 4310-COMPARAR-NOME
007810* LE O PROXIMO CADASTRO DO RETRATO E O CONTA SE FOR O NOME
007820* PROCURADO. GUARDA A CHAVE DO FALTANTE (OU, SE NAO HOUVER
007830* FALTANTE, DO JA LOCALIZADO).
007840******************************************************************
007850 4310-COMPARAR-NOME.
007860     READ MUSFILE NEXT RECORD WITH NO LOCK
007870         AT END
007880             SET FIM-RETRATO TO TRUE
007890             GO TO 4310-COMPARAR-NOME-EXIT
007900     END-READ.
007910     IF MUS-ALARME NOT = WRK-ALARME-CORRENTE
007920             OR MUS-NOME NOT = WRK-ENTRADA
007930         SET FIM-RETRATO TO TRUE
007940         GO TO 4310-COMPARAR-NOME-EXIT
007950     END-IF.
007960     ADD 1 TO WRK-QTDE-ACHADOS.
007970     IF MUS-FALTANTE
007980         ADD 1 TO WRK-QTDE-PENDENTES
007990         MOVE MUS-CHAVE TO WRK-CHAVE-ACHADA
008000     ELSE
008010         IF WRK-QTDE-PENDENTES = 0
008020             MOVE MUS-CHAVE TO WRK-CHAVE-ACHADA
008030         END-IF
008040     END-IF.
008050 4310-COMPARAR-NOME-EXIT.
008060     EXIT.
008070
008080******************************************************************
008090* 4500-GRAVAR-LOCALIZACAO
008100* RELE SOB BLOQUEIO O CADASTRO ACHADO NO RETRATO E O MARCA COMO
008110* LOCALIZADO, COM O PONTO DE ENCONTRO, O OPERADOR E A HORA. SE
008120* OUTRO PONTO JA O MARCOU, SO INFORMA ONDE E QUANDO.
008130******************************************************************
008140 4500-GRAVAR-LOCALIZACAO.
008150     PERFORM 4510-LER-RETRATO-BLOQUEADO
008160         THRU 4510-LER-RETRATO-BLOQUEADO-EXIT
008170         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
008180         UNTIL WRK-TENTATIVAS-BLOQ > 200
008190            OR NOT MUS-BLOQUEADO.
008200     IF WRK-MUS-STATUS NOT = "00"
008210         DISPLAY "CADASTRO EM USO POR OUTRO PONTO - STATUS "
008220                 WRK-MUS-STATUS " - TENTE NOVAMENTE."
008230         GO TO 4500-GRAVAR-LOCALIZACAO-EXIT
008240     END-IF.
008250     IF MUS-LOCALIZADO
008260         DISPLAY MUS-NOME " JA LOCALIZADO NO PONTO "
008270                 MUS-PONTO-ENCONTRO " AS " MUS-HORA-LOCALIZACAO
008280                 " POR " MUS-OPERADOR
008290         UNLOCK MUSFILE
008300         GO TO 4500-GRAVAR-LOCALIZACAO-EXIT
008310     END-IF.
008320     ACCEPT WRK-HORA-ATUAL FROM TIME.
008330     SET MUS-LOCALIZADO TO TRUE.
008340     MOVE WRK-PONTO-ENCONTRO TO MUS-PONTO-ENCONTRO.
008350     MOVE WRK-OPERADOR-ID TO MUS-OPERADOR.
008360     MOVE WRK-HORA-ATUAL TO MUS-HORA-LOCALIZACAO.
008370     REWRITE MUS-REGISTRO
008380         INVALID KEY
008390             DISPLAY "ERRO AO MARCAR LOCALIZADO - STATUS "
008400                     WRK-MUS-STATUS
008410         NOT INVALID KEY
008420             DISPLAY "LOCALIZADO: " MUS-NOME " CRACHA "
008430                     MUS-NUM-CRACHA
008440     END-REWRITE.
008450     UNLOCK MUSFILE.
008460 4500-GRAVAR-LOCALIZACAO-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 4510-LER-RETRATO-BLOQUEADO
008510* UMA TENTATIVA DE LER SOB BLOQUEIO O CADASTRO ACHADO NO
008520* RETRATO.
008530******************************************************************
008540 4510-LER-RETRATO-BLOQUEADO.
008550     MOVE WRK-CHAVE-ACHADA TO MUS-CHAVE.
008560     READ MUSFILE WITH LOCK
008570         KEY IS MUS-CHAVE
008580         INVALID KEY
008590             DISPLAY "CADASTRO NAO ENCONTRADO NO RETRATO."
008600     END-READ.
008610 4510-LER-RETRATO-BLOQUEADO-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650* 5000-LISTAR-NAO-LOCALIZADOS
008660* EMITE A LISTA PARCIAL DE NAO LOCALIZADOS DA CHAMADA ABERTA.
008670******************************************************************
008680 5000-LISTAR-NAO-LOCALIZADOS.
008690     PERFORM 1100-LOCALIZAR-CHAMADA
008700         THRU 1100-LOCALIZAR-CHAMADA-EXIT.
008710     IF SEM-CHAMADA-ABERTA
008720         DISPLAY "NENHUMA CHAMADA ABERTA - O HISTORICO (OPCAO 5)"
008730                 " TRAZ OS FALTANTES DAS CHAMADAS ENCERRADAS."
008740         GO TO 5000-LISTAR-NAO-LOCALIZADOS-EXIT
008750     END-IF.
008760     SET LISTA-PARCIAL TO TRUE.
008770     PERFORM 5100-EMITIR-LISTA THRU 5100-EMITIR-LISTA-EXIT.
008780 5000-LISTAR-NAO-LOCALIZADOS-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820* 5100-EMITIR-LISTA
008830* PERCORRE O RETRATO DA CHAMADA (WRK-ALARME-CORRENTE) PELA
008840* CHAVE DO ANFITRIAO E EMITE, NA TELA E EM EVACU.LST, OS NAO
008850* LOCALIZADOS AGRUPADOS POR ANFITRIAO, COM OS TOTAIS. SEM A
008860* LISTA EM DISCO A TELA CONTINUA VALENDO.
008870******************************************************************
008880 5100-EMITIR-LISTA.
008890     SET RELFILE-INDISPONIVEL TO TRUE.
008900     OPEN OUTPUT RELFILE.
008910     IF WRK-REL-STATUS = "00"
008920         SET RELFILE-DISPONIVEL TO TRUE
008930     ELSE
008940         DISPLAY "AVISO: ARQUIVO EVACU.LST INDISPONIVEL - STATUS "
008950                 WRK-REL-STATUS " - LISTA SO NA TELA."
008960     END-IF.
008970     MOVE ZEROS TO WRK-QTDE-RETRATO WRK-QTDE-LOCALIZADOS
008980                   WRK-QTDE-FALTANTES.
008990     MOVE HIGH-VALUES TO WRK-ANF-ANTERIOR.
009000     ACCEPT WRK-HORA-ATUAL FROM TIME.
009010     IF LISTA-FINAL
009020         MOVE "FALTANTES NO ENCERRAMENTO -" TO WRK-CAB-TITULO
009030     ELSE
009040         MOVE "NAO LOCALIZADOS -" TO WRK-CAB-TITULO
009050     END-IF.
009060     MOVE WRK-ALC-DATA TO WRK-CAB-DATA.
009070     MOVE WRK-ALC-HORA TO WRK-CAB-HORA.
009080     MOVE WRK-HORA-ATUAL TO WRK-CAB-AGORA.
009090     MOVE WRK-CABECALHO TO WRK-LINHA-SAIDA.
009100     PERFORM 5900-EMITIR-LINHA THRU 5900-EMITIR-LINHA-EXIT.
009110
009120     MOVE WRK-ALARME-CORRENTE TO MUS-ANF-ALARME.
009130     MOVE LOW-VALUES TO MUS-ID-ANFITRIAO.
009140     SET NAO-FIM-RETRATO TO TRUE.
009150     START MUSFILE
009160         KEY IS >= MUS-CHAVE-ANFITRIAO
009170         INVALID KEY
009180             SET FIM-RETRATO TO TRUE
009190     END-START.
009200     PERFORM 5200-LISTAR-UM-CADASTRO
009210         THRU 5200-LISTAR-UM-CADASTRO-EXIT
009220         UNTIL FIM-RETRATO.
009230
009240     MOVE SPACES TO WRK-LINHA-SAIDA.
009250     PERFORM 5900-EMITIR-LINHA THRU 5900-EMITIR-LINHA-EXIT.
009260     IF WRK-QTDE-FALTANTES = 0
009270         MOVE "TODOS LOCALIZADOS." TO WRK-LINHA-SAIDA
009280         PERFORM 5900-EMITIR-LINHA THRU 5900-EMITIR-LINHA-EXIT
009290     END-IF.
009300     MOVE WRK-QTDE-RETRATO TO WRK-LTO-RETRATO.
009310     MOVE WRK-QTDE-LOCALIZADOS TO WRK-LTO-LOCALIZADOS.
009320     MOVE WRK-QTDE-FALTANTES TO WRK-LTO-FALTANTES.
009330     MOVE WRK-LINHA-TOTAIS TO WRK-LINHA-SAIDA.
009340     PERFORM 5900-EMITIR-LINHA THRU 5900-EMITIR-LINHA-EXIT.
009350     IF RELFILE-DISPONIVEL
009360         CLOSE RELFILE
009370         DISPLAY "LISTA GRAVADA EM EVACU.LST."
009380     END-IF.
009390 5100-EMITIR-LISTA-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430* 5200-LISTAR-UM-CADASTRO
009440* LE O PROXIMO CADASTRO DO RETRATO NA ORDEM DO ANFITRIAO, CONTA
009450* E, SE AINDA FALTANTE, EMITE-O SOB O SEU ANFITRIAO.
009460******************************************************************
009470 5200-LISTAR-UM-CADASTRO.
009480     READ MUSFILE NEXT RECORD WITH NO LOCK
009490         AT END
009500             SET FIM-RETRATO TO TRUE
009510             GO TO 5200-LISTAR-UM-CADASTRO-EXIT
009520     END-READ.
009530     IF MUS-ANF-ALARME NOT = WRK-ALARME-CORRENTE
009540         SET FIM-RETRATO TO TRUE
009550         GO TO 5200-LISTAR-UM-CADASTRO-EXIT
009560     END-IF.
009570     ADD 1 TO WRK-QTDE-RETRATO.
009580     IF MUS-LOCALIZADO
009590         ADD 1 TO WRK-QTDE-LOCALIZADOS
009600         GO TO 5200-LISTAR-UM-CADASTRO-EXIT
009610     END-IF.
009620     ADD 1 TO WRK-QTDE-FALTANTES.
009630     IF MUS-ID-ANFITRIAO NOT = WRK-ANF-ANTERIOR
009640         PERFORM 5300-EMITIR-GRUPO THRU 5300-EMITIR-GRUPO-EXIT
009650     END-IF.
009660     MOVE MUS-NOME TO WRK-LFA-NOME.
009670     MOVE MUS-NUM-CRACHA TO WRK-LFA-CRACHA.
009680     MOVE MUS-HORA-ENTRADA TO WRK-LFA-ENTRADA.
009690     MOVE SPACES TO WRK-LFA-ANFITRIAO.
009700     MOVE WRK-LINHA-FALTANTE TO WRK-LINHA-SAIDA.
009710     PERFORM 5900-EMITIR-LINHA THRU 5900-EMITIR-LINHA-EXIT.
009720 5200-LISTAR-UM-CADASTRO-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760* 5300-EMITIR-GRUPO
009770* EMITE O CABECALHO DO GRUPO DO ANFITRIAO, COM O NOME E O
009780* CELULAR LIDOS DO ANFFILE.
009790******************************************************************
009800 5300-EMITIR-GRUPO.
009810     MOVE MUS-ID-ANFITRIAO TO WRK-ANF-ANTERIOR.
009820     MOVE SPACES TO WRK-LINHA-SAIDA.
009830     PERFORM 5900-EMITIR-LINHA THRU 5900-EMITIR-LINHA-EXIT.
009840     MOVE MUS-ID-ANFITRIAO TO WRK-LGR-ID.
009850     MOVE SPACES TO WRK-LGR-NOME WRK-LGR-CELULAR.
009860     IF MUS-ID-ANFITRIAO = SPACES
009870         MOVE "SEM ANFITRIAO INFORMADO" TO WRK-LGR-NOME
009880     ELSE
009890         IF ANFFILE-DISPONIVEL
009900             MOVE MUS-ID-ANFITRIAO TO ANF-ID
009910             READ ANFFILE
009920                 KEY IS ANF-ID
009930                 INVALID KEY
009940                     MOVE "ANFITRIAO FORA DO CADASTRO"
009950                         TO WRK-LGR-NOME
009960                 NOT INVALID KEY
009970                     MOVE ANF-NOME TO WRK-LGR-NOME
009980                     MOVE ANF-CELULAR TO WRK-LGR-CELULAR
009990             END-READ
010000         END-IF
010010     END-IF.
010020     MOVE WRK-LINHA-GRUPO TO WRK-LINHA-SAIDA.
010030     PERFORM 5900-EMITIR-LINHA THRU 5900-EMITIR-LINHA-EXIT.
010040 5300-EMITIR-GRUPO-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080* 5900-EMITIR-LINHA
010090* EXIBE A LINHA DA LISTA NA TELA E A GRAVA EM EVACU.LST.
010100******************************************************************
010110 5900-EMITIR-LINHA.
010120     DISPLAY WRK-LINHA-SAIDA.
010130     IF RELFILE-DISPONIVEL
010140         WRITE REL-LINHA FROM WRK-LINHA-SAIDA
010150     END-IF.
010160 5900-EMITIR-LINHA-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200* 6000-ENCERRAR-CHAMADA
010210* SO SUPERVISOR. FECHA A CHAMADA ABERTA: CONTA O RETRATO, GRAVA
010220* NO EVCFILE A HORA DO ENCERRAMENTO, A DURACAO DESDE O ALARME E
010230* AS QUANTIDADES, E EMITE OS FALTANTES NO ENCERRAMENTO, QUE
010240* FICAM NO RETRATO PARA O HISTORICO.
010250******************************************************************
010260 6000-ENCERRAR-CHAMADA.
010270     IF NOT SESSAO-DE-SUPERVISOR
010280         DISPLAY "ENCERRAMENTO DA CHAMADA RESTRITO A "
010290                 "SUPERVISOR."
010300         GO TO 6000-ENCERRAR-CHAMADA-EXIT
010310     END-IF.
010320     PERFORM 1100-LOCALIZAR-CHAMADA
010330         THRU 1100-LOCALIZAR-CHAMADA-EXIT.
010340     IF SEM-CHAMADA-ABERTA
010350         DISPLAY "NENHUMA CHAMADA ABERTA."
010360         GO TO 6000-ENCERRAR-CHAMADA-EXIT
010370     END-IF.
010380     DISPLAY "CHAMADA DO ALARME " WRK-ALC-DATA " "
010390             WRK-ALC-HORA.
010400     DISPLAY "CONFIRMA O ENCERRAMENTO DA CHAMADA (S/N)? ".
010410     ACCEPT WRK-CONFIRMA.
010420     IF WRK-CONFIRMA NOT = "S"
010430         DISPLAY "ENCERRAMENTO CANCELADO."
010440         GO TO 6000-ENCERRAR-CHAMADA-EXIT
010450     END-IF.
010460
010470     PERFORM 6100-LER-CHAMADA-BLOQUEADA
010480         THRU 6100-LER-CHAMADA-BLOQUEADA-EXIT
010490         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
010500         UNTIL WRK-TENTATIVAS-BLOQ > 200
010510            OR NOT EVC-BLOQUEADO.
010520     IF WRK-EVC-STATUS NOT = "00"
010530         DISPLAY "CHAMADA EM USO - STATUS " WRK-EVC-STATUS
010540                 " - TENTE NOVAMENTE."
010550         GO TO 6000-ENCERRAR-CHAMADA-EXIT
010560     END-IF.
010570     IF NOT EVC-ABERTA
010580         DISPLAY "CHAMADA JA ENCERRADA EM OUTRO POSTO."
010590         UNLOCK EVCFILE
010600         GO TO 6000-ENCERRAR-CHAMADA-EXIT
010610     END-IF.
010620
010630     PERFORM 6200-CONTAR-RETRATO THRU 6200-CONTAR-RETRATO-EXIT.
010640     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
010650     ACCEPT WRK-HORA-ATUAL FROM TIME.
010660     PERFORM 6300-CALCULAR-DURACAO
010670         THRU 6300-CALCULAR-DURACAO-EXIT.
010680     SET EVC-ENCERRADA TO TRUE.
010690     MOVE WRK-DATA-ATUAL TO EVC-DATA-ENCERRAMENTO.
010700     MOVE WRK-HORA-ATUAL TO EVC-HORA-ENCERRAMENTO.
010710     MOVE WRK-OPERADOR-ID TO EVC-OPERADOR-ENCERR.
010720     MOVE WRK-SEG-DURACAO TO EVC-DURACAO-SEGUNDOS.
010730     MOVE WRK-QTDE-RETRATO TO EVC-QTDE-RETRATO.
010740     MOVE WRK-QTDE-LOCALIZADOS TO EVC-QTDE-LOCALIZADOS.
010750     MOVE WRK-QTDE-FALTANTES TO EVC-QTDE-FALTANTES.
010760     REWRITE EVC-REGISTRO
010770         INVALID KEY
010780             DISPLAY "ERRO AO ENCERRAR A CHAMADA - STATUS "
010790                     WRK-EVC-STATUS
010800             UNLOCK EVCFILE
010810             GO TO 6000-ENCERRAR-CHAMADA-EXIT
010820     END-REWRITE.
010830     UNLOCK EVCFILE.
010840     PERFORM 6400-EDITAR-DURACAO THRU 6400-EDITAR-DURACAO-EXIT.
010850     DISPLAY "CHAMADA ENCERRADA - DURACAO " WRK-DURACAO-EDITADA
010860             " - FALTANTES: " WRK-QTDE-FALTANTES.
010870     SET LISTA-FINAL TO TRUE.
010880     PERFORM 5100-EMITIR-LISTA THRU 5100-EMITIR-LISTA-EXIT.
010890 6000-ENCERRAR-CHAMADA-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930* 6100-LER-CHAMADA-BLOQUEADA
010940* UMA TENTATIVA DE LER SOB BLOQUEIO A CHAMADA ABERTA.
010950******************************************************************
010960 6100-LER-CHAMADA-BLOQUEADA.
010970     MOVE WRK-ALARME-CORRENTE TO EVC-CHAVE.
010980     READ EVCFILE WITH LOCK
010990         KEY IS EVC-CHAVE
011000         INVALID KEY
011010             DISPLAY "CHAMADA NAO ENCONTRADA NO EVCFILE."
011020     END-READ.
011030 6100-LER-CHAMADA-BLOQUEADA-EXIT.
011040     EXIT.
011050
011060******************************************************************
011070* 6200-CONTAR-RETRATO
011080* CONTA O RETRATO DA CHAMADA (WRK-ALARME-CORRENTE) PELA CHAVE
011090* PRIMARIA: TOTAL, LOCALIZADOS E FALTANTES.
011100******************************************************************
011110 6200-CONTAR-RETRATO.
011120     MOVE ZEROS TO WRK-QTDE-RETRATO WRK-QTDE-LOCALIZADOS
011130                   WRK-QTDE-FALTANTES.
011140     MOVE LOW-VALUES TO MUS-CHAVE.
011150     MOVE WRK-ALARME-CORRENTE TO MUS-ALARME.
011160     SET NAO-FIM-RETRATO TO TRUE.
011170     START MUSFILE
011180         KEY IS >= MUS-CHAVE
011190         INVALID KEY
011200             SET FIM-RETRATO TO TRUE
011210     END-START.
011220     PERFORM 6210-CONTAR-UM-CADASTRO
011230         THRU 6210-CONTAR-UM-CADASTRO-EXIT
011240         UNTIL FIM-RETRATO.
011250 6200-CONTAR-RETRATO-EXIT.
011260     EXIT.
011270
011280******************************************************************
011290* 6210-CONTAR-UM-CADASTRO
011300* LE O PROXIMO CADASTRO DO RETRATO E O SOMA NOS TOTAIS.
011310******************************************************************
011320 6210-CONTAR-UM-CADASTRO.
011330     READ MUSFILE NEXT RECORD WITH NO LOCK
011340         AT END
011350             SET FIM-RETRATO TO TRUE
011360             GO TO 6210-CONTAR-UM-CADASTRO-EXIT
011370     END-READ.
011380     IF MUS-ALARME NOT = WRK-ALARME-CORRENTE
011390         SET FIM-RETRATO TO TRUE
011400         GO TO 6210-CONTAR-UM-CADASTRO-EXIT
011410     END-IF.
011420     ADD 1 TO WRK-QTDE-RETRATO.
011430     IF MUS-LOCALIZADO
011440         ADD 1 TO WRK-QTDE-LOCALIZADOS
011450     ELSE
011460         ADD 1 TO WRK-QTDE-FALTANTES
011470     END-IF.
011480 6210-CONTAR-UM-CADASTRO-EXIT.
011490     EXIT.
011500
011510******************************************************************
011520* 6300-CALCULAR-DURACAO
011530* SEGUNDOS ENTRE A DECLARACAO DO ALARME (EVC-DATA/HORA-ALARME)
011540* E AGORA (WRK-DATA/HORA-ATUAL). A CHAMADA QUE ATRAVESSA A
011550* MEIA-NOITE SOMA UM DIA; HORA ANTERIOR AO ALARME (RELOGIO
011560* AJUSTADO) DA DURACAO ZERO.
011570******************************************************************
011580 6300-CALCULAR-DURACAO.
011590     MOVE EVC-HORA-ALARME TO WRK-HORA-DECOMPOSTA.
011600     COMPUTE WRK-SEG-ALARME = (WRK-HD-HH * 3600) +
011610             (WRK-HD-MM * 60) + WRK-HD-SS.
011620     MOVE WRK-HORA-ATUAL TO WRK-HORA-DECOMPOSTA.
011630     COMPUTE WRK-SEG-ENCERRAMENTO = (WRK-HD-HH * 3600) +
011640             (WRK-HD-MM * 60) + WRK-HD-SS.
011650     IF WRK-DATA-ATUAL NOT = EVC-DATA-ALARME
011660         ADD 86400 TO WRK-SEG-ENCERRAMENTO
011670     END-IF.
011680     IF WRK-SEG-ENCERRAMENTO < WRK-SEG-ALARME
011690         MOVE ZEROS TO WRK-SEG-DURACAO
011700     ELSE
011710         COMPUTE WRK-SEG-DURACAO =
011720                 WRK-SEG-ENCERRAMENTO - WRK-SEG-ALARME
011730     END-IF.
011740 6300-CALCULAR-DURACAO-EXIT.
011750     EXIT.
011760
011770******************************************************************
011780* 6400-EDITAR-DURACAO
011790* EDITA OS SEGUNDOS DE WRK-SEG-DURACAO COMO HH:MM:SS.
011800******************************************************************
011810 6400-EDITAR-DURACAO.
011820     DIVIDE WRK-SEG-DURACAO BY 3600 GIVING WRK-DUR-HH
011830         REMAINDER WRK-SEG-RESTO.
011840     DIVIDE WRK-SEG-RESTO BY 60 GIVING WRK-DUR-MM
011850         REMAINDER WRK-DUR-SS.
011860 6400-EDITAR-DURACAO-EXIT.
011870     EXIT.
011880
011890******************************************************************
011900* 7000-EMITIR-HISTORICO
011910* LISTA EM EVACHIST.LST TODAS AS CHAMADAS DO EVCFILE: TIPO,
011920* SITUACAO, DURACAO, QUANTIDADES E OPERADORES, E, PARA AS
011930* ENCERRADAS, QUEM AINDA FALTAVA NO ENCERRAMENTO.
011940******************************************************************
011950 7000-EMITIR-HISTORICO.
011960     OPEN OUTPUT HSTFILE.
011970     IF WRK-HST-STATUS NOT = "00"
011980         DISPLAY "ERRO AO ABRIR EVACHIST.LST - STATUS "
011990                 WRK-HST-STATUS
012000         GO TO 7000-EMITIR-HISTORICO-EXIT
012010     END-IF.
012020     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
012030     MOVE WRK-DATA-ATUAL TO WRK-CHI-DATA.
012040     WRITE HST-LINHA FROM WRK-CABECALHO-HIST.
012050     MOVE SPACES TO HST-LINHA.
012060     WRITE HST-LINHA.
012070     MOVE ZEROS TO WRK-QTDE-CHAMADAS.
012080     MOVE LOW-VALUES TO EVC-CHAVE.
012090     SET NAO-FIM-ARQUIVO TO TRUE.
012100     START EVCFILE
012110         KEY IS >= EVC-CHAVE
012120         INVALID KEY
012130             SET FIM-ARQUIVO TO TRUE
012140     END-START.
012150     PERFORM 7100-LISTAR-UMA-CHAMADA
012160         THRU 7100-LISTAR-UMA-CHAMADA-EXIT
012170         UNTIL FIM-ARQUIVO.
012180     IF WRK-QTDE-CHAMADAS = 0
012190         MOVE "NENHUMA CHAMADA REGISTRADA." TO HST-LINHA
012200         WRITE HST-LINHA
012210     END-IF.
012220     CLOSE HSTFILE.
012230     DISPLAY "HISTORICO GRAVADO EM EVACHIST.LST - "
012240             WRK-QTDE-CHAMADAS " CHAMADA(S).".
012250 7000-EMITIR-HISTORICO-EXIT.
012260     EXIT.
012270
012280******************************************************************
012290* 7100-LISTAR-UMA-CHAMADA
012300* LE A PROXIMA CHAMADA E A LISTA NO HISTORICO. O REGISTRO DE
012305* CONTROLE (CHAVE ZEROS) NAO E LISTADO.
012310******************************************************************
012320 7100-LISTAR-UMA-CHAMADA.
012330     READ EVCFILE NEXT RECORD WITH NO LOCK
012340         AT END
012350             SET FIM-ARQUIVO TO TRUE
012360             GO TO 7100-LISTAR-UMA-CHAMADA-EXIT
012370     END-READ.
012372     IF EVC-CONTROLE
012374         GO TO 7100-LISTAR-UMA-CHAMADA-EXIT
012376     END-IF.
012380     ADD 1 TO WRK-QTDE-CHAMADAS.
012390     MOVE EVC-DATA-ALARME TO WRK-LHI-DATA.
012400     MOVE EVC-HORA-ALARME TO WRK-LHI-HORA.
012410     IF EVC-REAL
012420         MOVE "REAL" TO WRK-LHI-TIPO
012430     ELSE
012440         MOVE "SIMULADO" TO WRK-LHI-TIPO
012450     END-IF.
012460     IF EVC-ENCERRADA
012470         MOVE "ENCERRADA" TO WRK-LHI-SITUACAO
012480         MOVE EVC-DURACAO-SEGUNDOS TO WRK-SEG-DURACAO
012490         PERFORM 6400-EDITAR-DURACAO
012500             THRU 6400-EDITAR-DURACAO-EXIT
012510         MOVE WRK-DURACAO-EDITADA TO WRK-LHI-DURACAO
012520     ELSE
012530         MOVE "ABERTA" TO WRK-LHI-SITUACAO
012540         MOVE "EM CURSO" TO WRK-LHI-DURACAO
012550     END-IF.
012560     MOVE EVC-QTDE-RETRATO TO WRK-LHI-RETRATO.
012570     MOVE EVC-QTDE-LOCALIZADOS TO WRK-LHI-LOCALIZADOS.
012580     MOVE EVC-QTDE-FALTANTES TO WRK-LHI-FALTANTES.
012590     WRITE HST-LINHA FROM WRK-LINHA-HISTORICO.
012600     MOVE EVC-OPERADOR-ALARME TO WRK-LOP-ALARME.
012610     MOVE EVC-OPERADOR-ENCERR TO WRK-LOP-ENCERR.
012620     MOVE EVC-DATA-ENCERRAMENTO TO WRK-LOP-DATA.
012630     MOVE EVC-HORA-ENCERRAMENTO TO WRK-LOP-HORA.
012640     WRITE HST-LINHA FROM WRK-LINHA-OPERADORES.
012650     IF EVC-ENCERRADA AND EVC-QTDE-FALTANTES > 0
012660         MOVE "    FALTANTES NO ENCERRAMENTO:" TO HST-LINHA
012670         WRITE HST-LINHA
012680         PERFORM 7200-LISTAR-FALTANTES
012690             THRU 7200-LISTAR-FALTANTES-EXIT
012700     END-IF.
012710     MOVE SPACES TO HST-LINHA.
012720     WRITE HST-LINHA.
012730 7100-LISTAR-UMA-CHAMADA-EXIT.
012740     EXIT.
012750
012760******************************************************************
012770* 7200-LISTAR-FALTANTES
012780* LISTA OS CADASTROS DO RETRATO DA CHAMADA CORRENTE DO
012790* HISTORICO QUE FICARAM FALTANTES NO ENCERRAMENTO.
012800******************************************************************
012810 7200-LISTAR-FALTANTES.
012820     MOVE LOW-VALUES TO MUS-CHAVE.
012830     MOVE EVC-CHAVE TO MUS-ALARME.
012840     SET NAO-FIM-RETRATO TO TRUE.
012850     START MUSFILE
012860         KEY IS >= MUS-CHAVE
012870         INVALID KEY
012880             SET FIM-RETRATO TO TRUE
012890     END-START.
012900     PERFORM 7210-LISTAR-UM-FALTANTE
012910         THRU 7210-LISTAR-UM-FALTANTE-EXIT
012920         UNTIL FIM-RETRATO.
012930 7200-LISTAR-FALTANTES-EXIT.
012940     EXIT.
012950
012960******************************************************************
012970* 7210-LISTAR-UM-FALTANTE
012980* LE O PROXIMO CADASTRO DO RETRATO E O LISTA SE FALTANTE.
012990******************************************************************
013000 7210-LISTAR-UM-FALTANTE.
013010     READ MUSFILE NEXT RECORD WITH NO LOCK
013020         AT END
013030             SET FIM-RETRATO TO TRUE
013040             GO TO 7210-LISTAR-UM-FALTANTE-EXIT
013050     END-READ.
013060     IF MUS-ALARME NOT = EVC-CHAVE
013070         SET FIM-RETRATO TO TRUE
013080         GO TO 7210-LISTAR-UM-FALTANTE-EXIT
013090     END-IF.
013100     IF MUS-FALTANTE
013110         MOVE MUS-NOME TO WRK-LFA-NOME
013120         MOVE MUS-NUM-CRACHA TO WRK-LFA-CRACHA
013130         MOVE MUS-HORA-ENTRADA TO WRK-LFA-ENTRADA
013140         MOVE MUS-ID-ANFITRIAO TO WRK-LFA-ANFITRIAO
013150         WRITE HST-LINHA FROM WRK-LINHA-FALTANTE
013160     END-IF.
013170 7210-LISTAR-UM-FALTANTE-EXIT.
013180     EXIT.
013190
013200******************************************************************
013210* 9999-FINALIZAR
013220* FECHA OS ARQUIVOS ANTES DE ENCERRAR O PROGRAMA.
013230******************************************************************
013240 9999-FINALIZAR.
013250     CLOSE EVCFILE.
013260     CLOSE MUSFILE.
013270     IF ANFFILE-DISPONIVEL
013280         CLOSE ANFFILE
013290     END-IF.
013300 9999-FINALIZAR-EXIT.
013310     EXIT.
