000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB37.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: RELATORIO SEMANAL DOS PASSES DE PRESTADORES
000190*           (PASSES.LST), PARA A SEGURANCA PATRIMONIAL E PARA OS
000200*           ANFITRIOES PATROCINADORES. A PARTIR DA DATA DE
000210*           REFERENCIA (DATA DE NEGOCIO DO DTCTL, SE NAO
000220*           INFORMADA) LISTA: 1) OS PASSES ATIVOS QUE VENCEM NOS
000230*           PROXIMOS 30 DIAS, COM O PATROCINADOR QUE DEVE PEDIR
000240*           A RENOVACAO; 2) OS PASSES USADOS COM O TREINAMENTO
000250*           DE SEGURANCA VENCIDO - USO NA SEMANA OU TREINAMENTO
000260*           AINDA NAO RECICLADO - COM A CONTAGEM GUARDADA NO
000270*           PASSE PELA RECEPCAO (PROGCOB01), QUE SOBREVIVE AO
000280*           EXPURGO DO REGFILE; 3) OS PASSES CUJO TREINAMENTO
000290*           VENCE NOS PROXIMOS 30 DIAS, ANTES DO FIM DO PASSE,
000300*           PARA AGENDAR A RECICLAGEM. O TREINAMENTO VALE ATE O
000310*           MESMO DIA DO ANO SEGUINTE. PASSES SUSPENSOS FICAM
000320*           FORA DAS SECOES 1 E 3.
000330*
000340* HISTORICO DE ALTERACOES
000350* DATA       INIC.  DESCRICAO
000360* ---------- -----  ------------------------------------------
000370* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PASFILE ASSIGN TO "PASFILE"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS PAS-NUMERO
000460         FILE STATUS IS WRK-PAS-STATUS.
000470
000480     SELECT ANFFILE ASSIGN TO "ANFFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS ANF-ID
000520         FILE STATUS IS WRK-ANF-STATUS.
000530
000540     SELECT DTCTL ASSIGN TO "DTCTL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS DTCTL-CHAVE
000580         FILE STATUS IS WRK-DTCTL-STATUS.
000590
000600     SELECT RELFILE ASSIGN TO "PASSES.LST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-REL-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PASFILE.
000670     COPY PASREC.
000680
000690 FD  ANFFILE.
000700     COPY ANFREC.
000710
000720 FD  DTCTL.
000730     COPY DTCTLREC.
000740
000750 FD  RELFILE.
000760 01  REL-LINHA                   PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790 77  WRK-PAS-STATUS              PIC X(02) VALUE "00".
000800 77  WRK-ANF-STATUS              PIC X(02) VALUE "00".
000810 77  WRK-DTCTL-STATUS            PIC X(02) VALUE "00".
000820 77  WRK-REL-STATUS              PIC X(02) VALUE "00".
000830
000840 77  WRK-SW-FIM-ARQUIVO          PIC X(01) VALUE "N".
000850     88  FIM-ARQUIVO                     VALUE "S".
000860     88  NAO-FIM-ARQUIVO                 VALUE "N".
000870 77  WRK-SW-PARAMETROS           PIC X(01) VALUE "S".
000880     88  PARAMETROS-VALIDOS              VALUE "S".
000890     88  PARAMETROS-INVALIDOS            VALUE "N".
000900 77  WRK-SW-ANFFILE              PIC X(01) VALUE "N".
000910     88  ANFFILE-DISPONIVEL              VALUE "S".
000920     88  ANFFILE-INDISPONIVEL            VALUE "N".
000930 77  WRK-SW-DIA                  PIC X(01) VALUE "N".
000940     88  DIA-ACHADO                      VALUE "S".
000950     88  DIA-NAO-ACHADO                  VALUE "N".
000960
000970*    DATA DE REFERENCIA, LIMITE DA JANELA DE 30 DIAS E INICIO
000980*    DA SEMANA (OS 7 DIAS ATE A REFERENCIA, INCLUSIVE).
000990 77  WRK-DATA-REFERENCIA         PIC 9(08) VALUE ZEROS.
001000 77  WRK-DATA-LIMITE             PIC 9(08) VALUE ZEROS.
001010 77  WRK-DATA-SEMANA             PIC 9(08) VALUE ZEROS.
001020 77  WRK-VENC-TREINAMENTO        PIC 9(08) VALUE ZEROS.
001030 77  WRK-DATA-PROCURADA          PIC 9(08) VALUE ZEROS.
001040 77  WRK-DIAS-RESTANTES          PIC 9(03) VALUE ZEROS.
001050
001060*    AS 31 DATAS DA JANELA (REFERENCIA E OS 30 DIAS SEGUINTES):
001070*    A POSICAO DA DATA NA TABELA, MENOS UM, E O NUMERO DE DIAS
001080*    QUE FALTAM PARA ELA.
001090 01  WRK-TAB-JANELA.
001100     02  WRK-JAN-DATA            PIC 9(08) OCCURS 31 TIMES.
001110 77  WRK-IDX-JAN                 PIC 9(02) VALUE ZEROS.
001120
001130 01  WRK-DATA-VALIDACAO.
001140     02  WRK-VAL-ANO             PIC 9(04) VALUE ZEROS.
001150     02  WRK-VAL-MES             PIC 9(02) VALUE ZEROS.
001160     02  WRK-VAL-DIA             PIC 9(02) VALUE ZEROS.
001170 77  WRK-DATA-EM-VALIDACAO       PIC 9(08) VALUE ZEROS.
001180 77  WRK-SW-DATA-VALIDA          PIC X(01) VALUE "S".
001190     88  DATA-VALIDA                     VALUE "S".
001200     88  DATA-INVALIDA                   VALUE "N".
001210 77  WRK-MOTIVO-REJEICAO         PIC X(40) VALUE SPACES.
001220
001230*    TABELA DE DIAS POR MES (FEVEREIRO AJUSTADO SE BISSEXTO), NO
001240*    MESMO PADRAO DA VALIDACAO DE CALENDARIO DO PROGCOB03.
001250 01  WRK-TAB-DIAS-MES.
001260     02  FILLER                  PIC 9(02) VALUE 31.
001270     02  FILLER                  PIC 9(02) VALUE 28.
001280     02  FILLER                  PIC 9(02) VALUE 31.
001290     02  FILLER                  PIC 9(02) VALUE 30.
001300     02  FILLER                  PIC 9(02) VALUE 31.
001310     02  FILLER                  PIC 9(02) VALUE 30.
001320     02  FILLER                  PIC 9(02) VALUE 31.
001330     02  FILLER                  PIC 9(02) VALUE 31.
001340     02  FILLER                  PIC 9(02) VALUE 30.
001350     02  FILLER                  PIC 9(02) VALUE 31.
001360     02  FILLER                  PIC 9(02) VALUE 30.
001370     02  FILLER                  PIC 9(02) VALUE 31.
001380 01  WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.
001390     02  WRK-DIAS-NO-MES         PIC 9(02) OCCURS 12 TIMES.
001400
001410 77  WRK-BIS-QUOC4               PIC 9(04) VALUE ZEROS.
001420 77  WRK-BIS-REST4               PIC 9(04) VALUE ZEROS.
001430 77  WRK-BIS-QUOC100             PIC 9(04) VALUE ZEROS.
001440 77  WRK-BIS-REST100             PIC 9(04) VALUE ZEROS.
001450 77  WRK-BIS-QUOC400             PIC 9(04) VALUE ZEROS.
001460 77  WRK-BIS-REST400             PIC 9(04) VALUE ZEROS.
001470
001480 01  WRK-DATA-CORRENTE.
001490     02  WRK-CORR-ANO            PIC 9(04) VALUE ZEROS.
001500     02  WRK-CORR-MES            PIC 9(02) VALUE ZEROS.
001510     02  WRK-CORR-DIA            PIC 9(02) VALUE ZEROS.
001520 77  WRK-DATA-CORR-NUM           PIC 9(08) VALUE ZEROS.
001530
001540*    CONTAGENS DO CADASTRO E DAS SECOES.
001550 77  WRK-QTDE-PASSES             PIC 9(06) VALUE ZEROS.
001560 77  WRK-QTDE-ATIVOS             PIC 9(06) VALUE ZEROS.
001570 77  WRK-QTDE-SUSPENSOS          PIC 9(06) VALUE ZEROS.
001580 77  WRK-QTDE-VENCIDOS           PIC 9(06) VALUE ZEROS.
001590 77  WRK-QTDE-SECAO              PIC 9(06) VALUE ZEROS.
001600 77  WRK-QTDE-A-VENCER           PIC 9(06) VALUE ZEROS.
001610 77  WRK-QTDE-SEM-TREINO         PIC 9(06) VALUE ZEROS.
001620 77  WRK-QTDE-RECICLAGEM         PIC 9(06) VALUE ZEROS.
001630
001640 01  WRK-CABECALHO.
001650     02  FILLER                  PIC X(35)
001660         VALUE "PASSES DE PRESTADORES - REFERENCIA ".
001670     02  WRK-CAB-REFERENCIA      PIC 9(08).
001680     02  FILLER                  PIC X(10) VALUE " - JANELA ".
001690     02  WRK-CAB-LIMITE          PIC 9(08).
001700
001710 01  WRK-TITULO-VENCIMENTO.
001720     02  FILLER                  PIC X(38)
001730         VALUE "PASSE  PRESTADOR".
001740     02  FILLER                  PIC X(21) VALUE "EMPRESA".
001750     02  FILLER                  PIC X(13) VALUE "VENCE    DIAS".
001760
001770 01  WRK-LINHA-VENCIMENTO.
001780     02  WRK-LVC-NUMERO          PIC 9(06).
001790     02  FILLER                  PIC X(01) VALUE SPACES.
001800     02  WRK-LVC-NOME            PIC X(30).
001810     02  FILLER                  PIC X(01) VALUE SPACES.
001820     02  WRK-LVC-EMPRESA         PIC X(20).
001830     02  FILLER                  PIC X(01) VALUE SPACES.
001840     02  WRK-LVC-DATA            PIC 9(08).
001850     02  FILLER                  PIC X(01) VALUE SPACES.
001860     02  WRK-LVC-DIAS            PIC ZZ9.
001870
001880 01  WRK-TITULO-SEM-TREINO.
001890     02  FILLER                  PIC X(38)
001900         VALUE "PASSE  PRESTADOR".
001910     02  FILLER                  PIC X(28)
001920         VALUE "TREINAM. ULT.USO ENTRADAS".
001930     02  FILLER                  PIC X(08) VALUE "SITUACAO".
001940
001950 01  WRK-LINHA-SEM-TREINO.
001960     02  WRK-LST-NUMERO          PIC 9(06).
001970     02  FILLER                  PIC X(01) VALUE SPACES.
001980     02  WRK-LST-NOME            PIC X(30).
001990     02  FILLER                  PIC X(01) VALUE SPACES.
002000     02  WRK-LST-TREINAMENTO     PIC 9(08).
002010     02  FILLER                  PIC X(01) VALUE SPACES.
002020     02  WRK-LST-ULTIMO-USO      PIC 9(08).
002030     02  FILLER                  PIC X(01) VALUE SPACES.
002040     02  WRK-LST-ENTRADAS        PIC Z,ZZ9.
002050     02  FILLER                  PIC X(04) VALUE SPACES.
002060     02  WRK-LST-SITUACAO        PIC X(15).
002070
002080 01  WRK-LINHA-PATROCINADOR.
002090     02  FILLER                  PIC X(07) VALUE SPACES.
002100     02  FILLER                  PIC X(14) VALUE "PATROCINADOR: ".
002110     02  WRK-LPT-ID              PIC X(08).
002120     02  FILLER                  PIC X(01) VALUE SPACES.
002130     02  WRK-LPT-NOME            PIC X(30).
002140     02  FILLER                  PIC X(01) VALUE SPACES.
002150     02  WRK-LPT-DEPTO           PIC X(19).
002160
002170 01  WRK-LINHA-TOTAL.
002180     02  FILLER                  PIC X(17)
002190         VALUE "    OCORRENCIAS: ".
002200     02  WRK-TOT-QTDE            PIC ZZZ,ZZ9.
002210
002220 01  WRK-LINHA-AVISO.
002230     02  FILLER                  PIC X(04) VALUE SPACES.
002240     02  WRK-AVI-TEXTO           PIC X(50).
002250     02  WRK-AVI-QTDE            PIC ZZZ,ZZ9.
002260
002270 PROCEDURE DIVISION.
002280******************************************************************
002290* 0000-MAINLINE
002300* RECEBE A DATA DE REFERENCIA, MONTA A JANELA DE 30 DIAS E
002310* IMPRIME AS SECOES DO RELATORIO, CADA UMA NUMA LEITURA DO
002320* CADASTRO DE PASSES.
002330******************************************************************
002340 0000-MAINLINE.
002350     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002360     IF PARAMETROS-VALIDOS
002370         PERFORM 2000-IMPRIMIR-VENCIMENTOS
002380             THRU 2000-IMPRIMIR-VENCIMENTOS-EXIT
002390         PERFORM 3000-IMPRIMIR-SEM-TREINO
002400             THRU 3000-IMPRIMIR-SEM-TREINO-EXIT
002410         PERFORM 4000-IMPRIMIR-RECICLAGEM
002420             THRU 4000-IMPRIMIR-RECICLAGEM-EXIT
002430         PERFORM 8000-IMPRIMIR-RESUMO
002440             THRU 8000-IMPRIMIR-RESUMO-EXIT
002450     END-IF.
002460     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002470     STOP RUN.
002480
002490******************************************************************
002500* 1000-INICIALIZAR
002510* RECEBE E VALIDA A DATA DE REFERENCIA (ZERO = DATA DE NEGOCIO
002520* DO DTCTL, OU O RELOGIO SE O DTCTL NAO ESTIVER POPULADO),
002530* MONTA A JANELA E O INICIO DA SEMANA E ABRE OS ARQUIVOS.
002540******************************************************************
002550 1000-INICIALIZAR.
002560     DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = DATA DE "
002570             "NEGOCIO): ".
002580     ACCEPT WRK-DATA-REFERENCIA.
002590     IF WRK-DATA-REFERENCIA = 0
002600         PERFORM 1100-OBTER-DATA-NEGOCIO
002610             THRU 1100-OBTER-DATA-NEGOCIO-EXIT
002620     END-IF.
002630     MOVE WRK-DATA-REFERENCIA TO WRK-DATA-EM-VALIDACAO.
002640     PERFORM 8500-VALIDAR-DATA THRU 8500-VALIDAR-DATA-EXIT.
002650     IF DATA-INVALIDA
002660         SET PARAMETROS-INVALIDOS TO TRUE
002670         GO TO 1000-INICIALIZAR-EXIT
002680     END-IF.
002690
002700     MOVE WRK-DATA-REFERENCIA TO WRK-DATA-CORRENTE.
002710     MOVE WRK-DATA-REFERENCIA TO WRK-JAN-DATA(1).
002720     PERFORM 1200-MONTAR-JANELA THRU 1200-MONTAR-JANELA-EXIT
002730         VARYING WRK-IDX-JAN FROM 2 BY 1
002740         UNTIL WRK-IDX-JAN > 31.
002750     MOVE WRK-JAN-DATA(31) TO WRK-DATA-LIMITE.
002760
002770     MOVE WRK-DATA-REFERENCIA TO WRK-DATA-CORRENTE.
002780     PERFORM 3600-RECUAR-DIA THRU 3600-RECUAR-DIA-EXIT 6 TIMES.
002790     MOVE WRK-DATA-CORR-NUM TO WRK-DATA-SEMANA.
002800
002810     OPEN INPUT PASFILE.
002820     IF WRK-PAS-STATUS NOT = "00"
002830         DISPLAY "CADASTRO DE PASSES INDISPONIVEL - STATUS "
002840                 WRK-PAS-STATUS " - EXECUTE O PROGCB36 PARA "
002850                 "CRIA-LO."
002860         SET PARAMETROS-INVALIDOS TO TRUE
002870         GO TO 1000-INICIALIZAR-EXIT
002880     END-IF.
002890     CLOSE PASFILE.
002900
002910     OPEN INPUT ANFFILE.
002920     IF WRK-ANF-STATUS = "00"
002930         SET ANFFILE-DISPONIVEL TO TRUE
002940     ELSE
002950         DISPLAY "AVISO: CADASTRO DE ANFITRIOES INDISPONIVEL - "
002960                 "STATUS " WRK-ANF-STATUS
002970                 " - PATROCINADOR SAI SO COM A IDENTIFICACAO."
002980     END-IF.
002990
003000     OPEN OUTPUT RELFILE.
003010     IF WRK-REL-STATUS NOT = "00"
003020         DISPLAY "ARQUIVO PASSES.LST INDISPONIVEL - STATUS "
003030                 WRK-REL-STATUS
003040         IF ANFFILE-DISPONIVEL
003050             CLOSE ANFFILE
003060         END-IF
003070         SET PARAMETROS-INVALIDOS TO TRUE
003080         GO TO 1000-INICIALIZAR-EXIT
003090     END-IF.
003100
003110     MOVE WRK-DATA-REFERENCIA TO WRK-CAB-REFERENCIA.
003120     MOVE WRK-DATA-LIMITE TO WRK-CAB-LIMITE.
003130     MOVE WRK-CABECALHO TO REL-LINHA.
003140     WRITE REL-LINHA.
003150 1000-INICIALIZAR-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 1100-OBTER-DATA-NEGOCIO
003200* LE A DATA DE NEGOCIO DO DTCTL; SE O CONTROLE AINDA NAO FOI
003210* POPULADO PELO PROGCOB03, USA O RELOGIO COMO RESERVA.
003220******************************************************************
003230 1100-OBTER-DATA-NEGOCIO.
003240     OPEN INPUT DTCTL.
003250     IF WRK-DTCTL-STATUS = "00"
003260         MOVE "DTCTL001" TO DTCTL-CHAVE
003270         READ DTCTL
003280             KEY IS DTCTL-CHAVE
003290             INVALID KEY
003300                 DISPLAY "AVISO: DATA DE NEGOCIO NAO ENCONTRADA "
003310                         "NO DTCTL - EXECUTE PROGCOB03 ANTES."
003320         END-READ
003330         IF WRK-DTCTL-STATUS = "00"
003340             MOVE DTCTL-DATA-NEGOCIO TO WRK-DATA-REFERENCIA
003350         END-IF
003360         CLOSE DTCTL
003370     ELSE
003380         DISPLAY "AVISO: DTCTL INDISPONIVEL - STATUS "
003390                 WRK-DTCTL-STATUS
003400     END-IF.
003410     IF WRK-DATA-REFERENCIA = 0
003420         ACCEPT WRK-DATA-REFERENCIA FROM DATE YYYYMMDD
003430     END-IF.
003440 1100-OBTER-DATA-NEGOCIO-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 1200-MONTAR-JANELA
003490* AVANCA A DATA CORRENTE UM DIA E A GUARDA NA POSICAO DA
003500* JANELA.
003510******************************************************************
003520 1200-MONTAR-JANELA.
003530     PERFORM 3400-AVANCAR-DIA THRU 3400-AVANCAR-DIA-EXIT.
003540     MOVE WRK-DATA-CORR-NUM TO WRK-JAN-DATA(WRK-IDX-JAN).
003550 1200-MONTAR-JANELA-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590* 1300-ABRIR-SECAO
003600* IMPRIME O TITULO DA SECAO (JA EM REL-LINHA) E ZERA A SUA
003610* CONTAGEM.
003620******************************************************************
003630 1300-ABRIR-SECAO.
003640     MOVE ZEROS TO WRK-QTDE-SECAO.
003650     WRITE REL-LINHA.
003660 1300-ABRIR-SECAO-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700* 1400-FECHAR-SECAO
003710* IMPRIME A CONTAGEM DA SECAO, OU QUE ELA NAO TEVE OCORRENCIA.
003720******************************************************************
003730 1400-FECHAR-SECAO.
003740     IF WRK-QTDE-SECAO = 0
003750         MOVE "    NENHUMA OCORRENCIA." TO REL-LINHA
003760     ELSE
003770         MOVE WRK-QTDE-SECAO TO WRK-TOT-QTDE
003780         MOVE WRK-LINHA-TOTAL TO REL-LINHA
003790     END-IF.
003800     WRITE REL-LINHA.
003810 1400-FECHAR-SECAO-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 1500-ABRIR-PASSES
003860* ABRE O CADASTRO DE PASSES PARA UMA NOVA LEITURA COMPLETA.
003870******************************************************************
003880 1500-ABRIR-PASSES.
003890     SET NAO-FIM-ARQUIVO TO TRUE.
003900     OPEN INPUT PASFILE.
003910     IF WRK-PAS-STATUS NOT = "00"
003920         DISPLAY "ERRO AO REABRIR CADASTRO DE PASSES - STATUS "
003930                 WRK-PAS-STATUS
003940         SET FIM-ARQUIVO TO TRUE
003950     END-IF.
003960 1500-ABRIR-PASSES-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000* 2000-IMPRIMIR-VENCIMENTOS
004010* SECAO 1: PASSES ATIVOS QUE VENCEM ENTRE A REFERENCIA E O FIM
004020* DA JANELA. ESTA LEITURA TAMBEM CONTA O CADASTRO PARA O
004030* RESUMO.
004040******************************************************************
004050 2000-IMPRIMIR-VENCIMENTOS.
004060     MOVE SPACES TO REL-LINHA.
004070     WRITE REL-LINHA.
004080     MOVE "1 - PASSES ATIVOS QUE VENCEM NOS PROXIMOS 30 DIAS"
004090         TO REL-LINHA.
004100     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
004110     MOVE WRK-TITULO-VENCIMENTO TO REL-LINHA.
004120     WRITE REL-LINHA.
004130     PERFORM 1500-ABRIR-PASSES THRU 1500-ABRIR-PASSES-EXIT.
004140     PERFORM 2100-VERIFICAR-VENCIMENTO
004150         THRU 2100-VERIFICAR-VENCIMENTO-EXIT
004160         UNTIL FIM-ARQUIVO.
004170     CLOSE PASFILE.
004180     MOVE WRK-QTDE-SECAO TO WRK-QTDE-A-VENCER.
004190     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
004200 2000-IMPRIMIR-VENCIMENTOS-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240* 2100-VERIFICAR-VENCIMENTO
004250* LE UM PASSE, CONTA A SUA SITUACAO E, SE ATIVO E VENCENDO NA
004260* JANELA, IMPRIME-O COM OS DIAS QUE FALTAM E O PATROCINADOR.
004270******************************************************************
004280 2100-VERIFICAR-VENCIMENTO.
004290     READ PASFILE NEXT RECORD
004300         AT END
004310             SET FIM-ARQUIVO TO TRUE
004320             GO TO 2100-VERIFICAR-VENCIMENTO-EXIT
004330     END-READ.
004340     ADD 1 TO WRK-QTDE-PASSES.
004350     IF PAS-SUSPENSO
004360         ADD 1 TO WRK-QTDE-SUSPENSOS
004370         GO TO 2100-VERIFICAR-VENCIMENTO-EXIT
004380     END-IF.
004390     IF PAS-VALIDO-ATE < WRK-DATA-REFERENCIA
004400         ADD 1 TO WRK-QTDE-VENCIDOS
004410         GO TO 2100-VERIFICAR-VENCIMENTO-EXIT
004420     END-IF.
004430     ADD 1 TO WRK-QTDE-ATIVOS.
004440     IF PAS-VALIDO-ATE > WRK-DATA-LIMITE
004450         GO TO 2100-VERIFICAR-VENCIMENTO-EXIT
004460     END-IF.
004470
004480     MOVE PAS-VALIDO-ATE TO WRK-DATA-PROCURADA.
004490     PERFORM 5000-CONTAR-DIAS THRU 5000-CONTAR-DIAS-EXIT.
004500     MOVE PAS-NUMERO TO WRK-LVC-NUMERO.
004510     MOVE PAS-NOME TO WRK-LVC-NOME.
004520     MOVE PAS-EMPRESA TO WRK-LVC-EMPRESA.
004530     MOVE PAS-VALIDO-ATE TO WRK-LVC-DATA.
004540     MOVE WRK-DIAS-RESTANTES TO WRK-LVC-DIAS.
004550     MOVE WRK-LINHA-VENCIMENTO TO REL-LINHA.
004560     WRITE REL-LINHA.
004570     PERFORM 5900-IMPRIMIR-PATROCINADOR
004580         THRU 5900-IMPRIMIR-PATROCINADOR-EXIT.
004590     ADD 1 TO WRK-QTDE-SECAO.
004600 2100-VERIFICAR-VENCIMENTO-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* 3000-IMPRIMIR-SEM-TREINO
004650* SECAO 2: PASSES COM ENTRADA REGISTRADA COM O TREINAMENTO DE
004660* SEGURANCA VENCIDO - A ULTIMA DELAS NA SEMANA, OU O
004670* TREINAMENTO AINDA NAO RECICLADO NA DATA DE REFERENCIA.
004680******************************************************************
004690 3000-IMPRIMIR-SEM-TREINO.
004700     MOVE SPACES TO REL-LINHA.
004710     WRITE REL-LINHA.
004720     MOVE "2 - ENTRADAS COM TREINAMENTO DE SEGURANCA VENCIDO"
004730         TO REL-LINHA.
004740     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
004750     MOVE WRK-TITULO-SEM-TREINO TO REL-LINHA.
004760     WRITE REL-LINHA.
004770     PERFORM 1500-ABRIR-PASSES THRU 1500-ABRIR-PASSES-EXIT.
004780     PERFORM 3100-VERIFICAR-SEM-TREINO
004790         THRU 3100-VERIFICAR-SEM-TREINO-EXIT
004800         UNTIL FIM-ARQUIVO.
004810     CLOSE PASFILE.
004820     MOVE WRK-QTDE-SECAO TO WRK-QTDE-SEM-TREINO.
004830     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
004840 3000-IMPRIMIR-SEM-TREINO-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880* 3100-VERIFICAR-SEM-TREINO
004890* LE UM PASSE E, SE TEM ENTRADAS COM O TREINAMENTO VENCIDO QUE
004900* AINDA PEDEM ATENCAO, IMPRIME-O COM A CONTAGEM DO PASSE.
004910******************************************************************
004920 3100-VERIFICAR-SEM-TREINO.
004930     READ PASFILE NEXT RECORD
004940         AT END
004950             SET FIM-ARQUIVO TO TRUE
004960             GO TO 3100-VERIFICAR-SEM-TREINO-EXIT
004970     END-READ.
004980     IF PAS-USOS-SEM-TREINO = 0
004990         GO TO 3100-VERIFICAR-SEM-TREINO-EXIT
005000     END-IF.
005010     COMPUTE WRK-VENC-TREINAMENTO = PAS-DATA-TREINAMENTO + 10000.
005020     IF PAS-DATA-ULT-SEM-TREINO < WRK-DATA-SEMANA
005030             AND WRK-VENC-TREINAMENTO NOT < WRK-DATA-REFERENCIA
005040         GO TO 3100-VERIFICAR-SEM-TREINO-EXIT
005050     END-IF.
005060
005070     MOVE PAS-NUMERO TO WRK-LST-NUMERO.
005080     MOVE PAS-NOME TO WRK-LST-NOME.
005090     MOVE PAS-DATA-TREINAMENTO TO WRK-LST-TREINAMENTO.
005100     MOVE PAS-DATA-ULT-SEM-TREINO TO WRK-LST-ULTIMO-USO.
005110     MOVE PAS-USOS-SEM-TREINO TO WRK-LST-ENTRADAS.
005120     IF WRK-VENC-TREINAMENTO < WRK-DATA-REFERENCIA
005130         MOVE "SEM RECICLAGEM" TO WRK-LST-SITUACAO
005140     ELSE
005150         MOVE "RECICLADO" TO WRK-LST-SITUACAO
005160     END-IF.
005170     MOVE WRK-LINHA-SEM-TREINO TO REL-LINHA.
005180     WRITE REL-LINHA.
005190     PERFORM 5900-IMPRIMIR-PATROCINADOR
005200         THRU 5900-IMPRIMIR-PATROCINADOR-EXIT.
005210     ADD 1 TO WRK-QTDE-SECAO.
005220 3100-VERIFICAR-SEM-TREINO-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 3400-AVANCAR-DIA
005270* AVANCA A DATA CORRENTE PARA O DIA SEGUINTE, RESPEITANDO OS
005280* DIAS DE CADA MES E O ANO BISSEXTO, NO PADRAO DO PROGCB11.
005290******************************************************************
005300 3400-AVANCAR-DIA.
005310     PERFORM 3500-AJUSTAR-FEVEREIRO
005320         THRU 3500-AJUSTAR-FEVEREIRO-EXIT.
005330     IF WRK-CORR-DIA < WRK-DIAS-NO-MES(WRK-CORR-MES)
005340         ADD 1 TO WRK-CORR-DIA
005350     ELSE
005360         MOVE 1 TO WRK-CORR-DIA
005370         IF WRK-CORR-MES < 12
005380             ADD 1 TO WRK-CORR-MES
005390         ELSE
005400             MOVE 1 TO WRK-CORR-MES
005410             ADD 1 TO WRK-CORR-ANO
005420         END-IF
005430     END-IF.
005440     COMPUTE WRK-DATA-CORR-NUM = (WRK-CORR-ANO * 10000) +
005450             (WRK-CORR-MES * 100) + WRK-CORR-DIA.
005460 3400-AVANCAR-DIA-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500* 3500-AJUSTAR-FEVEREIRO
005510* AJUSTA OS DIAS DE FEVEREIRO CONFORME O ANO CORRENTE SEJA OU
005520* NAO BISSEXTO, NO MESMO PADRAO DO PROGCOB03.
005530******************************************************************
005540 3500-AJUSTAR-FEVEREIRO.
005550     DIVIDE WRK-CORR-ANO BY 4 GIVING WRK-BIS-QUOC4
005560         REMAINDER WRK-BIS-REST4.
005570     DIVIDE WRK-CORR-ANO BY 100 GIVING WRK-BIS-QUOC100
005580         REMAINDER WRK-BIS-REST100.
005590     DIVIDE WRK-CORR-ANO BY 400 GIVING WRK-BIS-QUOC400
005600         REMAINDER WRK-BIS-REST400.
005610     IF WRK-BIS-REST4 = 0 AND
005620            (WRK-BIS-REST100 NOT = 0 OR WRK-BIS-REST400 = 0)
005630         MOVE 29 TO WRK-DIAS-NO-MES(2)
005640     ELSE
005650         MOVE 28 TO WRK-DIAS-NO-MES(2)
005660     END-IF.
005670 3500-AJUSTAR-FEVEREIRO-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 3600-RECUAR-DIA
005720* RECUA A DATA CORRENTE PARA O DIA ANTERIOR, NO MESMO PADRAO DO
005730* AVANCO (3400).
005740******************************************************************
005750 3600-RECUAR-DIA.
005760     IF WRK-CORR-DIA > 1
005770         SUBTRACT 1 FROM WRK-CORR-DIA
005780     ELSE
005790         IF WRK-CORR-MES > 1
005800             SUBTRACT 1 FROM WRK-CORR-MES
005810         ELSE
005820             MOVE 12 TO WRK-CORR-MES
005830             SUBTRACT 1 FROM WRK-CORR-ANO
005840         END-IF
005850         PERFORM 3500-AJUSTAR-FEVEREIRO
005860             THRU 3500-AJUSTAR-FEVEREIRO-EXIT
005870         MOVE WRK-DIAS-NO-MES(WRK-CORR-MES) TO WRK-CORR-DIA
005880     END-IF.
005890     COMPUTE WRK-DATA-CORR-NUM = (WRK-CORR-ANO * 10000) +
005900             (WRK-CORR-MES * 100) + WRK-CORR-DIA.
005910 3600-RECUAR-DIA-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 4000-IMPRIMIR-RECICLAGEM
005960* SECAO 3: PASSES ATIVOS CUJO TREINAMENTO VENCE DENTRO DA
005970* JANELA E ANTES DO FIM DO PASSE - RECICLAGEM A AGENDAR.
005980******************************************************************
005990 4000-IMPRIMIR-RECICLAGEM.
006000     MOVE SPACES TO REL-LINHA.
006010     WRITE REL-LINHA.
006020     MOVE "3 - TREINAMENTOS QUE VENCEM NOS PROXIMOS 30 DIAS"
006030         TO REL-LINHA.
006040     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
006050     MOVE WRK-TITULO-VENCIMENTO TO REL-LINHA.
006060     WRITE REL-LINHA.
006070     PERFORM 1500-ABRIR-PASSES THRU 1500-ABRIR-PASSES-EXIT.
006080     PERFORM 4100-VERIFICAR-RECICLAGEM
006090         THRU 4100-VERIFICAR-RECICLAGEM-EXIT
006100         UNTIL FIM-ARQUIVO.
006110     CLOSE PASFILE.
006120     MOVE WRK-QTDE-SECAO TO WRK-QTDE-RECICLAGEM.
006130     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
006140 4000-IMPRIMIR-RECICLAGEM-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 4100-VERIFICAR-RECICLAGEM
006190* LE UM PASSE E, SE ATIVO COM O TREINAMENTO VENCENDO NA JANELA
006200* ANTES DO FIM DO PASSE, IMPRIME-O COM OS DIAS QUE FALTAM.
006210******************************************************************
006220 4100-VERIFICAR-RECICLAGEM.
006230     READ PASFILE NEXT RECORD
006240         AT END
006250             SET FIM-ARQUIVO TO TRUE
006260             GO TO 4100-VERIFICAR-RECICLAGEM-EXIT
006270     END-READ.
006280     IF PAS-SUSPENSO OR PAS-VALIDO-ATE < WRK-DATA-REFERENCIA
006290         GO TO 4100-VERIFICAR-RECICLAGEM-EXIT
006300     END-IF.
006310     COMPUTE WRK-VENC-TREINAMENTO = PAS-DATA-TREINAMENTO + 10000.
006320     IF WRK-VENC-TREINAMENTO < WRK-DATA-REFERENCIA
006330             OR WRK-VENC-TREINAMENTO > WRK-DATA-LIMITE
006340             OR WRK-VENC-TREINAMENTO NOT < PAS-VALIDO-ATE
006350         GO TO 4100-VERIFICAR-RECICLAGEM-EXIT
006360     END-IF.
006370
006380     MOVE WRK-VENC-TREINAMENTO TO WRK-DATA-PROCURADA.
006390     PERFORM 5000-CONTAR-DIAS THRU 5000-CONTAR-DIAS-EXIT.
006400     MOVE PAS-NUMERO TO WRK-LVC-NUMERO.
006410     MOVE PAS-NOME TO WRK-LVC-NOME.
006420     MOVE PAS-EMPRESA TO WRK-LVC-EMPRESA.
006430     MOVE WRK-VENC-TREINAMENTO TO WRK-LVC-DATA.
006440     MOVE WRK-DIAS-RESTANTES TO WRK-LVC-DIAS.
006450     MOVE WRK-LINHA-VENCIMENTO TO REL-LINHA.
006460     WRITE REL-LINHA.
006470     PERFORM 5900-IMPRIMIR-PATROCINADOR
006480         THRU 5900-IMPRIMIR-PATROCINADOR-EXIT.
006490     ADD 1 TO WRK-QTDE-SECAO.
006500 4100-VERIFICAR-RECICLAGEM-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540* 5000-CONTAR-DIAS
006550* DEVOLVE EM WRK-DIAS-RESTANTES QUANTOS DIAS FALTAM, A PARTIR
006560* DA REFERENCIA, PARA A DATA PROCURADA (DENTRO DA JANELA).
006570******************************************************************
006580 5000-CONTAR-DIAS.
006590     MOVE ZEROS TO WRK-DIAS-RESTANTES.
006600     SET DIA-NAO-ACHADO TO TRUE.
006610     PERFORM 5100-PROCURAR-DIA THRU 5100-PROCURAR-DIA-EXIT
006620         VARYING WRK-IDX-JAN FROM 1 BY 1
006630         UNTIL WRK-IDX-JAN > 31 OR DIA-ACHADO.
006640 5000-CONTAR-DIAS-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680* 5100-PROCURAR-DIA
006690* COMPARA UMA POSICAO DA JANELA COM A DATA PROCURADA.
006700******************************************************************
006710 5100-PROCURAR-DIA.
006720     IF WRK-JAN-DATA(WRK-IDX-JAN) = WRK-DATA-PROCURADA
006730         SET DIA-ACHADO TO TRUE
006740         COMPUTE WRK-DIAS-RESTANTES = WRK-IDX-JAN - 1
006750     END-IF.
006760 5100-PROCURAR-DIA-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800* 5900-IMPRIMIR-PATROCINADOR
006810* IMPRIME, ABAIXO DO PASSE, O ANFITRIAO PATROCINADOR COM O NOME
006820* E O DEPARTAMENTO DO ANFFILE.
006830******************************************************************
006840 5900-IMPRIMIR-PATROCINADOR.
006850     MOVE PAS-ID-ANFITRIAO TO WRK-LPT-ID.
006860     MOVE SPACES TO WRK-LPT-NOME WRK-LPT-DEPTO.
006870     IF ANFFILE-DISPONIVEL
006880         MOVE PAS-ID-ANFITRIAO TO ANF-ID
006890         READ ANFFILE
006900             KEY IS ANF-ID
006910             INVALID KEY
006920                 MOVE "(NAO CADASTRADO)" TO WRK-LPT-NOME
006930             NOT INVALID KEY
006940                 MOVE ANF-NOME TO WRK-LPT-NOME
006950                 MOVE ANF-DEPTO TO WRK-LPT-DEPTO
006960         END-READ
006970     END-IF.
006980     MOVE WRK-LINHA-PATROCINADOR TO REL-LINHA.
006990     WRITE REL-LINHA.
007000 5900-IMPRIMIR-PATROCINADOR-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040* 8000-IMPRIMIR-RESUMO
007050* IMPRIME A SITUACAO DO CADASTRO NA DATA DE REFERENCIA E AS
007060* CONTAGENS DAS SECOES.
007070******************************************************************
007080 8000-IMPRIMIR-RESUMO.
007090     MOVE SPACES TO REL-LINHA.
007100     WRITE REL-LINHA.
007110     MOVE "PASSES NO CADASTRO:" TO WRK-AVI-TEXTO.
007120     MOVE WRK-QTDE-PASSES TO WRK-AVI-QTDE.
007130     MOVE WRK-LINHA-AVISO TO REL-LINHA.
007140     WRITE REL-LINHA.
007150     MOVE "  ATIVOS:" TO WRK-AVI-TEXTO.
007160     MOVE WRK-QTDE-ATIVOS TO WRK-AVI-QTDE.
007170     MOVE WRK-LINHA-AVISO TO REL-LINHA.
007180     WRITE REL-LINHA.
007190     MOVE "  VENCIDOS:" TO WRK-AVI-TEXTO.
007200     MOVE WRK-QTDE-VENCIDOS TO WRK-AVI-QTDE.
007210     MOVE WRK-LINHA-AVISO TO REL-LINHA.
007220     WRITE REL-LINHA.
007230     MOVE "  SUSPENSOS:" TO WRK-AVI-TEXTO.
007240     MOVE WRK-QTDE-SUSPENSOS TO WRK-AVI-QTDE.
007250     MOVE WRK-LINHA-AVISO TO REL-LINHA.
007260     WRITE REL-LINHA.
007270     DISPLAY "RELATORIO PASSES.LST EMITIDO - " WRK-QTDE-A-VENCER
007280             " A VENCER, " WRK-QTDE-SEM-TREINO
007290             " COM TREINAMENTO VENCIDO, " WRK-QTDE-RECICLAGEM
007300             " A RECICLAR.".
007310 8000-IMPRIMIR-RESUMO-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350* 8500-VALIDAR-DATA
007360* VALIDA O MES (01-12) E O DIA PARA O MES/ANO INFORMADOS,
007370* CONSIDERANDO ANO BISSEXTO PARA FEVEREIRO, NO MESMO PADRAO DA
007380* VALIDACAO DE CALENDARIO DO PROGCOB03.
007390******************************************************************
007400 8500-VALIDAR-DATA.
007410     SET DATA-VALIDA TO TRUE.
007420     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
007430     MOVE WRK-DATA-EM-VALIDACAO TO WRK-DATA-VALIDACAO.
007440
007450     IF WRK-VAL-MES < 1 OR WRK-VAL-MES > 12
007460         SET DATA-INVALIDA TO TRUE
007470         MOVE "MES FORA DO INTERVALO 01-12" TO WRK-MOTIVO-REJEICAO
007480         GO TO 8500-VALIDAR-DATA-EXIT
007490     END-IF.
007500
007510     DIVIDE WRK-VAL-ANO BY 4 GIVING WRK-BIS-QUOC4
007520         REMAINDER WRK-BIS-REST4.
007530     DIVIDE WRK-VAL-ANO BY 100 GIVING WRK-BIS-QUOC100
007540         REMAINDER WRK-BIS-REST100.
007550     DIVIDE WRK-VAL-ANO BY 400 GIVING WRK-BIS-QUOC400
007560         REMAINDER WRK-BIS-REST400.
007570
007580     IF WRK-BIS-REST4 = 0 AND
007590            (WRK-BIS-REST100 NOT = 0 OR WRK-BIS-REST400 = 0)
007600         MOVE 29 TO WRK-DIAS-NO-MES(2)
007610     ELSE
007620         MOVE 28 TO WRK-DIAS-NO-MES(2)
007630     END-IF.
007640
007650     IF WRK-VAL-DIA < 1 OR
007660            WRK-VAL-DIA > WRK-DIAS-NO-MES(WRK-VAL-MES)
007670         SET DATA-INVALIDA TO TRUE
007680         MOVE "DIA INVALIDO PARA O MES/ANO INFORMADO"
007690             TO WRK-MOTIVO-REJEICAO
007700     END-IF.
007710 8500-VALIDAR-DATA-EXIT.
007720     IF DATA-INVALIDA
007730         DISPLAY "DATA INVALIDA " WRK-DATA-EM-VALIDACAO ": "
007740                 WRK-MOTIVO-REJEICAO
007750     END-IF.
007760     EXIT.
007770
007780******************************************************************
007790* 9999-FINALIZAR
007800* FECHA O RELATORIO E O CADASTRO DE ANFITRIOES.
007810******************************************************************
007820 9999-FINALIZAR.
007830     IF PARAMETROS-VALIDOS
007840         IF ANFFILE-DISPONIVEL
007850             CLOSE ANFFILE
007860         END-IF
007870         CLOSE RELFILE
007880     END-IF.
007890 9999-FINALIZAR-EXIT.
007900     EXIT.
