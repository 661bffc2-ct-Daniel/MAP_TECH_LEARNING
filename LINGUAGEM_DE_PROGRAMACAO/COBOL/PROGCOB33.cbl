000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB33.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: RELATORIO MENSAL DE ATIVIDADE DOS OPERADORES E DE
000190*           EXCECOES DE SUPERVISAO (OPERAD.LST), PEDIDO PELA
000200*           AUDITORIA COMO EVIDENCIA DE QUE AS OPCOES DE
000210*           SUPERVISOR ESTAO CONTROLADAS. PARA O PERIODO
000220*           INFORMADO, CONTA POR AUD-OPERADOR AS INCLUSOES,
000230*           ALTERACOES, EXCLUSOES E SAIDAS DO LOG DE AUDITORIA
000240*           (AUDFILE) E, POR SUS-OPERADOR, AS REJEICOES AINDA NO
000250*           SUSPENSE (SUSFILE). EM SEGUIDA LISTA, POR TIPO: AS
000260*           LIBERACOES DE NOME IMPEDIDO E DE LOTACAO COM O
000270*           SUPERVISOR QUE AUTORIZOU E O OPERADOR DA SESSAO; O
000280*           SUPERVISOR QUE LIBEROU A PROPRIA SESSAO; A EXCLUSAO
000290*           DE CADASTRO INCLUIDO POR OUTRO OPERADOR; A
000300*           ATIVIDADE FORA DO HORARIO DO EXPEDIENTE OU EM DIA
000310*           NAO UTIL (FIM DE SEMANA OU FERIADO DO HOLFILE); E O
000320*           OPERADOR QUE NAO CONSTA MAIS DO OPRFILE. O LOG NAO
000330*           GUARDA O OPERADOR DA SESSAO NA LINHA DA LIBERACAO:
000340*           ELE E A DA INCLUSAO (OU CHEGADA) SEGUINTE DO MESMO
000350*           NOME NA MESMA DATA; O AUTOR DE UM CADASTRO EXCLUIDO
000360*           E A ULTIMA INCLUSAO (OU CHEGADA) DO NOME ANTES DA
000370*           EXCLUSAO. OS PASSOS DE LOTE (CARGA, ATIVACAO E
000380*           FECHAMENTO AUTOMATICO) GRAVAM O NOME DO PROGRAMA
000390*           COMO OPERADOR E FICAM FORA DAS CONFERENCIAS DE
000400*           HORARIO E DE CADASTRO. LINHAS JA ARQUIVADAS PELO
000410*           EXPURGO MENSAL (PROGCB12) NAO ENTRAM.
000420*
000430* HISTORICO DE ALTERACOES
000440* DATA       INIC.  DESCRICAO
000450* ---------- -----  ------------------------------------------
000460* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000463* 2026-10-15 DSR    LINHA DE NOVO FECHAMENTO (PROGCB28) TRATADA
000466*                   COMO A DE REABERTURA NA SECAO 5.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT AUDFILE ASSIGN TO "AUDFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-AUD-STATUS.
000540
000550     SELECT SUSFILE ASSIGN TO "SUSFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-SUS-STATUS.
000580
000590     SELECT OPRFILE ASSIGN TO "OPRFILE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS OPR-ID
000630         FILE STATUS IS WRK-OPR-STATUS.
000640
000650     SELECT HOLFILE ASSIGN TO "HOLFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS HOL-DATA
000690         FILE STATUS IS WRK-HOL-STATUS.
000700
000710     SELECT RELFILE ASSIGN TO "OPERAD.LST"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-REL-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  AUDFILE.
000780     COPY AUDREC.
000790
000800 FD  SUSFILE.
000810     COPY SUSREC.
000820
000830 FD  OPRFILE.
000840     COPY OPRREC.
000850
000860 FD  HOLFILE.
000870     COPY HOLDREC.
000880
000890 FD  RELFILE.
000900 01  REL-LINHA                   PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930 77  WRK-AUD-STATUS              PIC X(02) VALUE "00".
000940 77  WRK-SUS-STATUS              PIC X(02) VALUE "00".
000950 77  WRK-OPR-STATUS              PIC X(02) VALUE "00".
000960 77  WRK-HOL-STATUS              PIC X(02) VALUE "00".
000970 77  WRK-REL-STATUS              PIC X(02) VALUE "00".
000980
000990 77  WRK-SW-FIM-ARQUIVO          PIC X(01) VALUE "N".
001000     88  FIM-ARQUIVO                     VALUE "S".
001010     88  NAO-FIM-ARQUIVO                 VALUE "N".
001020 77  WRK-SW-PARAMETROS           PIC X(01) VALUE "S".
001030     88  PARAMETROS-VALIDOS              VALUE "S".
001040     88  PARAMETROS-INVALIDOS            VALUE "N".
001050 77  WRK-SW-HOLFILE              PIC X(01) VALUE "N".
001060     88  CALENDARIO-DISPONIVEL           VALUE "S".
001070     88  CALENDARIO-INDISPONIVEL         VALUE "N".
001080 77  WRK-SW-OPRFILE              PIC X(01) VALUE "N".
001090     88  OPRFILE-DISPONIVEL              VALUE "S".
001100     88  OPRFILE-INDISPONIVEL            VALUE "N".
001110 77  WRK-SW-AUDFILE              PIC X(01) VALUE "N".
001120     88  AUDFILE-DISPONIVEL              VALUE "S".
001130     88  AUDFILE-INDISPONIVEL            VALUE "N".
001140 77  WRK-SW-ACHADO               PIC X(01) VALUE "N".
001150     88  ENTRADA-ACHADA                  VALUE "S".
001160     88  ENTRADA-NAO-ACHADA              VALUE "N".
001170
001180 77  WRK-DATA-DE                 PIC 9(08) VALUE ZEROS.
001190 77  WRK-DATA-ATE                PIC 9(08) VALUE ZEROS.
001200
001210*    HORARIO DO EXPEDIENTE DA RECEPCAO (HHMM), INFORMADO NA
001220*    EXECUCAO; ZERO ASSUME 0700 A 1900.
001230 01  WRK-EXPEDIENTE-INICIO.
001240     02  WRK-EXI-HORA            PIC 9(02) VALUE ZEROS.
001250     02  WRK-EXI-MINUTO          PIC 9(02) VALUE ZEROS.
001260 01  WRK-EXPEDIENTE-INICIO-R REDEFINES WRK-EXPEDIENTE-INICIO
001270                                 PIC 9(04).
001280 01  WRK-EXPEDIENTE-FIM.
001290     02  WRK-EXF-HORA            PIC 9(02) VALUE ZEROS.
001300     02  WRK-EXF-MINUTO          PIC 9(02) VALUE ZEROS.
001310 01  WRK-EXPEDIENTE-FIM-R REDEFINES WRK-EXPEDIENTE-FIM
001320                                 PIC 9(04).
001330 77  WRK-HORA-LIMITE-INICIO      PIC 9(06) VALUE ZEROS.
001340 77  WRK-HORA-LIMITE-FIM         PIC 9(06) VALUE ZEROS.
001350
001360 01  WRK-DATA-VALIDACAO.
001370     02  WRK-VAL-ANO             PIC 9(04) VALUE ZEROS.
001380     02  WRK-VAL-MES             PIC 9(02) VALUE ZEROS.
001390     02  WRK-VAL-DIA             PIC 9(02) VALUE ZEROS.
001400 77  WRK-DATA-EM-VALIDACAO       PIC 9(08) VALUE ZEROS.
001410 77  WRK-SW-DATA-VALIDA          PIC X(01) VALUE "S".
001420     88  DATA-VALIDA                     VALUE "S".
001430     88  DATA-INVALIDA                   VALUE "N".
001440 77  WRK-MOTIVO-REJEICAO         PIC X(40) VALUE SPACES.
001450
001460*    TABELA DE DIAS POR MES (FEVEREIRO AJUSTADO SE BISSEXTO), NO
001470*    MESMO PADRAO DA VALIDACAO DE CALENDARIO DO PROGCOB03.
001480 01  WRK-TAB-DIAS-MES.
001490     02  FILLER                  PIC 9(02) VALUE 31.
001500     02  FILLER                  PIC 9(02) VALUE 28.
001510     02  FILLER                  PIC 9(02) VALUE 31.
001520     02  FILLER                  PIC 9(02) VALUE 30.
001530     02  FILLER                  PIC 9(02) VALUE 31.
001540     02  FILLER                  PIC 9(02) VALUE 30.
001550     02  FILLER                  PIC 9(02) VALUE 31.
001560     02  FILLER                  PIC 9(02) VALUE 31.
001570     02  FILLER                  PIC 9(02) VALUE 30.
001580     02  FILLER                  PIC 9(02) VALUE 31.
001590     02  FILLER                  PIC 9(02) VALUE 30.
001600     02  FILLER                  PIC 9(02) VALUE 31.
001610 01  WRK-TAB-DIAS-MES-R REDEFINES WRK-TAB-DIAS-MES.
001620     02  WRK-DIAS-NO-MES         PIC 9(02) OCCURS 12 TIMES.
001630
001640 77  WRK-BIS-QUOC4               PIC 9(04) VALUE ZEROS.
001650 77  WRK-BIS-REST4               PIC 9(04) VALUE ZEROS.
001660 77  WRK-BIS-QUOC100             PIC 9(04) VALUE ZEROS.
001670 77  WRK-BIS-REST100             PIC 9(04) VALUE ZEROS.
001680 77  WRK-BIS-QUOC400             PIC 9(04) VALUE ZEROS.
001690 77  WRK-BIS-REST400             PIC 9(04) VALUE ZEROS.
001700
001710*    DIA UTIL DA DATA DA LINHA: CONGRUENCIA DE ZELLER E
001720*    CALENDARIO DE FERIADOS, COMO NO PROGCOB03. A ULTIMA DATA
001730*    CONFERIDA FICA GUARDADA - AS LINHAS VEM EM ORDEM DE DATA.
001740 01  WRK-DATA-CORRENTE.
001750     02  WRK-CORR-ANO            PIC 9(04) VALUE ZEROS.
001760     02  WRK-CORR-MES            PIC 9(02) VALUE ZEROS.
001770     02  WRK-CORR-DIA            PIC 9(02) VALUE ZEROS.
001780 01  WRK-DATA-CORRENTE-R REDEFINES WRK-DATA-CORRENTE
001790                                 PIC 9(08).
001800 77  WRK-DATA-CAL-ANTERIOR       PIC 9(08) VALUE ZEROS.
001810 77  WRK-MOTIVO-CALENDARIO       PIC X(30) VALUE SPACES.
001820
001830 77  WRK-ZEL-MES                 PIC 9(02) VALUE ZEROS.
001840 77  WRK-ZEL-ANO                 PIC 9(04) VALUE ZEROS.
001850 77  WRK-ZEL-SECULO              PIC 9(02) VALUE ZEROS.
001860 77  WRK-ZEL-ANO-SECULO          PIC 9(02) VALUE ZEROS.
001870 77  WRK-ZEL-TERMO1              PIC 9(04) VALUE ZEROS.
001880 77  WRK-ZEL-TERMO2              PIC 9(04) VALUE ZEROS.
001890 77  WRK-ZEL-TERMO3              PIC 9(04) VALUE ZEROS.
001900 77  WRK-ZEL-SOMA                PIC 9(06) VALUE ZEROS.
001910 77  WRK-ZEL-QUOCIENTE           PIC 9(06) VALUE ZEROS.
001920 77  WRK-ZEL-RESTO               PIC 9(04) VALUE ZEROS.
001930
001940*    OPERADORES DOS PASSOS DE LOTE (NOME DO PROGRAMA GRAVADO
001950*    COMO AUD-OPERADOR PELA CARGA, FECHAMENTO E ATIVACAO).
001960 01  WRK-TAB-LOTE.
001970     02  FILLER                  PIC X(08) VALUE "PROGCOB8".
001980     02  FILLER                  PIC X(08) VALUE "PROGCB19".
001990     02  FILLER                  PIC X(08) VALUE "PROGCB23".
002000 01  WRK-TAB-LOTE-R REDEFINES WRK-TAB-LOTE.
002010     02  WRK-LOTE-PROGRAMA       PIC X(08) OCCURS 3 TIMES.
002020 77  WRK-IDX-LOTE                PIC 9(02) VALUE ZEROS.
002030 77  WRK-SW-LOTE                 PIC X(01) VALUE "N".
002040     88  OPERADOR-DE-LOTE                VALUE "S".
002050     88  OPERADOR-PESSOA                 VALUE "N".
002060
002070*    CONTAGENS DO PERIODO POR OPERADOR. SITUACAO: O = OPERADOR
002080*    OU S = SUPERVISOR NO OPRFILE, N = FORA DO OPRFILE, L =
002090*    PASSO DE LOTE, B = LINHA SEM OPERADOR (ANTERIOR A
002100*    2026-08-22), I = OPRFILE INDISPONIVEL.
002110 01  WRK-TAB-OPERADORES.
002120     02  WRK-OPE-ENTRADA OCCURS 200 TIMES.
002130         03  WRK-TOP-ID          PIC X(08).
002140         03  WRK-TOP-SITUACAO    PIC X(01).
002150         03  WRK-TOP-INCLUSOES   PIC 9(05).
002160         03  WRK-TOP-ALTERACOES  PIC 9(05).
002170         03  WRK-TOP-EXCLUSOES   PIC 9(05).
002180         03  WRK-TOP-SAIDAS      PIC 9(05).
002190         03  WRK-TOP-REJEICOES   PIC 9(05).
002200         03  WRK-TOP-LIBERACOES  PIC 9(05).
002210         03  WRK-TOP-OUTRAS      PIC 9(05).
002220 77  WRK-QTDE-OPERADORES         PIC 9(03) VALUE ZEROS.
002230 77  WRK-IDX-OPE                 PIC 9(03) VALUE ZEROS.
002240 77  WRK-IDX-OPE-ACHADO          PIC 9(03) VALUE ZEROS.
002250 77  WRK-OPERADOR-LINHA          PIC X(08) VALUE SPACES.
002260
002270*    LIBERACOES (NOME IMPEDIDO E LOTACAO) DO PERIODO, COM O
002280*    OPERADOR DA SESSAO CASADO PELA INCLUSAO SEGUINTE.
002290 01  WRK-TAB-LIBERACOES.
002300     02  WRK-LIB-ENTRADA OCCURS 500 TIMES.
002310         03  WRK-TLB-SEQUENCIA   PIC 9(06).
002320         03  WRK-TLB-DATA        PIC 9(08).
002330         03  WRK-TLB-HORA        PIC 9(06).
002340         03  WRK-TLB-OPERACAO    PIC X(01).
002350         03  WRK-TLB-NOME        PIC X(30).
002360         03  WRK-TLB-SUPERVISOR  PIC X(08).
002370         03  WRK-TLB-SESSAO      PIC X(08).
002380         03  WRK-TLB-SW-SESSAO   PIC X(01).
002390             88  SESSAO-LOCALIZADA       VALUE "S".
002400 77  WRK-QTDE-LIBERACOES         PIC 9(03) VALUE ZEROS.
002410 77  WRK-IDX-LIB                 PIC 9(03) VALUE ZEROS.
002420
002430*    EXCLUSOES DO PERIODO, COM O AUTOR DO CADASTRO CASADO PELA
002440*    ULTIMA INCLUSAO DO NOME ANTES DA EXCLUSAO.
002450 01  WRK-TAB-EXCLUSOES.
002460     02  WRK-EXC-ENTRADA OCCURS 500 TIMES.
002470         03  WRK-TEX-SEQUENCIA   PIC 9(06).
002480         03  WRK-TEX-DATA        PIC 9(08).
002490         03  WRK-TEX-HORA        PIC 9(06).
002500         03  WRK-TEX-NOME        PIC X(30).
002510         03  WRK-TEX-OPERADOR    PIC X(08).
002520         03  WRK-TEX-AUTOR       PIC X(08).
002530         03  WRK-TEX-SEQ-AUTOR   PIC 9(06).
002540         03  WRK-TEX-SW-AUTOR    PIC X(01).
002550             88  AUTOR-LOCALIZADO        VALUE "S".
002560 77  WRK-QTDE-EXCLUSOES          PIC 9(03) VALUE ZEROS.
002570 77  WRK-IDX-EXC                 PIC 9(03) VALUE ZEROS.
002580
002590 77  WRK-QTDE-TRANSBORDO-OPE     PIC 9(06) VALUE ZEROS.
002600 77  WRK-QTDE-TRANSBORDO-LIB     PIC 9(06) VALUE ZEROS.
002610 77  WRK-QTDE-TRANSBORDO-EXC     PIC 9(06) VALUE ZEROS.
002620 77  WRK-QTDE-SEM-AUTOR          PIC 9(06) VALUE ZEROS.
002630 77  WRK-QTDE-SECAO              PIC 9(06) VALUE ZEROS.
002640 77  WRK-QTDE-EXCECOES           PIC 9(06) VALUE ZEROS.
002650
002660 01  WRK-CABECALHO.
002670     02  FILLER                  PIC X(35)
002680         VALUE "ATIVIDADE DE OPERADORES - PERIODO ".
002690     02  WRK-CAB-DE              PIC 9(08).
002700     02  FILLER                  PIC X(03) VALUE " A ".
002710     02  WRK-CAB-ATE             PIC 9(08).
002720
002730 01  WRK-CABECALHO-EXPEDIENTE.
002740     02  FILLER                  PIC X(24)
002750         VALUE "HORARIO DO EXPEDIENTE: ".
002760     02  WRK-CXP-INICIO          PIC 9(04).
002770     02  FILLER                  PIC X(03) VALUE " A ".
002780     02  WRK-CXP-FIM             PIC 9(04).
002790
002800 01  WRK-TITULO-OPERADORES.
002810     02  FILLER                  PIC X(10) VALUE "OPERADOR".
002820     02  FILLER                  PIC X(07) VALUE " INCLUS".
002830     02  FILLER                  PIC X(07) VALUE "  ALTER".
002840     02  FILLER                  PIC X(07) VALUE " EXCLUS".
002850     02  FILLER                  PIC X(07) VALUE " SAIDAS".
002860     02  FILLER                  PIC X(07) VALUE " REJEIC".
002870     02  FILLER                  PIC X(07) VALUE "  LIBER".
002880     02  FILLER                  PIC X(07) VALUE " OUTRAS".
002890     02  FILLER                  PIC X(02) VALUE SPACES.
002900     02  FILLER                  PIC X(11) VALUE "OBSERVACAO".
002910
002920 01  WRK-LINHA-OPERADOR.
002930     02  WRK-LOP-ID              PIC X(08).
002940     02  FILLER                  PIC X(02) VALUE SPACES.
002950     02  FILLER                  PIC X(01) VALUE SPACES.
002960     02  WRK-LOP-INCLUSOES       PIC ZZ,ZZ9.
002970     02  FILLER                  PIC X(01) VALUE SPACES.
002980     02  WRK-LOP-ALTERACOES      PIC ZZ,ZZ9.
002990     02  FILLER                  PIC X(01) VALUE SPACES.
003000     02  WRK-LOP-EXCLUSOES       PIC ZZ,ZZ9.
003010     02  FILLER                  PIC X(01) VALUE SPACES.
003020     02  WRK-LOP-SAIDAS          PIC ZZ,ZZ9.
003030     02  FILLER                  PIC X(01) VALUE SPACES.
003040     02  WRK-LOP-REJEICOES       PIC ZZ,ZZ9.
003050     02  FILLER                  PIC X(01) VALUE SPACES.
003060     02  WRK-LOP-LIBERACOES      PIC ZZ,ZZ9.
003070     02  FILLER                  PIC X(01) VALUE SPACES.
003080     02  WRK-LOP-OUTRAS          PIC ZZ,ZZ9.
003090     02  FILLER                  PIC X(02) VALUE SPACES.
003100     02  WRK-LOP-OBSERVACAO      PIC X(17).
003110
003120*    TOTAIS DA SECAO 1, NA MESMA ORDEM DAS COLUNAS.
003130 01  WRK-TOTAIS-OPERADORES.
003140     02  WRK-TOT-INCLUSOES       PIC 9(06) VALUE ZEROS.
003150     02  WRK-TOT-ALTERACOES      PIC 9(06) VALUE ZEROS.
003160     02  WRK-TOT-EXCLUSOES       PIC 9(06) VALUE ZEROS.
003170     02  WRK-TOT-SAIDAS          PIC 9(06) VALUE ZEROS.
003180     02  WRK-TOT-REJEICOES       PIC 9(06) VALUE ZEROS.
003190     02  WRK-TOT-LIBERACOES      PIC 9(06) VALUE ZEROS.
003200     02  WRK-TOT-OUTRAS          PIC 9(06) VALUE ZEROS.
003210
003220 01  WRK-TITULO-LIBERACAO.
003230     02  FILLER                  PIC X(18)
003240         VALUE "  DATA     HORA".
003250     02  FILLER                  PIC X(39)
003260         VALUE "TIPO    NOME".
003270     02  FILLER                  PIC X(18)
003280         VALUE "SUPERV.  SESSAO".
003290
003300 01  WRK-LINHA-LIBERACAO.
003310     02  FILLER                  PIC X(02) VALUE SPACES.
003320     02  WRK-LLB-DATA            PIC 9(08).
003330     02  FILLER                  PIC X(01) VALUE SPACES.
003340     02  WRK-LLB-HORA            PIC 9(06).
003350     02  FILLER                  PIC X(01) VALUE SPACES.
003360     02  WRK-LLB-TIPO            PIC X(07).
003370     02  FILLER                  PIC X(01) VALUE SPACES.
003380     02  WRK-LLB-NOME            PIC X(30).
003390     02  FILLER                  PIC X(01) VALUE SPACES.
003400     02  WRK-LLB-SUPERVISOR      PIC X(08).
003410     02  FILLER                  PIC X(01) VALUE SPACES.
003420     02  WRK-LLB-SESSAO          PIC X(08).
003430
003440 01  WRK-TITULO-EXCLUSAO.
003450     02  FILLER                  PIC X(18)
003460         VALUE "  DATA     HORA".
003470     02  FILLER                  PIC X(31)
003480         VALUE "NOME".
003490     02  FILLER                  PIC X(18)
003500         VALUE "EXCLUIU  INCLUIU".
003510
003520 01  WRK-LINHA-EXCLUSAO.
003530     02  FILLER                  PIC X(02) VALUE SPACES.
003540     02  WRK-LEX-DATA            PIC 9(08).
003550     02  FILLER                  PIC X(01) VALUE SPACES.
003560     02  WRK-LEX-HORA            PIC 9(06).
003570     02  FILLER                  PIC X(01) VALUE SPACES.
003580     02  WRK-LEX-NOME            PIC X(30).
003590     02  FILLER                  PIC X(01) VALUE SPACES.
003600     02  WRK-LEX-OPERADOR        PIC X(08).
003610     02  FILLER                  PIC X(01) VALUE SPACES.
003620     02  WRK-LEX-AUTOR           PIC X(08).
003630
003640 01  WRK-TITULO-HORARIO.
003650     02  FILLER                  PIC X(24)
003660         VALUE "  ARQ DATA     HORA".
003670     02  FILLER                  PIC X(16)
003680         VALUE "OPERADOR OP".
003690     02  FILLER                  PIC X(06)
003700         VALUE "MOTIVO".
003710
003720 01  WRK-LINHA-HORARIO.
003730     02  FILLER                  PIC X(02) VALUE SPACES.
003740     02  WRK-LHR-ARQUIVO         PIC X(03).
003750     02  FILLER                  PIC X(01) VALUE SPACES.
003760     02  WRK-LHR-DATA            PIC 9(08).
003770     02  FILLER                  PIC X(01) VALUE SPACES.
003780     02  WRK-LHR-HORA            PIC 9(06).
003790     02  FILLER                  PIC X(03) VALUE SPACES.
003800     02  WRK-LHR-OPERADOR        PIC X(08).
003810     02  FILLER                  PIC X(01) VALUE SPACES.
003820     02  WRK-LHR-OPERACAO        PIC X(01).
003830     02  FILLER                  PIC X(06) VALUE SPACES.
003840     02  WRK-LHR-MOTIVO          PIC X(30).
003850 77  WRK-HORA-LINHA              PIC 9(06) VALUE ZEROS.
003860 77  WRK-DATA-LINHA              PIC 9(08) VALUE ZEROS.
003870
003880 01  WRK-LINHA-TOTAL.
003890     02  FILLER                  PIC X(17)
003900         VALUE "    OCORRENCIAS: ".
003910     02  WRK-TOT-QTDE            PIC ZZZ,ZZ9.
003920
003930 01  WRK-LINHA-AVISO.
003940     02  FILLER                  PIC X(04) VALUE SPACES.
003950     02  WRK-AVI-TEXTO           PIC X(50).
003960     02  WRK-AVI-QTDE            PIC ZZZ,ZZ9.
003970
003980 PROCEDURE DIVISION.
003990******************************************************************
004000* 0000-MAINLINE
004010* RECEBE O PERIODO E O EXPEDIENTE, ACUMULA AS CONTAGENS E AS
004020* LIBERACOES/EXCLUSOES DO PERIODO, CASA CADA UMA COM A SUA
004030* INCLUSAO E IMPRIME AS SECOES DO RELATORIO.
004040******************************************************************
004050 0000-MAINLINE.
004060     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
004070     IF PARAMETROS-VALIDOS
004080         PERFORM 2000-ACUMULAR-AUDITORIA
004090             THRU 2000-ACUMULAR-AUDITORIA-EXIT
004100         PERFORM 2500-ACUMULAR-SUSPENSE
004110             THRU 2500-ACUMULAR-SUSPENSE-EXIT
004120         PERFORM 3000-CASAR-INCLUSOES
004130             THRU 3000-CASAR-INCLUSOES-EXIT
004140         PERFORM 4000-CLASSIFICAR-OPERADORES
004150             THRU 4000-CLASSIFICAR-OPERADORES-EXIT
004160         PERFORM 5000-IMPRIMIR-OPERADORES
004170             THRU 5000-IMPRIMIR-OPERADORES-EXIT
004180         PERFORM 5200-IMPRIMIR-LIBERACOES
004190             THRU 5200-IMPRIMIR-LIBERACOES-EXIT
004200         PERFORM 5400-IMPRIMIR-PROPRIA-SESSAO
004210             THRU 5400-IMPRIMIR-PROPRIA-SESSAO-EXIT
004220         PERFORM 5600-IMPRIMIR-EXCLUSOES
004230             THRU 5600-IMPRIMIR-EXCLUSOES-EXIT
004240         PERFORM 6000-IMPRIMIR-HORARIOS
004250             THRU 6000-IMPRIMIR-HORARIOS-EXIT
004260         PERFORM 7000-IMPRIMIR-SEM-CADASTRO
004270             THRU 7000-IMPRIMIR-SEM-CADASTRO-EXIT
004280         PERFORM 8000-IMPRIMIR-RESUMO
004290             THRU 8000-IMPRIMIR-RESUMO-EXIT
004300     END-IF.
004310     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
004320     STOP RUN.
004330
004340******************************************************************
004350* 1000-INICIALIZAR
004360* RECEBE E VALIDA O PERIODO E O HORARIO DO EXPEDIENTE, ABRE O
004370* CALENDARIO DE FERIADOS E O RELATORIO.
004380******************************************************************
004390 1000-INICIALIZAR.
004400     DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD): ".
004410     ACCEPT WRK-DATA-DE.
004420     MOVE WRK-DATA-DE TO WRK-DATA-EM-VALIDACAO.
004430     PERFORM 8500-VALIDAR-DATA THRU 8500-VALIDAR-DATA-EXIT.
004440     IF DATA-INVALIDA
004450         SET PARAMETROS-INVALIDOS TO TRUE
004460         GO TO 1000-INICIALIZAR-EXIT
004470     END-IF.
004480
004490     DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD): ".
004500     ACCEPT WRK-DATA-ATE.
004510     MOVE WRK-DATA-ATE TO WRK-DATA-EM-VALIDACAO.
004520     PERFORM 8500-VALIDAR-DATA THRU 8500-VALIDAR-DATA-EXIT.
004530     IF DATA-INVALIDA
004540         SET PARAMETROS-INVALIDOS TO TRUE
004550         GO TO 1000-INICIALIZAR-EXIT
004560     END-IF.
004570
004580     IF WRK-DATA-DE > WRK-DATA-ATE
004590         DISPLAY "DATA INICIAL POSTERIOR A DATA FINAL."
004600         SET PARAMETROS-INVALIDOS TO TRUE
004610         GO TO 1000-INICIALIZAR-EXIT
004620     END-IF.
004630
004640     DISPLAY "INICIO DO EXPEDIENTE (HHMM, ZERO = 0700): ".
004650     ACCEPT WRK-EXPEDIENTE-INICIO-R.
004660     IF WRK-EXPEDIENTE-INICIO-R = 0
004670         MOVE 0700 TO WRK-EXPEDIENTE-INICIO-R
004680     END-IF.
004690     DISPLAY "FIM DO EXPEDIENTE (HHMM, ZERO = 1900): ".
004700     ACCEPT WRK-EXPEDIENTE-FIM-R.
004710     IF WRK-EXPEDIENTE-FIM-R = 0
004720         MOVE 1900 TO WRK-EXPEDIENTE-FIM-R
004730     END-IF.
004740     IF WRK-EXI-HORA > 23 OR WRK-EXI-MINUTO > 59
004750             OR WRK-EXF-HORA > 23 OR WRK-EXF-MINUTO > 59
004760             OR WRK-EXPEDIENTE-INICIO-R
004770                NOT < WRK-EXPEDIENTE-FIM-R
004780         DISPLAY "HORARIO DO EXPEDIENTE INVALIDO."
004790         SET PARAMETROS-INVALIDOS TO TRUE
004800         GO TO 1000-INICIALIZAR-EXIT
004810     END-IF.
004820     COMPUTE WRK-HORA-LIMITE-INICIO =
004830             WRK-EXPEDIENTE-INICIO-R * 100.
004840     COMPUTE WRK-HORA-LIMITE-FIM = WRK-EXPEDIENTE-FIM-R * 100.
004850
004860     OPEN INPUT HOLFILE.
004870     IF WRK-HOL-STATUS = "00"
004880         SET CALENDARIO-DISPONIVEL TO TRUE
004890     ELSE
004900         DISPLAY "AVISO: CALENDARIO DE FERIADOS INDISPONIVEL - "
004910                 "STATUS " WRK-HOL-STATUS
004920                 " - SO FIM DE SEMANA SERA CONFERIDO."
004930     END-IF.
004940
004950     OPEN OUTPUT RELFILE.
004960     IF WRK-REL-STATUS NOT = "00"
004970         DISPLAY "ARQUIVO OPERAD.LST INDISPONIVEL - STATUS "
004980                 WRK-REL-STATUS
004990         IF CALENDARIO-DISPONIVEL
005000             CLOSE HOLFILE
005010         END-IF
005020         SET PARAMETROS-INVALIDOS TO TRUE
005030         GO TO 1000-INICIALIZAR-EXIT
005040     END-IF.
005050
005060     MOVE WRK-DATA-DE TO WRK-CAB-DE.
005070     MOVE WRK-DATA-ATE TO WRK-CAB-ATE.
005080     MOVE WRK-CABECALHO TO REL-LINHA.
005090     WRITE REL-LINHA.
005100     MOVE WRK-EXPEDIENTE-INICIO-R TO WRK-CXP-INICIO.
005110     MOVE WRK-EXPEDIENTE-FIM-R TO WRK-CXP-FIM.
005120     MOVE WRK-CABECALHO-EXPEDIENTE TO REL-LINHA.
005130     WRITE REL-LINHA.
005140 1000-INICIALIZAR-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180* 1300-ABRIR-SECAO
005190* IMPRIME O TITULO DA SECAO (JA EM REL-LINHA) E ZERA A SUA
005200* CONTAGEM.
005210******************************************************************
005220 1300-ABRIR-SECAO.
005230     MOVE ZEROS TO WRK-QTDE-SECAO.
005240     WRITE REL-LINHA.
005250 1300-ABRIR-SECAO-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290* 1400-FECHAR-SECAO
005300* IMPRIME A CONTAGEM DA SECAO, OU QUE ELA NAO TEVE OCORRENCIA.
005310******************************************************************
005320 1400-FECHAR-SECAO.
005330     IF WRK-QTDE-SECAO = 0
005340         MOVE "    NENHUMA OCORRENCIA." TO REL-LINHA
005350     ELSE
005360         MOVE WRK-QTDE-SECAO TO WRK-TOT-QTDE
005370         MOVE WRK-LINHA-TOTAL TO REL-LINHA
005380     END-IF.
005390     WRITE REL-LINHA.
005400 1400-FECHAR-SECAO-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440* 2000-ACUMULAR-AUDITORIA
005450* PRIMEIRA LEITURA DO LOG DE AUDITORIA: CONTA AS LINHAS DO
005460* PERIODO POR OPERADOR E GUARDA AS LIBERACOES E AS EXCLUSOES.
005470******************************************************************
005480 2000-ACUMULAR-AUDITORIA.
005490     OPEN INPUT AUDFILE.
005500     IF WRK-AUD-STATUS NOT = "00"
005510         DISPLAY "AVISO: LOG DE AUDITORIA INDISPONIVEL - STATUS "
005520                 WRK-AUD-STATUS
005530         GO TO 2000-ACUMULAR-AUDITORIA-EXIT
005540     END-IF.
005550     SET AUDFILE-DISPONIVEL TO TRUE.
005560     SET NAO-FIM-ARQUIVO TO TRUE.
005570     PERFORM 2100-ACUMULAR-LINHA-AUDIT
005580         THRU 2100-ACUMULAR-LINHA-AUDIT-EXIT
005590         UNTIL FIM-ARQUIVO.
005600     CLOSE AUDFILE.
005610 2000-ACUMULAR-AUDITORIA-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 2100-ACUMULAR-LINHA-AUDIT
005660* LE UMA LINHA DE AUDITORIA E, SE FOR DO PERIODO, ACUMULA NO
005670* OPERADOR PELA OPERACAO.
005680******************************************************************
005690 2100-ACUMULAR-LINHA-AUDIT.
005700     READ AUDFILE
005710         AT END
005720             SET FIM-ARQUIVO TO TRUE
005730             GO TO 2100-ACUMULAR-LINHA-AUDIT-EXIT
005740     END-READ.
005750     IF AUD-DATA-NEGOCIO < WRK-DATA-DE
005760             OR AUD-DATA-NEGOCIO > WRK-DATA-ATE
005770         GO TO 2100-ACUMULAR-LINHA-AUDIT-EXIT
005780     END-IF.
005790     MOVE AUD-OPERADOR TO WRK-OPERADOR-LINHA.
005800     PERFORM 2300-LOCALIZAR-OPERADOR
005810         THRU 2300-LOCALIZAR-OPERADOR-EXIT.
005820     IF ENTRADA-NAO-ACHADA
005830         GO TO 2100-ACUMULAR-LINHA-AUDIT-EXIT
005840     END-IF.
005850     EVALUATE TRUE
005860         WHEN AUD-OPER-INCLUSAO
005870             ADD 1 TO WRK-TOP-INCLUSOES(WRK-IDX-OPE-ACHADO)
005880         WHEN AUD-OPER-ALTERACAO
005890             ADD 1 TO WRK-TOP-ALTERACOES(WRK-IDX-OPE-ACHADO)
005900         WHEN AUD-OPER-EXCLUSAO
005910             ADD 1 TO WRK-TOP-EXCLUSOES(WRK-IDX-OPE-ACHADO)
005920             PERFORM 2200-GUARDAR-EXCLUSAO
005930                 THRU 2200-GUARDAR-EXCLUSAO-EXIT
005940         WHEN AUD-OPER-SAIDA
005950             ADD 1 TO WRK-TOP-SAIDAS(WRK-IDX-OPE-ACHADO)
005960         WHEN AUD-OPER-LIBERACAO
005970         WHEN AUD-OPER-OCUP-LIBER
005980             ADD 1 TO WRK-TOP-LIBERACOES(WRK-IDX-OPE-ACHADO)
005990             PERFORM 2150-GUARDAR-LIBERACAO
006000                 THRU 2150-GUARDAR-LIBERACAO-EXIT
006010         WHEN OTHER
006020             ADD 1 TO WRK-TOP-OUTRAS(WRK-IDX-OPE-ACHADO)
006030     END-EVALUATE.
006040 2100-ACUMULAR-LINHA-AUDIT-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 2150-GUARDAR-LIBERACAO
006090* GUARDA A LIBERACAO CORRENTE NA TABELA, AINDA SEM O OPERADOR
006100* DA SESSAO.
006110******************************************************************
006120 2150-GUARDAR-LIBERACAO.
006130     IF WRK-QTDE-LIBERACOES >= 500
006140         ADD 1 TO WRK-QTDE-TRANSBORDO-LIB
006150         GO TO 2150-GUARDAR-LIBERACAO-EXIT
006160     END-IF.
006170     ADD 1 TO WRK-QTDE-LIBERACOES.
006180     MOVE WRK-QTDE-LIBERACOES TO WRK-IDX-LIB.
006190     MOVE AUD-SEQUENCIA TO WRK-TLB-SEQUENCIA(WRK-IDX-LIB).
006200     MOVE AUD-DATA-NEGOCIO TO WRK-TLB-DATA(WRK-IDX-LIB).
006210     MOVE AUD-HORA-CAPTURA TO WRK-TLB-HORA(WRK-IDX-LIB).
006220     MOVE AUD-OPERACAO TO WRK-TLB-OPERACAO(WRK-IDX-LIB).
006230     MOVE AUD-NOME-CAPTURADO TO WRK-TLB-NOME(WRK-IDX-LIB).
006240     MOVE AUD-OPERADOR TO WRK-TLB-SUPERVISOR(WRK-IDX-LIB).
006250     MOVE SPACES TO WRK-TLB-SESSAO(WRK-IDX-LIB).
006260     MOVE "N" TO WRK-TLB-SW-SESSAO(WRK-IDX-LIB).
006270 2150-GUARDAR-LIBERACAO-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310* 2200-GUARDAR-EXCLUSAO
006320* GUARDA A EXCLUSAO CORRENTE NA TABELA, AINDA SEM O AUTOR DO
006330* CADASTRO EXCLUIDO.
006340******************************************************************
006350 2200-GUARDAR-EXCLUSAO.
006360     IF WRK-QTDE-EXCLUSOES >= 500
006370         ADD 1 TO WRK-QTDE-TRANSBORDO-EXC
006380         GO TO 2200-GUARDAR-EXCLUSAO-EXIT
006390     END-IF.
006400     ADD 1 TO WRK-QTDE-EXCLUSOES.
006410     MOVE WRK-QTDE-EXCLUSOES TO WRK-IDX-EXC.
006420     MOVE AUD-SEQUENCIA TO WRK-TEX-SEQUENCIA(WRK-IDX-EXC).
006430     MOVE AUD-DATA-NEGOCIO TO WRK-TEX-DATA(WRK-IDX-EXC).
006440     MOVE AUD-HORA-CAPTURA TO WRK-TEX-HORA(WRK-IDX-EXC).
006450     MOVE AUD-NOME-CAPTURADO TO WRK-TEX-NOME(WRK-IDX-EXC).
006460     MOVE AUD-OPERADOR TO WRK-TEX-OPERADOR(WRK-IDX-EXC).
006470     MOVE SPACES TO WRK-TEX-AUTOR(WRK-IDX-EXC).
006480     MOVE ZEROS TO WRK-TEX-SEQ-AUTOR(WRK-IDX-EXC).
006490     MOVE "N" TO WRK-TEX-SW-AUTOR(WRK-IDX-EXC).
006500 2200-GUARDAR-EXCLUSAO-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540* 2300-LOCALIZAR-OPERADOR
006550* LOCALIZA O OPERADOR DA LINHA NA TABELA, INCLUINDO-O COM AS
006560* CONTAGENS ZERADAS NA PRIMEIRA OCORRENCIA. TABELA CHEIA DEIXA
006570* A LINHA FORA DAS CONTAGENS (AVISO NO RESUMO).
006580******************************************************************
006590 2300-LOCALIZAR-OPERADOR.
006600     SET ENTRADA-NAO-ACHADA TO TRUE.
006610     PERFORM 2310-COMPARAR-OPERADOR
006620         THRU 2310-COMPARAR-OPERADOR-EXIT
006630         VARYING WRK-IDX-OPE FROM 1 BY 1
006640         UNTIL WRK-IDX-OPE > WRK-QTDE-OPERADORES
006650            OR ENTRADA-ACHADA.
006660     IF ENTRADA-ACHADA
006670         GO TO 2300-LOCALIZAR-OPERADOR-EXIT
006680     END-IF.
006690     IF WRK-QTDE-OPERADORES >= 200
006700         ADD 1 TO WRK-QTDE-TRANSBORDO-OPE
006710         GO TO 2300-LOCALIZAR-OPERADOR-EXIT
006720     END-IF.
006730     ADD 1 TO WRK-QTDE-OPERADORES.
006740     MOVE WRK-QTDE-OPERADORES TO WRK-IDX-OPE-ACHADO.
006750     MOVE WRK-OPERADOR-LINHA TO WRK-TOP-ID(WRK-IDX-OPE-ACHADO).
006760     MOVE SPACES TO WRK-TOP-SITUACAO(WRK-IDX-OPE-ACHADO).
006770     MOVE ZEROS TO WRK-TOP-INCLUSOES(WRK-IDX-OPE-ACHADO)
006780                   WRK-TOP-ALTERACOES(WRK-IDX-OPE-ACHADO)
006790                   WRK-TOP-EXCLUSOES(WRK-IDX-OPE-ACHADO)
006800                   WRK-TOP-SAIDAS(WRK-IDX-OPE-ACHADO)
006810                   WRK-TOP-REJEICOES(WRK-IDX-OPE-ACHADO)
006820                   WRK-TOP-LIBERACOES(WRK-IDX-OPE-ACHADO)
006830                   WRK-TOP-OUTRAS(WRK-IDX-OPE-ACHADO).
006840     SET ENTRADA-ACHADA TO TRUE.
006850 2300-LOCALIZAR-OPERADOR-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890* 2310-COMPARAR-OPERADOR
006900* COMPARA UMA ENTRADA DA TABELA COM O OPERADOR DA LINHA.
006910******************************************************************
006920 2310-COMPARAR-OPERADOR.
006930     IF WRK-TOP-ID(WRK-IDX-OPE) = WRK-OPERADOR-LINHA
006940         MOVE WRK-IDX-OPE TO WRK-IDX-OPE-ACHADO
006950         SET ENTRADA-ACHADA TO TRUE
006960     END-IF.
006970 2310-COMPARAR-OPERADOR-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010* 2500-ACUMULAR-SUSPENSE
007020* CONTA AS REJEICOES DO PERIODO POR OPERADOR. SO AS PENDENCIAS
007030* AINDA NO SUSPENSE - A POSTADA OU EXPURGADA PELA BANCADA
007040* (PROGCOB06) SAI DO ARQUIVO.
007050******************************************************************
007060 2500-ACUMULAR-SUSPENSE.
007070     OPEN INPUT SUSFILE.
007080     IF WRK-SUS-STATUS NOT = "00"
007090         DISPLAY "AVISO: ARQUIVO DE SUSPENSE INDISPONIVEL - "
007100                 "STATUS " WRK-SUS-STATUS
007110         GO TO 2500-ACUMULAR-SUSPENSE-EXIT
007120     END-IF.
007130     SET NAO-FIM-ARQUIVO TO TRUE.
007140     PERFORM 2600-ACUMULAR-REJEICAO
007150         THRU 2600-ACUMULAR-REJEICAO-EXIT
007160         UNTIL FIM-ARQUIVO.
007170     CLOSE SUSFILE.
007180 2500-ACUMULAR-SUSPENSE-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* 2600-ACUMULAR-REJEICAO
007230* LE UMA PENDENCIA DO SUSPENSE E ACUMULA NO OPERADOR QUANDO E
007240* DO PERIODO.
007250******************************************************************
007260 2600-ACUMULAR-REJEICAO.
007270     READ SUSFILE
007280         AT END
007290             SET FIM-ARQUIVO TO TRUE
007300             GO TO 2600-ACUMULAR-REJEICAO-EXIT
007310     END-READ.
007320     IF SUS-DATA-REJEICAO < WRK-DATA-DE
007330             OR SUS-DATA-REJEICAO > WRK-DATA-ATE
007340         GO TO 2600-ACUMULAR-REJEICAO-EXIT
007350     END-IF.
007360     MOVE SUS-OPERADOR TO WRK-OPERADOR-LINHA.
007370     PERFORM 2300-LOCALIZAR-OPERADOR
007380         THRU 2300-LOCALIZAR-OPERADOR-EXIT.
007390     IF ENTRADA-ACHADA
007400         ADD 1 TO WRK-TOP-REJEICOES(WRK-IDX-OPE-ACHADO)
007410     END-IF.
007420 2600-ACUMULAR-REJEICAO-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460* 3000-CASAR-INCLUSOES
007470* SEGUNDA LEITURA DO LOG, INTEIRO (A INCLUSAO DE UM CADASTRO
007480* EXCLUIDO NO PERIODO PODE SER ANTERIOR A ELE): CADA INCLUSAO
007490* OU CHEGADA CONFIRMADA E CASADA COM AS LIBERACOES E AS
007500* EXCLUSOES GUARDADAS.
007510******************************************************************
007520 3000-CASAR-INCLUSOES.
007530     IF AUDFILE-INDISPONIVEL
007540         GO TO 3000-CASAR-INCLUSOES-EXIT
007550     END-IF.
007560     IF WRK-QTDE-LIBERACOES = 0 AND WRK-QTDE-EXCLUSOES = 0
007570         GO TO 3000-CASAR-INCLUSOES-EXIT
007580     END-IF.
007590     OPEN INPUT AUDFILE.
007600     IF WRK-AUD-STATUS NOT = "00"
007610         DISPLAY "AVISO: LOG DE AUDITORIA INDISPONIVEL - STATUS "
007620                 WRK-AUD-STATUS
007630         GO TO 3000-CASAR-INCLUSOES-EXIT
007640     END-IF.
007650     SET NAO-FIM-ARQUIVO TO TRUE.
007660     PERFORM 3100-CASAR-LINHA-AUDIT
007670         THRU 3100-CASAR-LINHA-AUDIT-EXIT
007680         UNTIL FIM-ARQUIVO.
007690     CLOSE AUDFILE.
007700 3000-CASAR-INCLUSOES-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 3100-CASAR-LINHA-AUDIT
007750* LE UMA LINHA DO LOG E, SE FOR INCLUSAO OU CHEGADA, CONFERE-A
007760* CONTRA AS TABELAS DE LIBERACOES E DE EXCLUSOES.
007770******************************************************************
007780 3100-CASAR-LINHA-AUDIT.
007790     READ AUDFILE
007800         AT END
007810             SET FIM-ARQUIVO TO TRUE
007820             GO TO 3100-CASAR-LINHA-AUDIT-EXIT
007830     END-READ.
007840     IF NOT AUD-OPER-INCLUSAO AND NOT AUD-OPER-CHEGADA
007850         GO TO 3100-CASAR-LINHA-AUDIT-EXIT
007860     END-IF.
007870     PERFORM 3200-CASAR-LIBERACAO
007880         THRU 3200-CASAR-LIBERACAO-EXIT
007890         VARYING WRK-IDX-LIB FROM 1 BY 1
007900         UNTIL WRK-IDX-LIB > WRK-QTDE-LIBERACOES.
007910     PERFORM 3300-CASAR-EXCLUSAO
007920         THRU 3300-CASAR-EXCLUSAO-EXIT
007930         VARYING WRK-IDX-EXC FROM 1 BY 1
007940         UNTIL WRK-IDX-EXC > WRK-QTDE-EXCLUSOES.
007950 3100-CASAR-LINHA-AUDIT-EXIT.
007960     EXIT.
007970
007980******************************************************************
007990* 3200-CASAR-LIBERACAO
008000* A PRIMEIRA INCLUSAO OU CHEGADA DO MESMO NOME, NA MESMA DATA,
008010* DEPOIS DA LIBERACAO, TRAZ O OPERADOR DA SESSAO LIBERADA.
008020******************************************************************
008030 3200-CASAR-LIBERACAO.
008040     IF SESSAO-LOCALIZADA(WRK-IDX-LIB)
008050         GO TO 3200-CASAR-LIBERACAO-EXIT
008060     END-IF.
008070     IF AUD-NOME-CAPTURADO NOT = WRK-TLB-NOME(WRK-IDX-LIB)
008080             OR AUD-DATA-NEGOCIO NOT = WRK-TLB-DATA(WRK-IDX-LIB)
008090             OR AUD-SEQUENCIA
008100                NOT > WRK-TLB-SEQUENCIA(WRK-IDX-LIB)
008110         GO TO 3200-CASAR-LIBERACAO-EXIT
008120     END-IF.
008130     MOVE AUD-OPERADOR TO WRK-TLB-SESSAO(WRK-IDX-LIB).
008140     MOVE "S" TO WRK-TLB-SW-SESSAO(WRK-IDX-LIB).
008150 3200-CASAR-LIBERACAO-EXIT.
008160     EXIT.
008170
008180******************************************************************
008190* 3300-CASAR-EXCLUSAO
008200* A ULTIMA INCLUSAO OU CHEGADA DO MESMO NOME ANTES DA EXCLUSAO
008210* TRAZ O OPERADOR QUE FEZ O CADASTRO EXCLUIDO.
008220******************************************************************
008230 3300-CASAR-EXCLUSAO.
008240     IF AUD-NOME-CAPTURADO NOT = WRK-TEX-NOME(WRK-IDX-EXC)
008250             OR AUD-SEQUENCIA
008260                NOT < WRK-TEX-SEQUENCIA(WRK-IDX-EXC)
008270         GO TO 3300-CASAR-EXCLUSAO-EXIT
008280     END-IF.
008290     IF AUTOR-LOCALIZADO(WRK-IDX-EXC)
008300             AND AUD-SEQUENCIA < WRK-TEX-SEQ-AUTOR(WRK-IDX-EXC)
008310         GO TO 3300-CASAR-EXCLUSAO-EXIT
008320     END-IF.
008330     MOVE AUD-OPERADOR TO WRK-TEX-AUTOR(WRK-IDX-EXC).
008340     MOVE AUD-SEQUENCIA TO WRK-TEX-SEQ-AUTOR(WRK-IDX-EXC).
008350     MOVE "S" TO WRK-TEX-SW-AUTOR(WRK-IDX-EXC).
008360 3300-CASAR-EXCLUSAO-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400* 4000-CLASSIFICAR-OPERADORES
008410* CLASSIFICA CADA OPERADOR DA TABELA: PASSO DE LOTE, LINHA SEM
008420* OPERADOR, OU CONSULTA NO CADASTRO DE OPERADORES (OPRFILE).
008430******************************************************************
008440 4000-CLASSIFICAR-OPERADORES.
008450     OPEN INPUT OPRFILE.
008460     IF WRK-OPR-STATUS = "00"
008470         SET OPRFILE-DISPONIVEL TO TRUE
008480     ELSE
008490         DISPLAY "AVISO: CADASTRO DE OPERADORES INDISPONIVEL - "
008500                 "STATUS " WRK-OPR-STATUS
008510     END-IF.
008520     PERFORM 4100-CLASSIFICAR-OPERADOR
008530         THRU 4100-CLASSIFICAR-OPERADOR-EXIT
008540         VARYING WRK-IDX-OPE FROM 1 BY 1
008550         UNTIL WRK-IDX-OPE > WRK-QTDE-OPERADORES.
008560     IF OPRFILE-DISPONIVEL
008570         CLOSE OPRFILE
008580     END-IF.
008590 4000-CLASSIFICAR-OPERADORES-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 4100-CLASSIFICAR-OPERADOR
008640* CLASSIFICA UMA ENTRADA DA TABELA DE OPERADORES.
008650******************************************************************
008660 4100-CLASSIFICAR-OPERADOR.
008670     IF WRK-TOP-ID(WRK-IDX-OPE) = SPACES
008680         MOVE "B" TO WRK-TOP-SITUACAO(WRK-IDX-OPE)
008690         GO TO 4100-CLASSIFICAR-OPERADOR-EXIT
008700     END-IF.
008710     MOVE WRK-TOP-ID(WRK-IDX-OPE) TO WRK-OPERADOR-LINHA.
008720     PERFORM 4200-VERIFICAR-LOTE THRU 4200-VERIFICAR-LOTE-EXIT.
008730     IF OPERADOR-DE-LOTE
008740         MOVE "L" TO WRK-TOP-SITUACAO(WRK-IDX-OPE)
008750         GO TO 4100-CLASSIFICAR-OPERADOR-EXIT
008760     END-IF.
008770     IF OPRFILE-INDISPONIVEL
008780         MOVE "I" TO WRK-TOP-SITUACAO(WRK-IDX-OPE)
008790         GO TO 4100-CLASSIFICAR-OPERADOR-EXIT
008800     END-IF.
008810     MOVE WRK-TOP-ID(WRK-IDX-OPE) TO OPR-ID.
008820     READ OPRFILE
008830         KEY IS OPR-ID
008840         INVALID KEY
008850             MOVE "N" TO WRK-TOP-SITUACAO(WRK-IDX-OPE)
008860             GO TO 4100-CLASSIFICAR-OPERADOR-EXIT
008870     END-READ.
008880     IF OPR-SUPERVISOR
008890         MOVE "S" TO WRK-TOP-SITUACAO(WRK-IDX-OPE)
008900     ELSE
008910         MOVE "O" TO WRK-TOP-SITUACAO(WRK-IDX-OPE)
008920     END-IF.
008930 4100-CLASSIFICAR-OPERADOR-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 4200-VERIFICAR-LOTE
008980* VERIFICA SE O OPERADOR DA LINHA E UM DOS PASSOS DE LOTE.
008990******************************************************************
009000 4200-VERIFICAR-LOTE.
009010     SET OPERADOR-PESSOA TO TRUE.
009020     PERFORM 4210-COMPARAR-LOTE THRU 4210-COMPARAR-LOTE-EXIT
009030         VARYING WRK-IDX-LOTE FROM 1 BY 1
009040         UNTIL WRK-IDX-LOTE > 3 OR OPERADOR-DE-LOTE.
009050 4200-VERIFICAR-LOTE-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090* 4210-COMPARAR-LOTE
009100* COMPARA O OPERADOR DA LINHA COM UM PASSO DE LOTE DA TABELA.
009110******************************************************************
009120 4210-COMPARAR-LOTE.
009130     IF WRK-LOTE-PROGRAMA(WRK-IDX-LOTE) = WRK-OPERADOR-LINHA
009140         SET OPERADOR-DE-LOTE TO TRUE
009150     END-IF.
009160 4210-COMPARAR-LOTE-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200* 5000-IMPRIMIR-OPERADORES
009210* SECAO 1: CONTAGENS DO PERIODO POR OPERADOR, COM OS TOTAIS.
009220******************************************************************
009230 5000-IMPRIMIR-OPERADORES.
009240     MOVE SPACES TO REL-LINHA.
009250     WRITE REL-LINHA.
009260     MOVE "1 - ATIVIDADE POR OPERADOR" TO REL-LINHA.
009270     WRITE REL-LINHA.
009280     MOVE WRK-TITULO-OPERADORES TO REL-LINHA.
009290     WRITE REL-LINHA.
009300     PERFORM 5100-IMPRIMIR-OPERADOR
009310         THRU 5100-IMPRIMIR-OPERADOR-EXIT
009320         VARYING WRK-IDX-OPE FROM 1 BY 1
009330         UNTIL WRK-IDX-OPE > WRK-QTDE-OPERADORES.
009340     MOVE "TOTAL" TO WRK-LOP-ID.
009350     MOVE WRK-TOT-INCLUSOES TO WRK-LOP-INCLUSOES.
009360     MOVE WRK-TOT-ALTERACOES TO WRK-LOP-ALTERACOES.
009370     MOVE WRK-TOT-EXCLUSOES TO WRK-LOP-EXCLUSOES.
009380     MOVE WRK-TOT-SAIDAS TO WRK-LOP-SAIDAS.
009390     MOVE WRK-TOT-REJEICOES TO WRK-LOP-REJEICOES.
009400     MOVE WRK-TOT-LIBERACOES TO WRK-LOP-LIBERACOES.
009410     MOVE WRK-TOT-OUTRAS TO WRK-LOP-OUTRAS.
009420     MOVE SPACES TO WRK-LOP-OBSERVACAO.
009430     MOVE WRK-LINHA-OPERADOR TO REL-LINHA.
009440     WRITE REL-LINHA.
009450     MOVE "    REJEIC = PENDENCIAS AINDA NO SUSPENSE; LIBER = "
009460         TO REL-LINHA.
009470     WRITE REL-LINHA.
009480     MOVE "    LIBERACOES AUTORIZADAS COMO SUPERVISOR; OUTRAS = "
009490         TO REL-LINHA.
009500     WRITE REL-LINHA.
009510     MOVE "    CHEGADAS, FECHAMENTOS E OPCOES DE SUPERVISOR."
009520         TO REL-LINHA.
009530     WRITE REL-LINHA.
009540 5000-IMPRIMIR-OPERADORES-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580* 5100-IMPRIMIR-OPERADOR
009590* IMPRIME A LINHA DE UM OPERADOR E ACUMULA OS TOTAIS.
009600******************************************************************
009610 5100-IMPRIMIR-OPERADOR.
009620     MOVE WRK-TOP-ID(WRK-IDX-OPE) TO WRK-LOP-ID.
009630     MOVE WRK-TOP-INCLUSOES(WRK-IDX-OPE) TO WRK-LOP-INCLUSOES.
009640     MOVE WRK-TOP-ALTERACOES(WRK-IDX-OPE) TO WRK-LOP-ALTERACOES.
009650     MOVE WRK-TOP-EXCLUSOES(WRK-IDX-OPE) TO WRK-LOP-EXCLUSOES.
009660     MOVE WRK-TOP-SAIDAS(WRK-IDX-OPE) TO WRK-LOP-SAIDAS.
009670     MOVE WRK-TOP-REJEICOES(WRK-IDX-OPE) TO WRK-LOP-REJEICOES.
009680     MOVE WRK-TOP-LIBERACOES(WRK-IDX-OPE) TO WRK-LOP-LIBERACOES.
009690     MOVE WRK-TOP-OUTRAS(WRK-IDX-OPE) TO WRK-LOP-OUTRAS.
009700     EVALUATE WRK-TOP-SITUACAO(WRK-IDX-OPE)
009710         WHEN "S"
009720             MOVE "SUPERVISOR" TO WRK-LOP-OBSERVACAO
009730         WHEN "N"
009740             MOVE "FORA DO OPRFILE" TO WRK-LOP-OBSERVACAO
009750         WHEN "L"
009760             MOVE "PASSO DE LOTE" TO WRK-LOP-OBSERVACAO
009770         WHEN "B"
009780             MOVE "SEM OPERADOR" TO WRK-LOP-OBSERVACAO
009790         WHEN OTHER
009800             MOVE SPACES TO WRK-LOP-OBSERVACAO
009810     END-EVALUATE.
009820     MOVE WRK-LINHA-OPERADOR TO REL-LINHA.
009830     WRITE REL-LINHA.
009840     ADD WRK-TOP-INCLUSOES(WRK-IDX-OPE) TO WRK-TOT-INCLUSOES.
009850     ADD WRK-TOP-ALTERACOES(WRK-IDX-OPE) TO WRK-TOT-ALTERACOES.
009860     ADD WRK-TOP-EXCLUSOES(WRK-IDX-OPE) TO WRK-TOT-EXCLUSOES.
009870     ADD WRK-TOP-SAIDAS(WRK-IDX-OPE) TO WRK-TOT-SAIDAS.
009880     ADD WRK-TOP-REJEICOES(WRK-IDX-OPE) TO WRK-TOT-REJEICOES.
009890     ADD WRK-TOP-LIBERACOES(WRK-IDX-OPE) TO WRK-TOT-LIBERACOES.
009900     ADD WRK-TOP-OUTRAS(WRK-IDX-OPE) TO WRK-TOT-OUTRAS.
009910 5100-IMPRIMIR-OPERADOR-EXIT.
009920     EXIT.
009930
009940******************************************************************
009950* 5200-IMPRIMIR-LIBERACOES
009960* SECAO 2: TODAS AS LIBERACOES DO PERIODO (NOME IMPEDIDO E
009970* LOTACAO MAXIMA), COM O SUPERVISOR QUE AUTORIZOU E O OPERADOR
009980* DA SESSAO. SEM INCLUSAO SEGUINTE (INCLUSAO DESISTIDA OU
009990* RECUSADA) A SESSAO SAI COMO NAO LOCALIZADA.
010000******************************************************************
010010 5200-IMPRIMIR-LIBERACOES.
010020     MOVE SPACES TO REL-LINHA.
010030     WRITE REL-LINHA.
010040     MOVE "2 - LIBERACOES DE SUPERVISOR (IMPEDIDO E LOTACAO)"
010050         TO REL-LINHA.
010060     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
010070     MOVE WRK-TITULO-LIBERACAO TO REL-LINHA.
010080     WRITE REL-LINHA.
010090     PERFORM 5300-IMPRIMIR-LIBERACAO
010100         THRU 5300-IMPRIMIR-LIBERACAO-EXIT
010110         VARYING WRK-IDX-LIB FROM 1 BY 1
010120         UNTIL WRK-IDX-LIB > WRK-QTDE-LIBERACOES.
010130     IF WRK-QTDE-TRANSBORDO-LIB > 0
010140         MOVE "TABELA CHEIA - LIBERACOES NAO LISTADAS:"
010150             TO WRK-AVI-TEXTO
010160         MOVE WRK-QTDE-TRANSBORDO-LIB TO WRK-AVI-QTDE
010170         MOVE WRK-LINHA-AVISO TO REL-LINHA
010180         WRITE REL-LINHA
010190     END-IF.
010200     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
010210 5200-IMPRIMIR-LIBERACOES-EXIT.
010220     EXIT.
010230
010240******************************************************************
010250* 5300-IMPRIMIR-LIBERACAO
010260* IMPRIME UMA LIBERACAO DA TABELA.
010270******************************************************************
010280 5300-IMPRIMIR-LIBERACAO.
010290     PERFORM 5350-MONTAR-LIBERACAO
010300         THRU 5350-MONTAR-LIBERACAO-EXIT.
010310     MOVE WRK-LINHA-LIBERACAO TO REL-LINHA.
010320     WRITE REL-LINHA.
010330     ADD 1 TO WRK-QTDE-SECAO.
010340 5300-IMPRIMIR-LIBERACAO-EXIT.
010350     EXIT.
010360
010370******************************************************************
010380* 5350-MONTAR-LIBERACAO
010390* MONTA A LINHA DE UMA LIBERACAO DA TABELA.
010400******************************************************************
010410 5350-MONTAR-LIBERACAO.
010420     MOVE WRK-TLB-DATA(WRK-IDX-LIB) TO WRK-LLB-DATA.
010430     MOVE WRK-TLB-HORA(WRK-IDX-LIB) TO WRK-LLB-HORA.
010440     IF WRK-TLB-OPERACAO(WRK-IDX-LIB) = "L"
010450         MOVE "IMPEDID" TO WRK-LLB-TIPO
010460     ELSE
010470         MOVE "LOTACAO" TO WRK-LLB-TIPO
010480     END-IF.
010490     MOVE WRK-TLB-NOME(WRK-IDX-LIB) TO WRK-LLB-NOME.
010500     MOVE WRK-TLB-SUPERVISOR(WRK-IDX-LIB) TO WRK-LLB-SUPERVISOR.
010510     IF SESSAO-LOCALIZADA(WRK-IDX-LIB)
010520         MOVE WRK-TLB-SESSAO(WRK-IDX-LIB) TO WRK-LLB-SESSAO
010530     ELSE
010540         MOVE "NAO LOC." TO WRK-LLB-SESSAO
010550     END-IF.
010560 5350-MONTAR-LIBERACAO-EXIT.
010570     EXIT.
010580
010590******************************************************************
010600* 5400-IMPRIMIR-PROPRIA-SESSAO
010610* SECAO 3: LIBERACOES EM QUE O SUPERVISOR QUE AUTORIZOU E O
010620* PROPRIO OPERADOR DA SESSAO - A LIBERACAO PERDE O CONTROLE DE
010630* DUAS PESSOAS.
010640******************************************************************
010650 5400-IMPRIMIR-PROPRIA-SESSAO.
010660     MOVE SPACES TO REL-LINHA.
010670     WRITE REL-LINHA.
010680     MOVE "3 - SUPERVISOR QUE LIBEROU A PROPRIA SESSAO"
010690         TO REL-LINHA.
010700     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
010710     PERFORM 5500-CONFERIR-PROPRIA-SESSAO
010720         THRU 5500-CONFERIR-PROPRIA-SESSAO-EXIT
010730         VARYING WRK-IDX-LIB FROM 1 BY 1
010740         UNTIL WRK-IDX-LIB > WRK-QTDE-LIBERACOES.
010750     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
010760     ADD WRK-QTDE-SECAO TO WRK-QTDE-EXCECOES.
010770 5400-IMPRIMIR-PROPRIA-SESSAO-EXIT.
010780     EXIT.
010790
010800******************************************************************
010810* 5500-CONFERIR-PROPRIA-SESSAO
010820* IMPRIME A LIBERACAO SE O SUPERVISOR FOR O OPERADOR DA SESSAO.
010830******************************************************************
010840 5500-CONFERIR-PROPRIA-SESSAO.
010850     IF NOT SESSAO-LOCALIZADA(WRK-IDX-LIB)
010860         GO TO 5500-CONFERIR-PROPRIA-SESSAO-EXIT
010870     END-IF.
010880     IF WRK-TLB-SESSAO(WRK-IDX-LIB)
010890             NOT = WRK-TLB-SUPERVISOR(WRK-IDX-LIB)
010900         GO TO 5500-CONFERIR-PROPRIA-SESSAO-EXIT
010910     END-IF.
010920     PERFORM 5300-IMPRIMIR-LIBERACAO
010930         THRU 5300-IMPRIMIR-LIBERACAO-EXIT.
010940 5500-CONFERIR-PROPRIA-SESSAO-EXIT.
010950     EXIT.
010960
010970******************************************************************
010980* 5600-IMPRIMIR-EXCLUSOES
010990* SECAO 4: EXCLUSOES DO PERIODO DE CADASTRO INCLUIDO POR OUTRO
011000* OPERADOR. EXCLUSAO CUJA INCLUSAO NAO ESTA MAIS NO LOG (JA
011010* ARQUIVADA OU ANTERIOR AO OPERADOR NO LOG) SO E CONTADA.
011020******************************************************************
011030 5600-IMPRIMIR-EXCLUSOES.
011040     MOVE SPACES TO REL-LINHA.
011050     WRITE REL-LINHA.
011060     MOVE "4 - EXCLUSAO DE CADASTRO INCLUIDO POR OUTRO OPERADOR"
011070         TO REL-LINHA.
011080     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
011090     MOVE WRK-TITULO-EXCLUSAO TO REL-LINHA.
011100     WRITE REL-LINHA.
011110     PERFORM 5700-CONFERIR-EXCLUSAO
011120         THRU 5700-CONFERIR-EXCLUSAO-EXIT
011130         VARYING WRK-IDX-EXC FROM 1 BY 1
011140         UNTIL WRK-IDX-EXC > WRK-QTDE-EXCLUSOES.
011150     IF WRK-QTDE-SEM-AUTOR > 0
011160         MOVE "EXCLUSOES SEM A INCLUSAO NO LOG (NAO CONFERIDAS):"
011170             TO WRK-AVI-TEXTO
011180         MOVE WRK-QTDE-SEM-AUTOR TO WRK-AVI-QTDE
011190         MOVE WRK-LINHA-AVISO TO REL-LINHA
011200         WRITE REL-LINHA
011210     END-IF.
011220     IF WRK-QTDE-TRANSBORDO-EXC > 0
011230         MOVE "TABELA CHEIA - EXCLUSOES NAO CONFERIDAS:"
011240             TO WRK-AVI-TEXTO
011250         MOVE WRK-QTDE-TRANSBORDO-EXC TO WRK-AVI-QTDE
011260         MOVE WRK-LINHA-AVISO TO REL-LINHA
011270         WRITE REL-LINHA
011280     END-IF.
011290     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
011300     ADD WRK-QTDE-SECAO TO WRK-QTDE-EXCECOES.
011310 5600-IMPRIMIR-EXCLUSOES-EXIT.
011320     EXIT.
011330
011340******************************************************************
011350* 5700-CONFERIR-EXCLUSAO
011360* IMPRIME A EXCLUSAO SE O AUTOR DO CADASTRO FOR OUTRO OPERADOR.
011370******************************************************************
011380 5700-CONFERIR-EXCLUSAO.
011390     IF NOT AUTOR-LOCALIZADO(WRK-IDX-EXC)
011400         ADD 1 TO WRK-QTDE-SEM-AUTOR
011410         GO TO 5700-CONFERIR-EXCLUSAO-EXIT
011420     END-IF.
011430     IF WRK-TEX-AUTOR(WRK-IDX-EXC)
011440             = WRK-TEX-OPERADOR(WRK-IDX-EXC)
011450         GO TO 5700-CONFERIR-EXCLUSAO-EXIT
011460     END-IF.
011470     MOVE WRK-TEX-DATA(WRK-IDX-EXC) TO WRK-LEX-DATA.
011480     MOVE WRK-TEX-HORA(WRK-IDX-EXC) TO WRK-LEX-HORA.
011490     MOVE WRK-TEX-NOME(WRK-IDX-EXC) TO WRK-LEX-NOME.
011500     MOVE WRK-TEX-OPERADOR(WRK-IDX-EXC) TO WRK-LEX-OPERADOR.
011510     MOVE WRK-TEX-AUTOR(WRK-IDX-EXC) TO WRK-LEX-AUTOR.
011520     MOVE WRK-LINHA-EXCLUSAO TO REL-LINHA.
011530     WRITE REL-LINHA.
011540     ADD 1 TO WRK-QTDE-SECAO.
011550 5700-CONFERIR-EXCLUSAO-EXIT.
011560     EXIT.
011570
011580******************************************************************
011590* 6000-IMPRIMIR-HORARIOS
011600* SECAO 5: ATIVIDADE DE PESSOA (NAO DE PASSO DE LOTE) FORA DO
011610* HORARIO DO EXPEDIENTE OU EM DIA NAO UTIL, NO LOG DE
011620* AUDITORIA E NO SUSPENSE. NAS LINHAS DE REABERTURA E DE NOVO
011630* FECHAMENTO (PROGCB28) A DATA E A DATA REABERTA, NAO A DA
011640* OPERACAO - SO O HORARIO E CONFERIDO.
011650******************************************************************
011660 6000-IMPRIMIR-HORARIOS.
011670     MOVE SPACES TO REL-LINHA.
011680     WRITE REL-LINHA.
011690     MOVE "5 - ATIVIDADE FORA DO EXPEDIENTE OU EM DIA NAO UTIL"
011700         TO REL-LINHA.
011710     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
011720     MOVE WRK-TITULO-HORARIO TO REL-LINHA.
011730     WRITE REL-LINHA.
011740     MOVE ZEROS TO WRK-DATA-CAL-ANTERIOR.
011750
011760     OPEN INPUT AUDFILE.
011770     IF WRK-AUD-STATUS = "00"
011780         SET NAO-FIM-ARQUIVO TO TRUE
011790         PERFORM 6100-CONFERIR-LINHA-AUDIT
011800             THRU 6100-CONFERIR-LINHA-AUDIT-EXIT
011810             UNTIL FIM-ARQUIVO
011820         CLOSE AUDFILE
011830     ELSE
011840         MOVE "    AUDFILE INDISPONIVEL - NAO CONFERIDO."
011850             TO REL-LINHA
011860         WRITE REL-LINHA
011870     END-IF.
011880
011890     OPEN INPUT SUSFILE.
011900     IF WRK-SUS-STATUS = "00"
011910         SET NAO-FIM-ARQUIVO TO TRUE
011920         PERFORM 6200-CONFERIR-LINHA-SUSP
011930             THRU 6200-CONFERIR-LINHA-SUSP-EXIT
011940             UNTIL FIM-ARQUIVO
011950         CLOSE SUSFILE
011960     ELSE
011970         MOVE "    SUSFILE INDISPONIVEL - NAO CONFERIDO."
011980             TO REL-LINHA
011990         WRITE REL-LINHA
012000     END-IF.
012010     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
012020     ADD WRK-QTDE-SECAO TO WRK-QTDE-EXCECOES.
012030 6000-IMPRIMIR-HORARIOS-EXIT.
012040     EXIT.
012050
012060******************************************************************
012070* 6100-CONFERIR-LINHA-AUDIT
012080* LE UMA LINHA DO LOG E CONFERE HORARIO E DIA QUANDO E DO
012090* PERIODO E DE PESSOA.
012100******************************************************************
012110 6100-CONFERIR-LINHA-AUDIT.
012120     READ AUDFILE
012130         AT END
012140             SET FIM-ARQUIVO TO TRUE
012150             GO TO 6100-CONFERIR-LINHA-AUDIT-EXIT
012160     END-READ.
012170     IF AUD-DATA-NEGOCIO < WRK-DATA-DE
012180             OR AUD-DATA-NEGOCIO > WRK-DATA-ATE
012190         GO TO 6100-CONFERIR-LINHA-AUDIT-EXIT
012200     END-IF.
012210     MOVE AUD-OPERADOR TO WRK-OPERADOR-LINHA.
012220     PERFORM 4200-VERIFICAR-LOTE THRU 4200-VERIFICAR-LOTE-EXIT.
012230     IF OPERADOR-DE-LOTE
012240         GO TO 6100-CONFERIR-LINHA-AUDIT-EXIT
012250     END-IF.
012260     MOVE "AUD" TO WRK-LHR-ARQUIVO.
012270     MOVE AUD-OPERACAO TO WRK-LHR-OPERACAO.
012280     MOVE AUD-DATA-NEGOCIO TO WRK-DATA-LINHA.
012290     MOVE AUD-HORA-CAPTURA TO WRK-HORA-LINHA.
012300     IF AUD-OPER-REABERTURA OR AUD-OPER-REFECHAMENTO
012310         MOVE ZEROS TO WRK-DATA-LINHA
012320     END-IF.
012330     PERFORM 6300-CONFERIR-HORARIO
012340         THRU 6300-CONFERIR-HORARIO-EXIT.
012350 6100-CONFERIR-LINHA-AUDIT-EXIT.
012360     EXIT.
012370
012380******************************************************************
012390* 6200-CONFERIR-LINHA-SUSP
012400* LE UMA PENDENCIA DO SUSPENSE E CONFERE HORARIO E DIA QUANDO E
012410* DO PERIODO E DE PESSOA.
012420******************************************************************
012430 6200-CONFERIR-LINHA-SUSP.
012440     READ SUSFILE
012450         AT END
012460             SET FIM-ARQUIVO TO TRUE
012470             GO TO 6200-CONFERIR-LINHA-SUSP-EXIT
012480     END-READ.
012490     IF SUS-DATA-REJEICAO < WRK-DATA-DE
012500             OR SUS-DATA-REJEICAO > WRK-DATA-ATE
012510         GO TO 6200-CONFERIR-LINHA-SUSP-EXIT
012520     END-IF.
012530     MOVE SUS-OPERADOR TO WRK-OPERADOR-LINHA.
012540     PERFORM 4200-VERIFICAR-LOTE THRU 4200-VERIFICAR-LOTE-EXIT.
012550     IF OPERADOR-DE-LOTE
012560         GO TO 6200-CONFERIR-LINHA-SUSP-EXIT
012570     END-IF.
012580     MOVE "SUS" TO WRK-LHR-ARQUIVO.
012590     MOVE SPACES TO WRK-LHR-OPERACAO.
012600     MOVE SUS-DATA-REJEICAO TO WRK-DATA-LINHA.
012610     MOVE SUS-HORA-REJEICAO TO WRK-HORA-LINHA.
012620     PERFORM 6300-CONFERIR-HORARIO
012630         THRU 6300-CONFERIR-HORARIO-EXIT.
012640 6200-CONFERIR-LINHA-SUSP-EXIT.
012650     EXIT.
012660
012670******************************************************************
012680* 6300-CONFERIR-HORARIO
012690* CONFERE A DATA (SE INFORMADA) E O HORARIO DA LINHA CORRENTE
012700* E IMPRIME A OCORRENCIA. DIA NAO UTIL PREVALECE SOBRE O
012710* HORARIO NO MOTIVO.
012720******************************************************************
012730 6300-CONFERIR-HORARIO.
012740     MOVE SPACES TO WRK-LHR-MOTIVO.
012750     IF WRK-DATA-LINHA NOT = 0
012760         PERFORM 6400-VERIFICAR-DIA-UTIL
012770             THRU 6400-VERIFICAR-DIA-UTIL-EXIT
012780         MOVE WRK-MOTIVO-CALENDARIO TO WRK-LHR-MOTIVO
012790     END-IF.
012800     IF WRK-LHR-MOTIVO = SPACES
012810         IF WRK-HORA-LINHA < WRK-HORA-LIMITE-INICIO
012820                 OR WRK-HORA-LINHA NOT < WRK-HORA-LIMITE-FIM
012830             MOVE "FORA DO EXPEDIENTE" TO WRK-LHR-MOTIVO
012840         END-IF
012850     END-IF.
012860     IF WRK-LHR-MOTIVO = SPACES
012870         GO TO 6300-CONFERIR-HORARIO-EXIT
012880     END-IF.
012890     IF WRK-DATA-LINHA = 0
012900         MOVE AUD-DATA-NEGOCIO TO WRK-LHR-DATA
012910     ELSE
012920         MOVE WRK-DATA-LINHA TO WRK-LHR-DATA
012930     END-IF.
012940     MOVE WRK-HORA-LINHA TO WRK-LHR-HORA.
012950     MOVE WRK-OPERADOR-LINHA TO WRK-LHR-OPERADOR.
012960     MOVE WRK-LINHA-HORARIO TO REL-LINHA.
012970     WRITE REL-LINHA.
012980     ADD 1 TO WRK-QTDE-SECAO.
012990 6300-CONFERIR-HORARIO-EXIT.
013000     EXIT.
013010
013020******************************************************************
013030* 6400-VERIFICAR-DIA-UTIL
013040* MOTIVO DE DIA NAO UTIL DA DATA DA LINHA (EM BRANCO SE FOR DIA
013050* UTIL): SABADO OU DOMINGO PELA CONGRUENCIA DE ZELLER, OU
013060* FERIADO DO HOLFILE, NO MESMO PADRAO DO PROGCOB03.
013070******************************************************************
013080 6400-VERIFICAR-DIA-UTIL.
013090     IF WRK-DATA-LINHA = WRK-DATA-CAL-ANTERIOR
013100         GO TO 6400-VERIFICAR-DIA-UTIL-EXIT
013110     END-IF.
013120     MOVE WRK-DATA-LINHA TO WRK-DATA-CAL-ANTERIOR.
013130     MOVE SPACES TO WRK-MOTIVO-CALENDARIO.
013140     MOVE WRK-DATA-LINHA TO WRK-DATA-CORRENTE-R.
013150
013160     IF WRK-CORR-MES < 3
013170         COMPUTE WRK-ZEL-MES = WRK-CORR-MES + 12
013180         COMPUTE WRK-ZEL-ANO = WRK-CORR-ANO - 1
013190     ELSE
013200         MOVE WRK-CORR-MES TO WRK-ZEL-MES
013210         MOVE WRK-CORR-ANO TO WRK-ZEL-ANO
013220     END-IF.
013230     DIVIDE WRK-ZEL-ANO BY 100
013240         GIVING WRK-ZEL-SECULO
013250         REMAINDER WRK-ZEL-ANO-SECULO.
013260     COMPUTE WRK-ZEL-TERMO1 = (13 * (WRK-ZEL-MES + 1)) / 5.
013270     COMPUTE WRK-ZEL-TERMO2 = WRK-ZEL-ANO-SECULO / 4.
013280     COMPUTE WRK-ZEL-TERMO3 = WRK-ZEL-SECULO / 4.
013290     COMPUTE WRK-ZEL-SOMA =
013300             WRK-CORR-DIA + WRK-ZEL-TERMO1 + WRK-ZEL-ANO-SECULO +
013310             WRK-ZEL-TERMO2 + WRK-ZEL-TERMO3 +
013320             (5 * WRK-ZEL-SECULO).
013330     DIVIDE WRK-ZEL-SOMA BY 7
013340         GIVING WRK-ZEL-QUOCIENTE
013350         REMAINDER WRK-ZEL-RESTO.
013360
013370*    WRK-ZEL-RESTO = 0 -> SABADO, 1 -> DOMINGO (ZELLER).
013380     IF WRK-ZEL-RESTO = 0
013390         MOVE "SABADO" TO WRK-MOTIVO-CALENDARIO
013400         GO TO 6400-VERIFICAR-DIA-UTIL-EXIT
013410     END-IF.
013420     IF WRK-ZEL-RESTO = 1
013430         MOVE "DOMINGO" TO WRK-MOTIVO-CALENDARIO
013440         GO TO 6400-VERIFICAR-DIA-UTIL-EXIT
013450     END-IF.
013460     IF CALENDARIO-INDISPONIVEL
013470         GO TO 6400-VERIFICAR-DIA-UTIL-EXIT
013480     END-IF.
013490     MOVE WRK-DATA-LINHA TO HOL-DATA.
013500     READ HOLFILE
013510         KEY IS HOL-DATA
013520         INVALID KEY
013530             CONTINUE
013540         NOT INVALID KEY
013550             STRING "FERIADO " DELIMITED BY SIZE
013560                    HOL-DESCRICAO DELIMITED BY SIZE
013570                    INTO WRK-MOTIVO-CALENDARIO
013580             END-STRING
013590     END-READ.
013600 6400-VERIFICAR-DIA-UTIL-EXIT.
013610     EXIT.
013620
013630******************************************************************
013640* 7000-IMPRIMIR-SEM-CADASTRO
013650* SECAO 6: OPERADOR COM ATIVIDADE NO PERIODO QUE NAO CONSTA MAIS
013660* DO CADASTRO DE OPERADORES (OPRFILE).
013670******************************************************************
013680 7000-IMPRIMIR-SEM-CADASTRO.
013690     MOVE SPACES TO REL-LINHA.
013700     WRITE REL-LINHA.
013710     MOVE "6 - OPERADOR FORA DO CADASTRO DE OPERADORES (OPRFILE)"
013720         TO REL-LINHA.
013730     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
013740     IF OPRFILE-INDISPONIVEL
013750         MOVE "    OPRFILE INDISPONIVEL - NAO CONFERIDO."
013760             TO REL-LINHA
013770         WRITE REL-LINHA
013780     ELSE
013790         MOVE WRK-TITULO-OPERADORES TO REL-LINHA
013800         WRITE REL-LINHA
013810         PERFORM 7100-CONFERIR-CADASTRO
013820             THRU 7100-CONFERIR-CADASTRO-EXIT
013830             VARYING WRK-IDX-OPE FROM 1 BY 1
013840             UNTIL WRK-IDX-OPE > WRK-QTDE-OPERADORES
013850     END-IF.
013860     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
013870     ADD WRK-QTDE-SECAO TO WRK-QTDE-EXCECOES.
013880 7000-IMPRIMIR-SEM-CADASTRO-EXIT.
013890     EXIT.
013900
013910******************************************************************
013920* 7100-CONFERIR-CADASTRO
013930* IMPRIME O OPERADOR SE ELE NAO FOI ACHADO NO OPRFILE.
013940******************************************************************
013950 7100-CONFERIR-CADASTRO.
013960     IF WRK-TOP-SITUACAO(WRK-IDX-OPE) NOT = "N"
013970         GO TO 7100-CONFERIR-CADASTRO-EXIT
013980     END-IF.
013990     MOVE WRK-TOP-ID(WRK-IDX-OPE) TO WRK-LOP-ID.
014000     MOVE WRK-TOP-INCLUSOES(WRK-IDX-OPE) TO WRK-LOP-INCLUSOES.
014010     MOVE WRK-TOP-ALTERACOES(WRK-IDX-OPE) TO WRK-LOP-ALTERACOES.
014020     MOVE WRK-TOP-EXCLUSOES(WRK-IDX-OPE) TO WRK-LOP-EXCLUSOES.
014030     MOVE WRK-TOP-SAIDAS(WRK-IDX-OPE) TO WRK-LOP-SAIDAS.
014040     MOVE WRK-TOP-REJEICOES(WRK-IDX-OPE) TO WRK-LOP-REJEICOES.
014050     MOVE WRK-TOP-LIBERACOES(WRK-IDX-OPE) TO WRK-LOP-LIBERACOES.
014060     MOVE WRK-TOP-OUTRAS(WRK-IDX-OPE) TO WRK-LOP-OUTRAS.
014070     MOVE "FORA DO OPRFILE" TO WRK-LOP-OBSERVACAO.
014080     MOVE WRK-LINHA-OPERADOR TO REL-LINHA.
014090     WRITE REL-LINHA.
014100     ADD 1 TO WRK-QTDE-SECAO.
014110 7100-CONFERIR-CADASTRO-EXIT.
014120     EXIT.
014130
014140******************************************************************
014150* 8000-IMPRIMIR-RESUMO
014160* IMPRIME O TOTAL DE EXCECOES E OS AVISOS DE TABELA CHEIA E
014170* EXIBE O RESULTADO NO CONSOLE.
014180******************************************************************
014190 8000-IMPRIMIR-RESUMO.
014200     MOVE SPACES TO REL-LINHA.
014210     WRITE REL-LINHA.
014220     MOVE "TOTAL DE EXCECOES (SECOES 3 A 6):" TO WRK-AVI-TEXTO.
014230     MOVE WRK-QTDE-EXCECOES TO WRK-AVI-QTDE.
014240     MOVE WRK-LINHA-AVISO TO REL-LINHA.
014250     WRITE REL-LINHA.
014260     IF WRK-QTDE-TRANSBORDO-OPE > 0
014270         MOVE "TABELA CHEIA - LINHAS FORA DAS CONTAGENS:"
014280             TO WRK-AVI-TEXTO
014290         MOVE WRK-QTDE-TRANSBORDO-OPE TO WRK-AVI-QTDE
014300         MOVE WRK-LINHA-AVISO TO REL-LINHA
014310         WRITE REL-LINHA
014320     END-IF.
014330     DISPLAY "RELATORIO OPERAD.LST EMITIDO - " WRK-QTDE-OPERADORES
014340             " OPERADOR(ES), " WRK-QTDE-EXCECOES
014350             " EXCECAO(OES).".
014360 8000-IMPRIMIR-RESUMO-EXIT.
014370     EXIT.
014380
014390******************************************************************
014400* 8500-VALIDAR-DATA
014410* VALIDA O MES (01-12) E O DIA PARA O MES/ANO INFORMADOS,
014420* CONSIDERANDO ANO BISSEXTO PARA FEVEREIRO, NO MESMO PADRAO DA
014430* VALIDACAO DE CALENDARIO DO PROGCOB03.
014440******************************************************************
014450 8500-VALIDAR-DATA.
014460     SET DATA-VALIDA TO TRUE.
014470     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
014480     MOVE WRK-DATA-EM-VALIDACAO TO WRK-DATA-VALIDACAO.
014490
014500     IF WRK-VAL-MES < 1 OR WRK-VAL-MES > 12
014510         SET DATA-INVALIDA TO TRUE
014520         MOVE "MES FORA DO INTERVALO 01-12" TO WRK-MOTIVO-REJEICAO
014530         GO TO 8500-VALIDAR-DATA-EXIT
014540     END-IF.
014550
014560     DIVIDE WRK-VAL-ANO BY 4 GIVING WRK-BIS-QUOC4
014570         REMAINDER WRK-BIS-REST4.
014580     DIVIDE WRK-VAL-ANO BY 100 GIVING WRK-BIS-QUOC100
014590         REMAINDER WRK-BIS-REST100.
014600     DIVIDE WRK-VAL-ANO BY 400 GIVING WRK-BIS-QUOC400
014610         REMAINDER WRK-BIS-REST400.
014620
014630     IF WRK-BIS-REST4 = 0 AND
014640            (WRK-BIS-REST100 NOT = 0 OR WRK-BIS-REST400 = 0)
014650         MOVE 29 TO WRK-DIAS-NO-MES(2)
014660     ELSE
014670         MOVE 28 TO WRK-DIAS-NO-MES(2)
014680     END-IF.
014690
014700     IF WRK-VAL-DIA < 1 OR
014710            WRK-VAL-DIA > WRK-DIAS-NO-MES(WRK-VAL-MES)
014720         SET DATA-INVALIDA TO TRUE
014730         MOVE "DIA INVALIDO PARA O MES/ANO INFORMADO"
014740             TO WRK-MOTIVO-REJEICAO
014750     END-IF.
014760 8500-VALIDAR-DATA-EXIT.
014770     IF DATA-INVALIDA
014780         DISPLAY "DATA INVALIDA " WRK-DATA-EM-VALIDACAO ": "
014790                 WRK-MOTIVO-REJEICAO
014800     END-IF.
014810     EXIT.
014820
014830******************************************************************
014840* 9999-FINALIZAR
014850* FECHA O CALENDARIO E O RELATORIO ANTES DE ENCERRAR O PROGRAMA.
014860******************************************************************
014870 9999-FINALIZAR.
014880     IF PARAMETROS-VALIDOS
014890         IF CALENDARIO-DISPONIVEL
014900             CLOSE HOLFILE
014910         END-IF
014920         CLOSE RELFILE
014930     END-IF.
014940 9999-FINALIZAR-EXIT.
014950     EXIT.
