000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB31.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: VERIFICACAO NOTURNA DE INTEGRIDADE ENTRE OS MESTRES,
000190*           EXECUTADA PELO CONDUTOR DO LOTE (PROGCB13) COMO
000200*           PASSO 08 DA CADEIA E, SOB DEMANDA, PELO REPARO
000210*           DE INTEGRIDADE (PROGCB32). CONFERE: CRACHA EM USO
000220*           (BDGFILE) CUJO PORTADOR JA SAIU OU NAO TEM MAIS
000230*           CADASTRO; CONTAGEM DE OCUPACAO (OCPCTL) CONTRA OS
000240*           CADASTROS ABERTOS DO DIA, SEM OS PRE-REGISTROS;
000250*           MESMO CRACHA EM MAIS DE UM CADASTRO ABERTO;
000260*           AGENDAMENTO ATIVADO (APTFILE) SEM O CADASTRO QUE A
000270*           ATIVACAO POSTOU; E ANFITRIAO DO CADASTRO AUSENTE DO
000280*           ANFFILE. NADA E CORRIGIDO AQUI - AS EXCECOES SAEM
000290*           AGRUPADAS POR TIPO NA LISTA INTEGR.LST E O
000300*           SUPERVISOR CORRIGE PELO PROGCB32. EXCECAO NAO FAZ O
000310*           PASSO FALHAR (A DATA FECHA NORMALMENTE); SO A FALTA
000320*           DO REGFILE OU DA LISTA FAZ.
000330*
000340* HISTORICO DE ALTERACOES
000350* DATA       INIC.  DESCRICAO
000360* ---------- -----  ------------------------------------------
000370* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000373* 2026-10-15 DSR    CABECALHO CORRIGIDO: O PROGRAMA E O PASSO 08
000376*                   DA CADEIA DO PROGCB13, NAO O ULTIMO.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REGFILE ASSIGN TO "REGFILE"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS REG-CHAVE
000460         ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
000470         FILE STATUS IS WRK-REG-STATUS.
000480
000490     SELECT BDGFILE ASSIGN TO "BDGFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS BDG-NUMERO
000530         FILE STATUS IS WRK-BDG-STATUS.
000540
000550     SELECT OCPCTL ASSIGN TO "OCPCTL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS OCP-CHAVE
000590         FILE STATUS IS WRK-OCP-STATUS.
000600
000610     SELECT APTFILE ASSIGN TO "APTFILE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS APT-CHAVE
000650         FILE STATUS IS WRK-APT-STATUS.
000660
000670     SELECT ANFFILE ASSIGN TO "ANFFILE"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS ANF-ID
000710         FILE STATUS IS WRK-ANF-STATUS.
000720
000730     SELECT RELFILE ASSIGN TO "INTEGR.LST"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WRK-REL-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  REGFILE.
000800     COPY REGREC.
000810
000820 FD  BDGFILE.
000830     COPY BDGREC.
000840
000850 FD  OCPCTL.
000860     COPY OCPREC.
000870
000880 FD  APTFILE.
000890     COPY APTREC.
000900
000910 FD  ANFFILE.
000920     COPY ANFREC.
000930
000940 FD  RELFILE.
000950 01  REL-LINHA                   PIC X(80).
000960
000970 WORKING-STORAGE SECTION.
000980 77  WRK-REG-STATUS              PIC X(02) VALUE "00".
000990 77  WRK-BDG-STATUS              PIC X(02) VALUE "00".
001000 77  WRK-OCP-STATUS              PIC X(02) VALUE "00".
001010 77  WRK-APT-STATUS              PIC X(02) VALUE "00".
001020 77  WRK-ANF-STATUS              PIC X(02) VALUE "00".
001030 77  WRK-REL-STATUS              PIC X(02) VALUE "00".
001040
001050 77  WRK-SW-FIM-ARQUIVO          PIC X(01) VALUE "N".
001060     88  FIM-ARQUIVO                     VALUE "S".
001070     88  NAO-FIM-ARQUIVO                 VALUE "N".
001080 77  WRK-SW-REGFILE              PIC X(01) VALUE "N".
001090     88  REGFILE-DISPONIVEL              VALUE "S".
001100     88  REGFILE-INDISPONIVEL            VALUE "N".
001110 77  WRK-SW-OCPCTL               PIC X(01) VALUE "N".
001120     88  OCPCTL-CARREGADO                VALUE "S".
001130     88  OCPCTL-AUSENTE                  VALUE "N".
001140
001150*    SITUACAO DO CADASTRO PARA AS CONFERENCIAS: ABERTO (SEM
001160*    SAIDA CARIMBADA, SEM FECHAMENTO AUTOMATICO, JA CHEGOU),
001170*    FECHADO PELO LOTE (SEM SAIDA, MAS ENCERRADO PELO PROGCB19 -
001180*    O CRACHA AINDA ESTA NA RUA), SAIDO (SAIDA CARIMBADA) OU
001190*    PRE-REGISTRO AINDA NAO CHEGADO.
001200 77  WRK-SW-SITUACAO-REG         PIC X(01) VALUE SPACES.
001210     88  CADASTRO-ABERTO                 VALUE "A".
001220     88  CADASTRO-FECHADO-LOTE           VALUE "F".
001230     88  CADASTRO-SAIDO                  VALUE "S".
001240     88  CADASTRO-PRE-REG                VALUE "P".
001250
001260 77  WRK-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
001270 77  WRK-NUM-CRACHA              PIC 9(04) VALUE ZEROS.
001280
001290 77  WRK-QTDE-ABERTOS            PIC 9(06) VALUE ZEROS.
001300 77  WRK-QTDE-SECAO              PIC 9(06) VALUE ZEROS.
001310 77  WRK-QTDE-CRACHA-ORFAO       PIC 9(06) VALUE ZEROS.
001320 77  WRK-QTDE-OCUPACAO           PIC 9(06) VALUE ZEROS.
001330 77  WRK-QTDE-CRACHA-DUPLO       PIC 9(06) VALUE ZEROS.
001340 77  WRK-QTDE-APT-SEM-REG        PIC 9(06) VALUE ZEROS.
001350 77  WRK-QTDE-ANF-AUSENTE        PIC 9(06) VALUE ZEROS.
001360 77  WRK-QTDE-EXCECOES           PIC 9(06) VALUE ZEROS.
001370
001380*    QUANTOS CADASTROS ABERTOS TRAZEM CADA NUMERO DE CRACHA.
001390 01  WRK-TAB-CRACHAS.
001400     02  WRK-USO-CRACHA          PIC 9(03) OCCURS 9999 TIMES.
001410
001420 01  WRK-CABECALHO.
001430     02  FILLER                  PIC X(38)
001440         VALUE "VERIFICACAO NOTURNA DE INTEGRIDADE - ".
001450     02  WRK-CAB-DATA            PIC 9(08).
001460
001470 01  WRK-LINHA-CRACHA.
001480     02  FILLER                  PIC X(04) VALUE SPACES.
001490     02  FILLER                  PIC X(07) VALUE "CRACHA ".
001500     02  WRK-LCR-NUMERO          PIC 9(04).
001510     02  FILLER                  PIC X(02) VALUE SPACES.
001520     02  WRK-LCR-NOME            PIC X(30).
001530     02  FILLER                  PIC X(01) VALUE SPACES.
001540     02  WRK-LCR-DATA            PIC 9(08).
001550     02  FILLER                  PIC X(01) VALUE SPACES.
001560     02  WRK-LCR-MOTIVO          PIC X(23).
001570
001580 01  WRK-LINHA-OCUPACAO.
001590     02  FILLER                  PIC X(04) VALUE SPACES.
001600     02  FILLER                  PIC X(10) VALUE "OCPCTL DE ".
001610     02  WRK-LOC-DATA            PIC 9(08).
001620     02  FILLER                  PIC X(11) VALUE " CONTAGEM: ".
001630     02  WRK-LOC-CONTAGEM        PIC ZZZ,ZZ9.
001640     02  FILLER                  PIC X(20)
001650         VALUE "  CADASTROS ABERTOS:".
001660     02  WRK-LOC-ABERTOS         PIC ZZZ,ZZ9.
001670
001680 01  WRK-LINHA-CADASTRO.
001690     02  FILLER                  PIC X(04) VALUE SPACES.
001700     02  WRK-LCA-DATA            PIC 9(08).
001710     02  FILLER                  PIC X(02) VALUE SPACES.
001720     02  WRK-LCA-NOME            PIC X(30).
001730     02  FILLER                  PIC X(12)
001740         VALUE "  ANFITRIAO ".
001750     02  WRK-LCA-ANFITRIAO       PIC X(08).
001760
001770 01  WRK-LINHA-TOTAL.
001780     02  FILLER                  PIC X(17)
001790         VALUE "    OCORRENCIAS: ".
001800     02  WRK-TOT-QTDE            PIC ZZZ,ZZ9.
001810
001820 01  WRK-LINHA-RESUMO.
001830     02  WRK-RES-TITULO          PIC X(44).
001840     02  WRK-RES-VALOR           PIC ZZZ,ZZ9.
001850
001860 PROCEDURE DIVISION.
001870******************************************************************
001880* 0000-MAINLINE
001890* ABRE OS MESTRES E A LISTA, EXECUTA AS CINCO CONFERENCIAS NA
001900* ORDEM DAS SECOES DA LISTA E ENCERRA COM O RESUMO POR TIPO.
001910******************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001940     IF REGFILE-DISPONIVEL
001950         PERFORM 2000-CONFERIR-CRACHAS
001960             THRU 2000-CONFERIR-CRACHAS-EXIT
001970         PERFORM 3000-CONFERIR-OCUPACAO
001980             THRU 3000-CONFERIR-OCUPACAO-EXIT
001990         PERFORM 4000-CONFERIR-CRACHA-DUPLO
002000             THRU 4000-CONFERIR-CRACHA-DUPLO-EXIT
002010         PERFORM 5000-CONFERIR-AGENDAMENTOS
002020             THRU 5000-CONFERIR-AGENDAMENTOS-EXIT
002030         PERFORM 6000-CONFERIR-ANFITRIOES
002040             THRU 6000-CONFERIR-ANFITRIOES-EXIT
002050         PERFORM 8000-IMPRIMIR-RESUMO
002060             THRU 8000-IMPRIMIR-RESUMO-EXIT
002070     END-IF.
002080     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002090     GOBACK.
002100
002110******************************************************************
002120* 1000-INICIALIZAR
002130* ZERA OS TOTAIS E A TABELA DE CRACHAS (O PROGRAMA PODE SER
002140* CHAMADO MAIS DE UMA VEZ NA MESMA SESSAO PELO PROGCB32), ABRE
002150* A LISTA E O REGFILE. SEM REGFILE NADA PODE SER CONFERIDO E O
002160* PASSO FALHA.
002170******************************************************************
002180 1000-INICIALIZAR.
002190     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002200     INITIALIZE WRK-TAB-CRACHAS.
002210     MOVE ZEROS TO WRK-QTDE-ABERTOS.
002220     MOVE ZEROS TO WRK-QTDE-CRACHA-ORFAO.
002230     MOVE ZEROS TO WRK-QTDE-OCUPACAO.
002240     MOVE ZEROS TO WRK-QTDE-CRACHA-DUPLO.
002250     MOVE ZEROS TO WRK-QTDE-APT-SEM-REG.
002260     MOVE ZEROS TO WRK-QTDE-ANF-AUSENTE.
002270     MOVE ZEROS TO WRK-QTDE-EXCECOES.
002280     SET REGFILE-INDISPONIVEL TO TRUE.
002290     SET OCPCTL-AUSENTE TO TRUE.
002300
002310     OPEN OUTPUT RELFILE.
002320     IF WRK-REL-STATUS NOT = "00"
002330         DISPLAY "AVISO: ARQUIVO INTEGR.LST INDISPONIVEL - "
002340                 "STATUS " WRK-REL-STATUS
002350         MOVE 8 TO RETURN-CODE
002360     END-IF.
002370     MOVE WRK-DATA-EXECUCAO TO WRK-CAB-DATA.
002380     MOVE WRK-CABECALHO TO REL-LINHA.
002390     WRITE REL-LINHA.
002400
002410     OPEN INPUT REGFILE.
002420     IF WRK-REG-STATUS NOT = "00"
002430         DISPLAY "ARQUIVO MESTRE REGFILE INDISPONIVEL - STATUS "
002440                 WRK-REG-STATUS " - VERIFICACAO NAO EXECUTADA"
002450*        SINALIZA A FALHA AO CONDUTOR DO LOTE (PROGCB13).
002460         MOVE 8 TO RETURN-CODE
002470         MOVE "REGFILE INDISPONIVEL - VERIFICACAO NAO EXECUTADA."
002480             TO REL-LINHA
002490         WRITE REL-LINHA
002500     ELSE
002510         SET REGFILE-DISPONIVEL TO TRUE
002520     END-IF.
002530 1000-INICIALIZAR-EXIT.
002540     EXIT.
002550
002560******************************************************************
002570* 1100-CLASSIFICAR-CADASTRO
002580* CLASSIFICA O CADASTRO CORRENTE DO REGFILE EM
002590* WRK-SW-SITUACAO-REG. HORA DE SAIDA EM ESPACOS (REGISTRO
002600* CONVERTIDO) VALE COMO SEM SAIDA.
002610******************************************************************
002620 1100-CLASSIFICAR-CADASTRO.
002630     EVALUATE TRUE
002640         WHEN REG-PRE-REGISTRADO
002650             SET CADASTRO-PRE-REG TO TRUE
002660         WHEN REG-HORA-SAIDA IS NUMERIC AND REG-HORA-SAIDA > 0
002670             SET CADASTRO-SAIDO TO TRUE
002680         WHEN REG-SAIDA-AUTOMATICA
002690             SET CADASTRO-FECHADO-LOTE TO TRUE
002700         WHEN OTHER
002710             SET CADASTRO-ABERTO TO TRUE
002720     END-EVALUATE.
002730 1100-CLASSIFICAR-CADASTRO-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770* 1200-POSICIONAR-REGFILE
002780* POSICIONA O REGFILE NO INICIO PARA UMA VARREDURA COMPLETA.
002790******************************************************************
002800 1200-POSICIONAR-REGFILE.
002810     SET NAO-FIM-ARQUIVO TO TRUE.
002820     MOVE LOW-VALUES TO REG-CHAVE.
002830     START REGFILE
002840         KEY IS >= REG-CHAVE
002850         INVALID KEY
002860             SET FIM-ARQUIVO TO TRUE
002870     END-START.
002880 1200-POSICIONAR-REGFILE-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920* 1300-ABRIR-SECAO
002930* IMPRIME O TITULO DA SECAO (EM REL-LINHA) E ZERA A CONTAGEM.
002940******************************************************************
002950 1300-ABRIR-SECAO.
002960     MOVE ZEROS TO WRK-QTDE-SECAO.
002970     WRITE REL-LINHA.
002980 1300-ABRIR-SECAO-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020* 1400-FECHAR-SECAO
003030* IMPRIME A CONTAGEM DA SECAO, OU QUE ELA NAO TEVE OCORRENCIA.
003040******************************************************************
003050 1400-FECHAR-SECAO.
003060     IF WRK-QTDE-SECAO = 0
003070         MOVE "    NENHUMA OCORRENCIA." TO REL-LINHA
003080     ELSE
003090         MOVE WRK-QTDE-SECAO TO WRK-TOT-QTDE
003100         MOVE WRK-LINHA-TOTAL TO REL-LINHA
003110     END-IF.
003120     WRITE REL-LINHA.
003130     ADD WRK-QTDE-SECAO TO WRK-QTDE-EXCECOES.
003140 1400-FECHAR-SECAO-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 2000-CONFERIR-CRACHAS
003190* SECAO 1: CRACHA EM USO NO INVENTARIO CUJO PORTADOR NAO ESTA
003200* MAIS NO PREDIO. O PORTADOR E LOCALIZADO PELA CHAVE DO REGFILE
003210* (NOME + DATA DA ATRIBUICAO). CADASTRO FECHADO PELO LOTE NAO E
003220* EXCECAO: O CRACHA CONTINUA NA RUA E E COBRADO PELO PROGCOB04.
003230******************************************************************
003240 2000-CONFERIR-CRACHAS.
003250     MOVE SPACES TO REL-LINHA.
003260     WRITE REL-LINHA.
003270     MOVE "1 - CRACHA EM USO COM PORTADOR FORA DO PREDIO"
003280         TO REL-LINHA.
003290     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
003300     OPEN INPUT BDGFILE.
003310     IF WRK-BDG-STATUS NOT = "00"
003320         MOVE "    BDGFILE INDISPONIVEL - NAO CONFERIDO."
003330             TO REL-LINHA
003340         WRITE REL-LINHA
003350         GO TO 2000-CONFERIR-CRACHAS-EXIT
003360     END-IF.
003370     SET NAO-FIM-ARQUIVO TO TRUE.
003380     PERFORM 2100-CONFERIR-UM-CRACHA
003390         THRU 2100-CONFERIR-UM-CRACHA-EXIT
003400         UNTIL FIM-ARQUIVO.
003410     CLOSE BDGFILE.
003420     MOVE WRK-QTDE-SECAO TO WRK-QTDE-CRACHA-ORFAO.
003430     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
003440 2000-CONFERIR-CRACHAS-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 2100-CONFERIR-UM-CRACHA
003490* LE O PROXIMO CRACHA DO INVENTARIO E, SE EM USO, CONFERE O
003500* CADASTRO DO PORTADOR.
003510******************************************************************
003520 2100-CONFERIR-UM-CRACHA.
003530     READ BDGFILE NEXT RECORD
003540         AT END
003550             SET FIM-ARQUIVO TO TRUE
003560             GO TO 2100-CONFERIR-UM-CRACHA-EXIT
003570     END-READ.
003580     IF NOT BDG-EM-USO
003590         GO TO 2100-CONFERIR-UM-CRACHA-EXIT
003600     END-IF.
003610     MOVE BDG-NUMERO TO WRK-LCR-NUMERO.
003620     MOVE BDG-NOME-PORTADOR TO WRK-LCR-NOME.
003630     MOVE BDG-DATA-ATRIBUICAO TO WRK-LCR-DATA.
003640     MOVE SPACES TO WRK-LCR-MOTIVO.
003650
003660     MOVE BDG-NOME-PORTADOR TO REG-NOME.
003670     MOVE BDG-DATA-ATRIBUICAO TO REG-DATA-CADASTRO.
003680     READ REGFILE
003690         KEY IS REG-CHAVE
003700         INVALID KEY
003710             MOVE "PORTADOR SEM CADASTRO" TO WRK-LCR-MOTIVO
003720     END-READ.
003730     IF WRK-LCR-MOTIVO = SPACES
003740         IF REG-NUM-CRACHA IS NOT NUMERIC
003750                 OR REG-NUM-CRACHA NOT = BDG-NUMERO
003760             MOVE "CADASTRO SEM O CRACHA" TO WRK-LCR-MOTIVO
003770         ELSE
003780             PERFORM 1100-CLASSIFICAR-CADASTRO
003790                 THRU 1100-CLASSIFICAR-CADASTRO-EXIT
003800             IF CADASTRO-SAIDO
003810                 STRING "SAIDA AS " REG-HORA-SAIDA
003820                     DELIMITED BY SIZE INTO WRK-LCR-MOTIVO
003830             END-IF
003840         END-IF
003850     END-IF.
003860     IF WRK-LCR-MOTIVO NOT = SPACES
003870         ADD 1 TO WRK-QTDE-SECAO
003880         MOVE WRK-LINHA-CRACHA TO REL-LINHA
003890         WRITE REL-LINHA
003900     END-IF.
003910 2100-CONFERIR-UM-CRACHA-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950* 3000-CONFERIR-OCUPACAO
003960* SECAO 2: CONTAGEM CORRENTE DO OCPCTL CONTRA OS CADASTROS DA
003970* DATA DO OCPCTL AINDA SEM SAIDA CARIMBADA, SEM OS PRE-REGISTROS
003980* NAO CHEGADOS. O FECHAMENTO AUTOMATICO NAO DESCE A CONTAGEM,
003990* ENTAO O CADASTRO FECHADO PELO LOTE CONTINUA CONTADO. A MESMA
004000* VARREDURA SOMA OS CRACHAS DOS CADASTROS ABERTOS PARA A SECAO
004010* SEGUINTE.
004020******************************************************************
004030 3000-CONFERIR-OCUPACAO.
004040     MOVE SPACES TO REL-LINHA.
004050     WRITE REL-LINHA.
004060     MOVE "2 - CONTAGEM DE OCUPACAO (OCPCTL) DIVERGENTE"
004070         TO REL-LINHA.
004080     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
004090     OPEN INPUT OCPCTL.
004100     IF WRK-OCP-STATUS = "00"
004110         MOVE "OCPCTL01" TO OCP-CHAVE
004120         READ OCPCTL
004130             KEY IS OCP-CHAVE
004140             INVALID KEY
004150                 CONTINUE
004160             NOT INVALID KEY
004170                 SET OCPCTL-CARREGADO TO TRUE
004180         END-READ
004190         CLOSE OCPCTL
004200     END-IF.
004210
004220     PERFORM 1200-POSICIONAR-REGFILE
004230         THRU 1200-POSICIONAR-REGFILE-EXIT.
004240     PERFORM 3100-SOMAR-CADASTRO THRU 3100-SOMAR-CADASTRO-EXIT
004250         UNTIL FIM-ARQUIVO.
004260
004270     IF OCPCTL-AUSENTE
004280         MOVE "    OCPCTL AINDA NAO CRIADO - NADA A CONFERIR."
004290             TO REL-LINHA
004300         WRITE REL-LINHA
004310     ELSE
004320         IF OCP-QTDE-ATUAL NOT = WRK-QTDE-ABERTOS
004330             ADD 1 TO WRK-QTDE-SECAO
004340             MOVE OCP-DATA TO WRK-LOC-DATA
004350             MOVE OCP-QTDE-ATUAL TO WRK-LOC-CONTAGEM
004360             MOVE WRK-QTDE-ABERTOS TO WRK-LOC-ABERTOS
004370             MOVE WRK-LINHA-OCUPACAO TO REL-LINHA
004380             WRITE REL-LINHA
004390         END-IF
004400     END-IF.
004410     MOVE WRK-QTDE-SECAO TO WRK-QTDE-OCUPACAO.
004420     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
004430 3000-CONFERIR-OCUPACAO-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 3100-SOMAR-CADASTRO
004480* LE O PROXIMO CADASTRO; SOMA-O A OCUPACAO SE FOR DA DATA DO
004490* OCPCTL E AINDA NAO SAIU, E SOMA O SEU CRACHA SE ESTIVER
004500* ABERTO.
004510******************************************************************
004520 3100-SOMAR-CADASTRO.
004530     READ REGFILE NEXT RECORD
004540         AT END
004550             SET FIM-ARQUIVO TO TRUE
004560             GO TO 3100-SOMAR-CADASTRO-EXIT
004570     END-READ.
004580     PERFORM 1100-CLASSIFICAR-CADASTRO
004590         THRU 1100-CLASSIFICAR-CADASTRO-EXIT.
004600     IF OCPCTL-CARREGADO
004610             AND REG-DATA-CADASTRO = OCP-DATA
004620             AND (CADASTRO-ABERTO OR CADASTRO-FECHADO-LOTE)
004630         ADD 1 TO WRK-QTDE-ABERTOS
004640     END-IF.
004650     IF CADASTRO-ABERTO AND REG-NUM-CRACHA IS NUMERIC
004660             AND REG-NUM-CRACHA > 0
004670         IF WRK-USO-CRACHA(REG-NUM-CRACHA) < 999
004680             ADD 1 TO WRK-USO-CRACHA(REG-NUM-CRACHA)
004690         END-IF
004700     END-IF.
004710 3100-SOMAR-CADASTRO-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 4000-CONFERIR-CRACHA-DUPLO
004760* SECAO 3: LISTA OS CADASTROS ABERTOS CUJO CRACHA APARECE EM
004770* MAIS DE UM CADASTRO ABERTO (SOMA FEITA NA SECAO 2).
004780******************************************************************
004790 4000-CONFERIR-CRACHA-DUPLO.
004800     MOVE SPACES TO REL-LINHA.
004810     WRITE REL-LINHA.
004820     MOVE "3 - MESMO CRACHA EM MAIS DE UM CADASTRO ABERTO"
004830         TO REL-LINHA.
004840     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
004850     PERFORM 1200-POSICIONAR-REGFILE
004860         THRU 1200-POSICIONAR-REGFILE-EXIT.
004870     PERFORM 4100-LISTAR-CRACHA-DUPLO
004880         THRU 4100-LISTAR-CRACHA-DUPLO-EXIT
004890         UNTIL FIM-ARQUIVO.
004900     MOVE WRK-QTDE-SECAO TO WRK-QTDE-CRACHA-DUPLO.
004910     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
004920 4000-CONFERIR-CRACHA-DUPLO-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 4100-LISTAR-CRACHA-DUPLO
004970* LE O PROXIMO CADASTRO E O LISTA SE ESTIVER ABERTO COM CRACHA
004980* REPETIDO.
004990******************************************************************
005000 4100-LISTAR-CRACHA-DUPLO.
005010     READ REGFILE NEXT RECORD
005020         AT END
005030             SET FIM-ARQUIVO TO TRUE
005040             GO TO 4100-LISTAR-CRACHA-DUPLO-EXIT
005050     END-READ.
005060     PERFORM 1100-CLASSIFICAR-CADASTRO
005070         THRU 1100-CLASSIFICAR-CADASTRO-EXIT.
005080     IF NOT CADASTRO-ABERTO OR REG-NUM-CRACHA IS NOT NUMERIC
005090         GO TO 4100-LISTAR-CRACHA-DUPLO-EXIT
005100     END-IF.
005110     IF REG-NUM-CRACHA = 0
005120         GO TO 4100-LISTAR-CRACHA-DUPLO-EXIT
005130     END-IF.
005140     IF WRK-USO-CRACHA(REG-NUM-CRACHA) < 2
005150         GO TO 4100-LISTAR-CRACHA-DUPLO-EXIT
005160     END-IF.
005170     ADD 1 TO WRK-QTDE-SECAO.
005180     MOVE REG-NUM-CRACHA TO WRK-LCR-NUMERO.
005190     MOVE REG-NOME TO WRK-LCR-NOME.
005200     MOVE REG-DATA-CADASTRO TO WRK-LCR-DATA.
005210     MOVE SPACES TO WRK-LCR-MOTIVO.
005220     STRING "ENTRADA AS " REG-HORA-CADASTRO
005230         DELIMITED BY SIZE INTO WRK-LCR-MOTIVO.
005240     MOVE WRK-LINHA-CRACHA TO REL-LINHA.
005250     WRITE REL-LINHA.
005260 4100-LISTAR-CRACHA-DUPLO-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300* 5000-CONFERIR-AGENDAMENTOS
005310* SECAO 4: AGENDAMENTO MARCADO COMO ATIVADO CUJO CADASTRO
005320* (MESMO NOME E DATA, POSTADO PELA ATIVACAO DO PROGCB23) NAO
005330* ESTA NO REGFILE.
005340******************************************************************
005350 5000-CONFERIR-AGENDAMENTOS.
005360     MOVE SPACES TO REL-LINHA.
005370     WRITE REL-LINHA.
005380     MOVE "4 - AGENDAMENTO ATIVADO SEM CADASTRO NO REGFILE"
005390         TO REL-LINHA.
005400     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
005410     OPEN INPUT APTFILE.
005420     IF WRK-APT-STATUS = "35"
005430         MOVE "    APTFILE AINDA NAO CRIADO - NADA A CONFERIR."
005440             TO REL-LINHA
005450         WRITE REL-LINHA
005460         GO TO 5000-CONFERIR-AGENDAMENTOS-EXIT
005470     END-IF.
005480     IF WRK-APT-STATUS NOT = "00"
005490         MOVE "    APTFILE INDISPONIVEL - NAO CONFERIDO."
005500             TO REL-LINHA
005510         WRITE REL-LINHA
005520         GO TO 5000-CONFERIR-AGENDAMENTOS-EXIT
005530     END-IF.
005540     SET NAO-FIM-ARQUIVO TO TRUE.
005550     PERFORM 5100-CONFERIR-UM-AGENDAMENTO
005560         THRU 5100-CONFERIR-UM-AGENDAMENTO-EXIT
005570         UNTIL FIM-ARQUIVO.
005580     CLOSE APTFILE.
005590     MOVE WRK-QTDE-SECAO TO WRK-QTDE-APT-SEM-REG.
005600     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
005610 5000-CONFERIR-AGENDAMENTOS-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 5100-CONFERIR-UM-AGENDAMENTO
005660* LE O PROXIMO AGENDAMENTO E, SE ATIVADO, PROCURA O CADASTRO.
005670******************************************************************
005680 5100-CONFERIR-UM-AGENDAMENTO.
005690     READ APTFILE NEXT RECORD
005700         AT END
005710             SET FIM-ARQUIVO TO TRUE
005720             GO TO 5100-CONFERIR-UM-AGENDAMENTO-EXIT
005730     END-READ.
005740     IF NOT APT-ATIVADO
005750         GO TO 5100-CONFERIR-UM-AGENDAMENTO-EXIT
005760     END-IF.
005770     MOVE APT-NOME TO REG-NOME.
005780     MOVE APT-DATA-VISITA TO REG-DATA-CADASTRO.
005790     READ REGFILE
005800         KEY IS REG-CHAVE
005810         INVALID KEY
005820             ADD 1 TO WRK-QTDE-SECAO
005830             MOVE APT-DATA-VISITA TO WRK-LCA-DATA
005840             MOVE APT-NOME TO WRK-LCA-NOME
005850             MOVE APT-ID-ANFITRIAO TO WRK-LCA-ANFITRIAO
005860             MOVE WRK-LINHA-CADASTRO TO REL-LINHA
005870             WRITE REL-LINHA
005880     END-READ.
005890 5100-CONFERIR-UM-AGENDAMENTO-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 6000-CONFERIR-ANFITRIOES
005940* SECAO 5: CADASTRO COM ANFITRIAO INFORMADO QUE NAO ESTA NO
005950* ANFFILE (EXCLUIDO DEPOIS DA VISITA OU GRAVADO SEM VALIDACAO).
005960******************************************************************
005970 6000-CONFERIR-ANFITRIOES.
005980     MOVE SPACES TO REL-LINHA.
005990     WRITE REL-LINHA.
006000     MOVE "5 - ANFITRIAO DO CADASTRO AUSENTE DO ANFFILE"
006010         TO REL-LINHA.
006020     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
006030     OPEN INPUT ANFFILE.
006040     IF WRK-ANF-STATUS NOT = "00"
006050         MOVE "    ANFFILE INDISPONIVEL - NAO CONFERIDO."
006060             TO REL-LINHA
006070         WRITE REL-LINHA
006080         GO TO 6000-CONFERIR-ANFITRIOES-EXIT
006090     END-IF.
006100     PERFORM 1200-POSICIONAR-REGFILE
006110         THRU 1200-POSICIONAR-REGFILE-EXIT.
006120     PERFORM 6100-CONFERIR-UM-ANFITRIAO
006130         THRU 6100-CONFERIR-UM-ANFITRIAO-EXIT
006140         UNTIL FIM-ARQUIVO.
006150     CLOSE ANFFILE.
006160     MOVE WRK-QTDE-SECAO TO WRK-QTDE-ANF-AUSENTE.
006170     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
006180 6000-CONFERIR-ANFITRIOES-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 6100-CONFERIR-UM-ANFITRIAO
006230* LE O PROXIMO CADASTRO E PROCURA O SEU ANFITRIAO NO ANFFILE.
006240******************************************************************
006250 6100-CONFERIR-UM-ANFITRIAO.
006260     READ REGFILE NEXT RECORD
006270         AT END
006280             SET FIM-ARQUIVO TO TRUE
006290             GO TO 6100-CONFERIR-UM-ANFITRIAO-EXIT
006300     END-READ.
006310     IF REG-ID-ANFITRIAO = SPACES
006320         GO TO 6100-CONFERIR-UM-ANFITRIAO-EXIT
006330     END-IF.
006340     MOVE REG-ID-ANFITRIAO TO ANF-ID.
006350     READ ANFFILE
006360         KEY IS ANF-ID
006370         INVALID KEY
006380             ADD 1 TO WRK-QTDE-SECAO
006390             MOVE REG-DATA-CADASTRO TO WRK-LCA-DATA
006400             MOVE REG-NOME TO WRK-LCA-NOME
006410             MOVE REG-ID-ANFITRIAO TO WRK-LCA-ANFITRIAO
006420             MOVE WRK-LINHA-CADASTRO TO REL-LINHA
006430             WRITE REL-LINHA
006440     END-READ.
006450 6100-CONFERIR-UM-ANFITRIAO-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490* 8000-IMPRIMIR-RESUMO
006500* IMPRIME E EXIBE O TOTAL DE EXCECOES POR TIPO.
006510******************************************************************
006520 8000-IMPRIMIR-RESUMO.
006530     MOVE SPACES TO REL-LINHA.
006540     WRITE REL-LINHA.
006550     MOVE "RESUMO POR TIPO" TO REL-LINHA.
006560     WRITE REL-LINHA.
006570     MOVE "1 - CRACHA EM USO COM PORTADOR FORA DO PREDIO"
006580         TO WRK-RES-TITULO.
006590     MOVE WRK-QTDE-CRACHA-ORFAO TO WRK-RES-VALOR.
006600     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006610     MOVE "2 - CONTAGEM DE OCUPACAO DIVERGENTE"
006620         TO WRK-RES-TITULO.
006630     MOVE WRK-QTDE-OCUPACAO TO WRK-RES-VALOR.
006640     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006650     MOVE "3 - CRACHA EM MAIS DE UM CADASTRO ABERTO"
006660         TO WRK-RES-TITULO.
006670     MOVE WRK-QTDE-CRACHA-DUPLO TO WRK-RES-VALOR.
006680     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006690     MOVE "4 - AGENDAMENTO ATIVADO SEM CADASTRO"
006700         TO WRK-RES-TITULO.
006710     MOVE WRK-QTDE-APT-SEM-REG TO WRK-RES-VALOR.
006720     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006730     MOVE "5 - ANFITRIAO AUSENTE DO ANFFILE"
006740         TO WRK-RES-TITULO.
006750     MOVE WRK-QTDE-ANF-AUSENTE TO WRK-RES-VALOR.
006760     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006770     MOVE "TOTAL DE EXCECOES" TO WRK-RES-TITULO.
006780     MOVE WRK-QTDE-EXCECOES TO WRK-RES-VALOR.
006790     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006800
006810     IF WRK-QTDE-EXCECOES = 0
006820         DISPLAY "VERIFICACAO DE INTEGRIDADE: NENHUMA EXCECAO."
006830     ELSE
006840         DISPLAY "VERIFICACAO DE INTEGRIDADE: "
006850                 WRK-QTDE-EXCECOES " EXCECAO(OES) - VER "
006860                 "INTEGR.LST E CORRIGIR PELO PROGCB32."
006870     END-IF.
006880 8000-IMPRIMIR-RESUMO-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920* 8100-GRAVAR-RESUMO
006930* GRAVA UMA LINHA DO RESUMO NA LISTA.
006940******************************************************************
006950 8100-GRAVAR-RESUMO.
006960     MOVE WRK-LINHA-RESUMO TO REL-LINHA.
006970     WRITE REL-LINHA.
006980 8100-GRAVAR-RESUMO-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 9999-FINALIZAR
007030* FECHA OS ARQUIVOS ABERTOS ANTES DE DEVOLVER O CONTROLE.
007040******************************************************************
007050 9999-FINALIZAR.
007060     IF REGFILE-DISPONIVEL
007070         CLOSE REGFILE
007080     END-IF.
007090     CLOSE RELFILE.
007100 9999-FINALIZAR-EXIT.
007110     EXIT.
