000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB28.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: REABERTURA DE DATA DE NEGOCIO FECHADA. O CONDUTOR DO
000190*           LOTE NOTURNO (PROGCOB13) FECHA A DATA NO CLSFILE AO
000200*           CONCLUIR A CADEIA; DAI EM DIANTE O PROGCOB01 RECUSA
000210*           ALTERAR, EXCLUIR OU REGISTRAR SAIDA DE CADASTRO DA
000220*           DATA E A BANCADA DE SUSPENSE (PROGCOB06) RECUSA
000230*           POSTAR OU EXPURGAR PENDENCIA REJEITADA NELA. SO
000240*           SUPERVISOR USA ESTE PROGRAMA. A REABERTURA EXIGE
000250*           MOTIVO, FICA GRAVADA NO CLSFILE E NO LOG DE
000260*           AUDITORIA (AUD-OPER-REABERTURA) E MARCA PARA
000270*           REEXECUCAO (STP-IND-REEXECUTAR) OS PASSOS DA CADEIA
000280*           QUE JA EMITIRAM RELATORIO OU ARQUIVO DAQUELA DATA -
000290*           A MARCA APARECE NO ACOMPANHAMENTO DO LOTE (PROGCB21).
000300*           CONCLUIDA A CORRECAO, O SUPERVISOR FECHA A DATA DE
000310*           NOVO AQUI MESMO (O LOTE SO FECHA A DATA DO DIA).
000311*           COMO O LOTE SO EXECUTA A DATA DO DIA, OS PASSOS DE
000312*           DATA PASSADA AINDA MARCADOS SAO LISTADOS NO NOVO
000313*           FECHAMENTO: SEM A CONFIRMACAO DO SUPERVISOR DE QUE OS
000314*           RELATORIOS FORAM REEMITIDOS O FECHAMENTO E RECUSADO;
000315*           CONFIRMADO, AS MARCAS SAO LIMPAS E CADA PASSO LIBERADO
000316*           E O PROPRIO FECHAMENTO VAO PARA O LOG DE AUDITORIA
000317*           (AUD-OPER-REFECHAMENTO).
000320*
000330* HISTORICO DE ALTERACOES
000340* DATA       INIC.  DESCRICAO
000350* ---------- -----  ------------------------------------------
000360* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000363* 2026-10-15 DSR    VERIFICACAO DE INTEGRIDADE (PROGCB31) TAMBEM
000366*                   MARCADA PARA REEXECUCAO NA REABERTURA.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CLSFILE ASSIGN TO "CLSFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CLS-DATA-NEGOCIO
000450         FILE STATUS IS WRK-CLS-STATUS.
000460
000470     SELECT STPFILE ASSIGN TO "STPFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS STP-CHAVE
000510         FILE STATUS IS WRK-STP-STATUS.
000520
000530     SELECT OPRFILE ASSIGN TO "OPRFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS OPR-ID
000570         FILE STATUS IS WRK-OPR-STATUS.
000580
000590     SELECT AUDFILE ASSIGN TO "AUDFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-AUD-STATUS.
000620
000630     SELECT SEQCTL ASSIGN TO "SEQCTL"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS SEQCTL-CHAVE
000670         LOCK MODE IS MANUAL
000680         FILE STATUS IS WRK-SEQCTL-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CLSFILE.
000730     COPY CLSREC.
000740
000750 FD  STPFILE.
000760     COPY STPREC.
000770
000780 FD  OPRFILE.
000790     COPY OPRREC.
000800
000810 FD  AUDFILE.
000820     COPY AUDREC.
000830
000840 FD  SEQCTL.
000850     COPY SEQCTLREC.
000860
000870 WORKING-STORAGE SECTION.
000880 77  WRK-CLS-STATUS          PIC X(02) VALUE "00".
000890 77  WRK-STP-STATUS          PIC X(02) VALUE "00".
000900 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
000910 77  WRK-AUD-STATUS          PIC X(02) VALUE "00".
000920 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
000930     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
000940
000950 77  WRK-OPCAO-MENU          PIC X(01) VALUE SPACES.
000960 77  WRK-SW-CONTINUA         PIC X(01) VALUE "S".
000970     88  CONTINUA-NO-MENU            VALUE "S".
000980     88  SAIR-DO-MENU                VALUE "N".
000990
001000 77  WRK-OPERADOR-ID         PIC X(08) VALUE SPACES.
001010 77  WRK-SW-OPERADOR         PIC X(01) VALUE "N".
001020     88  OPERADOR-IDENTIFICADO       VALUE "S".
001030     88  OPERADOR-NAO-IDENTIF        VALUE "N".
001040 77  WRK-TENTATIVAS          PIC 9(01) VALUE ZEROS.
001050
001060 77  WRK-SW-STPFILE          PIC X(01) VALUE "N".
001070     88  STPFILE-DISPONIVEL          VALUE "S".
001080     88  STPFILE-INDISPONIVEL        VALUE "N".
001090 77  WRK-SW-FIM-LISTA        PIC X(01) VALUE "N".
001100     88  FIM-LISTA                   VALUE "S".
001110     88  NAO-FIM-LISTA               VALUE "N".
001120 77  WRK-SW-PROG-MARCAVEL    PIC X(01) VALUE "N".
001130     88  PROG-MARCAVEL               VALUE "S".
001140     88  PROG-NAO-MARCAVEL           VALUE "N".
001150
001160 77  WRK-DATA-ENTRADA        PIC 9(08) VALUE ZEROS.
001170 77  WRK-MOTIVO              PIC X(40) VALUE SPACES.
001180 77  WRK-DATA-ATUAL          PIC 9(08) VALUE ZEROS.
001190 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
001200 77  WRK-QTDE-MARCADOS       PIC 9(02) VALUE ZEROS.
001210 77  WRK-QTDE-LISTADOS       PIC 9(04) VALUE ZEROS.
001211 77  WRK-QTDE-PENDENTES      PIC 9(02) VALUE ZEROS.
001212 77  WRK-CONFIRMA            PIC X(01) VALUE SPACES.
001213 77  WRK-TEXTO-AUDITORIA     PIC X(30) VALUE SPACES.
001214 01  WRK-TEXTO-PASSO.
001215     05  FILLER              PIC X(06) VALUE "PASSO ".
001216     05  WRK-TXP-PASSO       PIC 9(02) VALUE ZEROS.
001217     05  FILLER              PIC X(01) VALUE SPACE.
001218     05  WRK-TXP-PROGRAMA    PIC X(08) VALUE SPACES.
001219     05  FILLER              PIC X(13) VALUE " LIBERADO".
001220
001230 77  WRK-TIPO-SEQUENCIA      PIC X(01) VALUE SPACES.
001240     88  SEQ-DE-AUDITORIA            VALUE "A".
001250 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
001260 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001270
001280*    PASSOS DA CADEIA QUE EMITEM RELATORIO OU ARQUIVO DA DATA E
001290*    POR ISSO PERDEM A VALIDADE NA REABERTURA. PROGCOB03 (DATA
001300*    DE NEGOCIO) E PROGCB23 (ATIVACAO DO DIA SEGUINTE) FICAM DE
001310*    FORA - REEXECUTA-LOS DUPLICARIA A ATIVACAO.
001320 01  WRK-TAB-RELATORIOS.
001330     02  FILLER              PIC X(08) VALUE "PROGCOB4".
001340     02  FILLER              PIC X(08) VALUE "PROGCOB5".
001350     02  FILLER              PIC X(08) VALUE "PROGCB19".
001360     02  FILLER              PIC X(08) VALUE "PROGCB24".
001370     02  FILLER              PIC X(08) VALUE "PROGCB25".
001375     02  FILLER              PIC X(08) VALUE "PROGCB31".
001380 01  WRK-TAB-RELATORIOS-R REDEFINES WRK-TAB-RELATORIOS.
001390     02  WRK-REL-PROGRAMA    PIC X(08) OCCURS 6 TIMES.
001400 77  WRK-IDX-REL             PIC 9(02) VALUE ZEROS.
001410
001420 PROCEDURE DIVISION.
001430******************************************************************
001440* 0000-MAINLINE
001450* IDENTIFICA O SUPERVISOR, ABRE O CONTROLE DE FECHAMENTO E
001460* APRESENTA O MENU ATE O SUPERVISOR ESCOLHER SAIR.
001470******************************************************************
001480 0000-MAINLINE.
001490     PERFORM 1500-IDENTIFICAR-OPERADOR
001500         THRU 1500-IDENTIFICAR-OPERADOR-EXIT.
001510     IF OPERADOR-NAO-IDENTIF
001520         STOP RUN
001530     END-IF.
001540     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001550     PERFORM 2000-APRESENTAR-MENU THRU 2000-APRESENTAR-MENU-EXIT
001560         UNTIL SAIR-DO-MENU.
001570     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001580     STOP RUN.
001590
001600******************************************************************
001610* 1000-INICIALIZAR
001620* ABRE O CLSFILE E O STPFILE. SEM CLSFILE NENHUMA DATA FOI
001630* FECHADA AINDA E NAO HA O QUE REABRIR. SEM STPFILE A DATA E
001640* REABERTA MESMO ASSIM, SO NAO HA PASSO A MARCAR.
001650******************************************************************
001660 1000-INICIALIZAR.
001670     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
001680     OPEN I-O CLSFILE.
001690     IF WRK-CLS-STATUS NOT = "00"
001700         DISPLAY "CONTROLE DE FECHAMENTO INDISPONIVEL - STATUS "
001710                 WRK-CLS-STATUS " - NENHUMA DATA FECHADA AINDA."
001720         SET SAIR-DO-MENU TO TRUE
001730         GO TO 1000-INICIALIZAR-EXIT
001740     END-IF.
001750
001760     OPEN I-O STPFILE.
001770     IF WRK-STP-STATUS = "00"
001780         SET STPFILE-DISPONIVEL TO TRUE
001790     ELSE
001800         DISPLAY "AVISO: CONTROLE DE PASSOS DO LOTE INDISPONIVEL"
001810                 " - STATUS " WRK-STP-STATUS " - NENHUM PASSO "
001820                 "SERA MARCADO PARA REEXECUCAO."
001830     END-IF.
001840 1000-INICIALIZAR-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880* 1200-RESERVAR-SEQUENCIA
001890* RESERVA A PROXIMA SEQUENCIA DE AUDITORIA NO SEQCTL, SOB
001900* BLOQUEIO, NO MESMO PADRAO DO PROGCOB01. DEVOLVE ZEROS SE NAO
001910* CONSEGUIU.
001920******************************************************************
001930 1200-RESERVAR-SEQUENCIA.
001940     MOVE ZEROS TO WRK-SEQ-RESERVADA.
001950     OPEN I-O SEQCTL.
001960     IF WRK-SEQCTL-STATUS NOT = "00"
001970         DISPLAY "ERRO AO ABRIR CONTROLE DE SEQUENCIAS - STATUS "
001980                 WRK-SEQCTL-STATUS
001990         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002000     END-IF.
002010     PERFORM 1210-LER-SEQCTL-BLOQUEADO
002020         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
002030         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
002040         UNTIL WRK-TENTATIVAS-BLOQ > 200
002050            OR NOT SEQCTL-BLOQUEADO.
002060     IF WRK-SEQCTL-STATUS NOT = "00"
002070         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
002080                 WRK-SEQCTL-STATUS
002090         CLOSE SEQCTL
002100         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002110     END-IF.
002120     MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA.
002130     ADD 1 TO SEQCTL-PROX-AUDITORIA.
002140     REWRITE SEQCTL-REGISTRO
002150         INVALID KEY
002160             MOVE ZEROS TO WRK-SEQ-RESERVADA
002170             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
002180                     WRK-SEQCTL-STATUS
002190     END-REWRITE.
002200     UNLOCK SEQCTL.
002210     CLOSE SEQCTL.
002220 1200-RESERVAR-SEQUENCIA-EXIT.
002230     EXIT.
002240
002250******************************************************************
002260* 1210-LER-SEQCTL-BLOQUEADO
002270* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
002280******************************************************************
002290 1210-LER-SEQCTL-BLOQUEADO.
002300     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002310     READ SEQCTL WITH LOCK
002320         KEY IS SEQCTL-CHAVE
002330         INVALID KEY
002340             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
002350                     "STATUS " WRK-SEQCTL-STATUS
002360     END-READ.
002370 1210-LER-SEQCTL-BLOQUEADO-EXIT.
002380     EXIT.
002390
002400******************************************************************
002410* 1500-IDENTIFICAR-OPERADOR
002420* IDENTIFICA O SUPERVISOR NO CADASTRO OPRFILE, NO MESMO PADRAO
002430* DO PROGCOB01. OPERADOR SEM NIVEL DE SUPERVISOR NAO ENTRA;
002440* TRES TENTATIVAS SEM SUCESSO E O PROGRAMA ENCERRA.
002450******************************************************************
002460 1500-IDENTIFICAR-OPERADOR.
002470     OPEN INPUT OPRFILE.
002480     IF WRK-OPR-STATUS NOT = "00"
002490         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - "
002500                 "STATUS " WRK-OPR-STATUS
002510                 " - EXECUTE O PROGCOB01 PARA CRIA-LO."
002520         GO TO 1500-IDENTIFICAR-OPERADOR-EXIT
002530     END-IF.
002540
002550     PERFORM 1600-PEDIR-IDENTIFICACAO
002560         THRU 1600-PEDIR-IDENTIFICACAO-EXIT
002570         VARYING WRK-TENTATIVAS FROM 1 BY 1
002580         UNTIL WRK-TENTATIVAS > 3 OR OPERADOR-IDENTIFICADO.
002590
002600     IF OPERADOR-NAO-IDENTIF
002610         DISPLAY "SUPERVISOR NAO IDENTIFICADO - PROGRAMA "
002620                 "ENCERRADO."
002630         CLOSE OPRFILE
002640     END-IF.
002650 1500-IDENTIFICAR-OPERADOR-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690* 1600-PEDIR-IDENTIFICACAO
002700* PEDE E CONFERE UMA IDENTIFICACAO DE SUPERVISOR NO CADASTRO.
002710******************************************************************
002720 1600-PEDIR-IDENTIFICACAO.
002730     DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
002740     ACCEPT WRK-OPERADOR-ID.
002750     MOVE WRK-OPERADOR-ID TO OPR-ID.
002760     READ OPRFILE
002770         KEY IS OPR-ID
002780         INVALID KEY
002790             DISPLAY "OPERADOR NAO CADASTRADO."
002800             GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
002810     END-READ.
002820     IF NOT OPR-SUPERVISOR
002830         DISPLAY "OPERADOR INFORMADO NAO E SUPERVISOR - "
002840                 "REABERTURA RESTRITA A SUPERVISORES."
002850         GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
002860     END-IF.
002870     SET OPERADOR-IDENTIFICADO TO TRUE.
002880     DISPLAY "SUPERVISOR " OPR-NOME " IDENTIFICADO.".
002890 1600-PEDIR-IDENTIFICACAO-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930* 2000-APRESENTAR-MENU
002940* EXIBE O MENU DE FECHAMENTO E DESVIA PARA A OPCAO ESCOLHIDA.
002950******************************************************************
002960 2000-APRESENTAR-MENU.
002970     DISPLAY " ".
002980     DISPLAY "=== FECHAMENTO DA DATA DE NEGOCIO ===".
002990     DISPLAY "1 - CONSULTAR DATA".
003000     DISPLAY "2 - REABRIR DATA FECHADA".
003010     DISPLAY "3 - FECHAR NOVAMENTE DATA REABERTA".
003020     DISPLAY "4 - LISTAR DATAS REABERTAS".
003030     DISPLAY "5 - SAIR".
003040     DISPLAY "INFORME A OPCAO: ".
003050     ACCEPT WRK-OPCAO-MENU.
003060
003070     EVALUATE WRK-OPCAO-MENU
003080         WHEN "1"
003090             PERFORM 3000-CONSULTAR-DATA
003100                 THRU 3000-CONSULTAR-DATA-EXIT
003110         WHEN "2"
003120             PERFORM 4000-REABRIR-DATA
003130                 THRU 4000-REABRIR-DATA-EXIT
003140         WHEN "3"
003150             PERFORM 5000-FECHAR-NOVAMENTE
003160                 THRU 5000-FECHAR-NOVAMENTE-EXIT
003170         WHEN "4"
003180             PERFORM 6000-LISTAR-REABERTAS
003190                 THRU 6000-LISTAR-REABERTAS-EXIT
003200         WHEN "5"
003210             SET SAIR-DO-MENU TO TRUE
003220         WHEN OTHER
003230             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
003240     END-EVALUATE.
003250 2000-APRESENTAR-MENU-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290* 2100-LER-DATA
003300* PEDE A DATA DE NEGOCIO E LE O SEU REGISTRO DE FECHAMENTO.
003310* DEVOLVE O STATUS DA LEITURA EM WRK-CLS-STATUS.
003320******************************************************************
003330 2100-LER-DATA.
003340     DISPLAY "DATA DE NEGOCIO (AAAAMMDD): ".
003350     ACCEPT WRK-DATA-ENTRADA.
003360     MOVE WRK-DATA-ENTRADA TO CLS-DATA-NEGOCIO.
003370     READ CLSFILE
003380         KEY IS CLS-DATA-NEGOCIO
003390         INVALID KEY
003400             DISPLAY "DATA " WRK-DATA-ENTRADA
003410                     " AINDA NAO FOI FECHADA PELO LOTE NOTURNO."
003420     END-READ.
003430 2100-LER-DATA-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470* 3000-CONSULTAR-DATA
003480* EXIBE A SITUACAO DE FECHAMENTO DE UMA DATA DE NEGOCIO.
003490******************************************************************
003500 3000-CONSULTAR-DATA.
003510     PERFORM 2100-LER-DATA THRU 2100-LER-DATA-EXIT.
003520     IF WRK-CLS-STATUS NOT = "00"
003530         GO TO 3000-CONSULTAR-DATA-EXIT
003540     END-IF.
003550     PERFORM 3100-EXIBIR-FECHAMENTO
003560         THRU 3100-EXIBIR-FECHAMENTO-EXIT.
003570 3000-CONSULTAR-DATA-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 3100-EXIBIR-FECHAMENTO
003620* EXIBE O REGISTRO DE FECHAMENTO CORRENTE.
003630******************************************************************
003640 3100-EXIBIR-FECHAMENTO.
003650     DISPLAY "DATA DE NEGOCIO....: " CLS-DATA-NEGOCIO.
003660     IF CLS-FECHADA
003670         DISPLAY "SITUACAO...........: FECHADA"
003680     ELSE
003690         DISPLAY "SITUACAO...........: REABERTA"
003700     END-IF.
003710     DISPLAY "FECHADA EM.........: " CLS-DATA-FECHAMENTO
003720             " AS " CLS-HORA-FECHAMENTO.
003730     DISPLAY "REABERTURAS........: " CLS-QTDE-REABERTURAS.
003740     IF CLS-QTDE-REABERTURAS > 0
003750         DISPLAY "ULTIMA REABERTURA..: " CLS-DATA-REABERTURA
003760                 " AS " CLS-HORA-REABERTURA
003770                 " POR " CLS-SUPERV-REABERTURA
003780         DISPLAY "MOTIVO.............: " CLS-MOTIVO-REABERTURA
003790     END-IF.
003800 3100-EXIBIR-FECHAMENTO-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840* 4000-REABRIR-DATA
003850* REABRE UMA DATA FECHADA: EXIGE MOTIVO, GRAVA SUPERVISOR, DATA,
003860* HORA E MOTIVO NO CLSFILE, GRAVA A LINHA DE AUDITORIA E MARCA
003870* PARA REEXECUCAO OS PASSOS QUE JA EMITIRAM RELATORIO DA DATA.
003880******************************************************************
003890 4000-REABRIR-DATA.
003900     PERFORM 2100-LER-DATA THRU 2100-LER-DATA-EXIT.
003910     IF WRK-CLS-STATUS NOT = "00"
003920         GO TO 4000-REABRIR-DATA-EXIT
003930     END-IF.
003940     IF CLS-REABERTA
003950         DISPLAY "DATA " CLS-DATA-NEGOCIO " JA ESTA REABERTA "
003960                 "DESDE " CLS-DATA-REABERTURA " POR "
003970                 CLS-SUPERV-REABERTURA "."
003980         GO TO 4000-REABRIR-DATA-EXIT
003990     END-IF.
004000
004010     DISPLAY "MOTIVO DA REABERTURA: ".
004020     ACCEPT WRK-MOTIVO.
004030     IF WRK-MOTIVO = SPACES
004040         DISPLAY "MOTIVO EM BRANCO - REABERTURA CANCELADA."
004050         GO TO 4000-REABRIR-DATA-EXIT
004060     END-IF.
004070
004080     ACCEPT WRK-HORA-ATUAL FROM TIME.
004090     SET CLS-REABERTA TO TRUE.
004100     ADD 1 TO CLS-QTDE-REABERTURAS.
004110     MOVE WRK-OPERADOR-ID TO CLS-SUPERV-REABERTURA.
004120     MOVE WRK-DATA-ATUAL TO CLS-DATA-REABERTURA.
004130     MOVE WRK-HORA-ATUAL TO CLS-HORA-REABERTURA.
004140     MOVE WRK-MOTIVO TO CLS-MOTIVO-REABERTURA.
004150     REWRITE CLS-REGISTRO
004160         INVALID KEY
004170             DISPLAY "ERRO AO REABRIR DATA - STATUS "
004180                     WRK-CLS-STATUS
004190             GO TO 4000-REABRIR-DATA-EXIT
004200     END-REWRITE.
004210     DISPLAY "DATA " CLS-DATA-NEGOCIO " REABERTA.".
004220
004230     PERFORM 4100-GRAVAR-AUDITORIA
004240         THRU 4100-GRAVAR-AUDITORIA-EXIT.
004250     PERFORM 4200-MARCAR-PASSOS THRU 4200-MARCAR-PASSOS-EXIT.
004260     DISPLAY "CONFIRA TAMBEM A CONCILIACAO DA DATA (PROGCOB09) "
004270             "APOS AS CORRECOES.".
004280 4000-REABRIR-DATA-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320* 4100-GRAVAR-AUDITORIA
004330* GRAVA A LINHA DE REABERTURA NO LOG DE AUDITORIA: DATA DE
004340* NEGOCIO = DATA REABERTA, OPERADOR = SUPERVISOR E, NO CAMPO DO
004350* NOME, O INICIO DO MOTIVO.
004360******************************************************************
004370 4100-GRAVAR-AUDITORIA.
004380     SET SEQ-DE-AUDITORIA TO TRUE.
004390     PERFORM 1200-RESERVAR-SEQUENCIA
004400         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
004410     IF WRK-SEQ-RESERVADA = 0
004420         DISPLAY "REABERTURA NAO AUDITADA - AVISE O SUPORTE."
004430         GO TO 4100-GRAVAR-AUDITORIA-EXIT
004440     END-IF.
004450     OPEN EXTEND AUDFILE.
004460     IF WRK-AUD-STATUS = "35"
004470         OPEN OUTPUT AUDFILE
004480     END-IF.
004490     IF WRK-AUD-STATUS NOT = "00"
004500         DISPLAY "ERRO AO ABRIR LOG DE AUDITORIA - STATUS "
004510                 WRK-AUD-STATUS
004520         GO TO 4100-GRAVAR-AUDITORIA-EXIT
004530     END-IF.
004540     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
004550     MOVE CLS-DATA-NEGOCIO TO AUD-DATA-NEGOCIO.
004560     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
004570     MOVE WRK-MOTIVO TO AUD-NOME-CAPTURADO.
004580     SET AUD-OPER-REABERTURA TO TRUE.
004590     MOVE WRK-OPERADOR-ID TO AUD-OPERADOR.
004600     WRITE AUD-REGISTRO.
004610     IF WRK-AUD-STATUS NOT = "00"
004620         DISPLAY "ERRO AO GRAVAR LOG DE AUDITORIA - STATUS "
004630                 WRK-AUD-STATUS
004640     END-IF.
004650     CLOSE AUDFILE.
004660 4100-GRAVAR-AUDITORIA-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 4200-MARCAR-PASSOS
004710* PERCORRE OS PASSOS DO LOTE NA DATA REABERTA E MARCA PARA
004720* REEXECUCAO OS CONCLUIDOS QUE EMITEM RELATORIO OU ARQUIVO.
004730******************************************************************
004740 4200-MARCAR-PASSOS.
004750     MOVE ZEROS TO WRK-QTDE-MARCADOS.
004760     IF STPFILE-INDISPONIVEL
004770         GO TO 4200-MARCAR-PASSOS-EXIT
004780     END-IF.
004790     SET NAO-FIM-LISTA TO TRUE.
004800     MOVE CLS-DATA-NEGOCIO TO STP-DATA.
004810     MOVE ZEROS TO STP-PASSO.
004820     START STPFILE
004830         KEY IS >= STP-CHAVE
004840         INVALID KEY
004850             SET FIM-LISTA TO TRUE
004860     END-START.
004870     PERFORM 4300-MARCAR-UM-PASSO THRU 4300-MARCAR-UM-PASSO-EXIT
004880         UNTIL FIM-LISTA.
004890     IF WRK-QTDE-MARCADOS = 0
004900         DISPLAY "NENHUM RELATORIO DO LOTE EMITIDO NA DATA - "
004910                 "NADA A REEXECUTAR."
004920     ELSE
004930         DISPLAY WRK-QTDE-MARCADOS " PASSO(S) MARCADO(S) PARA "
004940                 "REEXECUCAO - VER PROGCB21."
004950     END-IF.
004960 4200-MARCAR-PASSOS-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 4300-MARCAR-UM-PASSO
005010* LE O PROXIMO PASSO DA DATA E, SE CONCLUIDO E CONSTANTE DA
005020* TABELA DE RELATORIOS, GRAVA A MARCA DE REEXECUCAO.
005030******************************************************************
005040 4300-MARCAR-UM-PASSO.
005050     READ STPFILE NEXT RECORD
005060         AT END
005070             SET FIM-LISTA TO TRUE
005080             GO TO 4300-MARCAR-UM-PASSO-EXIT
005090     END-READ.
005100     IF STP-DATA NOT = CLS-DATA-NEGOCIO
005110         SET FIM-LISTA TO TRUE
005120         GO TO 4300-MARCAR-UM-PASSO-EXIT
005130     END-IF.
005140     IF NOT STP-SUCESSO OR STP-REEXECUTAR
005150         GO TO 4300-MARCAR-UM-PASSO-EXIT
005160     END-IF.
005170
005180     SET PROG-NAO-MARCAVEL TO TRUE.
005190     PERFORM 4400-PROCURAR-PROGRAMA
005200         THRU 4400-PROCURAR-PROGRAMA-EXIT
005210         VARYING WRK-IDX-REL FROM 1 BY 1
005220         UNTIL WRK-IDX-REL > 6 OR PROG-MARCAVEL.
005230     IF PROG-NAO-MARCAVEL
005240         GO TO 4300-MARCAR-UM-PASSO-EXIT
005250     END-IF.
005260
005270     SET STP-REEXECUTAR TO TRUE.
005280     REWRITE STP-REGISTRO
005290         INVALID KEY
005300             DISPLAY "ERRO AO MARCAR PASSO " STP-PASSO
005310                     " - STATUS " WRK-STP-STATUS
005320             GO TO 4300-MARCAR-UM-PASSO-EXIT
005330     END-REWRITE.
005340     ADD 1 TO WRK-QTDE-MARCADOS.
005350     DISPLAY "PASSO " STP-PASSO " (" STP-PROGRAMA ") MARCADO "
005360             "PARA REEXECUCAO.".
005370 4300-MARCAR-UM-PASSO-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410* 4400-PROCURAR-PROGRAMA
005420* COMPARA O PROGRAMA DO PASSO COM UMA ENTRADA DA TABELA.
005430******************************************************************
005440 4400-PROCURAR-PROGRAMA.
005450     IF STP-PROGRAMA = WRK-REL-PROGRAMA(WRK-IDX-REL)
005460         SET PROG-MARCAVEL TO TRUE
005470     END-IF.
005480 4400-PROCURAR-PROGRAMA-EXIT.
005490     EXIT.
005500
005501******************************************************************
005502* 5000-FECHAR-NOVAMENTE
005503* CONCLUIDA A CORRECAO, FECHA DE NOVO UMA DATA REABERTA. OS
005504* DADOS DA ULTIMA REABERTURA FICAM NO REGISTRO. PASSOS AINDA
005505* MARCADOS PARA REEXECUCAO NA DATA SAO LISTADOS E SO SAO
005506* LIBERADOS COM A CONFIRMACAO DO SUPERVISOR DE QUE OS RELATORIOS
005507* FORAM REEMITIDOS - SEM ELA O FECHAMENTO E RECUSADO. O
005508* FECHAMENTO E OS PASSOS LIBERADOS VAO PARA O LOG DE AUDITORIA.
005509******************************************************************
005510 5000-FECHAR-NOVAMENTE.
005511     PERFORM 2100-LER-DATA THRU 2100-LER-DATA-EXIT.
005512     IF WRK-CLS-STATUS NOT = "00"
005513         GO TO 5000-FECHAR-NOVAMENTE-EXIT
005514     END-IF.
005515     IF CLS-FECHADA
005516         DISPLAY "DATA " CLS-DATA-NEGOCIO " JA ESTA FECHADA."
005517         GO TO 5000-FECHAR-NOVAMENTE-EXIT
005518     END-IF.
005519
005520     PERFORM 5100-LISTAR-PENDENTES
005521         THRU 5100-LISTAR-PENDENTES-EXIT.
005522     IF WRK-QTDE-PENDENTES > 0
005523         DISPLAY WRK-QTDE-PENDENTES " PASSO(S) AINDA MARCADO(S) "
005524                 "PARA REEXECUCAO - O LOTE SO EXECUTA O DIA."
005525         DISPLAY "RELATORIOS DESSES PASSOS JA REEMITIDOS PARA A "
005526                 "DATA (S/N)? "
005527         ACCEPT WRK-CONFIRMA
005528         IF WRK-CONFIRMA NOT = "S" AND NOT = "s"
005529             DISPLAY "FECHAMENTO RECUSADO - HA PASSOS PENDENTES "
005530                     "DE REEXECUCAO NA DATA."
005531             GO TO 5000-FECHAR-NOVAMENTE-EXIT
005532         END-IF
005533     END-IF.
005534
005535     ACCEPT WRK-HORA-ATUAL FROM TIME.
005536     SET CLS-FECHADA TO TRUE.
005537     MOVE WRK-DATA-ATUAL TO CLS-DATA-FECHAMENTO.
005538     MOVE WRK-HORA-ATUAL TO CLS-HORA-FECHAMENTO.
005539     REWRITE CLS-REGISTRO
005540         INVALID KEY
005541             DISPLAY "ERRO AO FECHAR DATA - STATUS "
005542                     WRK-CLS-STATUS
005543             GO TO 5000-FECHAR-NOVAMENTE-EXIT
005544     END-REWRITE.
005545     DISPLAY "DATA " CLS-DATA-NEGOCIO " FECHADA NOVAMENTE.".
005546
005547     IF WRK-QTDE-PENDENTES > 0
005548         PERFORM 5200-LIBERAR-PASSOS
005549             THRU 5200-LIBERAR-PASSOS-EXIT
005550     END-IF.
005551     MOVE "FECHADA APOS REABERTURA" TO WRK-TEXTO-AUDITORIA.
005552     PERFORM 5400-AUDITAR-FECHAMENTO
005553         THRU 5400-AUDITAR-FECHAMENTO-EXIT.
005554 5000-FECHAR-NOVAMENTE-EXIT.
005555     EXIT.
005556
005557******************************************************************
005558* 5100-LISTAR-PENDENTES
005559* PERCORRE OS PASSOS DO LOTE NA DATA E EXIBE OS QUE AINDA ESTAO
005560* MARCADOS PARA REEXECUCAO, CONTANDO-OS EM WRK-QTDE-PENDENTES.
005561******************************************************************
005562 5100-LISTAR-PENDENTES.
005563     MOVE ZEROS TO WRK-QTDE-PENDENTES.
005564     IF STPFILE-INDISPONIVEL
005565         GO TO 5100-LISTAR-PENDENTES-EXIT
005566     END-IF.
005567     SET NAO-FIM-LISTA TO TRUE.
005568     MOVE CLS-DATA-NEGOCIO TO STP-DATA.
005569     MOVE ZEROS TO STP-PASSO.
005570     START STPFILE
005571         KEY IS >= STP-CHAVE
005572         INVALID KEY
005573             SET FIM-LISTA TO TRUE
005574     END-START.
005575     PERFORM 5110-LISTAR-UM-PASSO THRU 5110-LISTAR-UM-PASSO-EXIT
005576         UNTIL FIM-LISTA.
005577 5100-LISTAR-PENDENTES-EXIT.
005578     EXIT.
005579
005580******************************************************************
005581* 5110-LISTAR-UM-PASSO
005582* LE O PROXIMO PASSO DA DATA E EXIBE-O SE ESTIVER MARCADO.
005583******************************************************************
005584 5110-LISTAR-UM-PASSO.
005585     READ STPFILE NEXT RECORD
005586         AT END
005587             SET FIM-LISTA TO TRUE
005588             GO TO 5110-LISTAR-UM-PASSO-EXIT
005589     END-READ.
005590     IF STP-DATA NOT = CLS-DATA-NEGOCIO
005591         SET FIM-LISTA TO TRUE
005592         GO TO 5110-LISTAR-UM-PASSO-EXIT
005593     END-IF.
005594     IF STP-REEXECUTAR
005595         ADD 1 TO WRK-QTDE-PENDENTES
005596         DISPLAY "PASSO " STP-PASSO " (" STP-PROGRAMA ") MARCADO "
005597                 "PARA REEXECUCAO DESDE A REABERTURA."
005598     END-IF.
005599 5110-LISTAR-UM-PASSO-EXIT.
005600     EXIT.
005601
005602******************************************************************
005603* 5200-LIBERAR-PASSOS
005604* COM O FECHAMENTO CONFIRMADO, LIMPA A MARCA DE REEXECUCAO DOS
005605* PASSOS DA DATA, GRAVANDO UMA LINHA DE AUDITORIA POR PASSO.
005606******************************************************************
005607 5200-LIBERAR-PASSOS.
005608     SET NAO-FIM-LISTA TO TRUE.
005609     MOVE CLS-DATA-NEGOCIO TO STP-DATA.
005610     MOVE ZEROS TO STP-PASSO.
005611     START STPFILE
005612         KEY IS >= STP-CHAVE
005613         INVALID KEY
005614             SET FIM-LISTA TO TRUE
005615     END-START.
005616     PERFORM 5300-LIBERAR-UM-PASSO THRU 5300-LIBERAR-UM-PASSO-EXIT
005617         UNTIL FIM-LISTA.
005618 5200-LIBERAR-PASSOS-EXIT.
005619     EXIT.
005620
005621******************************************************************
005622* 5300-LIBERAR-UM-PASSO
005623* LE O PROXIMO PASSO DA DATA E, SE MARCADO, LIMPA A MARCA E
005624* AUDITA A LIBERACAO.
005625******************************************************************
005626 5300-LIBERAR-UM-PASSO.
005627     READ STPFILE NEXT RECORD
005628         AT END
005629             SET FIM-LISTA TO TRUE
005630             GO TO 5300-LIBERAR-UM-PASSO-EXIT
005631     END-READ.
005632     IF STP-DATA NOT = CLS-DATA-NEGOCIO
005633         SET FIM-LISTA TO TRUE
005634         GO TO 5300-LIBERAR-UM-PASSO-EXIT
005635     END-IF.
005636     IF NOT STP-REEXECUTAR
005637         GO TO 5300-LIBERAR-UM-PASSO-EXIT
005638     END-IF.
005639     MOVE SPACE TO STP-IND-REEXECUTAR.
005640     REWRITE STP-REGISTRO
005641         INVALID KEY
005642             DISPLAY "ERRO AO LIBERAR PASSO " STP-PASSO
005643                     " - STATUS " WRK-STP-STATUS
005644             GO TO 5300-LIBERAR-UM-PASSO-EXIT
005645     END-REWRITE.
005646     DISPLAY "PASSO " STP-PASSO " (" STP-PROGRAMA ") LIBERADO.".
005647     MOVE STP-PASSO TO WRK-TXP-PASSO.
005648     MOVE STP-PROGRAMA TO WRK-TXP-PROGRAMA.
005649     MOVE WRK-TEXTO-PASSO TO WRK-TEXTO-AUDITORIA.
005650     PERFORM 5400-AUDITAR-FECHAMENTO
005651         THRU 5400-AUDITAR-FECHAMENTO-EXIT.
005652 5300-LIBERAR-UM-PASSO-EXIT.
005653     EXIT.
005654
005655******************************************************************
005656* 5400-AUDITAR-FECHAMENTO
005657* GRAVA UMA LINHA DE NOVO FECHAMENTO NO LOG DE AUDITORIA, NO
005658* MESMO PADRAO DA REABERTURA: DATA DE NEGOCIO = DATA FECHADA,
005659* HORA = HORA DO NOVO FECHAMENTO, OPERADOR = SUPERVISOR E, NO
005660* CAMPO DO NOME, O TEXTO MONTADO EM WRK-TEXTO-AUDITORIA.
005661******************************************************************
005662 5400-AUDITAR-FECHAMENTO.
005663     SET SEQ-DE-AUDITORIA TO TRUE.
005664     PERFORM 1200-RESERVAR-SEQUENCIA
005665         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
005666     IF WRK-SEQ-RESERVADA = 0
005667         DISPLAY "FECHAMENTO NAO AUDITADO - AVISE O SUPORTE."
005668         GO TO 5400-AUDITAR-FECHAMENTO-EXIT
005669     END-IF.
005670     OPEN EXTEND AUDFILE.
005671     IF WRK-AUD-STATUS = "35"
005672         OPEN OUTPUT AUDFILE
005673     END-IF.
005674     IF WRK-AUD-STATUS NOT = "00"
005675         DISPLAY "ERRO AO ABRIR LOG DE AUDITORIA - STATUS "
005676                 WRK-AUD-STATUS
005677         GO TO 5400-AUDITAR-FECHAMENTO-EXIT
005678     END-IF.
005679     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
005680     MOVE CLS-DATA-NEGOCIO TO AUD-DATA-NEGOCIO.
005681     MOVE CLS-HORA-FECHAMENTO TO AUD-HORA-CAPTURA.
005682     MOVE WRK-TEXTO-AUDITORIA TO AUD-NOME-CAPTURADO.
005683     SET AUD-OPER-REFECHAMENTO TO TRUE.
005684     MOVE WRK-OPERADOR-ID TO AUD-OPERADOR.
005685     WRITE AUD-REGISTRO.
005686     IF WRK-AUD-STATUS NOT = "00"
005687         DISPLAY "ERRO AO GRAVAR LOG DE AUDITORIA - STATUS "
005688                 WRK-AUD-STATUS
005689     END-IF.
005690     CLOSE AUDFILE.
005691 5400-AUDITAR-FECHAMENTO-EXIT.
005692     EXIT.
005693
005800******************************************************************
005810* 6000-LISTAR-REABERTAS
005820* LISTA AS DATAS QUE ESTAO REABERTAS NO MOMENTO.
005830******************************************************************
005840 6000-LISTAR-REABERTAS.
005850     MOVE ZEROS TO WRK-QTDE-LISTADOS.
005860     SET NAO-FIM-LISTA TO TRUE.
005870     MOVE ZEROS TO CLS-DATA-NEGOCIO.
005880     START CLSFILE
005890         KEY IS >= CLS-DATA-NEGOCIO
005900         INVALID KEY
005910             SET FIM-LISTA TO TRUE
005920     END-START.
005930     PERFORM 6100-LISTAR-UMA-DATA THRU 6100-LISTAR-UMA-DATA-EXIT
005940         UNTIL FIM-LISTA.
005950     DISPLAY "DATAS REABERTAS: " WRK-QTDE-LISTADOS.
005960 6000-LISTAR-REABERTAS-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000* 6100-LISTAR-UMA-DATA
006010* LE A PROXIMA DATA E EXIBE-A SE ESTIVER REABERTA.
006020******************************************************************
006030 6100-LISTAR-UMA-DATA.
006040     READ CLSFILE NEXT RECORD
006050         AT END
006060             SET FIM-LISTA TO TRUE
006070             GO TO 6100-LISTAR-UMA-DATA-EXIT
006080     END-READ.
006090     IF CLS-REABERTA
006100         ADD 1 TO WRK-QTDE-LISTADOS
006110         DISPLAY CLS-DATA-NEGOCIO " REABERTA EM "
006120                 CLS-DATA-REABERTURA " POR "
006130                 CLS-SUPERV-REABERTURA " - "
006140                 CLS-MOTIVO-REABERTURA
006150     END-IF.
006160 6100-LISTAR-UMA-DATA-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200* 9999-FINALIZAR
006210* FECHA OS ARQUIVOS ABERTOS ANTES DE ENCERRAR O PROGRAMA.
006220******************************************************************
006230 9999-FINALIZAR.
006240     CLOSE CLSFILE.
006250     IF STPFILE-DISPONIVEL
006260         CLOSE STPFILE
006270     END-IF.
006280     CLOSE OPRFILE.
006290 9999-FINALIZAR-EXIT.
006300     EXIT.
