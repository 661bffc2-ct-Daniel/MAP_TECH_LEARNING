000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB32.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: REPARO DE INTEGRIDADE, SO PARA SUPERVISOR. CORRIGE
000190*           AS EXCECOES APONTADAS PELA VERIFICACAO NOTURNA
000200*           (PROGCB31, LISTA INTEGR.LST) QUE TEM CORRECAO
000210*           SEGURA: RECONTA A OCUPACAO CORRENTE DO OCPCTL A
000220*           PARTIR DOS CADASTROS ABERTOS E DEVOLVE AO
000230*           INVENTARIO O CRACHA EM USO CUJO PORTADOR JA SAIU OU
000240*           NAO TEM MAIS CADASTRO. CADA CORRECAO GRAVA UMA LINHA
000250*           NO LOG DE AUDITORIA (AUD-OPER-REPARO) COM O
000260*           SUPERVISOR. AS DEMAIS EXCECOES (CRACHA REPETIDO,
000270*           AGENDAMENTO SEM CADASTRO, ANFITRIAO AUSENTE) PEDEM
000280*           ANALISE E SAO CORRIGIDAS NOS PROGRAMAS DE CADA
000290*           CADASTRO. A VERIFICACAO PODE SER REPETIDA DAQUI MESMO
000300*           DEPOIS DAS CORRECOES.
000310*
000320* HISTORICO DE ALTERACOES
000330* DATA       INIC.  DESCRICAO
000340* ---------- -----  ------------------------------------------
000350* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT REGFILE ASSIGN TO "REGFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS REG-CHAVE
000440         ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
000450         LOCK MODE IS MANUAL
000460         FILE STATUS IS WRK-REG-STATUS.
000470
000480     SELECT BDGFILE ASSIGN TO "BDGFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS BDG-NUMERO
000520         LOCK MODE IS MANUAL
000530         FILE STATUS IS WRK-BDG-STATUS.
000540
000550     SELECT OCPCTL ASSIGN TO "OCPCTL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS OCP-CHAVE
000590         LOCK MODE IS MANUAL
000600         FILE STATUS IS WRK-OCP-STATUS.
000610
000620     SELECT OPRFILE ASSIGN TO "OPRFILE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS OPR-ID
000660         FILE STATUS IS WRK-OPR-STATUS.
000670
000680     SELECT AUDFILE ASSIGN TO "AUDFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-AUD-STATUS.
000710
000720     SELECT SEQCTL ASSIGN TO "SEQCTL"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS SEQCTL-CHAVE
000760         LOCK MODE IS MANUAL
000770         FILE STATUS IS WRK-SEQCTL-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  REGFILE.
000820     COPY REGREC.
000830
000840 FD  BDGFILE.
000850     COPY BDGREC.
000860
000870 FD  OCPCTL.
000880     COPY OCPREC.
000890
000900 FD  OPRFILE.
000910     COPY OPRREC.
000920
000930 FD  AUDFILE.
000940     COPY AUDREC.
000950
000960 FD  SEQCTL.
000970     COPY SEQCTLREC.
000980
000990 WORKING-STORAGE SECTION.
001000 77  WRK-REG-STATUS          PIC X(02) VALUE "00".
001010 77  WRK-BDG-STATUS          PIC X(02) VALUE "00".
001020     88  BDG-BLOQUEADO               VALUE "51" "9D".
001030 77  WRK-OCP-STATUS          PIC X(02) VALUE "00".
001040     88  OCP-BLOQUEADO               VALUE "51" "9D".
001050 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
001060 77  WRK-AUD-STATUS          PIC X(02) VALUE "00".
001070 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
001080     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
001090
001100 77  WRK-OPCAO-MENU          PIC X(01) VALUE SPACES.
001110 77  WRK-SW-CONTINUA         PIC X(01) VALUE "S".
001120     88  CONTINUA-NO-MENU            VALUE "S".
001130     88  SAIR-DO-MENU                VALUE "N".
001140
001150 77  WRK-OPERADOR-ID         PIC X(08) VALUE SPACES.
001160 77  WRK-SW-OPERADOR         PIC X(01) VALUE "N".
001170     88  OPERADOR-IDENTIFICADO       VALUE "S".
001180     88  OPERADOR-NAO-IDENTIF        VALUE "N".
001190 77  WRK-TENTATIVAS          PIC 9(01) VALUE ZEROS.
001200
001210 77  WRK-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
001220     88  FIM-ARQUIVO                 VALUE "S".
001230     88  NAO-FIM-ARQUIVO             VALUE "N".
001240
001250*    MESMA CLASSIFICACAO DO CADASTRO DA VERIFICACAO (PROGCB31).
001260 77  WRK-SW-SITUACAO-REG     PIC X(01) VALUE SPACES.
001270     88  CADASTRO-ABERTO             VALUE "A".
001280     88  CADASTRO-FECHADO-LOTE       VALUE "F".
001290     88  CADASTRO-SAIDO              VALUE "S".
001300     88  CADASTRO-PRE-REG            VALUE "P".
001310     88  CADASTRO-INEXISTENTE        VALUE "X".
001320
001330 77  WRK-CONFIRMA            PIC X(01) VALUE SPACES.
001340 77  WRK-DATA-ATUAL          PIC 9(08) VALUE ZEROS.
001350 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
001360 77  WRK-DATA-OCUPACAO       PIC 9(08) VALUE ZEROS.
001370 77  WRK-QTDE-ABERTOS        PIC 9(06) VALUE ZEROS.
001380 77  WRK-QTDE-ANTERIOR       PIC 9(06) VALUE ZEROS.
001390 77  WRK-NUM-CRACHA          PIC 9(04) VALUE ZEROS.
001400 77  WRK-TEXTO-AUDITORIA     PIC X(30) VALUE SPACES.
001410 77  WRK-DATA-AUDITORIA      PIC 9(08) VALUE ZEROS.
001420
001430 77  WRK-TIPO-SEQUENCIA      PIC X(01) VALUE SPACES.
001440     88  SEQ-DE-AUDITORIA            VALUE "A".
001450 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
001460 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001470
001480*    TEXTO DA LINHA DE AUDITORIA DA RECONTAGEM.
001490 01  WRK-AUD-RECONTAGEM.
001500     02  FILLER              PIC X(09) VALUE "OCUPACAO ".
001510     02  WRK-ARC-ANTERIOR    PIC 9(06).
001520     02  FILLER              PIC X(06) VALUE " PARA ".
001530     02  WRK-ARC-NOVA        PIC 9(06).
001540     02  FILLER              PIC X(03) VALUE SPACES.
001550
001560*    TEXTO DA LINHA DE AUDITORIA DA DEVOLUCAO DE CRACHA. O NOME
001570*    DO PORTADOR NAO VAI NO TEXTO - A LINHA NAO E DE VISITANTE.
001580 01  WRK-AUD-CRACHA.
001590     02  FILLER              PIC X(07) VALUE "CRACHA ".
001600     02  WRK-ACR-NUMERO      PIC 9(04).
001610     02  FILLER              PIC X(19)
001620         VALUE " DEVOLVIDO (ORFAO)".
001630
001640 PROCEDURE DIVISION.
001650******************************************************************
001660* 0000-MAINLINE
001670* IDENTIFICA O SUPERVISOR E APRESENTA O MENU ATE O SUPERVISOR
001680* ESCOLHER SAIR.
001690******************************************************************
001700 0000-MAINLINE.
001710     PERFORM 1500-IDENTIFICAR-OPERADOR
001720         THRU 1500-IDENTIFICAR-OPERADOR-EXIT.
001730     IF OPERADOR-NAO-IDENTIF
001740         STOP RUN
001750     END-IF.
001760     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
001770     PERFORM 2000-APRESENTAR-MENU THRU 2000-APRESENTAR-MENU-EXIT
001780         UNTIL SAIR-DO-MENU.
001790     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001800     STOP RUN.
001810
001820******************************************************************
001830* 1200-RESERVAR-SEQUENCIA
001840* RESERVA A PROXIMA SEQUENCIA DE AUDITORIA NO SEQCTL, SOB
001850* BLOQUEIO, NO MESMO PADRAO DO PROGCOB01. DEVOLVE ZEROS SE NAO
001860* CONSEGUIU.
001870******************************************************************
001880 1200-RESERVAR-SEQUENCIA.
001890     MOVE ZEROS TO WRK-SEQ-RESERVADA.
001900     OPEN I-O SEQCTL.
001910     IF WRK-SEQCTL-STATUS NOT = "00"
001920         DISPLAY "ERRO AO ABRIR CONTROLE DE SEQUENCIAS - STATUS "
001930                 WRK-SEQCTL-STATUS
001940         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
001950     END-IF.
001960     PERFORM 1210-LER-SEQCTL-BLOQUEADO
001970         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
001980         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
001990         UNTIL WRK-TENTATIVAS-BLOQ > 200
002000            OR NOT SEQCTL-BLOQUEADO.
002010     IF WRK-SEQCTL-STATUS NOT = "00"
002020         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
002030                 WRK-SEQCTL-STATUS
002040         CLOSE SEQCTL
002050         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002060     END-IF.
002070     MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA.
002080     ADD 1 TO SEQCTL-PROX-AUDITORIA.
002090     REWRITE SEQCTL-REGISTRO
002100         INVALID KEY
002110             MOVE ZEROS TO WRK-SEQ-RESERVADA
002120             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
002130                     WRK-SEQCTL-STATUS
002140     END-REWRITE.
002150     UNLOCK SEQCTL.
002160     CLOSE SEQCTL.
002170 1200-RESERVAR-SEQUENCIA-EXIT.
002180     EXIT.
002190
002200******************************************************************
002210* 1210-LER-SEQCTL-BLOQUEADO
002220* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
002230******************************************************************
002240 1210-LER-SEQCTL-BLOQUEADO.
002250     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002260     READ SEQCTL WITH LOCK
002270         KEY IS SEQCTL-CHAVE
002280         INVALID KEY
002290             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
002300                     "STATUS " WRK-SEQCTL-STATUS
002310     END-READ.
002320 1210-LER-SEQCTL-BLOQUEADO-EXIT.
002330     EXIT.
002340
002350******************************************************************
002360* 1500-IDENTIFICAR-OPERADOR
002370* IDENTIFICA O SUPERVISOR NO CADASTRO OPRFILE, NO MESMO PADRAO
002380* DO PROGCOB01. OPERADOR SEM NIVEL DE SUPERVISOR NAO ENTRA;
002390* TRES TENTATIVAS SEM SUCESSO E O PROGRAMA ENCERRA.
002400******************************************************************
002410 1500-IDENTIFICAR-OPERADOR.
002420     OPEN INPUT OPRFILE.
002430     IF WRK-OPR-STATUS NOT = "00"
002440         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - "
002450                 "STATUS " WRK-OPR-STATUS
002460                 " - EXECUTE O PROGCOB01 PARA CRIA-LO."
002470         GO TO 1500-IDENTIFICAR-OPERADOR-EXIT
002480     END-IF.
002490
002500     PERFORM 1600-PEDIR-IDENTIFICACAO
002510         THRU 1600-PEDIR-IDENTIFICACAO-EXIT
002520         VARYING WRK-TENTATIVAS FROM 1 BY 1
002530         UNTIL WRK-TENTATIVAS > 3 OR OPERADOR-IDENTIFICADO.
002540
002550     IF OPERADOR-NAO-IDENTIF
002560         DISPLAY "SUPERVISOR NAO IDENTIFICADO - PROGRAMA "
002570                 "ENCERRADO."
002580         CLOSE OPRFILE
002590     END-IF.
002600 1500-IDENTIFICAR-OPERADOR-EXIT.
002610     EXIT.
002620
002630******************************************************************
002640* 1600-PEDIR-IDENTIFICACAO
002650* PEDE E CONFERE UMA IDENTIFICACAO DE SUPERVISOR NO CADASTRO.
002660******************************************************************
002670 1600-PEDIR-IDENTIFICACAO.
002680     DISPLAY "IDENTIFICACAO DO SUPERVISOR: ".
002690     ACCEPT WRK-OPERADOR-ID.
002700     MOVE WRK-OPERADOR-ID TO OPR-ID.
002710     READ OPRFILE
002720         KEY IS OPR-ID
002730         INVALID KEY
002740             DISPLAY "OPERADOR NAO CADASTRADO."
002750             GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
002760     END-READ.
002770     IF NOT OPR-SUPERVISOR
002780         DISPLAY "OPERADOR INFORMADO NAO E SUPERVISOR - "
002790                 "REPARO RESTRITO A SUPERVISORES."
002800         GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
002810     END-IF.
002820     SET OPERADOR-IDENTIFICADO TO TRUE.
002830     DISPLAY "SUPERVISOR " OPR-NOME " IDENTIFICADO.".
002840 1600-PEDIR-IDENTIFICACAO-EXIT.
002850     EXIT.
002860
002870******************************************************************
002880* 1700-CLASSIFICAR-CADASTRO
002890* CLASSIFICA O CADASTRO CORRENTE DO REGFILE, COMO NA
002900* VERIFICACAO (PROGCB31).
002910******************************************************************
002920 1700-CLASSIFICAR-CADASTRO.
002930     EVALUATE TRUE
002940         WHEN REG-PRE-REGISTRADO
002950             SET CADASTRO-PRE-REG TO TRUE
002960         WHEN REG-HORA-SAIDA IS NUMERIC AND REG-HORA-SAIDA > 0
002970             SET CADASTRO-SAIDO TO TRUE
002980         WHEN REG-SAIDA-AUTOMATICA
002990             SET CADASTRO-FECHADO-LOTE TO TRUE
003000         WHEN OTHER
003010             SET CADASTRO-ABERTO TO TRUE
003020     END-EVALUATE.
003030 1700-CLASSIFICAR-CADASTRO-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070* 2000-APRESENTAR-MENU
003080* EXIBE O MENU DE REPARO E DESVIA PARA A OPCAO ESCOLHIDA.
003090******************************************************************
003100 2000-APRESENTAR-MENU.
003110     DISPLAY " ".
003120     DISPLAY "=== REPARO DE INTEGRIDADE ===".
003130     DISPLAY "1 - VERIFICAR AGORA (EMITE INTEGR.LST)".
003140     DISPLAY "2 - RECONTAR OCUPACAO (OCPCTL)".
003150     DISPLAY "3 - DEVOLVER CRACHA ORFAO AO INVENTARIO".
003160     DISPLAY "4 - SAIR".
003170     DISPLAY "INFORME A OPCAO: ".
003180     ACCEPT WRK-OPCAO-MENU.
003190
003200     EVALUATE WRK-OPCAO-MENU
003210         WHEN "1"
003220             PERFORM 3000-VERIFICAR THRU 3000-VERIFICAR-EXIT
003230         WHEN "2"
003240             PERFORM 4000-RECONTAR-OCUPACAO
003250                 THRU 4000-RECONTAR-OCUPACAO-EXIT
003260         WHEN "3"
003270             PERFORM 5000-DEVOLVER-CRACHA
003280                 THRU 5000-DEVOLVER-CRACHA-EXIT
003290         WHEN "4"
003300             SET SAIR-DO-MENU TO TRUE
003310         WHEN OTHER
003320             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
003330     END-EVALUATE.
003340 2000-APRESENTAR-MENU-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380* 3000-VERIFICAR
003390* EXECUTA A VERIFICACAO NOTURNA (PROGCB31) SOB DEMANDA, PARA
003400* CONFERIR AS CORRECOES.
003410******************************************************************
003420 3000-VERIFICAR.
003430     MOVE ZERO TO RETURN-CODE.
003440     CALL "PROGCB31"
003450         ON EXCEPTION
003460             DISPLAY "PROGRAMA PROGCB31 NAO PODE SER CHAMADO."
003470     END-CALL.
003480     IF RETURN-CODE NOT = 0
003490         DISPLAY "VERIFICACAO NAO CONCLUIDA - VER MENSAGENS "
003500                 "ACIMA."
003510         MOVE ZERO TO RETURN-CODE
003520     END-IF.
003530 3000-VERIFICAR-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570* 4000-RECONTAR-OCUPACAO
003580* RECONTA OS CADASTROS DA DATA DO OCPCTL AINDA SEM SAIDA
003590* CARIMBADA (SEM OS PRE-REGISTROS NAO CHEGADOS) E, CONFIRMADO
003600* PELO SUPERVISOR, GRAVA A RECONTAGEM COMO OCUPACAO CORRENTE. O
003610* PICO DO DIA NAO E MEXIDO. COM OS POSTOS EM MOVIMENTO A
003620* CONTAGEM PODE MUDAR ENTRE A VARREDURA E A GRAVACAO - POR
003630* ISSO O AVISO PARA EXECUTAR SEM MOVIMENTO NA RECEPCAO.
003640******************************************************************
003650 4000-RECONTAR-OCUPACAO.
003660     OPEN I-O OCPCTL.
003670     IF WRK-OCP-STATUS NOT = "00"
003680         DISPLAY "CONTROLE DE OCUPACAO (OCPCTL) INDISPONIVEL - "
003690                 "STATUS " WRK-OCP-STATUS
003700         GO TO 4000-RECONTAR-OCUPACAO-EXIT
003710     END-IF.
003720     MOVE "OCPCTL01" TO OCP-CHAVE.
003730     READ OCPCTL WITH NO LOCK
003740         KEY IS OCP-CHAVE
003750         INVALID KEY
003760             DISPLAY "OCPCTL AINDA NAO CRIADO - NADA A RECONTAR."
003770             CLOSE OCPCTL
003780             GO TO 4000-RECONTAR-OCUPACAO-EXIT
003790     END-READ.
003800     MOVE OCP-DATA TO WRK-DATA-OCUPACAO.
003810
003820     PERFORM 4100-CONTAR-ABERTOS THRU 4100-CONTAR-ABERTOS-EXIT.
003830     IF WRK-REG-STATUS NOT = "00" AND NOT = "10"
003840         CLOSE OCPCTL
003850         GO TO 4000-RECONTAR-OCUPACAO-EXIT
003860     END-IF.
003870     DISPLAY "OCUPACAO DE " WRK-DATA-OCUPACAO
003880             " - CONTAGEM NO OCPCTL: " OCP-QTDE-ATUAL
003890             "  CADASTROS ABERTOS: " WRK-QTDE-ABERTOS.
003900     IF OCP-QTDE-ATUAL = WRK-QTDE-ABERTOS
003910         DISPLAY "CONTAGEM JA CONFERE - NADA A CORRIGIR."
003920         CLOSE OCPCTL
003930         GO TO 4000-RECONTAR-OCUPACAO-EXIT
003940     END-IF.
003950     DISPLAY "EXECUTE SEM MOVIMENTO NA RECEPCAO. CONFIRMA A "
003960             "CORRECAO (S/N)? ".
003970     ACCEPT WRK-CONFIRMA.
003980     IF WRK-CONFIRMA NOT = "S"
003990         DISPLAY "RECONTAGEM CANCELADA."
004000         CLOSE OCPCTL
004010         GO TO 4000-RECONTAR-OCUPACAO-EXIT
004020     END-IF.
004030
004040     PERFORM 4200-LER-OCPCTL-BLOQUEADO
004050         THRU 4200-LER-OCPCTL-BLOQUEADO-EXIT
004060         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
004070         UNTIL WRK-TENTATIVAS-BLOQ > 200
004080            OR NOT OCP-BLOQUEADO.
004090     IF WRK-OCP-STATUS NOT = "00"
004100         DISPLAY "CONTAGEM DE OCUPACAO EM USO - STATUS "
004110                 WRK-OCP-STATUS " - TENTE NOVAMENTE."
004120         CLOSE OCPCTL
004130         GO TO 4000-RECONTAR-OCUPACAO-EXIT
004140     END-IF.
004150*    A VIRADA DA DATA PELO PRIMEIRO POSTO DO DIA ZERA A
004160*    CONTAGEM - A RECONTAGEM DA DATA ANTERIOR NAO VALE MAIS.
004170     IF OCP-DATA NOT = WRK-DATA-OCUPACAO
004180         DISPLAY "A DATA DA OCUPACAO MUDOU DURANTE A RECONTAGEM"
004190                 " - REPITA A OPCAO."
004200         UNLOCK OCPCTL
004210         CLOSE OCPCTL
004220         GO TO 4000-RECONTAR-OCUPACAO-EXIT
004230     END-IF.
004240     MOVE OCP-QTDE-ATUAL TO WRK-QTDE-ANTERIOR.
004250     MOVE WRK-QTDE-ABERTOS TO OCP-QTDE-ATUAL.
004260     REWRITE OCP-REGISTRO
004270         INVALID KEY
004280             DISPLAY "ERRO AO GRAVAR OCPCTL - STATUS "
004290                     WRK-OCP-STATUS
004300     END-REWRITE.
004310     UNLOCK OCPCTL.
004320     IF WRK-OCP-STATUS = "00"
004330         DISPLAY "OCUPACAO CORRIGIDA DE " WRK-QTDE-ANTERIOR
004340                 " PARA " WRK-QTDE-ABERTOS "."
004350         MOVE WRK-QTDE-ANTERIOR TO WRK-ARC-ANTERIOR
004360         MOVE WRK-QTDE-ABERTOS TO WRK-ARC-NOVA
004370         MOVE WRK-AUD-RECONTAGEM TO WRK-TEXTO-AUDITORIA
004380         MOVE WRK-DATA-OCUPACAO TO WRK-DATA-AUDITORIA
004390         PERFORM 6000-GRAVAR-AUDITORIA
004400             THRU 6000-GRAVAR-AUDITORIA-EXIT
004410     END-IF.
004420     CLOSE OCPCTL.
004430 4000-RECONTAR-OCUPACAO-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 4100-CONTAR-ABERTOS
004480* VARRE O REGFILE CONTANDO OS CADASTROS DA DATA DO OCPCTL QUE
004490* A OCUPACAO DEVE TER: JA CHEGARAM E NAO TEM SAIDA CARIMBADA
004500* (O FECHAMENTO AUTOMATICO NAO DESCE A CONTAGEM).
004510******************************************************************
004520 4100-CONTAR-ABERTOS.
004530     MOVE ZEROS TO WRK-QTDE-ABERTOS.
004540     OPEN INPUT REGFILE.
004550     IF WRK-REG-STATUS NOT = "00"
004560         DISPLAY "ARQUIVO MESTRE REGFILE INDISPONIVEL - STATUS "
004570                 WRK-REG-STATUS
004580         GO TO 4100-CONTAR-ABERTOS-EXIT
004590     END-IF.
004600     SET NAO-FIM-ARQUIVO TO TRUE.
004610     PERFORM 4110-CONTAR-UM-CADASTRO
004620         THRU 4110-CONTAR-UM-CADASTRO-EXIT
004630         UNTIL FIM-ARQUIVO.
004640     CLOSE REGFILE.
004650 4100-CONTAR-ABERTOS-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 4110-CONTAR-UM-CADASTRO
004700* LE O PROXIMO CADASTRO E O SOMA SE FOR DA OCUPACAO CORRENTE.
004710******************************************************************
004720 4110-CONTAR-UM-CADASTRO.
004730     READ REGFILE NEXT RECORD WITH NO LOCK
004740         AT END
004750             SET FIM-ARQUIVO TO TRUE
004760             GO TO 4110-CONTAR-UM-CADASTRO-EXIT
004770     END-READ.
004780     IF REG-DATA-CADASTRO NOT = WRK-DATA-OCUPACAO
004790         GO TO 4110-CONTAR-UM-CADASTRO-EXIT
004800     END-IF.
004810     PERFORM 1700-CLASSIFICAR-CADASTRO
004820         THRU 1700-CLASSIFICAR-CADASTRO-EXIT.
004830     IF CADASTRO-ABERTO OR CADASTRO-FECHADO-LOTE
004840         ADD 1 TO WRK-QTDE-ABERTOS
004850     END-IF.
004860 4110-CONTAR-UM-CADASTRO-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 4200-LER-OCPCTL-BLOQUEADO
004910* UMA TENTATIVA DE LER O REGISTRO DE OCUPACAO SOB BLOQUEIO.
004920******************************************************************
004930 4200-LER-OCPCTL-BLOQUEADO.
004940     MOVE "OCPCTL01" TO OCP-CHAVE.
004950     READ OCPCTL WITH LOCK
004960         KEY IS OCP-CHAVE
004970         INVALID KEY
004980             CONTINUE
004990     END-READ.
005000 4200-LER-OCPCTL-BLOQUEADO-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040* 5000-DEVOLVER-CRACHA
005050* DEVOLVE AO INVENTARIO UM CRACHA EM USO CUJO PORTADOR NAO ESTA
005060* NO PREDIO: SAIDA CARIMBADA, CADASTRO EXCLUIDO OU CADASTRO QUE
005070* TRAZ OUTRO CRACHA. PORTADOR AINDA NO PREDIO E RECUSADO (A
005080* DEVOLUCAO E PELO REGISTRO DE SAIDA), ASSIM COMO O CADASTRO
005090* FECHADO PELO LOTE - O CRACHA ESTA NA RUA E SO VOLTA PELO
005100* PROGCB15 QUANDO RECUPERADO.
005110******************************************************************
005120 5000-DEVOLVER-CRACHA.
005130     DISPLAY "NUMERO DO CRACHA: ".
005140     ACCEPT WRK-NUM-CRACHA.
005150     OPEN I-O BDGFILE.
005160     IF WRK-BDG-STATUS NOT = "00"
005170         DISPLAY "INVENTARIO DE CRACHAS INDISPONIVEL - STATUS "
005180                 WRK-BDG-STATUS
005190         GO TO 5000-DEVOLVER-CRACHA-EXIT
005200     END-IF.
005210     MOVE WRK-NUM-CRACHA TO BDG-NUMERO.
005220     READ BDGFILE WITH LOCK
005230         KEY IS BDG-NUMERO
005240         INVALID KEY
005250             DISPLAY "CRACHA NAO CADASTRADO NO INVENTARIO."
005260             GO TO 5000-DEVOLVER-CRACHA-FIM
005270     END-READ.
005280     IF BDG-BLOQUEADO
005290         DISPLAY "CRACHA EM USO POR UM POSTO - TENTE NOVAMENTE."
005300         GO TO 5000-DEVOLVER-CRACHA-FIM
005310     END-IF.
005320     IF NOT BDG-EM-USO
005330         DISPLAY "CRACHA NAO ESTA EM USO - NADA A DEVOLVER."
005340         UNLOCK BDGFILE
005350         GO TO 5000-DEVOLVER-CRACHA-FIM
005360     END-IF.
005370
005380     PERFORM 5100-LOCALIZAR-PORTADOR
005390         THRU 5100-LOCALIZAR-PORTADOR-EXIT.
005400     IF CADASTRO-ABERTO OR CADASTRO-PRE-REG
005410         DISPLAY "PORTADOR " BDG-NOME-PORTADOR " AINDA NO "
005420                 "PREDIO - DEVOLVA PELO REGISTRO DE SAIDA."
005430         UNLOCK BDGFILE
005440         GO TO 5000-DEVOLVER-CRACHA-FIM
005450     END-IF.
005460     IF CADASTRO-FECHADO-LOTE
005470         DISPLAY "CADASTRO FECHADO PELO LOTE SEM SAIDA - O "
005480                 "CRACHA NAO FOI DEVOLVIDO; USE O PROGCB15 "
005490                 "QUANDO FOR RECUPERADO."
005500         UNLOCK BDGFILE
005510         GO TO 5000-DEVOLVER-CRACHA-FIM
005520     END-IF.
005530     DISPLAY "CRACHA " BDG-NUMERO " COM " BDG-NOME-PORTADOR
005540             " DESDE " BDG-DATA-ATRIBUICAO.
005550     DISPLAY "CONFIRMA A DEVOLUCAO AO INVENTARIO (S/N)? ".
005560     ACCEPT WRK-CONFIRMA.
005570     IF WRK-CONFIRMA NOT = "S"
005580         DISPLAY "DEVOLUCAO CANCELADA."
005590         UNLOCK BDGFILE
005600         GO TO 5000-DEVOLVER-CRACHA-FIM
005610     END-IF.
005620     SET BDG-DISPONIVEL TO TRUE.
005630     MOVE SPACES TO BDG-NOME-PORTADOR.
005640     MOVE ZEROS TO BDG-DATA-ATRIBUICAO.
005650     MOVE ZEROS TO BDG-HORA-ATRIBUICAO.
005660     REWRITE BDG-REGISTRO
005670         INVALID KEY
005680             DISPLAY "ERRO AO DEVOLVER CRACHA - STATUS "
005690                     WRK-BDG-STATUS
005700     END-REWRITE.
005710     UNLOCK BDGFILE.
005720     IF WRK-BDG-STATUS = "00"
005730         DISPLAY "CRACHA DEVOLVIDO AO INVENTARIO."
005740         MOVE WRK-NUM-CRACHA TO WRK-ACR-NUMERO
005750         MOVE WRK-AUD-CRACHA TO WRK-TEXTO-AUDITORIA
005760         MOVE WRK-DATA-ATUAL TO WRK-DATA-AUDITORIA
005770         PERFORM 6000-GRAVAR-AUDITORIA
005780             THRU 6000-GRAVAR-AUDITORIA-EXIT
005790     END-IF.
005800 5000-DEVOLVER-CRACHA-FIM.
005810     CLOSE BDGFILE.
005820 5000-DEVOLVER-CRACHA-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 5100-LOCALIZAR-PORTADOR
005870* LE O CADASTRO DO PORTADOR (NOME + DATA DA ATRIBUICAO) E O
005880* CLASSIFICA. CADASTRO AUSENTE, OU QUE TRAZ OUTRO CRACHA, FICA
005890* COMO INEXISTENTE.
005900******************************************************************
005910 5100-LOCALIZAR-PORTADOR.
005920     SET CADASTRO-INEXISTENTE TO TRUE.
005930     OPEN INPUT REGFILE.
005940     IF WRK-REG-STATUS NOT = "00"
005950         DISPLAY "ARQUIVO MESTRE REGFILE INDISPONIVEL - STATUS "
005960                 WRK-REG-STATUS
005970*        SEM O MESTRE NAO DA PARA PROVAR QUE O PORTADOR SAIU.
005980         SET CADASTRO-ABERTO TO TRUE
005990         GO TO 5100-LOCALIZAR-PORTADOR-EXIT
006000     END-IF.
006010     MOVE BDG-NOME-PORTADOR TO REG-NOME.
006020     MOVE BDG-DATA-ATRIBUICAO TO REG-DATA-CADASTRO.
006030     READ REGFILE WITH NO LOCK
006040         KEY IS REG-CHAVE
006050         INVALID KEY
006060             CLOSE REGFILE
006070             GO TO 5100-LOCALIZAR-PORTADOR-EXIT
006080     END-READ.
006090     CLOSE REGFILE.
006100     IF REG-NUM-CRACHA IS NOT NUMERIC
006110             OR REG-NUM-CRACHA NOT = BDG-NUMERO
006120         GO TO 5100-LOCALIZAR-PORTADOR-EXIT
006130     END-IF.
006140     PERFORM 1700-CLASSIFICAR-CADASTRO
006150         THRU 1700-CLASSIFICAR-CADASTRO-EXIT.
006160 5100-LOCALIZAR-PORTADOR-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200* 6000-GRAVAR-AUDITORIA
006210* GRAVA A LINHA DO REPARO NO LOG DE AUDITORIA: OPERADOR =
006220* SUPERVISOR E, NO CAMPO DO NOME, O QUE FOI CORRIGIDO.
006230******************************************************************
006240 6000-GRAVAR-AUDITORIA.
006250     ACCEPT WRK-HORA-ATUAL FROM TIME.
006260     SET SEQ-DE-AUDITORIA TO TRUE.
006270     PERFORM 1200-RESERVAR-SEQUENCIA
006280         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
006290     IF WRK-SEQ-RESERVADA = 0
006300         DISPLAY "REPARO NAO AUDITADO - AVISE O SUPORTE."
006310         GO TO 6000-GRAVAR-AUDITORIA-EXIT
006320     END-IF.
006330     OPEN EXTEND AUDFILE.
006340     IF WRK-AUD-STATUS = "35"
006350         OPEN OUTPUT AUDFILE
006360     END-IF.
006370     IF WRK-AUD-STATUS NOT = "00"
006380         DISPLAY "ERRO AO ABRIR LOG DE AUDITORIA - STATUS "
006390                 WRK-AUD-STATUS
006400         GO TO 6000-GRAVAR-AUDITORIA-EXIT
006410     END-IF.
006420     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
006430     MOVE WRK-DATA-AUDITORIA TO AUD-DATA-NEGOCIO.
006440     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
006450     MOVE WRK-TEXTO-AUDITORIA TO AUD-NOME-CAPTURADO.
006460     SET AUD-OPER-REPARO TO TRUE.
006470     MOVE WRK-OPERADOR-ID TO AUD-OPERADOR.
006480     WRITE AUD-REGISTRO.
006490     IF WRK-AUD-STATUS NOT = "00"
006500         DISPLAY "ERRO AO GRAVAR LOG DE AUDITORIA - STATUS "
006510                 WRK-AUD-STATUS
006520     END-IF.
006530     CLOSE AUDFILE.
006540 6000-GRAVAR-AUDITORIA-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* 9999-FINALIZAR
006590* FECHA O CADASTRO DE OPERADORES ANTES DE ENCERRAR O PROGRAMA.
006600******************************************************************
006610 9999-FINALIZAR.
006620     CLOSE OPRFILE.
006630 9999-FINALIZAR-EXIT.
006640     EXIT.
