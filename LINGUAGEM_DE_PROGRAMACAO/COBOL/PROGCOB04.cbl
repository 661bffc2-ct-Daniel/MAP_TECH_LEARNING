000342*                   PODE CONSTAR DA LISTA DE EVACUACAO. O
000343*                   MESMO PRE-REGISTRO SAI COM A ENTRADA EM
000344*                   BRANCO E FORA DO TOTAL DE ASSINATURAS.
000345* 2026-10-15 DSR    VISITAS EM GRUPO (GRPFILE, PROGCB38): MEMBROS
000346*                   (REG-ID-GRUPO) SAEM NA NOVA SECAO "VISITAS EM
000347*                   GRUPO", ANINHADOS SOB O GRUPO COM O LIDER E O
000348*                   PREVISTO CONTRA O REALIZADO (ENTRARAM E AINDA
000349*                   NO PREDIO); NA SECAO "AINDA NO PREDIO" OS
000350*                   MEMBROS SEM SAIDA SAEM SOB O GRUPO E O LIDER.
000351*                   MEMBRO FORA DAS TABELAS SAI COMO INDIVIDUAL.
000352******************************************************************
000353 ENVIRONMENT DIVISION.
000354 INPUT-OUTPUT SECTION.
000355 FILE-CONTROL.
000360     SELECT REGFILE ASSIGN TO "REGFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000504         ACCESS MODE IS SEQUENTIAL
000505         RECORD KEY IS BDG-NUMERO
000506         FILE STATUS IS WRK-BDG-STATUS.
000507
000508     SELECT GRPFILE ASSIGN TO "GRPFILE"
000509         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000511         RECORD KEY IS GRP-ID
000512         FILE STATUS IS WRK-GRP-STATUS.
000513
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  REGFILE.
000611
000612 FD  BDGFILE.
000613     COPY BDGREC.
000614
000615 FD  GRPFILE.
000616     COPY GRPREC.
000620
000630 WORKING-STORAGE SECTION.
000640 77  WRK-REG-STATUS              PIC X(02) VALUE "00".
000650 77  WRK-DTCTL-STATUS            PIC X(02) VALUE "00".
000660 77  WRK-REL-STATUS              PIC X(02) VALUE "00".
000662 77  WRK-BDG-STATUS              PIC X(02) VALUE "00".
000666 77  WRK-GRP-STATUS              PIC X(02) VALUE "00".
000670
000680 77  WRK-SW-FIM-REGFILE          PIC X(01) VALUE "N".
000690     88  FIM-REGFILE                     VALUE "S".
000701 77  WRK-SW-FIM-BDGFILE          PIC X(01) VALUE "N".
000702     88  FIM-BDGFILE                     VALUE "S".
000703     88  NAO-FIM-BDGFILE                 VALUE "N".
000704 77  WRK-SW-FIM-GRPFILE          PIC X(01) VALUE "N".
000705     88  FIM-GRPFILE                     VALUE "S".
000706     88  NAO-FIM-GRPFILE                 VALUE "N".
000707 77  WRK-SW-GRUPOS               PIC X(01) VALUE "N".
000708     88  GRUPOS-ABERTO                   VALUE "S".
000709     88  GRUPOS-NAO-ABERTO               VALUE "N".
000710
000720 77  WRK-DATA-NEGOCIO            PIC 9(08) VALUE ZEROS.
000730 77  WRK-PAGINA                  PIC 9(04) VALUE ZEROS.
000760 77  WRK-TOTAL-ASSINATURAS       PIC 9(06) VALUE ZEROS.
000762 77  WRK-TOTAL-PRESENTES         PIC 9(06) VALUE ZEROS.
000763 77  WRK-TOTAL-CRACHAS-FORA      PIC 9(06) VALUE ZEROS.
000764 77  WRK-TOTAL-EM-GRUPO          PIC 9(06) VALUE ZEROS.
000765 77  WRK-QTDE-GRUPOS-FORA        PIC 9(06) VALUE ZEROS.
000766 77  WRK-QTDE-MEMBROS-FORA       PIC 9(06) VALUE ZEROS.
000767
000768 77  WRK-SEG-ENTRADA             PIC 9(06) VALUE ZEROS.
000769 77  WRK-SEG-SAIDA               PIC 9(06) VALUE ZEROS.
000770 77  WRK-SEG-DURACAO             PIC 9(06) VALUE ZEROS.
000772 77  WRK-SEG-RESTO               PIC 9(06) VALUE ZEROS.
000774
000788     02  WRK-DUR-HH              PIC 9(02).
000790     02  WRK-DUR-MM              PIC 9(02).
000792     02  WRK-DUR-SS              PIC 9(02).
000793
000794******************************************************************
000795* GRUPOS DO DIA (GRPFILE, MANTIDO PELO PROGCB38) E SEUS MEMBROS.
000796* O CADASTRO DE UM MEMBRO (REG-ID-GRUPO) NAO SAI NA LISTA GERAL:
000797* A LINHA DE DETALHE JA FORMATADA FICA NA TABELA DE MEMBROS E SAI
000798* ANINHADA SOB O GRUPO, COM O PREVISTO CONTRA O REALIZADO. MEMBRO
000799* DE GRUPO FORA DAS TABELAS SAI NA LISTA GERAL, COMO INDIVIDUAL.
000800******************************************************************
000801 01  WRK-TABELA-GRUPOS.
000802     02  WRK-GRUPO-ENTRADA OCCURS 100 TIMES.
000803         03  WRK-TGR-ID          PIC 9(06).
000804         03  WRK-TGR-DESCRICAO   PIC X(30).
000805         03  WRK-TGR-LIDER       PIC X(30).
000806         03  WRK-TGR-PREVISTA    PIC 9(03).
000807         03  WRK-TGR-MEMBROS     PIC 9(03).
000808         03  WRK-TGR-ENTRARAM    PIC 9(03).
000809         03  WRK-TGR-NO-PREDIO   PIC 9(03).
000810 77  WRK-QTDE-GRUPOS             PIC 9(03) VALUE ZEROS.
000811 77  WRK-IDX-GRUPO               PIC 9(03) VALUE ZEROS.
000812 77  WRK-GRUPO-ACHADO            PIC 9(03) VALUE ZEROS.
000813
000814 01  WRK-TABELA-MEMBROS.
000815     02  WRK-MEMBRO-ENTRADA OCCURS 500 TIMES.
000816         03  WRK-TMB-GRUPO       PIC 9(03).
000817         03  WRK-TMB-NOME        PIC X(30).
000818         03  WRK-TMB-HORA        PIC 9(06).
000819         03  WRK-TMB-DETALHE     PIC X(67).
000820         03  WRK-TMB-PRESENCA    PIC X(01).
000821             88  MEMBRO-PRESENTE         VALUE "S".
000822             88  MEMBRO-AUSENTE          VALUE "N".
000823 77  WRK-QTDE-MEMBROS            PIC 9(03) VALUE ZEROS.
000824 77  WRK-IDX-MEMBRO              PIC 9(03) VALUE ZEROS.
000825 77  WRK-MEMBRO-ACHADO           PIC 9(03) VALUE ZEROS.
000826
000827 01  WRK-CABECALHO.
000828     02  FILLER                  PIC X(20)
000829         VALUE "REGISTRO DIARIO DE ".
000830     02  FILLER                  PIC X(08) VALUE "ENTRADA ".
000831     02  FILLER                  PIC X(07) VALUE "DATA: ".
000832     02  WRK-CAB-DATA            PIC 9(08).
000840     02  FILLER                  PIC X(09) VALUE "  PAGINA ".
000850     02  WRK-CAB-PAGINA          PIC ZZZ9.
000860 
000985     02  FILLER                  PIC X(24)
000986         VALUE "TOTAL DE CRACHAS FORA: ".
000987     02  WRK-ROD-CRACHAS         PIC ZZZ,ZZ9.
000988
000989 01  WRK-LINHA-GRUPO.
000990     02  FILLER                  PIC X(10) VALUE "    GRUPO ".
000991     02  WRK-GRU-ID              PIC 9(06).
000992     02  FILLER                  PIC X(03) VALUE " - ".
000993     02  WRK-GRU-DESCRICAO       PIC X(30).
000994
000995 01  WRK-LINHA-GRUPO-LIDER.
000996     02  FILLER                  PIC X(15)
000997         VALUE "        LIDER: ".
000998     02  WRK-GRU-LIDER           PIC X(30).
000999
001000 01  WRK-LINHA-GRUPO-QTDE.
001001     02  FILLER                  PIC X(18)
001002         VALUE "        PREVISTOS ".
001003     02  WRK-GRU-PREVISTA        PIC ZZ9.
001004     02  FILLER                  PIC X(12) VALUE "   ENTRARAM ".
001005     02  WRK-GRU-ENTRARAM        PIC ZZ9.
001006     02  FILLER                  PIC X(13) VALUE "   NO PREDIO ".
001007     02  WRK-GRU-NO-PREDIO       PIC ZZ9.
001008
001009 01  WRK-LINHA-MEMBRO.
001010     02  FILLER                  PIC X(04) VALUE SPACES.
001011     02  WRK-MBR-DETALHE         PIC X(67).
001012
001013 01  WRK-RODAPE-GRUPOS.
001014     02  FILLER                  PIC X(28)
001015         VALUE "TOTAL DE VISITAS EM GRUPO: ".
001016     02  WRK-ROD-EM-GRUPO        PIC ZZZ,ZZ9.
001017
001018 01  WRK-RODAPE-FORA.
001019     02  FILLER                  PIC X(40)
001020         VALUE "    MEMBROS FORA DAS TABELAS (NA LISTA ".
001021     02  FILLER                  PIC X(09) VALUE "GERAL): ".
001022     02  WRK-ROD-FORA            PIC ZZZ,ZZ9.
001023
001024 01  WRK-LINHA-IMPRESSAO         PIC X(80).
001025
001026 PROCEDURE DIVISION.
001027******************************************************************
001028* 0000-MAINLINE
001030******************************************************************
001040 0000-MAINLINE.
001050     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001052     PERFORM 1500-CARREGAR-GRUPOS
001054         THRU 1500-CARREGAR-GRUPOS-EXIT
001056         UNTIL FIM-GRPFILE.
001060     PERFORM 2000-IMPRIMIR-CABECALHO
001070         THRU 2000-IMPRIMIR-CABECALHO-EXIT.
001080     PERFORM 3000-PROCESSAR-REGISTROS
001090         THRU 3000-PROCESSAR-REGISTROS-EXIT
001100         UNTIL FIM-REGFILE.
001103     PERFORM 3700-IMPRIMIR-GRUPOS
001106         THRU 3700-IMPRIMIR-GRUPOS-EXIT.
001110     PERFORM 4000-IMPRIMIR-RODAPE THRU 4000-IMPRIMIR-RODAPE-EXIT.
001112     PERFORM 5000-IMPRIMIR-PRESENTES
001114         THRU 5000-IMPRIMIR-PRESENTES-EXIT.
001620                 SET FIM-REGFILE TO TRUE
001630         END-READ
001640     END-IF.
001641
001642*    SEM GRPFILE (STATUS 35) NENHUM GRUPO FOI CADASTRADO AINDA - O
001643*    RELATORIO SAI SO COM AS VISITAS INDIVIDUAIS.
001644     OPEN INPUT GRPFILE.
001645     IF WRK-GRP-STATUS = "00"
001646         SET GRUPOS-ABERTO TO TRUE
001647     ELSE
001648         SET FIM-GRPFILE TO TRUE
001649         IF WRK-GRP-STATUS NOT = "35"
001650             DISPLAY "AVISO: CADASTRO DE GRUPOS INDISPONIVEL - "
001651                     "STATUS " WRK-GRP-STATUS " - MEMBROS SAEM "
001652                     "COMO VISITAS INDIVIDUAIS."
001653         END-IF
001654     END-IF.
001655 1000-INICIALIZAR-EXIT.
001660     EXIT.
001661
001662******************************************************************
001663* 1500-CARREGAR-GRUPOS
001664* LE O PROXIMO GRUPO DO CADASTRO E GUARDA OS DA DATA DE NEGOCIO NA
001665* TABELA DE GRUPOS. TRANSBORDO E CONTADO - OS MEMBROS DOS GRUPOS
001666* EXCEDENTES SAEM NA LISTA GERAL, COMO VISITAS INDIVIDUAIS.
001667******************************************************************
001668 1500-CARREGAR-GRUPOS.
001669     READ GRPFILE NEXT RECORD
001670         AT END
001671             SET FIM-GRPFILE TO TRUE
001672             GO TO 1500-CARREGAR-GRUPOS-EXIT
001673     END-READ.
001674     IF GRP-DATA-VISITA NOT = WRK-DATA-NEGOCIO
001675         GO TO 1500-CARREGAR-GRUPOS-EXIT
001676     END-IF.
001677     IF WRK-QTDE-GRUPOS >= 100
001678         ADD 1 TO WRK-QTDE-GRUPOS-FORA
001679         GO TO 1500-CARREGAR-GRUPOS-EXIT
001680     END-IF.
001681     ADD 1 TO WRK-QTDE-GRUPOS.
001682     MOVE WRK-QTDE-GRUPOS TO WRK-IDX-GRUPO.
001683     MOVE GRP-ID TO WRK-TGR-ID(WRK-IDX-GRUPO).
001684     MOVE GRP-DESCRICAO TO WRK-TGR-DESCRICAO(WRK-IDX-GRUPO).
001685     MOVE GRP-LIDER TO WRK-TGR-LIDER(WRK-IDX-GRUPO).
001686     MOVE GRP-QTDE-PREVISTA TO WRK-TGR-PREVISTA(WRK-IDX-GRUPO).
001687     MOVE ZEROS TO WRK-TGR-MEMBROS(WRK-IDX-GRUPO).
001688     MOVE ZEROS TO WRK-TGR-ENTRARAM(WRK-IDX-GRUPO).
001689     MOVE ZEROS TO WRK-TGR-NO-PREDIO(WRK-IDX-GRUPO).
001690 1500-CARREGAR-GRUPOS-EXIT.
001691     EXIT.
001692
001693******************************************************************
001694* 2000-IMPRIMIR-CABECALHO
001700* IMPRIME O CABECALHO COM A DATA DE NEGOCIO E O NUMERO DA PAGINA.
001710******************************************************************
001720 2000-IMPRIMIR-CABECALHO.
001840* 3000-PROCESSAR-REGISTROS
001850* PARA CADA REGISTRANTE CUJA DATA DE CADASTRO BATE COM A DATA
001860* DE NEGOCIO DO DIA, IMPRIME UMA LINHA DE DETALHE.
001865* MEMBRO DE GRUPO TEM A LINHA GUARDADA PARA A SECAO DE GRUPOS.
001870******************************************************************
001880 3000-PROCESSAR-REGISTROS.
001890     IF REG-DATA-CADASTRO = WRK-DATA-NEGOCIO
001950         MOVE REG-SEQUENCIA TO WRK-DET-SEQ
001960         MOVE REG-NOME TO WRK-DET-NOME
001962*        PRE-REGISTRO SEM CHEGADA CONFIRMADA: ENTRADA EM
001974         END-IF
001975         PERFORM 3500-FORMATAR-SAIDA
001976             THRU 3500-FORMATAR-SAIDA-EXIT
001980         MOVE ZEROS TO WRK-GRUPO-ACHADO
001984         IF REG-ID-GRUPO IS NUMERIC AND REG-ID-GRUPO > 0
001988             PERFORM 3100-GUARDAR-MEMBRO
001992                 THRU 3100-GUARDAR-MEMBRO-EXIT
001996         END-IF
002000         IF WRK-GRUPO-ACHADO = 0
002004             MOVE WRK-DETALHE TO WRK-LINHA-IMPRESSAO
002008             PERFORM 3750-GRAVAR-LINHA
002012                 THRU 3750-GRAVAR-LINHA-EXIT
002016         END-IF
002020     END-IF.
002030 
002040     READ REGFILE NEXT RECORD
002070     END-READ.
002080 3000-PROCESSAR-REGISTROS-EXIT.
002090     EXIT.
002091
002092******************************************************************
002093* 3100-GUARDAR-MEMBRO
002094* PROCURA O GRUPO DO MEMBRO NA TABELA DE GRUPOS DO DIA E GUARDA A
002095* LINHA DE DETALHE NA TABELA DE MEMBROS, CONTANDO O REALIZADO DO
002096* GRUPO (ENTROU E, SEM SAIDA, AINDA NO PREDIO). SEM GRUPO NA
002097* TABELA OU COM A TABELA DE MEMBROS CHEIA, WRK-GRUPO-ACHADO VOLTA
002098* ZERADO E O CADASTRO SAI NA LISTA GERAL.
002099******************************************************************
002100 3100-GUARDAR-MEMBRO.
002101     PERFORM 3110-COMPARAR-GRUPO THRU 3110-COMPARAR-GRUPO-EXIT
002102         VARYING WRK-IDX-GRUPO FROM 1 BY 1
002103         UNTIL WRK-IDX-GRUPO > WRK-QTDE-GRUPOS
002104            OR WRK-GRUPO-ACHADO > 0.
002105     IF WRK-GRUPO-ACHADO = 0
002106         ADD 1 TO WRK-QTDE-MEMBROS-FORA
002107         GO TO 3100-GUARDAR-MEMBRO-EXIT
002108     END-IF.
002109     IF WRK-QTDE-MEMBROS >= 500
002110         ADD 1 TO WRK-QTDE-MEMBROS-FORA
002111         MOVE ZEROS TO WRK-GRUPO-ACHADO
002112         GO TO 3100-GUARDAR-MEMBRO-EXIT
002113     END-IF.
002114     ADD 1 TO WRK-QTDE-MEMBROS.
002115     MOVE WRK-QTDE-MEMBROS TO WRK-IDX-MEMBRO.
002116     MOVE WRK-GRUPO-ACHADO TO WRK-TMB-GRUPO(WRK-IDX-MEMBRO).
002117     MOVE REG-NOME TO WRK-TMB-NOME(WRK-IDX-MEMBRO).
002118     MOVE REG-HORA-CADASTRO TO WRK-TMB-HORA(WRK-IDX-MEMBRO).
002119     MOVE WRK-DETALHE TO WRK-TMB-DETALHE(WRK-IDX-MEMBRO).
002120     SET MEMBRO-AUSENTE(WRK-IDX-MEMBRO) TO TRUE.
002121     ADD 1 TO WRK-TGR-MEMBROS(WRK-GRUPO-ACHADO).
002122     ADD 1 TO WRK-TOTAL-EM-GRUPO.
002123     IF REG-PRE-REGISTRADO
002124         GO TO 3100-GUARDAR-MEMBRO-EXIT
002125     END-IF.
002126     ADD 1 TO WRK-TGR-ENTRARAM(WRK-GRUPO-ACHADO).
002127*    MESMA REGRA DA SECAO "AINDA NO PREDIO" (5100).
002128     IF NOT REG-SAIDA-AUTOMATICA AND
002129            (REG-HORA-SAIDA IS NOT NUMERIC OR
002130             REG-HORA-SAIDA = 0)
002131         SET MEMBRO-PRESENTE(WRK-IDX-MEMBRO) TO TRUE
002132         ADD 1 TO WRK-TGR-NO-PREDIO(WRK-GRUPO-ACHADO)
002133     END-IF.
002134 3100-GUARDAR-MEMBRO-EXIT.
002135     EXIT.
002136
002137******************************************************************
002138* 3110-COMPARAR-GRUPO
002139* COMPARA O GRUPO CORRENTE DA TABELA COM O GRUPO DO MEMBRO.
002140******************************************************************
002141 3110-COMPARAR-GRUPO.
002142     IF WRK-TGR-ID(WRK-IDX-GRUPO) = REG-ID-GRUPO
002143         MOVE WRK-IDX-GRUPO TO WRK-GRUPO-ACHADO
002144     END-IF.
002145 3110-COMPARAR-GRUPO-EXIT.
002146     EXIT.
002147
002148******************************************************************
002149* 3500-FORMATAR-SAIDA
002150* PREENCHE AS COLUNAS DE HORA DE SAIDA E DURACAO DA VISITA DA
002151* LINHA DE DETALHE. REGISTROS SEM SAIDA (ZEROS, OU ESPACOS NOS
002152* CONVERTIDOS ANTES DA CRIACAO DO CAMPO) FICAM COM AS COLUNAS
002153* EM BRANCO.
002154******************************************************************
002155 3500-FORMATAR-SAIDA.
002156     MOVE SPACES TO WRK-DET-SAIDA WRK-DET-DURACAO.
002157*    PRE-REGISTRO DA ATIVACAO (PROGCB23) SEM CHEGADA
002158*    CONFIRMADA: O VISITANTE NUNCA ENTROU - A COLUNA DE SAIDA
002159*    MOSTRA "FALTOU".
002160     IF REG-PRE-REGISTRADO
002161         MOVE "FALTOU" TO WRK-DET-SAIDA
002162         GO TO 3500-FORMATAR-SAIDA-EXIT
002163     END-IF.
002164*    FECHADO PELO LOTE NOTURNO SEM SAIDA CARIMBADA: A COLUNA DE
002165*    SAIDA MOSTRA "AUTO" PARA NAO PASSAR POR SAIDA REAL.
002166     IF REG-SAIDA-AUTOMATICA
002167         MOVE "AUTO" TO WRK-DET-SAIDA
002168         GO TO 3500-FORMATAR-SAIDA-EXIT
002169     END-IF.
002170     IF REG-HORA-SAIDA IS NOT NUMERIC OR REG-HORA-SAIDA = 0
002171         GO TO 3500-FORMATAR-SAIDA-EXIT
002172     END-IF.
002173     MOVE REG-HORA-SAIDA TO WRK-DET-SAIDA.
002174
002175     MOVE REG-HORA-CADASTRO TO WRK-HORA-DECOMPOSTA.
002176     COMPUTE WRK-SEG-ENTRADA = (WRK-HD-HH * 3600) +
002177             (WRK-HD-MM * 60) + WRK-HD-SS.
002178     MOVE REG-HORA-SAIDA TO WRK-HORA-DECOMPOSTA.
002179     COMPUTE WRK-SEG-SAIDA = (WRK-HD-HH * 3600) +
002180             (WRK-HD-MM * 60) + WRK-HD-SS.
002181
002182*    SAIDA ANTERIOR A ENTRADA (RELOGIO AJUSTADO OU CARIMBO
002183*    ERRADO) NAO GERA DURACAO - A COLUNA FICA EM BRANCO.
002184     IF WRK-SEG-SAIDA < WRK-SEG-ENTRADA
002185         GO TO 3500-FORMATAR-SAIDA-EXIT
002186     END-IF.
002187     COMPUTE WRK-SEG-DURACAO = WRK-SEG-SAIDA - WRK-SEG-ENTRADA.
002188     DIVIDE WRK-SEG-DURACAO BY 3600 GIVING WRK-DUR-HH
002189         REMAINDER WRK-SEG-RESTO.
002190     DIVIDE WRK-SEG-RESTO BY 60 GIVING WRK-DUR-MM
002191         REMAINDER WRK-DUR-SS.
002192     MOVE WRK-DURACAO-HMS TO WRK-DET-DURACAO.
002193 3500-FORMATAR-SAIDA-EXIT.
002194     EXIT.
002195
002196******************************************************************
002197* 3700-IMPRIMIR-GRUPOS
002198* SECAO "VISITAS EM GRUPO": CADA GRUPO DO DIA COM O LIDER, O
002199* PREVISTO CONTRA O REALIZADO E OS MEMBROS ANINHADOS SOB ELE.
002200******************************************************************
002201 3700-IMPRIMIR-GRUPOS.
002202     IF WRK-QTDE-GRUPOS = 0 AND WRK-QTDE-MEMBROS-FORA = 0
002203         GO TO 3700-IMPRIMIR-GRUPOS-EXIT
002204     END-IF.
002205     MOVE SPACES TO WRK-LINHA-IMPRESSAO.
002206     PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT.
002207     MOVE "VISITAS EM GRUPO:" TO WRK-LINHA-IMPRESSAO.
002208     PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT.
002209     PERFORM 3710-IMPRIMIR-GRUPO THRU 3710-IMPRIMIR-GRUPO-EXIT
002210         VARYING WRK-IDX-GRUPO FROM 1 BY 1
002211         UNTIL WRK-IDX-GRUPO > WRK-QTDE-GRUPOS.
002212     IF WRK-QTDE-MEMBROS-FORA > 0
002213         MOVE WRK-QTDE-MEMBROS-FORA TO WRK-ROD-FORA
002214         MOVE WRK-RODAPE-FORA TO WRK-LINHA-IMPRESSAO
002215         PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT
002216     END-IF.
002217     MOVE SPACES TO WRK-LINHA-IMPRESSAO.
002218     PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT.
002219     MOVE WRK-TOTAL-EM-GRUPO TO WRK-ROD-EM-GRUPO.
002220     MOVE WRK-RODAPE-GRUPOS TO WRK-LINHA-IMPRESSAO.
002221     PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT.
002222 3700-IMPRIMIR-GRUPOS-EXIT.
002223     EXIT.
002224
002225******************************************************************
002226* 3710-IMPRIMIR-GRUPO
002227* IMPRIME O CABECALHO DE UM GRUPO E OS MEMBROS GUARDADOS DELE.
002228******************************************************************
002229 3710-IMPRIMIR-GRUPO.
002230     MOVE SPACES TO WRK-LINHA-IMPRESSAO.
002231     PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT.
002232     MOVE WRK-TGR-ID(WRK-IDX-GRUPO) TO WRK-GRU-ID.
002233     MOVE WRK-TGR-DESCRICAO(WRK-IDX-GRUPO) TO WRK-GRU-DESCRICAO.
002234     MOVE WRK-LINHA-GRUPO TO WRK-LINHA-IMPRESSAO.
002235     PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT.
002236     MOVE WRK-TGR-LIDER(WRK-IDX-GRUPO) TO WRK-GRU-LIDER.
002237     MOVE WRK-LINHA-GRUPO-LIDER TO WRK-LINHA-IMPRESSAO.
002238     PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT.
002239     MOVE WRK-TGR-PREVISTA(WRK-IDX-GRUPO) TO WRK-GRU-PREVISTA.
002240     MOVE WRK-TGR-ENTRARAM(WRK-IDX-GRUPO) TO WRK-GRU-ENTRARAM.
002241     MOVE WRK-TGR-NO-PREDIO(WRK-IDX-GRUPO) TO WRK-GRU-NO-PREDIO.
002242     MOVE WRK-LINHA-GRUPO-QTDE TO WRK-LINHA-IMPRESSAO.
002243     PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT.
002244     IF WRK-TGR-MEMBROS(WRK-IDX-GRUPO) = 0
002245         MOVE "        NENHUM MEMBRO CADASTRADO NO DIA."
002246             TO WRK-LINHA-IMPRESSAO
002247         PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT
002248         GO TO 3710-IMPRIMIR-GRUPO-EXIT
002249     END-IF.
002250     PERFORM 3720-IMPRIMIR-MEMBRO THRU 3720-IMPRIMIR-MEMBRO-EXIT
002251         VARYING WRK-IDX-MEMBRO FROM 1 BY 1
002252         UNTIL WRK-IDX-MEMBRO > WRK-QTDE-MEMBROS.
002253 3710-IMPRIMIR-GRUPO-EXIT.
002254     EXIT.
002255
002256******************************************************************
002257* 3720-IMPRIMIR-MEMBRO
002258* IMPRIME, RECUADA SOB O GRUPO, A LINHA DO MEMBRO CORRENTE DA
002259* TABELA SE ELE PERTENCE AO GRUPO QUE ESTA SENDO IMPRESSO.
002260******************************************************************
002261 3720-IMPRIMIR-MEMBRO.
002262     IF WRK-TMB-GRUPO(WRK-IDX-MEMBRO) NOT = WRK-IDX-GRUPO
002263         GO TO 3720-IMPRIMIR-MEMBRO-EXIT
002264     END-IF.
002265     MOVE WRK-TMB-DETALHE(WRK-IDX-MEMBRO) TO WRK-MBR-DETALHE.
002266     MOVE WRK-LINHA-MEMBRO TO WRK-LINHA-IMPRESSAO.
002267     PERFORM 3750-GRAVAR-LINHA THRU 3750-GRAVAR-LINHA-EXIT.
002268 3720-IMPRIMIR-MEMBRO-EXIT.
002269     EXIT.
002270
002271******************************************************************
002272* 3750-GRAVAR-LINHA
002273* GRAVA WRK-LINHA-IMPRESSAO NO RELATORIO, ABRINDO NOVA PAGINA COM
002274* CABECALHO QUANDO A PAGINA CORRENTE ESTA CHEIA.
002275******************************************************************
002276 3750-GRAVAR-LINHA.
002277     IF WRK-LINHAS-NA-PAGINA >= WRK-MAX-LINHAS-PAGINA
002278         ADD 1 TO WRK-PAGINA
002279         PERFORM 2000-IMPRIMIR-CABECALHO
002280             THRU 2000-IMPRIMIR-CABECALHO-EXIT
002281     END-IF.
002282     MOVE WRK-LINHA-IMPRESSAO TO REL-LINHA.
002283     WRITE REL-LINHA.
002284     ADD 1 TO WRK-LINHAS-NA-PAGINA.
002285 3750-GRAVAR-LINHA-EXIT.
002286     EXIT.
002287
002288******************************************************************
002289* 4000-IMPRIMIR-RODAPE
002290* IMPRIME A CONTAGEM TOTAL DE ASSINATURAS DO DIA.
002291******************************************************************
002292 4000-IMPRIMIR-RODAPE.
002293     MOVE SPACES TO REL-LINHA.
002294     WRITE REL-LINHA.
002295     MOVE WRK-TOTAL-ASSINATURAS TO WRK-ROD-TOTAL.
002296     MOVE WRK-RODAPE TO REL-LINHA.
002297     WRITE REL-LINHA.
002298 4000-IMPRIMIR-RODAPE-EXIT.
002299     EXIT.
002300
002301******************************************************************
002302* 5000-IMPRIMIR-PRESENTES
002303* SEGUNDA PASSADA NO MESTRE: LISTA OS CADASTROS DO DIA SEM
002304* SAIDA REGISTRADA - A LISTA DE EVACUACAO QUE O BOMBEIRO PEDE
002310* ("QUEM AINDA ESTA NO PREDIO AGORA?").
002320******************************************************************
002330 5000-IMPRIMIR-PRESENTES.
002540     PERFORM 5100-LISTAR-PRESENTE
002550         THRU 5100-LISTAR-PRESENTE-EXIT
002560         UNTIL FIM-REGFILE.
002562     PERFORM 5200-LISTAR-GRUPO-PRESENTE
002564         THRU 5200-LISTAR-GRUPO-PRESENTE-EXIT
002566         VARYING WRK-IDX-GRUPO FROM 1 BY 1
002568         UNTIL WRK-IDX-GRUPO > WRK-QTDE-GRUPOS.
002570
002580     IF WRK-TOTAL-PRESENTES = 0
002590         MOVE "    NINGUEM PENDENTE DE SAIDA." TO REL-LINHA
002740* (ZEROS, OU ESPACOS NOS REGISTROS CONVERTIDOS). CADASTRO JA
002745* ENCERRADO PELO FECHAMENTO AUTOMATICO NOTURNO NAO CONTA -
002748* ELE SAI NA LISTA DE EXCECOES AUTOFECH.LST DO PROGCB19.
002749* MEMBRO GUARDADO NA TABELA DE MEMBROS SAI SOB O GRUPO (5200).
002750******************************************************************
002760 5100-LISTAR-PRESENTE.
002761     MOVE ZEROS TO WRK-MEMBRO-ACHADO.
002762     IF REG-ID-GRUPO IS NUMERIC AND REG-ID-GRUPO > 0
002763         PERFORM 5150-PROCURAR-MEMBRO
002764             THRU 5150-PROCURAR-MEMBRO-EXIT
002765             VARYING WRK-IDX-MEMBRO FROM 1 BY 1
002766             UNTIL WRK-IDX-MEMBRO > WRK-QTDE-MEMBROS
002767                OR WRK-MEMBRO-ACHADO > 0
002768     END-IF.
002770     IF REG-DATA-CADASTRO = WRK-DATA-NEGOCIO AND
002771            WRK-MEMBRO-ACHADO = 0 AND
002772            NOT REG-PRE-REGISTRADO AND
002775            NOT REG-SAIDA-AUTOMATICA AND
002780            (REG-HORA-SAIDA IS NOT NUMERIC OR
002890     END-READ.
002900 5100-LISTAR-PRESENTE-EXIT.
002910     EXIT.
002911
002912******************************************************************
002913* 5150-PROCURAR-MEMBRO
002914* COMPARA O MEMBRO CORRENTE DA TABELA COM O CADASTRO LIDO.
002915******************************************************************
002916 5150-PROCURAR-MEMBRO.
002917     IF WRK-TMB-NOME(WRK-IDX-MEMBRO) = REG-NOME
002918         MOVE WRK-IDX-MEMBRO TO WRK-MEMBRO-ACHADO
002919     END-IF.
002920 5150-PROCURAR-MEMBRO-EXIT.
002921     EXIT.
002922
002923******************************************************************
002924* 5200-LISTAR-GRUPO-PRESENTE
002925* GRUPO COM MEMBROS AINDA NO PREDIO: IMPRIME O GRUPO E O LIDER -
002926* RESPONSAVEL PELOS MEMBROS NA EVACUACAO - E, RECUADOS SOB ELES,
002927* OS MEMBROS SEM SAIDA, QUE ENTRAM NO TOTAL AINDA NO PREDIO.
002928******************************************************************
002929 5200-LISTAR-GRUPO-PRESENTE.
002930     IF WRK-TGR-NO-PREDIO(WRK-IDX-GRUPO) = 0
002931         GO TO 5200-LISTAR-GRUPO-PRESENTE-EXIT
002932     END-IF.
002933     MOVE WRK-TGR-ID(WRK-IDX-GRUPO) TO WRK-GRU-ID.
002934     MOVE WRK-TGR-DESCRICAO(WRK-IDX-GRUPO) TO WRK-GRU-DESCRICAO.
002935     MOVE WRK-LINHA-GRUPO TO REL-LINHA.
002936     WRITE REL-LINHA.
002937     MOVE WRK-TGR-LIDER(WRK-IDX-GRUPO) TO WRK-GRU-LIDER.
002938     MOVE WRK-LINHA-GRUPO-LIDER TO REL-LINHA.
002939     WRITE REL-LINHA.
002940     PERFORM 5210-LISTAR-MEMBRO-PRESENTE
002941         THRU 5210-LISTAR-MEMBRO-PRESENTE-EXIT
002942         VARYING WRK-IDX-MEMBRO FROM 1 BY 1
002943         UNTIL WRK-IDX-MEMBRO > WRK-QTDE-MEMBROS.
002944 5200-LISTAR-GRUPO-PRESENTE-EXIT.
002945     EXIT.
002946
002947******************************************************************
002948* 5210-LISTAR-MEMBRO-PRESENTE
002949* IMPRIME O MEMBRO CORRENTE DA TABELA SE ELE E DO GRUPO QUE ESTA
002950* SENDO IMPRESSO E AINDA ESTA NO PREDIO.
002951******************************************************************
002952 5210-LISTAR-MEMBRO-PRESENTE.
002953     IF WRK-TMB-GRUPO(WRK-IDX-MEMBRO) NOT = WRK-IDX-GRUPO
002954         GO TO 5210-LISTAR-MEMBRO-PRESENTE-EXIT
002955     END-IF.
002956     IF NOT MEMBRO-PRESENTE(WRK-IDX-MEMBRO)
002957         GO TO 5210-LISTAR-MEMBRO-PRESENTE-EXIT
002958     END-IF.
002959     MOVE WRK-TMB-NOME(WRK-IDX-MEMBRO) TO WRK-PRES-NOME.
002960     MOVE WRK-TMB-HORA(WRK-IDX-MEMBRO) TO WRK-PRES-HORA.
002961     MOVE WRK-LINHA-PRESENTE TO WRK-MBR-DETALHE.
002962     MOVE WRK-LINHA-MEMBRO TO REL-LINHA.
002963     WRITE REL-LINHA.
002964     ADD 1 TO WRK-TOTAL-PRESENTES.
002965 5210-LISTAR-MEMBRO-PRESENTE-EXIT.
002966     EXIT.
002967
002968******************************************************************
002969* 6000-IMPRIMIR-CRACHAS-FORA
002970* VARRE O INVENTARIO DE CRACHAS (BDGFILE) E LISTA OS QUE AINDA
002971* ESTAO EM USO - OS NUMEROS QUE A RECEPCAO PRECISA COBRAR NO
002972* FECHAMENTO DO DIA, COM QUEM ASSINOU POR ELES E DESDE QUANDO.
002980******************************************************************
002990 6000-IMPRIMIR-CRACHAS-FORA.
003000     MOVE SPACES TO REL-LINHA.
003560******************************************************************
003570 9999-FINALIZAR.
003580     CLOSE REGFILE.
003582     IF GRUPOS-ABERTO
003584         CLOSE GRPFILE
003586     END-IF.
003590     CLOSE RELFILE.
003600 9999-FINALIZAR-EXIT.
003610     EXIT.
