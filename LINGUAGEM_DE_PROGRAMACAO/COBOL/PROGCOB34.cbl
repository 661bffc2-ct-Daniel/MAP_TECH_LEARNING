000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB34.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: CONFERENCIA NOTURNA DOS AVISOS AO ANFITRIAO,
000190*           EXECUTADA PELO CONDUTOR DO LOTE (PROGCB13) COMO
000200*           ULTIMO PASSO DA CADEIA. CARREGA OS AVISOS DE
000210*           CHEGADA E SAIDA DO DIA GRAVADOS PELA RECEPCAO
000220*           (NTFFILE, PROGCOB01), CASA COM ELES O ARQUIVO DE
000230*           RETORNO DO GATEWAY DE E-MAIL/SMS (NTRFILE) PELA
000240*           SEQUENCIA DO AVISO E LISTA EM NOTIF.LST: OS AVISOS
000250*           QUE FALHARAM, OS QUE O GATEWAY NUNCA CONFIRMOU E OS
000260*           ANFITRIOES DO ANFFILE SEM E-MAIL E SEM CELULAR, PARA
000270*           A RECEPCAO CORRIGIR O CADASTRO (PROGCB16) ANTES DA
000280*           PROXIMA VISITA. NADA E CORRIGIDO AQUI. EXCECAO NAO
000290*           FAZ O PASSO FALHAR; SO A FALTA DA LISTA FAZ.
000300*
000310* HISTORICO DE ALTERACOES
000320* DATA       INIC.  DESCRICAO
000330* ---------- -----  ------------------------------------------
000340* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT NTFFILE ASSIGN TO "NTFFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WRK-NTF-STATUS.
000420
000430     SELECT NTRFILE ASSIGN TO "NTRFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WRK-NTR-STATUS.
000460
000470     SELECT ANFFILE ASSIGN TO "ANFFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS ANF-ID
000510         FILE STATUS IS WRK-ANF-STATUS.
000520
000530     SELECT RELFILE ASSIGN TO "NOTIF.LST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WRK-REL-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  NTFFILE.
000600     COPY NTFREC.
000610
000620 FD  NTRFILE.
000630     COPY NTRREC.
000640
000650 FD  ANFFILE.
000660     COPY ANFREC.
000670
000680 FD  RELFILE.
000690 01  REL-LINHA                   PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720 77  WRK-NTF-STATUS              PIC X(02) VALUE "00".
000730 77  WRK-NTR-STATUS              PIC X(02) VALUE "00".
000740 77  WRK-ANF-STATUS              PIC X(02) VALUE "00".
000750 77  WRK-REL-STATUS              PIC X(02) VALUE "00".
000760
000770 77  WRK-SW-FIM-ARQUIVO          PIC X(01) VALUE "N".
000780     88  FIM-ARQUIVO                     VALUE "S".
000790     88  NAO-FIM-ARQUIVO                 VALUE "N".
000800 77  WRK-SW-RELFILE              PIC X(01) VALUE "N".
000810     88  RELFILE-DISPONIVEL              VALUE "S".
000820     88  RELFILE-INDISPONIVEL            VALUE "N".
000830 77  WRK-SW-RETORNO              PIC X(01) VALUE "N".
000840     88  RETORNO-RECEBIDO                VALUE "S".
000850     88  RETORNO-AUSENTE                 VALUE "N".
000860 77  WRK-SW-ACHADO               PIC X(01) VALUE "N".
000870     88  ENTRADA-ACHADA                  VALUE "S".
000880     88  ENTRADA-NAO-ACHADA              VALUE "N".
000890
000900 77  WRK-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
000910
000920*    AVISOS DO DIA, NA ORDEM DO NTFFILE. SITUACAO: P = SEM
000930*    RETORNO DO GATEWAY, E = ENTREGUE, F = FALHA (VALE A
000940*    ULTIMA LINHA DO NTRFILE PARA A MESMA SEQUENCIA).
000950 01  WRK-TAB-AVISOS.
000960     02  WRK-AVI-ENTRADA OCCURS 2000 TIMES.
000970         03  WRK-TAV-SEQUENCIA   PIC 9(06).
000980         03  WRK-TAV-EVENTO      PIC X(01).
000990         03  WRK-TAV-HORA        PIC 9(06).
001000         03  WRK-TAV-ANFITRIAO   PIC X(08).
001010         03  WRK-TAV-NOME        PIC X(30).
001020         03  WRK-TAV-CRACHA      PIC 9(04).
001030         03  WRK-TAV-SW-CONTATO  PIC X(01).
001040             88  AVISO-SEM-CONTATO       VALUE "N".
001050         03  WRK-TAV-SITUACAO    PIC X(01).
001060             88  AVISO-PENDENTE          VALUE "P".
001070             88  AVISO-ENTREGUE          VALUE "E".
001080             88  AVISO-FALHOU            VALUE "F".
001090         03  WRK-TAV-CANAL       PIC X(01).
001100         03  WRK-TAV-MOTIVO      PIC X(30).
001110 77  WRK-QTDE-AVISOS             PIC 9(04) VALUE ZEROS.
001120 77  WRK-IDX-AVI                 PIC 9(04) VALUE ZEROS.
001130 77  WRK-IDX-AVI-ACHADO          PIC 9(04) VALUE ZEROS.
001140
001150 77  WRK-QTDE-ENTREGUES          PIC 9(06) VALUE ZEROS.
001160 77  WRK-QTDE-FALHAS             PIC 9(06) VALUE ZEROS.
001170 77  WRK-QTDE-SEM-RETORNO        PIC 9(06) VALUE ZEROS.
001180 77  WRK-QTDE-SEM-CONTATO        PIC 9(06) VALUE ZEROS.
001190 77  WRK-QTDE-RETORNOS           PIC 9(06) VALUE ZEROS.
001200 77  WRK-QTDE-NAO-CASADOS        PIC 9(06) VALUE ZEROS.
001210 77  WRK-QTDE-TRANSBORDO         PIC 9(06) VALUE ZEROS.
001220 77  WRK-QTDE-AVISOS-ANF         PIC 9(04) VALUE ZEROS.
001230 77  WRK-QTDE-SECAO              PIC 9(06) VALUE ZEROS.
001240 77  WRK-QTDE-EXCECOES           PIC 9(06) VALUE ZEROS.
001250
001260 01  WRK-CABECALHO.
001270     02  FILLER                  PIC X(38)
001280         VALUE "CONFERENCIA DOS AVISOS AO ANFITRIAO - ".
001290     02  WRK-CAB-DATA            PIC 9(08).
001300
001310 01  WRK-LINHA-AVISO.
001320     02  FILLER                  PIC X(04) VALUE SPACES.
001330     02  WRK-LAV-SEQUENCIA       PIC 9(06).
001340     02  FILLER                  PIC X(01) VALUE SPACES.
001350     02  WRK-LAV-EVENTO          PIC X(07).
001360     02  FILLER                  PIC X(01) VALUE SPACES.
001370     02  WRK-LAV-HORA            PIC 9(06).
001380     02  FILLER                  PIC X(01) VALUE SPACES.
001390     02  WRK-LAV-ANFITRIAO       PIC X(08).
001400     02  FILLER                  PIC X(01) VALUE SPACES.
001410     02  WRK-LAV-NOME            PIC X(30).
001420     02  FILLER                  PIC X(01) VALUE SPACES.
001430     02  WRK-LAV-CRACHA          PIC 9(04).
001440
001450 01  WRK-LINHA-MOTIVO.
001460     02  FILLER                  PIC X(11) VALUE SPACES.
001470     02  WRK-LMO-CANAL           PIC X(09).
001480     02  WRK-LMO-MOTIVO          PIC X(40).
001490
001500 01  WRK-LINHA-ANFITRIAO.
001510     02  FILLER                  PIC X(04) VALUE SPACES.
001520     02  WRK-LAN-ID              PIC X(08).
001530     02  FILLER                  PIC X(01) VALUE SPACES.
001540     02  WRK-LAN-NOME            PIC X(30).
001550     02  FILLER                  PIC X(01) VALUE SPACES.
001560     02  WRK-LAN-DEPTO           PIC X(20).
001570     02  FILLER                  PIC X(01) VALUE SPACES.
001580     02  WRK-LAN-AVISOS          PIC ZZZ9.
001590     02  FILLER                  PIC X(07) VALUE " AVISOS".
001600
001610 01  WRK-LINHA-TOTAL.
001620     02  FILLER                  PIC X(17)
001630         VALUE "    OCORRENCIAS: ".
001640     02  WRK-TOT-QTDE            PIC ZZZ,ZZ9.
001650
001660 01  WRK-LINHA-RESUMO.
001670     02  WRK-RES-TITULO          PIC X(44).
001680     02  WRK-RES-VALOR           PIC ZZZ,ZZ9.
001690
001700 PROCEDURE DIVISION.
001710******************************************************************
001720* 0000-MAINLINE
001730* CARREGA OS AVISOS DO DIA, CASA O RETORNO DO GATEWAY E IMPRIME
001740* AS TRES SECOES DA LISTA E O RESUMO.
001750******************************************************************
001760 0000-MAINLINE.
001770     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001780     IF RELFILE-DISPONIVEL
001790         PERFORM 2000-CARREGAR-AVISOS
001800             THRU 2000-CARREGAR-AVISOS-EXIT
001810         PERFORM 3000-CASAR-RETORNO
001820             THRU 3000-CASAR-RETORNO-EXIT
001830         PERFORM 4000-LISTAR-FALHAS
001840             THRU 4000-LISTAR-FALHAS-EXIT
001850         PERFORM 5000-LISTAR-SEM-RETORNO
001860             THRU 5000-LISTAR-SEM-RETORNO-EXIT
001870         PERFORM 6000-LISTAR-SEM-CONTATO
001880             THRU 6000-LISTAR-SEM-CONTATO-EXIT
001890         PERFORM 8000-IMPRIMIR-RESUMO
001900             THRU 8000-IMPRIMIR-RESUMO-EXIT
001910     END-IF.
001920     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001930     GOBACK.
001940
001950******************************************************************
001960* 1000-INICIALIZAR
001970* ZERA OS TOTAIS E ABRE A LISTA. SEM A LISTA NADA PODE SER
001980* RELATADO E O PASSO FALHA.
001990******************************************************************
002000 1000-INICIALIZAR.
002010     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002020     MOVE ZEROS TO WRK-QTDE-AVISOS.
002030     MOVE ZEROS TO WRK-QTDE-ENTREGUES.
002040     MOVE ZEROS TO WRK-QTDE-FALHAS.
002050     MOVE ZEROS TO WRK-QTDE-SEM-RETORNO.
002060     MOVE ZEROS TO WRK-QTDE-SEM-CONTATO.
002070     MOVE ZEROS TO WRK-QTDE-RETORNOS.
002080     MOVE ZEROS TO WRK-QTDE-NAO-CASADOS.
002090     MOVE ZEROS TO WRK-QTDE-TRANSBORDO.
002100     MOVE ZEROS TO WRK-QTDE-EXCECOES.
002110     SET RELFILE-INDISPONIVEL TO TRUE.
002120     SET RETORNO-AUSENTE TO TRUE.
002130
002140     OPEN OUTPUT RELFILE.
002150     IF WRK-REL-STATUS NOT = "00"
002160         DISPLAY "ARQUIVO NOTIF.LST INDISPONIVEL - STATUS "
002170                 WRK-REL-STATUS " - CONFERENCIA NAO EXECUTADA"
002180*        SINALIZA A FALHA AO CONDUTOR DO LOTE (PROGCB13).
002190         MOVE 8 TO RETURN-CODE
002200         GO TO 1000-INICIALIZAR-EXIT
002210     END-IF.
002220     SET RELFILE-DISPONIVEL TO TRUE.
002230     MOVE WRK-DATA-EXECUCAO TO WRK-CAB-DATA.
002240     MOVE WRK-CABECALHO TO REL-LINHA.
002250     WRITE REL-LINHA.
002260 1000-INICIALIZAR-EXIT.
002270     EXIT.
002280
002290******************************************************************
002300* 1300-ABRIR-SECAO
002310* IMPRIME O TITULO DA SECAO (EM REL-LINHA) E ZERA A CONTAGEM.
002320******************************************************************
002330 1300-ABRIR-SECAO.
002340     MOVE ZEROS TO WRK-QTDE-SECAO.
002350     WRITE REL-LINHA.
002360 1300-ABRIR-SECAO-EXIT.
002370     EXIT.
002380
002390******************************************************************
002400* 1400-FECHAR-SECAO
002410* IMPRIME A CONTAGEM DA SECAO, OU QUE ELA NAO TEVE OCORRENCIA.
002420******************************************************************
002430 1400-FECHAR-SECAO.
002440     IF WRK-QTDE-SECAO = 0
002450         MOVE "    NENHUMA OCORRENCIA." TO REL-LINHA
002460     ELSE
002470         MOVE WRK-QTDE-SECAO TO WRK-TOT-QTDE
002480         MOVE WRK-LINHA-TOTAL TO REL-LINHA
002490     END-IF.
002500     WRITE REL-LINHA.
002510     ADD WRK-QTDE-SECAO TO WRK-QTDE-EXCECOES.
002520 1400-FECHAR-SECAO-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 2000-CARREGAR-AVISOS
002570* CARREGA NA TABELA OS AVISOS DO NTFFILE DATADOS DO DIA DA
002580* EXECUCAO, TODOS SEM RETORNO ATE O CASAMENTO. NTFFILE AINDA
002590* NAO CRIADO = NENHUM AVISO GRAVADO (NAO E ERRO).
002600******************************************************************
002610 2000-CARREGAR-AVISOS.
002620     OPEN INPUT NTFFILE.
002630     IF WRK-NTF-STATUS = "35"
002640         MOVE "NTFFILE AINDA NAO CRIADO - NENHUM AVISO GRAVADO."
002650             TO REL-LINHA
002660         WRITE REL-LINHA
002670         GO TO 2000-CARREGAR-AVISOS-EXIT
002680     END-IF.
002690     IF WRK-NTF-STATUS NOT = "00"
002700         MOVE SPACES TO REL-LINHA
002710         STRING "NTFFILE INDISPONIVEL - STATUS " WRK-NTF-STATUS
002720                " - AVISOS NAO CONFERIDOS."
002730             DELIMITED BY SIZE INTO REL-LINHA
002740         WRITE REL-LINHA
002750         GO TO 2000-CARREGAR-AVISOS-EXIT
002760     END-IF.
002770     SET NAO-FIM-ARQUIVO TO TRUE.
002780     PERFORM 2100-CARREGAR-UM-AVISO
002790         THRU 2100-CARREGAR-UM-AVISO-EXIT
002800         UNTIL FIM-ARQUIVO.
002810     CLOSE NTFFILE.
002820 2000-CARREGAR-AVISOS-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860* 2100-CARREGAR-UM-AVISO
002870* LE O PROXIMO AVISO E, SE FOR DO DIA, GUARDA-O NA TABELA.
002880* TABELA CHEIA DEIXA O AVISO FORA DA CONFERENCIA (AVISO NO
002890* RESUMO).
002900******************************************************************
002910 2100-CARREGAR-UM-AVISO.
002920     READ NTFFILE
002930         AT END
002940             SET FIM-ARQUIVO TO TRUE
002950             GO TO 2100-CARREGAR-UM-AVISO-EXIT
002960     END-READ.
002970     IF NTF-DATA NOT = WRK-DATA-EXECUCAO
002980         GO TO 2100-CARREGAR-UM-AVISO-EXIT
002990     END-IF.
003000     IF WRK-QTDE-AVISOS >= 2000
003010         ADD 1 TO WRK-QTDE-TRANSBORDO
003020         GO TO 2100-CARREGAR-UM-AVISO-EXIT
003030     END-IF.
003040     ADD 1 TO WRK-QTDE-AVISOS.
003050     MOVE WRK-QTDE-AVISOS TO WRK-IDX-AVI.
003060     MOVE NTF-SEQUENCIA TO WRK-TAV-SEQUENCIA(WRK-IDX-AVI).
003070     MOVE NTF-EVENTO TO WRK-TAV-EVENTO(WRK-IDX-AVI).
003080     MOVE NTF-HORA TO WRK-TAV-HORA(WRK-IDX-AVI).
003090     MOVE NTF-ID-ANFITRIAO TO WRK-TAV-ANFITRIAO(WRK-IDX-AVI).
003100     MOVE NTF-NOME-VISITANTE TO WRK-TAV-NOME(WRK-IDX-AVI).
003110     MOVE NTF-NUM-CRACHA TO WRK-TAV-CRACHA(WRK-IDX-AVI).
003120     IF NTF-EMAIL = SPACES AND NTF-CELULAR = SPACES
003130         MOVE "N" TO WRK-TAV-SW-CONTATO(WRK-IDX-AVI)
003140     ELSE
003150         MOVE "S" TO WRK-TAV-SW-CONTATO(WRK-IDX-AVI)
003160     END-IF.
003170     MOVE "P" TO WRK-TAV-SITUACAO(WRK-IDX-AVI).
003180     MOVE SPACES TO WRK-TAV-CANAL(WRK-IDX-AVI).
003190     MOVE SPACES TO WRK-TAV-MOTIVO(WRK-IDX-AVI).
003200 2100-CARREGAR-UM-AVISO-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240* 3000-CASAR-RETORNO
003250* LE O RETORNO DO GATEWAY (NTRFILE) E ATUALIZA A SITUACAO DE
003260* CADA AVISO PELA SEQUENCIA - A ULTIMA LINHA DE UMA SEQUENCIA
003270* PREVALECE. RETORNO AINDA NAO RECEBIDO DEIXA TODOS OS AVISOS
003280* SEM RETORNO, COM AVISO NA LISTA.
003290******************************************************************
003300 3000-CASAR-RETORNO.
003310     OPEN INPUT NTRFILE.
003320     IF WRK-NTR-STATUS NOT = "00"
003330         MOVE SPACES TO REL-LINHA
003340         STRING "RETORNO DO GATEWAY (NTRFILE) NAO RECEBIDO - "
003350                "STATUS " WRK-NTR-STATUS
003360             DELIMITED BY SIZE INTO REL-LINHA
003370         WRITE REL-LINHA
003380         MOVE "TODOS OS AVISOS DO DIA FICAM SEM RETORNO."
003390             TO REL-LINHA
003400         WRITE REL-LINHA
003410         GO TO 3000-CASAR-RETORNO-EXIT
003420     END-IF.
003430     SET RETORNO-RECEBIDO TO TRUE.
003440     SET NAO-FIM-ARQUIVO TO TRUE.
003450     PERFORM 3100-CASAR-UM-RETORNO
003460         THRU 3100-CASAR-UM-RETORNO-EXIT
003470         UNTIL FIM-ARQUIVO.
003480     CLOSE NTRFILE.
003490 3000-CASAR-RETORNO-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530* 3100-CASAR-UM-RETORNO
003540* LE A PROXIMA LINHA DE RETORNO E A APLICA AO AVISO DA MESMA
003550* SEQUENCIA. RETORNO DE AVISO DE OUTRO DIA (OU DESCONHECIDO) SO
003560* E CONTADO.
003570******************************************************************
003580 3100-CASAR-UM-RETORNO.
003590     READ NTRFILE
003600         AT END
003610             SET FIM-ARQUIVO TO TRUE
003620             GO TO 3100-CASAR-UM-RETORNO-EXIT
003630     END-READ.
003640     ADD 1 TO WRK-QTDE-RETORNOS.
003650     SET ENTRADA-NAO-ACHADA TO TRUE.
003660     PERFORM 3110-COMPARAR-SEQUENCIA
003670         THRU 3110-COMPARAR-SEQUENCIA-EXIT
003680         VARYING WRK-IDX-AVI FROM 1 BY 1
003690         UNTIL WRK-IDX-AVI > WRK-QTDE-AVISOS
003700            OR ENTRADA-ACHADA.
003710     IF ENTRADA-NAO-ACHADA
003720         ADD 1 TO WRK-QTDE-NAO-CASADOS
003730         GO TO 3100-CASAR-UM-RETORNO-EXIT
003740     END-IF.
003750     EVALUATE TRUE
003760         WHEN NTR-ENTREGUE
003770             MOVE "E" TO WRK-TAV-SITUACAO(WRK-IDX-AVI-ACHADO)
003780         WHEN NTR-FALHA
003790             MOVE "F" TO WRK-TAV-SITUACAO(WRK-IDX-AVI-ACHADO)
003800         WHEN OTHER
003810*            SITUACAO DESCONHECIDA VALE COMO FALHA, PARA A
003820*            RECEPCAO CONFERIR O AVISO.
003830             MOVE "F" TO WRK-TAV-SITUACAO(WRK-IDX-AVI-ACHADO)
003840     END-EVALUATE.
003850     MOVE NTR-CANAL TO WRK-TAV-CANAL(WRK-IDX-AVI-ACHADO).
003860     MOVE NTR-MOTIVO TO WRK-TAV-MOTIVO(WRK-IDX-AVI-ACHADO).
003870 3100-CASAR-UM-RETORNO-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910* 3110-COMPARAR-SEQUENCIA
003920* COMPARA A SEQUENCIA DO RETORNO COM UM AVISO DA TABELA.
003930******************************************************************
003940 3110-COMPARAR-SEQUENCIA.
003950     IF WRK-TAV-SEQUENCIA(WRK-IDX-AVI) = NTR-SEQUENCIA
003960         SET ENTRADA-ACHADA TO TRUE
003970         MOVE WRK-IDX-AVI TO WRK-IDX-AVI-ACHADO
003980     END-IF.
003990 3110-COMPARAR-SEQUENCIA-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 4000-LISTAR-FALHAS
004040* SECAO 1: AVISOS QUE O GATEWAY DEVOLVEU COMO NAO ENTREGUES,
004050* COM O CANAL E O MOTIVO INFORMADOS. CONTA TAMBEM OS
004060* ENTREGUES PARA O RESUMO.
004070******************************************************************
004080 4000-LISTAR-FALHAS.
004090     MOVE SPACES TO REL-LINHA.
004100     WRITE REL-LINHA.
004110     MOVE "1 - AVISOS COM FALHA DE ENTREGA" TO REL-LINHA.
004120     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
004130     PERFORM 4100-LISTAR-UMA-FALHA
004140         THRU 4100-LISTAR-UMA-FALHA-EXIT
004150         VARYING WRK-IDX-AVI FROM 1 BY 1
004160         UNTIL WRK-IDX-AVI > WRK-QTDE-AVISOS.
004170     MOVE WRK-QTDE-SECAO TO WRK-QTDE-FALHAS.
004180     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
004190 4000-LISTAR-FALHAS-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 4100-LISTAR-UMA-FALHA
004240* LISTA O AVISO DA TABELA SE A ENTREGA FALHOU.
004250******************************************************************
004260 4100-LISTAR-UMA-FALHA.
004270     IF AVISO-ENTREGUE(WRK-IDX-AVI)
004280         ADD 1 TO WRK-QTDE-ENTREGUES
004290     END-IF.
004300     IF NOT AVISO-FALHOU(WRK-IDX-AVI)
004310         GO TO 4100-LISTAR-UMA-FALHA-EXIT
004320     END-IF.
004330     ADD 1 TO WRK-QTDE-SECAO.
004340     PERFORM 7000-GRAVAR-AVISO THRU 7000-GRAVAR-AVISO-EXIT.
004350     EVALUATE WRK-TAV-CANAL(WRK-IDX-AVI)
004360         WHEN "E"
004370             MOVE "E-MAIL: " TO WRK-LMO-CANAL
004380         WHEN "S"
004390             MOVE "SMS...: " TO WRK-LMO-CANAL
004400         WHEN OTHER
004410             MOVE "CANAL ?: " TO WRK-LMO-CANAL
004420     END-EVALUATE.
004430     IF WRK-TAV-MOTIVO(WRK-IDX-AVI) = SPACES
004440         MOVE "MOTIVO NAO INFORMADO PELO GATEWAY"
004450             TO WRK-LMO-MOTIVO
004460     ELSE
004470         MOVE WRK-TAV-MOTIVO(WRK-IDX-AVI) TO WRK-LMO-MOTIVO
004480     END-IF.
004490     MOVE WRK-LINHA-MOTIVO TO REL-LINHA.
004500     WRITE REL-LINHA.
004510 4100-LISTAR-UMA-FALHA-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550* 5000-LISTAR-SEM-RETORNO
004560* SECAO 2: AVISOS QUE O GATEWAY NUNCA CONFIRMOU. O AVISO DE
004570* ANFITRIAO SEM CONTATO E APONTADO COMO TAL - O GATEWAY NAO
004580* TEM PARA ONDE ENVIA-LO.
004590******************************************************************
004600 5000-LISTAR-SEM-RETORNO.
004610     MOVE SPACES TO REL-LINHA.
004620     WRITE REL-LINHA.
004630     MOVE "2 - AVISOS SEM RETORNO DO GATEWAY" TO REL-LINHA.
004640     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
004650     PERFORM 5100-LISTAR-UM-SEM-RETORNO
004660         THRU 5100-LISTAR-UM-SEM-RETORNO-EXIT
004670         VARYING WRK-IDX-AVI FROM 1 BY 1
004680         UNTIL WRK-IDX-AVI > WRK-QTDE-AVISOS.
004690     MOVE WRK-QTDE-SECAO TO WRK-QTDE-SEM-RETORNO.
004700     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
004710 5000-LISTAR-SEM-RETORNO-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 5100-LISTAR-UM-SEM-RETORNO
004760* LISTA O AVISO DA TABELA SE CONTINUA SEM RETORNO.
004770******************************************************************
004780 5100-LISTAR-UM-SEM-RETORNO.
004790     IF NOT AVISO-PENDENTE(WRK-IDX-AVI)
004800         GO TO 5100-LISTAR-UM-SEM-RETORNO-EXIT
004810     END-IF.
004820     ADD 1 TO WRK-QTDE-SECAO.
004830     PERFORM 7000-GRAVAR-AVISO THRU 7000-GRAVAR-AVISO-EXIT.
004840     MOVE SPACES TO WRK-LMO-CANAL.
004850     IF AVISO-SEM-CONTATO(WRK-IDX-AVI)
004860         MOVE "ANFITRIAO SEM E-MAIL E SEM CELULAR"
004870             TO WRK-LMO-MOTIVO
004880     ELSE
004890         MOVE "NAO CONFIRMADO PELO GATEWAY" TO WRK-LMO-MOTIVO
004900     END-IF.
004910     MOVE WRK-LINHA-MOTIVO TO REL-LINHA.
004920     WRITE REL-LINHA.
004930 5100-LISTAR-UM-SEM-RETORNO-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* 6000-LISTAR-SEM-CONTATO
004980* SECAO 3: ANFITRIOES DO ANFFILE SEM E-MAIL E SEM CELULAR, COM
004990* A QUANTIDADE DE AVISOS DO DIA QUE FICARAM SEM DESTINO.
005000******************************************************************
005010 6000-LISTAR-SEM-CONTATO.
005020     MOVE SPACES TO REL-LINHA.
005030     WRITE REL-LINHA.
005040     MOVE "3 - ANFITRIOES SEM E-MAIL E SEM CELULAR (PROGCB16)"
005050         TO REL-LINHA.
005060     PERFORM 1300-ABRIR-SECAO THRU 1300-ABRIR-SECAO-EXIT.
005070     OPEN INPUT ANFFILE.
005080     IF WRK-ANF-STATUS = "35"
005090         MOVE "    ANFFILE AINDA NAO CRIADO - NADA A CONFERIR."
005100             TO REL-LINHA
005110         WRITE REL-LINHA
005120         GO TO 6000-LISTAR-SEM-CONTATO-EXIT
005130     END-IF.
005140     IF WRK-ANF-STATUS NOT = "00"
005150         MOVE "    ANFFILE INDISPONIVEL - NAO CONFERIDO."
005160             TO REL-LINHA
005170         WRITE REL-LINHA
005180         GO TO 6000-LISTAR-SEM-CONTATO-EXIT
005190     END-IF.
005200     SET NAO-FIM-ARQUIVO TO TRUE.
005210     PERFORM 6100-CONFERIR-UM-ANFITRIAO
005220         THRU 6100-CONFERIR-UM-ANFITRIAO-EXIT
005230         UNTIL FIM-ARQUIVO.
005240     CLOSE ANFFILE.
005250     MOVE WRK-QTDE-SECAO TO WRK-QTDE-SEM-CONTATO.
005260     PERFORM 1400-FECHAR-SECAO THRU 1400-FECHAR-SECAO-EXIT.
005270 6000-LISTAR-SEM-CONTATO-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 6100-CONFERIR-UM-ANFITRIAO
005320* LE O PROXIMO ANFITRIAO E O LISTA SE NAO TIVER CONTATO.
005330******************************************************************
005340 6100-CONFERIR-UM-ANFITRIAO.
005350     READ ANFFILE NEXT RECORD
005360         AT END
005370             SET FIM-ARQUIVO TO TRUE
005380             GO TO 6100-CONFERIR-UM-ANFITRIAO-EXIT
005390     END-READ.
005400     IF ANF-EMAIL NOT = SPACES OR ANF-CELULAR NOT = SPACES
005410         GO TO 6100-CONFERIR-UM-ANFITRIAO-EXIT
005420     END-IF.
005430     ADD 1 TO WRK-QTDE-SECAO.
005440     MOVE ZEROS TO WRK-QTDE-AVISOS-ANF.
005450     PERFORM 6110-CONTAR-AVISO-ANFITRIAO
005460         THRU 6110-CONTAR-AVISO-ANFITRIAO-EXIT
005470         VARYING WRK-IDX-AVI FROM 1 BY 1
005480         UNTIL WRK-IDX-AVI > WRK-QTDE-AVISOS.
005490     MOVE ANF-ID TO WRK-LAN-ID.
005500     MOVE ANF-NOME TO WRK-LAN-NOME.
005510     MOVE ANF-DEPTO TO WRK-LAN-DEPTO.
005520     MOVE WRK-QTDE-AVISOS-ANF TO WRK-LAN-AVISOS.
005530     MOVE WRK-LINHA-ANFITRIAO TO REL-LINHA.
005540     WRITE REL-LINHA.
005550 6100-CONFERIR-UM-ANFITRIAO-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590* 6110-CONTAR-AVISO-ANFITRIAO
005600* CONTA O AVISO DA TABELA SE FOR DO ANFITRIAO CORRENTE.
005610******************************************************************
005620 6110-CONTAR-AVISO-ANFITRIAO.
005630     IF WRK-TAV-ANFITRIAO(WRK-IDX-AVI) = ANF-ID
005640         ADD 1 TO WRK-QTDE-AVISOS-ANF
005650     END-IF.
005660 6110-CONTAR-AVISO-ANFITRIAO-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700* 7000-GRAVAR-AVISO
005710* GRAVA NA LISTA A LINHA DO AVISO CORRENTE DA TABELA.
005720******************************************************************
005730 7000-GRAVAR-AVISO.
005740     MOVE WRK-TAV-SEQUENCIA(WRK-IDX-AVI) TO WRK-LAV-SEQUENCIA.
005750     IF WRK-TAV-EVENTO(WRK-IDX-AVI) = "S"
005760         MOVE "SAIDA" TO WRK-LAV-EVENTO
005770     ELSE
005780         MOVE "CHEGADA" TO WRK-LAV-EVENTO
005790     END-IF.
005800     MOVE WRK-TAV-HORA(WRK-IDX-AVI) TO WRK-LAV-HORA.
005810     MOVE WRK-TAV-ANFITRIAO(WRK-IDX-AVI) TO WRK-LAV-ANFITRIAO.
005820     MOVE WRK-TAV-NOME(WRK-IDX-AVI) TO WRK-LAV-NOME.
005830     MOVE WRK-TAV-CRACHA(WRK-IDX-AVI) TO WRK-LAV-CRACHA.
005840     MOVE WRK-LINHA-AVISO TO REL-LINHA.
005850     WRITE REL-LINHA.
005860 7000-GRAVAR-AVISO-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 8000-IMPRIMIR-RESUMO
005910* IMPRIME E EXIBE OS TOTAIS DOS AVISOS DO DIA E DAS EXCECOES.
005920******************************************************************
005930 8000-IMPRIMIR-RESUMO.
005940     MOVE SPACES TO REL-LINHA.
005950     WRITE REL-LINHA.
005960     MOVE "RESUMO" TO REL-LINHA.
005970     WRITE REL-LINHA.
005980     MOVE "AVISOS DO DIA" TO WRK-RES-TITULO.
005990     MOVE WRK-QTDE-AVISOS TO WRK-RES-VALOR.
006000     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006010     MOVE "AVISOS ENTREGUES" TO WRK-RES-TITULO.
006020     MOVE WRK-QTDE-ENTREGUES TO WRK-RES-VALOR.
006030     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006040     MOVE "1 - AVISOS COM FALHA DE ENTREGA" TO WRK-RES-TITULO.
006050     MOVE WRK-QTDE-FALHAS TO WRK-RES-VALOR.
006060     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006070     MOVE "2 - AVISOS SEM RETORNO DO GATEWAY"
006080         TO WRK-RES-TITULO.
006090     MOVE WRK-QTDE-SEM-RETORNO TO WRK-RES-VALOR.
006100     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006110     MOVE "3 - ANFITRIOES SEM E-MAIL E SEM CELULAR"
006120         TO WRK-RES-TITULO.
006130     MOVE WRK-QTDE-SEM-CONTATO TO WRK-RES-VALOR.
006140     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006150     MOVE "TOTAL DE EXCECOES" TO WRK-RES-TITULO.
006160     MOVE WRK-QTDE-EXCECOES TO WRK-RES-VALOR.
006170     PERFORM 8100-GRAVAR-RESUMO THRU 8100-GRAVAR-RESUMO-EXIT.
006180     IF RETORNO-RECEBIDO
006190         MOVE "LINHAS DE RETORNO LIDAS" TO WRK-RES-TITULO
006200         MOVE WRK-QTDE-RETORNOS TO WRK-RES-VALOR
006210         PERFORM 8100-GRAVAR-RESUMO
006220             THRU 8100-GRAVAR-RESUMO-EXIT
006230         MOVE "RETORNOS DE OUTROS DIAS OU NAO CASADOS"
006240             TO WRK-RES-TITULO
006250         MOVE WRK-QTDE-NAO-CASADOS TO WRK-RES-VALOR
006260         PERFORM 8100-GRAVAR-RESUMO
006270             THRU 8100-GRAVAR-RESUMO-EXIT
006280     END-IF.
006290     IF WRK-QTDE-TRANSBORDO > 0
006300         MOVE "AVISOS NAO CONFERIDOS (TABELA CHEIA)"
006310             TO WRK-RES-TITULO
006320         MOVE WRK-QTDE-TRANSBORDO TO WRK-RES-VALOR
006330         PERFORM 8100-GRAVAR-RESUMO
006340             THRU 8100-GRAVAR-RESUMO-EXIT
006350     END-IF.
006360
006370     IF WRK-QTDE-EXCECOES = 0
006380         DISPLAY "CONFERENCIA DOS AVISOS: NENHUMA EXCECAO."
006390     ELSE
006400         DISPLAY "CONFERENCIA DOS AVISOS: "
006410                 WRK-QTDE-EXCECOES " EXCECAO(OES) - VER "
006420                 "NOTIF.LST E CORRIGIR PELO PROGCB16."
006430     END-IF.
006440 8000-IMPRIMIR-RESUMO-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 8100-GRAVAR-RESUMO
006490* GRAVA UMA LINHA DO RESUMO NA LISTA.
006500******************************************************************
006510 8100-GRAVAR-RESUMO.
006520     MOVE WRK-LINHA-RESUMO TO REL-LINHA.
006530     WRITE REL-LINHA.
006540 8100-GRAVAR-RESUMO-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580* 9999-FINALIZAR
006590* FECHA A LISTA ANTES DE DEVOLVER O CONTROLE.
006600******************************************************************
006610 9999-FINALIZAR.
006620     IF RELFILE-DISPONIVEL
006630         CLOSE RELFILE
006640     END-IF.
006650 9999-FINALIZAR-EXIT.
006660     EXIT.
