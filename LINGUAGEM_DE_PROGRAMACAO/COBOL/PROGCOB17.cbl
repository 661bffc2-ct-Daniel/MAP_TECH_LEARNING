000414*                   NA COLUNA DE SAIDA, NO PADRAO DO PROGCOB04
000415*                   - SEM ISSO O RELATORIO DIZIA AO ANFITRIAO
000416*                   QUE O FALTOSO O VISITOU.
000417* 2026-10-15 DSR    VISITAS EM GRUPO (GRPFILE, PROGCB38): OS
000418*                   MEMBROS (REG-ID-GRUPO) SAEM ANINHADOS SOB O
000419*                   GRUPO NA SECAO DO ANFITRIAO DO GRUPO, COM O
000420*                   LIDER E O PREVISTO CONTRA O REALIZADO
000421*                   (ENTRARAM E AINDA NO PREDIO); TOTAIS DE
000422*                   GRUPOS E DE VISITAS EM GRUPO NO RODAPE.
000423******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000640     SELECT RELFILE ASSIGN TO "RELANF.LST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-REL-STATUS.
000661
000662     SELECT GRPFILE ASSIGN TO "GRPFILE"
000663         ORGANIZATION IS INDEXED
000664         ACCESS MODE IS SEQUENTIAL
000665         RECORD KEY IS GRP-ID
000666         FILE STATUS IS WRK-GRP-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000780
000790 FD  RELFILE.
000800 01  REL-LINHA                   PIC X(80).
000802
000804 FD  GRPFILE.
000806     COPY GRPREC.
000810
000820 WORKING-STORAGE SECTION.
000830 77  WRK-ANF-STATUS              PIC X(02) VALUE "00".
000840 77  WRK-REG-STATUS              PIC X(02) VALUE "00".
000850 77  WRK-DTCTL-STATUS            PIC X(02) VALUE "00".
000860 77  WRK-REL-STATUS              PIC X(02) VALUE "00".
000865 77  WRK-GRP-STATUS              PIC X(02) VALUE "00".
000870
000880 77  WRK-SW-FIM-ANFFILE          PIC X(01) VALUE "N".
000890     88  FIM-ANFFILE                     VALUE "S".
000962 77  WRK-SW-MESTRE               PIC X(01) VALUE "N".
000964     88  MESTRE-ABERTO                   VALUE "S".
000966     88  MESTRE-NAO-ABERTO               VALUE "N".
000967 77  WRK-SW-FIM-GRPFILE          PIC X(01) VALUE "N".
000968     88  FIM-GRPFILE                     VALUE "S".
000969     88  NAO-FIM-GRPFILE                 VALUE "N".
000970 77  WRK-SW-GRUPOS               PIC X(01) VALUE "N".
000971     88  GRUPOS-ABERTO                   VALUE "S".
000972     88  GRUPOS-NAO-ABERTO               VALUE "N".
000973
000980 77  WRK-DATA-NEGOCIO            PIC 9(08) VALUE ZEROS.
000990 77  WRK-QTDE-DO-ANFITRIAO       PIC 9(06) VALUE ZEROS.
001000 77  WRK-QTDE-SEM-ANFITRIAO      PIC 9(06) VALUE ZEROS.
001010 77  WRK-TOTAL-VISITAS           PIC 9(06) VALUE ZEROS.
001015 77  WRK-QTDE-PRE-FALTA          PIC 9(06) VALUE ZEROS.
001020 77  WRK-QTDE-TRANSBORDO         PIC 9(06) VALUE ZEROS.
001022 77  WRK-QTDE-EM-GRUPO           PIC 9(06) VALUE ZEROS.
001024 77  WRK-QTDE-GRUPOS-FORA        PIC 9(06) VALUE ZEROS.
001026 77  WRK-QTDE-GRUPOS-ANF         PIC 9(06) VALUE ZEROS.
001030
001040* VISITAS DO DIA, CARREGADAS NUMA UNICA VARREDURA DO MESTRE.
001050* A MARCA DE ATENDIDA E LIGADA QUANDO A VISITA SAI NA SECAO DE
001130         03  WRK-TVI-SAIDA       PIC X(06).
001140         03  WRK-TVI-MARCA       PIC X(01).
001150             88  VISITA-ATENDIDA         VALUE "S".
001155         03  WRK-TVI-GRUPO       PIC 9(03).
001160 77  WRK-QTDE-NA-TABELA          PIC 9(03) VALUE ZEROS.
001170 77  WRK-IDX-VISITA              PIC 9(03) VALUE ZEROS.
001171
001172* GRUPOS DO DIA (GRPFILE, MANTIDO PELO PROGCB38). A VISITA DE UM
001173* MEMBRO (REG-ID-GRUPO) GUARDA EM WRK-TVI-GRUPO A POSICAO DO SEU
001174* GRUPO NESTA TABELA (ZERO = VISITA INDIVIDUAL) E SAI ANINHADA SOB
001175* O GRUPO, NA SECAO DO ANFITRIAO DO GRUPO, COM O PREVISTO CONTRA O
001176* REALIZADO. MEMBRO DE GRUPO FORA DA TABELA SAI COMO INDIVIDUAL.
001177 01  WRK-TABELA-GRUPOS.
001178     02  WRK-GRUPO-ENTRADA OCCURS 100 TIMES.
001179         03  WRK-TGR-ID          PIC 9(06).
001180         03  WRK-TGR-DESCRICAO   PIC X(30).
001181         03  WRK-TGR-LIDER       PIC X(30).
001182         03  WRK-TGR-ANFITRIAO   PIC X(08).
001183         03  WRK-TGR-PREVISTA    PIC 9(03).
001184         03  WRK-TGR-ENTRARAM    PIC 9(03).
001185         03  WRK-TGR-NO-PREDIO   PIC 9(03).
001186 77  WRK-QTDE-GRUPOS             PIC 9(03) VALUE ZEROS.
001187 77  WRK-IDX-GRUPO               PIC 9(03) VALUE ZEROS.
001188 77  WRK-GRUPO-ACHADO            PIC 9(03) VALUE ZEROS.
001189
001190 01  WRK-CABECALHO.
001200     02  FILLER                  PIC X(30)
001210         VALUE "VISITAS POR ANFITRIAO - DATA: ".
001360     02  WRK-VIS-ENTRADA         PIC X(06).
001370     02  FILLER                  PIC X(08) VALUE "  SAIDA ".
001380     02  WRK-VIS-SAIDA           PIC X(06).
001381
001382 01  WRK-LINHA-GRUPO.
001383     02  FILLER                  PIC X(10) VALUE "    GRUPO ".
001384     02  WRK-GRU-ID              PIC 9(06).
001385     02  FILLER                  PIC X(03) VALUE " - ".
001386     02  WRK-GRU-DESCRICAO       PIC X(30).
001387
001388 01  WRK-LINHA-GRUPO-LIDER.
001389     02  FILLER                  PIC X(15)
001390         VALUE "        LIDER: ".
001391     02  WRK-GRU-LIDER           PIC X(30).
001392
001393 01  WRK-LINHA-GRUPO-QTDE.
001394     02  FILLER                  PIC X(18)
001395         VALUE "        PREVISTOS ".
001396     02  WRK-GRU-PREVISTA        PIC ZZ9.
001397     02  FILLER                  PIC X(12) VALUE "   ENTRARAM ".
001398     02  WRK-GRU-ENTRARAM        PIC ZZ9.
001399     02  FILLER                  PIC X(13) VALUE "   NO PREDIO ".
001400     02  WRK-GRU-NO-PREDIO       PIC ZZ9.
001401
001402 01  WRK-LINHA-MEMBRO.
001403     02  FILLER                  PIC X(08) VALUE SPACES.
001404     02  WRK-MBR-NOME            PIC X(30).
001405     02  FILLER                  PIC X(10) VALUE "  ENTRADA ".
001406     02  WRK-MBR-ENTRADA         PIC X(06).
001407     02  FILLER                  PIC X(08) VALUE "  SAIDA ".
001408     02  WRK-MBR-SAIDA           PIC X(06).
001409
001410 01  WRK-LINHA-TOTAL.
001411     02  WRK-TOT-TITULO          PIC X(30).
001420     02  WRK-TOT-VALOR           PIC ZZZ,ZZ9.
001430
001440 PROCEDURE DIVISION.
001500******************************************************************
001510 0000-MAINLINE.
001520     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001522     PERFORM 1500-CARREGAR-GRUPOS
001524         THRU 1500-CARREGAR-GRUPOS-EXIT
001526         UNTIL FIM-GRPFILE.
001530     PERFORM 2000-CARREGAR-VISITAS
001540         THRU 2000-CARREGAR-VISITAS-EXIT
001550         UNTIL FIM-REGFILE.
002275     ELSE
002276         SET MESTRE-ABERTO TO TRUE
002280     END-IF.
002281
002282*    SEM GRPFILE (STATUS 35) NENHUM GRUPO FOI CADASTRADO AINDA - O
002283*    RELATORIO SAI SO COM AS VISITAS INDIVIDUAIS.
002284     OPEN INPUT GRPFILE.
002285     IF WRK-GRP-STATUS = "00"
002286         SET GRUPOS-ABERTO TO TRUE
002287     ELSE
002288         SET FIM-GRPFILE TO TRUE
002289         IF WRK-GRP-STATUS NOT = "35"
002290             DISPLAY "AVISO: CADASTRO DE GRUPOS INDISPONIVEL - "
002291                     "STATUS " WRK-GRP-STATUS " - MEMBROS SAEM "
002292                     "COMO VISITAS INDIVIDUAIS."
002293         END-IF
002294     END-IF.
002295 1000-INICIALIZAR-EXIT.
002300     EXIT.
002310
002311******************************************************************
002312* 1500-CARREGAR-GRUPOS
002313* LE O PROXIMO GRUPO DO CADASTRO E GUARDA OS DA DATA DE NEGOCIO NA
002314* TABELA DE GRUPOS. TRANSBORDO E CONTADO E AVISADO - OS MEMBROS
002315* DOS GRUPOS EXCEDENTES SAEM COMO VISITAS INDIVIDUAIS.
002316******************************************************************
002317 1500-CARREGAR-GRUPOS.
002318     READ GRPFILE NEXT RECORD
002319         AT END
002320             SET FIM-GRPFILE TO TRUE
002321             GO TO 1500-CARREGAR-GRUPOS-EXIT
002322     END-READ.
002323     IF GRP-DATA-VISITA NOT = WRK-DATA-NEGOCIO
002324         GO TO 1500-CARREGAR-GRUPOS-EXIT
002325     END-IF.
002326     IF WRK-QTDE-GRUPOS >= 100
002327         ADD 1 TO WRK-QTDE-GRUPOS-FORA
002328         GO TO 1500-CARREGAR-GRUPOS-EXIT
002329     END-IF.
002330     ADD 1 TO WRK-QTDE-GRUPOS.
002331     MOVE WRK-QTDE-GRUPOS TO WRK-IDX-GRUPO.
002332     MOVE GRP-ID TO WRK-TGR-ID(WRK-IDX-GRUPO).
002333     MOVE GRP-DESCRICAO TO WRK-TGR-DESCRICAO(WRK-IDX-GRUPO).
002334     MOVE GRP-LIDER TO WRK-TGR-LIDER(WRK-IDX-GRUPO).
002335     MOVE GRP-ID-ANFITRIAO TO WRK-TGR-ANFITRIAO(WRK-IDX-GRUPO).
002336     MOVE GRP-QTDE-PREVISTA TO WRK-TGR-PREVISTA(WRK-IDX-GRUPO).
002337     MOVE ZEROS TO WRK-TGR-ENTRARAM(WRK-IDX-GRUPO).
002338     MOVE ZEROS TO WRK-TGR-NO-PREDIO(WRK-IDX-GRUPO).
002339 1500-CARREGAR-GRUPOS-EXIT.
002340     EXIT.
002341
002342******************************************************************
002343* 2000-CARREGAR-VISITAS
002344* LE O PROXIMO CADASTRO DO MESTRE (UNICA VARREDURA) E GUARDA OS
002350* DO DIA NA TABELA DE VISITAS. TRANSBORDO DA TABELA E CONTADO
002360* E AVISADO - AS VISITAS EXCEDENTES FICAM FORA DO RELATORIO.
002370******************************************************************
002569         END-IF
002610     END-IF.
002620     MOVE SPACES TO WRK-TVI-MARCA(WRK-IDX-VISITA).
002621     MOVE ZEROS TO WRK-TVI-GRUPO(WRK-IDX-VISITA).
002622     IF REG-ID-GRUPO IS NUMERIC AND REG-ID-GRUPO > 0
002623         PERFORM 2100-LOCALIZAR-GRUPO
002624             THRU 2100-LOCALIZAR-GRUPO-EXIT
002625     END-IF.
002630     ADD 1 TO WRK-TOTAL-VISITAS.
002640 2000-CARREGAR-VISITAS-EXIT.
002650     EXIT.
002660
002661******************************************************************
002662* 2100-LOCALIZAR-GRUPO
002663* PROCURA O GRUPO DO MEMBRO NA TABELA DE GRUPOS DO DIA; ACHADO, A
002664* VISITA GUARDA A POSICAO DELE E CONTA NO REALIZADO DO GRUPO
002665* (ENTROU E, SEM SAIDA, AINDA NO PREDIO).
002666******************************************************************
002667 2100-LOCALIZAR-GRUPO.
002668     MOVE ZEROS TO WRK-GRUPO-ACHADO.
002669     PERFORM 2110-COMPARAR-GRUPO THRU 2110-COMPARAR-GRUPO-EXIT
002670         VARYING WRK-IDX-GRUPO FROM 1 BY 1
002671         UNTIL WRK-IDX-GRUPO > WRK-QTDE-GRUPOS
002672            OR WRK-GRUPO-ACHADO > 0.
002673     IF WRK-GRUPO-ACHADO = 0
002674         GO TO 2100-LOCALIZAR-GRUPO-EXIT
002675     END-IF.
002676     MOVE WRK-GRUPO-ACHADO TO WRK-TVI-GRUPO(WRK-IDX-VISITA).
002677     ADD 1 TO WRK-QTDE-EM-GRUPO.
002678     IF REG-PRE-REGISTRADO
002679         GO TO 2100-LOCALIZAR-GRUPO-EXIT
002680     END-IF.
002681     ADD 1 TO WRK-TGR-ENTRARAM(WRK-GRUPO-ACHADO).
002682     IF WRK-TVI-SAIDA(WRK-IDX-VISITA) = SPACES
002683         ADD 1 TO WRK-TGR-NO-PREDIO(WRK-GRUPO-ACHADO)
002684     END-IF.
002685 2100-LOCALIZAR-GRUPO-EXIT.
002686     EXIT.
002687
002688******************************************************************
002689* 2110-COMPARAR-GRUPO
002690* COMPARA O GRUPO CORRENTE DA TABELA COM O GRUPO DO MEMBRO.
002691******************************************************************
002692 2110-COMPARAR-GRUPO.
002693     IF WRK-TGR-ID(WRK-IDX-GRUPO) = REG-ID-GRUPO
002694         MOVE WRK-IDX-GRUPO TO WRK-GRUPO-ACHADO
002695     END-IF.
002696 2110-COMPARAR-GRUPO-EXIT.
002697     EXIT.
002698
002699******************************************************************
002700* 3000-PROCESSAR-ANFITRIAO
002701* LE O PROXIMO ANFITRIAO DO CADASTRO E IMPRIME AS VISITAS DO
002702* DIA QUE O PROCURARAM, CASANDO CONTRA A TABELA EM MEMORIA.
002710******************************************************************
002720 3000-PROCESSAR-ANFITRIAO.
002730     READ ANFFILE NEXT RECORD
002880     PERFORM 3100-LISTAR-VISITA THRU 3100-LISTAR-VISITA-EXIT
002890         VARYING WRK-IDX-VISITA FROM 1 BY 1
002900         UNTIL WRK-IDX-VISITA > WRK-QTDE-NA-TABELA.
002901
002902     MOVE ZEROS TO WRK-QTDE-GRUPOS-ANF.
002903     PERFORM 3200-LISTAR-GRUPO THRU 3200-LISTAR-GRUPO-EXIT
002904         VARYING WRK-IDX-GRUPO FROM 1 BY 1
002905         UNTIL WRK-IDX-GRUPO > WRK-QTDE-GRUPOS.
002910
002920     IF WRK-QTDE-DO-ANFITRIAO = 0 AND WRK-QTDE-GRUPOS-ANF = 0
002930         MOVE "    NENHUM VISITANTE NO DIA." TO REL-LINHA
002940         WRITE REL-LINHA
002950     END-IF.
003030******************************************************************
003040 3100-LISTAR-VISITA.
003050     IF WRK-TVI-ANFITRIAO(WRK-IDX-VISITA) NOT = ANF-ID
003055         OR WRK-TVI-GRUPO(WRK-IDX-VISITA) > 0
003060         GO TO 3100-LISTAR-VISITA-EXIT
003070     END-IF.
003080     MOVE WRK-TVI-NOME(WRK-IDX-VISITA) TO WRK-VIS-NOME.
003150 3100-LISTAR-VISITA-EXIT.
003160     EXIT.
003170
003171******************************************************************
003172* 3200-LISTAR-GRUPO
003173* IMPRIME O GRUPO CORRENTE DA TABELA QUANDO E DO ANFITRIAO
003174* CORRENTE: DESCRICAO, LIDER, PREVISTO CONTRA O REALIZADO E, LOGO
003175* ABAIXO, OS MEMBROS QUE ENTRARAM, ANINHADOS SOB O GRUPO.
003176******************************************************************
003177 3200-LISTAR-GRUPO.
003178     IF WRK-TGR-ANFITRIAO(WRK-IDX-GRUPO) NOT = ANF-ID
003179         GO TO 3200-LISTAR-GRUPO-EXIT
003180     END-IF.
003181     ADD 1 TO WRK-QTDE-GRUPOS-ANF.
003182     MOVE WRK-TGR-ID(WRK-IDX-GRUPO) TO WRK-GRU-ID.
003183     MOVE WRK-TGR-DESCRICAO(WRK-IDX-GRUPO) TO WRK-GRU-DESCRICAO.
003184     MOVE WRK-LINHA-GRUPO TO REL-LINHA.
003185     WRITE REL-LINHA.
003186     MOVE WRK-TGR-LIDER(WRK-IDX-GRUPO) TO WRK-GRU-LIDER.
003187     MOVE WRK-LINHA-GRUPO-LIDER TO REL-LINHA.
003188     WRITE REL-LINHA.
003189     MOVE WRK-TGR-PREVISTA(WRK-IDX-GRUPO) TO WRK-GRU-PREVISTA.
003190     MOVE WRK-TGR-ENTRARAM(WRK-IDX-GRUPO) TO WRK-GRU-ENTRARAM.
003191     MOVE WRK-TGR-NO-PREDIO(WRK-IDX-GRUPO) TO WRK-GRU-NO-PREDIO.
003192     MOVE WRK-LINHA-GRUPO-QTDE TO REL-LINHA.
003193     WRITE REL-LINHA.
003194     PERFORM 3210-LISTAR-MEMBRO THRU 3210-LISTAR-MEMBRO-EXIT
003195         VARYING WRK-IDX-VISITA FROM 1 BY 1
003196         UNTIL WRK-IDX-VISITA > WRK-QTDE-NA-TABELA.
003197 3200-LISTAR-GRUPO-EXIT.
003198     EXIT.
003199
003200******************************************************************
003201* 3210-LISTAR-MEMBRO
003202* IMPRIME A VISITA CORRENTE DA TABELA QUANDO E DE UM MEMBRO DO
003203* GRUPO CORRENTE, MARCANDO-A COMO ATENDIDA.
003204******************************************************************
003205 3210-LISTAR-MEMBRO.
003206     IF WRK-TVI-GRUPO(WRK-IDX-VISITA) NOT = WRK-IDX-GRUPO
003207         GO TO 3210-LISTAR-MEMBRO-EXIT
003208     END-IF.
003209     MOVE WRK-TVI-NOME(WRK-IDX-VISITA) TO WRK-MBR-NOME.
003210     MOVE WRK-TVI-ENTRADA(WRK-IDX-VISITA) TO WRK-MBR-ENTRADA.
003211     MOVE WRK-TVI-SAIDA(WRK-IDX-VISITA) TO WRK-MBR-SAIDA.
003212     MOVE WRK-LINHA-MEMBRO TO REL-LINHA.
003213     WRITE REL-LINHA.
003214     SET VISITA-ATENDIDA(WRK-IDX-VISITA) TO TRUE.
003215     ADD 1 TO WRK-QTDE-DO-ANFITRIAO.
003216 3210-LISTAR-MEMBRO-EXIT.
003217     EXIT.
003218
003219******************************************************************
003220* 5000-IMPRIMIR-SEM-ANFITRIAO
003221* SECAO FINAL: VISITAS DO DIA QUE NAO SAIRAM NA SECAO DE NENHUM
003222* ANFITRIAO - ANFITRIAO EM BRANCO, FORA DO CADASTRO, OU TODAS
003223* ELAS QUANDO O CADASTRO DE ANFITRIOES ESTA INDISPONIVEL.
003230******************************************************************
003240 5000-IMPRIMIR-SEM-ANFITRIAO.
003250     MOVE SPACES TO REL-LINHA.
003742     MOVE WRK-QTDE-PRE-FALTA TO WRK-TOT-VALOR.
003743     MOVE WRK-LINHA-TOTAL TO REL-LINHA.
003744     WRITE REL-LINHA.
003745     MOVE "GRUPOS DO DIA...............: " TO WRK-TOT-TITULO.
003746     MOVE WRK-QTDE-GRUPOS TO WRK-TOT-VALOR.
003747     MOVE WRK-LINHA-TOTAL TO REL-LINHA.
003748     WRITE REL-LINHA.
003749     MOVE "VISITAS EM GRUPO............: " TO WRK-TOT-TITULO.
003750     MOVE WRK-QTDE-EM-GRUPO TO WRK-TOT-VALOR.
003751     MOVE WRK-LINHA-TOTAL TO REL-LINHA.
003752     WRITE REL-LINHA.
003753     IF WRK-QTDE-TRANSBORDO > 0
003760         MOVE "VISITAS FORA DA TABELA......: " TO WRK-TOT-TITULO
003770         MOVE WRK-QTDE-TRANSBORDO TO WRK-TOT-VALOR
003780         MOVE WRK-LINHA-TOTAL TO REL-LINHA
003800         DISPLAY "AVISO: " WRK-QTDE-TRANSBORDO " VISITA(S) DO "
003810                 "DIA ALEM DA TABELA DE 500 - FORA DO RELATORIO."
003820     END-IF.
003821     IF WRK-QTDE-GRUPOS-FORA > 0
003822         MOVE "GRUPOS FORA DA TABELA.......: " TO WRK-TOT-TITULO
003823         MOVE WRK-QTDE-GRUPOS-FORA TO WRK-TOT-VALOR
003824         MOVE WRK-LINHA-TOTAL TO REL-LINHA
003825         WRITE REL-LINHA
003826         DISPLAY "AVISO: " WRK-QTDE-GRUPOS-FORA " GRUPO(S) DO "
003827                 "DIA ALEM DA TABELA DE 100 - MEMBROS SEM "
003828                 "ANINHAMENTO."
003829     END-IF.
003830 6000-IMPRIMIR-TOTAIS-EXIT.
003840     EXIT.
003850
003946     IF MESTRE-ABERTO
003950         CLOSE REGFILE
003960     END-IF.
003962     IF GRUPOS-ABERTO
003964         CLOSE GRPFILE
003966     END-IF.
003970     CLOSE RELFILE.
003980 9999-FINALIZAR-EXIT.
003990     EXIT.
