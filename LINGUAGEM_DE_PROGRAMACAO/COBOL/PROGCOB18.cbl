000323*                   NA COLUNA DE SAIDA, NO MESTRE VIVO E NOS
000324*                   HISTORICOS (BYTE 76 DA LINHA) - AGENDADO
000325*                   QUE NAO VEIO NAO E VISITA.
000326* 2026-10-15 DSR    PESQUISA TAMBEM POR DOCUMENTO DO VISITANTE:
000327*                   O DOCUMENTO E LOCALIZADO NO CADASTRO MESTRE
000328*                   DE VISITANTES (VISFILE) E A PESQUISA CONFERE
000329*                   A IDENTIFICACAO DO VISITANTE (E AS
000330*                   INCORPORADAS A ELA) NO MESTRE VIVO E NOS
000331*                   HISTORICOS (BYTES 77 A 82 DA LINHA), QUALQUER
000332*                   QUE SEJA A GRAFIA DO NOME. LINHA DE
000333*                   HISTORICO AMPLIADA PARA X(82).
000334* 2026-10-15 DSR    LINHA DE HISTORICO AMPLIADA PARA X(88),
000335*                   COM A IDENTIFICACAO DO GRUPO (REG-ID-GRUPO)
000336*                   NOS BYTES 83 A 88, NAO USADA NA PESQUISA.
000337******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000510     SELECT RELFILE ASSIGN TO "PESQARQ.LST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-REL-STATUS.
000531
000532     SELECT VISFILE ASSIGN TO "VISFILE"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS DYNAMIC
000535         RECORD KEY IS VIS-ID
000536         ALTERNATE RECORD KEY IS VIS-DOCUMENTO WITH DUPLICATES
000537         FILE STATUS IS WRK-VIS-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000620     05  CAT-DATA                PIC 9(08).
000630
000640 FD  REGARCH.
000650 01  RARC-LINHA                  PIC X(88).
000660
000670 FD  RELFILE.
000680 01  REL-LINHA                   PIC X(80).
000682
000684 FD  VISFILE.
000686     COPY VISREC.
000690
000700 WORKING-STORAGE SECTION.
000710 77  WRK-REG-STATUS              PIC X(02) VALUE "00".
000720 77  WRK-CAT-STATUS              PIC X(02) VALUE "00".
000730 77  WRK-RARC-STATUS             PIC X(02) VALUE "00".
000740 77  WRK-REL-STATUS              PIC X(02) VALUE "00".
000745 77  WRK-VIS-STATUS              PIC X(02) VALUE "00".
000750
000760* NOME DO HISTORICO DATADO CORRENTE, NO MESMO PADRAO DO EXPURGO.
000770 01  WRK-ARQ-REGARCH.
000790     02  WRK-RARC-DATA           PIC 9(08).
000800
000810* VISAO DE TRABALHO DA LINHA DE HISTORICO - AS GERACOES ANTIGAS
000820* SAO MAIS CURTAS QUE O LAYOUT ATUAL DO REGREC (60 A 81 BYTES),
000830* E OS CAMPOS AUSENTES CHEGAM COMO ESPACOS. O BYTE 76 E A
000832* MARCA DE PRE-REGISTRO (REG-IND-PRE-REG), USADA PARA NAO
000834* REPORTAR COMO VISITA QUEM NUNCA CHEGOU; OS BYTES 77 A 82 SAO A
000836* IDENTIFICACAO DO VISITANTE (REG-ID-VISITANTE), USADA NA
000838* PESQUISA POR DOCUMENTO.
000840 01  WRK-REG-ARQ.
000850     05  WRK-ARQ-NOME            PIC X(30).
000860     05  WRK-ARQ-DATA-CADASTRO   PIC 9(08).
000900     05  WRK-ARQ-HORA-SAIDA      PIC X(06).
000910     05  FILLER                  PIC X(18).
000912     05  WRK-ARQ-IND-PRE         PIC X(01).
000914     05  WRK-ARQ-ID-VISITANTE    PIC X(06).
000916     05  WRK-ARQ-ID-VISITANTE-N  REDEFINES WRK-ARQ-ID-VISITANTE
000918                                 PIC 9(06).
000920
000930 77  WRK-SW-FIM-ARQUIVO          PIC X(01) VALUE "N".
000940     88  FIM-ARQUIVO                     VALUE "S".
000960 77  WRK-SW-PARAMETROS           PIC X(01) VALUE "S".
000970     88  PARAMETROS-VALIDOS              VALUE "S".
000980     88  PARAMETROS-INVALIDOS            VALUE "N".
000981 77  WRK-TIPO-PESQUISA           PIC X(01) VALUE SPACES.
000982     88  PESQUISA-POR-NOME               VALUE "N" " ".
000983     88  PESQUISA-POR-DOCUMENTO          VALUE "D".
000984 77  WRK-SW-ID-CONFERE           PIC X(01) VALUE "N".
000985     88  ID-CONFERE                      VALUE "S".
000986     88  ID-NAO-CONFERE                  VALUE "N".
000987 77  WRK-SW-FIM-VISFILE          PIC X(01) VALUE "N".
000988     88  FIM-VISFILE                     VALUE "S".
000989     88  NAO-FIM-VISFILE                 VALUE "N".
000990 77  WRK-SW-FIM-DOCUMENTO        PIC X(01) VALUE "N".
000991     88  FIM-DOCUMENTO                   VALUE "S".
000992     88  NAO-FIM-DOCUMENTO               VALUE "N".
000993
001000 77  WRK-PREFIXO                 PIC X(30) VALUE SPACES.
001010 77  WRK-PREFIXO-TAM             PIC 9(02) VALUE ZEROS.
001020 77  WRK-DATA-DE                 PIC 9(08) VALUE ZEROS.
001030 77  WRK-DATA-ATE                PIC 9(08) VALUE ZEROS.
001040 77  WRK-DATA-GERACAO-ANT        PIC 9(08) VALUE ZEROS.
001050
001051 77  WRK-TIPO-DOC                PIC X(01) VALUE SPACES.
001052 77  WRK-NUM-DOC                 PIC X(20) VALUE SPACES.
001053 77  WRK-ID-PRINCIPAL            PIC 9(06) VALUE ZEROS.
001054 77  WRK-ID-CONFERIR             PIC 9(06) VALUE ZEROS.
001055 77  WRK-SALTOS-INCORP           PIC 9(02) VALUE ZEROS.
001056
001057* IDENTIFICACOES DO VISITANTE PESQUISADO - A PRINCIPAL E AS
001058* INCORPORADAS A ELA NA MANUTENCAO DE VISITANTES (PROGCB29),
001059* QUE OS HISTORICOS ANTIGOS AINDA TRAZEM.
001060 01  WRK-TAB-IDENTIFICACOES.
001061     02  WRK-TAB-ID              PIC 9(06) OCCURS 50 TIMES.
001062 77  WRK-QTDE-IDS                PIC 9(02) VALUE ZEROS.
001063 77  WRK-IDX-ID                  PIC 9(02) VALUE ZEROS.
001064 77  WRK-IDX-DOC                 PIC 9(02) VALUE ZEROS.
001065 77  WRK-QTDE-IDS-DOC            PIC 9(02) VALUE ZEROS.
001066 77  WRK-SW-OUTRO-ATIVO          PIC X(01) VALUE "N".
001067     88  DOCUMENTO-EM-OUTRO-ATIVO        VALUE "S".
001068     88  DOCUMENTO-SO-NO-PRINCIPAL       VALUE "N".
001069
001070* DOCUMENTO PESQUISADO, PARA PARAR A LEITURA QUANDO ELE MUDA.
001071 01  WRK-DOC-PESQUISADO.
001072     02  WRK-PSQ-TIPO-DOC        PIC X(01).
001073     02  WRK-PSQ-NUM-DOC         PIC X(20).
001074
001075 77  WRK-QTDE-OCORRENCIAS        PIC 9(06) VALUE ZEROS.
001076 77  WRK-QTDE-GERACOES           PIC 9(04) VALUE ZEROS.
001080
001090 01  WRK-CABECALHO.
001100     02  FILLER                  PIC X(24)
001170     02  FILLER                  PIC X(03) VALUE " A ".
001180     02  WRK-CAB-ATE             PIC 9(08).
001190
001191 01  WRK-CABECALHO3.
001192     02  FILLER                  PIC X(11) VALUE "DOCUMENTO: ".
001193     02  WRK-CAB-TIPO-DOC        PIC X(01).
001194     02  FILLER                  PIC X(01) VALUE SPACE.
001195     02  WRK-CAB-NUM-DOC         PIC X(20).
001196     02  FILLER                  PIC X(13)
001197         VALUE "  VISITANTE: ".
001198     02  WRK-CAB-ID-VISITANTE    PIC 9(06).
001199     02  FILLER                  PIC X(16)
001200         VALUE "  OUTRAS IDENT: ".
001201     02  WRK-CAB-QTDE-INCORP     PIC Z9.
001202
001203 01  WRK-LINHA-OCORRENCIA.
001210     02  WRK-OCO-DATA            PIC 9(08).
001220     02  FILLER                  PIC X(02) VALUE SPACES.
001230     02  WRK-OCO-ENTRADA         PIC X(06).
001550******************************************************************
001560* 1000-INICIALIZAR
001570* RECEBE O NOME (OU PREFIXO) E O INTERVALO DE DATAS, CALCULA O
001580* TAMANHO UTIL DO PREFIXO E ABRE O RELATORIO. NA PESQUISA POR
001583* DOCUMENTO, RECEBE O DOCUMENTO EM VEZ DO NOME E MONTA A TABELA
001586* DE IDENTIFICACOES DO VISITANTE.
001590******************************************************************
001600 1000-INICIALIZAR.
001601     DISPLAY "PESQUISAR POR (N = NOME, D = DOCUMENTO): ".
001602     ACCEPT WRK-TIPO-PESQUISA.
001603     IF NOT PESQUISA-POR-NOME AND NOT PESQUISA-POR-DOCUMENTO
001604         DISPLAY "TIPO DE PESQUISA INVALIDO - PESQUISA "
001605                 "CANCELADA."
001606         SET PARAMETROS-INVALIDOS TO TRUE
001607         GO TO 1000-INICIALIZAR-EXIT
001608     END-IF.
001609     IF PESQUISA-POR-DOCUMENTO
001610         PERFORM 1200-LOCALIZAR-VISITANTE
001611             THRU 1200-LOCALIZAR-VISITANTE-EXIT
001612         IF PARAMETROS-INVALIDOS
001613             GO TO 1000-INICIALIZAR-EXIT
001614         END-IF
001615         GO TO 1000-INICIALIZAR-DATAS
001616     END-IF.
001617
001618     DISPLAY "NOME OU PREFIXO DE NOME A PESQUISAR: ".
001620     ACCEPT WRK-PREFIXO.
001630     IF WRK-PREFIXO = SPACES
001640         DISPLAY "PREFIXO EM BRANCO - PESQUISA CANCELADA."
001680
001690     PERFORM 1100-MEDIR-PREFIXO THRU 1100-MEDIR-PREFIXO-EXIT.
001700
001705 1000-INICIALIZAR-DATAS.
001710     DISPLAY "DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): ".
001720     ACCEPT WRK-DATA-DE.
001730     DISPLAY "DATA FINAL (AAAAMMDD, 0 = SEM LIMITE): ".
001900     MOVE WRK-PREFIXO TO WRK-CAB-PREFIXO.
001910     MOVE WRK-CABECALHO TO REL-LINHA.
001920     WRITE REL-LINHA.
001921     IF PESQUISA-POR-DOCUMENTO
001922         MOVE WRK-TIPO-DOC TO WRK-CAB-TIPO-DOC
001923         MOVE WRK-NUM-DOC TO WRK-CAB-NUM-DOC
001924         MOVE WRK-ID-PRINCIPAL TO WRK-CAB-ID-VISITANTE
001925         SUBTRACT 1 FROM WRK-QTDE-IDS
001926             GIVING WRK-CAB-QTDE-INCORP
001927         MOVE WRK-CABECALHO3 TO REL-LINHA
001928         WRITE REL-LINHA
001929     END-IF.
001930     MOVE WRK-DATA-DE TO WRK-CAB-DE.
001940     MOVE WRK-DATA-ATE TO WRK-CAB-ATE.
001950     MOVE WRK-CABECALHO2 TO REL-LINHA.
002120     END-PERFORM.
002130 1100-MEDIR-PREFIXO-EXIT.
002140     EXIT.
002141
002142******************************************************************
002143* 1200-LOCALIZAR-VISITANTE
002144* RECEBE O DOCUMENTO E MONTA A TABELA DE IDENTIFICACOES DA PESSOA.
002145* A CHAVE DO DOCUMENTO ADMITE DUPLICATAS, ENTAO: (1) JUNTA TODAS
002146* AS IDENTIFICACOES COM O DOCUMENTO (1230); (2) SEGUE A UNIFICACAO
002147* DE CADA UMA ATE A QUE PERMANECEU E A JUNTA TAMBEM (1240); (3)
002148* VARRE O CADASTRO E JUNTA AS INCORPORADAS A QUALQUER UMA DA
002149* TABELA (1220) - A UNIFICACAO REAPONTA AS INCORPORACOES
002150* ANTERIORES, ENTAO UM NIVEL BASTA. A PRIMEIRA QUE PERMANECEU E A
002151* PRINCIPAL, E O NOME DELA VAI PARA O CABECALHO NO LUGAR DO
002152* PREFIXO.
002153******************************************************************
002154 1200-LOCALIZAR-VISITANTE.
002155     DISPLAY "TIPO DE DOCUMENTO (C=CPF R=RG P=PASSAPORTE): ".
002156     ACCEPT WRK-TIPO-DOC.
002157     DISPLAY "NUMERO DO DOCUMENTO: ".
002158     ACCEPT WRK-NUM-DOC.
002159     IF WRK-TIPO-DOC = SPACE OR WRK-NUM-DOC = SPACES
002160         DISPLAY "DOCUMENTO EM BRANCO - PESQUISA CANCELADA."
002161         SET PARAMETROS-INVALIDOS TO TRUE
002162         GO TO 1200-LOCALIZAR-VISITANTE-EXIT
002163     END-IF.
002164
002165     OPEN INPUT VISFILE.
002166     IF WRK-VIS-STATUS NOT = "00"
002167         DISPLAY "CADASTRO DE VISITANTES (VISFILE) INDISPONIVEL "
002168                 "- STATUS " WRK-VIS-STATUS
002169         SET PARAMETROS-INVALIDOS TO TRUE
002170         GO TO 1200-LOCALIZAR-VISITANTE-EXIT
002171     END-IF.
002172     MOVE ZEROS TO WRK-QTDE-IDS.
002173     MOVE ZEROS TO WRK-ID-PRINCIPAL.
002174     SET DOCUMENTO-SO-NO-PRINCIPAL TO TRUE.
002175     MOVE WRK-TIPO-DOC TO WRK-PSQ-TIPO-DOC.
002176     MOVE WRK-NUM-DOC TO WRK-PSQ-NUM-DOC.
002177     MOVE WRK-TIPO-DOC TO VIS-TIPO-DOC.
002178     MOVE WRK-NUM-DOC TO VIS-NUM-DOC.
002179     SET NAO-FIM-DOCUMENTO TO TRUE.
002180     START VISFILE
002181         KEY IS = VIS-DOCUMENTO
002182         INVALID KEY
002183             DISPLAY "DOCUMENTO NAO CADASTRADO: " WRK-TIPO-DOC
002184                     " " WRK-NUM-DOC " - PESQUISA CANCELADA."
002185             SET PARAMETROS-INVALIDOS TO TRUE
002186             CLOSE VISFILE
002187             GO TO 1200-LOCALIZAR-VISITANTE-EXIT
002188     END-START.
002189     PERFORM 1230-JUNTAR-DOCUMENTO
002190         THRU 1230-JUNTAR-DOCUMENTO-EXIT
002191         UNTIL FIM-DOCUMENTO.
002192
002193     MOVE WRK-QTDE-IDS TO WRK-QTDE-IDS-DOC.
002194     PERFORM 1240-RESOLVER-IDENTIFICACAO
002195         THRU 1240-RESOLVER-IDENTIFICACAO-EXIT
002196         VARYING WRK-IDX-DOC FROM 1 BY 1
002197         UNTIL WRK-IDX-DOC > WRK-QTDE-IDS-DOC.
002198*    CADEIA DE UNIFICACAO QUEBRADA - FICA A PRIMEIRA DO DOCUMENTO.
002199     IF WRK-ID-PRINCIPAL = 0
002200         MOVE WRK-TAB-ID(1) TO WRK-ID-PRINCIPAL
002201     END-IF.
002202     IF DOCUMENTO-EM-OUTRO-ATIVO
002203         DISPLAY "AVISO: DOCUMENTO EM MAIS DE UM VISITANTE "
002204                 "ATIVO - TODOS ENTRAM NA PESQUISA; UNIFIQUE-OS "
002205                 "NO PROGCB29."
002207     END-IF.
002208
002209     MOVE ZEROS TO VIS-ID.
002210     SET NAO-FIM-VISFILE TO TRUE.
002211     START VISFILE
002212         KEY IS >= VIS-ID
002213         INVALID KEY
002214             SET FIM-VISFILE TO TRUE
002215     END-START.
002216     PERFORM 1220-JUNTAR-INCORPORADA
002217         THRU 1220-JUNTAR-INCORPORADA-EXIT
002218         UNTIL FIM-VISFILE.
002219     CLOSE VISFILE.
002220     DISPLAY "VISITANTE " WRK-ID-PRINCIPAL ": " WRK-PREFIXO.
002221 1200-LOCALIZAR-VISITANTE-EXIT.
002222     EXIT.
002223
002224******************************************************************
002225* 1210-SEGUIR-INCORPORACAO
002226* A IDENTIFICACAO LIDA FOI INCORPORADA A OUTRA - PASSA PARA A
002227* QUE PERMANECEU.
002228******************************************************************
002229 1210-SEGUIR-INCORPORACAO.
002230     MOVE VIS-ID-INCORPORADOR TO VIS-ID.
002231     READ VISFILE
002232         KEY IS VIS-ID
002233         INVALID KEY
002234             MOVE SPACES TO VIS-SITUACAO
002235     END-READ.
002236 1210-SEGUIR-INCORPORACAO-EXIT.
002237     EXIT.
002238
002239******************************************************************
002240* 1220-JUNTAR-INCORPORADA
002241* LE O PROXIMO VISITANTE DO CADASTRO E, SE ELE FOI INCORPORADO A
002242* UMA DAS IDENTIFICACOES DA TABELA, JUNTA-O A ELA.
002243******************************************************************
002244 1220-JUNTAR-INCORPORADA.
002245     READ VISFILE NEXT RECORD
002246         AT END
002247             SET FIM-VISFILE TO TRUE
002248             GO TO 1220-JUNTAR-INCORPORADA-EXIT
002249     END-READ.
002250     IF NOT VIS-INCORPORADO
002251         GO TO 1220-JUNTAR-INCORPORADA-EXIT
002252     END-IF.
002253     MOVE VIS-ID-INCORPORADOR TO WRK-ID-CONFERIR.
002254     PERFORM 4000-CONFERIR-IDENTIFICACAO
002255         THRU 4000-CONFERIR-IDENTIFICACAO-EXIT.
002256     IF ID-NAO-CONFERE
002257         GO TO 1220-JUNTAR-INCORPORADA-EXIT
002258     END-IF.
002259     MOVE VIS-ID TO WRK-ID-CONFERIR.
002260     PERFORM 1250-INCLUIR-NA-TABELA
002261         THRU 1250-INCLUIR-NA-TABELA-EXIT.
002262 1220-JUNTAR-INCORPORADA-EXIT.
002263     EXIT.
002264
002265******************************************************************
002266* 1230-JUNTAR-DOCUMENTO
002267* LE A PROXIMA IDENTIFICACAO NA ORDEM DO DOCUMENTO, PARA QUANDO O
002268* DOCUMENTO MUDA, E JUNTA-A A TABELA - ATIVA OU INCORPORADA, OS
002269* CADASTROS E HISTORICOS PODEM TRAZER QUALQUER UMA.
002270******************************************************************
002271 1230-JUNTAR-DOCUMENTO.
002272     READ VISFILE NEXT RECORD
002273         AT END
002274             SET FIM-DOCUMENTO TO TRUE
002275             GO TO 1230-JUNTAR-DOCUMENTO-EXIT
002276     END-READ.
002277     IF VIS-DOCUMENTO NOT = WRK-DOC-PESQUISADO
002278         SET FIM-DOCUMENTO TO TRUE
002279         GO TO 1230-JUNTAR-DOCUMENTO-EXIT
002280     END-IF.
002281     MOVE VIS-ID TO WRK-ID-CONFERIR.
002282     PERFORM 1250-INCLUIR-NA-TABELA
002283         THRU 1250-INCLUIR-NA-TABELA-EXIT.
002284 1230-JUNTAR-DOCUMENTO-EXIT.
002285     EXIT.
002286
002287******************************************************************
002288* 1240-RESOLVER-IDENTIFICACAO
002289* SEGUE A UNIFICACAO DE UMA IDENTIFICACAO DO DOCUMENTO ATE A QUE
002290* PERMANECEU E A JUNTA A TABELA. A PRIMEIRA QUE PERMANECEU E A
002291* PRINCIPAL; OUTRA ATIVA COM O MESMO DOCUMENTO GERA UM AVISO.
002292******************************************************************
002293 1240-RESOLVER-IDENTIFICACAO.
002294     MOVE WRK-TAB-ID(WRK-IDX-DOC) TO VIS-ID.
002295     READ VISFILE
002296         KEY IS VIS-ID
002297         INVALID KEY
002298             GO TO 1240-RESOLVER-IDENTIFICACAO-EXIT
002299     END-READ.
002300     PERFORM 1210-SEGUIR-INCORPORACAO
002301         THRU 1210-SEGUIR-INCORPORACAO-EXIT
002302         VARYING WRK-SALTOS-INCORP FROM 1 BY 1
002303         UNTIL WRK-SALTOS-INCORP > 10
002304            OR NOT VIS-INCORPORADO.
002305     IF NOT VIS-ATIVO
002306         GO TO 1240-RESOLVER-IDENTIFICACAO-EXIT
002307     END-IF.
002308     IF WRK-ID-PRINCIPAL = 0
002309         MOVE VIS-ID TO WRK-ID-PRINCIPAL
002310         MOVE VIS-NOME TO WRK-PREFIXO
002311     END-IF.
002312     IF VIS-ID NOT = WRK-ID-PRINCIPAL
002313         SET DOCUMENTO-EM-OUTRO-ATIVO TO TRUE
002314     END-IF.
002315     MOVE VIS-ID TO WRK-ID-CONFERIR.
002316     PERFORM 1250-INCLUIR-NA-TABELA
002317         THRU 1250-INCLUIR-NA-TABELA-EXIT.
002318 1240-RESOLVER-IDENTIFICACAO-EXIT.
002319     EXIT.
002320
002321******************************************************************
002322* 1250-INCLUIR-NA-TABELA
002323* JUNTA A IDENTIFICACAO EM WRK-ID-CONFERIR A TABELA, SE AINDA NAO
002324* ESTIVER NELA.
002325******************************************************************
002326 1250-INCLUIR-NA-TABELA.
002327     PERFORM 4000-CONFERIR-IDENTIFICACAO
002328         THRU 4000-CONFERIR-IDENTIFICACAO-EXIT.
002329     IF ID-CONFERE
002330         GO TO 1250-INCLUIR-NA-TABELA-EXIT
002331     END-IF.
002332     IF WRK-QTDE-IDS = 50
002333         DISPLAY "AVISO: MAIS DE 50 IDENTIFICACOES - VISITANTE "
002334                 WRK-ID-CONFERIR " FICA FORA DA PESQUISA."
002335         GO TO 1250-INCLUIR-NA-TABELA-EXIT
002336     END-IF.
002337     ADD 1 TO WRK-QTDE-IDS.
002338     MOVE WRK-ID-CONFERIR TO WRK-TAB-ID(WRK-QTDE-IDS).
002339 1250-INCLUIR-NA-TABELA-EXIT.
002340     EXIT.
002341
002342******************************************************************
002343* 2000-PESQUISAR-MESTRE
002344* PERCORRE O MESTRE VIVO (REGFILE) APLICANDO O FILTRO DE NOME E
002345* DE DATAS.
002346******************************************************************
002347 2000-PESQUISAR-MESTRE.
002348     OPEN INPUT REGFILE.
002349     IF WRK-REG-STATUS NOT = "00"
002350         DISPLAY "AVISO: ARQUIVO MESTRE REGFILE INDISPONIVEL - "
002351                 "STATUS " WRK-REG-STATUS
002352         GO TO 2000-PESQUISAR-MESTRE-EXIT
002353     END-IF.
002354     SET NAO-FIM-ARQUIVO TO TRUE.
002355     PERFORM 2100-CONFERIR-VIVO THRU 2100-CONFERIR-VIVO-EXIT
002356         UNTIL FIM-ARQUIVO.
002357     CLOSE REGFILE.
002358 2000-PESQUISAR-MESTRE-EXIT.
002359     EXIT.
002360
002361******************************************************************
002362* 2100-CONFERIR-VIVO
002370* LE UM CADASTRO DO MESTRE VIVO E IMPRIME A OCORRENCIA QUANDO
002380* BATE COM O PREFIXO E O INTERVALO DE DATAS.
002390******************************************************************
002430             SET FIM-ARQUIVO TO TRUE
002440             GO TO 2100-CONFERIR-VIVO-EXIT
002450     END-READ.
002451     IF PESQUISA-POR-DOCUMENTO
002452         IF REG-ID-VISITANTE IS NOT NUMERIC
002453             GO TO 2100-CONFERIR-VIVO-EXIT
002454         END-IF
002455         MOVE REG-ID-VISITANTE TO WRK-ID-CONFERIR
002456         PERFORM 4000-CONFERIR-IDENTIFICACAO
002457             THRU 4000-CONFERIR-IDENTIFICACAO-EXIT
002458         IF ID-NAO-CONFERE
002459             GO TO 2100-CONFERIR-VIVO-EXIT
002460         END-IF
002461     ELSE
002462         IF REG-NOME(1:WRK-PREFIXO-TAM) NOT =
002470                WRK-PREFIXO(1:WRK-PREFIXO-TAM)
002480             GO TO 2100-CONFERIR-VIVO-EXIT
002485         END-IF
002490     END-IF.
002500     IF REG-DATA-CADASTRO < WRK-DATA-DE OR
002510            REG-DATA-CADASTRO > WRK-DATA-ATE
003370     END-READ.
003380     MOVE SPACES TO WRK-REG-ARQ.
003390     MOVE RARC-LINHA TO WRK-REG-ARQ.
003391     IF PESQUISA-POR-DOCUMENTO
003392*        GERACOES ANTERIORES AO CADASTRO DE VISITANTES NAO TRAZEM
003393*        A IDENTIFICACAO (BYTES EM ESPACOS) E NAO ENTRAM.
003394         IF WRK-ARQ-ID-VISITANTE IS NOT NUMERIC
003395             GO TO 3200-CONFERIR-HISTORICO-EXIT
003396         END-IF
003397         MOVE WRK-ARQ-ID-VISITANTE-N TO WRK-ID-CONFERIR
003398         PERFORM 4000-CONFERIR-IDENTIFICACAO
003399             THRU 4000-CONFERIR-IDENTIFICACAO-EXIT
003400         IF ID-NAO-CONFERE
003401             GO TO 3200-CONFERIR-HISTORICO-EXIT
003402         END-IF
003403     ELSE
003404         IF WRK-ARQ-NOME(1:WRK-PREFIXO-TAM) NOT =
003410                WRK-PREFIXO(1:WRK-PREFIXO-TAM)
003420             GO TO 3200-CONFERIR-HISTORICO-EXIT
003425         END-IF
003430     END-IF.
003440     IF WRK-ARQ-DATA-CADASTRO IS NOT NUMERIC
003450         GO TO 3200-CONFERIR-HISTORICO-EXIT
003630         THRU 5000-GRAVAR-OCORRENCIA-EXIT.
003640 3200-CONFERIR-HISTORICO-EXIT.
003650     EXIT.
003651
003652******************************************************************
003653* 4000-CONFERIR-IDENTIFICACAO
003654* CONFERE SE A IDENTIFICACAO DO VISITANTE EM WRK-ID-CONFERIR
003655* ESTA NA TABELA DO VISITANTE PESQUISADO. ZEROS = CADASTRO SEM
003656* IDENTIFICACAO, QUE NUNCA CONFERE.
003657******************************************************************
003658 4000-CONFERIR-IDENTIFICACAO.
003659     SET ID-NAO-CONFERE TO TRUE.
003660     IF WRK-ID-CONFERIR = 0
003661         GO TO 4000-CONFERIR-IDENTIFICACAO-EXIT
003662     END-IF.
003663     PERFORM 4100-COMPARAR-IDENTIFICACAO
003664         THRU 4100-COMPARAR-IDENTIFICACAO-EXIT
003665         VARYING WRK-IDX-ID FROM 1 BY 1
003666         UNTIL WRK-IDX-ID > WRK-QTDE-IDS
003667            OR ID-CONFERE.
003668 4000-CONFERIR-IDENTIFICACAO-EXIT.
003669     EXIT.
003670
003671******************************************************************
003672* 4100-COMPARAR-IDENTIFICACAO
003673* COMPARA COM UMA POSICAO DA TABELA DE IDENTIFICACOES.
003674******************************************************************
003675 4100-COMPARAR-IDENTIFICACAO.
003676     IF WRK-TAB-ID(WRK-IDX-ID) = WRK-ID-CONFERIR
003677         SET ID-CONFERE TO TRUE
003678     END-IF.
003679 4100-COMPARAR-IDENTIFICACAO-EXIT.
003680     EXIT.
003681
003682******************************************************************
003683* 5000-GRAVAR-OCORRENCIA
003690* GRAVA UMA LINHA DE OCORRENCIA NO RELATORIO E A CONTABILIZA.
003700******************************************************************
003710 5000-GRAVAR-OCORRENCIA.
