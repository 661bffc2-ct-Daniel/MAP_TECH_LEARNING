000385* 2026-09-03 DSR    CADA CADASTRO ACEITO SOBE A CONTAGEM DE
000386*                   OCUPACAO DO PREDIO (OCPCTL), COM AVISO AO
000387*                   ATINGIR/EXCEDER O LIMITE CONFIGURADO.
000388* 2026-10-15 DSR    CARGA SIMULTANEA AOS POSTOS ON-LINE: AS
000389*                   SEQUENCIAS PASSARAM A SER RESERVADAS NO
000390*                   SEQCTL A CADA USO, SOB BLOQUEIO, NO MESMO
000391*                   PADRAO DO PROGCOB01; O CRACHA E TOMADO SOB
000392*                   BLOQUEIO NA PROCURA E DEVOLVIDO SE A LINHA
000393*                   NAO ENTRA; A OCUPACAO E RELIDA SOB BLOQUEIO
000394*                   A CADA CADASTRO ACEITO.
000395* 2026-10-15 DSR    LINHA DO TRNFILE GANHOU O DOCUMENTO (TIPO E
000396*                   NUMERO), A EMPRESA E O TELEFONE DO
000397*                   VISITANTE. O DOCUMENTO E PROCURADO NO
000398*                   CADASTRO MESTRE DE VISITANTES (VISFILE) E,
000399*                   SE AUSENTE, O VISITANTE E CADASTRADO; A
000400*                   IDENTIFICACAO E CARIMBADA NO MESTRE (REG-ID-
000401*                   VISITANTE). DOCUMENTO INVALIDO VAI PARA O
000402*                   SUSPENSE. LINHA NO LEIAUTE ANTIGO ENTRA COMO
000403*                   VISITANTE SEM DOCUMENTO.
000404* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000405*                   SEQUENCIA DOS AVISOS AO ANFITRIAO.
000406* 2026-10-15 DSR    REGISTRO DE SEQUENCIAS CRIADO JA COM A
000407*                   SEQUENCIA DAS VISITAS EM GRUPO; CADASTRO
000408*                   GRAVADO COM A IDENTIFICACAO DO GRUPO
000409*                   (REG-ID-GRUPO) EM ZEROS.
000410* 2026-10-15 DSR    LISTA DE IMPEDIDOS CONSULTADA PELO
000411*                   DOCUMENTO DA LINHA E PELA IDENTIFICACAO DO
000412*                   CADASTRO MESTRE, ALEM DO NOME; NOME DA LISTA
000413*                   COM OUTRA IDENTIFICACAO E HOMONIMO (AVISO).
000414******************************************************************
000415 ENVIRONMENT DIVISION.
000416 INPUT-OUTPUT SECTION.
000417 FILE-CONTROL.
000420     SELECT TRNFILE ASSIGN TO "TRNFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-TRN-STATUS.
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS SEQCTL-CHAVE
000705         LOCK MODE IS MANUAL
000710         FILE STATUS IS WRK-SEQCTL-STATUS.
000711
000712     SELECT WTCFILE ASSIGN TO "WTCFILE"
000713         ORGANIZATION IS INDEXED
000714         ACCESS MODE IS RANDOM
000715         RECORD KEY IS WTC-NOME
000716         ALTERNATE RECORD KEY IS WTC-ID-VISITANTE
000717             WITH DUPLICATES
000718         ALTERNATE RECORD KEY IS WTC-DOCUMENTO WITH DUPLICATES
000719         FILE STATUS IS WRK-WTC-STATUS.
000720
000721     SELECT BDGFILE ASSIGN TO "BDGFILE"
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS DYNAMIC
000724         RECORD KEY IS BDG-NUMERO
000725         LOCK MODE IS MANUAL
000726         FILE STATUS IS WRK-BDG-STATUS.
000727
000728     SELECT ANFFILE ASSIGN TO "ANFFILE"
000729         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000731         RECORD KEY IS ANF-ID
000732         FILE STATUS IS WRK-ANF-STATUS.
000733
000734     SELECT OCPCTL ASSIGN TO "OCPCTL"
000735         ORGANIZATION IS INDEXED
000736         ACCESS MODE IS RANDOM
000737         RECORD KEY IS OCP-CHAVE
000738         LOCK MODE IS MANUAL
000739         FILE STATUS IS WRK-OCP-STATUS.
000740
000741     SELECT VISFILE ASSIGN TO "VISFILE"
000742         ORGANIZATION IS INDEXED
000743         ACCESS MODE IS RANDOM
000744         RECORD KEY IS VIS-ID
000745         ALTERNATE RECORD KEY IS VIS-DOCUMENTO WITH DUPLICATES
000746         LOCK MODE IS MANUAL
000747         FILE STATUS IS WRK-VIS-STATUS.
000748
000749 DATA DIVISION.
000750 FILE SECTION.
000751 FD  TRNFILE.
000760 01  TRN-REGISTRO.
000770     05  TRN-NOME                PIC X(30).
000772     05  TRN-ID-ANFITRIAO        PIC X(08).
000773     05  TRN-TIPO-DOC            PIC X(01).
000774     05  TRN-NUM-DOC             PIC X(20).
000775     05  TRN-EMPRESA             PIC X(30).
000776     05  TRN-TELEFONE            PIC X(15).
000780
000790 FD  REGFILE.
000800     COPY REGREC.
000943 FD  OCPCTL.
000944     COPY OCPREC.
000945
000946 FD  VISFILE.
000947     COPY VISREC.
000948
000949 WORKING-STORAGE SECTION.
000950 77  WRK-TRN-STATUS          PIC X(02) VALUE "00".
000960 77  WRK-REG-STATUS          PIC X(02) VALUE "00".
000970 77  WRK-DTCTL-STATUS        PIC X(02) VALUE "00".
000980 77  WRK-SUS-STATUS          PIC X(02) VALUE "00".
000990 77  WRK-AUD-STATUS          PIC X(02) VALUE "00".
001000 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
001002     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
001005 77  WRK-WTC-STATUS          PIC X(02) VALUE "00".
001006 77  WRK-BDG-STATUS          PIC X(02) VALUE "00".
001007     88  BDG-BLOQUEADO               VALUE "51" "9D".
001008 77  WRK-ANF-STATUS          PIC X(02) VALUE "00".
001009 77  WRK-OCP-STATUS          PIC X(02) VALUE "00".
001010     88  OCP-BLOQUEADO               VALUE "51" "9D".
001011 77  WRK-VIS-STATUS          PIC X(02) VALUE "00".
001012
001020 77  WRK-NOME                PIC X(30) VALUE SPACES.
001030 77  WRK-DATA-NEGOCIO        PIC 9(08) VALUE ZEROS.
001040 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
001050 77  WRK-TIPO-SEQUENCIA      PIC X(01) VALUE SPACES.
001055     88  SEQ-DE-CADASTRO             VALUE "R".
001060     88  SEQ-DE-AUDITORIA            VALUE "A".
001065     88  SEQ-DE-SUSPENSE             VALUE "S".
001067     88  SEQ-DE-VISITANTE            VALUE "V".
001070 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
001075 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001080
001090 77  WRK-SW-FIM-TRNFILE      PIC X(01) VALUE "N".
001100     88  FIM-TRNFILE                 VALUE "S".
001195 77  WRK-SW-IMPEDIDO         PIC X(01) VALUE "N".
001196     88  NOME-IMPEDIDO               VALUE "S".
001197     88  NOME-LIBERADO               VALUE "N".
001198 77  WRK-SW-IDENT-VISITANTE  PIC X(01) VALUE "N".
001199     88  VISITANTE-DOCUMENTADO       VALUE "S".
001200     88  VISITANTE-SEM-IDENTIDADE    VALUE "N".
001201
001210 77  WRK-IDX                 PIC 9(02) VALUE ZEROS.
001220 77  WRK-QTDE-DIGITOS        PIC 9(02) VALUE ZEROS.
001230 77  WRK-QTDE-LETRAS         PIC 9(02) VALUE ZEROS.
001300 77  WRK-QTDE-DUPLICADOS     PIC 9(06) VALUE ZEROS.
001305 77  WRK-QTDE-IMPEDIDOS      PIC 9(06) VALUE ZEROS.
001306 77  WRK-QTDE-ANF-INVAL      PIC 9(06) VALUE ZEROS.
001307 77  WRK-QTDE-DOC-INVAL      PIC 9(06) VALUE ZEROS.
001308 77  WRK-QTDE-VIS-NOVOS      PIC 9(06) VALUE ZEROS.
001310 77  WRK-QTDE-ERROS-GRAV     PIC 9(06) VALUE ZEROS.
001311
001312 77  WRK-NUM-CRACHA          PIC 9(04) VALUE ZEROS.
001324     88  ANFITRIAO-VALIDO            VALUE "S".
001325     88  ANFITRIAO-INVALIDO          VALUE "N".
001326
001327 77  WRK-SW-VISFILE          PIC X(01) VALUE "N".
001328     88  VISFILE-DISPONIVEL          VALUE "S".
001329     88  VISFILE-INDISPONIVEL        VALUE "N".
001330 77  WRK-SW-VIS-VALIDO       PIC X(01) VALUE "S".
001331     88  VISITANTE-VALIDO            VALUE "S".
001332     88  VISITANTE-INVALIDO          VALUE "N".
001333     88  VISITANTE-NAO-GRAVADO       VALUE "E".
001334 77  WRK-ID-VISITANTE        PIC 9(06) VALUE ZEROS.
001335 77  WRK-SALTOS-INCORP       PIC 9(02) VALUE ZEROS.
001336
001337
001338* IDENTIFICACAO FIXA CARIMBADA NA AUDITORIA E NO SUSPENSE -
001340* A CARGA EM LOTE NAO TEM OPERADOR DE TERMINAL.
001350 77  WRK-OPERADOR-LOTE       PIC X(08) VALUE "PROGCOB8".
001360
001510******************************************************************
001520* 1000-INICIALIZAR
001530* ABRE OS ARQUIVOS, OBTEM A DATA DE NEGOCIO DO ARQUIVO DE
001540* CONTROLE GRAVADO PELO PROGCOB03 E GARANTE O REGISTRO DE
001550* SEQUENCIAS DO SEQCTL, NO MESMO PADRAO DO PROGCOB01.
001560******************************************************************
001570 1000-INICIALIZAR.
001580     OPEN I-O REGFILE.
001666         CLOSE OCPCTL
001667         OPEN I-O OCPCTL
001668     END-IF.
001669
001670     OPEN I-O VISFILE.
001671     IF WRK-VIS-STATUS = "35"
001672         CLOSE VISFILE
001673         OPEN OUTPUT VISFILE
001674         CLOSE VISFILE
001675         OPEN I-O VISFILE
001676     END-IF.
001677     IF WRK-VIS-STATUS = "00"
001678         SET VISFILE-DISPONIVEL TO TRUE
001679     ELSE
001680         DISPLAY "AVISO: CADASTRO DE VISITANTES INDISPONIVEL - "
001681                 "STATUS " WRK-VIS-STATUS " - CARGA SEGUE SEM "
001682                 "IDENTIFICACAO DO VISITANTE."
001683     END-IF.
001684
001685     OPEN INPUT DTCTL.
001690     IF WRK-DTCTL-STATUS = "00"
001700         MOVE "DTCTL001" TO DTCTL-CHAVE
001710         READ DTCTL
001970     END-IF.
001980
001990     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002000     READ SEQCTL WITH NO LOCK
002010         KEY IS SEQCTL-CHAVE
002020         INVALID KEY
002030             MOVE 1 TO SEQCTL-PROX-REGISTRO
002040             MOVE 1 TO SEQCTL-PROX-AUDITORIA
002050             MOVE 1 TO SEQCTL-PROX-SUSPENSE
002055             MOVE 1 TO SEQCTL-PROX-VISITANTE
002057             MOVE 1 TO SEQCTL-PROX-NOTIFICACAO
002058             MOVE 1 TO SEQCTL-PROX-GRUPO
002060             WRITE SEQCTL-REGISTRO
002070     END-READ.
002101     PERFORM 8300-CARREGAR-OCUPACAO
002102         THRU 8300-CARREGAR-OCUPACAO-EXIT.
002110
002260     EXIT.
002270
002280******************************************************************
002290* 1200-RESERVAR-SEQUENCIA
002300* RESERVA NO SEQCTL, SOB BLOQUEIO, O PROXIMO NUMERO DA SEQUENCIA
002310* PEDIDA EM WRK-TIPO-SEQUENCIA, NO MESMO PADRAO DO PROGCOB01 -
002312* A CARGA PODE RODAR COM OS POSTOS ON-LINE ABERTOS. DEVOLVE O
002314* NUMERO EM WRK-SEQ-RESERVADA, OU ZEROS SE O CONTROLE CONTINUAR
002316* EM USO APOS AS TENTATIVAS.
002320******************************************************************
002330 1200-RESERVAR-SEQUENCIA.
002332     MOVE ZEROS TO WRK-SEQ-RESERVADA.
002334     PERFORM 1210-LER-SEQCTL-BLOQUEADO
002336         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
002338         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
002340         UNTIL WRK-TENTATIVAS-BLOQ > 200
002342            OR NOT SEQCTL-BLOQUEADO.
002344     IF WRK-SEQCTL-STATUS NOT = "00"
002346         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
002348                 WRK-SEQCTL-STATUS
002350         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002352     END-IF.
002354     EVALUATE TRUE
002356         WHEN SEQ-DE-CADASTRO
002358             MOVE SEQCTL-PROX-REGISTRO TO WRK-SEQ-RESERVADA
002360             ADD 1 TO SEQCTL-PROX-REGISTRO
002362         WHEN SEQ-DE-AUDITORIA
002364             MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA
002366             ADD 1 TO SEQCTL-PROX-AUDITORIA
002368         WHEN SEQ-DE-SUSPENSE
002370             MOVE SEQCTL-PROX-SUSPENSE TO WRK-SEQ-RESERVADA
002372             ADD 1 TO SEQCTL-PROX-SUSPENSE
002373         WHEN SEQ-DE-VISITANTE
002374             IF SEQCTL-PROX-VISITANTE NOT NUMERIC
002375                 OR SEQCTL-PROX-VISITANTE = 0
002376                 MOVE 1 TO SEQCTL-PROX-VISITANTE
002377             END-IF
002378             MOVE SEQCTL-PROX-VISITANTE TO WRK-SEQ-RESERVADA
002379             ADD 1 TO SEQCTL-PROX-VISITANTE
002380     END-EVALUATE.
002381     REWRITE SEQCTL-REGISTRO
002390         INVALID KEY
002395             MOVE ZEROS TO WRK-SEQ-RESERVADA
002400             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
002405                     WRK-SEQCTL-STATUS
002410     END-REWRITE.
002415     UNLOCK SEQCTL.
002420 1200-RESERVAR-SEQUENCIA-EXIT.
002430     EXIT.
002431
002432******************************************************************
002433* 1210-LER-SEQCTL-BLOQUEADO
002434* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
002435******************************************************************
002436 1210-LER-SEQCTL-BLOQUEADO.
002437     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002438     READ SEQCTL WITH LOCK
002439         KEY IS SEQCTL-CHAVE
002440         INVALID KEY
002441             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
002442                     "STATUS " WRK-SEQCTL-STATUS
002443     END-READ.
002444 1210-LER-SEQCTL-BLOQUEADO-EXIT.
002445     EXIT.
002446
002450******************************************************************
002460* 2000-PROCESSAR-NOME
002470* SUBMETE O NOME DA TRANSACAO A MESMA EDICAO DA INCLUSAO
002626         GO TO 2000-PROCESSAR-NOME-LER
002627     END-IF.
002628
002629     PERFORM 8500-IDENTIFICAR-VISITANTE
002630         THRU 8500-IDENTIFICAR-VISITANTE-EXIT.
002631     IF VISITANTE-INVALIDO
002632         ADD 1 TO WRK-QTDE-DOC-INVAL
002633         PERFORM 3200-GRAVAR-SUSPENSE
002634             THRU 3200-GRAVAR-SUSPENSE-EXIT
002635         GO TO 2000-PROCESSAR-NOME-LER
002636     END-IF.
002637     IF VISITANTE-NAO-GRAVADO
002638         ADD 1 TO WRK-QTDE-ERROS-GRAV
002639         DISPLAY "VISITANTE NAO CADASTRADO PARA " WRK-NOME
002640                 " - LINHA IGNORADA"
002641         GO TO 2000-PROCESSAR-NOME-LER
002642     END-IF.
002643
002644     SET SEQ-DE-CADASTRO TO TRUE.
002645     PERFORM 1200-RESERVAR-SEQUENCIA
002646         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
002647     IF WRK-SEQ-RESERVADA = 0
002648         ADD 1 TO WRK-QTDE-ERROS-GRAV
002649         DISPLAY "SEQUENCIA NAO RESERVADA PARA " WRK-NOME
002650                 " - LINHA IGNORADA"
002651         GO TO 2000-PROCESSAR-NOME-LER
002652     END-IF.
002653
002654     MOVE WRK-NOME TO REG-NOME.
002655     MOVE WRK-DATA-NEGOCIO TO REG-DATA-CADASTRO.
002656     MOVE WRK-SEQ-RESERVADA TO REG-SEQUENCIA.
002657     MOVE WRK-HORA-ATUAL TO REG-HORA-CADASTRO.
002660     SET REG-ATIVO TO TRUE.
002670     MOVE ZEROS TO REG-HORA-SAIDA.
002680     SET REG-TRANS-PENDENTE TO TRUE.
002682     MOVE SPACES TO REG-IND-SAIDA-AUTO.
002683     MOVE SPACES TO REG-COD-ERRO-RH.
002684     MOVE SPACES TO REG-IND-PRE-REG.
002685     MOVE WRK-ID-VISITANTE TO REG-ID-VISITANTE.
002686     MOVE ZEROS TO REG-ID-GRUPO.
002687     PERFORM 8100-ATRIBUIR-CRACHA
002688         THRU 8100-ATRIBUIR-CRACHA-EXIT.
002689     MOVE WRK-NUM-CRACHA TO REG-NUM-CRACHA.
002690
002700     WRITE REG-REGISTRO
002710         INVALID KEY
002720             ADD 1 TO WRK-QTDE-DUPLICADOS
002730             DISPLAY "DUPLICADO: JA EXISTE CADASTRO PARA "
002740                     WRK-NOME " NESTA DATA - LINHA IGNORADA"
002743             PERFORM 8160-CANCELAR-CRACHA
002746                 THRU 8160-CANCELAR-CRACHA-EXIT
002750         NOT INVALID KEY
002770             ADD 1 TO WRK-QTDE-ACEITOS
002780             SET AUD-OPER-INCLUSAO TO TRUE
002790             PERFORM 3300-GRAVAR-AUDITORIA
002800                 THRU 3300-GRAVAR-AUDITORIA-EXIT
002803             PERFORM 8400-CONTAR-ENTRADA
002804                 THRU 8400-CONTAR-ENTRADA-EXIT
002810     END-WRITE.
002880         ADD 1 TO WRK-QTDE-ERROS-GRAV
002890         DISPLAY "ERRO AO GRAVAR NO CADASTRO: " WRK-NOME
002900                 " - STATUS " WRK-REG-STATUS
002903         PERFORM 8160-CANCELAR-CRACHA
002906             THRU 8160-CANCELAR-CRACHA-EXIT
002910     END-IF.
002920 2000-PROCESSAR-NOME-LER.
002930     PERFORM 7000-LER-TRANSACAO THRU 7000-LER-TRANSACAO-EXIT.
003540* POSTERIOR DO OPERADOR, NO MESMO PADRAO DO PROGCOB01.
003550******************************************************************
003560 3200-GRAVAR-SUSPENSE.
003561     SET SEQ-DE-SUSPENSE TO TRUE.
003562     PERFORM 1200-RESERVAR-SEQUENCIA
003563         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
003564     IF WRK-SEQ-RESERVADA = 0
003565         GO TO 3200-GRAVAR-SUSPENSE-EXIT
003566     END-IF.
003570     OPEN EXTEND SUSFILE.
003580     IF WRK-SUS-STATUS = "35"
003590         OPEN OUTPUT SUSFILE
003630                 WRK-SUS-STATUS
003640         GO TO 3200-GRAVAR-SUSPENSE-EXIT
003650     END-IF.
003660     MOVE WRK-SEQ-RESERVADA TO SUS-SEQUENCIA.
003670     MOVE WRK-DATA-NEGOCIO TO SUS-DATA-REJEICAO.
003680     MOVE WRK-HORA-ATUAL TO SUS-HORA-REJEICAO.
003690     MOVE WRK-NOME TO SUS-VALOR-DIGITADO.
003750                 WRK-SUS-STATUS
003760     END-IF.
003770     CLOSE SUSFILE.
003810 3200-GRAVAR-SUSPENSE-EXIT.
003820     EXIT.
003830
003880* MESMO PADRAO DO PROGCOB01.
003890******************************************************************
003900 3300-GRAVAR-AUDITORIA.
003901     SET SEQ-DE-AUDITORIA TO TRUE.
003902     PERFORM 1200-RESERVAR-SEQUENCIA
003903         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
003904     IF WRK-SEQ-RESERVADA = 0
003905         GO TO 3300-GRAVAR-AUDITORIA-EXIT
003906     END-IF.
003910     OPEN EXTEND AUDFILE.
003920     IF WRK-AUD-STATUS = "35"
003930         OPEN OUTPUT AUDFILE
003970                 WRK-AUD-STATUS
003980         GO TO 3300-GRAVAR-AUDITORIA-EXIT
003990     END-IF.
004000     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
004010     MOVE WRK-DATA-NEGOCIO TO AUD-DATA-NEGOCIO.
004020     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
004030     MOVE WRK-NOME TO AUD-NOME-CAPTURADO.
004080                 WRK-AUD-STATUS
004090     END-IF.
004100     CLOSE AUDFILE.
004140 3300-GRAVAR-AUDITORIA-EXIT.
004150     EXIT.
004160
004300
004301******************************************************************
004302* 8000-VERIFICAR-IMPEDIDO
004303* CONSULTA A LISTA DE IMPEDIDOS (WTCFILE) PELA IDENTIFICACAO DO
004304* VISITANTE, PELO DOCUMENTO E PELO NOME (8010), NO MESMO PADRAO
004305* DO PROGCOB01. NA CARGA EM LOTE NAO HA SUPERVISOR PARA LIBERAR:
004306* O VISITANTE CONSTANTE DA LISTA E DESVIADO PARA O SUSPENSE COM O
004307* MOTIVO, PARA TRATAMENTO NO PROGCOB01/PROGCOB06.
004308******************************************************************
004309 8000-VERIFICAR-IMPEDIDO.
004310     SET NOME-LIBERADO TO TRUE.
004311     IF LISTA-IMPED-INDISPON
004312         GO TO 8000-VERIFICAR-IMPEDIDO-EXIT
004313     END-IF.
004314     PERFORM 8010-PROCURAR-IMPEDIMENTO
004315         THRU 8010-PROCURAR-IMPEDIMENTO-EXIT.
004316     IF NOME-LIBERADO
004317         GO TO 8000-VERIFICAR-IMPEDIDO-EXIT
004318     END-IF.
004319     MOVE "NOME NA LISTA DE IMPEDIDOS" TO WRK-MOTIVO-REJEICAO.
004320     DISPLAY "IMPEDIDO: " WRK-NOME " - " WTC-MOTIVO.
004321 8000-VERIFICAR-IMPEDIDO-EXIT.
004322     EXIT.
004323
004324******************************************************************
004325* 8010-PROCURAR-IMPEDIMENTO
004326* PROCURA NA LISTA, NESTA ORDEM: O DOCUMENTO DA LINHA, A
004327* IDENTIFICACAO DO CADASTRO MESTRE DESSE DOCUMENTO (SEGUIDA A
004328* UNIFICACAO) E, POR ULTIMO, O NOME. A PROCURA NAO CADASTRA O
004329* VISITANTE - ISSO SO E FEITO EM 8500, DEPOIS DE LIBERADO. O
004330* NOME SO IMPEDE SE A LINHA NAO TRAZ DOCUMENTO OU SE A ENTRADA DA
004331* LISTA NAO TEM IDENTIFICACAO NEM DOCUMENTO; COM OS DOIS LADOS
004332* IDENTIFICADOS, E UM HOMONIMO - AVISA E NAO IMPEDE.
004333******************************************************************
004334 8010-PROCURAR-IMPEDIMENTO.
004335     SET VISITANTE-SEM-IDENTIDADE TO TRUE.
004336     IF TRN-TIPO-DOC = SPACE OR TRN-NUM-DOC = SPACES
004337         GO TO 8010-PROCURAR-POR-NOME
004338     END-IF.
004339     SET VISITANTE-DOCUMENTADO TO TRUE.
004340     MOVE TRN-TIPO-DOC TO WTC-TIPO-DOC.
004341     MOVE TRN-NUM-DOC TO WTC-NUM-DOC.
004342     READ WTCFILE
004343         KEY IS WTC-DOCUMENTO
004344         INVALID KEY
004345             CONTINUE
004346         NOT INVALID KEY
004347             SET NOME-IMPEDIDO TO TRUE
004348             GO TO 8010-PROCURAR-IMPEDIMENTO-EXIT
004349     END-READ.
004350     IF VISFILE-INDISPONIVEL
004351         GO TO 8010-PROCURAR-POR-NOME
004352     END-IF.
004353     MOVE TRN-TIPO-DOC TO VIS-TIPO-DOC.
004354     MOVE TRN-NUM-DOC TO VIS-NUM-DOC.
004355     READ VISFILE WITH NO LOCK
004356         KEY IS VIS-DOCUMENTO
004357         INVALID KEY
004358             GO TO 8010-PROCURAR-POR-NOME
004359     END-READ.
004360     PERFORM 8520-SEGUIR-INCORPORACAO
004361         THRU 8520-SEGUIR-INCORPORACAO-EXIT
004362         VARYING WRK-SALTOS-INCORP FROM 1 BY 1
004363         UNTIL WRK-SALTOS-INCORP > 10
004364            OR NOT VIS-INCORPORADO.
004365     IF NOT VIS-ATIVO
004366         GO TO 8010-PROCURAR-POR-NOME
004367     END-IF.
004368     MOVE VIS-ID TO WTC-ID-VISITANTE.
004369     READ WTCFILE
004370         KEY IS WTC-ID-VISITANTE
004371         INVALID KEY
004372             CONTINUE
004373         NOT INVALID KEY
004374             SET NOME-IMPEDIDO TO TRUE
004375             GO TO 8010-PROCURAR-IMPEDIMENTO-EXIT
004376     END-READ.
004377
004378 8010-PROCURAR-POR-NOME.
004379     MOVE WRK-NOME TO WTC-NOME.
004380     READ WTCFILE
004381         KEY IS WTC-NOME
004382         INVALID KEY
004383             GO TO 8010-PROCURAR-IMPEDIMENTO-EXIT
004384     END-READ.
004385     IF VISITANTE-DOCUMENTADO
004386             AND ((WTC-ID-VISITANTE IS NUMERIC
004387                   AND WTC-ID-VISITANTE NOT = 0)
004388               OR WTC-DOCUMENTO NOT = SPACES)
004389         DISPLAY "AVISO: " WRK-NOME " CONSTA DA LISTA DE "
004390                 "IMPEDIDOS COM OUTRA IDENTIFICACAO ("
004391                 WTC-ID-VISITANTE ") - "
004392                 "HOMONIMO, NAO IMPEDIDO."
004393         GO TO 8010-PROCURAR-IMPEDIMENTO-EXIT
004394     END-IF.
004395     SET NOME-IMPEDIDO TO TRUE.
004396 8010-PROCURAR-IMPEDIMENTO-EXIT.
004397     EXIT.
004398
004401******************************************************************
004402* 8100-ATRIBUIR-CRACHA
004403* PROCURA NO INVENTARIO (BDGFILE) O PRIMEIRO CRACHA DISPONIVEL
004404* PARA O CADASTRO EM CARGA, NO MESMO PADRAO DO PROGCOB01. CRACHA
004405* PERDIDO NAO E REATRIBUIDO; SEM CRACHA DISPONIVEL O CADASTRO
004406* SEGUE SEM NUMERO (ZEROS). O CRACHA ACHADO JA SAI TOMADO (EM
004407* USO); SE A LINHA NAO ENTRAR, 8160 O DEVOLVE.
004408******************************************************************
004409 8100-ATRIBUIR-CRACHA.
004410     MOVE ZEROS TO WRK-NUM-CRACHA.
004420     SET CRACHA-NAO-ACHADO TO TRUE.
004430     SET NAO-FIM-BDGFILE TO TRUE.
004590
004600******************************************************************
004610* 8110-PROCURAR-DISPONIVEL
004620* LE O PROXIMO CRACHA DO INVENTARIO E, NO PRIMEIRO DISPONIVEL,
004630* TENTA TOMA-LO SOB BLOQUEIO, NO MESMO PADRAO DO PROGCOB01:
004633* CRACHA PRESO OU JA TOMADO POR UM POSTO ON-LINE E PULADO E A
004636* PROCURA CONTINUA NO SEGUINTE.
004640******************************************************************
004650 8110-PROCURAR-DISPONIVEL.
004660     READ BDGFILE NEXT RECORD WITH NO LOCK
004670         AT END
004680             SET FIM-BDGFILE TO TRUE
004690             GO TO 8110-PROCURAR-DISPONIVEL-EXIT
004700     END-READ.
004701     IF WRK-BDG-STATUS NOT = "00"
004702         SET FIM-BDGFILE TO TRUE
004703         GO TO 8110-PROCURAR-DISPONIVEL-EXIT
004704     END-IF.
004705     IF NOT BDG-DISPONIVEL
004706         GO TO 8110-PROCURAR-DISPONIVEL-EXIT
004707     END-IF.
004708
004709     MOVE BDG-NUMERO TO WRK-NUM-CRACHA.
004710     READ BDGFILE WITH LOCK
004711         KEY IS BDG-NUMERO
004712         INVALID KEY
004713             GO TO 8115-REPOSICIONAR
004714     END-READ.
004715     IF WRK-BDG-STATUS NOT = "00" OR NOT BDG-DISPONIVEL
004716         UNLOCK BDGFILE
004717         GO TO 8115-REPOSICIONAR
004718     END-IF.
004719     SET BDG-EM-USO TO TRUE.
004720     MOVE WRK-NOME TO BDG-NOME-PORTADOR.
004721     MOVE WRK-DATA-NEGOCIO TO BDG-DATA-ATRIBUICAO.
004722     MOVE WRK-HORA-ATUAL TO BDG-HORA-ATRIBUICAO.
004723     REWRITE BDG-REGISTRO
004724         INVALID KEY
004725             DISPLAY "ERRO AO MARCAR CRACHA EM USO - STATUS "
004726                     WRK-BDG-STATUS
004727     END-REWRITE.
004728     IF WRK-BDG-STATUS NOT = "00"
004729         UNLOCK BDGFILE
004730         GO TO 8115-REPOSICIONAR
004731     END-IF.
004732     UNLOCK BDGFILE.
004733     SET CRACHA-ACHADO TO TRUE.
004734     DISPLAY "CRACHA ATRIBUIDO: " WRK-NUM-CRACHA " PARA "
004735             WRK-NOME.
004736     GO TO 8110-PROCURAR-DISPONIVEL-EXIT.
004737
004738*    A LEITURA DIRETA MEXE NA POSICAO DA LEITURA SEQUENCIAL -
004739*    RETOMA A PROCURA LOGO DEPOIS DO CRACHA QUE NAO PODE SER
004740*    TOMADO.
004741 8115-REPOSICIONAR.
004742     MOVE WRK-NUM-CRACHA TO BDG-NUMERO.
004743     MOVE ZEROS TO WRK-NUM-CRACHA.
004744     START BDGFILE
004745         KEY IS > BDG-NUMERO
004746         INVALID KEY
004747             SET FIM-BDGFILE TO TRUE
004748     END-START.
004750 8110-PROCURAR-DISPONIVEL-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 8160-CANCELAR-CRACHA
004800* DEVOLVE AO INVENTARIO O CRACHA TOMADO EM 8110 QUANDO A LINHA
004810* ACABA NAO ENTRANDO NO MESTRE (DUPLICADA OU ERRO DE GRAVACAO),
004820* PARA O CRACHA NAO FICAR PRESO A UM CADASTRO QUE NAO EXISTE.
004840******************************************************************
004850 8160-CANCELAR-CRACHA.
004860     IF WRK-NUM-CRACHA = 0
004870         GO TO 8160-CANCELAR-CRACHA-EXIT
004880     END-IF.
004890     MOVE WRK-NUM-CRACHA TO BDG-NUMERO.
004900     READ BDGFILE WITH LOCK
004910         KEY IS BDG-NUMERO
004920         INVALID KEY
004930             DISPLAY "AVISO: CRACHA " WRK-NUM-CRACHA " NAO "
004940                     "LOCALIZADO NO INVENTARIO."
004950             GO TO 8160-CANCELAR-CRACHA-EXIT
004960     END-READ.
004961     IF BDG-BLOQUEADO
004962         DISPLAY "AVISO: CRACHA " WRK-NUM-CRACHA " EM USO POR UM "
004963                 "POSTO - DEVOLVA PELO PROGCB15."
004964         GO TO 8160-CANCELAR-CRACHA-EXIT
004965     END-IF.
004966     IF NOT BDG-EM-USO OR BDG-NOME-PORTADOR NOT = WRK-NOME
004967         UNLOCK BDGFILE
004968         GO TO 8160-CANCELAR-CRACHA-EXIT
004969     END-IF.
004970     SET BDG-DISPONIVEL TO TRUE.
004980     MOVE SPACES TO BDG-NOME-PORTADOR.
004990     MOVE ZEROS TO BDG-DATA-ATRIBUICAO.
005000     MOVE ZEROS TO BDG-HORA-ATRIBUICAO.
005010     REWRITE BDG-REGISTRO
005020         INVALID KEY
005030             DISPLAY "ERRO AO DEVOLVER CRACHA - STATUS "
005040                     WRK-BDG-STATUS
005050         NOT INVALID KEY
005060             DISPLAY "CRACHA " WRK-NUM-CRACHA " DEVOLVIDO AO "
005070                     "INVENTARIO."
005080     END-REWRITE.
005085     UNLOCK BDGFILE.
005090 8160-CANCELAR-CRACHA-EXIT.
005100     EXIT.
005110
005120******************************************************************
005380     END-READ.
005390 8200-VALIDAR-ANFITRIAO-EXIT.
005400     EXIT.
005401
005402******************************************************************
005403* 8500-IDENTIFICAR-VISITANTE
005404* MESMA IDENTIFICACAO DA INCLUSAO ON-LINE DO PROGCOB01: EDITA O
005405* DOCUMENTO DA LINHA, PROCURA-O NO CADASTRO MESTRE DE
005406* VISITANTES (VISFILE), SEGUINDO A UNIFICACAO, E CADASTRA O
005407* VISITANTE COM EMPRESA E TELEFONE DA LINHA QUANDO O DOCUMENTO
005408* NAO CONSTA OU NAO VEIO. DOCUMENTO INVALIDO DEVOLVE VISITANTE-
005409* INVALIDO, COM O MOTIVO, PARA O SUSPENSE.
005410******************************************************************
005411 8500-IDENTIFICAR-VISITANTE.
005412     SET VISITANTE-VALIDO TO TRUE.
005413     MOVE ZEROS TO WRK-ID-VISITANTE.
005414     IF VISFILE-INDISPONIVEL
005415         GO TO 8500-IDENTIFICAR-VISITANTE-EXIT
005416     END-IF.
005417     PERFORM 8510-EDITAR-DOCUMENTO
005418         THRU 8510-EDITAR-DOCUMENTO-EXIT.
005419     IF VISITANTE-INVALIDO
005420         GO TO 8500-IDENTIFICAR-VISITANTE-EXIT
005421     END-IF.
005422
005423     IF TRN-TIPO-DOC NOT = SPACE
005424         MOVE TRN-TIPO-DOC TO VIS-TIPO-DOC
005425         MOVE TRN-NUM-DOC TO VIS-NUM-DOC
005426         READ VISFILE WITH NO LOCK
005427             KEY IS VIS-DOCUMENTO
005428             INVALID KEY
005429                 CONTINUE
005430             NOT INVALID KEY
005431                 PERFORM 8520-SEGUIR-INCORPORACAO
005432                     THRU 8520-SEGUIR-INCORPORACAO-EXIT
005433                     VARYING WRK-SALTOS-INCORP FROM 1 BY 1
005434                     UNTIL WRK-SALTOS-INCORP > 10
005435                        OR NOT VIS-INCORPORADO
005436                 MOVE VIS-ID TO WRK-ID-VISITANTE
005437                 GO TO 8500-IDENTIFICAR-VISITANTE-EXIT
005438         END-READ
005439     END-IF.
005440
005441     SET SEQ-DE-VISITANTE TO TRUE.
005442     PERFORM 1200-RESERVAR-SEQUENCIA
005443         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
005444     IF WRK-SEQ-RESERVADA = 0
005445         SET VISITANTE-NAO-GRAVADO TO TRUE
005446         GO TO 8500-IDENTIFICAR-VISITANTE-EXIT
005447     END-IF.
005448     MOVE SPACES TO VIS-REGISTRO.
005449     MOVE WRK-SEQ-RESERVADA TO VIS-ID.
005450     MOVE TRN-TIPO-DOC TO VIS-TIPO-DOC.
005451     MOVE TRN-NUM-DOC TO VIS-NUM-DOC.
005452     MOVE WRK-NOME TO VIS-NOME.
005453     MOVE TRN-EMPRESA TO VIS-EMPRESA.
005454     MOVE TRN-TELEFONE TO VIS-TELEFONE.
005455     MOVE WRK-DATA-NEGOCIO TO VIS-DATA-INCLUSAO.
005456     SET VIS-ATIVO TO TRUE.
005457     MOVE ZEROS TO VIS-ID-INCORPORADOR.
005458     WRITE VIS-REGISTRO
005459         INVALID KEY
005460             SET VISITANTE-NAO-GRAVADO TO TRUE
005461             DISPLAY "ERRO AO CADASTRAR VISITANTE " WRK-NOME
005462                     " - STATUS " WRK-VIS-STATUS
005463         NOT INVALID KEY
005464             ADD 1 TO WRK-QTDE-VIS-NOVOS
005465             MOVE VIS-ID TO WRK-ID-VISITANTE
005466     END-WRITE.
005467 8500-IDENTIFICAR-VISITANTE-EXIT.
005468     EXIT.
005469
005470******************************************************************
005471* 8510-EDITAR-DOCUMENTO
005472* MESMA EDICAO DO PROGCOB01: TIPO C, R, P OU EM BRANCO; COM
005473* TIPO, O NUMERO E OBRIGATORIO; CPF COM EXATAMENTE 11 DIGITOS.
005474******************************************************************
005475 8510-EDITAR-DOCUMENTO.
005476     IF TRN-TIPO-DOC NOT = SPACE AND NOT = "C" AND NOT = "R"
005477             AND NOT = "P"
005478         SET VISITANTE-INVALIDO TO TRUE
005479     END-IF.
005480     IF TRN-TIPO-DOC NOT = SPACE AND TRN-NUM-DOC = SPACES
005481         SET VISITANTE-INVALIDO TO TRUE
005482     END-IF.
005483     IF TRN-TIPO-DOC = "C"
005484         IF TRN-NUM-DOC(1:11) IS NOT NUMERIC
005485                 OR TRN-NUM-DOC(12:9) NOT = SPACES
005486             SET VISITANTE-INVALIDO TO TRUE
005487         END-IF
005488     END-IF.
005489     IF VISITANTE-INVALIDO
005490         MOVE "DOCUMENTO INVALIDO" TO WRK-MOTIVO-REJEICAO
005491         DISPLAY "DOCUMENTO INVALIDO: " TRN-TIPO-DOC " "
005492                 TRN-NUM-DOC " NA LINHA DE " WRK-NOME
005493     END-IF.
005494 8510-EDITAR-DOCUMENTO-EXIT.
005495     EXIT.
005496
005497******************************************************************
005498* 8520-SEGUIR-INCORPORACAO
005499* A IDENTIFICACAO LIDA FOI INCORPORADA A OUTRA NA MANUTENCAO DE
005500* VISITANTES (PROGCB29) - PASSA PARA A QUE PERMANECEU.
005501******************************************************************
005502 8520-SEGUIR-INCORPORACAO.
005503     MOVE VIS-ID-INCORPORADOR TO VIS-ID.
005504     READ VISFILE WITH NO LOCK
005505         KEY IS VIS-ID
005506         INVALID KEY
005507             MOVE SPACES TO VIS-SITUACAO
005508     END-READ.
005509 8520-SEGUIR-INCORPORACAO-EXIT.
005510     EXIT.
005511
005512******************************************************************
005513* 8300-CARREGAR-OCUPACAO
005514* CARREGA O REGISTRO UNICO DE OCUPACAO (OCPCTL), CRIANDO-O NA
005515* PRIMEIRA EXECUCAO, NO MESMO PADRAO DO PROGCOB01. NA VIRADA DA
005516* DATA DE NEGOCIO OS CONTADORES DO DIA SAO ZERADOS E O LIMITE
005517* CONFIGURADO E PRESERVADO. A VIRADA E FEITA SOB BLOQUEIO.
005518******************************************************************
005519 8300-CARREGAR-OCUPACAO.
005520     MOVE "OCPCTL01" TO OCP-CHAVE.
005521     READ OCPCTL WITH NO LOCK
005522         KEY IS OCP-CHAVE
005530         INVALID KEY
005540             MOVE "OCPCTL01" TO OCP-CHAVE
005550             MOVE WRK-DATA-NEGOCIO TO OCP-DATA
005590             MOVE ZEROS TO OCP-LIMITE
005600             WRITE OCP-REGISTRO
005610     END-READ.
005611     IF OCP-DATA = WRK-DATA-NEGOCIO
005612         GO TO 8300-CARREGAR-OCUPACAO-EXIT
005613     END-IF.
005614     PERFORM 8360-BLOQUEAR-OCUPACAO
005615         THRU 8360-BLOQUEAR-OCUPACAO-EXIT.
005616     IF WRK-OCP-STATUS NOT = "00"
005617         GO TO 8300-CARREGAR-OCUPACAO-EXIT
005618     END-IF.
005620     IF OCP-DATA NOT = WRK-DATA-NEGOCIO
005630         MOVE WRK-DATA-NEGOCIO TO OCP-DATA
005640         MOVE ZEROS TO OCP-QTDE-ATUAL
005650         MOVE ZEROS TO OCP-PICO
005660         MOVE ZEROS TO OCP-HORA-PICO
005670     END-IF.
005680     PERFORM 8350-REGRAVAR-OCUPACAO
005690         THRU 8350-REGRAVAR-OCUPACAO-EXIT.
005700 8300-CARREGAR-OCUPACAO-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 8350-REGRAVAR-OCUPACAO
005750* REGRAVA O REGISTRO DE OCUPACAO NO OCPCTL E LIBERA O BLOQUEIO
005755* OBTIDO EM 8360.
005760******************************************************************
005770 8350-REGRAVAR-OCUPACAO.
005780     MOVE "OCPCTL01" TO OCP-CHAVE.
005800         INVALID KEY
005810             WRITE OCP-REGISTRO
005820     END-REWRITE.
005825     UNLOCK OCPCTL.
005830 8350-REGRAVAR-OCUPACAO-EXIT.
005840     EXIT.
005841
005842******************************************************************
005843* 8360-BLOQUEAR-OCUPACAO
005844* RELE O REGISTRO DE OCUPACAO SOB BLOQUEIO ANTES DE ALTERA-LO,
005845* NO MESMO PADRAO DO PROGCOB01, PARA NAO APAGAR AS ENTRADAS E
005846* SAIDAS FEITAS PELOS POSTOS ON-LINE DURANTE A CARGA.
005847******************************************************************
005848 8360-BLOQUEAR-OCUPACAO.
005849     PERFORM 8365-LER-OCPCTL-BLOQUEADO
005850         THRU 8365-LER-OCPCTL-BLOQUEADO-EXIT
005851         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
005852         UNTIL WRK-TENTATIVAS-BLOQ > 200
005853            OR NOT OCP-BLOQUEADO.
005854     IF WRK-OCP-STATUS NOT = "00"
005855         DISPLAY "CONTAGEM DE OCUPACAO EM USO - STATUS "
005856                 WRK-OCP-STATUS " - NAO ATUALIZADA."
005857     END-IF.
005858 8360-BLOQUEAR-OCUPACAO-EXIT.
005859     EXIT.
005860
005861******************************************************************
005862* 8365-LER-OCPCTL-BLOQUEADO
005863* UMA TENTATIVA DE LER O REGISTRO DE OCUPACAO SOB BLOQUEIO.
005864******************************************************************
005865 8365-LER-OCPCTL-BLOQUEADO.
005866     MOVE "OCPCTL01" TO OCP-CHAVE.
005867     READ OCPCTL WITH LOCK
005868         KEY IS OCP-CHAVE
005869         INVALID KEY
005870             CONTINUE
005871     END-READ.
005872 8365-LER-OCPCTL-BLOQUEADO-EXIT.
005873     EXIT.
005874
005875******************************************************************
005876* 8400-CONTAR-ENTRADA
005880* SOBE A CONTAGEM DE OCUPACAO POR CADASTRO ACEITO, ATUALIZA O
005890* PICO DO DIA E AVISA AO ATINGIR OU EXCEDER O LIMITE. NA CARGA
005900* NAO HA SUPERVISOR PARA LIBERAR - O AVISO FICA PARA A RECEPCAO
005910* TRATAR NA ABERTURA.
005920******************************************************************
005930 8400-CONTAR-ENTRADA.
005931     PERFORM 8360-BLOQUEAR-OCUPACAO
005932         THRU 8360-BLOQUEAR-OCUPACAO-EXIT.
005933     IF WRK-OCP-STATUS NOT = "00"
005934         GO TO 8400-CONTAR-ENTRADA-EXIT
005935     END-IF.
005940     ADD 1 TO OCP-QTDE-ATUAL.
005950     IF OCP-QTDE-ATUAL > OCP-PICO
005960         MOVE OCP-QTDE-ATUAL TO OCP-PICO
006170     DISPLAY "REJEITADOS (SUSPENSE).: " WRK-QTDE-REJEITADOS.
006180     DISPLAY "IMPEDIDOS (SUSPENSE)..: " WRK-QTDE-IMPEDIDOS.
006190     DISPLAY "ANFITRIAO INVALIDO....: " WRK-QTDE-ANF-INVAL.
006195     DISPLAY "DOCUMENTO INVALIDO....: " WRK-QTDE-DOC-INVAL.
006200     DISPLAY "DUPLICADOS NA CHAVE...: " WRK-QTDE-DUPLICADOS.
006210     IF WRK-QTDE-ERROS-GRAV > 0
006220         DISPLAY "ERROS DE GRAVACAO.....: " WRK-QTDE-ERROS-GRAV
006230     END-IF.
006235     DISPLAY "VISITANTES NOVOS......: " WRK-QTDE-VIS-NOVOS.
006240 9000-EXIBIR-TOTAIS-EXIT.
006250     EXIT.
006260
006420     IF LISTA-IMPED-DISPONIVEL
006430         CLOSE WTCFILE
006440     END-IF.
006442     IF VISFILE-DISPONIVEL
006444         CLOSE VISFILE
006446     END-IF.
006450 9999-FINALIZAR-EXIT.
006460     EXIT.
