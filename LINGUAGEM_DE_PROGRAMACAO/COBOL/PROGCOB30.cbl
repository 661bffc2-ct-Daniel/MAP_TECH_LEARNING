000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROGCB30.
000120 AUTHOR. DANIEL.
000130 INSTALLATION. REMAKERS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160******************************************************************
000170* AREA DE COMENTARIOS - REMAKERS
000180* OBJETIVO: ATENDIMENTO AO TITULAR PELA LGPD. A PARTIR DO NOME
000190*           INFORMADO, EMITE EM LGPD.LST UM RELATORIO UNICO DE
000200*           TODO REGISTRO QUE MENCIONA A PESSOA NOS ARQUIVOS
000206*           VIVOS (REGFILE, APTFILE, VISFILE, WTCFILE, AUDFILE,
000212*           SUSFILE, NTFFILE, MUSFILE, PASFILE, GRPFILE, GMBFILE,
000218*           BDGFILE) E EM CADA GERACAO DE HISTORICO DO CATALOGO
000224*           ARCCAT (REGARCH, AUDARCH, SUSARCH). NO MODO DE
000230*           ANONIMIZACAO, AUTORIZADO POR SUPERVISOR, TROCA O NOME
000236*           POR UM PSEUDONIMO UNICO EM TODOS ESSES REGISTROS SEM
000242*           INCLUIR NEM EXCLUIR NENHUM: QUANTIDADES, DATAS,
000248*           SEQUENCIAS (AUD-SEQUENCIA) E OS TOTAIS DA CONCILIACAO
000254*           (PROGCOB09) E DO EXPURGO (PROGCB12) NAO MUDAM. SAO
000260*           RECUSADOS, E LISTADOS, A ENTRADA ATIVA NA LISTA DE
000266*           IMPEDIDOS, OS REGISTROS SOB RETENCAO JUDICIAL
000272*           (JUDFILE, MANTIDO AQUI MESMO), A VISITA AINDA EM
000278*           ANDAMENTO E O CRACHA COM O TITULAR NESSA VISITA, O
000284*           AGENDAMENTO AINDA NAO ATIVADO, O AVISO AO ANFITRIAO
000290*           DO DIA, O RETRATO DE CHAMADA DE EVACUACAO AINDA
000296*           ABERTA, O PASSE DE PRESTADOR ATIVO E O GRUPO AINDA
000302*           POR CHEGAR. CADA ANONIMIZACAO FICA NO
000319*           LOG DE AUDITORIA (AUD-OPER-ANONIMIZACAO) COM O
000326*           SUPERVISOR QUE A AUTORIZOU E O PSEUDONIMO - O NOME
000333*           ORIGINAL NAO E GUARDADO. A ANONIMIZACAO REGRAVA O
000340*           AUDFILE, O SUSFILE E O NTFFILE E DEVE SER EXECUTADA
000347*           COM OS POSTOS DE RECEPCAO FECHADOS, COMO O EXPURGO.
000354*           AS LISTAS IMPRESSAS DA EVACUACAO (EVACU.LST E
000361*           EVACHIST.LST) NAO SAO ALTERADAS: O RELATORIO AS
000368*           APONTA PARA O OPERADOR TRATAR AS COPIAS.
000390*
000400* HISTORICO DE ALTERACOES
000410* DATA       INIC.  DESCRICAO
000420* ---------- -----  ------------------------------------------
000430* 2026-10-15 DSR    PROGRAMA ORIGINAL.
000431* 2026-10-15 DSR    LINHA DO HISTORICO DO MESTRE, COPIA DE
000432*                   SEGURANCA DO CADASTRO E AREA DO HISTORICO
000433*                   AMPLIADAS PARA 88 BYTES, COM A IDENTIFICACAO
000434*                   DO GRUPO (REG-ID-GRUPO) NO REGREC - SEM ISSO A
000435*                   ANONIMIZACAO TRUNCAVA O CAMPO.
000436* 2026-10-15 DSR    PESQUISA E ANONIMIZACAO PASSAM A COBRIR OS
000437*                   AVISOS AO ANFITRIAO (NTFFILE), OS RETRATOS DE
000438*                   EVACUACAO (MUSFILE, EXCLUSAO E NOVA GRAVACAO),
000439*                   OS PASSES DE PRESTADORES (PASFILE) E OS GRUPOS
000440*                   (GRPFILE, GMBFILE); O RELATORIO APONTA AS
000441*                   LISTAS IMPRESSAS DA EVACUACAO. LINHA DE
000442*                   TRABALHO AMPLIADA PARA 138 BYTES (NTFFILE).
000443* 2026-10-15 DSR    SELECT DO WTCFILE COM AS CHAVES
000444*                   ALTERNATIVAS DE IDENTIFICACAO DO
000445*                   VISITANTE E DOCUMENTO (WTCREC).
000446* 2026-10-15 DSR    PESQUISA E ANONIMIZACAO DO PORTADOR NO
000447*                   INVENTARIO DE CRACHAS (BDGFILE): O CRACHA
000448*                   RECEBE O MESMO PSEUDONIMO DO CADASTRO, OU E
000449*                   RECUSADO COM VISITA EM ANDAMENTO OU
000450*                   RETENCAO ATIVA.
000451******************************************************************
000452 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT REGFILE ASSIGN TO "REGFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS REG-CHAVE
000520         ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
000530         LOCK MODE IS MANUAL
000540         FILE STATUS IS WRK-REG-STATUS.
000550
000560     SELECT APTFILE ASSIGN TO "APTFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS APT-CHAVE
000600         FILE STATUS IS WRK-APT-STATUS.
000610
000620     SELECT VISFILE ASSIGN TO "VISFILE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS VIS-ID
000660         ALTERNATE RECORD KEY IS VIS-DOCUMENTO WITH DUPLICATES
000670         LOCK MODE IS MANUAL
000680         FILE STATUS IS WRK-VIS-STATUS.
000690
000700     SELECT WTCFILE ASSIGN TO "WTCFILE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS WTC-NOME
000732         ALTERNATE RECORD KEY IS WTC-ID-VISITANTE
000734             WITH DUPLICATES
000736         ALTERNATE RECORD KEY IS WTC-DOCUMENTO WITH DUPLICATES
000740         FILE STATUS IS WRK-WTC-STATUS.
000750
000760     SELECT JUDFILE ASSIGN TO "JUDFILE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS JUD-CHAVE
000800         FILE STATUS IS WRK-JUD-STATUS.
000810
000820     SELECT OPRFILE ASSIGN TO "OPRFILE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS OPR-ID
000860         FILE STATUS IS WRK-OPR-STATUS.
000870
000880     SELECT AUDFILE ASSIGN TO "AUDFILE"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WRK-AUD-STATUS.
000910
000920     SELECT SUSFILE ASSIGN TO "SUSFILE"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WRK-SUS-STATUS.
000950
000960     SELECT ARCCAT ASSIGN TO "ARCCAT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WRK-CAT-STATUS.
000990
001000     SELECT REGARCH ASSIGN TO DYNAMIC WRK-ARQ-REGARCH
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WRK-RARC-STATUS.
001030
001040     SELECT AUDARCH ASSIGN TO DYNAMIC WRK-ARQ-AUDARCH
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WRK-AARC-STATUS.
001070
001080     SELECT SUSARCH ASSIGN TO DYNAMIC WRK-ARQ-SUSARCH
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WRK-SARC-STATUS.
001110
001120     SELECT LGPDTEMP ASSIGN TO "LGPDTEMP"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WRK-TMP-STATUS.
001150
001160     SELECT RELFILE ASSIGN TO "LGPD.LST"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WRK-REL-STATUS.
001190
001200     SELECT SEQCTL ASSIGN TO "SEQCTL"
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS RANDOM
001230         RECORD KEY IS SEQCTL-CHAVE
001240         LOCK MODE IS MANUAL
001250         FILE STATUS IS WRK-SEQCTL-STATUS.
001251
001252     SELECT NTFFILE ASSIGN TO "NTFFILE"
001253         ORGANIZATION IS LINE SEQUENTIAL
001254         FILE STATUS IS WRK-NTF-STATUS.
001255
001256     SELECT EVCFILE ASSIGN TO "EVCFILE"
001257         ORGANIZATION IS INDEXED
001258         ACCESS MODE IS RANDOM
001259         RECORD KEY IS EVC-CHAVE
001260         FILE STATUS IS WRK-EVC-STATUS.
001261
001262     SELECT MUSFILE ASSIGN TO "MUSFILE"
001263         ORGANIZATION IS INDEXED
001264         ACCESS MODE IS DYNAMIC
001265         RECORD KEY IS MUS-CHAVE
001266         ALTERNATE RECORD KEY IS MUS-CHAVE-CRACHA
001267             WITH DUPLICATES
001268         ALTERNATE RECORD KEY IS MUS-CHAVE-ANFITRIAO
001269             WITH DUPLICATES
001270         LOCK MODE IS MANUAL
001271         FILE STATUS IS WRK-MUS-STATUS.
001272
001273     SELECT PASFILE ASSIGN TO "PASFILE"
001274         ORGANIZATION IS INDEXED
001275         ACCESS MODE IS DYNAMIC
001276         RECORD KEY IS PAS-NUMERO
001277         LOCK MODE IS MANUAL
001278         FILE STATUS IS WRK-PAS-STATUS.
001279
001280     SELECT GRPFILE ASSIGN TO "GRPFILE"
001281         ORGANIZATION IS INDEXED
001282         ACCESS MODE IS DYNAMIC
001283         RECORD KEY IS GRP-ID
001284         LOCK MODE IS MANUAL
001285         FILE STATUS IS WRK-GRP-STATUS.
001286
001287     SELECT GMBFILE ASSIGN TO "GMBFILE"
001288         ORGANIZATION IS INDEXED
001289         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS GMB-CHAVE
001291         LOCK MODE IS MANUAL
001292         FILE STATUS IS WRK-GMB-STATUS.
001293
001294     SELECT BDGFILE ASSIGN TO "BDGFILE"
001295         ORGANIZATION IS INDEXED
001296         ACCESS MODE IS DYNAMIC
001297         RECORD KEY IS BDG-NUMERO
001298         LOCK MODE IS MANUAL
001299         FILE STATUS IS WRK-BDG-STATUS.
001300
001301 DATA DIVISION.
001302 FILE SECTION.
001303 FD  REGFILE.
001304     COPY REGREC.
001310
001320 FD  APTFILE.
001330     COPY APTREC.
001340
001350 FD  VISFILE.
001360     COPY VISREC.
001370
001380 FD  WTCFILE.
001390     COPY WTCREC.
001400
001410 FD  JUDFILE.
001420     COPY JUDREC.
001430
001440 FD  OPRFILE.
001450     COPY OPRREC.
001460
001470 FD  AUDFILE.
001480     COPY AUDREC.
001490
001500 FD  SUSFILE.
001510     COPY SUSREC.
001520
001530 FD  ARCCAT.
001540 01  CAT-REGISTRO.
001550     05  CAT-DATA                PIC 9(08).
001560
001570 FD  REGARCH.
001580 01  RARC-LINHA                  PIC X(88).
001590
001600 FD  AUDARCH.
001610 01  AARC-LINHA                  PIC X(80).
001620
001630 FD  SUSARCH.
001640 01  SARC-LINHA                  PIC X(88).
001650
001660 FD  LGPDTEMP.
001670 01  TMP-LINHA                   PIC X(138).
001680
001690 FD  RELFILE.
001700 01  REL-LINHA                   PIC X(80).
001710
001720 FD  SEQCTL.
001730     COPY SEQCTLREC.
001731
001732 FD  NTFFILE.
001733     COPY NTFREC.
001734
001735 FD  EVCFILE.
001736     COPY EVCREC.
001737
001738 FD  MUSFILE.
001739     COPY MUSREC.
001740
001741 FD  PASFILE.
001742     COPY PASREC.
001743
001744 FD  GRPFILE.
001745     COPY GRPREC.
001746
001747 FD  GMBFILE.
001748     COPY GMBREC.
001749
001750 FD  BDGFILE.
001751     COPY BDGREC.
001752
001753 WORKING-STORAGE SECTION.
001760 77  WRK-REG-STATUS          PIC X(02) VALUE "00".
001770     88  REG-BLOQUEADO               VALUE "51" "9D".
001780 77  WRK-APT-STATUS          PIC X(02) VALUE "00".
001790 77  WRK-VIS-STATUS          PIC X(02) VALUE "00".
001800     88  VIS-BLOQUEADO               VALUE "51" "9D".
001810 77  WRK-WTC-STATUS          PIC X(02) VALUE "00".
001820 77  WRK-JUD-STATUS          PIC X(02) VALUE "00".
001830 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
001840 77  WRK-AUD-STATUS          PIC X(02) VALUE "00".
001850 77  WRK-SUS-STATUS          PIC X(02) VALUE "00".
001860 77  WRK-CAT-STATUS          PIC X(02) VALUE "00".
001870 77  WRK-RARC-STATUS         PIC X(02) VALUE "00".
001880 77  WRK-AARC-STATUS         PIC X(02) VALUE "00".
001890 77  WRK-SARC-STATUS         PIC X(02) VALUE "00".
001900 77  WRK-TMP-STATUS          PIC X(02) VALUE "00".
001910 77  WRK-REL-STATUS          PIC X(02) VALUE "00".
001920 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
001930     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
001931 77  WRK-NTF-STATUS          PIC X(02) VALUE "00".
001932 77  WRK-EVC-STATUS          PIC X(02) VALUE "00".
001933 77  WRK-MUS-STATUS          PIC X(02) VALUE "00".
001934     88  MUS-BLOQUEADO               VALUE "51" "9D".
001935 77  WRK-PAS-STATUS          PIC X(02) VALUE "00".
001936 77  WRK-GRP-STATUS          PIC X(02) VALUE "00".
001937 77  WRK-GMB-STATUS          PIC X(02) VALUE "00".
001938 77  WRK-BDG-STATUS          PIC X(02) VALUE "00".
001940
001950 77  WRK-OPCAO-MENU          PIC X(01) VALUE SPACES.
001960 77  WRK-SW-CONTINUA         PIC X(01) VALUE "S".
001970     88  CONTINUA-NO-MENU            VALUE "S".
001980     88  SAIR-DO-MENU                VALUE "N".
001990
002000 77  WRK-OPERADOR-ID         PIC X(08) VALUE SPACES.
002010 77  WRK-SW-OPERADOR         PIC X(01) VALUE "N".
002020     88  OPERADOR-IDENTIFICADO       VALUE "S".
002030     88  OPERADOR-NAO-IDENTIF        VALUE "N".
002040 77  WRK-SW-SUPERVISOR       PIC X(01) VALUE "N".
002050     88  OPERADOR-SUPERVISOR         VALUE "S".
002060     88  OPERADOR-COMUM              VALUE "N".
002070 77  WRK-TENTATIVAS          PIC 9(01) VALUE ZEROS.
002080 77  WRK-SUPERV-ID           PIC X(08) VALUE SPACES.
002090 77  WRK-SW-AUTORIZADO       PIC X(01) VALUE "N".
002100     88  ANONIMIZACAO-AUTORIZADA     VALUE "S".
002110     88  ANONIMIZACAO-NEGADA         VALUE "N".
002120
002130 77  WRK-SW-MODO             PIC X(01) VALUE "R".
002140     88  MODO-RELATORIO              VALUE "R".
002150     88  MODO-ANONIMIZAR             VALUE "A".
002160 77  WRK-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
002170     88  FIM-ARQUIVO                 VALUE "S".
002180     88  NAO-FIM-ARQUIVO             VALUE "N".
002190 77  WRK-SW-FIM-CATALOGO     PIC X(01) VALUE "N".
002200     88  FIM-CATALOGO                VALUE "S".
002210     88  NAO-FIM-CATALOGO            VALUE "N".
002220 77  WRK-SW-TRABALHO         PIC X(01) VALUE "S".
002230     88  TRABALHO-INTEGRO            VALUE "S".
002240     88  TRABALHO-COMPROMETIDO       VALUE "N".
002250 77  WRK-SW-ALTERADO         PIC X(01) VALUE "N".
002260     88  ARQUIVO-ALTERADO            VALUE "S".
002270     88  ARQUIVO-NAO-ALTERADO        VALUE "N".
002280 77  WRK-SW-RETENCOES        PIC X(01) VALUE "S".
002290     88  RETENCOES-COMPLETAS         VALUE "S".
002300     88  RETENCOES-INCOMPLETAS       VALUE "N".
002301 77  WRK-SW-MEMBROS          PIC X(01) VALUE "N".
002302     88  MEMBROS-DISPONIVEIS         VALUE "S".
002303     88  MEMBROS-INDISPONIVEIS       VALUE "N".
002304 77  WRK-SW-FIM-MEMBROS      PIC X(01) VALUE "N".
002305     88  FIM-MEMBROS                 VALUE "S".
002306     88  NAO-FIM-MEMBROS             VALUE "N".
002307*    LIGADO QUANDO ALGUM CADASTRO DO TITULAR FOI RECUSADO POR
002308*    VISITA EM ANDAMENTO - O CRACHA COM ELE FICA COM O NOME.
002309 77  WRK-SW-VISITA-ABERTA    PIC X(01) VALUE "N".
002310     88  VISITA-EM-ABERTO            VALUE "S".
002311     88  SEM-VISITA-ABERTA           VALUE "N".
002312
002320*    SITUACAO DA OCORRENCIA CORRENTE.
002330 77  WRK-SW-OCORRENCIA       PIC X(01) VALUE "N".
002340     88  OCORRENCIA-LIVRE            VALUE "N".
002350     88  OCORRENCIA-RECUSADA         VALUE "S".
002360     88  OCORRENCIA-ANONIMIZADA      VALUE "A".
002370     88  OCORRENCIA-COM-ERRO         VALUE "E".
002380
002390 77  WRK-NOME-TITULAR        PIC X(30) VALUE SPACES.
002400 77  WRK-CONFIRMA            PIC X(01) VALUE SPACES.
002410 77  WRK-DATA-ATUAL          PIC 9(08) VALUE ZEROS.
002420 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
002430 77  WRK-OCR-DATA            PIC 9(08) VALUE ZEROS.
002440 77  WRK-GERACAO-ANTERIOR    PIC 9(08) VALUE ZEROS.
002450 77  WRK-REG-SALVO           PIC X(88) VALUE SPACES.
002460 77  WRK-APT-SALVO           PIC X(61) VALUE SPACES.
002465 77  WRK-MUS-SALVO           PIC X(128) VALUE SPACES.
002470
002480 77  WRK-PROCESSO            PIC X(20) VALUE SPACES.
002490 77  WRK-DATA-DE             PIC 9(08) VALUE ZEROS.
002500 77  WRK-DATA-ATE            PIC 9(08) VALUE ZEROS.
002510 77  WRK-QTDE-LISTADOS       PIC 9(04) VALUE ZEROS.
002520
002530 77  WRK-TIPO-SEQUENCIA      PIC X(01) VALUE SPACES.
002540     88  SEQ-DE-AUDITORIA            VALUE "A".
002550 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
002560 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
002570
002580 77  WRK-QTDE-LOCALIZADOS    PIC 9(06) VALUE ZEROS.
002590 77  WRK-QTDE-ANONIMIZADOS   PIC 9(06) VALUE ZEROS.
002600 77  WRK-QTDE-RECUSADOS      PIC 9(06) VALUE ZEROS.
002610 77  WRK-QTDE-ERROS          PIC 9(06) VALUE ZEROS.
002620
002630*    DATAS DOS CADASTROS E AGENDAMENTOS DO TITULAR, JUNTADAS NA
002640*    PRIMEIRA PASSADA - A ANONIMIZACAO TROCA A CHAVE DESSES
002650*    REGISTROS E NAO PODE SER FEITA DURANTE A LEITURA EM ORDEM.
002660 01  WRK-TAB-DATAS.
002670     02  WRK-TAB-DATA        PIC 9(08) OCCURS 999 TIMES.
002680 77  WRK-QTDE-DATAS          PIC 9(03) VALUE ZEROS.
002690 77  WRK-IDX-DATA            PIC 9(04) VALUE ZEROS.
002691
002692*    CHAVES DOS RETRATOS DE EVACUACAO DO TITULAR (ALARME E DATA
002693*    DO CADASTRO), JUNTADAS PELO MESMO MOTIVO: O NOME FAZ PARTE
002694*    DA CHAVE DO MUSFILE. USA OS MESMOS CONTADORES DAS DATAS.
002695 01  WRK-TAB-RETRATOS.
002696     02  WRK-TRT-CHAVE       OCCURS 999 TIMES.
002697         03  WRK-TRT-ALARME  PIC X(14).
002698         03  WRK-TRT-DATA-CAD
002699                             PIC 9(08).
002700
002710*    RETENCOES JUDICIAIS DO NOME PESQUISADO.
002720 01  WRK-TAB-RETENCOES.
002730     02  WRK-RET             OCCURS 20 TIMES.
002740         03  WRK-RET-PROCESSO
002750                             PIC X(20).
002760         03  WRK-RET-DE      PIC 9(08).
002770         03  WRK-RET-ATE     PIC 9(08).
002780         03  WRK-RET-SITUACAO
002790                             PIC X(01).
002800 77  WRK-QTDE-RET            PIC 9(02) VALUE ZEROS.
002810 77  WRK-QTDE-RET-ATIVAS     PIC 9(02) VALUE ZEROS.
002820 77  WRK-IDX-RET             PIC 9(02) VALUE ZEROS.
002830
002840*    PSEUDONIMO: NUMERADO PELA SEQUENCIA DA LINHA DE AUDITORIA
002850*    DA ANONIMIZACAO, O QUE O TORNA UNICO E RASTREAVEL AO LOG.
002860 01  WRK-PSEUDONIMO.
002870     02  FILLER              PIC X(20)
002880         VALUE "TITULAR ANONIMIZADO ".
002890     02  WRK-PSE-SEQUENCIA   PIC 9(06).
002900     02  FILLER              PIC X(04) VALUE SPACES.
002910
002920* NOMES DOS HISTORICOS DATADOS DE CADA GERACAO DO CATALOGO.
002930 01  WRK-ARQ-REGARCH.
002940     02  FILLER              PIC X(08) VALUE "REGARCH.".
002950     02  WRK-RARC-DATA       PIC 9(08).
002960 01  WRK-ARQ-AUDARCH.
002970     02  FILLER              PIC X(08) VALUE "AUDARCH.".
002980     02  WRK-AARC-DATA       PIC 9(08).
002990 01  WRK-ARQ-SUSARCH.
003000     02  FILLER              PIC X(08) VALUE "SUSARCH.".
003010     02  WRK-SARC-DATA       PIC 9(08).
003020
003030* VISOES DAS LINHAS DE TEXTO (ARQUIVOS VIVOS DE AUDITORIA E
003040* SUSPENSE E HISTORICOS), NO LAYOUT DOS REGISTROS DE ORIGEM.
003050* HISTORICOS ANTIGOS SAO MAIS CURTOS E CHEGAM COM ESPACOS NO
003060* FINAL - SO NOME, DATA E OS CAMPOS DO DETALHE SAO USADOS.
003070 01  WRK-HIST-REG.
003080     05  WRK-HRG-NOME        PIC X(30).
003090     05  WRK-HRG-DATA        PIC 9(08).
003100     05  WRK-HRG-SEQ         PIC X(06).
003110     05  WRK-HRG-HORA        PIC X(06).
003120     05  WRK-HRG-STATUS      PIC X(01).
003130     05  WRK-HRG-SAIDA       PIC X(06).
003140     05  FILLER              PIC X(31).
003150 01  WRK-HIST-AUD.
003160     05  WRK-HAU-SEQ         PIC X(06).
003170     05  WRK-HAU-DATA        PIC 9(08).
003180     05  WRK-HAU-HORA        PIC X(06).
003190     05  WRK-HAU-NOME        PIC X(30).
003200     05  WRK-HAU-OPERACAO    PIC X(01).
003210     05  WRK-HAU-OPERADOR    PIC X(08).
003220     05  FILLER              PIC X(21).
003230 01  WRK-HIST-SUS.
003240     05  WRK-HSU-SEQ         PIC X(06).
003250     05  WRK-HSU-DATA        PIC 9(08).
003260     05  WRK-HSU-HORA        PIC X(06).
003270     05  WRK-HSU-VALOR       PIC X(30).
003280     05  WRK-HSU-MOTIVO      PIC X(30).
003290     05  WRK-HSU-OPERADOR    PIC X(08).
003300     05  FILLER              PIC X(02).
003310
003320* DETALHES IMPRESSOS DE CADA TIPO DE REGISTRO.
003330 01  WRK-DET-REG.
003340     02  FILLER              PIC X(04) VALUE "SEQ ".
003350     02  WRK-DRG-SEQ         PIC X(06).
003360     02  FILLER              PIC X(05) VALUE " ENT ".
003370     02  WRK-DRG-HORA        PIC X(06).
003380     02  FILLER              PIC X(05) VALUE " SAI ".
003390     02  WRK-DRG-SAIDA       PIC X(06).
003400 01  WRK-DET-AUD.
003410     02  FILLER              PIC X(04) VALUE "SEQ ".
003420     02  WRK-DAU-SEQ         PIC X(06).
003430     02  FILLER              PIC X(04) VALUE " OP ".
003440     02  WRK-DAU-OPERACAO    PIC X(01).
003450     02  FILLER              PIC X(05) VALUE " POR ".
003460     02  WRK-DAU-OPERADOR    PIC X(08).
003470 01  WRK-DET-SUS.
003480     02  FILLER              PIC X(04) VALUE "SEQ ".
003490     02  WRK-DSU-SEQ         PIC X(06).
003500     02  FILLER              PIC X(01) VALUE SPACE.
003510     02  WRK-DSU-MOTIVO      PIC X(21).
003520 01  WRK-DET-APT.
003530     02  FILLER              PIC X(10) VALUE "ANFITRIAO ".
003540     02  WRK-DAP-ANFITRIAO   PIC X(08).
003550     02  FILLER              PIC X(05) VALUE " SIT ".
003560     02  WRK-DAP-SITUACAO    PIC X(01).
003570 01  WRK-DET-VIS.
003580     02  FILLER              PIC X(03) VALUE "ID ".
003590     02  WRK-DVI-ID          PIC 9(06).
003600     02  FILLER              PIC X(05) VALUE " DOC ".
003610     02  WRK-DVI-TIPO-DOC    PIC X(01).
003620     02  FILLER              PIC X(01) VALUE SPACE.
003630     02  WRK-DVI-NUM-DOC     PIC X(16).
003631 01  WRK-DET-NTF.
003632     02  FILLER              PIC X(04) VALUE "SEQ ".
003633     02  WRK-DNT-SEQ         PIC 9(06).
003634     02  FILLER              PIC X(05) VALUE " EVT ".
003635     02  WRK-DNT-EVENTO      PIC X(01).
003636     02  FILLER              PIC X(05) VALUE " ANF ".
003637     02  WRK-DNT-ANFITRIAO   PIC X(08).
003638 01  WRK-DET-MUS.
003639     02  FILLER              PIC X(07) VALUE "ALARME ".
003640     02  WRK-DMU-HORA        PIC 9(06).
003641     02  FILLER              PIC X(08) VALUE " CRACHA ".
003642     02  WRK-DMU-CRACHA      PIC 9(04).
003643     02  FILLER              PIC X(05) VALUE " SIT ".
003644     02  WRK-DMU-SITUACAO    PIC X(01).
003645 01  WRK-DET-PAS.
003646     02  FILLER              PIC X(06) VALUE "PASSE ".
003647     02  WRK-DPA-NUMERO      PIC 9(06).
003648     02  FILLER              PIC X(05) VALUE " ANF ".
003649     02  WRK-DPA-ANFITRIAO   PIC X(08).
003650     02  FILLER              PIC X(05) VALUE " SIT ".
003651     02  WRK-DPA-SITUACAO    PIC X(01).
003652 01  WRK-DET-GRP.
003653     02  FILLER              PIC X(06) VALUE "GRUPO ".
003654     02  WRK-DGR-ID          PIC 9(06).
003655     02  WRK-DGR-PAPEL       PIC X(08).
003656     02  WRK-DGR-SEQ         PIC X(03).
003657     02  FILLER              PIC X(05) VALUE " SIT ".
003658     02  WRK-DGR-SITUACAO    PIC X(01).
003659 01  WRK-DET-BDG.
003660     02  FILLER              PIC X(07) VALUE "CRACHA ".
003661     02  WRK-DBD-NUMERO      PIC 9(04).
003662     02  FILLER              PIC X(05) VALUE " SIT ".
003663     02  WRK-DBD-SITUACAO    PIC X(01).
003664
003665* LINHAS DO RELATORIO.
003666 01  WRK-CABECALHO1.
003670     02  FILLER              PIC X(27)
003680         VALUE "RELATORIO LGPD DO TITULAR: ".
003690     02  WRK-CAB-TITULAR     PIC X(30).
003700 01  WRK-CABECALHO2.
003710     02  FILLER              PIC X(11) VALUE "EMITIDO EM ".
003720     02  WRK-CAB-DATA        PIC 9(08).
003730     02  FILLER              PIC X(05) VALUE " POR ".
003740     02  WRK-CAB-OPERADOR    PIC X(08).
003750     02  WRK-CAB-AUTORIZACAO PIC X(17).
003760     02  WRK-CAB-SUPERVISOR  PIC X(08).
003770 01  WRK-CABECALHO3.
003780     02  FILLER              PIC X(40)
003790         VALUE "ARQUIVO  GERACAO  DATA     DETALHE      ".
003800     02  FILLER              PIC X(40)
003810         VALUE "                     SITUACAO           ".
003820 01  WRK-LINHA-RETENCAO.
003830     02  FILLER              PIC X(29)
003840         VALUE "RETENCAO JUDICIAL - PROCESSO ".
003850     02  WRK-LRT-PROCESSO    PIC X(20).
003860     02  FILLER              PIC X(01) VALUE SPACE.
003870     02  WRK-LRT-DE          PIC 9(08).
003880     02  FILLER              PIC X(03) VALUE " A ".
003890     02  WRK-LRT-ATE         PIC 9(08).
003900     02  FILLER              PIC X(01) VALUE SPACE.
003910     02  WRK-LRT-SITUACAO    PIC X(08).
003920 01  WRK-LINHA-OCORRENCIA.
003930     02  WRK-LIN-ARQUIVO     PIC X(08).
003940     02  FILLER              PIC X(01) VALUE SPACE.
003950     02  WRK-LIN-GERACAO     PIC X(08).
003960     02  FILLER              PIC X(01) VALUE SPACE.
003970     02  WRK-LIN-DATA        PIC X(08).
003980     02  FILLER              PIC X(01) VALUE SPACE.
003990     02  WRK-LIN-DETALHE     PIC X(32).
004000     02  FILLER              PIC X(01) VALUE SPACE.
004010     02  WRK-LIN-SITUACAO    PIC X(20).
004020 01  WRK-LINHA-RESUMO.
004030     02  WRK-RES-TITULO      PIC X(30).
004040     02  WRK-RES-VALOR       PIC ZZZ,ZZ9.
004050
004060 PROCEDURE DIVISION.
004070******************************************************************
004080* 0000-MAINLINE
004090* IDENTIFICA O OPERADOR E APRESENTA O MENU ATE O OPERADOR
004100* ESCOLHER SAIR.
004110******************************************************************
004120 0000-MAINLINE.
004130     PERFORM 1500-IDENTIFICAR-OPERADOR
004140         THRU 1500-IDENTIFICAR-OPERADOR-EXIT.
004150     IF OPERADOR-NAO-IDENTIF
004160         STOP RUN
004170     END-IF.
004180     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
004190     PERFORM 2000-APRESENTAR-MENU THRU 2000-APRESENTAR-MENU-EXIT
004200         UNTIL SAIR-DO-MENU.
004210     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
004220     STOP RUN.
004230
004240******************************************************************
004250* 1200-RESERVAR-SEQUENCIA
004260* RESERVA A PROXIMA SEQUENCIA DE AUDITORIA NO SEQCTL, SOB
004270* BLOQUEIO, NO MESMO PADRAO DO PROGCOB01. DEVOLVE ZEROS SE NAO
004280* CONSEGUIU.
004290******************************************************************
004300 1200-RESERVAR-SEQUENCIA.
004310     MOVE ZEROS TO WRK-SEQ-RESERVADA.
004320     OPEN I-O SEQCTL.
004330     IF WRK-SEQCTL-STATUS NOT = "00"
004340         DISPLAY "ERRO AO ABRIR CONTROLE DE SEQUENCIAS - STATUS "
004350                 WRK-SEQCTL-STATUS
004360         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
004370     END-IF.
004380     PERFORM 1210-LER-SEQCTL-BLOQUEADO
004390         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
004400         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
004410         UNTIL WRK-TENTATIVAS-BLOQ > 200
004420            OR NOT SEQCTL-BLOQUEADO.
004430     IF WRK-SEQCTL-STATUS NOT = "00"
004440         DISPLAY "CONTROLE DE SEQUENCIAS EM USO - STATUS "
004450                 WRK-SEQCTL-STATUS
004460         CLOSE SEQCTL
004470         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
004480     END-IF.
004490     MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA.
004500     ADD 1 TO SEQCTL-PROX-AUDITORIA.
004510     REWRITE SEQCTL-REGISTRO
004520         INVALID KEY
004530             MOVE ZEROS TO WRK-SEQ-RESERVADA
004540             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
004550                     WRK-SEQCTL-STATUS
004560     END-REWRITE.
004570     UNLOCK SEQCTL.
004580     CLOSE SEQCTL.
004590 1200-RESERVAR-SEQUENCIA-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 1210-LER-SEQCTL-BLOQUEADO
004640* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
004650******************************************************************
004660 1210-LER-SEQCTL-BLOQUEADO.
004670     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
004680     READ SEQCTL WITH LOCK
004690         KEY IS SEQCTL-CHAVE
004700         INVALID KEY
004710             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
004720                     "STATUS " WRK-SEQCTL-STATUS
004730     END-READ.
004740 1210-LER-SEQCTL-BLOQUEADO-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780* 1500-IDENTIFICAR-OPERADOR
004790* IDENTIFICA O OPERADOR NO CADASTRO OPRFILE, NO MESMO PADRAO DO
004800* PROGCOB01, E GUARDA SE E SUPERVISOR (SO SUPERVISOR MANTEM AS
004810* RETENCOES JUDICIAIS). TRES TENTATIVAS SEM SUCESSO E O
004820* PROGRAMA ENCERRA.
004830******************************************************************
004840 1500-IDENTIFICAR-OPERADOR.
004850     OPEN INPUT OPRFILE.
004860     IF WRK-OPR-STATUS NOT = "00"
004870         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - "
004880                 "STATUS " WRK-OPR-STATUS
004890                 " - EXECUTE O PROGCOB01 PARA CRIA-LO."
004900         GO TO 1500-IDENTIFICAR-OPERADOR-EXIT
004910     END-IF.
004920
004930     PERFORM 1600-PEDIR-IDENTIFICACAO
004940         THRU 1600-PEDIR-IDENTIFICACAO-EXIT
004950         VARYING WRK-TENTATIVAS FROM 1 BY 1
004960         UNTIL WRK-TENTATIVAS > 3 OR OPERADOR-IDENTIFICADO.
004970
004980     IF OPERADOR-NAO-IDENTIF
004990         DISPLAY "OPERADOR NAO IDENTIFICADO - PROGRAMA "
005000                 "ENCERRADO."
005010         CLOSE OPRFILE
005020     END-IF.
005030 1500-IDENTIFICAR-OPERADOR-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* 1600-PEDIR-IDENTIFICACAO
005080* PEDE E CONFERE UMA IDENTIFICACAO DE OPERADOR NO CADASTRO.
005090******************************************************************
005100 1600-PEDIR-IDENTIFICACAO.
005110     DISPLAY "IDENTIFICACAO DO OPERADOR: ".
005120     ACCEPT WRK-OPERADOR-ID.
005130     MOVE WRK-OPERADOR-ID TO OPR-ID.
005140     READ OPRFILE
005150         KEY IS OPR-ID
005160         INVALID KEY
005170             DISPLAY "OPERADOR NAO CADASTRADO."
005180             GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
005190     END-READ.
005200     SET OPERADOR-IDENTIFICADO TO TRUE.
005210     IF OPR-SUPERVISOR
005220         SET OPERADOR-SUPERVISOR TO TRUE
005230     ELSE
005240         SET OPERADOR-COMUM TO TRUE
005250     END-IF.
005260     DISPLAY "OPERADOR " OPR-NOME " IDENTIFICADO.".
005270 1600-PEDIR-IDENTIFICACAO-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 1700-AUTORIZAR-SUPERVISOR
005320* PEDE A IDENTIFICACAO DO SUPERVISOR QUE AUTORIZA A
005330* ANONIMIZACAO, NO MESMO PADRAO DA LIBERACAO DO PROGCOB01. E ELE
005340* QUE VAI PARA O LOG DE AUDITORIA.
005350******************************************************************
005360 1700-AUTORIZAR-SUPERVISOR.
005370     SET ANONIMIZACAO-NEGADA TO TRUE.
005380     DISPLAY "SUPERVISOR QUE AUTORIZA (BRANCO = CANCELAR): ".
005390     ACCEPT WRK-SUPERV-ID.
005400     IF WRK-SUPERV-ID = SPACES
005410         DISPLAY "ANONIMIZACAO CANCELADA."
005420         GO TO 1700-AUTORIZAR-SUPERVISOR-EXIT
005430     END-IF.
005440     MOVE WRK-SUPERV-ID TO OPR-ID.
005450     READ OPRFILE
005460         KEY IS OPR-ID
005470         INVALID KEY
005480             DISPLAY "SUPERVISOR NAO CADASTRADO - ANONIMIZACAO "
005490                     "CANCELADA."
005500             GO TO 1700-AUTORIZAR-SUPERVISOR-EXIT
005510     END-READ.
005520     IF NOT OPR-SUPERVISOR
005530         DISPLAY "OPERADOR INFORMADO NAO E SUPERVISOR - "
005540                 "ANONIMIZACAO CANCELADA."
005550         GO TO 1700-AUTORIZAR-SUPERVISOR-EXIT
005560     END-IF.
005570     SET ANONIMIZACAO-AUTORIZADA TO TRUE.
005580 1700-AUTORIZAR-SUPERVISOR-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620* 1800-CARREGAR-RETENCOES
005630* CARREGA AS RETENCOES JUDICIAIS DO NOME E AS LISTA NO
005640* RELATORIO. SEM JUDFILE (NUNCA CRIADO) NAO HA RETENCAO; COM O
005650* ARQUIVO INDISPONIVEL OU MAIS RETENCOES QUE A TABELA COMPORTA,
005660* AS RETENCOES FICAM INCOMPLETAS E A ANONIMIZACAO NAO E FEITA.
005670******************************************************************
005680 1800-CARREGAR-RETENCOES.
005690     MOVE ZEROS TO WRK-QTDE-RET.
005700     MOVE ZEROS TO WRK-QTDE-RET-ATIVAS.
005710     SET RETENCOES-COMPLETAS TO TRUE.
005720     OPEN INPUT JUDFILE.
005730     IF WRK-JUD-STATUS = "35"
005740         GO TO 1800-CARREGAR-RETENCOES-EXIT
005750     END-IF.
005760     IF WRK-JUD-STATUS NOT = "00"
005770         DISPLAY "RETENCOES JUDICIAIS (JUDFILE) INDISPONIVEIS - "
005780                 "STATUS " WRK-JUD-STATUS
005790         SET RETENCOES-INCOMPLETAS TO TRUE
005800         GO TO 1800-CARREGAR-RETENCOES-EXIT
005810     END-IF.
005820     SET NAO-FIM-ARQUIVO TO TRUE.
005830     MOVE WRK-NOME-TITULAR TO JUD-NOME.
005840     MOVE LOW-VALUES TO JUD-PROCESSO.
005850     START JUDFILE
005860         KEY IS >= JUD-CHAVE
005870         INVALID KEY
005880             SET FIM-ARQUIVO TO TRUE
005890     END-START.
005900     PERFORM 1810-JUNTAR-RETENCAO THRU 1810-JUNTAR-RETENCAO-EXIT
005910         UNTIL FIM-ARQUIVO.
005920     CLOSE JUDFILE.
005930 1800-CARREGAR-RETENCOES-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970* 1810-JUNTAR-RETENCAO
005980* LE A PROXIMA RETENCAO; SE FOR DO NOME, JUNTA-A A TABELA E A
005990* IMPRIME.
006000******************************************************************
006010 1810-JUNTAR-RETENCAO.
006020     READ JUDFILE NEXT RECORD
006030         AT END
006040             SET FIM-ARQUIVO TO TRUE
006050             GO TO 1810-JUNTAR-RETENCAO-EXIT
006060     END-READ.
006070     IF JUD-NOME NOT = WRK-NOME-TITULAR
006080         SET FIM-ARQUIVO TO TRUE
006090         GO TO 1810-JUNTAR-RETENCAO-EXIT
006100     END-IF.
006110     IF WRK-QTDE-RET = 20
006120         DISPLAY "MAIS DE 20 RETENCOES PARA O NOME - "
006130                 "ANONIMIZACAO NAO PERMITIDA."
006140         SET RETENCOES-INCOMPLETAS TO TRUE
006150         SET FIM-ARQUIVO TO TRUE
006160         GO TO 1810-JUNTAR-RETENCAO-EXIT
006170     END-IF.
006180     ADD 1 TO WRK-QTDE-RET.
006190     MOVE JUD-PROCESSO TO WRK-RET-PROCESSO(WRK-QTDE-RET).
006200     MOVE JUD-DATA-DE TO WRK-RET-DE(WRK-QTDE-RET).
006210     MOVE JUD-DATA-ATE TO WRK-RET-ATE(WRK-QTDE-RET).
006220     MOVE JUD-SITUACAO TO WRK-RET-SITUACAO(WRK-QTDE-RET).
006230     MOVE JUD-PROCESSO TO WRK-LRT-PROCESSO.
006240     MOVE JUD-DATA-DE TO WRK-LRT-DE.
006250     MOVE JUD-DATA-ATE TO WRK-LRT-ATE.
006260     IF JUD-ATIVA
006270         ADD 1 TO WRK-QTDE-RET-ATIVAS
006280         MOVE "ATIVA" TO WRK-LRT-SITUACAO
006290     ELSE
006300         MOVE "LIBERADA" TO WRK-LRT-SITUACAO
006310     END-IF.
006320     MOVE WRK-LINHA-RETENCAO TO REL-LINHA.
006330     WRITE REL-LINHA.
006340 1810-JUNTAR-RETENCAO-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 2000-APRESENTAR-MENU
006390* EXIBE O MENU E DESVIA PARA A OPCAO ESCOLHIDA.
006400******************************************************************
006410 2000-APRESENTAR-MENU.
006420     DISPLAY " ".
006430     DISPLAY "=== ATENDIMENTO AO TITULAR (LGPD) ===".
006440     DISPLAY "1 - RELATORIO DO TITULAR".
006450     DISPLAY "2 - ANONIMIZAR TITULAR (SUPERVISOR)".
006460     DISPLAY "3 - INCLUIR RETENCAO JUDICIAL (SUPERVISOR)".
006470     DISPLAY "4 - LIBERAR RETENCAO JUDICIAL (SUPERVISOR)".
006480     DISPLAY "5 - LISTAR RETENCOES JUDICIAIS".
006490     DISPLAY "6 - SAIR".
006500     DISPLAY "INFORME A OPCAO: ".
006510     ACCEPT WRK-OPCAO-MENU.
006520
006530     EVALUATE WRK-OPCAO-MENU
006540         WHEN "1"
006550             PERFORM 3000-RELATORIO-TITULAR
006560                 THRU 3000-RELATORIO-TITULAR-EXIT
006570         WHEN "2"
006580             PERFORM 3100-ANONIMIZAR-TITULAR
006590                 THRU 3100-ANONIMIZAR-TITULAR-EXIT
006600         WHEN "3"
006610             IF OPERADOR-SUPERVISOR
006620                 PERFORM 6000-INCLUIR-RETENCAO
006630                     THRU 6000-INCLUIR-RETENCAO-EXIT
006640             ELSE
006650                 DISPLAY "OPCAO RESTRITA A SUPERVISORES."
006660             END-IF
006670         WHEN "4"
006680             IF OPERADOR-SUPERVISOR
006690                 PERFORM 6100-LIBERAR-RETENCAO
006700                     THRU 6100-LIBERAR-RETENCAO-EXIT
006710             ELSE
006720                 DISPLAY "OPCAO RESTRITA A SUPERVISORES."
006730             END-IF
006740         WHEN "5"
006750             PERFORM 6200-LISTAR-RETENCOES
006760                 THRU 6200-LISTAR-RETENCOES-EXIT
006770         WHEN "6"
006780             SET SAIR-DO-MENU TO TRUE
006790         WHEN OTHER
006800             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
006810     END-EVALUATE.
006820 2000-APRESENTAR-MENU-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 2100-PEDIR-TITULAR
006870* PEDE O NOME DO TITULAR, COMO GRAVADO NO CADASTRO (NOME
006880* COMPLETO, SEM PREFIXO).
006890******************************************************************
006900 2100-PEDIR-TITULAR.
006910     DISPLAY "NOME DO TITULAR (COMO NO CADASTRO): ".
006920     ACCEPT WRK-NOME-TITULAR.
006930     IF WRK-NOME-TITULAR = SPACES
006940         DISPLAY "NOME EM BRANCO - OPERACAO CANCELADA."
006950     END-IF.
006960 2100-PEDIR-TITULAR-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000* 3000-RELATORIO-TITULAR
007010* EMITE O RELATORIO DE TUDO O QUE HA SOBRE O TITULAR, SEM
007020* ALTERAR NADA. A SITUACAO DE CADA LINHA MOSTRA O QUE UMA
007030* ANONIMIZACAO FARIA COM O REGISTRO.
007040******************************************************************
007050 3000-RELATORIO-TITULAR.
007060     PERFORM 2100-PEDIR-TITULAR THRU 2100-PEDIR-TITULAR-EXIT.
007070     IF WRK-NOME-TITULAR = SPACES
007080         GO TO 3000-RELATORIO-TITULAR-EXIT
007090     END-IF.
007100     SET MODO-RELATORIO TO TRUE.
007110     MOVE SPACES TO WRK-SUPERV-ID.
007120     PERFORM 4000-PESQUISAR-TITULAR
007130         THRU 4000-PESQUISAR-TITULAR-EXIT.
007140 3000-RELATORIO-TITULAR-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180* 3100-ANONIMIZAR-TITULAR
007190* COM AUTORIZACAO DE SUPERVISOR E CONFIRMACAO, RESERVA A
007200* SEQUENCIA DA LINHA DE AUDITORIA (QUE NUMERA O PSEUDONIMO),
007210* ANONIMIZA O TITULAR EM TODOS OS ARQUIVOS E GRAVA A LINHA.
007220******************************************************************
007230 3100-ANONIMIZAR-TITULAR.
007240     PERFORM 1700-AUTORIZAR-SUPERVISOR
007250         THRU 1700-AUTORIZAR-SUPERVISOR-EXIT.
007260     IF ANONIMIZACAO-NEGADA
007270         GO TO 3100-ANONIMIZAR-TITULAR-EXIT
007280     END-IF.
007290     PERFORM 2100-PEDIR-TITULAR THRU 2100-PEDIR-TITULAR-EXIT.
007300     IF WRK-NOME-TITULAR = SPACES
007310         GO TO 3100-ANONIMIZAR-TITULAR-EXIT
007320     END-IF.
007330     IF WRK-NOME-TITULAR(1:20) = "TITULAR ANONIMIZADO "
007340         DISPLAY "NOME JA E UM PSEUDONIMO - NADA A ANONIMIZAR."
007350         GO TO 3100-ANONIMIZAR-TITULAR-EXIT
007360     END-IF.
007370     DISPLAY "A ANONIMIZACAO REGRAVA O LOG DE AUDITORIA E O "
007380             "SUSPENSE - OS POSTOS DE RECEPCAO DEVEM ESTAR "
007390             "FECHADOS.".
007400     DISPLAY "CONFIRMA A ANONIMIZACAO DE " WRK-NOME-TITULAR
007410             " (S/N)? ".
007420     ACCEPT WRK-CONFIRMA.
007430     IF WRK-CONFIRMA NOT = "S"
007440         DISPLAY "ANONIMIZACAO CANCELADA."
007450         GO TO 3100-ANONIMIZAR-TITULAR-EXIT
007460     END-IF.
007470
007480     SET SEQ-DE-AUDITORIA TO TRUE.
007490     PERFORM 1200-RESERVAR-SEQUENCIA
007500         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
007510     IF WRK-SEQ-RESERVADA = 0
007520         DISPLAY "ANONIMIZACAO NAO EFETUADA - TENTE NOVAMENTE."
007530         GO TO 3100-ANONIMIZAR-TITULAR-EXIT
007540     END-IF.
007550     MOVE WRK-SEQ-RESERVADA TO WRK-PSE-SEQUENCIA.
007560     SET MODO-ANONIMIZAR TO TRUE.
007570     PERFORM 4000-PESQUISAR-TITULAR
007580         THRU 4000-PESQUISAR-TITULAR-EXIT.
007590     IF RETENCOES-INCOMPLETAS
007600         GO TO 3100-ANONIMIZAR-TITULAR-EXIT
007610     END-IF.
007620     PERFORM 3200-GRAVAR-AUDITORIA
007630         THRU 3200-GRAVAR-AUDITORIA-EXIT.
007640     DISPLAY "PSEUDONIMO APLICADO: " WRK-PSEUDONIMO.
007650 3100-ANONIMIZAR-TITULAR-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690* 3200-GRAVAR-AUDITORIA
007700* GRAVA A LINHA DE ANONIMIZACAO NO LOG DE AUDITORIA, DEPOIS DA
007710* REGRAVACAO DO AUDFILE: OPERADOR = SUPERVISOR QUE AUTORIZOU E,
007720* NO CAMPO DO NOME, O PSEUDONIMO.
007730******************************************************************
007740 3200-GRAVAR-AUDITORIA.
007750     ACCEPT WRK-HORA-ATUAL FROM TIME.
007760     OPEN EXTEND AUDFILE.
007770     IF WRK-AUD-STATUS = "35"
007780         OPEN OUTPUT AUDFILE
007790     END-IF.
007800     IF WRK-AUD-STATUS NOT = "00"
007810         DISPLAY "ERRO AO ABRIR LOG DE AUDITORIA - STATUS "
007820                 WRK-AUD-STATUS
007830         DISPLAY "ANONIMIZACAO NAO AUDITADA - AVISE O SUPORTE."
007840         GO TO 3200-GRAVAR-AUDITORIA-EXIT
007850     END-IF.
007860     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
007870     MOVE WRK-DATA-ATUAL TO AUD-DATA-NEGOCIO.
007880     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
007890     MOVE WRK-PSEUDONIMO TO AUD-NOME-CAPTURADO.
007900     SET AUD-OPER-ANONIMIZACAO TO TRUE.
007910     MOVE WRK-SUPERV-ID TO AUD-OPERADOR.
007920     WRITE AUD-REGISTRO.
007930     IF WRK-AUD-STATUS NOT = "00"
007940         DISPLAY "ERRO AO GRAVAR LOG DE AUDITORIA - STATUS "
007950                 WRK-AUD-STATUS
007960         DISPLAY "ANONIMIZACAO NAO AUDITADA - AVISE O SUPORTE."
007970     END-IF.
007980     CLOSE AUDFILE.
007990 3200-GRAVAR-AUDITORIA-EXIT.
008000     EXIT.
008010
008020******************************************************************
008030* 4000-PESQUISAR-TITULAR
008040* ABRE O RELATORIO, CARREGA AS RETENCOES E PERCORRE OS ARQUIVOS
008050* VIVOS E AS GERACOES DE HISTORICO, NO MODO CORRENTE. NA
008060* ANONIMIZACAO O CABECALHO TRAZ SO O PSEUDONIMO, PARA O
008070* RELATORIO NAO GUARDAR O NOME APAGADO.
008080******************************************************************
008090 4000-PESQUISAR-TITULAR.
008100     MOVE ZEROS TO WRK-QTDE-LOCALIZADOS.
008110     MOVE ZEROS TO WRK-QTDE-ANONIMIZADOS.
008120     MOVE ZEROS TO WRK-QTDE-RECUSADOS.
008130     MOVE ZEROS TO WRK-QTDE-ERROS.
008135     SET SEM-VISITA-ABERTA TO TRUE.
008140     OPEN OUTPUT RELFILE.
008150     IF WRK-REL-STATUS NOT = "00"
008160         DISPLAY "AVISO: ARQUIVO LGPD.LST INDISPONIVEL - "
008170                 "STATUS " WRK-REL-STATUS
008180     END-IF.
008190     IF MODO-ANONIMIZAR
008200         MOVE WRK-PSEUDONIMO TO WRK-CAB-TITULAR
008210         MOVE "  AUTORIZADO POR " TO WRK-CAB-AUTORIZACAO
008220     ELSE
008230         MOVE WRK-NOME-TITULAR TO WRK-CAB-TITULAR
008240         MOVE SPACES TO WRK-CAB-AUTORIZACAO
008250     END-IF.
008260     MOVE WRK-DATA-ATUAL TO WRK-CAB-DATA.
008270     MOVE WRK-OPERADOR-ID TO WRK-CAB-OPERADOR.
008280     MOVE WRK-SUPERV-ID TO WRK-CAB-SUPERVISOR.
008290     MOVE WRK-CABECALHO1 TO REL-LINHA.
008300     WRITE REL-LINHA.
008310     MOVE WRK-CABECALHO2 TO REL-LINHA.
008320     WRITE REL-LINHA.
008330     MOVE SPACES TO REL-LINHA.
008340     WRITE REL-LINHA.
008350
008360     PERFORM 1800-CARREGAR-RETENCOES
008370         THRU 1800-CARREGAR-RETENCOES-EXIT.
008380     IF MODO-ANONIMIZAR AND RETENCOES-INCOMPLETAS
008390         MOVE "RETENCOES JUDICIAIS NAO CONFERIDAS - ANONIMIZACAO"
008400             TO REL-LINHA
008410         WRITE REL-LINHA
008420         MOVE "NAO EFETUADA." TO REL-LINHA
008430         WRITE REL-LINHA
008440         DISPLAY "ANONIMIZACAO NAO EFETUADA - RETENCOES "
008450                 "JUDICIAIS NAO CONFERIDAS."
008460         CLOSE RELFILE
008470         GO TO 4000-PESQUISAR-TITULAR-EXIT
008480     END-IF.
008490     MOVE SPACES TO REL-LINHA.
008500     WRITE REL-LINHA.
008510     MOVE WRK-CABECALHO3 TO REL-LINHA.
008520     WRITE REL-LINHA.
008530
008540     PERFORM 4100-PESQUISAR-IMPEDIDOS
008550         THRU 4100-PESQUISAR-IMPEDIDOS-EXIT.
008560     PERFORM 4200-PESQUISAR-MESTRE
008570         THRU 4200-PESQUISAR-MESTRE-EXIT.
008580     PERFORM 4300-PESQUISAR-AGENDAMENTOS
008590         THRU 4300-PESQUISAR-AGENDAMENTOS-EXIT.
008600     PERFORM 4400-PESQUISAR-VISITANTES
008610         THRU 4400-PESQUISAR-VISITANTES-EXIT.
008620     PERFORM 4500-PESQUISAR-AUDITORIA
008630         THRU 4500-PESQUISAR-AUDITORIA-EXIT.
008640     PERFORM 4600-PESQUISAR-SUSPENSE
008650         THRU 4600-PESQUISAR-SUSPENSE-EXIT.
008660     PERFORM 4700-PESQUISAR-HISTORICOS
008670         THRU 4700-PESQUISAR-HISTORICOS-EXIT.
008671     PERFORM 4800-PESQUISAR-AVISOS
008672         THRU 4800-PESQUISAR-AVISOS-EXIT.
008673     PERFORM 4850-PESQUISAR-RETRATOS
008674         THRU 4850-PESQUISAR-RETRATOS-EXIT.
008675     PERFORM 4900-PESQUISAR-PASSES
008676         THRU 4900-PESQUISAR-PASSES-EXIT.
008677     PERFORM 4950-PESQUISAR-GRUPOS
008678         THRU 4950-PESQUISAR-GRUPOS-EXIT.
008679     PERFORM 4980-PESQUISAR-CRACHAS
008680         THRU 4980-PESQUISAR-CRACHAS-EXIT.
008681     PERFORM 4990-LISTAR-COPIAS-IMPRESSAS
008682         THRU 4990-LISTAR-COPIAS-IMPRESSAS-EXIT.
008683     PERFORM 8000-GRAVAR-RESUMO THRU 8000-GRAVAR-RESUMO-EXIT.
008690     CLOSE RELFILE.
008700 4000-PESQUISAR-TITULAR-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 4100-PESQUISAR-IMPEDIDOS
008750* A ENTRADA NA LISTA DE IMPEDIDOS E SEMPRE RECUSADA: APAGA-LA
008760* LIBERARIA A ENTRADA DA PESSOA NO PREDIO. A RETIRADA DA LISTA
008770* E DECISAO DA SEGURANCA, PELO PROGCB14.
008780******************************************************************
008790 4100-PESQUISAR-IMPEDIDOS.
008800     MOVE "WTCFILE" TO WRK-LIN-ARQUIVO.
008810     MOVE "VIVO" TO WRK-LIN-GERACAO.
008820     OPEN INPUT WTCFILE.
008830     IF WRK-WTC-STATUS = "35"
008840         GO TO 4100-PESQUISAR-IMPEDIDOS-EXIT
008850     END-IF.
008860     IF WRK-WTC-STATUS NOT = "00"
008870         MOVE WRK-WTC-STATUS TO WRK-TMP-STATUS
008880         PERFORM 5950-ARQUIVO-INDISPONIVEL
008890             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
008900         GO TO 4100-PESQUISAR-IMPEDIDOS-EXIT
008910     END-IF.
008920     MOVE WRK-NOME-TITULAR TO WTC-NOME.
008930     READ WTCFILE
008940         KEY IS WTC-NOME
008950         INVALID KEY
008960             CLOSE WTCFILE
008970             GO TO 4100-PESQUISAR-IMPEDIDOS-EXIT
008980     END-READ.
008990     MOVE WTC-DATA-INCLUSAO TO WRK-OCR-DATA.
009000     MOVE WTC-MOTIVO TO WRK-LIN-DETALHE.
009010     SET OCORRENCIA-RECUSADA TO TRUE.
009020     MOVE "RECUSADO-IMPEDIDO" TO WRK-LIN-SITUACAO.
009030     PERFORM 5900-GRAVAR-OCORRENCIA
009040         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
009050     CLOSE WTCFILE.
009060 4100-PESQUISAR-IMPEDIDOS-EXIT.
009070     EXIT.
009080
009090******************************************************************
009100* 4200-PESQUISAR-MESTRE
009110* JUNTA PELA CHAVE ALTERNADA (REG-NOME) AS DATAS DE CADASTRO DO
009120* TITULAR E DEPOIS TRATA CADA CADASTRO PELA CHAVE PRIMARIA.
009130******************************************************************
009140 4200-PESQUISAR-MESTRE.
009150     MOVE "REGFILE" TO WRK-LIN-ARQUIVO.
009160     MOVE "VIVO" TO WRK-LIN-GERACAO.
009170     IF MODO-ANONIMIZAR
009180         OPEN I-O REGFILE
009190     ELSE
009200         OPEN INPUT REGFILE
009210     END-IF.
009220     IF WRK-REG-STATUS NOT = "00"
009230         MOVE WRK-REG-STATUS TO WRK-TMP-STATUS
009240         PERFORM 5950-ARQUIVO-INDISPONIVEL
009250             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
009260         GO TO 4200-PESQUISAR-MESTRE-EXIT
009270     END-IF.
009280     MOVE ZEROS TO WRK-QTDE-DATAS.
009290     SET NAO-FIM-ARQUIVO TO TRUE.
009300     MOVE WRK-NOME-TITULAR TO REG-NOME.
009310     START REGFILE
009320         KEY IS = REG-NOME
009330         INVALID KEY
009340             SET FIM-ARQUIVO TO TRUE
009350     END-START.
009360     PERFORM 4210-JUNTAR-DATA-CADASTRO
009370         THRU 4210-JUNTAR-DATA-CADASTRO-EXIT
009380         UNTIL FIM-ARQUIVO.
009390     PERFORM 4220-TRATAR-CADASTRO
009400         THRU 4220-TRATAR-CADASTRO-EXIT
009410         VARYING WRK-IDX-DATA FROM 1 BY 1
009420         UNTIL WRK-IDX-DATA > WRK-QTDE-DATAS.
009430     CLOSE REGFILE.
009440 4200-PESQUISAR-MESTRE-EXIT.
009450     EXIT.
009460
009470******************************************************************
009480* 4210-JUNTAR-DATA-CADASTRO
009490* LE O PROXIMO CADASTRO NA ORDEM DO NOME E, SE FOR DO TITULAR,
009500* GUARDA A DATA.
009510******************************************************************
009520 4210-JUNTAR-DATA-CADASTRO.
009530     READ REGFILE NEXT RECORD WITH NO LOCK
009540         AT END
009550             SET FIM-ARQUIVO TO TRUE
009560             GO TO 4210-JUNTAR-DATA-CADASTRO-EXIT
009570     END-READ.
009580     IF REG-NOME NOT = WRK-NOME-TITULAR
009590         SET FIM-ARQUIVO TO TRUE
009600         GO TO 4210-JUNTAR-DATA-CADASTRO-EXIT
009610     END-IF.
009620     IF WRK-QTDE-DATAS = 999
009630         DISPLAY "MAIS DE 999 CADASTROS DO TITULAR - OS "
009640                 "SEGUINTES FICAM PARA NOVA EXECUCAO."
009650         SET FIM-ARQUIVO TO TRUE
009660         GO TO 4210-JUNTAR-DATA-CADASTRO-EXIT
009670     END-IF.
009680     ADD 1 TO WRK-QTDE-DATAS.
009690     MOVE REG-DATA-CADASTRO TO WRK-TAB-DATA(WRK-QTDE-DATAS).
009700 4210-JUNTAR-DATA-CADASTRO-EXIT.
009710     EXIT.
009720
009730******************************************************************
009740* 4220-TRATAR-CADASTRO
009750* RELE UM CADASTRO DO TITULAR (SOB BLOQUEIO NA ANONIMIZACAO) E
009760* O CLASSIFICA. VISITA AINDA EM ANDAMENTO (SEM SAIDA E SEM
009770* FECHAMENTO AUTOMATICO, OU PRE-REGISTRO AINDA NAO CHEGADO) E
009780* RECUSADA: A LISTA DE EVACUACAO PRECISA DO NOME. O CADASTRO
009790* ANONIMIZADO E EXCLUIDO E GRAVADO DE NOVO COM O PSEUDONIMO NA
009800* CHAVE, COM OS DEMAIS CAMPOS IGUAIS; SE A NOVA GRAVACAO
009810* FALHAR, O ORIGINAL E DEVOLVIDO.
009820******************************************************************
009830 4220-TRATAR-CADASTRO.
009840     MOVE WRK-NOME-TITULAR TO REG-NOME.
009850     MOVE WRK-TAB-DATA(WRK-IDX-DATA) TO REG-DATA-CADASTRO.
009860     IF MODO-ANONIMIZAR
009870         READ REGFILE WITH LOCK
009880             KEY IS REG-CHAVE
009890             INVALID KEY
009900                 GO TO 4220-TRATAR-CADASTRO-EXIT
009910         END-READ
009920     ELSE
009930         READ REGFILE WITH NO LOCK
009940             KEY IS REG-CHAVE
009950             INVALID KEY
009960                 GO TO 4220-TRATAR-CADASTRO-EXIT
009970         END-READ
009980     END-IF.
009990     MOVE REG-DATA-CADASTRO TO WRK-OCR-DATA.
010000     MOVE REG-SEQUENCIA TO WRK-DRG-SEQ.
010010     MOVE REG-HORA-CADASTRO TO WRK-DRG-HORA.
010020     MOVE REG-HORA-SAIDA TO WRK-DRG-SAIDA.
010030     MOVE WRK-DET-REG TO WRK-LIN-DETALHE.
010040     IF REG-BLOQUEADO
010050         SET OCORRENCIA-COM-ERRO TO TRUE
010060         MOVE "EM USO - NAO TRATADO" TO WRK-LIN-SITUACAO
010070         PERFORM 5900-GRAVAR-OCORRENCIA
010080             THRU 5900-GRAVAR-OCORRENCIA-EXIT
010090         GO TO 4220-TRATAR-CADASTRO-EXIT
010100     END-IF.
010110
010120     SET OCORRENCIA-LIVRE TO TRUE.
010130     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
010140     IF REG-PRE-REGISTRADO
010150         SET OCORRENCIA-RECUSADA TO TRUE
010160         MOVE "RECUSADO-EM ABERTO" TO WRK-LIN-SITUACAO
010165         SET VISITA-EM-ABERTO TO TRUE
010170     END-IF.
010180     IF (REG-HORA-SAIDA IS NOT NUMERIC OR REG-HORA-SAIDA = 0)
010190             AND NOT REG-SAIDA-AUTOMATICA
010200         SET OCORRENCIA-RECUSADA TO TRUE
010210         MOVE "RECUSADO-EM ABERTO" TO WRK-LIN-SITUACAO
010215         SET VISITA-EM-ABERTO TO TRUE
010220     END-IF.
010230     IF OCORRENCIA-LIVRE
010240         PERFORM 5800-CONFERIR-RETENCAO
010250             THRU 5800-CONFERIR-RETENCAO-EXIT
010260     END-IF.
010270     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
010280         MOVE REG-REGISTRO TO WRK-REG-SALVO
010290         DELETE REGFILE RECORD
010300             INVALID KEY
010310                 SET OCORRENCIA-COM-ERRO TO TRUE
010320                 MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
010330         END-DELETE
010340     END-IF.
010350     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
010360         MOVE WRK-REG-SALVO TO REG-REGISTRO
010370         MOVE WRK-PSEUDONIMO TO REG-NOME
010380         WRITE REG-REGISTRO
010390             INVALID KEY
010400                 MOVE WRK-REG-SALVO TO REG-REGISTRO
010410                 WRITE REG-REGISTRO
010420                 SET OCORRENCIA-COM-ERRO TO TRUE
010430                 MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
010440             NOT INVALID KEY
010450                 SET OCORRENCIA-ANONIMIZADA TO TRUE
010460                 MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
010470         END-WRITE
010480     END-IF.
010490     IF MODO-ANONIMIZAR
010500         UNLOCK REGFILE
010510     END-IF.
010520     PERFORM 5900-GRAVAR-OCORRENCIA
010530         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
010540 4220-TRATAR-CADASTRO-EXIT.
010550     EXIT.
010560
010570******************************************************************
010580* 4300-PESQUISAR-AGENDAMENTOS
010590* O APTFILE NAO TEM CHAVE PELO NOME: VARRE O ARQUIVO JUNTANDO
010600* AS DATAS DOS AGENDAMENTOS DO TITULAR E DEPOIS TRATA CADA UM
010610* PELA CHAVE.
010620******************************************************************
010630 4300-PESQUISAR-AGENDAMENTOS.
010640     MOVE "APTFILE" TO WRK-LIN-ARQUIVO.
010650     MOVE "VIVO" TO WRK-LIN-GERACAO.
010660     IF MODO-ANONIMIZAR
010670         OPEN I-O APTFILE
010680     ELSE
010690         OPEN INPUT APTFILE
010700     END-IF.
010710     IF WRK-APT-STATUS = "35"
010720         GO TO 4300-PESQUISAR-AGENDAMENTOS-EXIT
010730     END-IF.
010740     IF WRK-APT-STATUS NOT = "00"
010750         MOVE WRK-APT-STATUS TO WRK-TMP-STATUS
010760         PERFORM 5950-ARQUIVO-INDISPONIVEL
010770             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
010780         GO TO 4300-PESQUISAR-AGENDAMENTOS-EXIT
010790     END-IF.
010800     MOVE ZEROS TO WRK-QTDE-DATAS.
010810     SET NAO-FIM-ARQUIVO TO TRUE.
010820     MOVE LOW-VALUES TO APT-CHAVE.
010830     START APTFILE
010840         KEY IS >= APT-CHAVE
010850         INVALID KEY
010860             SET FIM-ARQUIVO TO TRUE
010870     END-START.
010880     PERFORM 4310-JUNTAR-DATA-AGENDAMENTO
010890         THRU 4310-JUNTAR-DATA-AGENDAMENTO-EXIT
010900         UNTIL FIM-ARQUIVO.
010910     PERFORM 4320-TRATAR-AGENDAMENTO
010920         THRU 4320-TRATAR-AGENDAMENTO-EXIT
010930         VARYING WRK-IDX-DATA FROM 1 BY 1
010940         UNTIL WRK-IDX-DATA > WRK-QTDE-DATAS.
010950     CLOSE APTFILE.
010960 4300-PESQUISAR-AGENDAMENTOS-EXIT.
010970     EXIT.
010980
010990******************************************************************
011000* 4310-JUNTAR-DATA-AGENDAMENTO
011010* LE O PROXIMO AGENDAMENTO E, SE FOR DO TITULAR, GUARDA A DATA.
011020******************************************************************
011030 4310-JUNTAR-DATA-AGENDAMENTO.
011040     READ APTFILE NEXT RECORD
011050         AT END
011060             SET FIM-ARQUIVO TO TRUE
011070             GO TO 4310-JUNTAR-DATA-AGENDAMENTO-EXIT
011080     END-READ.
011090     IF APT-NOME NOT = WRK-NOME-TITULAR
011100         GO TO 4310-JUNTAR-DATA-AGENDAMENTO-EXIT
011110     END-IF.
011120     IF WRK-QTDE-DATAS = 999
011130         DISPLAY "MAIS DE 999 AGENDAMENTOS DO TITULAR - OS "
011140                 "SEGUINTES FICAM PARA NOVA EXECUCAO."
011150         SET FIM-ARQUIVO TO TRUE
011160         GO TO 4310-JUNTAR-DATA-AGENDAMENTO-EXIT
011170     END-IF.
011180     ADD 1 TO WRK-QTDE-DATAS.
011190     MOVE APT-DATA-VISITA TO WRK-TAB-DATA(WRK-QTDE-DATAS).
011200 4310-JUNTAR-DATA-AGENDAMENTO-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240* 4320-TRATAR-AGENDAMENTO
011250* RELE UM AGENDAMENTO DO TITULAR E O CLASSIFICA. AGENDAMENTO
011260* AINDA PENDENTE E RECUSADO - A ATIVACAO (PROGCB23) CADASTRARIA
011270* O PSEUDONIMO; DEVE SER CANCELADO ANTES (PROGCB22). O
011280* ANONIMIZADO E EXCLUIDO E GRAVADO DE NOVO COM O PSEUDONIMO NA
011290* CHAVE.
011300******************************************************************
011310 4320-TRATAR-AGENDAMENTO.
011320     MOVE WRK-TAB-DATA(WRK-IDX-DATA) TO APT-DATA-VISITA.
011330     MOVE WRK-NOME-TITULAR TO APT-NOME.
011340     READ APTFILE
011350         KEY IS APT-CHAVE
011360         INVALID KEY
011370             GO TO 4320-TRATAR-AGENDAMENTO-EXIT
011380     END-READ.
011390     MOVE APT-DATA-VISITA TO WRK-OCR-DATA.
011400     MOVE APT-ID-ANFITRIAO TO WRK-DAP-ANFITRIAO.
011410     MOVE APT-SITUACAO TO WRK-DAP-SITUACAO.
011420     MOVE WRK-DET-APT TO WRK-LIN-DETALHE.
011430     SET OCORRENCIA-LIVRE TO TRUE.
011440     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
011450     IF APT-PENDENTE
011460         SET OCORRENCIA-RECUSADA TO TRUE
011470         MOVE "RECUSADO-PENDENTE" TO WRK-LIN-SITUACAO
011480     END-IF.
011490     IF OCORRENCIA-LIVRE
011500         PERFORM 5800-CONFERIR-RETENCAO
011510             THRU 5800-CONFERIR-RETENCAO-EXIT
011520     END-IF.
011530     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
011540         MOVE APT-REGISTRO TO WRK-APT-SALVO
011550         DELETE APTFILE RECORD
011560             INVALID KEY
011570                 SET OCORRENCIA-COM-ERRO TO TRUE
011580                 MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
011590         END-DELETE
011600     END-IF.
011610     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
011620         MOVE WRK-APT-SALVO TO APT-REGISTRO
011630         MOVE WRK-PSEUDONIMO TO APT-NOME
011640         WRITE APT-REGISTRO
011650             INVALID KEY
011660                 MOVE WRK-APT-SALVO TO APT-REGISTRO
011670                 WRITE APT-REGISTRO
011680                 SET OCORRENCIA-COM-ERRO TO TRUE
011690                 MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
011700             NOT INVALID KEY
011710                 SET OCORRENCIA-ANONIMIZADA TO TRUE
011720                 MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
011730         END-WRITE
011740     END-IF.
011750     PERFORM 5900-GRAVAR-OCORRENCIA
011760         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
011770 4320-TRATAR-AGENDAMENTO-EXIT.
011780     EXIT.
011790
011800******************************************************************
011810* 4400-PESQUISAR-VISITANTES
011820* VARRE O CADASTRO MESTRE DE VISITANTES PROCURANDO O NOME.
011830******************************************************************
011840 4400-PESQUISAR-VISITANTES.
011850     MOVE "VISFILE" TO WRK-LIN-ARQUIVO.
011860     MOVE "VIVO" TO WRK-LIN-GERACAO.
011870     IF MODO-ANONIMIZAR
011880         OPEN I-O VISFILE
011890     ELSE
011900         OPEN INPUT VISFILE
011910     END-IF.
011920     IF WRK-VIS-STATUS = "35"
011930         GO TO 4400-PESQUISAR-VISITANTES-EXIT
011940     END-IF.
011950     IF WRK-VIS-STATUS NOT = "00"
011960         MOVE WRK-VIS-STATUS TO WRK-TMP-STATUS
011970         PERFORM 5950-ARQUIVO-INDISPONIVEL
011980             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
011990         GO TO 4400-PESQUISAR-VISITANTES-EXIT
012000     END-IF.
012010     SET NAO-FIM-ARQUIVO TO TRUE.
012020     MOVE ZEROS TO VIS-ID.
012030     START VISFILE
012040         KEY IS >= VIS-ID
012050         INVALID KEY
012060             SET FIM-ARQUIVO TO TRUE
012070     END-START.
012080     PERFORM 4410-TRATAR-VISITANTE
012090         THRU 4410-TRATAR-VISITANTE-EXIT
012100         UNTIL FIM-ARQUIVO.
012110     CLOSE VISFILE.
012120 4400-PESQUISAR-VISITANTES-EXIT.
012130     EXIT.
012140
012150******************************************************************
012160* 4410-TRATAR-VISITANTE
012170* LE O PROXIMO VISITANTE E, SE FOR DO TITULAR, O CLASSIFICA. O
012180* CADASTRO DE VISITANTE NAO TEM DATA DE VISITA: COM QUALQUER
012190* RETENCAO ATIVA PARA O NOME ELE E MANTIDO. O ANONIMIZADO
012200* RECEBE O PSEUDONIMO E PERDE DOCUMENTO, EMPRESA E TELEFONE.
012210******************************************************************
012220 4410-TRATAR-VISITANTE.
012230     READ VISFILE NEXT RECORD WITH NO LOCK
012240         AT END
012250             SET FIM-ARQUIVO TO TRUE
012260             GO TO 4410-TRATAR-VISITANTE-EXIT
012270     END-READ.
012280     IF VIS-NOME NOT = WRK-NOME-TITULAR
012290         GO TO 4410-TRATAR-VISITANTE-EXIT
012300     END-IF.
012310     MOVE VIS-DATA-INCLUSAO TO WRK-OCR-DATA.
012320     MOVE VIS-ID TO WRK-DVI-ID.
012330     MOVE VIS-TIPO-DOC TO WRK-DVI-TIPO-DOC.
012340     MOVE VIS-NUM-DOC TO WRK-DVI-NUM-DOC.
012350     MOVE WRK-DET-VIS TO WRK-LIN-DETALHE.
012360     SET OCORRENCIA-LIVRE TO TRUE.
012370     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
012380     IF WRK-QTDE-RET-ATIVAS > 0
012390         SET OCORRENCIA-RECUSADA TO TRUE
012400         MOVE "RECUSADO-RETENCAO" TO WRK-LIN-SITUACAO
012410     END-IF.
012420     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
012430         READ VISFILE WITH LOCK
012440             KEY IS VIS-ID
012450             INVALID KEY
012460                 CONTINUE
012470         END-READ
012480         IF WRK-VIS-STATUS = "00"
012490             MOVE WRK-PSEUDONIMO TO VIS-NOME
012500             MOVE SPACES TO VIS-TIPO-DOC
012510             MOVE SPACES TO VIS-NUM-DOC
012520             MOVE SPACES TO VIS-EMPRESA
012530             MOVE SPACES TO VIS-TELEFONE
012540             REWRITE VIS-REGISTRO
012550                 INVALID KEY
012560                     CONTINUE
012570             END-REWRITE
012580         END-IF
012590         IF WRK-VIS-STATUS = "00"
012600             SET OCORRENCIA-ANONIMIZADA TO TRUE
012610             MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
012620         ELSE
012630             SET OCORRENCIA-COM-ERRO TO TRUE
012640             MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
012650         END-IF
012660         UNLOCK VISFILE
012670     END-IF.
012680     PERFORM 5900-GRAVAR-OCORRENCIA
012690         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
012700 4410-TRATAR-VISITANTE-EXIT.
012710     EXIT.
012720
012730******************************************************************
012740* 4500-PESQUISAR-AUDITORIA
012750* PERCORRE O LOG DE AUDITORIA VIVO. NA ANONIMIZACAO TODA LINHA
012760* VAI PARA O ARQUIVO DE TRABALHO (A DO TITULAR JA COM O
012770* PSEUDONIMO) E O LOG E REGRAVADO A PARTIR DELE, COMO NO
012780* EXPURGO (PROGCB12) - NENHUMA LINHA ENTRA OU SAI.
012790******************************************************************
012800 4500-PESQUISAR-AUDITORIA.
012810     MOVE "AUDFILE" TO WRK-LIN-ARQUIVO.
012820     MOVE "VIVO" TO WRK-LIN-GERACAO.
012830     OPEN INPUT AUDFILE.
012840     IF WRK-AUD-STATUS = "35"
012850         GO TO 4500-PESQUISAR-AUDITORIA-EXIT
012860     END-IF.
012870     IF WRK-AUD-STATUS NOT = "00"
012880         MOVE WRK-AUD-STATUS TO WRK-TMP-STATUS
012890         PERFORM 5950-ARQUIVO-INDISPONIVEL
012900             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
012910         GO TO 4500-PESQUISAR-AUDITORIA-EXIT
012920     END-IF.
012930     PERFORM 5700-ABRIR-TRABALHO THRU 5700-ABRIR-TRABALHO-EXIT.
012940     IF TRABALHO-COMPROMETIDO
012950         CLOSE AUDFILE
012960         GO TO 4500-PESQUISAR-AUDITORIA-EXIT
012970     END-IF.
012980     SET NAO-FIM-ARQUIVO TO TRUE.
012990     PERFORM 4510-LER-AUDITORIA THRU 4510-LER-AUDITORIA-EXIT
013000         UNTIL FIM-ARQUIVO.
013010     CLOSE AUDFILE.
013020     IF MODO-ANONIMIZAR
013030         CLOSE LGPDTEMP
013040     END-IF.
013050     IF MODO-ANONIMIZAR AND ARQUIVO-ALTERADO
013060         IF TRABALHO-INTEGRO
013070             OPEN INPUT LGPDTEMP
013080             OPEN OUTPUT AUDFILE
013090             PERFORM 4520-DEVOLVER-AUDITORIA
013100                 THRU 4520-DEVOLVER-AUDITORIA-EXIT
013110                 UNTIL WRK-TMP-STATUS NOT = "00"
013120             CLOSE LGPDTEMP
013130             CLOSE AUDFILE
013140         ELSE
013150             PERFORM 5960-ARQUIVO-NAO-REGRAVADO
013160                 THRU 5960-ARQUIVO-NAO-REGRAVADO-EXIT
013170         END-IF
013180     END-IF.
013190 4500-PESQUISAR-AUDITORIA-EXIT.
013200     EXIT.
013210
013220******************************************************************
013230* 4510-LER-AUDITORIA
013240* LE E EXAMINA UMA LINHA DO LOG VIVO.
013250******************************************************************
013260 4510-LER-AUDITORIA.
013270     READ AUDFILE
013280         AT END
013290             SET FIM-ARQUIVO TO TRUE
013300             GO TO 4510-LER-AUDITORIA-EXIT
013310     END-READ.
013320     MOVE AUD-REGISTRO TO WRK-HIST-AUD.
013330     PERFORM 5100-EXAMINAR-AUDITORIA
013340         THRU 5100-EXAMINAR-AUDITORIA-EXIT.
013350     IF MODO-ANONIMIZAR
013360         MOVE WRK-HIST-AUD TO TMP-LINHA
013370         PERFORM 5760-GRAVAR-TRABALHO
013380             THRU 5760-GRAVAR-TRABALHO-EXIT
013390     END-IF.
013400 4510-LER-AUDITORIA-EXIT.
013410     EXIT.
013420
013430******************************************************************
013440* 4520-DEVOLVER-AUDITORIA
013450* DEVOLVE UMA LINHA DO ARQUIVO DE TRABALHO AO LOG VIVO.
013460******************************************************************
013470 4520-DEVOLVER-AUDITORIA.
013480     READ LGPDTEMP
013490         AT END
013500             GO TO 4520-DEVOLVER-AUDITORIA-EXIT
013510     END-READ.
013520     MOVE TMP-LINHA TO AUD-REGISTRO.
013530     WRITE AUD-REGISTRO.
013540 4520-DEVOLVER-AUDITORIA-EXIT.
013550     EXIT.
013560
013570******************************************************************
013580* 4600-PESQUISAR-SUSPENSE
013590* PERCORRE O SUSPENSE VIVO, NO MESMO ESQUEMA DO LOG DE
013600* AUDITORIA.
013610******************************************************************
013620 4600-PESQUISAR-SUSPENSE.
013630     MOVE "SUSFILE" TO WRK-LIN-ARQUIVO.
013640     MOVE "VIVO" TO WRK-LIN-GERACAO.
013650     OPEN INPUT SUSFILE.
013660     IF WRK-SUS-STATUS = "35"
013670         GO TO 4600-PESQUISAR-SUSPENSE-EXIT
013680     END-IF.
013690     IF WRK-SUS-STATUS NOT = "00"
013700         MOVE WRK-SUS-STATUS TO WRK-TMP-STATUS
013710         PERFORM 5950-ARQUIVO-INDISPONIVEL
013720             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
013730         GO TO 4600-PESQUISAR-SUSPENSE-EXIT
013740     END-IF.
013750     PERFORM 5700-ABRIR-TRABALHO THRU 5700-ABRIR-TRABALHO-EXIT.
013760     IF TRABALHO-COMPROMETIDO
013770         CLOSE SUSFILE
013780         GO TO 4600-PESQUISAR-SUSPENSE-EXIT
013790     END-IF.
013800     SET NAO-FIM-ARQUIVO TO TRUE.
013810     PERFORM 4610-LER-SUSPENSE THRU 4610-LER-SUSPENSE-EXIT
013820         UNTIL FIM-ARQUIVO.
013830     CLOSE SUSFILE.
013840     IF MODO-ANONIMIZAR
013850         CLOSE LGPDTEMP
013860     END-IF.
013870     IF MODO-ANONIMIZAR AND ARQUIVO-ALTERADO
013880         IF TRABALHO-INTEGRO
013890             OPEN INPUT LGPDTEMP
013900             OPEN OUTPUT SUSFILE
013910             PERFORM 4620-DEVOLVER-SUSPENSE
013920                 THRU 4620-DEVOLVER-SUSPENSE-EXIT
013930                 UNTIL WRK-TMP-STATUS NOT = "00"
013940             CLOSE LGPDTEMP
013950             CLOSE SUSFILE
013960         ELSE
013970             PERFORM 5960-ARQUIVO-NAO-REGRAVADO
013980                 THRU 5960-ARQUIVO-NAO-REGRAVADO-EXIT
013990         END-IF
014000     END-IF.
014010 4600-PESQUISAR-SUSPENSE-EXIT.
014020     EXIT.
014030
014040******************************************************************
014050* 4610-LER-SUSPENSE
014060* LE E EXAMINA UMA PENDENCIA DO SUSPENSE VIVO.
014070******************************************************************
014080 4610-LER-SUSPENSE.
014090     READ SUSFILE
014100         AT END
014110             SET FIM-ARQUIVO TO TRUE
014120             GO TO 4610-LER-SUSPENSE-EXIT
014130     END-READ.
014140     MOVE SUS-REGISTRO TO WRK-HIST-SUS.
014150     PERFORM 5200-EXAMINAR-SUSPENSE
014160         THRU 5200-EXAMINAR-SUSPENSE-EXIT.
014170     IF MODO-ANONIMIZAR
014180         MOVE WRK-HIST-SUS TO TMP-LINHA
014190         PERFORM 5760-GRAVAR-TRABALHO
014200             THRU 5760-GRAVAR-TRABALHO-EXIT
014210     END-IF.
014220 4610-LER-SUSPENSE-EXIT.
014230     EXIT.
014240
014250******************************************************************
014260* 4620-DEVOLVER-SUSPENSE
014270* DEVOLVE UMA PENDENCIA DO ARQUIVO DE TRABALHO AO SUSPENSE.
014280******************************************************************
014290 4620-DEVOLVER-SUSPENSE.
014300     READ LGPDTEMP
014310         AT END
014320             GO TO 4620-DEVOLVER-SUSPENSE-EXIT
014330     END-READ.
014340     MOVE TMP-LINHA TO SUS-REGISTRO.
014350     WRITE SUS-REGISTRO.
014360 4620-DEVOLVER-SUSPENSE-EXIT.
014370     EXIT.
014380
014390******************************************************************
014400* 4700-PESQUISAR-HISTORICOS
014410* LE O CATALOGO DE GERACOES (ARCCAT) E PERCORRE OS TRES
014420* HISTORICOS DE CADA GERACAO. GERACAO REPETIDA NO CATALOGO
014430* (EXPURGO EXECUTADO DUAS VEZES NO MESMO DIA) E TRATADA UMA VEZ.
014440******************************************************************
014450 4700-PESQUISAR-HISTORICOS.
014460     OPEN INPUT ARCCAT.
014470     IF WRK-CAT-STATUS NOT = "00"
014480         DISPLAY "CATALOGO DE GERACOES (ARCCAT) INDISPONIVEL - "
014490                 "STATUS " WRK-CAT-STATUS
014500                 " - HISTORICOS NAO PESQUISADOS."
014510         GO TO 4700-PESQUISAR-HISTORICOS-EXIT
014520     END-IF.
014530     MOVE ZEROS TO WRK-GERACAO-ANTERIOR.
014540     SET NAO-FIM-CATALOGO TO TRUE.
014550     PERFORM 4710-TRATAR-GERACAO THRU 4710-TRATAR-GERACAO-EXIT
014560         UNTIL FIM-CATALOGO.
014570     CLOSE ARCCAT.
014580 4700-PESQUISAR-HISTORICOS-EXIT.
014590     EXIT.
014600
014610******************************************************************
014620* 4710-TRATAR-GERACAO
014630* LE A PROXIMA GERACAO DO CATALOGO E PERCORRE OS SEUS
014640* HISTORICOS DO MESTRE, DA AUDITORIA E DO SUSPENSE.
014650******************************************************************
014660 4710-TRATAR-GERACAO.
014670     READ ARCCAT
014680         AT END
014690             SET FIM-CATALOGO TO TRUE
014700             GO TO 4710-TRATAR-GERACAO-EXIT
014710     END-READ.
014720     IF CAT-DATA = WRK-GERACAO-ANTERIOR
014730         GO TO 4710-TRATAR-GERACAO-EXIT
014740     END-IF.
014750     MOVE CAT-DATA TO WRK-GERACAO-ANTERIOR.
014760     MOVE CAT-DATA TO WRK-RARC-DATA.
014770     MOVE CAT-DATA TO WRK-AARC-DATA.
014780     MOVE CAT-DATA TO WRK-SARC-DATA.
014790     PERFORM 4720-PESQUISAR-REGARCH
014800         THRU 4720-PESQUISAR-REGARCH-EXIT.
014810     PERFORM 4730-PESQUISAR-AUDARCH
014820         THRU 4730-PESQUISAR-AUDARCH-EXIT.
014830     PERFORM 4740-PESQUISAR-SUSARCH
014840         THRU 4740-PESQUISAR-SUSARCH-EXIT.
014850 4710-TRATAR-GERACAO-EXIT.
014860     EXIT.
014870
014880******************************************************************
014890* 4720-PESQUISAR-REGARCH
014900* PERCORRE O HISTORICO DO MESTRE DA GERACAO CORRENTE.
014910******************************************************************
014920 4720-PESQUISAR-REGARCH.
014930     MOVE "REGARCH" TO WRK-LIN-ARQUIVO.
014940     MOVE CAT-DATA TO WRK-LIN-GERACAO.
014950     OPEN INPUT REGARCH.
014960     IF WRK-RARC-STATUS = "35"
014970         GO TO 4720-PESQUISAR-REGARCH-EXIT
014980     END-IF.
014990     IF WRK-RARC-STATUS NOT = "00"
015000         MOVE WRK-RARC-STATUS TO WRK-TMP-STATUS
015010         PERFORM 5950-ARQUIVO-INDISPONIVEL
015020             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
015030         GO TO 4720-PESQUISAR-REGARCH-EXIT
015040     END-IF.
015050     PERFORM 5700-ABRIR-TRABALHO THRU 5700-ABRIR-TRABALHO-EXIT.
015060     IF TRABALHO-COMPROMETIDO
015070         CLOSE REGARCH
015080         GO TO 4720-PESQUISAR-REGARCH-EXIT
015090     END-IF.
015100     SET NAO-FIM-ARQUIVO TO TRUE.
015110     PERFORM 4721-LER-REGARCH THRU 4721-LER-REGARCH-EXIT
015120         UNTIL FIM-ARQUIVO.
015130     CLOSE REGARCH.
015140     IF MODO-ANONIMIZAR
015150         CLOSE LGPDTEMP
015160     END-IF.
015170     IF MODO-ANONIMIZAR AND ARQUIVO-ALTERADO
015180         IF TRABALHO-INTEGRO
015190             OPEN INPUT LGPDTEMP
015200             OPEN OUTPUT REGARCH
015210             PERFORM 4722-DEVOLVER-REGARCH
015220                 THRU 4722-DEVOLVER-REGARCH-EXIT
015230                 UNTIL WRK-TMP-STATUS NOT = "00"
015240             CLOSE LGPDTEMP
015250             CLOSE REGARCH
015260         ELSE
015270             PERFORM 5960-ARQUIVO-NAO-REGRAVADO
015280                 THRU 5960-ARQUIVO-NAO-REGRAVADO-EXIT
015290         END-IF
015300     END-IF.
015310 4720-PESQUISAR-REGARCH-EXIT.
015320     EXIT.
015330
015340******************************************************************
015350* 4721-LER-REGARCH
015360* LE E EXAMINA UMA LINHA DO HISTORICO DO MESTRE.
015370******************************************************************
015380 4721-LER-REGARCH.
015390     READ REGARCH
015400         AT END
015410             SET FIM-ARQUIVO TO TRUE
015420             GO TO 4721-LER-REGARCH-EXIT
015430     END-READ.
015440     MOVE RARC-LINHA TO WRK-HIST-REG.
015450     PERFORM 5300-EXAMINAR-MESTRE-HIST
015460         THRU 5300-EXAMINAR-MESTRE-HIST-EXIT.
015470     IF MODO-ANONIMIZAR
015480         MOVE WRK-HIST-REG TO TMP-LINHA
015490         PERFORM 5760-GRAVAR-TRABALHO
015500             THRU 5760-GRAVAR-TRABALHO-EXIT
015510     END-IF.
015520 4721-LER-REGARCH-EXIT.
015530     EXIT.
015540
015550******************************************************************
015560* 4722-DEVOLVER-REGARCH
015570* DEVOLVE UMA LINHA DO ARQUIVO DE TRABALHO AO HISTORICO.
015580******************************************************************
015590 4722-DEVOLVER-REGARCH.
015600     READ LGPDTEMP
015610         AT END
015620             GO TO 4722-DEVOLVER-REGARCH-EXIT
015630     END-READ.
015640     MOVE TMP-LINHA TO RARC-LINHA.
015650     WRITE RARC-LINHA.
015660 4722-DEVOLVER-REGARCH-EXIT.
015670     EXIT.
015680
015690******************************************************************
015700* 4730-PESQUISAR-AUDARCH
015710* PERCORRE O HISTORICO DE AUDITORIA DA GERACAO CORRENTE.
015720******************************************************************
015730 4730-PESQUISAR-AUDARCH.
015740     MOVE "AUDARCH" TO WRK-LIN-ARQUIVO.
015750     MOVE CAT-DATA TO WRK-LIN-GERACAO.
015760     OPEN INPUT AUDARCH.
015770     IF WRK-AARC-STATUS = "35"
015780         GO TO 4730-PESQUISAR-AUDARCH-EXIT
015790     END-IF.
015800     IF WRK-AARC-STATUS NOT = "00"
015810         MOVE WRK-AARC-STATUS TO WRK-TMP-STATUS
015820         PERFORM 5950-ARQUIVO-INDISPONIVEL
015830             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
015840         GO TO 4730-PESQUISAR-AUDARCH-EXIT
015850     END-IF.
015860     PERFORM 5700-ABRIR-TRABALHO THRU 5700-ABRIR-TRABALHO-EXIT.
015870     IF TRABALHO-COMPROMETIDO
015880         CLOSE AUDARCH
015890         GO TO 4730-PESQUISAR-AUDARCH-EXIT
015900     END-IF.
015910     SET NAO-FIM-ARQUIVO TO TRUE.
015920     PERFORM 4731-LER-AUDARCH THRU 4731-LER-AUDARCH-EXIT
015930         UNTIL FIM-ARQUIVO.
015940     CLOSE AUDARCH.
015950     IF MODO-ANONIMIZAR
015960         CLOSE LGPDTEMP
015970     END-IF.
015980     IF MODO-ANONIMIZAR AND ARQUIVO-ALTERADO
015990         IF TRABALHO-INTEGRO
016000             OPEN INPUT LGPDTEMP
016010             OPEN OUTPUT AUDARCH
016020             PERFORM 4732-DEVOLVER-AUDARCH
016030                 THRU 4732-DEVOLVER-AUDARCH-EXIT
016040                 UNTIL WRK-TMP-STATUS NOT = "00"
016050             CLOSE LGPDTEMP
016060             CLOSE AUDARCH
016070         ELSE
016080             PERFORM 5960-ARQUIVO-NAO-REGRAVADO
016090                 THRU 5960-ARQUIVO-NAO-REGRAVADO-EXIT
016100         END-IF
016110     END-IF.
016120 4730-PESQUISAR-AUDARCH-EXIT.
016130     EXIT.
016140
016150******************************************************************
016160* 4731-LER-AUDARCH
016170* LE E EXAMINA UMA LINHA DO HISTORICO DE AUDITORIA.
016180******************************************************************
016190 4731-LER-AUDARCH.
016200     READ AUDARCH
016210         AT END
016220             SET FIM-ARQUIVO TO TRUE
016230             GO TO 4731-LER-AUDARCH-EXIT
016240     END-READ.
016250     MOVE AARC-LINHA TO WRK-HIST-AUD.
016260     PERFORM 5100-EXAMINAR-AUDITORIA
016270         THRU 5100-EXAMINAR-AUDITORIA-EXIT.
016280     IF MODO-ANONIMIZAR
016290         MOVE WRK-HIST-AUD TO TMP-LINHA
016300         PERFORM 5760-GRAVAR-TRABALHO
016310             THRU 5760-GRAVAR-TRABALHO-EXIT
016320     END-IF.
016330 4731-LER-AUDARCH-EXIT.
016340     EXIT.
016350
016360******************************************************************
016370* 4732-DEVOLVER-AUDARCH
016380* DEVOLVE UMA LINHA DO ARQUIVO DE TRABALHO AO HISTORICO.
016390******************************************************************
016400 4732-DEVOLVER-AUDARCH.
016410     READ LGPDTEMP
016420         AT END
016430             GO TO 4732-DEVOLVER-AUDARCH-EXIT
016440     END-READ.
016450     MOVE TMP-LINHA TO AARC-LINHA.
016460     WRITE AARC-LINHA.
016470 4732-DEVOLVER-AUDARCH-EXIT.
016480     EXIT.
016490
016500******************************************************************
016510* 4740-PESQUISAR-SUSARCH
016520* PERCORRE O HISTORICO DO SUSPENSE DA GERACAO CORRENTE.
016530******************************************************************
016540 4740-PESQUISAR-SUSARCH.
016550     MOVE "SUSARCH" TO WRK-LIN-ARQUIVO.
016560     MOVE CAT-DATA TO WRK-LIN-GERACAO.
016570     OPEN INPUT SUSARCH.
016580     IF WRK-SARC-STATUS = "35"
016590         GO TO 4740-PESQUISAR-SUSARCH-EXIT
016600     END-IF.
016610     IF WRK-SARC-STATUS NOT = "00"
016620         MOVE WRK-SARC-STATUS TO WRK-TMP-STATUS
016630         PERFORM 5950-ARQUIVO-INDISPONIVEL
016640             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
016650         GO TO 4740-PESQUISAR-SUSARCH-EXIT
016660     END-IF.
016670     PERFORM 5700-ABRIR-TRABALHO THRU 5700-ABRIR-TRABALHO-EXIT.
016680     IF TRABALHO-COMPROMETIDO
016690         CLOSE SUSARCH
016700         GO TO 4740-PESQUISAR-SUSARCH-EXIT
016710     END-IF.
016720     SET NAO-FIM-ARQUIVO TO TRUE.
016730     PERFORM 4741-LER-SUSARCH THRU 4741-LER-SUSARCH-EXIT
016740         UNTIL FIM-ARQUIVO.
016750     CLOSE SUSARCH.
016760     IF MODO-ANONIMIZAR
016770         CLOSE LGPDTEMP
016780     END-IF.
016790     IF MODO-ANONIMIZAR AND ARQUIVO-ALTERADO
016800         IF TRABALHO-INTEGRO
016810             OPEN INPUT LGPDTEMP
016820             OPEN OUTPUT SUSARCH
016830             PERFORM 4742-DEVOLVER-SUSARCH
016840                 THRU 4742-DEVOLVER-SUSARCH-EXIT
016850                 UNTIL WRK-TMP-STATUS NOT = "00"
016860             CLOSE LGPDTEMP
016870             CLOSE SUSARCH
016880         ELSE
016890             PERFORM 5960-ARQUIVO-NAO-REGRAVADO
016900                 THRU 5960-ARQUIVO-NAO-REGRAVADO-EXIT
016910         END-IF
016920     END-IF.
016930 4740-PESQUISAR-SUSARCH-EXIT.
016940     EXIT.
016950
016960******************************************************************
016970* 4741-LER-SUSARCH
016980* LE E EXAMINA UMA LINHA DO HISTORICO DO SUSPENSE.
016990******************************************************************
017000 4741-LER-SUSARCH.
017010     READ SUSARCH
017020         AT END
017030             SET FIM-ARQUIVO TO TRUE
017040             GO TO 4741-LER-SUSARCH-EXIT
017050     END-READ.
017060     MOVE SARC-LINHA TO WRK-HIST-SUS.
017070     PERFORM 5200-EXAMINAR-SUSPENSE
017080         THRU 5200-EXAMINAR-SUSPENSE-EXIT.
017090     IF MODO-ANONIMIZAR
017100         MOVE WRK-HIST-SUS TO TMP-LINHA
017110         PERFORM 5760-GRAVAR-TRABALHO
017120             THRU 5760-GRAVAR-TRABALHO-EXIT
017130     END-IF.
017140 4741-LER-SUSARCH-EXIT.
017150     EXIT.
017160
017170******************************************************************
017180* 4742-DEVOLVER-SUSARCH
017190* DEVOLVE UMA LINHA DO ARQUIVO DE TRABALHO AO HISTORICO.
017200******************************************************************
017210 4742-DEVOLVER-SUSARCH.
017220     READ LGPDTEMP
017230         AT END
017240             GO TO 4742-DEVOLVER-SUSARCH-EXIT
017250     END-READ.
017260     MOVE TMP-LINHA TO SARC-LINHA.
017270     WRITE SARC-LINHA.
017280 4742-DEVOLVER-SUSARCH-EXIT.
017290     EXIT.
017291
017292******************************************************************
017293* 4800-PESQUISAR-AVISOS
017294* PERCORRE OS AVISOS AO ANFITRIAO (NTFFILE) NO MESMO ESQUEMA DO
017295* LOG DE AUDITORIA: NA ANONIMIZACAO O ARQUIVO E COPIADO PARA O
017296* DE TRABALHO E REGRAVADO A PARTIR DELE, SEM INCLUIR NEM
017297* EXCLUIR AVISO.
017298******************************************************************
017299 4800-PESQUISAR-AVISOS.
017300     MOVE "NTFFILE" TO WRK-LIN-ARQUIVO.
017301     MOVE "VIVO" TO WRK-LIN-GERACAO.
017302     OPEN INPUT NTFFILE.
017303     IF WRK-NTF-STATUS = "35"
017304         GO TO 4800-PESQUISAR-AVISOS-EXIT
017305     END-IF.
017306     IF WRK-NTF-STATUS NOT = "00"
017307         MOVE WRK-NTF-STATUS TO WRK-TMP-STATUS
017308         PERFORM 5950-ARQUIVO-INDISPONIVEL
017309             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
017310         GO TO 4800-PESQUISAR-AVISOS-EXIT
017311     END-IF.
017312     PERFORM 5700-ABRIR-TRABALHO THRU 5700-ABRIR-TRABALHO-EXIT.
017313     IF TRABALHO-COMPROMETIDO
017314         CLOSE NTFFILE
017315         GO TO 4800-PESQUISAR-AVISOS-EXIT
017316     END-IF.
017317     SET NAO-FIM-ARQUIVO TO TRUE.
017318     PERFORM 4810-LER-AVISO THRU 4810-LER-AVISO-EXIT
017319         UNTIL FIM-ARQUIVO.
017320     CLOSE NTFFILE.
017321     IF MODO-ANONIMIZAR
017322         CLOSE LGPDTEMP
017323     END-IF.
017324     IF MODO-ANONIMIZAR AND ARQUIVO-ALTERADO
017325         IF TRABALHO-INTEGRO
017326             OPEN INPUT LGPDTEMP
017327             OPEN OUTPUT NTFFILE
017328             PERFORM 4820-DEVOLVER-AVISO
017329                 THRU 4820-DEVOLVER-AVISO-EXIT
017330                 UNTIL WRK-TMP-STATUS NOT = "00"
017331             CLOSE LGPDTEMP
017332             CLOSE NTFFILE
017333         ELSE
017334             PERFORM 5960-ARQUIVO-NAO-REGRAVADO
017335                 THRU 5960-ARQUIVO-NAO-REGRAVADO-EXIT
017336         END-IF
017337     END-IF.
017338 4800-PESQUISAR-AVISOS-EXIT.
017339     EXIT.
017340
017341******************************************************************
017342* 4810-LER-AVISO
017343* LE E EXAMINA UM AVISO; NA ANONIMIZACAO O COPIA PARA O ARQUIVO
017344* DE TRABALHO.
017345******************************************************************
017346 4810-LER-AVISO.
017347     READ NTFFILE
017348         AT END
017349             SET FIM-ARQUIVO TO TRUE
017350             GO TO 4810-LER-AVISO-EXIT
017351     END-READ.
017352     PERFORM 4815-EXAMINAR-AVISO THRU 4815-EXAMINAR-AVISO-EXIT.
017353     IF MODO-ANONIMIZAR
017354         MOVE NTF-REGISTRO TO TMP-LINHA
017355         PERFORM 5760-GRAVAR-TRABALHO
017356             THRU 5760-GRAVAR-TRABALHO-EXIT
017357     END-IF.
017358 4810-LER-AVISO-EXIT.
017359     EXIT.
017360
017361******************************************************************
017362* 4815-EXAMINAR-AVISO
017363* EXAMINA O AVISO LIDO E, SE FOR DO TITULAR E ESTIVER LIVRE, TROCA
017364* O NOME DO VISITANTE PELO PSEUDONIMO. O AVISO DO DIA E RECUSADO:
017365* O GATEWAY DE E-MAIL/SMS E A CONFERENCIA NOTURNA (PROGCB34)
017366* AINDA O USAM.
017367******************************************************************
017368 4815-EXAMINAR-AVISO.
017369     IF NTF-NOME-VISITANTE NOT = WRK-NOME-TITULAR
017370         GO TO 4815-EXAMINAR-AVISO-EXIT
017371     END-IF.
017372     MOVE NTF-DATA TO WRK-OCR-DATA.
017373     MOVE NTF-SEQUENCIA TO WRK-DNT-SEQ.
017374     MOVE NTF-EVENTO TO WRK-DNT-EVENTO.
017375     MOVE NTF-ID-ANFITRIAO TO WRK-DNT-ANFITRIAO.
017376     MOVE WRK-DET-NTF TO WRK-LIN-DETALHE.
017377     SET OCORRENCIA-LIVRE TO TRUE.
017378     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
017379     IF NTF-DATA NOT < WRK-DATA-ATUAL
017380         SET OCORRENCIA-RECUSADA TO TRUE
017381         MOVE "RECUSADO-EM ABERTO" TO WRK-LIN-SITUACAO
017382     END-IF.
017383     IF OCORRENCIA-LIVRE
017384         PERFORM 5800-CONFERIR-RETENCAO
017385             THRU 5800-CONFERIR-RETENCAO-EXIT
017386     END-IF.
017387     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
017388         MOVE WRK-PSEUDONIMO TO NTF-NOME-VISITANTE
017389         SET ARQUIVO-ALTERADO TO TRUE
017390         SET OCORRENCIA-ANONIMIZADA TO TRUE
017391         MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
017392     END-IF.
017393     PERFORM 5900-GRAVAR-OCORRENCIA
017394         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
017395 4815-EXAMINAR-AVISO-EXIT.
017396     EXIT.
017397
017398******************************************************************
017399* 4820-DEVOLVER-AVISO
017400* DEVOLVE UMA LINHA DO ARQUIVO DE TRABALHO AO NTFFILE.
017401******************************************************************
017402 4820-DEVOLVER-AVISO.
017403     READ LGPDTEMP
017404         AT END
017405             GO TO 4820-DEVOLVER-AVISO-EXIT
017406     END-READ.
017407     MOVE TMP-LINHA TO NTF-REGISTRO.
017408     WRITE NTF-REGISTRO.
017409 4820-DEVOLVER-AVISO-EXIT.
017410     EXIT.
017411
017412******************************************************************
017413* 4850-PESQUISAR-RETRATOS
017414* O MUSFILE (RETRATOS DAS CHAMADAS DE EVACUACAO, PROGCB35) NAO TEM
017415* CHAVE PELO NOME E O NOME FAZ PARTE DA CHAVE PRIMARIA: VARRE O
017416* ARQUIVO JUNTANDO AS CHAVES DO TITULAR E DEPOIS TRATA CADA UMA,
017417* COMO NOS AGENDAMENTOS. O EVCFILE DIZ SE A CHAMADA AINDA ESTA
017418* ABERTA.
017419******************************************************************
017420 4850-PESQUISAR-RETRATOS.
017421     MOVE "MUSFILE" TO WRK-LIN-ARQUIVO.
017422     MOVE "VIVO" TO WRK-LIN-GERACAO.
017423     IF MODO-ANONIMIZAR
017424         OPEN I-O MUSFILE
017425     ELSE
017426         OPEN INPUT MUSFILE
017427     END-IF.
017428     IF WRK-MUS-STATUS = "35"
017429         GO TO 4850-PESQUISAR-RETRATOS-EXIT
017430     END-IF.
017431     IF WRK-MUS-STATUS NOT = "00"
017432         MOVE WRK-MUS-STATUS TO WRK-TMP-STATUS
017433         PERFORM 5950-ARQUIVO-INDISPONIVEL
017434             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
017435         GO TO 4850-PESQUISAR-RETRATOS-EXIT
017436     END-IF.
017437     OPEN INPUT EVCFILE.
017438     IF WRK-EVC-STATUS NOT = "00"
017439         MOVE "EVCFILE" TO WRK-LIN-ARQUIVO
017440         MOVE WRK-EVC-STATUS TO WRK-TMP-STATUS
017441         PERFORM 5950-ARQUIVO-INDISPONIVEL
017442             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
017443         CLOSE MUSFILE
017444         GO TO 4850-PESQUISAR-RETRATOS-EXIT
017445     END-IF.
017446     MOVE ZEROS TO WRK-QTDE-DATAS.
017447     SET NAO-FIM-ARQUIVO TO TRUE.
017448     MOVE LOW-VALUES TO MUS-CHAVE.
017449     START MUSFILE
017450         KEY IS >= MUS-CHAVE
017451         INVALID KEY
017452             SET FIM-ARQUIVO TO TRUE
017453     END-START.
017454     PERFORM 4860-JUNTAR-RETRATO
017455         THRU 4860-JUNTAR-RETRATO-EXIT
017456         UNTIL FIM-ARQUIVO.
017457     PERFORM 4870-TRATAR-RETRATO
017458         THRU 4870-TRATAR-RETRATO-EXIT
017459         VARYING WRK-IDX-DATA FROM 1 BY 1
017460         UNTIL WRK-IDX-DATA > WRK-QTDE-DATAS.
017461     CLOSE EVCFILE.
017462     CLOSE MUSFILE.
017463 4850-PESQUISAR-RETRATOS-EXIT.
017464     EXIT.
017465
017466******************************************************************
017467* 4860-JUNTAR-RETRATO
017468* LE O PROXIMO RETRATO E, SE FOR DO TITULAR, GUARDA A CHAVE.
017469******************************************************************
017470 4860-JUNTAR-RETRATO.
017471     READ MUSFILE NEXT RECORD WITH NO LOCK
017472         AT END
017473             SET FIM-ARQUIVO TO TRUE
017474             GO TO 4860-JUNTAR-RETRATO-EXIT
017475     END-READ.
017476     IF MUS-NOME NOT = WRK-NOME-TITULAR
017477         GO TO 4860-JUNTAR-RETRATO-EXIT
017478     END-IF.
017479     IF WRK-QTDE-DATAS = 999
017480         DISPLAY "MAIS DE 999 RETRATOS DE EVACUACAO DO TITULAR - "
017481                 "OS SEGUINTES FICAM PARA NOVA EXECUCAO."
017482         SET FIM-ARQUIVO TO TRUE
017483         GO TO 4860-JUNTAR-RETRATO-EXIT
017484     END-IF.
017485     ADD 1 TO WRK-QTDE-DATAS.
017486     MOVE MUS-ALARME TO WRK-TRT-ALARME(WRK-QTDE-DATAS).
017487     MOVE MUS-DATA-CADASTRO TO WRK-TRT-DATA-CAD(WRK-QTDE-DATAS).
017488 4860-JUNTAR-RETRATO-EXIT.
017489     EXIT.
017490
017491******************************************************************
017492* 4870-TRATAR-RETRATO
017493* RELE UM RETRATO DO TITULAR (SOB BLOQUEIO NA ANONIMIZACAO) E O
017494* CLASSIFICA. O RETRATO DE CHAMADA AINDA ABERTA E RECUSADO: OS
017495* BRIGADISTAS LOCALIZAM A PESSOA PELO NOME. COMO O NOME ESTA NA
017496* CHAVE, O ANONIMIZADO E EXCLUIDO E GRAVADO DE NOVO COM O
017497* PSEUDONIMO; SE A NOVA GRAVACAO FALHAR, O ORIGINAL E DEVOLVIDO.
017498******************************************************************
017499 4870-TRATAR-RETRATO.
017500     MOVE WRK-TRT-ALARME(WRK-IDX-DATA) TO MUS-ALARME.
017501     MOVE WRK-NOME-TITULAR TO MUS-NOME.
017502     MOVE WRK-TRT-DATA-CAD(WRK-IDX-DATA) TO MUS-DATA-CADASTRO.
017503     IF MODO-ANONIMIZAR
017504         READ MUSFILE WITH LOCK
017505             KEY IS MUS-CHAVE
017506             INVALID KEY
017507                 GO TO 4870-TRATAR-RETRATO-EXIT
017508         END-READ
017509     ELSE
017510         READ MUSFILE WITH NO LOCK
017511             KEY IS MUS-CHAVE
017512             INVALID KEY
017513                 GO TO 4870-TRATAR-RETRATO-EXIT
017514         END-READ
017515     END-IF.
017516     MOVE MUS-DATA-ALARME TO WRK-OCR-DATA.
017517     MOVE MUS-HORA-ALARME TO WRK-DMU-HORA.
017518     MOVE MUS-NUM-CRACHA TO WRK-DMU-CRACHA.
017519     MOVE MUS-SITUACAO TO WRK-DMU-SITUACAO.
017520     MOVE WRK-DET-MUS TO WRK-LIN-DETALHE.
017521     IF MUS-BLOQUEADO
017522         SET OCORRENCIA-COM-ERRO TO TRUE
017523         MOVE "EM USO - NAO TRATADO" TO WRK-LIN-SITUACAO
017524         PERFORM 5900-GRAVAR-OCORRENCIA
017525             THRU 5900-GRAVAR-OCORRENCIA-EXIT
017526         GO TO 4870-TRATAR-RETRATO-EXIT
017527     END-IF.
017528
017529     SET OCORRENCIA-LIVRE TO TRUE.
017530     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
017531     MOVE MUS-ALARME TO EVC-CHAVE.
017532     READ EVCFILE
017533         KEY IS EVC-CHAVE
017534         INVALID KEY
017535             MOVE SPACES TO EVC-SITUACAO
017536     END-READ.
017537     IF EVC-ABERTA
017538         SET OCORRENCIA-RECUSADA TO TRUE
017539         MOVE "RECUSADO-EM ABERTO" TO WRK-LIN-SITUACAO
017540     END-IF.
017541     IF OCORRENCIA-LIVRE
017542         PERFORM 5800-CONFERIR-RETENCAO
017543             THRU 5800-CONFERIR-RETENCAO-EXIT
017544     END-IF.
017545     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
017546         MOVE MUS-REGISTRO TO WRK-MUS-SALVO
017547         DELETE MUSFILE RECORD
017548             INVALID KEY
017549                 SET OCORRENCIA-COM-ERRO TO TRUE
017550                 MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
017551         END-DELETE
017552     END-IF.
017553     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
017554         MOVE WRK-MUS-SALVO TO MUS-REGISTRO
017555         MOVE WRK-PSEUDONIMO TO MUS-NOME
017556         WRITE MUS-REGISTRO
017557             INVALID KEY
017558                 MOVE WRK-MUS-SALVO TO MUS-REGISTRO
017559                 WRITE MUS-REGISTRO
017560                 SET OCORRENCIA-COM-ERRO TO TRUE
017561                 MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
017562             NOT INVALID KEY
017563                 SET OCORRENCIA-ANONIMIZADA TO TRUE
017564                 MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
017565         END-WRITE
017566     END-IF.
017567     IF MODO-ANONIMIZAR
017568         UNLOCK MUSFILE
017569     END-IF.
017570     PERFORM 5900-GRAVAR-OCORRENCIA
017571         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
017572 4870-TRATAR-RETRATO-EXIT.
017573     EXIT.
017574
017575******************************************************************
017576* 4900-PESQUISAR-PASSES
017577* VARRE O CADASTRO DE PASSES DE PRESTADORES (PASFILE) PROCURANDO
017578* O NOME.
017579******************************************************************
017580 4900-PESQUISAR-PASSES.
017581     MOVE "PASFILE" TO WRK-LIN-ARQUIVO.
017582     MOVE "VIVO" TO WRK-LIN-GERACAO.
017583     IF MODO-ANONIMIZAR
017584         OPEN I-O PASFILE
017585     ELSE
017586         OPEN INPUT PASFILE
017587     END-IF.
017588     IF WRK-PAS-STATUS = "35"
017589         GO TO 4900-PESQUISAR-PASSES-EXIT
017590     END-IF.
017591     IF WRK-PAS-STATUS NOT = "00"
017592         MOVE WRK-PAS-STATUS TO WRK-TMP-STATUS
017593         PERFORM 5950-ARQUIVO-INDISPONIVEL
017594             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
017595         GO TO 4900-PESQUISAR-PASSES-EXIT
017596     END-IF.
017597     SET NAO-FIM-ARQUIVO TO TRUE.
017598     MOVE ZEROS TO PAS-NUMERO.
017599     START PASFILE
017600         KEY IS >= PAS-NUMERO
017601         INVALID KEY
017602             SET FIM-ARQUIVO TO TRUE
017603     END-START.
017604     PERFORM 4910-TRATAR-PASSE
017605         THRU 4910-TRATAR-PASSE-EXIT
017606         UNTIL FIM-ARQUIVO.
017607     CLOSE PASFILE.
017608 4900-PESQUISAR-PASSES-EXIT.
017609     EXIT.
017610
017611******************************************************************
017612* 4910-TRATAR-PASSE
017613* LE O PROXIMO PASSE E, SE FOR DO TITULAR, O CLASSIFICA. O PASSE
017614* ATIVO E DENTRO DA VALIDADE E RECUSADO - A ENTRADA PELO PASSE
017615* (PROGCOB01) CADASTRARIA O PSEUDONIMO; DEVE SER SUSPENSO ANTES
017616* (PROGCB36). COMO O CADASTRO DE VISITANTE, O PASSE COBRE VARIAS
017617* VISITAS: COM QUALQUER RETENCAO ATIVA PARA O NOME ELE E MANTIDO.
017618******************************************************************
017619 4910-TRATAR-PASSE.
017620     READ PASFILE NEXT RECORD WITH NO LOCK
017621         AT END
017622             SET FIM-ARQUIVO TO TRUE
017623             GO TO 4910-TRATAR-PASSE-EXIT
017624     END-READ.
017625     IF PAS-NOME NOT = WRK-NOME-TITULAR
017626         GO TO 4910-TRATAR-PASSE-EXIT
017627     END-IF.
017628     MOVE PAS-DATA-INCLUSAO TO WRK-OCR-DATA.
017629     MOVE PAS-NUMERO TO WRK-DPA-NUMERO.
017630     MOVE PAS-ID-ANFITRIAO TO WRK-DPA-ANFITRIAO.
017631     MOVE PAS-SITUACAO TO WRK-DPA-SITUACAO.
017632     MOVE WRK-DET-PAS TO WRK-LIN-DETALHE.
017633     SET OCORRENCIA-LIVRE TO TRUE.
017634     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
017635     IF PAS-ATIVO AND PAS-VALIDO-ATE NOT < WRK-DATA-ATUAL
017636         SET OCORRENCIA-RECUSADA TO TRUE
017637         MOVE "RECUSADO-PASSE ATIVO" TO WRK-LIN-SITUACAO
017638     END-IF.
017639     IF OCORRENCIA-LIVRE AND WRK-QTDE-RET-ATIVAS > 0
017640         SET OCORRENCIA-RECUSADA TO TRUE
017641         MOVE "RECUSADO-RETENCAO" TO WRK-LIN-SITUACAO
017642     END-IF.
017643     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
017644         READ PASFILE WITH LOCK
017645             KEY IS PAS-NUMERO
017646             INVALID KEY
017647                 CONTINUE
017648         END-READ
017649         IF WRK-PAS-STATUS = "00"
017650             MOVE WRK-PSEUDONIMO TO PAS-NOME
017651             REWRITE PAS-REGISTRO
017652                 INVALID KEY
017653                     CONTINUE
017654             END-REWRITE
017655         END-IF
017656         IF WRK-PAS-STATUS = "00"
017657             SET OCORRENCIA-ANONIMIZADA TO TRUE
017658             MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
017659         ELSE
017660             SET OCORRENCIA-COM-ERRO TO TRUE
017661             MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
017662         END-IF
017663         UNLOCK PASFILE
017664     END-IF.
017665     PERFORM 5900-GRAVAR-OCORRENCIA
017666         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
017667 4910-TRATAR-PASSE-EXIT.
017668     EXIT.
017669
017670******************************************************************
017671* 4950-PESQUISAR-GRUPOS
017672* VARRE OS GRUPOS (GRPFILE) PROCURANDO O NOME DO LIDER E, EM CADA
017673* GRUPO, A RELACAO DE MEMBROS (GMBFILE). SEM O GMBFILE SO OS
017674* LIDERES SAO PESQUISADOS.
017675******************************************************************
017676 4950-PESQUISAR-GRUPOS.
017677     MOVE "GRPFILE" TO WRK-LIN-ARQUIVO.
017678     MOVE "VIVO" TO WRK-LIN-GERACAO.
017679     IF MODO-ANONIMIZAR
017680         OPEN I-O GRPFILE
017681     ELSE
017682         OPEN INPUT GRPFILE
017683     END-IF.
017684     IF WRK-GRP-STATUS = "35"
017685         GO TO 4950-PESQUISAR-GRUPOS-EXIT
017686     END-IF.
017687     IF WRK-GRP-STATUS NOT = "00"
017688         MOVE WRK-GRP-STATUS TO WRK-TMP-STATUS
017689         PERFORM 5950-ARQUIVO-INDISPONIVEL
017690             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
017691         GO TO 4950-PESQUISAR-GRUPOS-EXIT
017692     END-IF.
017693     SET MEMBROS-DISPONIVEIS TO TRUE.
017694     IF MODO-ANONIMIZAR
017695         OPEN I-O GMBFILE
017696     ELSE
017697         OPEN INPUT GMBFILE
017698     END-IF.
017699     IF WRK-GMB-STATUS NOT = "00"
017700         SET MEMBROS-INDISPONIVEIS TO TRUE
017701     END-IF.
017702     IF WRK-GMB-STATUS NOT = "00" AND NOT = "35"
017703         MOVE "GMBFILE" TO WRK-LIN-ARQUIVO
017704         MOVE WRK-GMB-STATUS TO WRK-TMP-STATUS
017705         PERFORM 5950-ARQUIVO-INDISPONIVEL
017706             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
017707     END-IF.
017708     SET NAO-FIM-ARQUIVO TO TRUE.
017709     MOVE ZEROS TO GRP-ID.
017710     START GRPFILE
017711         KEY IS >= GRP-ID
017712         INVALID KEY
017713             SET FIM-ARQUIVO TO TRUE
017714     END-START.
017715     PERFORM 4960-TRATAR-GRUPO
017716         THRU 4960-TRATAR-GRUPO-EXIT
017717         UNTIL FIM-ARQUIVO.
017718     IF MEMBROS-DISPONIVEIS
017719         CLOSE GMBFILE
017720     END-IF.
017721     CLOSE GRPFILE.
017722 4950-PESQUISAR-GRUPOS-EXIT.
017723     EXIT.
017724
017725******************************************************************
017726* 4960-TRATAR-GRUPO
017727* LE O PROXIMO GRUPO, TRATA O LIDER SE FOR O TITULAR E PERCORRE
017728* OS MEMBROS DO GRUPO.
017729******************************************************************
017730 4960-TRATAR-GRUPO.
017731     READ GRPFILE NEXT RECORD WITH NO LOCK
017732         AT END
017733             SET FIM-ARQUIVO TO TRUE
017734             GO TO 4960-TRATAR-GRUPO-EXIT
017735     END-READ.
017736     IF GRP-LIDER = WRK-NOME-TITULAR
017737         PERFORM 4965-TRATAR-LIDER THRU 4965-TRATAR-LIDER-EXIT
017738     END-IF.
017739     IF MEMBROS-INDISPONIVEIS
017740         GO TO 4960-TRATAR-GRUPO-EXIT
017741     END-IF.
017742     SET NAO-FIM-MEMBROS TO TRUE.
017743     MOVE GRP-ID TO GMB-ID-GRUPO.
017744     MOVE ZEROS TO GMB-SEQ.
017745     START GMBFILE
017746         KEY IS >= GMB-CHAVE
017747         INVALID KEY
017748             SET FIM-MEMBROS TO TRUE
017749     END-START.
017750     PERFORM 4970-TRATAR-MEMBRO THRU 4970-TRATAR-MEMBRO-EXIT
017751         UNTIL FIM-MEMBROS.
017752 4960-TRATAR-GRUPO-EXIT.
017753     EXIT.
017754
017755******************************************************************
017756* 4965-TRATAR-LIDER
017757* CLASSIFICA O GRUPO CUJO LIDER E O TITULAR. GRUPO AINDA ABERTO
017758* PARA HOJE OU DATA FUTURA E RECUSADO: A RECEPCAO CONFERE A
017759* CHEGADA PELO NOME DO LIDER E DOS MEMBROS.
017760******************************************************************
017761 4965-TRATAR-LIDER.
017762     MOVE "GRPFILE" TO WRK-LIN-ARQUIVO.
017763     MOVE GRP-DATA-VISITA TO WRK-OCR-DATA.
017764     MOVE GRP-ID TO WRK-DGR-ID.
017765     MOVE " LIDER" TO WRK-DGR-PAPEL.
017766     MOVE SPACES TO WRK-DGR-SEQ.
017767     MOVE GRP-SITUACAO TO WRK-DGR-SITUACAO.
017768     MOVE WRK-DET-GRP TO WRK-LIN-DETALHE.
017769     SET OCORRENCIA-LIVRE TO TRUE.
017770     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
017771     IF GRP-ABERTO AND GRP-DATA-VISITA NOT < WRK-DATA-ATUAL
017772         SET OCORRENCIA-RECUSADA TO TRUE
017773         MOVE "RECUSADO-EM ABERTO" TO WRK-LIN-SITUACAO
017774     END-IF.
017775     IF OCORRENCIA-LIVRE
017776         PERFORM 5800-CONFERIR-RETENCAO
017777             THRU 5800-CONFERIR-RETENCAO-EXIT
017778     END-IF.
017779     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
017780         READ GRPFILE WITH LOCK
017781             KEY IS GRP-ID
017782             INVALID KEY
017783                 CONTINUE
017784         END-READ
017785         IF WRK-GRP-STATUS = "00"
017786             MOVE WRK-PSEUDONIMO TO GRP-LIDER
017787             REWRITE GRP-REGISTRO
017788                 INVALID KEY
017789                     CONTINUE
017790             END-REWRITE
017791         END-IF
017792         IF WRK-GRP-STATUS = "00"
017793             SET OCORRENCIA-ANONIMIZADA TO TRUE
017794             MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
017795         ELSE
017796             SET OCORRENCIA-COM-ERRO TO TRUE
017797             MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
017798         END-IF
017799         UNLOCK GRPFILE
017800     END-IF.
017801     PERFORM 5900-GRAVAR-OCORRENCIA
017802         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
017803 4965-TRATAR-LIDER-EXIT.
017804     EXIT.
017805
017806******************************************************************
017807* 4970-TRATAR-MEMBRO
017808* LE O PROXIMO MEMBRO DO GRUPO CORRENTE E, SE FOR O TITULAR, O
017809* CLASSIFICA PELA MESMA REGRA DO LIDER (DATA E SITUACAO DO
017810* GRUPO).
017811******************************************************************
017812 4970-TRATAR-MEMBRO.
017813     READ GMBFILE NEXT RECORD WITH NO LOCK
017814         AT END
017815             SET FIM-MEMBROS TO TRUE
017816             GO TO 4970-TRATAR-MEMBRO-EXIT
017817     END-READ.
017818     IF GMB-ID-GRUPO NOT = GRP-ID
017819         SET FIM-MEMBROS TO TRUE
017820         GO TO 4970-TRATAR-MEMBRO-EXIT
017821     END-IF.
017822     IF GMB-NOME NOT = WRK-NOME-TITULAR
017823         GO TO 4970-TRATAR-MEMBRO-EXIT
017824     END-IF.
017825     MOVE "GMBFILE" TO WRK-LIN-ARQUIVO.
017826     MOVE GRP-DATA-VISITA TO WRK-OCR-DATA.
017827     MOVE GMB-ID-GRUPO TO WRK-DGR-ID.
017828     MOVE " MEMBRO" TO WRK-DGR-PAPEL.
017829     MOVE GMB-SEQ TO WRK-DGR-SEQ.
017830     MOVE GMB-SITUACAO TO WRK-DGR-SITUACAO.
017831     MOVE WRK-DET-GRP TO WRK-LIN-DETALHE.
017832     SET OCORRENCIA-LIVRE TO TRUE.
017833     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
017834     IF GRP-ABERTO AND GRP-DATA-VISITA NOT < WRK-DATA-ATUAL
017835         SET OCORRENCIA-RECUSADA TO TRUE
017836         MOVE "RECUSADO-EM ABERTO" TO WRK-LIN-SITUACAO
017837     END-IF.
017838     IF OCORRENCIA-LIVRE
017839         PERFORM 5800-CONFERIR-RETENCAO
017840             THRU 5800-CONFERIR-RETENCAO-EXIT
017841     END-IF.
017842     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
017843         READ GMBFILE WITH LOCK
017844             KEY IS GMB-CHAVE
017845             INVALID KEY
017846                 CONTINUE
017847         END-READ
017848         IF WRK-GMB-STATUS = "00"
017849             MOVE WRK-PSEUDONIMO TO GMB-NOME
017850             REWRITE GMB-REGISTRO
017851                 INVALID KEY
017852                     CONTINUE
017853             END-REWRITE
017854         END-IF
017855         IF WRK-GMB-STATUS = "00"
017856             SET OCORRENCIA-ANONIMIZADA TO TRUE
017857             MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
017858         ELSE
017859             SET OCORRENCIA-COM-ERRO TO TRUE
017860             MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
017861         END-IF
017862         UNLOCK GMBFILE
017863     END-IF.
017864     PERFORM 5900-GRAVAR-OCORRENCIA
017865         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
017866 4970-TRATAR-MEMBRO-EXIT.
017867     EXIT.
017868
017869******************************************************************
017870* 4980-PESQUISAR-CRACHAS
017871* VARRE O INVENTARIO DE CRACHAS (BDGFILE) PROCURANDO O NOME DO
017872* PORTADOR. E PASSADO DEPOIS DO MESTRE (4200), QUE LIGA
017873* VISITA-EM-ABERTO QUANDO O TITULAR AINDA TEM VISITA EM ANDAMENTO.
017874******************************************************************
017875 4980-PESQUISAR-CRACHAS.
017876     MOVE "BDGFILE" TO WRK-LIN-ARQUIVO.
017877     MOVE "VIVO" TO WRK-LIN-GERACAO.
017878     IF MODO-ANONIMIZAR
017879         OPEN I-O BDGFILE
017880     ELSE
017881         OPEN INPUT BDGFILE
017882     END-IF.
017883     IF WRK-BDG-STATUS = "35"
017884         GO TO 4980-PESQUISAR-CRACHAS-EXIT
017885     END-IF.
017886     IF WRK-BDG-STATUS NOT = "00"
017887         MOVE WRK-BDG-STATUS TO WRK-TMP-STATUS
017888         PERFORM 5950-ARQUIVO-INDISPONIVEL
017889             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
017890         GO TO 4980-PESQUISAR-CRACHAS-EXIT
017891     END-IF.
017892     SET NAO-FIM-ARQUIVO TO TRUE.
017893     MOVE ZEROS TO BDG-NUMERO.
017894     START BDGFILE
017895         KEY IS >= BDG-NUMERO
017896         INVALID KEY
017897             SET FIM-ARQUIVO TO TRUE
017898     END-START.
017899     PERFORM 4985-TRATAR-CRACHA
017900         THRU 4985-TRATAR-CRACHA-EXIT
017901         UNTIL FIM-ARQUIVO.
017902     CLOSE BDGFILE.
017903 4980-PESQUISAR-CRACHAS-EXIT.
017904     EXIT.
017905
017906******************************************************************
017907* 4985-TRATAR-CRACHA
017908* LE O PROXIMO CRACHA E, SE O PORTADOR FOR O TITULAR, O
017909* CLASSIFICA. O CRACHA SO GUARDA O NOME ENQUANTO ESTA EM USO; NA
017910* DEVOLUCAO (PROGCOB01) E NA RECUPERACAO (PROGCB31, PROGCB32) ELE
017911* E CONFERIDO CONTRA O CADASTRO, QUE A ANONIMIZACAO JA PASSOU AO
017912* PSEUDONIMO - POR ISSO O CRACHA RECEBE O MESMO PSEUDONIMO. COM
017913* VISITA DO TITULAR AINDA EM ANDAMENTO (CADASTRO RECUSADO) OU
017914* RETENCAO ATIVA PARA O NOME, O CRACHA E RECUSADO E FICA COM O
017915* NOME, COMO O CADASTRO.
017916******************************************************************
017917 4985-TRATAR-CRACHA.
017918     READ BDGFILE NEXT RECORD WITH NO LOCK
017919         AT END
017920             SET FIM-ARQUIVO TO TRUE
017921             GO TO 4985-TRATAR-CRACHA-EXIT
017922     END-READ.
017923     IF BDG-NOME-PORTADOR NOT = WRK-NOME-TITULAR
017924         GO TO 4985-TRATAR-CRACHA-EXIT
017925     END-IF.
017926     MOVE BDG-DATA-ATRIBUICAO TO WRK-OCR-DATA.
017927     MOVE BDG-NUMERO TO WRK-DBD-NUMERO.
017928     MOVE BDG-SITUACAO TO WRK-DBD-SITUACAO.
017929     MOVE WRK-DET-BDG TO WRK-LIN-DETALHE.
017930     SET OCORRENCIA-LIVRE TO TRUE.
017931     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
017932     IF BDG-EM-USO AND VISITA-EM-ABERTO
017933         SET OCORRENCIA-RECUSADA TO TRUE
017934         MOVE "RECUSADO-EM ABERTO" TO WRK-LIN-SITUACAO
017935     END-IF.
017936     IF OCORRENCIA-LIVRE AND WRK-QTDE-RET-ATIVAS > 0
017937         SET OCORRENCIA-RECUSADA TO TRUE
017938         MOVE "RECUSADO-RETENCAO" TO WRK-LIN-SITUACAO
017939     END-IF.
017940     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
017941         READ BDGFILE WITH LOCK
017942             KEY IS BDG-NUMERO
017943             INVALID KEY
017944                 CONTINUE
017945         END-READ
017946         IF WRK-BDG-STATUS = "00"
017947             MOVE WRK-PSEUDONIMO TO BDG-NOME-PORTADOR
017948             REWRITE BDG-REGISTRO
017949                 INVALID KEY
017950                     CONTINUE
017951             END-REWRITE
017952         END-IF
017953         IF WRK-BDG-STATUS = "00"
017954             SET OCORRENCIA-ANONIMIZADA TO TRUE
017955             MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
017956         ELSE
017957             SET OCORRENCIA-COM-ERRO TO TRUE
017958             MOVE "ERRO - MANTIDO" TO WRK-LIN-SITUACAO
017959         END-IF
017960         UNLOCK BDGFILE
017961     END-IF.
017962     PERFORM 5900-GRAVAR-OCORRENCIA
017963         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
017964 4985-TRATAR-CRACHA-EXIT.
017965     EXIT.
017966
017967******************************************************************
017968* 4990-LISTAR-COPIAS-IMPRESSAS
017969* AS LISTAS IMPRESSAS DA EVACUACAO (PROGCB35) PODEM TRAZER O NOME
017970* E NAO SAO ALTERADAS AQUI: O RELATORIO AS APONTA PARA O OPERADOR
017971* TRATAR AS COPIAS. NAO ENTRAM NOS TOTAIS.
017972******************************************************************
017973 4990-LISTAR-COPIAS-IMPRESSAS.
017974     MOVE SPACES TO REL-LINHA.
017975     WRITE REL-LINHA.
017976     MOVE "COPIAS IMPRESSAS RETIDAS - PODEM TRAZER O NOME E"
017977         TO REL-LINHA.
017978     WRITE REL-LINHA.
017979     MOVE "NAO SAO ALTERADAS AQUI; O OPERADOR DEVE TRATA-LAS:"
017980         TO REL-LINHA.
017981     WRITE REL-LINHA.
017982     MOVE "  EVACU.LST    NAO LOCALIZADOS DA CHAMADA - DESCARTAR"
017983         TO REL-LINHA.
017984     WRITE REL-LINHA.
017985     MOVE "               AS COPIAS APOS O ENCERRAMENTO"
017986         TO REL-LINHA.
017987     WRITE REL-LINHA.
017988     MOVE "  EVACHIST.LST HISTORICO DAS CHAMADAS - REEMITIR PELO"
017989         TO REL-LINHA.
017990     WRITE REL-LINHA.
017991     MOVE "               PROGCB35 (OPCAO 5); DESCARTAR AS VELHAS"
017992         TO REL-LINHA.
017993     WRITE REL-LINHA.
017994     IF MODO-ANONIMIZAR
017995         DISPLAY "ATENCAO: EVACU.LST E EVACHIST.LST NAO SAO "
017996                 "ALTERADOS - VER LGPD.LST."
017997     END-IF.
017998 4990-LISTAR-COPIAS-IMPRESSAS-EXIT.
017999     EXIT.
018000
018001******************************************************************
018002* 5100-EXAMINAR-AUDITORIA
018003* EXAMINA UMA LINHA DE AUDITORIA (VIVA OU HISTORICA) NA VISAO
018004* WRK-HIST-AUD E, SE FOR DO TITULAR E ESTIVER LIVRE, TROCA O
018005* NOME PELO PSEUDONIMO NA PROPRIA VISAO.
018006******************************************************************
018007 5100-EXAMINAR-AUDITORIA.
018008     IF WRK-HAU-NOME NOT = WRK-NOME-TITULAR
018009         GO TO 5100-EXAMINAR-AUDITORIA-EXIT
018010     END-IF.
018011     MOVE WRK-HAU-DATA TO WRK-OCR-DATA.
018012     MOVE WRK-HAU-SEQ TO WRK-DAU-SEQ.
018013     MOVE WRK-HAU-OPERACAO TO WRK-DAU-OPERACAO.
018014     MOVE WRK-HAU-OPERADOR TO WRK-DAU-OPERADOR.
018015     MOVE WRK-DET-AUD TO WRK-LIN-DETALHE.
018016     SET OCORRENCIA-LIVRE TO TRUE.
018017     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
018018     PERFORM 5800-CONFERIR-RETENCAO
018019         THRU 5800-CONFERIR-RETENCAO-EXIT.
018020     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
018021         MOVE WRK-PSEUDONIMO TO WRK-HAU-NOME
018022         SET ARQUIVO-ALTERADO TO TRUE
018023         SET OCORRENCIA-ANONIMIZADA TO TRUE
018024         MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
018025     END-IF.
018026     PERFORM 5900-GRAVAR-OCORRENCIA
018027         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
018028 5100-EXAMINAR-AUDITORIA-EXIT.
018029     EXIT.
018030
018031******************************************************************
018032* 5200-EXAMINAR-SUSPENSE
018033* EXAMINA UMA PENDENCIA DE SUSPENSE (VIVA OU HISTORICA) NA
018034* VISAO WRK-HIST-SUS; O VALOR DIGITADO E O QUE TRAZ O NOME.
018035******************************************************************
018036 5200-EXAMINAR-SUSPENSE.
018037     IF WRK-HSU-VALOR NOT = WRK-NOME-TITULAR
018038         GO TO 5200-EXAMINAR-SUSPENSE-EXIT
018039     END-IF.
018040     MOVE WRK-HSU-DATA TO WRK-OCR-DATA.
018041     MOVE WRK-HSU-SEQ TO WRK-DSU-SEQ.
018042     MOVE WRK-HSU-MOTIVO TO WRK-DSU-MOTIVO.
018043     MOVE WRK-DET-SUS TO WRK-LIN-DETALHE.
018044     SET OCORRENCIA-LIVRE TO TRUE.
018045     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
018046     PERFORM 5800-CONFERIR-RETENCAO
018047         THRU 5800-CONFERIR-RETENCAO-EXIT.
018048     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
018049         MOVE WRK-PSEUDONIMO TO WRK-HSU-VALOR
018050         SET ARQUIVO-ALTERADO TO TRUE
018051         SET OCORRENCIA-ANONIMIZADA TO TRUE
018052         MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
018053     END-IF.
018054     PERFORM 5900-GRAVAR-OCORRENCIA
018055         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
018056 5200-EXAMINAR-SUSPENSE-EXIT.
018057     EXIT.
018058
018059******************************************************************
018060* 5300-EXAMINAR-MESTRE-HIST
018061* EXAMINA UMA LINHA DO HISTORICO DO MESTRE NA VISAO
018062* WRK-HIST-REG. CADASTRO ARQUIVADO NAO ESTA MAIS EM ANDAMENTO.
018063******************************************************************
018064 5300-EXAMINAR-MESTRE-HIST.
018065     IF WRK-HRG-NOME NOT = WRK-NOME-TITULAR
018066         GO TO 5300-EXAMINAR-MESTRE-HIST-EXIT
018067     END-IF.
018068     MOVE WRK-HRG-DATA TO WRK-OCR-DATA.
018069     MOVE WRK-HRG-SEQ TO WRK-DRG-SEQ.
018070     MOVE WRK-HRG-HORA TO WRK-DRG-HORA.
018071     MOVE WRK-HRG-SAIDA TO WRK-DRG-SAIDA.
018072     MOVE WRK-DET-REG TO WRK-LIN-DETALHE.
018073     SET OCORRENCIA-LIVRE TO TRUE.
018074     MOVE "LOCALIZADO" TO WRK-LIN-SITUACAO.
018075     PERFORM 5800-CONFERIR-RETENCAO
018076         THRU 5800-CONFERIR-RETENCAO-EXIT.
018077     IF MODO-ANONIMIZAR AND OCORRENCIA-LIVRE
018080         MOVE WRK-PSEUDONIMO TO WRK-HRG-NOME
018090         SET ARQUIVO-ALTERADO TO TRUE
018100         SET OCORRENCIA-ANONIMIZADA TO TRUE
018110         MOVE "ANONIMIZADO" TO WRK-LIN-SITUACAO
018120     END-IF.
018130     PERFORM 5900-GRAVAR-OCORRENCIA
018140         THRU 5900-GRAVAR-OCORRENCIA-EXIT.
018150 5300-EXAMINAR-MESTRE-HIST-EXIT.
018160     EXIT.
018170
018180******************************************************************
018190* 5700-ABRIR-TRABALHO
018200* NA ANONIMIZACAO, ABRE O ARQUIVO DE TRABALHO QUE RECEBE A COPIA
018210* DO ARQUIVO DE TEXTO EM PERCURSO. SEM ELE O ARQUIVO NAO PODE
018220* SER REGRAVADO E E PULADO.
018230******************************************************************
018240 5700-ABRIR-TRABALHO.
018250     SET TRABALHO-INTEGRO TO TRUE.
018260     SET ARQUIVO-NAO-ALTERADO TO TRUE.
018270     IF MODO-RELATORIO
018280         GO TO 5700-ABRIR-TRABALHO-EXIT
018290     END-IF.
018300     OPEN OUTPUT LGPDTEMP.
018310     IF WRK-TMP-STATUS NOT = "00"
018320         SET TRABALHO-COMPROMETIDO TO TRUE
018330         PERFORM 5950-ARQUIVO-INDISPONIVEL
018340             THRU 5950-ARQUIVO-INDISPONIVEL-EXIT
018350     END-IF.
018360 5700-ABRIR-TRABALHO-EXIT.
018370     EXIT.
018380
018390******************************************************************
018400* 5760-GRAVAR-TRABALHO
018410* GRAVA UMA LINHA NO ARQUIVO DE TRABALHO; UMA FALHA MARCA O
018420* TRABALHO COMO COMPROMETIDO E O ARQUIVO DE ORIGEM NAO E
018430* REGRAVADO (NENHUMA LINHA PODE SUMIR).
018440******************************************************************
018450 5760-GRAVAR-TRABALHO.
018460     WRITE TMP-LINHA.
018470     IF WRK-TMP-STATUS NOT = "00"
018480         SET TRABALHO-COMPROMETIDO TO TRUE
018490     END-IF.
018500 5760-GRAVAR-TRABALHO-EXIT.
018510     EXIT.
018520
018530******************************************************************
018540* 5800-CONFERIR-RETENCAO
018550* CONFERE SE A DATA DA OCORRENCIA CAI DENTRO DE ALGUMA RETENCAO
018560* JUDICIAL ATIVA DO NOME.
018570******************************************************************
018580 5800-CONFERIR-RETENCAO.
018590     PERFORM 5810-COMPARAR-RETENCAO
018600         THRU 5810-COMPARAR-RETENCAO-EXIT
018610         VARYING WRK-IDX-RET FROM 1 BY 1
018620         UNTIL WRK-IDX-RET > WRK-QTDE-RET
018630            OR OCORRENCIA-RECUSADA.
018640 5800-CONFERIR-RETENCAO-EXIT.
018650     EXIT.
018660
018670******************************************************************
018680* 5810-COMPARAR-RETENCAO
018690* COMPARA A DATA DA OCORRENCIA COM UMA RETENCAO DA TABELA.
018700******************************************************************
018710 5810-COMPARAR-RETENCAO.
018720     IF WRK-RET-SITUACAO(WRK-IDX-RET) = "A"
018730             AND WRK-OCR-DATA >= WRK-RET-DE(WRK-IDX-RET)
018740             AND WRK-OCR-DATA <= WRK-RET-ATE(WRK-IDX-RET)
018750         SET OCORRENCIA-RECUSADA TO TRUE
018760         MOVE "RECUSADO-RETENCAO" TO WRK-LIN-SITUACAO
018770     END-IF.
018780 5810-COMPARAR-RETENCAO-EXIT.
018790     EXIT.
018800
018810******************************************************************
018820* 5900-GRAVAR-OCORRENCIA
018830* IMPRIME A LINHA DA OCORRENCIA E A SOMA AOS TOTAIS.
018840******************************************************************
018850 5900-GRAVAR-OCORRENCIA.
018860     ADD 1 TO WRK-QTDE-LOCALIZADOS.
018870     EVALUATE TRUE
018880         WHEN OCORRENCIA-RECUSADA
018890             ADD 1 TO WRK-QTDE-RECUSADOS
018900         WHEN OCORRENCIA-ANONIMIZADA
018910             ADD 1 TO WRK-QTDE-ANONIMIZADOS
018920         WHEN OCORRENCIA-COM-ERRO
018930             ADD 1 TO WRK-QTDE-ERROS
018940     END-EVALUATE.
018950     MOVE WRK-OCR-DATA TO WRK-LIN-DATA.
018960     MOVE WRK-LINHA-OCORRENCIA TO REL-LINHA.
018970     WRITE REL-LINHA.
018980 5900-GRAVAR-OCORRENCIA-EXIT.
018990     EXIT.
019000
019010******************************************************************
019020* 5950-ARQUIVO-INDISPONIVEL
019030* IMPRIME A LINHA DE ARQUIVO QUE NAO PODE SER PERCORRIDO (STATUS
019040* EM WRK-TMP-STATUS) - O RELATORIO NAO ESTA COMPLETO.
019050******************************************************************
019060 5950-ARQUIVO-INDISPONIVEL.
019070     ADD 1 TO WRK-QTDE-ERROS.
019080     MOVE ZEROS TO WRK-LIN-DATA.
019090     MOVE SPACES TO WRK-LIN-DETALHE.
019100     STRING "ARQUIVO INDISPONIVEL - STATUS " WRK-TMP-STATUS
019110         DELIMITED BY SIZE INTO WRK-LIN-DETALHE.
019120     MOVE "NAO PESQUISADO" TO WRK-LIN-SITUACAO.
019130     MOVE WRK-LINHA-OCORRENCIA TO REL-LINHA.
019140     WRITE REL-LINHA.
019150     DISPLAY WRK-LIN-ARQUIVO " " WRK-LIN-GERACAO
019160             " INDISPONIVEL - STATUS " WRK-TMP-STATUS.
019170 5950-ARQUIVO-INDISPONIVEL-EXIT.
019180     EXIT.
019190
019200******************************************************************
019210* 5960-ARQUIVO-NAO-REGRAVADO
019220* O ARQUIVO DE TRABALHO FICOU INCOMPLETO: O ARQUIVO DE ORIGEM
019230* NAO E REGRAVADO E AS LINHAS DADAS COMO ANONIMIZADAS NELE
019240* CONTINUAM COM O NOME. A ANONIMIZACAO DEVE SER REPETIDA.
019250******************************************************************
019260 5960-ARQUIVO-NAO-REGRAVADO.
019270     ADD 1 TO WRK-QTDE-ERROS.
019280     MOVE ZEROS TO WRK-LIN-DATA.
019290     MOVE "TRABALHO INCOMPLETO - NAO GRAVADO" TO WRK-LIN-DETALHE.
019300     MOVE "REPETIR ANONIMIZACAO" TO WRK-LIN-SITUACAO.
019310     MOVE WRK-LINHA-OCORRENCIA TO REL-LINHA.
019320     WRITE REL-LINHA.
019330     DISPLAY WRK-LIN-ARQUIVO " " WRK-LIN-GERACAO
019340             " NAO REGRAVADO - REPITA A ANONIMIZACAO.".
019350 5960-ARQUIVO-NAO-REGRAVADO-EXIT.
019360     EXIT.
019370
019380******************************************************************
019390* 6000-INCLUIR-RETENCAO
019400* INCLUI UMA RETENCAO JUDICIAL PARA UM NOME, COM O PERIODO DOS
019410* REGISTROS PRESERVADOS. CRIA O JUDFILE NA PRIMEIRA INCLUSAO.
019420******************************************************************
019430 6000-INCLUIR-RETENCAO.
019440     DISPLAY "NOME RETIDO (COMO NO CADASTRO): ".
019450     ACCEPT WRK-NOME-TITULAR.
019460     DISPLAY "NUMERO DO PROCESSO OU REQUISICAO: ".
019470     ACCEPT WRK-PROCESSO.
019480     IF WRK-NOME-TITULAR = SPACES OR WRK-PROCESSO = SPACES
019490         DISPLAY "NOME E PROCESSO SAO OBRIGATORIOS - INCLUSAO "
019500                 "CANCELADA."
019510         GO TO 6000-INCLUIR-RETENCAO-EXIT
019520     END-IF.
019530     DISPLAY "REGISTROS A PARTIR DE (AAAAMMDD, 0 = DESDE "
019540             "SEMPRE): ".
019550     ACCEPT WRK-DATA-DE.
019560     DISPLAY "REGISTROS ATE (AAAAMMDD, 0 = SEM FIM): ".
019570     ACCEPT WRK-DATA-ATE.
019580     IF WRK-DATA-ATE = 0
019590         MOVE 99999999 TO WRK-DATA-ATE
019600     END-IF.
019610     IF WRK-DATA-DE > WRK-DATA-ATE
019620         DISPLAY "PERIODO INVALIDO - INCLUSAO CANCELADA."
019630         GO TO 6000-INCLUIR-RETENCAO-EXIT
019640     END-IF.
019650
019660     OPEN I-O JUDFILE.
019670     IF WRK-JUD-STATUS = "35"
019680         OPEN OUTPUT JUDFILE
019690         CLOSE JUDFILE
019700         OPEN I-O JUDFILE
019710     END-IF.
019720     IF WRK-JUD-STATUS NOT = "00"
019730         DISPLAY "RETENCOES JUDICIAIS INDISPONIVEIS - STATUS "
019740                 WRK-JUD-STATUS
019750         GO TO 6000-INCLUIR-RETENCAO-EXIT
019760     END-IF.
019770     MOVE SPACES TO JUD-REGISTRO.
019780     MOVE WRK-NOME-TITULAR TO JUD-NOME.
019790     MOVE WRK-PROCESSO TO JUD-PROCESSO.
019800     MOVE WRK-DATA-DE TO JUD-DATA-DE.
019810     MOVE WRK-DATA-ATE TO JUD-DATA-ATE.
019820     SET JUD-ATIVA TO TRUE.
019830     MOVE WRK-OPERADOR-ID TO JUD-SUPERV-INCLUSAO.
019840     MOVE WRK-DATA-ATUAL TO JUD-DATA-INCLUSAO.
019850     MOVE SPACES TO JUD-SUPERV-LIBERACAO.
019860     MOVE ZEROS TO JUD-DATA-LIBERACAO.
019870     WRITE JUD-REGISTRO
019880         INVALID KEY
019890             DISPLAY "RETENCAO JA CADASTRADA PARA O NOME E "
019900                     "PROCESSO - STATUS " WRK-JUD-STATUS
019910         NOT INVALID KEY
019920             DISPLAY "RETENCAO INCLUIDA."
019930     END-WRITE.
019940     CLOSE JUDFILE.
019950 6000-INCLUIR-RETENCAO-EXIT.
019960     EXIT.
019970
019980******************************************************************
019990* 6100-LIBERAR-RETENCAO
020000* LIBERA UMA RETENCAO ATIVA. O REGISTRO FICA, COM QUEM LIBEROU
020010* E QUANDO.
020020******************************************************************
020030 6100-LIBERAR-RETENCAO.
020040     DISPLAY "NOME RETIDO: ".
020050     ACCEPT WRK-NOME-TITULAR.
020060     DISPLAY "NUMERO DO PROCESSO OU REQUISICAO: ".
020070     ACCEPT WRK-PROCESSO.
020080     OPEN I-O JUDFILE.
020090     IF WRK-JUD-STATUS NOT = "00"
020100         DISPLAY "RETENCOES JUDICIAIS INDISPONIVEIS - STATUS "
020110                 WRK-JUD-STATUS
020120         GO TO 6100-LIBERAR-RETENCAO-EXIT
020130     END-IF.
020140     MOVE WRK-NOME-TITULAR TO JUD-NOME.
020150     MOVE WRK-PROCESSO TO JUD-PROCESSO.
020160     READ JUDFILE
020170         KEY IS JUD-CHAVE
020180         INVALID KEY
020190             DISPLAY "RETENCAO NAO CADASTRADA."
020200             CLOSE JUDFILE
020210             GO TO 6100-LIBERAR-RETENCAO-EXIT
020220     END-READ.
020230     IF JUD-LIBERADA
020240         DISPLAY "RETENCAO JA LIBERADA EM " JUD-DATA-LIBERACAO
020250                 " POR " JUD-SUPERV-LIBERACAO "."
020260         CLOSE JUDFILE
020270         GO TO 6100-LIBERAR-RETENCAO-EXIT
020280     END-IF.
020290     SET JUD-LIBERADA TO TRUE.
020300     MOVE WRK-OPERADOR-ID TO JUD-SUPERV-LIBERACAO.
020310     MOVE WRK-DATA-ATUAL TO JUD-DATA-LIBERACAO.
020320     REWRITE JUD-REGISTRO
020330         INVALID KEY
020340             DISPLAY "ERRO AO LIBERAR RETENCAO - STATUS "
020350                     WRK-JUD-STATUS
020360         NOT INVALID KEY
020370             DISPLAY "RETENCAO LIBERADA."
020380     END-REWRITE.
020390     CLOSE JUDFILE.
020400 6100-LIBERAR-RETENCAO-EXIT.
020410     EXIT.
020420
020430******************************************************************
020440* 6200-LISTAR-RETENCOES
020450* LISTA TODAS AS RETENCOES JUDICIAIS, ATIVAS E LIBERADAS.
020460******************************************************************
020470 6200-LISTAR-RETENCOES.
020480     MOVE ZEROS TO WRK-QTDE-LISTADOS.
020490     OPEN INPUT JUDFILE.
020500     IF WRK-JUD-STATUS NOT = "00"
020510         DISPLAY "NENHUMA RETENCAO JUDICIAL CADASTRADA."
020520         GO TO 6200-LISTAR-RETENCOES-EXIT
020530     END-IF.
020540     SET NAO-FIM-ARQUIVO TO TRUE.
020550     MOVE LOW-VALUES TO JUD-CHAVE.
020560     START JUDFILE
020570         KEY IS >= JUD-CHAVE
020580         INVALID KEY
020590             SET FIM-ARQUIVO TO TRUE
020600     END-START.
020610     PERFORM 6210-LISTAR-UMA-RETENCAO
020620         THRU 6210-LISTAR-UMA-RETENCAO-EXIT
020630         UNTIL FIM-ARQUIVO.
020640     CLOSE JUDFILE.
020650     DISPLAY "RETENCOES LISTADAS: " WRK-QTDE-LISTADOS.
020660 6200-LISTAR-RETENCOES-EXIT.
020670     EXIT.
020680
020690******************************************************************
020700* 6210-LISTAR-UMA-RETENCAO
020710* LE E EXIBE A PROXIMA RETENCAO.
020720******************************************************************
020730 6210-LISTAR-UMA-RETENCAO.
020740     READ JUDFILE NEXT RECORD
020750         AT END
020760             SET FIM-ARQUIVO TO TRUE
020770             GO TO 6210-LISTAR-UMA-RETENCAO-EXIT
020780     END-READ.
020790     ADD 1 TO WRK-QTDE-LISTADOS.
020800     IF JUD-ATIVA
020810         DISPLAY JUD-NOME " " JUD-PROCESSO " " JUD-DATA-DE
020820                 " A " JUD-DATA-ATE " ATIVA POR "
020830                 JUD-SUPERV-INCLUSAO
020840     ELSE
020850         DISPLAY JUD-NOME " " JUD-PROCESSO " " JUD-DATA-DE
020860                 " A " JUD-DATA-ATE " LIBERADA POR "
020870                 JUD-SUPERV-LIBERACAO
020880     END-IF.
020890 6210-LISTAR-UMA-RETENCAO-EXIT.
020900     EXIT.
020910
020920******************************************************************
020930* 8000-GRAVAR-RESUMO
020940* GRAVA E EXIBE OS TOTAIS DA PESQUISA.
020950******************************************************************
020960 8000-GRAVAR-RESUMO.
020970     MOVE SPACES TO REL-LINHA.
020980     WRITE REL-LINHA.
020990     MOVE "REGISTROS LOCALIZADOS.......:" TO WRK-RES-TITULO.
021000     MOVE WRK-QTDE-LOCALIZADOS TO WRK-RES-VALOR.
021010     PERFORM 8100-GRAVAR-LINHA THRU 8100-GRAVAR-LINHA-EXIT.
021020     MOVE "REGISTROS ANONIMIZADOS......:" TO WRK-RES-TITULO.
021030     MOVE WRK-QTDE-ANONIMIZADOS TO WRK-RES-VALOR.
021040     PERFORM 8100-GRAVAR-LINHA THRU 8100-GRAVAR-LINHA-EXIT.
021050     MOVE "REGISTROS RECUSADOS.........:" TO WRK-RES-TITULO.
021060     MOVE WRK-QTDE-RECUSADOS TO WRK-RES-VALOR.
021070     PERFORM 8100-GRAVAR-LINHA THRU 8100-GRAVAR-LINHA-EXIT.
021080     MOVE "ERROS / NAO PESQUISADOS.....:" TO WRK-RES-TITULO.
021090     MOVE WRK-QTDE-ERROS TO WRK-RES-VALOR.
021100     PERFORM 8100-GRAVAR-LINHA THRU 8100-GRAVAR-LINHA-EXIT.
021110     IF MODO-RELATORIO
021120         MOVE "SITUACAO RECUSADO = O QUE UMA ANONIMIZACAO "
021130             TO REL-LINHA
021140         WRITE REL-LINHA
021150         MOVE "MANTERIA; NADA FOI ALTERADO NESTA EMISSAO."
021160             TO REL-LINHA
021170         WRITE REL-LINHA
021180     END-IF.
021190
021200     DISPLAY " ".
021210     DISPLAY "=== RESUMO - VER LGPD.LST ===".
021220     DISPLAY "LOCALIZADOS..: " WRK-QTDE-LOCALIZADOS.
021230     DISPLAY "ANONIMIZADOS.: " WRK-QTDE-ANONIMIZADOS.
021240     DISPLAY "RECUSADOS....: " WRK-QTDE-RECUSADOS.
021250     DISPLAY "ERROS........: " WRK-QTDE-ERROS.
021260 8000-GRAVAR-RESUMO-EXIT.
021270     EXIT.
021280
021290******************************************************************
021300* 8100-GRAVAR-LINHA
021310* GRAVA UMA LINHA DE RESUMO NO RELATORIO.
021320******************************************************************
021330 8100-GRAVAR-LINHA.
021340     MOVE WRK-LINHA-RESUMO TO REL-LINHA.
021350     WRITE REL-LINHA.
021360 8100-GRAVAR-LINHA-EXIT.
021370     EXIT.
021380
021390******************************************************************
021400* 9999-FINALIZAR
021410* FECHA O CADASTRO DE OPERADORES ANTES DE ENCERRAR O PROGRAMA.
021420******************************************************************
021430 9999-FINALIZAR.
021440     CLOSE OPRFILE.
021450 9999-FINALIZAR-EXIT.
021460     EXIT.
