000541*                   EFEITOS DA INCLUSAO - DEVOLVE O CRACHA AO
000542*                   INVENTARIO E DESCE A OCUPACAO QUANDO O
000543*                   EXCLUIDO ESTAVA CONTADO COMO DENTRO.
000544* 2026-10-15 DSR    POSTOS SIMULTANEOS: AS SEQUENCIAS DE CADAS-
000545*                   TRO, AUDITORIA E SUSPENSE PASSARAM A SER
000546*                   RESERVADAS NO SEQCTL A CADA USO, SOB BLOQUEIO
000547*                   DE REGISTRO (1200-RESERVAR-SEQUENCIA), EM VEZ
000548*                   DE CARREGADAS UMA VEZ NA ENTRADA; O CRACHA
000549*                   PASSOU A SER TOMADO SOB BLOQUEIO NA PROCURA
000550*                   (8610) E DEVOLVIDO SE O CADASTRO NAO ENTRA;
000551*                   A OCUPACAO E RELIDA SOB BLOQUEIO A CADA
000552*                   ENTRADA/SAIDA; ALTERAR, EXCLUIR, SAIDA E
000553*                   CONFIRMACAO DE CHEGADA LEEM O CADASTRO SOB
000554*                   BLOQUEIO E AVISAM QUANDO ELE ESTA EM USO
000555*                   PELO OUTRO POSTO (STATUS 51/9D).
000556* 2026-10-15 DSR    ALTERAR, EXCLUIR E REGISTRAR SAIDA RECUSAM
000557*                   CADASTRO DE DATA DE NEGOCIO JA FECHADA PELO
000558*                   LOTE NOTURNO (CLSFILE) - SO APOS REABERTURA
000559*                   DA DATA PELO SUPERVISOR (PROGCB28).
000560* 2026-10-15 DSR    IDENTIFICACAO DO VISITANTE NA INCLUSAO: O
000561*                   DOCUMENTO (CPF/RG/PASSAPORTE) E PROCURADO
000562*                   NO CADASTRO MESTRE DE VISITANTES (VISFILE)
000563*                   E, SE AUSENTE, O VISITANTE E CADASTRADO COM
000564*                   EMPRESA E TELEFONE; A IDENTIFICACAO E
000565*                   CARIMBADA NO CADASTRO (REG-ID-VISITANTE). NA
000566*                   CONFIRMACAO DE CHEGADA, A IDENTIFICACAO
000567*                   PROVISORIA CRIADA PELA ATIVACAO (PROGCB23)
000568*                   SEM DOCUMENTO E INCORPORADA A DO POSTO.
000569* 2026-10-15 DSR    AVISO AO ANFITRIAO: CADA CHEGADA (INCLUSAO
000570*                   OU CONFIRMACAO DE PRE-REGISTRO) E CADA
000571*                   SAIDA REGISTRADA GRAVAM UMA LINHA NO
000572*                   NTFFILE, RECOLHIDO PELO GATEWAY DE E-MAIL/
000573*                   SMS, COM O ANFITRIAO, O DEPARTAMENTO, O
000574*                   CONTATO DO ANFFILE, O VISITANTE, O CRACHA
000575*                   E A HORA (3400-GRAVAR-NOTIFICACAO).
000576* 2026-10-15 DSR    ENTRADA COM PASSE DE PRESTADOR (OPCAO 9): O
000577*                   PASSE (PASFILE, MANTIDO PELO PROGCB36) TRAZ O
000578*                   NOME, O ANFITRIAO PATROCINADOR E O VISITANTE;
000579*                   PASSE SUSPENSO OU FORA DA VALIDADE E
000580*                   RECUSADO E TREINAMENTO VENCIDO E AVISADO E
000581*                   CONTADO NO PASSE. A GRAVACAO DA INCLUSAO
000582*                   PASSOU A 3050.
000583* 2026-10-15 DSR    VISITA EM GRUPO (OPCAO G): O GRUPO (GRPFILE)
000584*                   E A RELACAO NOMINAL (GMBFILE), MANTIDOS PELO
000585*                   PROGCB38, PERMITEM A ENTRADA DE UM MEMBRO OU
000586*                   DE TODOS DE UMA VEZ, CADA UM COM CADASTRO,
000587*                   CRACHA E OCUPACAO PROPRIOS E CARIMBADO COM O
000588*                   GRUPO (REG-ID-GRUPO); E A SAIDA DO GRUPO NUM
000589*                   SO PASSO, COM LISTA DE EXCECOES DE QUEM NAO
000590*                   SAIU. A GRAVACAO DA SAIDA PASSOU A 7050.
000591* 2026-10-15 DSR    LISTA DE IMPEDIDOS CONSULTADA PELA
000592*                   IDENTIFICACAO DO VISITANTE E PELO DOCUMENTO DO
000593*                   CADASTRO MESTRE, COM O NOME SO NA FALTA DE
000594*                   IDENTIDADE; A IDENTIFICACAO PASSOU A SER
000595*                   PEDIDA ANTES DA CONSULTA. MEMBRO DE GRUPO SO E
000596*                   CLASSIFICADO PELO CADASTRO DO DIA QUE TRAZ O
000597*                   GRUPO (HOMONIMO FICA SEM CADASTRO). CRACHA
000598*                   DEVOLVIDO EM QUALQUER FALHA DE GRAVACAO DA
000599*                   INCLUSAO. INCORPORACAO DA PROVISORIA NA
000600*                   CHEGADA COM TENTATIVAS DE BLOQUEIO.
000601* 2026-10-15 DSR    MEMBRO DE GRUPO PASSA A SER CADASTRADO NO
000602*                   VISFILE SO COM O NOME, SEM PERGUNTAS, E A
000603*                   ENTRADA TRAZ A SUA IDENTIFICACAO.
000604******************************************************************
000605 ENVIRONMENT DIVISION.
000606 INPUT-OUTPUT SECTION.
000607 FILE-CONTROL.
000608     SELECT REGFILE ASSIGN TO "REGFILE"
000609         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000611         RECORD KEY IS REG-CHAVE
000612         ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
000613         LOCK MODE IS MANUAL
000614         FILE STATUS IS WRK-REG-STATUS.
000615
000616     SELECT DTCTL ASSIGN TO "DTCTL"
000617         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS DTCTL-CHAVE
000640         FILE STATUS IS WRK-DTCTL-STATUS.
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS SEQCTL-CHAVE
000775         LOCK MODE IS MANUAL
000780         FILE STATUS IS WRK-SEQCTL-STATUS.
000782
000784     SELECT OPRFILE ASSIGN TO "OPRFILE"
000795         ORGANIZATION IS INDEXED
000796         ACCESS MODE IS RANDOM
000797         RECORD KEY IS WTC-NOME
000798         ALTERNATE RECORD KEY IS WTC-ID-VISITANTE WITH DUPLICATES
000799         ALTERNATE RECORD KEY IS WTC-DOCUMENTO WITH DUPLICATES
000800         FILE STATUS IS WRK-WTC-STATUS.
000801
000802     SELECT BDGFILE ASSIGN TO "BDGFILE"
000803         ORGANIZATION IS INDEXED
000804         ACCESS MODE IS DYNAMIC
000805         RECORD KEY IS BDG-NUMERO
000806         LOCK MODE IS MANUAL
000807         FILE STATUS IS WRK-BDG-STATUS.
000808
000809     SELECT ANFFILE ASSIGN TO "ANFFILE"
000810         ORGANIZATION IS INDEXED
000811         ACCESS MODE IS RANDOM
000812         RECORD KEY IS ANF-ID
000813         FILE STATUS IS WRK-ANF-STATUS.
000814
000815     SELECT OCPCTL ASSIGN TO "OCPCTL"
000816         ORGANIZATION IS INDEXED
000817         ACCESS MODE IS RANDOM
000818         RECORD KEY IS OCP-CHAVE
000819         LOCK MODE IS MANUAL
000820         FILE STATUS IS WRK-OCP-STATUS.
000821
000822     SELECT CLSFILE ASSIGN TO "CLSFILE"
000823         ORGANIZATION IS INDEXED
000824         ACCESS MODE IS RANDOM
000825         RECORD KEY IS CLS-DATA-NEGOCIO
000826         FILE STATUS IS WRK-CLS-STATUS.
000827
000828     SELECT VISFILE ASSIGN TO "VISFILE"
000829         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000831         RECORD KEY IS VIS-ID
000832         ALTERNATE RECORD KEY IS VIS-DOCUMENTO WITH DUPLICATES
000833         LOCK MODE IS MANUAL
000834         FILE STATUS IS WRK-VIS-STATUS.
000835
000836     SELECT NTFFILE ASSIGN TO "NTFFILE"
000837         ORGANIZATION IS LINE SEQUENTIAL
000838         FILE STATUS IS WRK-NTF-STATUS.
000839
000840     SELECT PASFILE ASSIGN TO "PASFILE"
000841         ORGANIZATION IS INDEXED
000842         ACCESS MODE IS RANDOM
000843         RECORD KEY IS PAS-NUMERO
000844         LOCK MODE IS MANUAL
000845         FILE STATUS IS WRK-PAS-STATUS.
000846
000847     SELECT GRPFILE ASSIGN TO "GRPFILE"
000848         ORGANIZATION IS INDEXED
000849         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS GRP-ID
000851         LOCK MODE IS MANUAL
000852         FILE STATUS IS WRK-GRP-STATUS.
000853
000854     SELECT GMBFILE ASSIGN TO "GMBFILE"
000855         ORGANIZATION IS INDEXED
000856         ACCESS MODE IS DYNAMIC
000857         RECORD KEY IS GMB-CHAVE
000858         LOCK MODE IS MANUAL
000859         FILE STATUS IS WRK-GMB-STATUS.
000860
000861 DATA DIVISION.
000862 FILE SECTION.
000863 FD  REGFILE.
000864     COPY REGREC.
000865
000866 FD  DTCTL.
000867     COPY DTCTLREC.
000870 
000880 FD  SUSFILE.
000890     COPY SUSREC.
000970 FD  OCPCTL.
000971     COPY OCPREC.
000972
000973 FD  CLSFILE.
000974     COPY CLSREC.
000975
000976 FD  VISFILE.
000977     COPY VISREC.
000978
000979 FD  NTFFILE.
000980     COPY NTFREC.
000981
000982 FD  PASFILE.
000983     COPY PASREC.
000984
000985 FD  GRPFILE.
000986     COPY GRPREC.
000987
000988 FD  GMBFILE.
000989     COPY GMBREC.
000990
000991 WORKING-STORAGE SECTION.
000992 77  WRK-REG-STATUS          PIC X(02) VALUE "00".
000993     88  REG-BLOQUEADO               VALUE "51" "9D".
000994 77  WRK-DTCTL-STATUS        PIC X(02) VALUE "00".
001000 77  WRK-SUS-STATUS          PIC X(02) VALUE "00".
001010 77  WRK-AUD-STATUS          PIC X(02) VALUE "00".
001020 77  WRK-SEQCTL-STATUS       PIC X(02) VALUE "00".
001021     88  SEQCTL-BLOQUEADO            VALUE "51" "9D".
001022 77  WRK-OPR-STATUS          PIC X(02) VALUE "00".
001023 77  WRK-WTC-STATUS          PIC X(02) VALUE "00".
001024 77  WRK-BDG-STATUS          PIC X(02) VALUE "00".
001025     88  BDG-BLOQUEADO               VALUE "51" "9D".
001026 77  WRK-ANF-STATUS          PIC X(02) VALUE "00".
001027 77  WRK-CLS-STATUS          PIC X(02) VALUE "00".
001028 77  WRK-OPERADOR-ID         PIC X(08) VALUE SPACES.
001029 77  WRK-SW-OPERADOR         PIC X(01) VALUE "N".
001030     88  OPERADOR-IDENTIFICADO       VALUE "S".
001032     88  OPERADOR-NAO-IDENTIF        VALUE "N".
001034 77  WRK-NIVEL-OPERADOR      PIC X(01) VALUE SPACES.
001056 77  WRK-NOME                PIC X(30) VALUE SPACES.
001058 77  WRK-DATA-NEGOCIO        PIC 9(08) VALUE ZEROS.
001060 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
001070 77  WRK-TIPO-SEQUENCIA      PIC X(01) VALUE SPACES.
001075     88  SEQ-DE-CADASTRO             VALUE "R".
001080     88  SEQ-DE-AUDITORIA            VALUE "A".
001085     88  SEQ-DE-SUSPENSE             VALUE "S".
001087     88  SEQ-DE-VISITANTE            VALUE "V".
001088     88  SEQ-DE-NOTIFICACAO          VALUE "N".
001090 77  WRK-SEQ-RESERVADA       PIC 9(06) VALUE ZEROS.
001095 77  WRK-TENTATIVAS-BLOQ     PIC 9(03) VALUE ZEROS.
001100 
001110 77  WRK-OPCAO-MENU          PIC X(01) VALUE SPACES.
001120 77  WRK-SW-CONTINUA         PIC X(01) VALUE "S".
001195 77  WRK-SW-IMPEDIDO         PIC X(01) VALUE "N".
001196     88  NOME-IMPEDIDO               VALUE "S".
001197     88  NOME-LIBERADO               VALUE "N".
001198 77  WRK-SW-IMPEDIMENTO      PIC X(01) VALUE "N".
001199     88  IMPEDIMENTO-ACHADO          VALUE "S".
001200     88  IMPEDIMENTO-NAO-ACHADO      VALUE "N".
001201 77  WRK-SW-IDENT-VISITANTE  PIC X(01) VALUE "N".
001202     88  VISITANTE-DOCUMENTADO       VALUE "S".
001203     88  VISITANTE-SEM-IDENTIDADE    VALUE "N".
001204 77  WRK-SUPERV-ID           PIC X(08) VALUE SPACES.
001205 77  WRK-OPERADOR-SALVO      PIC X(08) VALUE SPACES.
001206
001207 77  WRK-NUM-CRACHA          PIC 9(04) VALUE ZEROS.
001208 77  WRK-SW-FIM-BDGFILE      PIC X(01) VALUE "N".
001209     88  FIM-BDGFILE                 VALUE "S".
001210     88  NAO-FIM-BDGFILE             VALUE "N".
001211 77  WRK-SW-CRACHA-ACHADO    PIC X(01) VALUE "N".
001212     88  CRACHA-ACHADO               VALUE "S".
001213     88  CRACHA-NAO-ACHADO           VALUE "N".
001214
001215 77  WRK-ID-ANFITRIAO        PIC X(08) VALUE SPACES.
001216 77  WRK-SW-ANFFILE          PIC X(01) VALUE "N".
001217     88  ANFFILE-DISPONIVEL          VALUE "S".
001218     88  ANFFILE-INDISPONIVEL        VALUE "N".
001219 77  WRK-SW-CLSFILE          PIC X(01) VALUE "N".
001220     88  CLSFILE-DISPONIVEL          VALUE "S".
001221     88  CLSFILE-INDISPONIVEL        VALUE "N".
001222 77  WRK-SW-DATA-FECHADA     PIC X(01) VALUE "N".
001223     88  DATA-FECHADA                VALUE "S".
001224     88  DATA-ABERTA                 VALUE "N".
001225 77  WRK-SW-ANF-VALIDO       PIC X(01) VALUE "N".
001226     88  ANFITRIAO-VALIDO            VALUE "S".
001227     88  ANFITRIAO-INVALIDO          VALUE "N".
001228
001229 77  WRK-VIS-STATUS          PIC X(02) VALUE "00".
001230     88  VIS-BLOQUEADO               VALUE "51" "9D".
001231 77  WRK-SW-VISFILE          PIC X(01) VALUE "N".
001232     88  VISFILE-DISPONIVEL          VALUE "S".
001233     88  VISFILE-INDISPONIVEL        VALUE "N".
001234 77  WRK-SW-VIS-VALIDO       PIC X(01) VALUE "S".
001235     88  VISITANTE-VALIDO            VALUE "S".
001236     88  VISITANTE-INVALIDO          VALUE "N".
001237 77  WRK-SW-PERGUNTA-DOC     PIC X(01) VALUE "S".
001238     88  PERGUNTAR-DOCUMENTO         VALUE "S".
001239     88  SEM-PERGUNTA-DOCUMENTO      VALUE "N".
001240 77  WRK-ID-VISITANTE        PIC 9(06) VALUE ZEROS.
001241 77  WRK-TIPO-DOC            PIC X(01) VALUE SPACES.
001242 77  WRK-NUM-DOC             PIC X(20) VALUE SPACES.
001243 77  WRK-EMPRESA-VIS         PIC X(30) VALUE SPACES.
001244 77  WRK-TELEFONE-VIS        PIC X(15) VALUE SPACES.
001245 77  WRK-SALTOS-INCORP       PIC 9(02) VALUE ZEROS.
001246 77  WRK-SW-INCORPORACAO     PIC X(01) VALUE "S".
001247     88  INCORPORACAO-OK             VALUE "S".
001248     88  INCORPORACAO-EM-USO         VALUE "N".
001249
001250 77  WRK-NTF-STATUS          PIC X(02) VALUE "00".
001251 77  WRK-EVENTO-AVISO        PIC X(01) VALUE SPACES.
001252     88  AVISO-DE-CHEGADA            VALUE "C".
001253     88  AVISO-DE-SAIDA              VALUE "S".
001254 77  WRK-HORA-AVISO          PIC 9(06) VALUE ZEROS.
001255
001256 77  WRK-PAS-STATUS          PIC X(02) VALUE "00".
001257     88  PAS-BLOQUEADO               VALUE "51" "9D".
001258 77  WRK-SW-PASFILE          PIC X(01) VALUE "N".
001259     88  PASFILE-DISPONIVEL          VALUE "S".
001260     88  PASFILE-INDISPONIVEL        VALUE "N".
001261 77  WRK-NUM-PASSE           PIC 9(06) VALUE ZEROS.
001262 77  WRK-VENC-TREINAMENTO    PIC 9(08) VALUE ZEROS.
001263 77  WRK-SW-TREINO           PIC X(01) VALUE "N".
001264     88  TREINO-VENCIDO              VALUE "S".
001265     88  TREINO-EM-DIA               VALUE "N".
001266 77  WRK-SW-INCLUSAO         PIC X(01) VALUE "N".
001267     88  INCLUSAO-EFETUADA           VALUE "S".
001268     88  INCLUSAO-NAO-EFETUADA       VALUE "N".
001269
001270 77  WRK-GRP-STATUS          PIC X(02) VALUE "00".
001271     88  GRP-BLOQUEADO               VALUE "51" "9D".
001272 77  WRK-GMB-STATUS          PIC X(02) VALUE "00".
001273     88  GMB-BLOQUEADO               VALUE "51" "9D".
001274 77  WRK-SW-GRUPOS           PIC X(01) VALUE "N".
001275     88  GRUPOS-DISPONIVEL           VALUE "S".
001276     88  GRUPOS-INDISPONIVEL         VALUE "N".
001277 77  WRK-SW-GRUPO            PIC X(01) VALUE "S".
001278     88  GRUPO-VALIDO                VALUE "S".
001279     88  GRUPO-INVALIDO              VALUE "N".
001280 77  WRK-SW-MENU-GRUPO       PIC X(01) VALUE "S".
001281     88  CONTINUA-NO-GRUPO           VALUE "S".
001282     88  SAIR-DO-GRUPO               VALUE "N".
001283 77  WRK-SW-FIM-MEMBROS      PIC X(01) VALUE "N".
001284     88  FIM-MEMBROS                 VALUE "S".
001285     88  NAO-FIM-MEMBROS             VALUE "N".
001286 77  WRK-SW-PERMANENCIA      PIC X(01) VALUE "N".
001287     88  FIM-PERMANENCIA             VALUE "S".
001288     88  NAO-FIM-PERMANENCIA         VALUE "N".
001289 77  WRK-SW-SAIDA            PIC X(01) VALUE "N".
001290     88  SAIDA-EFETUADA              VALUE "S".
001291     88  SAIDA-NAO-EFETUADA          VALUE "N".
001292 77  WRK-SIT-MEMBRO          PIC X(01) VALUE SPACES.
001293     88  MEMBRO-NAO-ENTROU           VALUE "N".
001294     88  MEMBRO-SEM-CADASTRO         VALUE "C".
001295     88  MEMBRO-NO-PREDIO            VALUE "P".
001296     88  MEMBRO-SAIU                 VALUE "S".
001297 77  WRK-NUM-GRUPO           PIC 9(06) VALUE ZEROS.
001298 77  WRK-ID-GRUPO            PIC 9(06) VALUE ZEROS.
001299 77  WRK-SEQ-MEMBRO          PIC 9(03) VALUE ZEROS.
001300 77  WRK-OPCAO-GRUPO         PIC X(01) VALUE SPACES.
001301 77  WRK-CONFIRMA-GRUPO      PIC X(01) VALUE SPACES.
001302 77  WRK-QTDE-PROCESSADOS    PIC 9(03) VALUE ZEROS.
001303 77  WRK-QTDE-NAO-ENTRARAM   PIC 9(03) VALUE ZEROS.
001304 77  WRK-QTDE-ENTRARAM       PIC 9(03) VALUE ZEROS.
001305 77  WRK-QTDE-SEM-CADASTRO   PIC 9(03) VALUE ZEROS.
001306 77  WRK-QTDE-SAIRAM         PIC 9(03) VALUE ZEROS.
001307 77  WRK-QTDE-NO-PREDIO      PIC 9(03) VALUE ZEROS.
001308*    MEMBROS QUE FICAM NO PREDIO NA SAIDA DO GRUPO, PELO NUMERO DE
001309*    ORDEM NA RELACAO (GMB-SEQ).
001310 01  WRK-TAB-PERMANECE.
001311     05  WRK-IND-PERMANECE   PIC X(01) OCCURS 999 TIMES.
001312         88  MEMBRO-PERMANECE            VALUE "S".
001313
001314 77  WRK-IDX                 PIC 9(02) VALUE ZEROS.
001315 77  WRK-QTDE-DIGITOS        PIC 9(02) VALUE ZEROS.
001316 77  WRK-QTDE-LETRAS         PIC 9(02) VALUE ZEROS.
001317 77  WRK-QTDE-NAO-BRANCO     PIC 9(02) VALUE ZEROS.
001318 77  WRK-CARACTER            PIC X(01) VALUE SPACES.
001319
001320 77  WRK-CHAVE-CONSULTA      PIC X(30) VALUE SPACES.
001321 77  WRK-DATA-CONSULTA       PIC 9(08) VALUE ZEROS.
001322
001323 77  WRK-OCP-STATUS          PIC X(02) VALUE "00".
001324     88  OCP-BLOQUEADO               VALUE "51" "9D".
001325 77  WRK-SW-LOTACAO          PIC X(01) VALUE "N".
001326     88  LOTACAO-BLOQUEADA           VALUE "S".
001327     88  LOTACAO-LIBERADA            VALUE "N".
001328 77  WRK-LIMIAR-AVISO        PIC 9(06) VALUE ZEROS.
001329 77  WRK-NOVO-LIMITE         PIC 9(06) VALUE ZEROS.
001330
001331******************************************************************
001332* WRK-REG-SALVO - COPIA DO REGISTRO LIDO EM 5000-ALTERAR-REGIST.
001333* ANTES DE QUALQUER DELETE, PARA QUE SEQUENCIA/HORA/STATUS SEJAM
001334* PRESERVADOS NA REGRAVACAO E O REGISTRO ORIGINAL POSSA SER
001340* RESTAURADO SE A NOVA CHAVE JA ESTIVER EM USO.
001350******************************************************************
001360 01  WRK-REG-SALVO.
001419     05  WRK-SALVO-IND-AUTO      PIC X(01).
001420     05  WRK-SALVO-COD-ERRO-RH   PIC X(04).
001421     05  WRK-SALVO-IND-PRE       PIC X(01).
001422     05  WRK-SALVO-ID-VISITANTE  PIC 9(06).
001423     05  WRK-SALVO-ID-GRUPO      PIC 9(06).
001424
001430 PROCEDURE DIVISION.
001440******************************************************************
001450* 0000-MAINLINE
002010         OPEN I-O SEQCTL
002020     END-IF.
002030 
002032*    O REGISTRO DE SEQUENCIAS SO E CRIADO AQUI, NA PRIMEIRA
002034*    EXECUCAO; OS NUMEROS SAO RESERVADOS A CADA USO
002036*    (1200-RESERVAR-SEQUENCIA), NUNCA GUARDADOS EM MEMORIA, PARA
002038*    QUE OS DOIS POSTOS NAO REPITAM A MESMA SEQUENCIA.
002040     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002050     READ SEQCTL WITH NO LOCK
002060         KEY IS SEQCTL-CHAVE
002070         INVALID KEY
002080             MOVE 1 TO SEQCTL-PROX-REGISTRO
002090             MOVE 1 TO SEQCTL-PROX-AUDITORIA
002100             MOVE 1 TO SEQCTL-PROX-SUSPENSE
002105             MOVE 1 TO SEQCTL-PROX-VISITANTE
002107             MOVE 1 TO SEQCTL-PROX-NOTIFICACAO
002108             MOVE 1 TO SEQCTL-PROX-GRUPO
002110             WRITE SEQCTL-REGISTRO
002120     END-READ.
002151     OPEN INPUT WTCFILE.
002152     IF WRK-WTC-STATUS = "00"
002153         SET LISTA-IMPED-DISPONIVEL TO TRUE
002184     END-IF.
002185     PERFORM 8900-CARREGAR-OCUPACAO
002186         THRU 8900-CARREGAR-OCUPACAO-EXIT.
002187
002188*    SEM CLSFILE (STATUS 35) NENHUMA DATA FOI FECHADA AINDA.
002189     OPEN INPUT CLSFILE.
002190     IF WRK-CLS-STATUS = "00"
002191         SET CLSFILE-DISPONIVEL TO TRUE
002192     ELSE
002193         IF WRK-CLS-STATUS NOT = "35"
002194             DISPLAY "AVISO: CONTROLE DE FECHAMENTO INDISPONIVEL"
002195                     " - STATUS " WRK-CLS-STATUS " - DATAS "
002196                     "FECHADAS NAO SERAO CONFERIDAS."
002197         END-IF
002198     END-IF.
002199
002200     OPEN I-O VISFILE.
002201     IF WRK-VIS-STATUS = "35"
002202         CLOSE VISFILE
002203         OPEN OUTPUT VISFILE
002204         CLOSE VISFILE
002205         OPEN I-O VISFILE
002206     END-IF.
002207     IF WRK-VIS-STATUS = "00"
002208         SET VISFILE-DISPONIVEL TO TRUE
002209     ELSE
002210         DISPLAY "AVISO: CADASTRO DE VISITANTES INDISPONIVEL - "
002211                 "STATUS " WRK-VIS-STATUS " - VISITAS SEGUEM "
002212                 "SEM IDENTIFICACAO DO VISITANTE."
002213     END-IF.
002214
002215*    SEM PASFILE (STATUS 35) NENHUM PASSE FOI CADASTRADO AINDA - O
002216*    CADASTRO E CRIADO PELA MANUTENCAO DE PASSES (PROGCB36).
002217     OPEN I-O PASFILE.
002218     IF WRK-PAS-STATUS = "00"
002219         SET PASFILE-DISPONIVEL TO TRUE
002220     ELSE
002221         IF WRK-PAS-STATUS NOT = "35"
002222             DISPLAY "AVISO: CADASTRO DE PASSES INDISPONIVEL - "
002223                     "STATUS " WRK-PAS-STATUS " - PRESTADORES "
002224                     "ENTRAM PELA INCLUSAO COMUM."
002225         END-IF
002226     END-IF.
002227
002228*    SEM GRPFILE/GMBFILE (STATUS 35) NENHUM GRUPO FOI CADASTRADO
002229*    AINDA - OS CADASTROS SAO CRIADOS PELO PROGCB38.
002230     OPEN I-O GRPFILE.
002231     IF WRK-GRP-STATUS = "00"
002232         OPEN I-O GMBFILE
002233         IF WRK-GMB-STATUS = "00"
002234             SET GRUPOS-DISPONIVEL TO TRUE
002235         ELSE
002236             CLOSE GRPFILE
002237         END-IF
002238     END-IF.
002239     IF GRUPOS-INDISPONIVEL AND WRK-GRP-STATUS NOT = "35"
002240                            AND WRK-GMB-STATUS NOT = "35"
002241         DISPLAY "AVISO: CADASTRO DE GRUPOS INDISPONIVEL - "
002242                 "STATUS " WRK-GRP-STATUS "/" WRK-GMB-STATUS
002243                 " - GRUPOS ENTRAM PELA INCLUSAO COMUM."
002244     END-IF.
002245 1000-INICIALIZAR-EXIT.
002246     EXIT.
002247
002248******************************************************************
002249* 1100-OBTER-DATA-RESERVA
002250* SOMENTE USADO QUANDO O ARQUIVO DE CONTROLE DE DATA AINDA NAO
002251* FOI POPULADO PELO PROGCOB03 (POR EXEMPLO, NA PRIMEIRA EXECUCAO
002252* DO DIA). NESSE CASO, USA O RELOGIO COMO RESERVA.
002253******************************************************************
002254 1100-OBTER-DATA-RESERVA.
002260     ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD.
002270 1100-OBTER-DATA-RESERVA-EXIT.
002280     EXIT.
002290 
002300******************************************************************
002310* 1200-RESERVAR-SEQUENCIA
002320* RESERVA NO ARQUIVO DE CONTROLE SEQCTL O PROXIMO NUMERO DA
002330* SEQUENCIA PEDIDA EM WRK-TIPO-SEQUENCIA (CADASTRO, AUDITORIA,
002340* SUSPENSE, VISITANTE OU AVISO AO ANFITRIAO): LE O REGISTRO
002341* SOB BLOQUEIO, TOMA O NUMERO E REGRAVA O CONTROLE JA SOMADO
002342* ANTES DE LIBERAR. COMO O OUTRO POSTO (E OS LOTES PROGCOB08/
002343* PROGCB23) RESERVAM DO MESMO REGISTRO, O NUMERO NUNCA SE
002344* REPETE. DEVOLVE O NUMERO EM
002346* WRK-SEQ-RESERVADA, OU ZEROS SE O CONTROLE CONTINUAR EM USO
002348* APOS AS TENTATIVAS.
002350******************************************************************
002360 1200-RESERVAR-SEQUENCIA.
002370     MOVE ZEROS TO WRK-SEQ-RESERVADA.
002371     PERFORM 1210-LER-SEQCTL-BLOQUEADO
002372         THRU 1210-LER-SEQCTL-BLOQUEADO-EXIT
002373         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
002374         UNTIL WRK-TENTATIVAS-BLOQ > 200
002375            OR NOT SEQCTL-BLOQUEADO.
002376     IF WRK-SEQCTL-STATUS NOT = "00"
002377         DISPLAY "CONTROLE DE SEQUENCIAS EM USO PELO OUTRO POSTO "
002378                 "- STATUS " WRK-SEQCTL-STATUS
002379         GO TO 1200-RESERVAR-SEQUENCIA-EXIT
002380     END-IF.
002381     EVALUATE TRUE
002382         WHEN SEQ-DE-CADASTRO
002383             MOVE SEQCTL-PROX-REGISTRO TO WRK-SEQ-RESERVADA
002384             ADD 1 TO SEQCTL-PROX-REGISTRO
002385         WHEN SEQ-DE-AUDITORIA
002386             MOVE SEQCTL-PROX-AUDITORIA TO WRK-SEQ-RESERVADA
002387             ADD 1 TO SEQCTL-PROX-AUDITORIA
002388         WHEN SEQ-DE-SUSPENSE
002389             MOVE SEQCTL-PROX-SUSPENSE TO WRK-SEQ-RESERVADA
002390             ADD 1 TO SEQCTL-PROX-SUSPENSE
002391         WHEN SEQ-DE-VISITANTE
002392*            REGISTRO GRAVADO ANTES DA SEQUENCIA DE VISITANTES
002393*            TRAZ ESPACOS NO CAMPO - A NUMERACAO COMECA EM 1.
002394             IF SEQCTL-PROX-VISITANTE NOT NUMERIC
002395                 OR SEQCTL-PROX-VISITANTE = 0
002396                 MOVE 1 TO SEQCTL-PROX-VISITANTE
002397             END-IF
002398             MOVE SEQCTL-PROX-VISITANTE TO WRK-SEQ-RESERVADA
002399             ADD 1 TO SEQCTL-PROX-VISITANTE
002400         WHEN SEQ-DE-NOTIFICACAO
002401*            IDEM PARA A SEQUENCIA DOS AVISOS AO ANFITRIAO.
002402             IF SEQCTL-PROX-NOTIFICACAO NOT NUMERIC
002403                 OR SEQCTL-PROX-NOTIFICACAO = 0
002404                 MOVE 1 TO SEQCTL-PROX-NOTIFICACAO
002405             END-IF
002406             MOVE SEQCTL-PROX-NOTIFICACAO TO WRK-SEQ-RESERVADA
002407             ADD 1 TO SEQCTL-PROX-NOTIFICACAO
002408     END-EVALUATE.
002410     REWRITE SEQCTL-REGISTRO
002420         INVALID KEY
002425             MOVE ZEROS TO WRK-SEQ-RESERVADA
002430             DISPLAY "ERRO AO ATUALIZAR SEQUENCIAS - STATUS "
002435                     WRK-SEQCTL-STATUS
002440     END-REWRITE.
002445     UNLOCK SEQCTL.
002450 1200-RESERVAR-SEQUENCIA-EXIT.
002460     EXIT.
002461
002462******************************************************************
002463* 1210-LER-SEQCTL-BLOQUEADO
002464* UMA TENTATIVA DE LER O REGISTRO DE SEQUENCIAS SOB BLOQUEIO.
002465* STATUS 51/9D = REGISTRO PRESO PELO OUTRO POSTO NAQUELE
002466* INSTANTE; 1200 REPETE A LEITURA ATE O LIMITE DE TENTATIVAS.
002467******************************************************************
002468 1210-LER-SEQCTL-BLOQUEADO.
002469     MOVE "SEQCTL01" TO SEQCTL-CHAVE.
002470     READ SEQCTL WITH LOCK
002471         KEY IS SEQCTL-CHAVE
002472         INVALID KEY
002473             DISPLAY "REGISTRO DE SEQUENCIAS NAO ENCONTRADO - "
002474                     "STATUS " WRK-SEQCTL-STATUS
002475     END-READ.
002476 1210-LER-SEQCTL-BLOQUEADO-EXIT.
002477     EXIT.
002478
002479******************************************************************
002480* 1500-IDENTIFICAR-OPERADOR
002481* IDENTIFICA O OPERADOR NO CADASTRO OPRFILE ANTES DE LIBERAR O
002482* MENU. NA PRIMEIRA EXECUCAO O CADASTRO E CRIADO COM O
002483* SUPERVISOR INICIAL "ADMIN", QUE DEVE CADASTRAR OS DEMAIS
002484* OPERADORES PELA OPCAO DE MANUTENCAO. TRES TENTATIVAS SEM
002485* SUCESSO E O PROGRAMA ENCERRA.
002486******************************************************************
002487 1500-IDENTIFICAR-OPERADOR.
002488     OPEN I-O OPRFILE.
002489     IF WRK-OPR-STATUS = "35"
002490         CLOSE OPRFILE
002491         OPEN OUTPUT OPRFILE
002492         MOVE SPACES TO OPR-REGISTRO
002493         MOVE "ADMIN" TO OPR-ID
002494         MOVE "SUPERVISOR INICIAL" TO OPR-NOME
002495         SET OPR-SUPERVISOR TO TRUE
002496         WRITE OPR-REGISTRO
002497         CLOSE OPRFILE
002498         OPEN I-O OPRFILE
002499         DISPLAY "CADASTRO DE OPERADORES CRIADO COM O "
002500                 "SUPERVISOR INICIAL 'ADMIN'."
002501     END-IF.
002502     IF WRK-OPR-STATUS NOT = "00"
002503         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL - "
002504                 "STATUS " WRK-OPR-STATUS
002505         GO TO 1500-IDENTIFICAR-OPERADOR-EXIT
002506     END-IF.
002507
002508     PERFORM 1600-PEDIR-IDENTIFICACAO
002509         THRU 1600-PEDIR-IDENTIFICACAO-EXIT
002510         VARYING WRK-TENTATIVAS FROM 1 BY 1
002511         UNTIL WRK-TENTATIVAS > 3 OR OPERADOR-IDENTIFICADO.
002512
002513     IF OPERADOR-NAO-IDENTIF
002514         DISPLAY "OPERADOR NAO IDENTIFICADO - PROGRAMA "
002515                 "ENCERRADO."
002516         CLOSE OPRFILE
002517     END-IF.
002518 1500-IDENTIFICAR-OPERADOR-EXIT.
002519     EXIT.
002520
002521******************************************************************
002522* 1600-PEDIR-IDENTIFICACAO
002523* PEDE E CONFERE UMA IDENTIFICACAO DE OPERADOR NO CADASTRO.
002524******************************************************************
002525 1600-PEDIR-IDENTIFICACAO.
002526     DISPLAY "IDENTIFICACAO DO OPERADOR: ".
002527     ACCEPT WRK-OPERADOR-ID.
002528     MOVE WRK-OPERADOR-ID TO OPR-ID.
002529     READ OPRFILE
002530         KEY IS OPR-ID
002531         INVALID KEY
002532             DISPLAY "OPERADOR NAO CADASTRADO."
002533             GO TO 1600-PEDIR-IDENTIFICACAO-EXIT
002534     END-READ.
002535     SET OPERADOR-IDENTIFICADO TO TRUE.
002536     MOVE OPR-NIVEL TO WRK-NIVEL-OPERADOR.
002537     DISPLAY "OPERADOR " OPR-NOME " IDENTIFICADO.".
002538 1600-PEDIR-IDENTIFICACAO-EXIT.
002539     EXIT.
002540
002541******************************************************************
002542* 2000-APRESENTAR-MENU
002543* EXIBE O MENU DE MANUTENCAO E DESVIA PARA A OPCAO ESCOLHIDA.
002544* ALTERAR, EXCLUIR E A MANUTENCAO DE OPERADORES SAO RESTRITOS
002545* A SUPERVISORES.
002546******************************************************************
002547 2000-APRESENTAR-MENU.
002548     DISPLAY " ".
002549     DISPLAY "=== CADASTRO DE RECEPCAO - " WRK-DATA-NEGOCIO
002550             " ===".
002551     DISPLAY "OPERADOR: " WRK-OPERADOR-ID.
002560     DISPLAY "1 - INCLUIR".
002570     DISPLAY "2 - CONSULTAR".
002580     DISPLAY "3 - ALTERAR (SUPERVISOR)".
002602     DISPLAY "6 - SAIR".
002604     DISPLAY "7 - OPERADORES (SUPERVISOR)".
002606     DISPLAY "8 - LIMITE DE OCUPACAO (SUPERVISOR)".
002608     DISPLAY "9 - ENTRADA COM PASSE DE PRESTADOR".
002609     DISPLAY "G - VISITA EM GRUPO".
002610     DISPLAY "INFORME A OPCAO: ".
002620     ACCEPT WRK-OPCAO-MENU.
002630 
002795             ELSE
002796                 DISPLAY "OPCAO RESTRITA A SUPERVISORES."
002797             END-IF
002798         WHEN "9"
002799             PERFORM 3500-INCLUIR-POR-PASSE
002800                 THRU 3500-INCLUIR-POR-PASSE-EXIT
002801         WHEN "G"
002802         WHEN "g"
002803             PERFORM 3600-VISITA-EM-GRUPO
002804                 THRU 3600-VISITA-EM-GRUPO-EXIT
002805         WHEN OTHER
002806             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
002810     END-EVALUATE.
002820 2000-APRESENTAR-MENU-EXIT.
002830     EXIT.
002990         GO TO 3000-INCLUIR-REGISTRANTE-EXIT
003000     END-IF.
003010
003011     PERFORM 8850-IDENTIFICAR-VISITANTE
003012         THRU 8850-IDENTIFICAR-VISITANTE-EXIT.
003013     IF VISITANTE-INVALIDO
003014         GO TO 3000-INCLUIR-REGISTRANTE-EXIT
003015     END-IF.
003016
003017     PERFORM 8400-VERIFICAR-IMPEDIDO
003018         THRU 8400-VERIFICAR-IMPEDIDO-EXIT.
003019     IF NOME-IMPEDIDO
003020         GO TO 3000-INCLUIR-REGISTRANTE-EXIT
003021     END-IF.
003022
003023     PERFORM 8800-CAPTAR-ANFITRIAO
003024         THRU 8800-CAPTAR-ANFITRIAO-EXIT.
003025     IF ANFITRIAO-INVALIDO
003026         GO TO 3000-INCLUIR-REGISTRANTE-EXIT
003027     END-IF.
003028
003029     PERFORM 9300-VERIFICAR-LOTACAO
003030         THRU 9300-VERIFICAR-LOTACAO-EXIT.
003031     IF LOTACAO-BLOQUEADA
003032         GO TO 3000-INCLUIR-REGISTRANTE-EXIT
003033     END-IF.
003034
003035     PERFORM 3050-GRAVAR-INCLUSAO THRU 3050-GRAVAR-INCLUSAO-EXIT.
003036 3000-INCLUIR-REGISTRANTE-EXIT.
003037     EXIT.
003038
003039******************************************************************
003040* 3050-GRAVAR-INCLUSAO
003041* GRAVA NO ARQUIVO MESTRE O CADASTRO JA CONFERIDO (NOME,
003042* ANFITRIAO, LOTACAO E VISITANTE), COM CRACHA, AUDITORIA,
003043* OCUPACAO E AVISO AO ANFITRIAO. USADO PELA INCLUSAO COMUM E PELA
003044* ENTRADA COM PASSE (3500); DEVOLVE INCLUSAO-EFETUADA QUANDO A
003045* ENTRADA FOI GRAVADA OU A CHEGADA DO PRE-REGISTRO FOI CONFIRMADA.
003046******************************************************************
003047 3050-GRAVAR-INCLUSAO.
003048     SET INCLUSAO-NAO-EFETUADA TO TRUE.
003049     SET SEQ-DE-CADASTRO TO TRUE.
003050     PERFORM 1200-RESERVAR-SEQUENCIA
003051         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
003052     IF WRK-SEQ-RESERVADA = 0
003053         DISPLAY "INCLUSAO NAO EFETUADA - TENTE NOVAMENTE."
003054         GO TO 3050-GRAVAR-INCLUSAO-EXIT
003055     END-IF.
003056
003057     PERFORM 8600-ATRIBUIR-CRACHA
003058         THRU 8600-ATRIBUIR-CRACHA-EXIT.
003059
003060     MOVE WRK-NOME TO REG-NOME.
003061     MOVE WRK-DATA-NEGOCIO TO REG-DATA-CADASTRO.
003062     MOVE WRK-SEQ-RESERVADA TO REG-SEQUENCIA.
003063     MOVE WRK-HORA-ATUAL TO REG-HORA-CADASTRO.
003064     SET REG-ATIVO TO TRUE.
003065     MOVE ZEROS TO REG-HORA-SAIDA.
003066     SET REG-TRANS-PENDENTE TO TRUE.
003067     MOVE WRK-NUM-CRACHA TO REG-NUM-CRACHA.
003068     MOVE WRK-ID-ANFITRIAO TO REG-ID-ANFITRIAO.
003069     MOVE SPACES TO REG-IND-SAIDA-AUTO.
003070     MOVE SPACES TO REG-COD-ERRO-RH.
003071     MOVE SPACES TO REG-IND-PRE-REG.
003072     MOVE WRK-ID-VISITANTE TO REG-ID-VISITANTE.
003073     MOVE WRK-ID-GRUPO TO REG-ID-GRUPO.
003074
003080     WRITE REG-REGISTRO
003090         INVALID KEY
003100             PERFORM 8750-CONFIRMAR-CHEGADA
003110                 THRU 8750-CONFIRMAR-CHEGADA-EXIT
003115             GO TO 3050-GRAVAR-INCLUSAO-EXIT
003120         NOT INVALID KEY
003140             DISPLAY "SEU NOME: " WRK-NOME
003145             SET INCLUSAO-EFETUADA TO TRUE
003150             SET AUD-OPER-INCLUSAO TO TRUE
003160             PERFORM 3300-GRAVAR-AUDITORIA
003170                 THRU 3300-GRAVAR-AUDITORIA-EXIT
003176             PERFORM 9100-CONTAR-ENTRADA
003178                 THRU 9100-CONTAR-ENTRADA-EXIT
003179             SET AVISO-DE-CHEGADA TO TRUE
003180             PERFORM 3400-GRAVAR-NOTIFICACAO
003181                 THRU 3400-GRAVAR-NOTIFICACAO-EXIT
003182     END-WRITE.
003183*    ERRO DE GRAVACAO QUE NAO E CHAVE DUPLICADA: O CRACHA JA
003184*    TOMADO VOLTA AO INVENTARIO.
003185     IF INCLUSAO-NAO-EFETUADA
003186         DISPLAY "ERRO AO GRAVAR CADASTRO - STATUS "
003187                 WRK-REG-STATUS " - INCLUSAO NAO EFETUADA."
003188         PERFORM 8660-CANCELAR-CRACHA
003189             THRU 8660-CANCELAR-CRACHA-EXIT
003190     END-IF.
003191 3050-GRAVAR-INCLUSAO-EXIT.
003200     EXIT.
003210 
003220******************************************************************
003770* POSTERIOR DO OPERADOR.
003780******************************************************************
003790 3200-GRAVAR-SUSPENSE.
003791     SET SEQ-DE-SUSPENSE TO TRUE.
003792     PERFORM 1200-RESERVAR-SEQUENCIA
003793         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
003794     IF WRK-SEQ-RESERVADA = 0
003795         GO TO 3200-GRAVAR-SUSPENSE-EXIT
003796     END-IF.
003800     OPEN EXTEND SUSFILE.
003810     IF WRK-SUS-STATUS NOT = "00"
003820         DISPLAY "ERRO AO ABRIR ARQUIVO DE SUSPENSE - STATUS "
003830                 WRK-SUS-STATUS
003840         GO TO 3200-GRAVAR-SUSPENSE-EXIT
003850     END-IF.
003860     MOVE WRK-SEQ-RESERVADA TO SUS-SEQUENCIA.
003870     MOVE WRK-DATA-NEGOCIO TO SUS-DATA-REJEICAO.
003880     MOVE WRK-HORA-ATUAL TO SUS-HORA-REJEICAO.
003890     MOVE WRK-NOME TO SUS-VALOR-DIGITADO.
003940                 WRK-SUS-STATUS
003950     END-IF.
003960     CLOSE SUSFILE.
004000 3200-GRAVAR-SUSPENSE-EXIT.
004010     EXIT.
004020 
004060* SEQUENCIA, DATA DE NEGOCIO, HORA E O VALOR CAPTURADO.
004070******************************************************************
004080 3300-GRAVAR-AUDITORIA.
004081     SET SEQ-DE-AUDITORIA TO TRUE.
004082     PERFORM 1200-RESERVAR-SEQUENCIA
004083         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
004084     IF WRK-SEQ-RESERVADA = 0
004085         GO TO 3300-GRAVAR-AUDITORIA-EXIT
004086     END-IF.
004090     OPEN EXTEND AUDFILE.
004100     IF WRK-AUD-STATUS NOT = "00"
004110         DISPLAY "ERRO AO ABRIR LOG DE AUDITORIA - STATUS "
004120                 WRK-AUD-STATUS
004130         GO TO 3300-GRAVAR-AUDITORIA-EXIT
004140     END-IF.
004150     MOVE WRK-SEQ-RESERVADA TO AUD-SEQUENCIA.
004160     MOVE WRK-DATA-NEGOCIO TO AUD-DATA-NEGOCIO.
004170     MOVE WRK-HORA-ATUAL TO AUD-HORA-CAPTURA.
004180     MOVE WRK-NOME TO AUD-NOME-CAPTURADO.
004220                 WRK-AUD-STATUS
004230     END-IF.
004240     CLOSE AUDFILE.
004280 3300-GRAVAR-AUDITORIA-EXIT.
004290     EXIT.
004291
004292******************************************************************
004293* 3400-GRAVAR-NOTIFICACAO
004294* ACRESCENTA AO ARQUIVO DE AVISOS (NTFFILE), RECOLHIDO PELO
004295* GATEWAY DE E-MAIL/SMS, O AVISO DE CHEGADA OU DE SAIDA
004296* (WRK-EVENTO-AVISO) DO CADASTRO CORRENTE PARA O SEU ANFITRIAO,
004297* COM O DEPARTAMENTO E O CONTATO LIDOS DO ANFFILE. CADASTRO SEM
004298* ANFITRIAO NAO GERA AVISO; ANFITRIAO SEM CONTATO GERA ASSIM
004299* MESMO, PARA O PASSO NOTURNO (PROGCB34) COBRAR O CADASTRO. A
004300* FALHA DO AVISO E SO EXIBIDA - A RECEPCAO NAO PARA POR ELA.
004301******************************************************************
004302 3400-GRAVAR-NOTIFICACAO.
004303     IF REG-ID-ANFITRIAO = SPACES
004304         GO TO 3400-GRAVAR-NOTIFICACAO-EXIT
004305     END-IF.
004306     MOVE SPACES TO ANF-REGISTRO.
004307     IF ANFFILE-DISPONIVEL
004308         MOVE REG-ID-ANFITRIAO TO ANF-ID
004309         READ ANFFILE
004310             KEY IS ANF-ID
004311             INVALID KEY
004312                 MOVE SPACES TO ANF-REGISTRO
004313         END-READ
004314     END-IF.
004315     SET SEQ-DE-NOTIFICACAO TO TRUE.
004316     PERFORM 1200-RESERVAR-SEQUENCIA
004317         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
004318     IF WRK-SEQ-RESERVADA = 0
004319         DISPLAY "AVISO AO ANFITRIAO NAO GERADO - AVISE POR "
004320                 "TELEFONE."
004321         GO TO 3400-GRAVAR-NOTIFICACAO-EXIT
004322     END-IF.
004323     OPEN EXTEND NTFFILE.
004324     IF WRK-NTF-STATUS = "35"
004325         OPEN OUTPUT NTFFILE
004326     END-IF.
004327     IF WRK-NTF-STATUS NOT = "00"
004328         DISPLAY "ERRO AO ABRIR ARQUIVO DE AVISOS - STATUS "
004329                 WRK-NTF-STATUS " - AVISE POR TELEFONE."
004330         GO TO 3400-GRAVAR-NOTIFICACAO-EXIT
004331     END-IF.
004332     MOVE WRK-SEQ-RESERVADA TO NTF-SEQUENCIA.
004333     MOVE WRK-EVENTO-AVISO TO NTF-EVENTO.
004334     MOVE WRK-DATA-NEGOCIO TO NTF-DATA.
004335     ACCEPT WRK-HORA-AVISO FROM TIME.
004336     MOVE WRK-HORA-AVISO TO NTF-HORA.
004337     MOVE REG-ID-ANFITRIAO TO NTF-ID-ANFITRIAO.
004338     MOVE ANF-DEPTO TO NTF-DEPTO.
004339     MOVE ANF-EMAIL TO NTF-EMAIL.
004340     MOVE ANF-CELULAR TO NTF-CELULAR.
004341     MOVE REG-NOME TO NTF-NOME-VISITANTE.
004342     IF REG-NUM-CRACHA IS NUMERIC
004343         MOVE REG-NUM-CRACHA TO NTF-NUM-CRACHA
004344     ELSE
004345         MOVE ZEROS TO NTF-NUM-CRACHA
004346     END-IF.
004347     WRITE NTF-REGISTRO.
004348     IF WRK-NTF-STATUS NOT = "00"
004349         DISPLAY "ERRO AO GRAVAR AVISO AO ANFITRIAO - STATUS "
004350                 WRK-NTF-STATUS
004351     END-IF.
004352     CLOSE NTFFILE.
004353 3400-GRAVAR-NOTIFICACAO-EXIT.
004354     EXIT.
004355
004356******************************************************************
004357* 3500-INCLUIR-POR-PASSE
004358* ENTRADA DO PRESTADOR DE SERVICO PELO PASSE (PASFILE, MANTIDO
004359* PELO PROGCB36): O PASSE DISPENSA A DIGITACAO DO NOME, DO
004360* ANFITRIAO E, DEPOIS DA PRIMEIRA ENTRADA, DO DOCUMENTO. PASSE
004361* SUSPENSO OU FORA DA VALIDADE E RECUSADO. TREINAMENTO DE
004362* SEGURANCA VENCIDO (FEITO HA MAIS DE UM ANO) NAO IMPEDE A
004363* ENTRADA, MAS E AVISADO E CONTADO NO PASSE PARA O RELATORIO
004364* SEMANAL (PROGCB37). LISTA DE IMPEDIDOS, LOTACAO E GRAVACAO
004365* SAO AS MESMAS DA INCLUSAO COMUM.
004366******************************************************************
004367 3500-INCLUIR-POR-PASSE.
004368     IF PASFILE-INDISPONIVEL
004369         DISPLAY "CADASTRO DE PASSES INDISPONIVEL - USE A "
004370                 "INCLUSAO COMUM."
004371         GO TO 3500-INCLUIR-POR-PASSE-EXIT
004372     END-IF.
004373     DISPLAY "NUMERO DO PASSE: ".
004374     ACCEPT WRK-NUM-PASSE.
004375     IF WRK-NUM-PASSE IS NOT NUMERIC OR WRK-NUM-PASSE = 0
004376         DISPLAY "NUMERO DO PASSE INVALIDO."
004377         GO TO 3500-INCLUIR-POR-PASSE-EXIT
004378     END-IF.
004379     MOVE WRK-NUM-PASSE TO PAS-NUMERO.
004380     READ PASFILE WITH NO LOCK
004381         KEY IS PAS-NUMERO
004382         INVALID KEY
004383             DISPLAY "PASSE NAO CADASTRADO: " WRK-NUM-PASSE
004384             GO TO 3500-INCLUIR-POR-PASSE-EXIT
004385     END-READ.
004386     DISPLAY "PASSE " PAS-NUMERO ": " PAS-NOME " - " PAS-EMPRESA.
004387
004388     IF PAS-SUSPENSO
004389         DISPLAY "PASSE SUSPENSO: " PAS-MOTIVO-SUSPENSAO
004390         DISPLAY "ENTRADA RECUSADA - PROCURE O SUPERVISOR."
004391         GO TO 3500-INCLUIR-POR-PASSE-EXIT
004392     END-IF.
004393     IF WRK-DATA-NEGOCIO < PAS-VALIDO-DESDE
004394         DISPLAY "PASSE VALIDO SOMENTE A PARTIR DE "
004395                 PAS-VALIDO-DESDE " - ENTRADA RECUSADA."
004396         GO TO 3500-INCLUIR-POR-PASSE-EXIT
004397     END-IF.
004398     IF WRK-DATA-NEGOCIO > PAS-VALIDO-ATE
004399         DISPLAY "PASSE VENCIDO EM " PAS-VALIDO-ATE
004400                 " - ENTRADA RECUSADA."
004401         GO TO 3500-INCLUIR-POR-PASSE-EXIT
004402     END-IF.
004403
004404*    O TREINAMENTO VALE ATE O MESMO DIA DO ANO SEGUINTE.
004405     SET TREINO-EM-DIA TO TRUE.
004406     COMPUTE WRK-VENC-TREINAMENTO = PAS-DATA-TREINAMENTO + 10000.
004407     IF WRK-VENC-TREINAMENTO < WRK-DATA-NEGOCIO
004408         SET TREINO-VENCIDO TO TRUE
004409         DISPLAY "ATENCAO: TREINAMENTO DE SEGURANCA VENCIDO EM "
004410                 WRK-VENC-TREINAMENTO " - ENTRADA SERA "
004411                 "REGISTRADA NO PASSE PARA RECICLAGEM."
004412     END-IF.
004413
004414     MOVE PAS-NOME TO WRK-NOME.
004415     PERFORM 3520-IDENTIFICAR-PRESTADOR
004416         THRU 3520-IDENTIFICAR-PRESTADOR-EXIT.
004417     IF VISITANTE-INVALIDO
004418         GO TO 3500-INCLUIR-POR-PASSE-EXIT
004419     END-IF.
004420
004421     PERFORM 8400-VERIFICAR-IMPEDIDO
004422         THRU 8400-VERIFICAR-IMPEDIDO-EXIT.
004423     IF NOME-IMPEDIDO
004424         GO TO 3500-INCLUIR-POR-PASSE-EXIT
004425     END-IF.
004426
004427     PERFORM 3510-CONFERIR-PATROCINADOR
004428         THRU 3510-CONFERIR-PATROCINADOR-EXIT.
004429     IF ANFITRIAO-INVALIDO
004430         GO TO 3500-INCLUIR-POR-PASSE-EXIT
004431     END-IF.
004432
004433     PERFORM 9300-VERIFICAR-LOTACAO
004434         THRU 9300-VERIFICAR-LOTACAO-EXIT.
004435     IF LOTACAO-BLOQUEADA
004436         GO TO 3500-INCLUIR-POR-PASSE-EXIT
004437     END-IF.
004438
004439     PERFORM 3050-GRAVAR-INCLUSAO THRU 3050-GRAVAR-INCLUSAO-EXIT.
004440     IF INCLUSAO-EFETUADA
004441         PERFORM 3550-ATUALIZAR-PASSE
004442             THRU 3550-ATUALIZAR-PASSE-EXIT
004443     END-IF.
004444 3500-INCLUIR-POR-PASSE-EXIT.
004445     EXIT.
004446
004447******************************************************************
004448* 3510-CONFERIR-PATROCINADOR
004449* O ANFITRIAO DA VISITA E O PATROCINADOR GRAVADO NO PASSE. COM O
004450* ANFFILE DISPONIVEL ELE PRECISA CONTINUAR CADASTRADO; SE SAIU,
004451* O PASSE DEPENDE DE NOVO PATROCINADOR, DADO PELO SUPERVISOR.
004452******************************************************************
004453 3510-CONFERIR-PATROCINADOR.
004454     SET ANFITRIAO-VALIDO TO TRUE.
004455     MOVE PAS-ID-ANFITRIAO TO WRK-ID-ANFITRIAO.
004456     IF ANFFILE-INDISPONIVEL
004457         GO TO 3510-CONFERIR-PATROCINADOR-EXIT
004458     END-IF.
004459     MOVE WRK-ID-ANFITRIAO TO ANF-ID.
004460     READ ANFFILE
004461         KEY IS ANF-ID
004462         INVALID KEY
004463             SET ANFITRIAO-INVALIDO TO TRUE
004464             DISPLAY "PATROCINADOR DO PASSE NAO CADASTRADO: "
004465                     WRK-ID-ANFITRIAO
004466             DISPLAY "ENTRADA RECUSADA - PROCURE O SUPERVISOR."
004467             GO TO 3510-CONFERIR-PATROCINADOR-EXIT
004468     END-READ.
004469     DISPLAY "VISITA PARA " ANF-NOME " (" ANF-DEPTO ").".
004470 3510-CONFERIR-PATROCINADOR-EXIT.
004471     EXIT.
004472
004473******************************************************************
004474* 3520-IDENTIFICAR-PRESTADOR
004475* A PARTIR DA SEGUNDA ENTRADA O PASSE JA TRAZ A IDENTIFICACAO DO
004476* VISITANTE, CONFERIDA NO VISFILE E SEGUIDA SE FOI INCORPORADA A
004477* OUTRA. NA PRIMEIRA ENTRADA (OU SE A IDENTIFICACAO SUMIU DO
004478* CADASTRO) O DOCUMENTO E PEDIDO COMO NA INCLUSAO COMUM (8850).
004479******************************************************************
004480 3520-IDENTIFICAR-PRESTADOR.
004481     SET VISITANTE-VALIDO TO TRUE.
004482     MOVE ZEROS TO WRK-ID-VISITANTE.
004483     IF PAS-ID-VISITANTE = 0 OR VISFILE-INDISPONIVEL
004484         PERFORM 8850-IDENTIFICAR-VISITANTE
004485             THRU 8850-IDENTIFICAR-VISITANTE-EXIT
004486         GO TO 3520-IDENTIFICAR-PRESTADOR-EXIT
004487     END-IF.
004488     MOVE PAS-ID-VISITANTE TO VIS-ID.
004489     READ VISFILE WITH NO LOCK
004490         KEY IS VIS-ID
004491         INVALID KEY
004492             PERFORM 8850-IDENTIFICAR-VISITANTE
004493                 THRU 8850-IDENTIFICAR-VISITANTE-EXIT
004494             GO TO 3520-IDENTIFICAR-PRESTADOR-EXIT
004495     END-READ.
004496     PERFORM 8870-SEGUIR-INCORPORACAO
004497         THRU 8870-SEGUIR-INCORPORACAO-EXIT
004498         VARYING WRK-SALTOS-INCORP FROM 1 BY 1
004499         UNTIL WRK-SALTOS-INCORP > 10
004500            OR NOT VIS-INCORPORADO.
004501     MOVE VIS-ID TO WRK-ID-VISITANTE.
004502     DISPLAY "VISITANTE " VIS-ID ": " VIS-NOME " - " VIS-EMPRESA.
004503 3520-IDENTIFICAR-PRESTADOR-EXIT.
004504     EXIT.
004505
004506******************************************************************
004507* 3550-ATUALIZAR-PASSE
004508* REGRAVA NO PASSE O ULTIMO USO, A IDENTIFICACAO DO VISITANTE E,
004509* COM O TREINAMENTO VENCIDO, A CONTAGEM DESSAS ENTRADAS - O
004510* REGFILE E EXPURGADO, O PASSE NAO. O PASSE E LIDO SOB BLOQUEIO,
004511* COM AS MESMAS TENTATIVAS DO CONTROLE DE SEQUENCIAS, POIS O
004512* OUTRO POSTO E A MANUTENCAO (PROGCB36) GRAVAM O MESMO REGISTRO.
004513* A FALHA E SO EXIBIDA - A ENTRADA JA FOI GRAVADA.
004514******************************************************************
004515 3550-ATUALIZAR-PASSE.
004516     PERFORM 3560-LER-PASSE-BLOQUEADO
004517         THRU 3560-LER-PASSE-BLOQUEADO-EXIT
004518         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
004519         UNTIL WRK-TENTATIVAS-BLOQ > 200
004520            OR NOT PAS-BLOQUEADO.
004521     IF WRK-PAS-STATUS NOT = "00"
004522         DISPLAY "USO DO PASSE NAO REGISTRADO - STATUS "
004523                 WRK-PAS-STATUS
004524         GO TO 3550-ATUALIZAR-PASSE-EXIT
004525     END-IF.
004526     MOVE WRK-DATA-NEGOCIO TO PAS-DATA-ULTIMO-USO.
004527     IF WRK-ID-VISITANTE NOT = 0
004528         MOVE WRK-ID-VISITANTE TO PAS-ID-VISITANTE
004529     END-IF.
004530     IF TREINO-VENCIDO
004531         ADD 1 TO PAS-USOS-SEM-TREINO
004532         MOVE WRK-DATA-NEGOCIO TO PAS-DATA-ULT-SEM-TREINO
004533     END-IF.
004534     REWRITE PAS-REGISTRO
004535         INVALID KEY
004536             DISPLAY "ERRO AO REGRAVAR O PASSE - STATUS "
004537                     WRK-PAS-STATUS
004538     END-REWRITE.
004539 3550-ATUALIZAR-PASSE-EXIT.
004540     UNLOCK PASFILE.
004541     EXIT.
004542
004543******************************************************************
004544* 3560-LER-PASSE-BLOQUEADO
004545* UMA TENTATIVA DE LER O PASSE SOB BLOQUEIO. STATUS 51/9D =
004546* REGISTRO PRESO PELO OUTRO POSTO OU PELA MANUTENCAO NAQUELE
004547* INSTANTE; 3550 REPETE A LEITURA ATE O LIMITE DE TENTATIVAS.
004548******************************************************************
004549 3560-LER-PASSE-BLOQUEADO.
004550     MOVE WRK-NUM-PASSE TO PAS-NUMERO.
004551     READ PASFILE WITH LOCK
004552         KEY IS PAS-NUMERO
004553         INVALID KEY
004554             CONTINUE
004555     END-READ.
004556 3560-LER-PASSE-BLOQUEADO-EXIT.
004557     EXIT.
004558
004559******************************************************************
004560* 3600-VISITA-EM-GRUPO
004561* ENTRADA E SAIDA DE UM GRUPO (GRPFILE, CADASTRADO COM A RELACAO
004562* NOMINAL NO GMBFILE PELO PROGCB38): EXCURSOES DE ESCOLA, EQUIPES
004563* DE AUDITORIA E TURMAS DE TREINAMENTO COM UM UNICO ANFITRIAO.
004564* O GRUPO PRECISA ESTAR PREVISTO PARA A DATA DE NEGOCIO. CADA
004565* MEMBRO CONTINUA COM CADASTRO PROPRIO NO REGFILE, CRACHA E
004566* CONTAGEM DE OCUPACAO, CARIMBADO COM O GRUPO (REG-ID-GRUPO).
004567******************************************************************
004568 3600-VISITA-EM-GRUPO.
004569     IF GRUPOS-INDISPONIVEL
004570         DISPLAY "CADASTRO DE GRUPOS INDISPONIVEL - CADASTRE O "
004571                 "GRUPO NO PROGCB38."
004572         GO TO 3600-VISITA-EM-GRUPO-EXIT
004573     END-IF.
004574     DISPLAY "IDENTIFICACAO DO GRUPO: ".
004575     ACCEPT WRK-NUM-GRUPO.
004576     IF WRK-NUM-GRUPO IS NOT NUMERIC OR WRK-NUM-GRUPO = 0
004577         DISPLAY "IDENTIFICACAO DO GRUPO INVALIDA."
004578         GO TO 3600-VISITA-EM-GRUPO-EXIT
004579     END-IF.
004580     PERFORM 3690-LER-GRUPO THRU 3690-LER-GRUPO-EXIT.
004581     IF GRUPO-INVALIDO
004582         GO TO 3600-VISITA-EM-GRUPO-EXIT
004583     END-IF.
004584     IF GRP-DATA-VISITA NOT = WRK-DATA-NEGOCIO
004585         DISPLAY "GRUPO PREVISTO PARA " GRP-DATA-VISITA
004586                 " - NAO PARA A DATA DE HOJE."
004587         GO TO 3600-VISITA-EM-GRUPO-EXIT
004588     END-IF.
004589     SET CONTINUA-NO-GRUPO TO TRUE.
004590     PERFORM 3620-MENU-GRUPO THRU 3620-MENU-GRUPO-EXIT
004591         UNTIL SAIR-DO-GRUPO.
004592 3600-VISITA-EM-GRUPO-EXIT.
004593     EXIT.
004594
004595******************************************************************
004596* 3610-CONFERIR-ANFITRIAO-GRUPO
004597* O ANFITRIAO DE TODOS OS MEMBROS E O DO GRUPO. COM O ANFFILE
004598* DISPONIVEL ELE PRECISA CONTINUAR CADASTRADO PARA QUE OS
004599* MEMBROS ENTREM; A SAIDA DO GRUPO NAO DEPENDE DELE.
004600******************************************************************
004601 3610-CONFERIR-ANFITRIAO-GRUPO.
004602     SET ANFITRIAO-VALIDO TO TRUE.
004603     MOVE GRP-ID-ANFITRIAO TO WRK-ID-ANFITRIAO.
004604     IF ANFFILE-INDISPONIVEL
004605         GO TO 3610-CONFERIR-ANFITRIAO-GRUPO-EXIT
004606     END-IF.
004607     MOVE WRK-ID-ANFITRIAO TO ANF-ID.
004608     READ ANFFILE
004609         KEY IS ANF-ID
004610         INVALID KEY
004611             SET ANFITRIAO-INVALIDO TO TRUE
004612             DISPLAY "ANFITRIAO DO GRUPO NAO CADASTRADO: "
004613                     WRK-ID-ANFITRIAO
004614             DISPLAY "ENTRADA RECUSADA - CORRIJA O GRUPO NO "
004615                     "PROGCB38."
004616             GO TO 3610-CONFERIR-ANFITRIAO-GRUPO-EXIT
004617     END-READ.
004618     DISPLAY "VISITA PARA " ANF-NOME " (" ANF-DEPTO ").".
004619 3610-CONFERIR-ANFITRIAO-GRUPO-EXIT.
004620     EXIT.
004621
004622******************************************************************
004623* 3620-MENU-GRUPO
004624* RELE O GRUPO (A RELACAO PODE TER MUDADO NO PROGCB38 OU NO
004625* OUTRO POSTO), EXIBE O RESUMO E DESVIA PARA A OPCAO ESCOLHIDA.
004626******************************************************************
004627 3620-MENU-GRUPO.
004628     PERFORM 3690-LER-GRUPO THRU 3690-LER-GRUPO-EXIT.
004629     IF GRUPO-INVALIDO
004630         SET SAIR-DO-GRUPO TO TRUE
004631         GO TO 3620-MENU-GRUPO-EXIT
004632     END-IF.
004633     DISPLAY " ".
004634     DISPLAY "=== GRUPO " GRP-ID " - " GRP-DESCRICAO " ===".
004635     DISPLAY "LIDER: " GRP-LIDER.
004636     DISPLAY "PREVISTOS: " GRP-QTDE-PREVISTA
004637             "  NA RELACAO: " GRP-QTDE-RELACAO.
004638     IF GRP-ENCERRADO
004639         DISPLAY "GRUPO ENCERRADO AS " GRP-HORA-SAIDA "."
004640     END-IF.
004641     DISPLAY "1 - ENTRADA DE UM MEMBRO".
004642     DISPLAY "2 - ENTRADA DE TODOS OS MEMBROS".
004643     DISPLAY "3 - SAIDA DO GRUPO".
004644     DISPLAY "4 - SITUACAO DO GRUPO".
004645     DISPLAY "5 - VOLTAR".
004646     DISPLAY "INFORME A OPCAO: ".
004647     ACCEPT WRK-OPCAO-GRUPO.
004648
004649     EVALUATE WRK-OPCAO-GRUPO
004650         WHEN "1"
004651             PERFORM 3700-ENTRADA-MEMBRO
004652                 THRU 3700-ENTRADA-MEMBRO-EXIT
004653         WHEN "2"
004654             PERFORM 3710-ENTRADA-TODOS
004655                 THRU 3710-ENTRADA-TODOS-EXIT
004656         WHEN "3"
004657             PERFORM 7100-SAIDA-GRUPO
004658                 THRU 7100-SAIDA-GRUPO-EXIT
004659         WHEN "4"
004660             PERFORM 3900-SITUACAO-GRUPO
004661                 THRU 3900-SITUACAO-GRUPO-EXIT
004662         WHEN "5"
004663             SET SAIR-DO-GRUPO TO TRUE
004664         WHEN OTHER
004665             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
004666     END-EVALUATE.
004667 3620-MENU-GRUPO-EXIT.
004668     EXIT.
004669
004670******************************************************************
004671* 3690-LER-GRUPO
004672* LE O GRUPO INFORMADO EM WRK-NUM-GRUPO, SEM BLOQUEIO.
004673******************************************************************
004674 3690-LER-GRUPO.
004675     SET GRUPO-VALIDO TO TRUE.
004676     MOVE WRK-NUM-GRUPO TO GRP-ID.
004677     READ GRPFILE WITH NO LOCK
004678         KEY IS GRP-ID
004679         INVALID KEY
004680             SET GRUPO-INVALIDO TO TRUE
004681             DISPLAY "GRUPO NAO CADASTRADO: " WRK-NUM-GRUPO
004682     END-READ.
004683 3690-LER-GRUPO-EXIT.
004684     EXIT.
004685
004686******************************************************************
004687* 3700-ENTRADA-MEMBRO
004688* ENTRADA DE UM MEMBRO DA RELACAO, PELO NUMERO DE ORDEM DADO NO
004689* PROGCB38 (QUEM CHEGA ATRASADO OU SEPARADO DO GRUPO).
004690******************************************************************
004691 3700-ENTRADA-MEMBRO.
004692     IF GRP-ENCERRADO
004693         DISPLAY "GRUPO JA ENCERRADO - USE A INCLUSAO COMUM."
004694         GO TO 3700-ENTRADA-MEMBRO-EXIT
004695     END-IF.
004696     PERFORM 3610-CONFERIR-ANFITRIAO-GRUPO
004697         THRU 3610-CONFERIR-ANFITRIAO-GRUPO-EXIT.
004698     IF ANFITRIAO-INVALIDO
004699         GO TO 3700-ENTRADA-MEMBRO-EXIT
004700     END-IF.
004701     DISPLAY "NUMERO DE ORDEM DO MEMBRO: ".
004702     ACCEPT WRK-SEQ-MEMBRO.
004703     IF WRK-SEQ-MEMBRO IS NOT NUMERIC OR WRK-SEQ-MEMBRO = 0
004704         DISPLAY "NUMERO DE ORDEM INVALIDO."
004705         GO TO 3700-ENTRADA-MEMBRO-EXIT
004706     END-IF.
004707     MOVE GRP-ID TO GMB-ID-GRUPO.
004708     MOVE WRK-SEQ-MEMBRO TO GMB-SEQ.
004709     READ GMBFILE WITH NO LOCK
004710         KEY IS GMB-CHAVE
004711         INVALID KEY
004712             DISPLAY "MEMBRO NAO CONSTA DA RELACAO DO GRUPO."
004713             GO TO 3700-ENTRADA-MEMBRO-EXIT
004714     END-READ.
004715     IF GMB-ENTROU
004716         DISPLAY GMB-NOME " JA ENTROU AS " GMB-HORA-ENTRADA "."
004717         GO TO 3700-ENTRADA-MEMBRO-EXIT
004718     END-IF.
004719     SET LOTACAO-LIBERADA TO TRUE.
004720     PERFORM 3720-REGISTRAR-MEMBRO
004721         THRU 3720-REGISTRAR-MEMBRO-EXIT.
004722 3700-ENTRADA-MEMBRO-EXIT.
004723     EXIT.
004724
004725******************************************************************
004726* 3710-ENTRADA-TODOS
004727* ENTRADA DE TODOS OS MEMBROS DA RELACAO QUE AINDA NAO ENTRARAM,
004728* UM A UM NA ORDEM DA RELACAO. A ENTRADA PARA NA LOTACAO MAXIMA
004729* SEM LIBERACAO DO SUPERVISOR; NOME IMPEDIDO SEM LIBERACAO E
004730* PULADO E O GRUPO SEGUE.
004731******************************************************************
004732 3710-ENTRADA-TODOS.
004733     IF GRP-ENCERRADO
004734         DISPLAY "GRUPO JA ENCERRADO - USE A INCLUSAO COMUM."
004735         GO TO 3710-ENTRADA-TODOS-EXIT
004736     END-IF.
004737     IF GRP-QTDE-RELACAO = 0
004738         DISPLAY "RELACAO NOMINAL DO GRUPO VAZIA - MONTE-A NO "
004739                 "PROGCB38."
004740         GO TO 3710-ENTRADA-TODOS-EXIT
004741     END-IF.
004742     PERFORM 3610-CONFERIR-ANFITRIAO-GRUPO
004743         THRU 3610-CONFERIR-ANFITRIAO-GRUPO-EXIT.
004744     IF ANFITRIAO-INVALIDO
004745         GO TO 3710-ENTRADA-TODOS-EXIT
004746     END-IF.
004747     DISPLAY "CONFIRMA A ENTRADA DE TODOS OS MEMBROS (S/N)? ".
004748     ACCEPT WRK-CONFIRMA-GRUPO.
004749     IF WRK-CONFIRMA-GRUPO NOT = "S"
004750         DISPLAY "ENTRADA DO GRUPO CANCELADA."
004751         GO TO 3710-ENTRADA-TODOS-EXIT
004752     END-IF.
004753
004754     MOVE ZEROS TO WRK-QTDE-PROCESSADOS.
004755     SET LOTACAO-LIBERADA TO TRUE.
004756     PERFORM 3800-POSICIONAR-MEMBROS
004757         THRU 3800-POSICIONAR-MEMBROS-EXIT.
004758     PERFORM 3715-ENTRADA-PROXIMO THRU 3715-ENTRADA-PROXIMO-EXIT
004759         UNTIL FIM-MEMBROS OR LOTACAO-BLOQUEADA.
004760     IF LOTACAO-BLOQUEADA
004761         DISPLAY "ENTRADA DO GRUPO INTERROMPIDA - PREDIO LOTADO."
004762     END-IF.
004763     DISPLAY WRK-QTDE-PROCESSADOS " MEMBRO(S) ENTRARAM NESTA "
004764             "OPERACAO.".
004765 3710-ENTRADA-TODOS-EXIT.
004766     EXIT.
004767
004768******************************************************************
004769* 3715-ENTRADA-PROXIMO
004770* LE O PROXIMO MEMBRO DA RELACAO E REGISTRA A ENTRADA DE QUEM
004771* AINDA NAO ENTROU.
004772******************************************************************
004773 3715-ENTRADA-PROXIMO.
004774     PERFORM 3810-LER-PROXIMO-MEMBRO
004775         THRU 3810-LER-PROXIMO-MEMBRO-EXIT.
004776     IF FIM-MEMBROS OR GMB-ENTROU
004777         GO TO 3715-ENTRADA-PROXIMO-EXIT
004778     END-IF.
004779     PERFORM 3720-REGISTRAR-MEMBRO
004780         THRU 3720-REGISTRAR-MEMBRO-EXIT.
004781 3715-ENTRADA-PROXIMO-EXIT.
004782     EXIT.
004783
004784******************************************************************
004785* 3720-REGISTRAR-MEMBRO
004786* ENTRADA DO MEMBRO LIDO NO GMBFILE: O NOME JA FOI EDITADO NA
004787* RELACAO (PROGCB38) E O ANFITRIAO E O DO GRUPO; LISTA DE
004788* IMPEDIDOS, LOTACAO E GRAVACAO (3050) SAO AS DA INCLUSAO COMUM.
004789* O MEMBRO NAO TEM DOCUMENTO PEDIDO (RESPONDE POR ELE O LIDER DO
004790* GRUPO): A LISTA DE IMPEDIDOS E CONFERIDA PELO NOME E, APROVADA
004791* A ENTRADA, O MEMBRO E CADASTRADO NO VISFILE SO COM O NOME PELA
004792* MESMA IDENTIFICACAO DA INCLUSAO (8850), SEM PERGUNTAS, PARA QUE
004793* A ENTRADA TENHA IDENTIFICACAO DE VISITANTE COMO AS DEMAIS.
004794******************************************************************
004795 3720-REGISTRAR-MEMBRO.
004796     MOVE GMB-SEQ TO WRK-SEQ-MEMBRO.
004797     DISPLAY "MEMBRO " GMB-SEQ ": " GMB-NOME.
004798     MOVE GMB-NOME TO WRK-NOME.
004799     MOVE ZEROS TO WRK-ID-VISITANTE.
004800     PERFORM 8400-VERIFICAR-IMPEDIDO
004801         THRU 8400-VERIFICAR-IMPEDIDO-EXIT.
004802     IF NOME-IMPEDIDO
004803         GO TO 3720-REGISTRAR-MEMBRO-EXIT
004804     END-IF.
004805     MOVE GRP-ID-ANFITRIAO TO WRK-ID-ANFITRIAO.
004806     PERFORM 9300-VERIFICAR-LOTACAO
004807         THRU 9300-VERIFICAR-LOTACAO-EXIT.
004808     IF LOTACAO-BLOQUEADA
004809         GO TO 3720-REGISTRAR-MEMBRO-EXIT
004810     END-IF.
004811     SET SEM-PERGUNTA-DOCUMENTO TO TRUE.
004812     PERFORM 8850-IDENTIFICAR-VISITANTE
004813         THRU 8850-IDENTIFICAR-VISITANTE-EXIT.
004814     SET PERGUNTAR-DOCUMENTO TO TRUE.
004815     IF VISITANTE-INVALIDO
004816         GO TO 3720-REGISTRAR-MEMBRO-EXIT
004817     END-IF.
004818
004819     MOVE GRP-ID TO WRK-ID-GRUPO.
004820     ACCEPT WRK-HORA-ATUAL FROM TIME.
004821     PERFORM 3050-GRAVAR-INCLUSAO THRU 3050-GRAVAR-INCLUSAO-EXIT.
004822     MOVE ZEROS TO WRK-ID-GRUPO.
004823     IF INCLUSAO-EFETUADA
004824         ADD 1 TO WRK-QTDE-PROCESSADOS
004825         PERFORM 3730-MARCAR-ENTRADA
004826             THRU 3730-MARCAR-ENTRADA-EXIT
004827     END-IF.
004828 3720-REGISTRAR-MEMBRO-EXIT.
004829     EXIT.
004830
004831******************************************************************
004832* 3730-MARCAR-ENTRADA
004833* MARCA NA RELACAO QUE O MEMBRO ENTROU, COM A HORA. O MEMBRO E
004834* RELIDO SOB BLOQUEIO, COM AS MESMAS TENTATIVAS DO CONTROLE DE
004835* SEQUENCIAS, POIS O OUTRO POSTO E O PROGCB38 GRAVAM A MESMA
004836* RELACAO. A FALHA E SO EXIBIDA - A ENTRADA JA FOI GRAVADA.
004837******************************************************************
004838 3730-MARCAR-ENTRADA.
004839     PERFORM 3735-LER-MEMBRO-BLOQUEADO
004840         THRU 3735-LER-MEMBRO-BLOQUEADO-EXIT
004841         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
004842         UNTIL WRK-TENTATIVAS-BLOQ > 200
004843            OR NOT GMB-BLOQUEADO.
004844     IF WRK-GMB-STATUS NOT = "00"
004845         DISPLAY "ENTRADA NAO MARCADA NA RELACAO DO GRUPO - "
004846                 "STATUS " WRK-GMB-STATUS
004847         GO TO 3730-MARCAR-ENTRADA-EXIT
004848     END-IF.
004849     SET GMB-ENTROU TO TRUE.
004850     MOVE WRK-HORA-ATUAL TO GMB-HORA-ENTRADA.
004851     REWRITE GMB-REGISTRO
004852         INVALID KEY
004853             DISPLAY "ERRO AO REGRAVAR O MEMBRO - STATUS "
004854                     WRK-GMB-STATUS
004855     END-REWRITE.
004856 3730-MARCAR-ENTRADA-EXIT.
004857     UNLOCK GMBFILE.
004858     EXIT.
004859
004860******************************************************************
004861* 3735-LER-MEMBRO-BLOQUEADO
004862* UMA TENTATIVA DE LER O MEMBRO SOB BLOQUEIO. STATUS 51/9D =
004863* REGISTRO PRESO PELO OUTRO POSTO OU PELO PROGCB38 NAQUELE
004864* INSTANTE; 3730 REPETE A LEITURA ATE O LIMITE DE TENTATIVAS.
004865******************************************************************
004866 3735-LER-MEMBRO-BLOQUEADO.
004867     MOVE GRP-ID TO GMB-ID-GRUPO.
004868     MOVE WRK-SEQ-MEMBRO TO GMB-SEQ.
004869     READ GMBFILE WITH LOCK
004870         KEY IS GMB-CHAVE
004871         INVALID KEY
004872             CONTINUE
004873     END-READ.
004874 3735-LER-MEMBRO-BLOQUEADO-EXIT.
004875     EXIT.
004876
004877******************************************************************
004878* 3800-POSICIONAR-MEMBROS
004879* POSICIONA O GMBFILE NO PRIMEIRO MEMBRO DO GRUPO CORRENTE.
004880******************************************************************
004881 3800-POSICIONAR-MEMBROS.
004882     SET NAO-FIM-MEMBROS TO TRUE.
004883     MOVE GRP-ID TO GMB-ID-GRUPO.
004884     MOVE ZEROS TO GMB-SEQ.
004885     START GMBFILE
004886         KEY IS >= GMB-CHAVE
004887         INVALID KEY
004888             SET FIM-MEMBROS TO TRUE
004889     END-START.
004890 3800-POSICIONAR-MEMBROS-EXIT.
004891     EXIT.
004892
004893******************************************************************
004894* 3810-LER-PROXIMO-MEMBRO
004895* LE O PROXIMO MEMBRO DA RELACAO. A RELACAO DO GRUPO TERMINA NA
004896* TROCA DE GRUPO.
004897******************************************************************
004898 3810-LER-PROXIMO-MEMBRO.
004899     READ GMBFILE NEXT RECORD WITH NO LOCK
004900         AT END
004901             SET FIM-MEMBROS TO TRUE
004902             GO TO 3810-LER-PROXIMO-MEMBRO-EXIT
004903     END-READ.
004904     IF GMB-ID-GRUPO NOT = GRP-ID
004905         SET FIM-MEMBROS TO TRUE
004906     END-IF.
004907 3810-LER-PROXIMO-MEMBRO-EXIT.
004908     EXIT.
004909
004910******************************************************************
004911* 3850-CLASSIFICAR-MEMBRO
004912* SITUACAO DO MEMBRO LIDO, TIRADA DA RELACAO E DO CADASTRO DO
004913* DIA NO REGFILE (A SAIDA PODE TER SIDO REGISTRADA NA OPCAO 5 OU
004914* PELO FECHAMENTO AUTOMATICO): NAO ENTROU, NO PREDIO, SAIU, OU
004915* SEM CADASTRO NO DIA (CADASTRO ALTERADO OU EXCLUIDO DEPOIS DA
004916* ENTRADA). SOMA A SITUACAO NOS CONTADORES DO GRUPO.
004917* O CADASTRO DO DIA COM O NOME DO MEMBRO SO E DELE SE TRAZ O
004918* GRUPO (REG-ID-GRUPO); SEM ISSO E UM HOMONIMO QUE ENTROU
004919* SOZINHO - O MEMBRO FICA SEM CADASTRO E O HOMONIMO NAO TEM A
004920* SAIDA REGISTRADA NEM E CONTADO COMO DO GRUPO.
004921******************************************************************
004922 3850-CLASSIFICAR-MEMBRO.
004923     IF NOT GMB-ENTROU
004924         SET MEMBRO-NAO-ENTROU TO TRUE
004925         ADD 1 TO WRK-QTDE-NAO-ENTRARAM
004926         GO TO 3850-CLASSIFICAR-MEMBRO-EXIT
004927     END-IF.
004928     ADD 1 TO WRK-QTDE-ENTRARAM.
004929     MOVE GMB-NOME TO REG-NOME.
004930     MOVE WRK-DATA-NEGOCIO TO REG-DATA-CADASTRO.
004931     READ REGFILE WITH NO LOCK
004932         KEY IS REG-CHAVE
004933         INVALID KEY
004934             SET MEMBRO-SEM-CADASTRO TO TRUE
004935             ADD 1 TO WRK-QTDE-SEM-CADASTRO
004936             GO TO 3850-CLASSIFICAR-MEMBRO-EXIT
004937     END-READ.
004938     IF REG-ID-GRUPO IS NOT NUMERIC OR REG-ID-GRUPO NOT = GRP-ID
004939         SET MEMBRO-SEM-CADASTRO TO TRUE
004940         ADD 1 TO WRK-QTDE-SEM-CADASTRO
004941         DISPLAY "AVISO: O CADASTRO DE " GMB-NOME " NO DIA NAO E "
004942                 "DO GRUPO - HOMONIMO, VERIFIQUE."
004943         GO TO 3850-CLASSIFICAR-MEMBRO-EXIT
004944     END-IF.
004945     IF REG-HORA-SAIDA IS NUMERIC AND REG-HORA-SAIDA > 0
004946         SET MEMBRO-SAIU TO TRUE
004947         ADD 1 TO WRK-QTDE-SAIRAM
004948     ELSE
004949         SET MEMBRO-NO-PREDIO TO TRUE
004950         ADD 1 TO WRK-QTDE-NO-PREDIO
004951     END-IF.
004952 3850-CLASSIFICAR-MEMBRO-EXIT.
004953     EXIT.
004954
004955******************************************************************
004956* 3860-ZERAR-CONTADORES
004957* ZERA OS CONTADORES DE SITUACAO DO GRUPO ANTES DE PERCORRER A
004958* RELACAO.
004959******************************************************************
004960 3860-ZERAR-CONTADORES.
004961     MOVE ZEROS TO WRK-QTDE-NAO-ENTRARAM.
004962     MOVE ZEROS TO WRK-QTDE-ENTRARAM.
004963     MOVE ZEROS TO WRK-QTDE-SEM-CADASTRO.
004964     MOVE ZEROS TO WRK-QTDE-SAIRAM.
004965     MOVE ZEROS TO WRK-QTDE-NO-PREDIO.
004966 3860-ZERAR-CONTADORES-EXIT.
004967     EXIT.
004968
004969******************************************************************
004970* 3870-EXIBIR-CONTADORES
004971* EXIBE O PREVISTO CONTRA O REALIZADO DO GRUPO.
004972******************************************************************
004973 3870-EXIBIR-CONTADORES.
004974     DISPLAY "PREVISTOS: " GRP-QTDE-PREVISTA
004975             "  NA RELACAO: " GRP-QTDE-RELACAO
004976             "  ENTRARAM: " WRK-QTDE-ENTRARAM.
004977     DISPLAY "SAIRAM: " WRK-QTDE-SAIRAM
004978             "  NO PREDIO: " WRK-QTDE-NO-PREDIO
004979             "  SEM CADASTRO: " WRK-QTDE-SEM-CADASTRO
004980             "  NAO ENTRARAM: " WRK-QTDE-NAO-ENTRARAM.
004981 3870-EXIBIR-CONTADORES-EXIT.
004982     EXIT.
004983
004984******************************************************************
004985* 3900-SITUACAO-GRUPO
004986* LISTA A RELACAO DO GRUPO COM A SITUACAO DE CADA MEMBRO E O
004987* PREVISTO CONTRA O REALIZADO.
004988******************************************************************
004989 3900-SITUACAO-GRUPO.
004990     PERFORM 3860-ZERAR-CONTADORES
004991         THRU 3860-ZERAR-CONTADORES-EXIT.
004992     PERFORM 3800-POSICIONAR-MEMBROS
004993         THRU 3800-POSICIONAR-MEMBROS-EXIT.
004994     PERFORM 3910-SITUACAO-MEMBRO THRU 3910-SITUACAO-MEMBRO-EXIT
004995         UNTIL FIM-MEMBROS.
004996     PERFORM 3870-EXIBIR-CONTADORES
004997         THRU 3870-EXIBIR-CONTADORES-EXIT.
004998 3900-SITUACAO-GRUPO-EXIT.
004999     EXIT.
005000
005001******************************************************************
005002* 3910-SITUACAO-MEMBRO
005003* LE, CLASSIFICA E EXIBE O PROXIMO MEMBRO DA RELACAO.
005004******************************************************************
005005 3910-SITUACAO-MEMBRO.
005006     PERFORM 3810-LER-PROXIMO-MEMBRO
005007         THRU 3810-LER-PROXIMO-MEMBRO-EXIT.
005008     IF FIM-MEMBROS
005009         GO TO 3910-SITUACAO-MEMBRO-EXIT
005010     END-IF.
005011     PERFORM 3850-CLASSIFICAR-MEMBRO
005012         THRU 3850-CLASSIFICAR-MEMBRO-EXIT.
005013     EVALUATE TRUE
005014         WHEN MEMBRO-NAO-ENTROU
005015             DISPLAY "  " GMB-SEQ " " GMB-NOME " NAO ENTROU"
005016         WHEN MEMBRO-SEM-CADASTRO
005017             DISPLAY "  " GMB-SEQ " " GMB-NOME
005018                     " SEM CADASTRO NO DIA"
005019         WHEN MEMBRO-NO-PREDIO
005020             DISPLAY "  " GMB-SEQ " " GMB-NOME
005021                     " NO PREDIO DESDE " GMB-HORA-ENTRADA
005022         WHEN MEMBRO-SAIU
005023             DISPLAY "  " GMB-SEQ " " GMB-NOME
005024                     " SAIU AS " REG-HORA-SAIDA
005025     END-EVALUATE.
005026 3910-SITUACAO-MEMBRO-EXIT.
005027     EXIT.
005028
005029******************************************************************
005030* 4000-CONSULTAR-REGISTRANTE
005031* LOCALIZA CADASTROS DIRETAMENTE PELA CHAVE, SEM VARREDURA
005032* SEQUENCIAL DO ARQUIVO. SE A DATA FOR DEIXADA ZERADA, BUSCA
005033* PELA CHAVE ALTERNATIVA DE NOME E LISTA TODAS AS DATAS EM QUE
005034* A PESSOA ASSINOU.
005035******************************************************************
005036 4000-CONSULTAR-REGISTRANTE.
005037     DISPLAY "NOME A CONSULTAR: ".
005038     ACCEPT WRK-CHAVE-CONSULTA.
005039     DISPLAY "DATA DO CADASTRO (AAAAMMDD, OU 0 PARA TODAS): ".
005040     ACCEPT WRK-DATA-CONSULTA.
005041
005042     IF WRK-DATA-CONSULTA = 0
005043         PERFORM 4100-CONSULTAR-POR-NOME
005044             THRU 4100-CONSULTAR-POR-NOME-EXIT
005045         GO TO 4000-CONSULTAR-REGISTRANTE-EXIT
005046     END-IF.
005047
005048     MOVE WRK-CHAVE-CONSULTA TO REG-NOME.
005049     MOVE WRK-DATA-CONSULTA TO REG-DATA-CADASTRO.
005050
005051     READ REGFILE WITH NO LOCK
005052         KEY IS REG-CHAVE
005053         INVALID KEY
005054             DISPLAY "NENHUM CADASTRO ENCONTRADO PARA "
005055                     WRK-CHAVE-CONSULTA " EM " WRK-DATA-CONSULTA
005056         NOT INVALID KEY
005057             DISPLAY "NOME.......: " REG-NOME
005058             DISPLAY "DATA.......: " REG-DATA-CADASTRO
005059             DISPLAY "SEQUENCIA..: " REG-SEQUENCIA
005060             DISPLAY "HORA.......: " REG-HORA-CADASTRO
005061             DISPLAY "STATUS.....: " REG-STATUS
005062             DISPLAY "ANFITRIAO..: " REG-ID-ANFITRIAO
005063             DISPLAY "VISITANTE..: " REG-ID-VISITANTE
005064             IF REG-ID-GRUPO IS NUMERIC AND REG-ID-GRUPO > 0
005065                 DISPLAY "GRUPO......: " REG-ID-GRUPO
005066             END-IF
005067     END-READ.
005068 4000-CONSULTAR-REGISTRANTE-EXIT.
005069     EXIT.
005070
005071******************************************************************
005072* 4100-CONSULTAR-POR-NOME
005073* PERCORRE, PELA CHAVE ALTERNATIVA REG-NOME, TODOS OS CADASTROS
005074* DA PESSOA INFORMADA, INDEPENDENTE DA DATA.
005075******************************************************************
005076 4100-CONSULTAR-POR-NOME.
005077     MOVE WRK-CHAVE-CONSULTA TO REG-NOME.
005078     START REGFILE
005079         KEY IS = REG-NOME
005080         INVALID KEY
005081             DISPLAY "NENHUM CADASTRO ENCONTRADO PARA "
005082                     WRK-CHAVE-CONSULTA
005083             GO TO 4100-CONSULTAR-POR-NOME-EXIT
005084     END-START.
005085
005086     READ REGFILE NEXT RECORD WITH NO LOCK
005087         AT END
005088             MOVE SPACES TO REG-NOME
005089     END-READ.
005090
005091     PERFORM UNTIL REG-NOME NOT = WRK-CHAVE-CONSULTA
005092         DISPLAY "DATA.......: " REG-DATA-CADASTRO
005093                 "  SEQUENCIA: " REG-SEQUENCIA
005094                 "  HORA: " REG-HORA-CADASTRO
005095         READ REGFILE NEXT RECORD WITH NO LOCK
005096             AT END
005097                 MOVE SPACES TO REG-NOME
005098         END-READ
005099     END-PERFORM.
005100 4100-CONSULTAR-POR-NOME-EXIT.
005101     EXIT.
005102
005103******************************************************************
005104* 5000-ALTERAR-REGISTRANTE
005105* LOCALIZA O CADASTRO PELA CHAVE, EDITA O NOVO NOME E REGRAVA.
005106******************************************************************
005107 5000-ALTERAR-REGISTRANTE.
005108     DISPLAY "NOME A ALTERAR: ".
005109     ACCEPT WRK-CHAVE-CONSULTA.
005110     DISPLAY "DATA DO CADASTRO (AAAAMMDD): ".
005111     ACCEPT WRK-DATA-CONSULTA.
005112
005113     MOVE WRK-CHAVE-CONSULTA TO REG-NOME.
005114     MOVE WRK-DATA-CONSULTA TO REG-DATA-CADASTRO.
005120 
005130     READ REGFILE WITH LOCK
005140         KEY IS REG-CHAVE
005150         INVALID KEY
005160             DISPLAY "NENHUM CADASTRO ENCONTRADO PARA "
005170                     WRK-CHAVE-CONSULTA " EM " WRK-DATA-CONSULTA
005180             GO TO 5000-ALTERAR-REGISTRANTE-EXIT
005190     END-READ.
005192     IF REG-BLOQUEADO
005194         PERFORM 9500-AVISAR-EM-USO THRU 9500-AVISAR-EM-USO-EXIT
005196         GO TO 5000-ALTERAR-REGISTRANTE-EXIT
005198     END-IF.
005199     PERFORM 9600-VERIFICAR-DATA-FECHADA
005200         THRU 9600-VERIFICAR-DATA-FECHADA-EXIT.
005201     IF DATA-FECHADA
005202         GO TO 5000-ALTERAR-REGISTRANTE-EXIT
005203     END-IF.
005204
005210     DISPLAY "NOME ATUAL: " REG-NOME.
005220     DISPLAY "NOVO NOME: ".
005230     ACCEPT WRK-NOME.
005427     MOVE REG-IND-SAIDA-AUTO TO WRK-SALVO-IND-AUTO.
005428     MOVE REG-COD-ERRO-RH TO WRK-SALVO-COD-ERRO-RH.
005429     MOVE REG-IND-PRE-REG TO WRK-SALVO-IND-PRE.
005430     IF REG-ID-VISITANTE IS NUMERIC
005431         MOVE REG-ID-VISITANTE TO WRK-SALVO-ID-VISITANTE
005432     ELSE
005433         MOVE ZEROS TO WRK-SALVO-ID-VISITANTE
005434     END-IF.
005435     IF REG-ID-GRUPO IS NUMERIC
005436         MOVE REG-ID-GRUPO TO WRK-SALVO-ID-GRUPO
005437     ELSE
005438         MOVE ZEROS TO WRK-SALVO-ID-GRUPO
005439     END-IF.
005440     IF WRK-NOME NOT = WRK-SALVO-NOME
005441         MOVE WRK-NOME TO REG-NOME
005450         MOVE WRK-DATA-CONSULTA TO REG-DATA-CADASTRO
005460         READ REGFILE WITH NO LOCK
005470             KEY IS REG-CHAVE
005480             NOT INVALID KEY
005490                 DISPLAY "JA EXISTE CADASTRO PARA " WRK-NOME
005500                         " NESTA DATA - ALTERACAO CANCELADA"
005510                 GO TO 5000-ALTERAR-REGISTRANTE-EXIT
005520         END-READ
005521         IF REG-BLOQUEADO
005522             PERFORM 9500-AVISAR-EM-USO
005523                 THRU 9500-AVISAR-EM-USO-EXIT
005524             GO TO 5000-ALTERAR-REGISTRANTE-EXIT
005525         END-IF
005530     END-IF.
005540 
005550*    REPOSICIONA NO REGISTRO ORIGINAL PARA O DELETE, JA QUE A
005570*    CHAVE.
005580     MOVE WRK-SALVO-NOME TO REG-NOME.
005590     MOVE WRK-SALVO-DATA-CADASTRO TO REG-DATA-CADASTRO.
005600     READ REGFILE WITH LOCK
005610         KEY IS REG-CHAVE
005620         INVALID KEY
005630             DISPLAY "ERRO AO RELOCALIZAR CADASTRO ORIGINAL - "
005787     MOVE WRK-SALVO-IND-AUTO TO REG-IND-SAIDA-AUTO.
005788     MOVE WRK-SALVO-COD-ERRO-RH TO REG-COD-ERRO-RH.
005789     MOVE WRK-SALVO-IND-PRE TO REG-IND-PRE-REG.
005790     MOVE WRK-SALVO-ID-VISITANTE TO REG-ID-VISITANTE.
005791     MOVE WRK-SALVO-ID-GRUPO TO REG-ID-GRUPO.
005792     WRITE REG-REGISTRO
005800         INVALID KEY
005810             DISPLAY "ERRO AO GRAVAR NOVO NOME - STATUS "
005820                     WRK-REG-STATUS
005870                 THRU 3300-GRAVAR-AUDITORIA-EXIT
005880     END-WRITE.
005890 5000-ALTERAR-REGISTRANTE-EXIT.
005895     UNLOCK REGFILE.
005900     EXIT.
005910 
005920******************************************************************
006030     MOVE WRK-CHAVE-CONSULTA TO REG-NOME.
006040     MOVE WRK-DATA-CONSULTA TO REG-DATA-CADASTRO.
006050 
006060     READ REGFILE WITH LOCK
006070         KEY IS REG-CHAVE
006080         INVALID KEY
006090             DISPLAY "NENHUM CADASTRO ENCONTRADO PARA "
006100                     WRK-CHAVE-CONSULTA " EM " WRK-DATA-CONSULTA
006110             GO TO 6000-EXCLUIR-REGISTRANTE-EXIT
006120     END-READ.
006121     IF REG-BLOQUEADO
006122         PERFORM 9500-AVISAR-EM-USO THRU 9500-AVISAR-EM-USO-EXIT
006123         GO TO 6000-EXCLUIR-REGISTRANTE-EXIT
006124     END-IF.
006125     PERFORM 9600-VERIFICAR-DATA-FECHADA
006126         THRU 9600-VERIFICAR-DATA-FECHADA-EXIT.
006127     IF DATA-FECHADA
006128         GO TO 6000-EXCLUIR-REGISTRANTE-EXIT
006129     END-IF.
006130
006131*    GUARDA O QUE A EXCLUSAO PRECISA DESFAZER (CRACHA E
006132*    OCUPACAO) ANTES DO DELETE, QUE INVALIDA A AREA DO
006133*    REGISTRO.
006134     MOVE REG-DATA-CADASTRO TO WRK-SALVO-DATA-CADASTRO.
006135     IF REG-NUM-CRACHA IS NUMERIC
006136         MOVE REG-NUM-CRACHA TO WRK-SALVO-NUM-CRACHA
006137     ELSE
006138         MOVE ZEROS TO WRK-SALVO-NUM-CRACHA
006139     END-IF.
006140     IF REG-HORA-SAIDA IS NUMERIC
006141         MOVE REG-HORA-SAIDA TO WRK-SALVO-HORA-SAIDA
006142     ELSE
006143         MOVE ZEROS TO WRK-SALVO-HORA-SAIDA
006144     END-IF.
006145     MOVE REG-IND-PRE-REG TO WRK-SALVO-IND-PRE.
006146
006147     DELETE REGFILE RECORD
006150         INVALID KEY
006160             DISPLAY "ERRO AO EXCLUIR - STATUS " WRK-REG-STATUS
006170         NOT INVALID KEY
006222                 THRU 8720-ESTORNAR-INCLUSAO-EXIT
006230     END-DELETE.
006240 6000-EXCLUIR-REGISTRANTE-EXIT.
006245     UNLOCK REGFILE.
006250     EXIT.
006260
006261******************************************************************
006267 7000-REGISTRAR-SAIDA.
006268     DISPLAY "NOME PARA REGISTRAR SAIDA: ".
006269     ACCEPT WRK-CHAVE-CONSULTA.
006270     PERFORM 7050-GRAVAR-SAIDA THRU 7050-GRAVAR-SAIDA-EXIT.
006271 7000-REGISTRAR-SAIDA-EXIT.
006272     EXIT.
006273
006274******************************************************************
006275* 7050-GRAVAR-SAIDA
006276* CARIMBA A HORA DE SAIDA NO CADASTRO DO DIA DO NOME EM
006277* WRK-CHAVE-CONSULTA, COM AUDITORIA, DEVOLUCAO DO CRACHA,
006278* OCUPACAO E AVISO AO ANFITRIAO. USADO PELA SAIDA INDIVIDUAL
006279* (7000) E PELA SAIDA DO GRUPO (7100); DEVOLVE SAIDA-EFETUADA
006280* QUANDO A SAIDA FOI GRAVADA.
006281******************************************************************
006282 7050-GRAVAR-SAIDA.
006283     SET SAIDA-NAO-EFETUADA TO TRUE.
006284
006285     MOVE WRK-CHAVE-CONSULTA TO REG-NOME.
006286     MOVE WRK-DATA-NEGOCIO TO REG-DATA-CADASTRO.
006287
006288     READ REGFILE WITH LOCK
006289         KEY IS REG-CHAVE
006290         INVALID KEY
006291             DISPLAY "NENHUM CADASTRO ENCONTRADO PARA "
006292                     WRK-CHAVE-CONSULTA " NA DATA DE HOJE"
006293             GO TO 7050-GRAVAR-SAIDA-EXIT
006294     END-READ.
006295     IF REG-BLOQUEADO
006296         PERFORM 9500-AVISAR-EM-USO THRU 9500-AVISAR-EM-USO-EXIT
006297         GO TO 7050-GRAVAR-SAIDA-EXIT
006298     END-IF.
006299     PERFORM 9600-VERIFICAR-DATA-FECHADA
006300         THRU 9600-VERIFICAR-DATA-FECHADA-EXIT.
006301     IF DATA-FECHADA
006302         GO TO 7050-GRAVAR-SAIDA-EXIT
006303     END-IF.
006304
006305*    PRE-REGISTRO DA ATIVACAO (PROGCB23) SEM CHEGADA CONFIRMADA
006306*    NAO TEM SAIDA A REGISTRAR - O VISITANTE NUNCA ENTROU NO
006307*    PREDIO E NAO FOI CONTADO NA OCUPACAO.
006308     IF REG-PRE-REGISTRADO
006309         DISPLAY "CHEGADA NAO CONFIRMADA PARA "
006310                 WRK-CHAVE-CONSULTA
006311         DISPLAY "- USE A OPCAO 1 PARA CONFIRMAR A CHEGADA."
006312         GO TO 7050-GRAVAR-SAIDA-EXIT
006313     END-IF.
006314
006315     IF REG-HORA-SAIDA IS NUMERIC AND REG-HORA-SAIDA > 0
006316         DISPLAY "SAIDA JA REGISTRADA AS " REG-HORA-SAIDA
006317                 " - SERA SUBSTITUIDA."
006318     END-IF.
006319
006320     ACCEPT WRK-HORA-ATUAL FROM TIME.
006321     MOVE WRK-HORA-ATUAL TO REG-HORA-SAIDA.
006322     MOVE SPACES TO REG-IND-SAIDA-AUTO.
006323     REWRITE REG-REGISTRO
006324         INVALID KEY
006325             DISPLAY "ERRO AO REGISTRAR SAIDA - STATUS "
006326                     WRK-REG-STATUS
006327         NOT INVALID KEY
006328             DISPLAY "SAIDA REGISTRADA AS " WRK-HORA-ATUAL
006329                     " PARA " WRK-CHAVE-CONSULTA
006330             SET SAIDA-EFETUADA TO TRUE
006331             MOVE WRK-CHAVE-CONSULTA TO WRK-NOME
006332             SET AUD-OPER-SAIDA TO TRUE
006333             PERFORM 3300-GRAVAR-AUDITORIA
006334                 THRU 3300-GRAVAR-AUDITORIA-EXIT
006335             PERFORM 8700-DEVOLVER-CRACHA
006336                 THRU 8700-DEVOLVER-CRACHA-EXIT
006337             PERFORM 9200-CONTAR-SAIDA
006338                 THRU 9200-CONTAR-SAIDA-EXIT
006339             SET AVISO-DE-SAIDA TO TRUE
006340             PERFORM 3400-GRAVAR-NOTIFICACAO
006341                 THRU 3400-GRAVAR-NOTIFICACAO-EXIT
006342     END-REWRITE.
006343 7050-GRAVAR-SAIDA-EXIT.
006344     UNLOCK REGFILE.
006345     EXIT.
006346
006347******************************************************************
006348* 7100-SAIDA-GRUPO
006349* SAIDA DO GRUPO NUM SO PASSO: O OPERADOR INFORMA OS NUMEROS DE
006350* ORDEM DOS MEMBROS QUE FICAM NO PREDIO E, CONFIRMADA A SAIDA,
006351* CADA MEMBRO QUE ENTROU E AINDA ESTA DENTRO TEM A SAIDA GRAVADA
006352* COMO NA OPCAO 5 (7050 - AUDITORIA, CRACHA, OCUPACAO E AVISO AO
006353* ANFITRIAO). EM SEGUIDA EXIBE A LISTA DE EXCECOES E, SE NINGUEM
006354* DO GRUPO FICOU DENTRO, ENCERRA O GRUPO.
006355******************************************************************
006356 7100-SAIDA-GRUPO.
006357     IF GRP-ENCERRADO
006358         DISPLAY "GRUPO JA ENCERRADO AS " GRP-HORA-SAIDA "."
006359         GO TO 7100-SAIDA-GRUPO-EXIT
006360     END-IF.
006361     MOVE SPACES TO WRK-TAB-PERMANECE.
006362     DISPLAY "MEMBROS QUE PERMANECEM NO PREDIO:".
006363     SET NAO-FIM-PERMANENCIA TO TRUE.
006364     PERFORM 7110-MARCAR-PERMANENCIA
006365         THRU 7110-MARCAR-PERMANENCIA-EXIT
006366         UNTIL FIM-PERMANENCIA.
006367     DISPLAY "CONFIRMA A SAIDA DO GRUPO " GRP-ID " (S/N)? ".
006368     ACCEPT WRK-CONFIRMA-GRUPO.
006369     IF WRK-CONFIRMA-GRUPO NOT = "S"
006370         DISPLAY "SAIDA DO GRUPO CANCELADA."
006371         GO TO 7100-SAIDA-GRUPO-EXIT
006372     END-IF.
006373
006374     MOVE ZEROS TO WRK-QTDE-PROCESSADOS.
006375     PERFORM 3860-ZERAR-CONTADORES
006376         THRU 3860-ZERAR-CONTADORES-EXIT.
006377     PERFORM 3800-POSICIONAR-MEMBROS
006378         THRU 3800-POSICIONAR-MEMBROS-EXIT.
006379     PERFORM 7120-SAIDA-MEMBRO THRU 7120-SAIDA-MEMBRO-EXIT
006380         UNTIL FIM-MEMBROS.
006381     DISPLAY WRK-QTDE-PROCESSADOS " SAIDA(S) REGISTRADA(S) NESTA "
006382             "OPERACAO.".
006383     PERFORM 7200-LISTAR-EXCECOES THRU 7200-LISTAR-EXCECOES-EXIT.
006384 7100-SAIDA-GRUPO-EXIT.
006385     EXIT.
006386
006387******************************************************************
006388* 7110-MARCAR-PERMANENCIA
006389* RECEBE O NUMERO DE ORDEM DE UM MEMBRO QUE FICA NO PREDIO.
006390* ZERO ENCERRA A LISTA.
006391******************************************************************
006392 7110-MARCAR-PERMANENCIA.
006393     DISPLAY "NUMERO DE ORDEM (ZERO = ENCERRAR): ".
006394     ACCEPT WRK-SEQ-MEMBRO.
006395     IF WRK-SEQ-MEMBRO IS NOT NUMERIC
006396         DISPLAY "NUMERO DE ORDEM INVALIDO."
006397         GO TO 7110-MARCAR-PERMANENCIA-EXIT
006398     END-IF.
006399     IF WRK-SEQ-MEMBRO = 0
006400         SET FIM-PERMANENCIA TO TRUE
006401         GO TO 7110-MARCAR-PERMANENCIA-EXIT
006402     END-IF.
006403     MOVE GRP-ID TO GMB-ID-GRUPO.
006404     MOVE WRK-SEQ-MEMBRO TO GMB-SEQ.
006405     READ GMBFILE WITH NO LOCK
006406         KEY IS GMB-CHAVE
006407         INVALID KEY
006408             DISPLAY "MEMBRO NAO CONSTA DA RELACAO DO GRUPO."
006409             GO TO 7110-MARCAR-PERMANENCIA-EXIT
006410     END-READ.
006411     SET MEMBRO-PERMANECE(WRK-SEQ-MEMBRO) TO TRUE.
006412     DISPLAY GMB-NOME " PERMANECE NO PREDIO.".
006413 7110-MARCAR-PERMANENCIA-EXIT.
006414     EXIT.
006415
006416******************************************************************
006417* 7120-SAIDA-MEMBRO
006418* LE O PROXIMO MEMBRO DA RELACAO E GRAVA A SAIDA DE QUEM ENTROU,
006419* AINDA ESTA NO PREDIO E NAO FOI MARCADO PARA PERMANECER.
006420******************************************************************
006421 7120-SAIDA-MEMBRO.
006422     PERFORM 3810-LER-PROXIMO-MEMBRO
006423         THRU 3810-LER-PROXIMO-MEMBRO-EXIT.
006424     IF FIM-MEMBROS
006425         GO TO 7120-SAIDA-MEMBRO-EXIT
006426     END-IF.
006427     IF MEMBRO-PERMANECE(GMB-SEQ)
006428         GO TO 7120-SAIDA-MEMBRO-EXIT
006429     END-IF.
006430     PERFORM 3850-CLASSIFICAR-MEMBRO
006431         THRU 3850-CLASSIFICAR-MEMBRO-EXIT.
006432     IF NOT MEMBRO-NO-PREDIO
006433         GO TO 7120-SAIDA-MEMBRO-EXIT
006434     END-IF.
006435     MOVE GMB-NOME TO WRK-CHAVE-CONSULTA.
006436     PERFORM 7050-GRAVAR-SAIDA THRU 7050-GRAVAR-SAIDA-EXIT.
006437     IF SAIDA-EFETUADA
006438         ADD 1 TO WRK-QTDE-PROCESSADOS
006439     END-IF.
006440 7120-SAIDA-MEMBRO-EXIT.
006441     EXIT.
006442
006443******************************************************************
006444* 7200-LISTAR-EXCECOES
006445* RELE A RELACAO DEPOIS DA SAIDA E LISTA QUEM NAO SAIU: QUEM NAO
006446* ENTROU, QUEM FICOU NO PREDIO A PEDIDO, QUEM TEVE A SAIDA
006447* RECUSADA (CADASTRO EM USO, DATA FECHADA) E QUEM NAO TEM MAIS
006448* CADASTRO NO DIA. A SITUACAO VEM DO REGFILE, NAO DO QUE FOI
006449* TENTADO. SEM NINGUEM DO GRUPO DENTRO, O GRUPO E ENCERRADO.
006450******************************************************************
006451 7200-LISTAR-EXCECOES.
006452     DISPLAY " ".
006453     DISPLAY "=== EXCECOES DA SAIDA DO GRUPO " GRP-ID " ===".
006454     PERFORM 3860-ZERAR-CONTADORES
006455         THRU 3860-ZERAR-CONTADORES-EXIT.
006456     PERFORM 3800-POSICIONAR-MEMBROS
006457         THRU 3800-POSICIONAR-MEMBROS-EXIT.
006458     PERFORM 7210-EXCECAO-MEMBRO THRU 7210-EXCECAO-MEMBRO-EXIT
006459         UNTIL FIM-MEMBROS.
006460     IF WRK-QTDE-NAO-ENTRARAM = 0 AND WRK-QTDE-NO-PREDIO = 0
006461             AND WRK-QTDE-SEM-CADASTRO = 0
006462         DISPLAY "NENHUMA EXCECAO - TODOS OS MEMBROS SAIRAM."
006463     END-IF.
006464     PERFORM 3870-EXIBIR-CONTADORES
006465         THRU 3870-EXIBIR-CONTADORES-EXIT.
006466     IF WRK-QTDE-ENTRARAM > 0 AND WRK-QTDE-NO-PREDIO = 0
006467             AND WRK-QTDE-SEM-CADASTRO = 0
006468         PERFORM 7300-ENCERRAR-GRUPO
006469             THRU 7300-ENCERRAR-GRUPO-EXIT
006470     END-IF.
006471 7200-LISTAR-EXCECOES-EXIT.
006472     EXIT.
006473
006474******************************************************************
006475* 7210-EXCECAO-MEMBRO
006476* LE E CLASSIFICA O PROXIMO MEMBRO; EXIBE-O SE NAO SAIU.
006477******************************************************************
006478 7210-EXCECAO-MEMBRO.
006479     PERFORM 3810-LER-PROXIMO-MEMBRO
006480         THRU 3810-LER-PROXIMO-MEMBRO-EXIT.
006481     IF FIM-MEMBROS
006482         GO TO 7210-EXCECAO-MEMBRO-EXIT
006483     END-IF.
006484     PERFORM 3850-CLASSIFICAR-MEMBRO
006485         THRU 3850-CLASSIFICAR-MEMBRO-EXIT.
006486     EVALUATE TRUE
006487         WHEN MEMBRO-NAO-ENTROU
006488             DISPLAY "  " GMB-SEQ " " GMB-NOME " NAO ENTROU"
006489         WHEN MEMBRO-SEM-CADASTRO
006490             DISPLAY "  " GMB-SEQ " " GMB-NOME
006491                     " SEM CADASTRO NO DIA"
006492         WHEN MEMBRO-NO-PREDIO
006493             IF MEMBRO-PERMANECE(GMB-SEQ)
006494                 DISPLAY "  " GMB-SEQ " " GMB-NOME
006495                         " PERMANECE NO PREDIO"
006496             ELSE
006497                 DISPLAY "  " GMB-SEQ " " GMB-NOME
006498                         " SAIDA NAO REGISTRADA"
006499             END-IF
006500         WHEN OTHER
006501             CONTINUE
006502     END-EVALUATE.
006503 7210-EXCECAO-MEMBRO-EXIT.
006504     EXIT.
006505
006506******************************************************************
006507* 7300-ENCERRAR-GRUPO
006508* MARCA O GRUPO COMO ENCERRADO, COM A HORA DA SAIDA. O GRUPO E
006509* RELIDO SOB BLOQUEIO, COM AS MESMAS TENTATIVAS DO CONTROLE DE
006510* SEQUENCIAS, POIS O PROGCB38 GRAVA O MESMO REGISTRO.
006511******************************************************************
006512 7300-ENCERRAR-GRUPO.
006513     PERFORM 7310-LER-GRUPO-BLOQUEADO
006514         THRU 7310-LER-GRUPO-BLOQUEADO-EXIT
006515         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
006516         UNTIL WRK-TENTATIVAS-BLOQ > 200
006517            OR NOT GRP-BLOQUEADO.
006518     IF WRK-GRP-STATUS NOT = "00"
006519         DISPLAY "GRUPO NAO ENCERRADO - STATUS " WRK-GRP-STATUS
006520         GO TO 7300-ENCERRAR-GRUPO-EXIT
006521     END-IF.
006522     ACCEPT WRK-HORA-ATUAL FROM TIME.
006523     SET GRP-ENCERRADO TO TRUE.
006524     MOVE WRK-HORA-ATUAL TO GRP-HORA-SAIDA.
006525     MOVE WRK-OPERADOR-ID TO GRP-OPERADOR.
006526     REWRITE GRP-REGISTRO
006527         INVALID KEY
006528             DISPLAY "ERRO AO ENCERRAR O GRUPO - STATUS "
006529                     WRK-GRP-STATUS
006530         NOT INVALID KEY
006531             DISPLAY "GRUPO " GRP-ID " ENCERRADO AS "
006532                     GRP-HORA-SAIDA "."
006533     END-REWRITE.
006534 7300-ENCERRAR-GRUPO-EXIT.
006535     UNLOCK GRPFILE.
006536     EXIT.
006537
006538******************************************************************
006539* 7310-LER-GRUPO-BLOQUEADO
006540* UMA TENTATIVA DE LER O GRUPO SOB BLOQUEIO.
006541******************************************************************
006542 7310-LER-GRUPO-BLOQUEADO.
006543     MOVE WRK-NUM-GRUPO TO GRP-ID.
006544     READ GRPFILE WITH LOCK
006545         KEY IS GRP-ID
006546         INVALID KEY
006547             CONTINUE
006548     END-READ.
006549 7310-LER-GRUPO-BLOQUEADO-EXIT.
006550     EXIT.
006551
006552******************************************************************
006553* 8000-MANTER-OPERADORES
006554* MANUTENCAO DO CADASTRO DE OPERADORES (INCLUIR, LISTAR,
006555* EXCLUIR) - ACESSIVEL SOMENTE A SUPERVISORES.
006556******************************************************************
006557 8000-MANTER-OPERADORES.
006558     DISPLAY " ".
006559     DISPLAY "=== OPERADORES ===".
006560     DISPLAY "1 - INCLUIR OPERADOR".
006561     DISPLAY "2 - LISTAR OPERADORES".
006562     DISPLAY "3 - EXCLUIR OPERADOR".
006563     DISPLAY "4 - VOLTAR".
006564     DISPLAY "INFORME A OPCAO: ".
006565     ACCEPT WRK-OPCAO-OPERADOR.
006566
006567     EVALUATE WRK-OPCAO-OPERADOR
006568         WHEN "1"
006569             PERFORM 8100-INCLUIR-OPERADOR
006570                 THRU 8100-INCLUIR-OPERADOR-EXIT
006571         WHEN "2"
006572             PERFORM 8200-LISTAR-OPERADORES
006573                 THRU 8200-LISTAR-OPERADORES-EXIT
006580         WHEN "3"
006590             PERFORM 8300-EXCLUIR-OPERADOR
006600                 THRU 8300-EXCLUIR-OPERADOR-EXIT
007690
007700******************************************************************
007710* 8400-VERIFICAR-IMPEDIDO
007720* CONSULTA A LISTA DE IMPEDIDOS (WTCFILE) PELA IDENTIFICACAO DO
007730* VISITANTE E PELO DOCUMENTO DO SEU CADASTRO MESTRE (8410); O
007740* NOME SO DECIDE QUANDO FALTA IDENTIDADE DE UM DOS LADOS. ENTRADA
007750* ACHADA SO PROSSEGUE COM LIBERACAO DE SUPERVISOR (8500); SEM
007760* LISTA DISPONIVEL O CADASTRO SEGUE NORMALMENTE.
007770******************************************************************
007780 8400-VERIFICAR-IMPEDIDO.
007790     SET NOME-LIBERADO TO TRUE.
007800     IF LISTA-IMPED-INDISPON
007810         GO TO 8400-VERIFICAR-IMPEDIDO-EXIT
007820     END-IF.
007830     PERFORM 8410-PROCURAR-IMPEDIMENTO
007840         THRU 8410-PROCURAR-IMPEDIMENTO-EXIT.
007850     IF IMPEDIMENTO-NAO-ACHADO
007860         GO TO 8400-VERIFICAR-IMPEDIDO-EXIT
007870     END-IF.
007880     DISPLAY WTC-NOME " CONSTA DA LISTA DE IMPEDIDOS DESDE "
007890             WTC-DATA-INCLUSAO.
007900     DISPLAY "MOTIVO: " WTC-MOTIVO.
007910     PERFORM 8500-PEDIR-LIBERACAO
007920         THRU 8500-PEDIR-LIBERACAO-EXIT.
007930 8400-VERIFICAR-IMPEDIDO-EXIT.
007940     EXIT.
007941
007942******************************************************************
007943* 8410-PROCURAR-IMPEDIMENTO
007944* PROCURA NA LISTA, NESTA ORDEM: A IDENTIFICACAO DO VISITANTE
007945* (WRK-ID-VISITANTE, JA SEGUIDA A UNIFICACAO), O DOCUMENTO DO SEU
007946* CADASTRO MESTRE E, POR ULTIMO, O NOME. O NOME SO IMPEDE SE O
007947* VISITANTE NAO TEM CADASTRO MESTRE COM DOCUMENTO (MEMBRO DE
007948* GRUPO, CADASTRO INDISPONIVEL, PROVISORIA DA ATIVACAO) OU SE A
007949* ENTRADA DA LISTA NAO TEM IDENTIFICACAO NEM DOCUMENTO; COM OS
007950* DOIS LADOS IDENTIFICADOS E DIFERENTES, E UM HOMONIMO - AVISA E
007951* NAO IMPEDE.
007952******************************************************************
007953 8410-PROCURAR-IMPEDIMENTO.
007954     SET IMPEDIMENTO-NAO-ACHADO TO TRUE.
007955     SET VISITANTE-SEM-IDENTIDADE TO TRUE.
007956     IF WRK-ID-VISITANTE = 0
007957         GO TO 8410-PROCURAR-POR-NOME
007958     END-IF.
007959     MOVE WRK-ID-VISITANTE TO WTC-ID-VISITANTE.
007960     READ WTCFILE
007961         KEY IS WTC-ID-VISITANTE
007962         INVALID KEY
007963             CONTINUE
007964         NOT INVALID KEY
007965             SET IMPEDIMENTO-ACHADO TO TRUE
007966             GO TO 8410-PROCURAR-IMPEDIMENTO-EXIT
007967     END-READ.
007968     IF VISFILE-INDISPONIVEL
007969         GO TO 8410-PROCURAR-POR-NOME
007970     END-IF.
007971     MOVE WRK-ID-VISITANTE TO VIS-ID.
007972     READ VISFILE WITH NO LOCK
007973         KEY IS VIS-ID
007974         INVALID KEY
007975             GO TO 8410-PROCURAR-POR-NOME
007976     END-READ.
007977     IF VIS-SEM-DOCUMENTO
007978         GO TO 8410-PROCURAR-POR-NOME
007979     END-IF.
007980     SET VISITANTE-DOCUMENTADO TO TRUE.
007981     MOVE VIS-DOCUMENTO TO WTC-DOCUMENTO.
007982     READ WTCFILE
007983         KEY IS WTC-DOCUMENTO
007984         INVALID KEY
007985             CONTINUE
007986         NOT INVALID KEY
007987             SET IMPEDIMENTO-ACHADO TO TRUE
007988             GO TO 8410-PROCURAR-IMPEDIMENTO-EXIT
007989     END-READ.
007990
007991 8410-PROCURAR-POR-NOME.
007992     MOVE WRK-NOME TO WTC-NOME.
007993     READ WTCFILE
007994         KEY IS WTC-NOME
007995         INVALID KEY
007996             GO TO 8410-PROCURAR-IMPEDIMENTO-EXIT
007997     END-READ.
007998     IF VISITANTE-DOCUMENTADO
007999             AND ((WTC-ID-VISITANTE IS NUMERIC
008000                   AND WTC-ID-VISITANTE NOT = 0)
008001               OR WTC-DOCUMENTO NOT = SPACES)
008002         DISPLAY "AVISO: " WRK-NOME " CONSTA DA LISTA DE "
008003                 "IMPEDIDOS COM OUTRA IDENTIFICACAO ("
008004                 WTC-ID-VISITANTE ") - "
008005                 "HOMONIMO, NAO IMPEDIDO."
008006         GO TO 8410-PROCURAR-IMPEDIMENTO-EXIT
008007     END-IF.
008008     SET IMPEDIMENTO-ACHADO TO TRUE.
008009 8410-PROCURAR-IMPEDIMENTO-EXIT.
008010     EXIT.
008011
008012******************************************************************
008013* 8500-PEDIR-LIBERACAO
008014* PEDE A IDENTIFICACAO DE UM SUPERVISOR PARA LIBERAR A INCLUSAO
008015* DE UM NOME IMPEDIDO. A LIBERACAO E GRAVADA NO LOG DE
008016* AUDITORIA COM A IDENTIFICACAO DO SUPERVISOR QUE AUTORIZOU.
008017******************************************************************
008020 8500-PEDIR-LIBERACAO.
008030     SET NOME-IMPEDIDO TO TRUE.
008040     DISPLAY "SUPERVISOR PARA LIBERAR (BRANCO = CANCELAR): ".
008390* PROCURA NO INVENTARIO (BDGFILE) O PRIMEIRO CRACHA DISPONIVEL
008400* PARA O NOVO CADASTRO. CRACHA PERDIDO NAO E REATRIBUIDO. SEM
008410* CRACHA DISPONIVEL O CADASTRO SEGUE SEM NUMERO (ZEROS), COM
008420* AVISO AO OPERADOR. O CRACHA ACHADO JA SAI TOMADO (EM USO) NO
008425* INVENTARIO; SE O CADASTRO NAO ENTRAR, 8660 O DEVOLVE.
008430******************************************************************
008440 8600-ATRIBUIR-CRACHA.
008450     MOVE ZEROS TO WRK-NUM-CRACHA.
008630
008640******************************************************************
008650* 8610-PROCURAR-DISPONIVEL
008660* LE O PROXIMO CRACHA DO INVENTARIO E, NO PRIMEIRO DISPONIVEL,
008670* TENTA TOMA-LO: RELE O CRACHA SOB BLOQUEIO, CONFERE QUE CONTINUA
008672* DISPONIVEL E JA O REGRAVA EM USO, COM O PORTADOR E O MOMENTO DA
008674* ATRIBUICAO. CRACHA PRESO OU JA TOMADO PELO OUTRO POSTO E
008676* PULADO E A PROCURA CONTINUA NO SEGUINTE, PARA QUE UM CRACHA
008678* NUNCA SEJA ENTREGUE A DUAS PESSOAS.
008680******************************************************************
008690 8610-PROCURAR-DISPONIVEL.
008700     READ BDGFILE NEXT RECORD WITH NO LOCK
008710         AT END
008720             SET FIM-BDGFILE TO TRUE
008730             GO TO 8610-PROCURAR-DISPONIVEL-EXIT
008740     END-READ.
008741     IF WRK-BDG-STATUS NOT = "00"
008742         SET FIM-BDGFILE TO TRUE
008743         GO TO 8610-PROCURAR-DISPONIVEL-EXIT
008744     END-IF.
008745     IF NOT BDG-DISPONIVEL
008746         GO TO 8610-PROCURAR-DISPONIVEL-EXIT
008747     END-IF.
008748
008749     MOVE BDG-NUMERO TO WRK-NUM-CRACHA.
008750     READ BDGFILE WITH LOCK
008751         KEY IS BDG-NUMERO
008752         INVALID KEY
008753             GO TO 8615-REPOSICIONAR
008754     END-READ.
008755     IF WRK-BDG-STATUS NOT = "00" OR NOT BDG-DISPONIVEL
008756         UNLOCK BDGFILE
008757         GO TO 8615-REPOSICIONAR
008758     END-IF.
008759     SET BDG-EM-USO TO TRUE.
008760     MOVE WRK-NOME TO BDG-NOME-PORTADOR.
008761     MOVE WRK-DATA-NEGOCIO TO BDG-DATA-ATRIBUICAO.
008762     MOVE WRK-HORA-ATUAL TO BDG-HORA-ATRIBUICAO.
008763     REWRITE BDG-REGISTRO
008764         INVALID KEY
008765             DISPLAY "ERRO AO MARCAR CRACHA EM USO - STATUS "
008766                     WRK-BDG-STATUS
008767     END-REWRITE.
008768     IF WRK-BDG-STATUS NOT = "00"
008769         UNLOCK BDGFILE
008770         GO TO 8615-REPOSICIONAR
008771     END-IF.
008772     UNLOCK BDGFILE.
008773     SET CRACHA-ACHADO TO TRUE.
008774     DISPLAY "CRACHA ATRIBUIDO: " WRK-NUM-CRACHA.
008775     GO TO 8610-PROCURAR-DISPONIVEL-EXIT.
008776
008777*    A LEITURA DIRETA MEXE NA POSICAO DA LEITURA SEQUENCIAL -
008778*    RETOMA A PROCURA LOGO DEPOIS DO CRACHA QUE NAO PODE SER
008779*    TOMADO.
008780 8615-REPOSICIONAR.
008781     MOVE WRK-NUM-CRACHA TO BDG-NUMERO.
008782     MOVE ZEROS TO WRK-NUM-CRACHA.
008783     START BDGFILE
008784         KEY IS > BDG-NUMERO
008785         INVALID KEY
008786             SET FIM-BDGFILE TO TRUE
008787     END-START.
008790 8610-PROCURAR-DISPONIVEL-EXIT.
008800     EXIT.
008810
008820******************************************************************
008830* 8660-CANCELAR-CRACHA
008840* DEVOLVE AO INVENTARIO O CRACHA TOMADO EM 8610 QUANDO O CADASTRO
008850* ACABA NAO ENTRANDO (CHAVE DUPLICADA SEM PRE-REGISTRO, CADASTRO
008860* EM USO PELO OUTRO POSTO OU ERRO DE GRAVACAO), PARA O CRACHA NAO
008870* FICAR PRESO A UM CADASTRO QUE NAO EXISTE.
008880******************************************************************
008890 8660-CANCELAR-CRACHA.
008900     IF WRK-NUM-CRACHA = 0
008910         GO TO 8660-CANCELAR-CRACHA-EXIT
008920     END-IF.
008930     MOVE WRK-NUM-CRACHA TO BDG-NUMERO.
008940     READ BDGFILE WITH LOCK
008950         KEY IS BDG-NUMERO
008960         INVALID KEY
008970             DISPLAY "AVISO: CRACHA " WRK-NUM-CRACHA " NAO "
008980                     "LOCALIZADO NO INVENTARIO."
008990             GO TO 8660-CANCELAR-CRACHA-EXIT
009000     END-READ.
009001     IF BDG-BLOQUEADO
009002         DISPLAY "AVISO: CRACHA " WRK-NUM-CRACHA " EM USO PELO "
009003                 "OUTRO POSTO - DEVOLVA PELO PROGCB15."
009004         GO TO 8660-CANCELAR-CRACHA-EXIT
009005     END-IF.
009006     IF NOT BDG-EM-USO OR BDG-NOME-PORTADOR NOT = WRK-NOME
009007         UNLOCK BDGFILE
009008         GO TO 8660-CANCELAR-CRACHA-EXIT
009009     END-IF.
009010     SET BDG-DISPONIVEL TO TRUE.
009020     MOVE SPACES TO BDG-NOME-PORTADOR.
009030     MOVE ZEROS TO BDG-DATA-ATRIBUICAO.
009040     MOVE ZEROS TO BDG-HORA-ATRIBUICAO.
009050     REWRITE BDG-REGISTRO
009060         INVALID KEY
009070             DISPLAY "ERRO AO DEVOLVER CRACHA - STATUS "
009080                     WRK-BDG-STATUS
009090         NOT INVALID KEY
009100             DISPLAY "CRACHA " WRK-NUM-CRACHA " DEVOLVIDO AO "
009105                     "INVENTARIO."
009110     END-REWRITE.
009115     UNLOCK BDGFILE.
009120 8660-CANCELAR-CRACHA-EXIT.
009130     EXIT.
009140
009150******************************************************************
009230         GO TO 8700-DEVOLVER-CRACHA-EXIT
009240     END-IF.
009250     MOVE REG-NUM-CRACHA TO BDG-NUMERO.
009260     READ BDGFILE WITH LOCK
009270         KEY IS BDG-NUMERO
009280         INVALID KEY
009290             DISPLAY "AVISO: CRACHA " REG-NUM-CRACHA " NAO "
009300                     "LOCALIZADO NO INVENTARIO."
009310             GO TO 8700-DEVOLVER-CRACHA-EXIT
009320     END-READ.
009321     IF BDG-BLOQUEADO
009322         DISPLAY "AVISO: CRACHA " REG-NUM-CRACHA " EM USO PELO "
009323                 "OUTRO POSTO - DEVOLVA PELO PROGCB15."
009324         GO TO 8700-DEVOLVER-CRACHA-EXIT
009325     END-IF.
009330     IF NOT BDG-EM-USO
009335         UNLOCK BDGFILE
009340         GO TO 8700-DEVOLVER-CRACHA-EXIT
009350     END-IF.
009360     SET BDG-DISPONIVEL TO TRUE.
009440         NOT INVALID KEY
009450             DISPLAY "CRACHA DEVOLVIDO: " BDG-NUMERO
009460     END-REWRITE.
009465     UNLOCK BDGFILE.
009470 8700-DEVOLVER-CRACHA-EXIT.
009480     EXIT.
009490
009800 8750-CONFIRMAR-CHEGADA.
009810     MOVE WRK-NOME TO REG-NOME.
009820     MOVE WRK-DATA-NEGOCIO TO REG-DATA-CADASTRO.
009830     READ REGFILE WITH LOCK
009840         KEY IS REG-CHAVE
009850         INVALID KEY
009860             DISPLAY "JA EXISTE CADASTRO PARA " WRK-NOME
009870                     " NESTA DATA - USE ALTERAR."
009873             PERFORM 8660-CANCELAR-CRACHA
009876                 THRU 8660-CANCELAR-CRACHA-EXIT
009880             GO TO 8750-CONFIRMAR-CHEGADA-EXIT
009890     END-READ.
009891     IF REG-BLOQUEADO
009892         PERFORM 9500-AVISAR-EM-USO THRU 9500-AVISAR-EM-USO-EXIT
009893         PERFORM 8660-CANCELAR-CRACHA
009894             THRU 8660-CANCELAR-CRACHA-EXIT
009895         GO TO 8750-CONFIRMAR-CHEGADA-EXIT
009896     END-IF.
009900     IF NOT REG-PRE-REGISTRADO
009910         DISPLAY "JA EXISTE CADASTRO PARA " WRK-NOME
009920                 " NESTA DATA - USE ALTERAR."
009923         PERFORM 8660-CANCELAR-CRACHA
009926             THRU 8660-CANCELAR-CRACHA-EXIT
009930         GO TO 8750-CONFIRMAR-CHEGADA-EXIT
009940     END-IF.
009950
009980     MOVE SPACES TO REG-IND-PRE-REG.
009990     MOVE WRK-ID-ANFITRIAO TO REG-ID-ANFITRIAO.
010000     MOVE WRK-NUM-CRACHA TO REG-NUM-CRACHA.
010001     IF WRK-ID-GRUPO NOT = 0
010002         MOVE WRK-ID-GRUPO TO REG-ID-GRUPO
010003     END-IF.
010004     PERFORM 8880-INCORPORAR-PROVISORIA
010006         THRU 8880-INCORPORAR-PROVISORIA-EXIT.
010007     IF INCORPORACAO-EM-USO
010008         PERFORM 8660-CANCELAR-CRACHA
010009             THRU 8660-CANCELAR-CRACHA-EXIT
010010         GO TO 8750-CONFIRMAR-CHEGADA-EXIT
010011     END-IF.
010012     REWRITE REG-REGISTRO
010020         INVALID KEY
010030             DISPLAY "ERRO AO CONFIRMAR CHEGADA - STATUS "
010040                     WRK-REG-STATUS
010043             PERFORM 8660-CANCELAR-CRACHA
010046                 THRU 8660-CANCELAR-CRACHA-EXIT
010050         NOT INVALID KEY
010060             DISPLAY "CHEGADA CONFIRMADA (PRE-REGISTRO): "
010070                     WRK-NOME
010075             SET INCLUSAO-EFETUADA TO TRUE
010080*            A INCLUSAO DO PRE-REGISTRO JA FOI AUDITADA PELA
010090*            ATIVACAO (PROGCB23) - A CONFIRMACAO SAI COMO
010100*            OPERACAO PROPRIA, PARA NAO DUPLICAR A INCLUSAO NA
010120             SET AUD-OPER-CHEGADA TO TRUE
010130             PERFORM 3300-GRAVAR-AUDITORIA
010140                 THRU 3300-GRAVAR-AUDITORIA-EXIT
010170             PERFORM 9100-CONTAR-ENTRADA
010180                 THRU 9100-CONTAR-ENTRADA-EXIT
010182             SET AVISO-DE-CHEGADA TO TRUE
010184             PERFORM 3400-GRAVAR-NOTIFICACAO
010186                 THRU 3400-GRAVAR-NOTIFICACAO-EXIT
010190     END-REWRITE.
010200 8750-CONFIRMAR-CHEGADA-EXIT.
010205     UNLOCK REGFILE.
010210     EXIT.
010220
010230******************************************************************
010510     END-IF.
010520 8800-CAPTAR-ANFITRIAO-EXIT.
010530     EXIT.
010531
010532******************************************************************
010533* 8850-IDENTIFICAR-VISITANTE
010534* PEDE O DOCUMENTO DO VISITANTE E O PROCURA NO CADASTRO MESTRE
010535* DE VISITANTES (VISFILE), SEGUINDO A UNIFICACAO QUANDO A
010536* IDENTIFICACAO ACHADA FOI INCORPORADA A OUTRA. SE O DOCUMENTO
010537* NAO CONSTA (OU NAO FOI INFORMADO), CADASTRA O VISITANTE COM
010538* EMPRESA E TELEFONE SOB UMA IDENTIFICACAO NOVA. DEVOLVE A
010539* IDENTIFICACAO EM WRK-ID-VISITANTE - ZEROS COM O CADASTRO
010540* INDISPONIVEL, QUANDO A VISITA SEGUE SEM IDENTIFICACAO. COM
010541* SEM-PERGUNTA-DOCUMENTO (MEMBRO DE GRUPO, 3720) NADA E PEDIDO:
010542* O VISITANTE E CADASTRADO SO COM O NOME.
010543******************************************************************
010544 8850-IDENTIFICAR-VISITANTE.
010545     SET VISITANTE-VALIDO TO TRUE.
010546     MOVE ZEROS TO WRK-ID-VISITANTE.
010547     IF VISFILE-INDISPONIVEL
010548         GO TO 8850-IDENTIFICAR-VISITANTE-EXIT
010549     END-IF.
010550     IF SEM-PERGUNTA-DOCUMENTO
010551         MOVE SPACE TO WRK-TIPO-DOC
010552         MOVE SPACES TO WRK-NUM-DOC WRK-EMPRESA-VIS
010553                        WRK-TELEFONE-VIS
010554         GO TO 8850-CADASTRAR-VISITANTE
010555     END-IF.
010556     DISPLAY "DOCUMENTO DO VISITANTE (C=CPF R=RG P=PASSAPORTE, "
010557             "EM BRANCO = SEM DOCUMENTO): ".
010558     ACCEPT WRK-TIPO-DOC.
010559     MOVE SPACES TO WRK-NUM-DOC.
010560     IF WRK-TIPO-DOC NOT = SPACE
010561         DISPLAY "NUMERO DO DOCUMENTO: "
010562         ACCEPT WRK-NUM-DOC
010563     END-IF.
010564     PERFORM 8855-EDITAR-DOCUMENTO
010565         THRU 8855-EDITAR-DOCUMENTO-EXIT.
010566     IF VISITANTE-INVALIDO
010567         DISPLAY "INCLUSAO CANCELADA."
010568         GO TO 8850-IDENTIFICAR-VISITANTE-EXIT
010569     END-IF.
010570
010571     IF WRK-TIPO-DOC NOT = SPACE
010572         MOVE WRK-TIPO-DOC TO VIS-TIPO-DOC
010573         MOVE WRK-NUM-DOC TO VIS-NUM-DOC
010574         READ VISFILE WITH NO LOCK
010575             KEY IS VIS-DOCUMENTO
010576             INVALID KEY
010577                 DISPLAY "DOCUMENTO NAO CADASTRADO - NOVO "
010578                         "VISITANTE."
010579             NOT INVALID KEY
010580                 PERFORM 8870-SEGUIR-INCORPORACAO
010581                     THRU 8870-SEGUIR-INCORPORACAO-EXIT
010582                     VARYING WRK-SALTOS-INCORP FROM 1 BY 1
010583                     UNTIL WRK-SALTOS-INCORP > 10
010584                        OR NOT VIS-INCORPORADO
010585                 MOVE VIS-ID TO WRK-ID-VISITANTE
010586                 DISPLAY "VISITANTE " VIS-ID ": " VIS-NOME
010587                         " - " VIS-EMPRESA
010588                 GO TO 8850-IDENTIFICAR-VISITANTE-EXIT
010589         END-READ
010590     END-IF.
010591
010592     DISPLAY "EMPRESA DO VISITANTE: ".
010593     ACCEPT WRK-EMPRESA-VIS.
010594     DISPLAY "TELEFONE DO VISITANTE: ".
010595     ACCEPT WRK-TELEFONE-VIS.
010596
010597*    CADASTRO NOVO - O MEMBRO DE GRUPO ENTRA DIRETO AQUI, SO COM
010598*    O NOME.
010599 8850-CADASTRAR-VISITANTE.
010600     SET SEQ-DE-VISITANTE TO TRUE.
010601     PERFORM 1200-RESERVAR-SEQUENCIA
010602         THRU 1200-RESERVAR-SEQUENCIA-EXIT.
010603     IF WRK-SEQ-RESERVADA = 0
010604         SET VISITANTE-INVALIDO TO TRUE
010605         DISPLAY "INCLUSAO NAO EFETUADA - TENTE NOVAMENTE."
010606         GO TO 8850-IDENTIFICAR-VISITANTE-EXIT
010607     END-IF.
010608     MOVE SPACES TO VIS-REGISTRO.
010609     MOVE WRK-SEQ-RESERVADA TO VIS-ID.
010610     MOVE WRK-TIPO-DOC TO VIS-TIPO-DOC.
010611     MOVE WRK-NUM-DOC TO VIS-NUM-DOC.
010612     MOVE WRK-NOME TO VIS-NOME.
010613     MOVE WRK-EMPRESA-VIS TO VIS-EMPRESA.
010614     MOVE WRK-TELEFONE-VIS TO VIS-TELEFONE.
010615     MOVE WRK-DATA-NEGOCIO TO VIS-DATA-INCLUSAO.
010616     SET VIS-ATIVO TO TRUE.
010617     MOVE ZEROS TO VIS-ID-INCORPORADOR.
010618     WRITE VIS-REGISTRO
010619         INVALID KEY
010620             SET VISITANTE-INVALIDO TO TRUE
010621             DISPLAY "ERRO AO CADASTRAR VISITANTE - STATUS "
010622                     WRK-VIS-STATUS
010623             DISPLAY "INCLUSAO CANCELADA."
010624         NOT INVALID KEY
010625             MOVE VIS-ID TO WRK-ID-VISITANTE
010626             DISPLAY "VISITANTE CADASTRADO: " VIS-ID
010627     END-WRITE.
010628 8850-IDENTIFICAR-VISITANTE-EXIT.
010629     EXIT.
010630
010631******************************************************************
010632* 8855-EDITAR-DOCUMENTO
010633* TIPO DE DOCUMENTO DEVE SER C, R, P OU EM BRANCO; COM TIPO, O
010634* NUMERO E OBRIGATORIO, E O CPF TEM EXATAMENTE 11 DIGITOS (SEM
010635* PONTOS OU TRACO), PARA QUE A MESMA PESSOA NAO ENTRE COM DUAS
010636* GRAFIAS DO MESMO DOCUMENTO.
010637******************************************************************
010638 8855-EDITAR-DOCUMENTO.
010639     IF WRK-TIPO-DOC NOT = SPACE AND NOT = "C" AND NOT = "R"
010640             AND NOT = "P"
010641         SET VISITANTE-INVALIDO TO TRUE
010642         DISPLAY "TIPO DE DOCUMENTO INVALIDO: " WRK-TIPO-DOC
010643         GO TO 8855-EDITAR-DOCUMENTO-EXIT
010644     END-IF.
010645     IF WRK-TIPO-DOC NOT = SPACE AND WRK-NUM-DOC = SPACES
010646         SET VISITANTE-INVALIDO TO TRUE
010647         DISPLAY "NUMERO DO DOCUMENTO NAO INFORMADO."
010648         GO TO 8855-EDITAR-DOCUMENTO-EXIT
010649     END-IF.
010650     IF WRK-TIPO-DOC = "C"
010651         IF WRK-NUM-DOC(1:11) IS NOT NUMERIC
010652                 OR WRK-NUM-DOC(12:9) NOT = SPACES
010653             SET VISITANTE-INVALIDO TO TRUE
010654             DISPLAY "CPF DEVE TER 11 DIGITOS, SEM PONTOS OU "
010655                     "TRACO."
010656         END-IF
010657     END-IF.
010658 8855-EDITAR-DOCUMENTO-EXIT.
010659     EXIT.
010660
010661******************************************************************
010662* 8870-SEGUIR-INCORPORACAO
010663* A IDENTIFICACAO LIDA FOI INCORPORADA A OUTRA NA MANUTENCAO DE
010664* VISITANTES (PROGCB29) - PASSA PARA A QUE PERMANECEU. SE ESTA
010665* NAO FOR ACHADA, FICA A IDENTIFICACAO APONTADA, SEM SEGUIR.
010666******************************************************************
010667 8870-SEGUIR-INCORPORACAO.
010668     MOVE VIS-ID-INCORPORADOR TO VIS-ID.
010669     READ VISFILE WITH NO LOCK
010670         KEY IS VIS-ID
010671         INVALID KEY
010672             MOVE SPACES TO VIS-SITUACAO
010673     END-READ.
010674 8870-SEGUIR-INCORPORACAO-EXIT.
010675     EXIT.
010676
010677******************************************************************
010678* 8880-INCORPORAR-PROVISORIA
010679* NA CONFIRMACAO DE CHEGADA, O PRE-REGISTRO TRAZ A IDENTIFICACAO
010680* CRIADA PELA ATIVACAO (PROGCB23) SO COM O NOME. SE O POSTO
010681* IDENTIFICOU O VISITANTE POR OUTRA, A PROVISORIA AINDA SEM
010682* DOCUMENTO E INCORPORADA A DO POSTO, QUE PASSA AO CADASTRO; COM
010683* DOCUMENTO, FICAM AS DUAS PARA A UNIFICACAO PELO SUPERVISOR.
010684* A PROVISORIA E LIDA SOB BLOQUEIO COM AS MESMAS TENTATIVAS DO
010685* CONTROLE DE SEQUENCIAS; SE CONTINUAR PRESA, DEVOLVE
010686* INCORPORACAO-EM-USO E A CHEGADA NAO E CONFIRMADA.
010687******************************************************************
010688 8880-INCORPORAR-PROVISORIA.
010689     SET INCORPORACAO-OK TO TRUE.
010690     IF WRK-ID-VISITANTE = 0
010691         GO TO 8880-INCORPORAR-PROVISORIA-EXIT
010692     END-IF.
010693     IF REG-ID-VISITANTE IS NUMERIC
010694             AND REG-ID-VISITANTE NOT = 0
010695             AND REG-ID-VISITANTE NOT = WRK-ID-VISITANTE
010696         PERFORM 8885-LER-PROVISORIA-BLOQUEADA
010697             THRU 8885-LER-PROVISORIA-BLOQUEADA-EXIT
010698             VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
010699             UNTIL WRK-TENTATIVAS-BLOQ > 200
010700                OR NOT VIS-BLOQUEADO
010701         IF VIS-BLOQUEADO
010702             SET INCORPORACAO-EM-USO TO TRUE
010703             DISPLAY "CADASTRO EM USO - TENTE NOVAMENTE"
010704             GO TO 8880-INCORPORAR-PROVISORIA-EXIT
010705         END-IF
010706         IF WRK-VIS-STATUS = "00" AND VIS-ATIVO
010707                 AND VIS-SEM-DOCUMENTO
010708             SET VIS-INCORPORADO TO TRUE
010709             MOVE WRK-ID-VISITANTE TO VIS-ID-INCORPORADOR
010710             REWRITE VIS-REGISTRO
010711                 INVALID KEY
010712                     DISPLAY "ERRO AO INCORPORAR VISITANTE "
010713                             VIS-ID " - STATUS " WRK-VIS-STATUS
010714             END-REWRITE
010715         ELSE
010716             DISPLAY "AGENDAMENTO TRAZ OUTRA IDENTIFICACAO ("
010717                     REG-ID-VISITANTE ") - VERIFICAR UNIFICACAO "
010718                     "NO PROGCB29."
010719         END-IF
010720         UNLOCK VISFILE
010721     END-IF.
010722     MOVE WRK-ID-VISITANTE TO REG-ID-VISITANTE.
010723 8880-INCORPORAR-PROVISORIA-EXIT.
010724     EXIT.
010725
010726******************************************************************
010727* 8885-LER-PROVISORIA-BLOQUEADA
010728* UMA TENTATIVA DE LER SOB BLOQUEIO A IDENTIFICACAO DO
010729* PRE-REGISTRO.
010730******************************************************************
010731 8885-LER-PROVISORIA-BLOQUEADA.
010732     MOVE REG-ID-VISITANTE TO VIS-ID.
010733     READ VISFILE WITH LOCK
010734         KEY IS VIS-ID
010735         INVALID KEY
010736             MOVE SPACES TO VIS-SITUACAO
010737     END-READ.
010738 8885-LER-PROVISORIA-BLOQUEADA-EXIT.
010739     EXIT.
010740
010741******************************************************************
010742* 8900-CARREGAR-OCUPACAO
010743* CARREGA O REGISTRO UNICO DE OCUPACAO (OCPCTL), CRIANDO-O NA
010744* PRIMEIRA EXECUCAO. NA VIRADA DA DATA DE NEGOCIO OS CONTADORES
010745* DO DIA SAO ZERADOS E O LIMITE CONFIGURADO E PRESERVADO. A
010746* VIRADA E FEITA SOB BLOQUEIO, PARA QUE O POSTO QUE ABRE DEPOIS
010747* NAO ZERE AS ENTRADAS JA CONTADAS PELO PRIMEIRO.
010748******************************************************************
010749 8900-CARREGAR-OCUPACAO.
010750     MOVE "OCPCTL01" TO OCP-CHAVE.
010751     READ OCPCTL WITH NO LOCK
010752         KEY IS OCP-CHAVE
010753         INVALID KEY
010754             MOVE "OCPCTL01" TO OCP-CHAVE
010755             MOVE WRK-DATA-NEGOCIO TO OCP-DATA
010756             MOVE ZEROS TO OCP-QTDE-ATUAL
010757             MOVE ZEROS TO OCP-PICO
010758             MOVE ZEROS TO OCP-HORA-PICO
010759             MOVE ZEROS TO OCP-LIMITE
010760             WRITE OCP-REGISTRO
010761     END-READ.
010762     IF OCP-DATA = WRK-DATA-NEGOCIO
010763         GO TO 8900-CARREGAR-OCUPACAO-EXIT
010764     END-IF.
010765     PERFORM 8960-BLOQUEAR-OCUPACAO
010766         THRU 8960-BLOQUEAR-OCUPACAO-EXIT.
010767     IF WRK-OCP-STATUS NOT = "00"
010768         GO TO 8900-CARREGAR-OCUPACAO-EXIT
010769     END-IF.
010770     IF OCP-DATA NOT = WRK-DATA-NEGOCIO
010771         MOVE WRK-DATA-NEGOCIO TO OCP-DATA
010772         MOVE ZEROS TO OCP-QTDE-ATUAL
010773         MOVE ZEROS TO OCP-PICO
010780         MOVE ZEROS TO OCP-HORA-PICO
010790     END-IF.
010800     PERFORM 8950-REGRAVAR-OCUPACAO
010810         THRU 8950-REGRAVAR-OCUPACAO-EXIT.
010820 8900-CARREGAR-OCUPACAO-EXIT.
010830     EXIT.
010840
010850******************************************************************
010860* 8950-REGRAVAR-OCUPACAO
010870* REGRAVA O REGISTRO DE OCUPACAO NO OCPCTL E LIBERA O BLOQUEIO
010875* OBTIDO EM 8960.
010880******************************************************************
010890 8950-REGRAVAR-OCUPACAO.
010900     MOVE "OCPCTL01" TO OCP-CHAVE.
010920         INVALID KEY
010930             WRITE OCP-REGISTRO
010940     END-REWRITE.
010945     UNLOCK OCPCTL.
010950 8950-REGRAVAR-OCUPACAO-EXIT.
010960     EXIT.
010961
010962******************************************************************
010963* 8960-BLOQUEAR-OCUPACAO
010964* RELE O REGISTRO DE OCUPACAO SOB BLOQUEIO ANTES DE QUALQUER
010965* ALTERACAO, PARA SOMAR/SUBTRAIR SOBRE A CONTAGEM CORRENTE DO
010966* ARQUIVO (E NAO SOBRE UMA COPIA ANTIGA EM MEMORIA, QUE APAGARIA
010967* AS ENTRADAS E SAIDAS DO OUTRO POSTO). REPETE A LEITURA ENQUANTO
010968* O OUTRO POSTO ESTIVER COM O REGISTRO PRESO.
010969******************************************************************
010970 8960-BLOQUEAR-OCUPACAO.
010971     PERFORM 8965-LER-OCPCTL-BLOQUEADO
010972         THRU 8965-LER-OCPCTL-BLOQUEADO-EXIT
010973         VARYING WRK-TENTATIVAS-BLOQ FROM 1 BY 1
010974         UNTIL WRK-TENTATIVAS-BLOQ > 200
010975            OR NOT OCP-BLOQUEADO.
010976     IF WRK-OCP-STATUS NOT = "00"
010977         DISPLAY "CONTAGEM DE OCUPACAO EM USO PELO OUTRO POSTO - "
010978                 "STATUS " WRK-OCP-STATUS " - NAO ATUALIZADA."
010979     END-IF.
010980 8960-BLOQUEAR-OCUPACAO-EXIT.
010981     EXIT.
010982
010983******************************************************************
010984* 8965-LER-OCPCTL-BLOQUEADO
010985* UMA TENTATIVA DE LER O REGISTRO DE OCUPACAO SOB BLOQUEIO.
010986******************************************************************
010987 8965-LER-OCPCTL-BLOQUEADO.
010988     MOVE "OCPCTL01" TO OCP-CHAVE.
010989     READ OCPCTL WITH LOCK
010990         KEY IS OCP-CHAVE
010991         INVALID KEY
010992             CONTINUE
010993     END-READ.
010994 8965-LER-OCPCTL-BLOQUEADO-EXIT.
010995     EXIT.
010996
010997******************************************************************
010998* 9100-CONTAR-ENTRADA
011000* SOBE A CONTAGEM DE OCUPACAO APOS UMA INCLUSAO BEM SUCEDIDA,
011010* ATUALIZA O PICO DO DIA E AVISA QUANDO A CONTAGEM SE APROXIMA
011020* DO LIMITE CONFIGURADO (90 POR CENTO OU MAIS).
011030******************************************************************
011040 9100-CONTAR-ENTRADA.
011050     ACCEPT WRK-HORA-ATUAL FROM TIME.
011051     PERFORM 8960-BLOQUEAR-OCUPACAO
011052         THRU 8960-BLOQUEAR-OCUPACAO-EXIT.
011053     IF WRK-OCP-STATUS NOT = "00"
011054         GO TO 9100-CONTAR-ENTRADA-EXIT
011055     END-IF.
011060     ADD 1 TO OCP-QTDE-ATUAL.
011070     IF OCP-QTDE-ATUAL > OCP-PICO
011080         MOVE OCP-QTDE-ATUAL TO OCP-PICO
011330* ANTERIORES A CONTAGEM (OU JA DESCONTADOS) SAO IGNORADAS.
011340******************************************************************
011350 9200-CONTAR-SAIDA.
011351     PERFORM 8960-BLOQUEAR-OCUPACAO
011352         THRU 8960-BLOQUEAR-OCUPACAO-EXIT.
011353     IF WRK-OCP-STATUS NOT = "00"
011354         GO TO 9200-CONTAR-SAIDA-EXIT
011355     END-IF.
011360     IF OCP-QTDE-ATUAL > 0
011370         SUBTRACT 1 FROM OCP-QTDE-ATUAL
011380     END-IF.
011390     PERFORM 8950-REGRAVAR-OCUPACAO
011400         THRU 8950-REGRAVAR-OCUPACAO-EXIT.
011410 9200-CONTAR-SAIDA-EXIT.
011420     EXIT.
011430
011500******************************************************************
011510 9300-VERIFICAR-LOTACAO.
011520     SET LOTACAO-LIBERADA TO TRUE.
011521*    RELE A CONTAGEM, QUE O OUTRO POSTO PODE TER MOVIDO.
011522     MOVE "OCPCTL01" TO OCP-CHAVE.
011523     READ OCPCTL WITH NO LOCK
011524         KEY IS OCP-CHAVE
011525         INVALID KEY
011526             GO TO 9300-VERIFICAR-LOTACAO-EXIT
011527     END-READ.
011530     IF OCP-LIMITE = 0 OR OCP-QTDE-ATUAL < OCP-LIMITE
011540         GO TO 9300-VERIFICAR-LOTACAO-EXIT
011550     END-IF.
011970* LIMITE DE LOTACAO (ZERO = SEM LIMITE).
011980******************************************************************
011990 9400-CONFIGURAR-LIMITE.
011991     MOVE "OCPCTL01" TO OCP-CHAVE.
011992     READ OCPCTL WITH NO LOCK
011993         KEY IS OCP-CHAVE
011994         INVALID KEY
011995             CONTINUE
011996     END-READ.
012000     DISPLAY " ".
012010     DISPLAY "=== OCUPACAO DO PREDIO - " OCP-DATA " ===".
012020     DISPLAY "OCUPACAO ATUAL....: " OCP-QTDE-ATUAL.
012080         DISPLAY "LIMITE INVALIDO - CONFIGURACAO CANCELADA."
012090         GO TO 9400-CONFIGURAR-LIMITE-EXIT
012100     END-IF.
012101     PERFORM 8960-BLOQUEAR-OCUPACAO
012102         THRU 8960-BLOQUEAR-OCUPACAO-EXIT.
012103     IF WRK-OCP-STATUS NOT = "00"
012104         DISPLAY "CONFIGURACAO NAO EFETUADA - TENTE NOVAMENTE."
012105         GO TO 9400-CONFIGURAR-LIMITE-EXIT
012106     END-IF.
012110     MOVE WRK-NOVO-LIMITE TO OCP-LIMITE.
012120     PERFORM 8950-REGRAVAR-OCUPACAO
012130         THRU 8950-REGRAVAR-OCUPACAO-EXIT.
012140     DISPLAY "LIMITE DE OCUPACAO CONFIGURADO: " OCP-LIMITE.
012150 9400-CONFIGURAR-LIMITE-EXIT.
012160     EXIT.
012161
012162******************************************************************
012163* 9500-AVISAR-EM-USO
012164* AVISO PADRAO QUANDO O CADASTRO PEDIDO ESTA PRESO PELO OUTRO
012165* POSTO (STATUS 51/9D) - A OPERACAO NAO E FEITA E O OPERADOR
012166* DEVE REPETI-LA EM INSTANTES.
012167******************************************************************
012168 9500-AVISAR-EM-USO.
012169     DISPLAY "REGISTRO EM USO PELO OUTRO POSTO - TENTE NOVAMENTE "
012170             "(STATUS " WRK-REG-STATUS ").".
012171 9500-AVISAR-EM-USO-EXIT.
012172     EXIT.
012173
012174******************************************************************
012175* 9600-VERIFICAR-DATA-FECHADA
012176* CONFERE SE A DATA DE NEGOCIO DO CADASTRO LIDO JA FOI FECHADA
012177* PELO LOTE NOTURNO (CLSFILE). DATA FECHADA NAO ACEITA MAIS
012178* ALTERACAO - O SUPERVISOR PRECISA REABRI-LA NO PROGCB28.
012179******************************************************************
012180 9600-VERIFICAR-DATA-FECHADA.
012181     SET DATA-ABERTA TO TRUE.
012182     IF CLSFILE-INDISPONIVEL
012183         GO TO 9600-VERIFICAR-DATA-FECHADA-EXIT
012184     END-IF.
012185     MOVE REG-DATA-CADASTRO TO CLS-DATA-NEGOCIO.
012186     READ CLSFILE
012187         KEY IS CLS-DATA-NEGOCIO
012188         INVALID KEY
012189             GO TO 9600-VERIFICAR-DATA-FECHADA-EXIT
012190     END-READ.
012191     IF CLS-FECHADA
012192         SET DATA-FECHADA TO TRUE
012193         DISPLAY "DATA DE NEGOCIO " REG-DATA-CADASTRO
012194                 " JA FECHADA PELO LOTE NOTURNO - OPERACAO "
012195                 "RECUSADA."
012196         DISPLAY "PECA A REABERTURA DA DATA AO SUPERVISOR "
012197                 "(PROGCB28)."
012198     END-IF.
012199 9600-VERIFICAR-DATA-FECHADA-EXIT.
012200     EXIT.
012201
012202******************************************************************
012203* 9999-FINALIZAR
012204* FECHA OS ARQUIVOS ABERTOS ANTES DE ENCERRAR O PROGRAMA.
012210******************************************************************
012220 9999-FINALIZAR.
012230     CLOSE REGFILE.
012310         CLOSE WTCFILE
012320     END-IF.
012330     CLOSE OCPCTL.
012332     IF CLSFILE-DISPONIVEL
012334         CLOSE CLSFILE
012336     END-IF.
012337     IF VISFILE-DISPONIVEL
012338         CLOSE VISFILE
012339     END-IF.
012340     IF PASFILE-DISPONIVEL
012341         CLOSE PASFILE
012342     END-IF.
012343     IF GRUPOS-DISPONIVEL
012344         CLOSE GRPFILE
012345         CLOSE GMBFILE
012346     END-IF.
012347 9999-FINALIZAR-EXIT.
012350     EXIT.
