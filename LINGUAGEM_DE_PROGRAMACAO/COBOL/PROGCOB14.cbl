000250*           OFERECE INCLUSAO, LISTAGEM, ALTERACAO DO MOTIVO E
000260*           EXCLUSAO, NO MESMO PADRAO DA MANUTENCAO DO
000270*           CALENDARIO DE FERIADOS (PROGCOB07).
000271*           CADA ENTRADA PODE TRAZER A IDENTIFICACAO DO VISITANTE
000272*           NO CADASTRO MESTRE (VISFILE) E O DOCUMENTO, PELOS
000273*           QUAIS A INCLUSAO RECONHECE A PESSOA QUALQUER QUE SEJA
000274*           A GRAFIA DO NOME; A IDENTIFICACAO E PEDIDA NA
000275*           INCLUSAO E PODE SER VINCULADA DEPOIS (OPCAO 6).
000280*
000290* HISTORICO DE ALTERACOES
000300* DATA       INIC.  DESCRICAO
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS WTC-NOME
000403         ALTERNATE RECORD KEY IS WTC-ID-VISITANTE WITH DUPLICATES
000406         ALTERNATE RECORD KEY IS WTC-DOCUMENTO WITH DUPLICATES
000410         FILE STATUS IS WRK-WTC-STATUS.
000411
000412     SELECT VISFILE ASSIGN TO "VISFILE"
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS RANDOM
000415         RECORD KEY IS VIS-ID
000416         ALTERNATE RECORD KEY IS VIS-DOCUMENTO WITH DUPLICATES
000417         FILE STATUS IS WRK-VIS-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  WTCFILE.
000460     COPY WTCREC.
000462
000464 FD  VISFILE.
000466     COPY VISREC.
000470
000480 WORKING-STORAGE SECTION.
000490 77  WRK-WTC-STATUS          PIC X(02) VALUE "00".
000492 77  WRK-VIS-STATUS          PIC X(02) VALUE "00".
000494 77  WRK-SW-VISFILE          PIC X(01) VALUE "N".
000496     88  VISFILE-DISPONIVEL          VALUE "S".
000498     88  VISFILE-INDISPONIVEL        VALUE "N".
000500
000510 77  WRK-OPCAO-MENU          PIC X(01) VALUE SPACES.
000520 77  WRK-SW-CONTINUA         PIC X(01) VALUE "S".
000610 77  WRK-MOTIVO              PIC X(30) VALUE SPACES.
000620 77  WRK-DATA-ATUAL          PIC 9(08) VALUE ZEROS.
000630 77  WRK-QTDE-LISTADOS       PIC 9(04) VALUE ZEROS.
000631
000632 77  WRK-ID-VISITANTE        PIC 9(06) VALUE ZEROS.
000633 77  WRK-TIPO-DOC            PIC X(01) VALUE SPACES.
000634 77  WRK-NUM-DOC             PIC X(20) VALUE SPACES.
000635 77  WRK-SALTOS-INCORP       PIC 9(02) VALUE ZEROS.
000636 77  WRK-SW-IDENT-VALIDA     PIC X(01) VALUE "S".
000637     88  IDENTIFICACAO-VALIDA        VALUE "S".
000638     88  IDENTIFICACAO-INVALIDA      VALUE "N".
000640
000650 PROCEDURE DIVISION.
000660******************************************************************
000770
000780******************************************************************
000790* 1000-INICIALIZAR
000800* ABRE O WTCFILE, CRIANDO-O NA PRIMEIRA EXECUCAO, E O VISFILE
000805* PARA A CONFERENCIA DA IDENTIFICACAO DO VISITANTE.
000810******************************************************************
000820 1000-INICIALIZAR.
000830     ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
000930                 WRK-WTC-STATUS
000940         SET SAIR-DO-MENU TO TRUE
000950     END-IF.
000951
000952*    SEM O CADASTRO DE VISITANTES A LISTA E MANTIDA SO COM O NOME
000953*    E O DOCUMENTO.
000954     OPEN INPUT VISFILE.
000955     IF WRK-VIS-STATUS = "00"
000956         SET VISFILE-DISPONIVEL TO TRUE
000957     ELSE
000958         DISPLAY "AVISO: CADASTRO DE VISITANTES INDISPONIVEL - "
000959                 "STATUS " WRK-VIS-STATUS " - IDENTIFICACAO NAO "
000960                 "SERA CONFERIDA."
000961     END-IF.
000962 1000-INICIALIZAR-EXIT.
000970     EXIT.
000980
000990******************************************************************
001080     DISPLAY "3 - ALTERAR MOTIVO".
001090     DISPLAY "4 - EXCLUIR IMPEDIMENTO".
001100     DISPLAY "5 - SAIR".
001105     DISPLAY "6 - VINCULAR IDENTIFICACAO DO VISITANTE".
001110     DISPLAY "INFORME A OPCAO: ".
001120     ACCEPT WRK-OPCAO-MENU.
001130
001260                 THRU 6000-EXCLUIR-IMPEDIMENTO-EXIT
001270         WHEN "5"
001280             SET SAIR-DO-MENU TO TRUE
001282         WHEN "6"
001284             PERFORM 7000-VINCULAR-IDENTIFICACAO
001286                 THRU 7000-VINCULAR-IDENTIFICACAO-EXIT
001290         WHEN OTHER
001300             DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
001310     END-EVALUATE.
001360* 3000-INCLUIR-IMPEDIMENTO
001370* RECEBE O NOME (NO MESMO FORMATO DO CADASTRO) E O MOTIVO DO
001380* IMPEDIMENTO E GRAVA A ENTRADA, REJEITANDO NOME EM BRANCO OU
001390* JA CONSTANTE DA LISTA. A IDENTIFICACAO DO VISITANTE E O
001395* DOCUMENTO SAO PEDIDOS EM 7100 (AMBOS PODEM FICAR EM BRANCO).
001400******************************************************************
001410 3000-INCLUIR-IMPEDIMENTO.
001420     DISPLAY "NOME A IMPEDIR: ".
001530         GO TO 3000-INCLUIR-IMPEDIMENTO-EXIT
001540     END-IF.
001550
001551     PERFORM 7100-PEDIR-IDENTIFICACAO
001552         THRU 7100-PEDIR-IDENTIFICACAO-EXIT.
001553     IF IDENTIFICACAO-INVALIDA
001554         DISPLAY "INCLUSAO CANCELADA."
001555         GO TO 3000-INCLUIR-IMPEDIMENTO-EXIT
001556     END-IF.
001557
001560     MOVE SPACES TO WTC-REGISTRO.
001570     MOVE WRK-NOME-ENTRADA TO WTC-NOME.
001580     MOVE WRK-MOTIVO TO WTC-MOTIVO.
001590     MOVE WRK-DATA-ATUAL TO WTC-DATA-INCLUSAO.
001592     MOVE WRK-ID-VISITANTE TO WTC-ID-VISITANTE.
001594     MOVE WRK-TIPO-DOC TO WTC-TIPO-DOC.
001596     MOVE WRK-NUM-DOC TO WTC-NUM-DOC.
001600     WRITE WTC-REGISTRO
001610         INVALID KEY
001620             DISPLAY "NOME JA CONSTA DA LISTA - USE ALTERAR."
002050             GO TO 4100-LISTAR-UM-IMPEDIMENTO-EXIT
002060     END-READ.
002070     DISPLAY WTC-NOME " " WTC-MOTIVO " DESDE " WTC-DATA-INCLUSAO.
002071     IF (WTC-ID-VISITANTE IS NUMERIC AND WTC-ID-VISITANTE > 0)
002072             OR WTC-DOCUMENTO NOT = SPACES
002073         DISPLAY "    VISITANTE " WTC-ID-VISITANTE " DOCUMENTO "
002074                 WTC-TIPO-DOC " " WTC-NUM-DOC
002075     END-IF.
002080     ADD 1 TO WRK-QTDE-LISTADOS.
002090 4100-LISTAR-UM-IMPEDIMENTO-EXIT.
002100     EXIT.
002700     END-DELETE.
002710 6000-EXCLUIR-IMPEDIMENTO-EXIT.
002720     EXIT.
002721
002722******************************************************************
002723* 7000-VINCULAR-IDENTIFICACAO
002724* LOCALIZA A ENTRADA PELO NOME E GRAVA NELA A IDENTIFICACAO DO
002725* VISITANTE E O DOCUMENTO - PARA ENTRADAS INCLUIDAS SO COM O NOME
002726* OU QUANDO A PESSOA GANHA CADASTRO DEPOIS DO IMPEDIMENTO.
002727******************************************************************
002728 7000-VINCULAR-IDENTIFICACAO.
002729     DISPLAY "NOME DO IMPEDIMENTO A VINCULAR: ".
002730     ACCEPT WRK-NOME-ENTRADA.
002731
002732     MOVE WRK-NOME-ENTRADA TO WTC-NOME.
002733     READ WTCFILE
002734         KEY IS WTC-NOME
002735         INVALID KEY
002736             DISPLAY "NOME NAO CONSTA DA LISTA: "
002737                     WRK-NOME-ENTRADA
002738             GO TO 7000-VINCULAR-IDENTIFICACAO-EXIT
002739     END-READ.
002740     DISPLAY "IDENTIFICACAO ATUAL: " WTC-ID-VISITANTE
002741             " DOCUMENTO "
002742             WTC-TIPO-DOC " " WTC-NUM-DOC.
002743
002744     PERFORM 7100-PEDIR-IDENTIFICACAO
002745         THRU 7100-PEDIR-IDENTIFICACAO-EXIT.
002746     IF IDENTIFICACAO-INVALIDA
002747         DISPLAY "VINCULACAO CANCELADA."
002748         GO TO 7000-VINCULAR-IDENTIFICACAO-EXIT
002749     END-IF.
002750
002761     MOVE WRK-ID-VISITANTE TO WTC-ID-VISITANTE.
002762     MOVE WRK-TIPO-DOC TO WTC-TIPO-DOC.
002763     MOVE WRK-NUM-DOC TO WTC-NUM-DOC.
002764     REWRITE WTC-REGISTRO
002765         INVALID KEY
002766             DISPLAY "ERRO AO REGRAVAR IMPEDIMENTO - STATUS "
002767                     WRK-WTC-STATUS
002768         NOT INVALID KEY
002769             DISPLAY "IDENTIFICACAO VINCULADA: " WRK-ID-VISITANTE
002770                     " DOCUMENTO " WRK-TIPO-DOC " " WRK-NUM-DOC
002771     END-REWRITE.
002772 7000-VINCULAR-IDENTIFICACAO-EXIT.
002773     EXIT.
002774
002775******************************************************************
002776* 7100-PEDIR-IDENTIFICACAO
002777* PEDE A IDENTIFICACAO DO VISITANTE NO CADASTRO MESTRE (ZERO =
002778* NAO CADASTRADO). INFORMADA, E CONFERIDA NO VISFILE, SEGUINDO A
002779* UNIFICACAO, E O DOCUMENTO VEM DO CADASTRO. EM ZERO, PEDE O
002780* DOCUMENTO (EM BRANCO = SEM DOCUMENTO), COM A MESMA EDICAO DA
002781* INCLUSAO DO PROGCOB01, E O PROCURA NO VISFILE PARA ACHAR A
002782* IDENTIFICACAO. DEVOLVE WRK-ID-VISITANTE, WRK-TIPO-DOC E
002783* WRK-NUM-DOC.
002784******************************************************************
002785 7100-PEDIR-IDENTIFICACAO.
002786     SET IDENTIFICACAO-VALIDA TO TRUE.
002787     MOVE ZEROS TO WRK-ID-VISITANTE.
002788     MOVE SPACES TO WRK-TIPO-DOC.
002789     MOVE SPACES TO WRK-NUM-DOC.
002790     IF VISFILE-INDISPONIVEL
002791         GO TO 7100-PEDIR-DOCUMENTO
002792     END-IF.
002793     DISPLAY "IDENTIFICACAO DO VISITANTE (0 = NAO CADASTRADO): ".
002794     ACCEPT WRK-ID-VISITANTE.
002795     IF WRK-ID-VISITANTE IS NOT NUMERIC
002796         SET IDENTIFICACAO-INVALIDA TO TRUE
002797         DISPLAY "IDENTIFICACAO INVALIDA."
002798         GO TO 7100-PEDIR-IDENTIFICACAO-EXIT
002799     END-IF.
002800     IF WRK-ID-VISITANTE = 0
002801         GO TO 7100-PEDIR-DOCUMENTO
002802     END-IF.
002803     MOVE WRK-ID-VISITANTE TO VIS-ID.
002804     READ VISFILE
002805         KEY IS VIS-ID
002806         INVALID KEY
002807             SET IDENTIFICACAO-INVALIDA TO TRUE
002808             DISPLAY "VISITANTE NAO CADASTRADO: " WRK-ID-VISITANTE
002809             GO TO 7100-PEDIR-IDENTIFICACAO-EXIT
002810     END-READ.
002811     PERFORM 7300-SEGUIR-INCORPORACAO
002812         THRU 7300-SEGUIR-INCORPORACAO-EXIT
002813         VARYING WRK-SALTOS-INCORP FROM 1 BY 1
002814         UNTIL WRK-SALTOS-INCORP > 10
002815            OR NOT VIS-INCORPORADO.
002816     MOVE VIS-ID TO WRK-ID-VISITANTE.
002817     MOVE VIS-TIPO-DOC TO WRK-TIPO-DOC.
002818     MOVE VIS-NUM-DOC TO WRK-NUM-DOC.
002819     DISPLAY "VISITANTE " VIS-ID ": " VIS-NOME " - " VIS-EMPRESA.
002820     GO TO 7100-PEDIR-IDENTIFICACAO-EXIT.
002821
002822 7100-PEDIR-DOCUMENTO.
002823     DISPLAY "DOCUMENTO (C=CPF R=RG P=PASSAPORTE, EM BRANCO = "
002824             "SEM DOCUMENTO): ".
002825     ACCEPT WRK-TIPO-DOC.
002826     IF WRK-TIPO-DOC NOT = SPACE
002827         DISPLAY "NUMERO DO DOCUMENTO: "
002828         ACCEPT WRK-NUM-DOC
002829     END-IF.
002830     PERFORM 7200-EDITAR-DOCUMENTO
002831         THRU 7200-EDITAR-DOCUMENTO-EXIT.
002832     IF IDENTIFICACAO-INVALIDA OR WRK-TIPO-DOC = SPACE
002833             OR VISFILE-INDISPONIVEL
002834         GO TO 7100-PEDIR-IDENTIFICACAO-EXIT
002835     END-IF.
002836     MOVE WRK-TIPO-DOC TO VIS-TIPO-DOC.
002837     MOVE WRK-NUM-DOC TO VIS-NUM-DOC.
002838     READ VISFILE
002839         KEY IS VIS-DOCUMENTO
002840         INVALID KEY
002841             DISPLAY "DOCUMENTO SEM CADASTRO DE VISITANTE - "
002842                     "IMPEDIMENTO FICA PELO DOCUMENTO."
002843             GO TO 7100-PEDIR-IDENTIFICACAO-EXIT
002844     END-READ.
002845     PERFORM 7300-SEGUIR-INCORPORACAO
002846         THRU 7300-SEGUIR-INCORPORACAO-EXIT
002847         VARYING WRK-SALTOS-INCORP FROM 1 BY 1
002848         UNTIL WRK-SALTOS-INCORP > 10
002849            OR NOT VIS-INCORPORADO.
002850     MOVE VIS-ID TO WRK-ID-VISITANTE.
002851     DISPLAY "VISITANTE " VIS-ID ": " VIS-NOME " - " VIS-EMPRESA.
002852 7100-PEDIR-IDENTIFICACAO-EXIT.
002853     EXIT.
002854
002855******************************************************************
002856* 7200-EDITAR-DOCUMENTO
002857* MESMA EDICAO DO PROGCOB01: TIPO C, R, P OU EM BRANCO; COM TIPO,
002858* O NUMERO E OBRIGATORIO, E O CPF TEM EXATAMENTE 11 DIGITOS.
002859******************************************************************
002860 7200-EDITAR-DOCUMENTO.
002861     IF WRK-TIPO-DOC NOT = SPACE AND NOT = "C" AND NOT = "R"
002862             AND NOT = "P"
002863         SET IDENTIFICACAO-INVALIDA TO TRUE
002864         DISPLAY "TIPO DE DOCUMENTO INVALIDO: " WRK-TIPO-DOC
002865         GO TO 7200-EDITAR-DOCUMENTO-EXIT
002866     END-IF.
002867     IF WRK-TIPO-DOC NOT = SPACE AND WRK-NUM-DOC = SPACES
002868         SET IDENTIFICACAO-INVALIDA TO TRUE
002869         DISPLAY "NUMERO DO DOCUMENTO NAO INFORMADO."
002870         GO TO 7200-EDITAR-DOCUMENTO-EXIT
002871     END-IF.
002872     IF WRK-TIPO-DOC = "C"
002873         IF WRK-NUM-DOC(1:11) IS NOT NUMERIC
002874                 OR WRK-NUM-DOC(12:9) NOT = SPACES
002875             SET IDENTIFICACAO-INVALIDA TO TRUE
002876             DISPLAY "CPF DEVE TER 11 DIGITOS, SEM PONTOS OU "
002877                     "TRACO."
002878         END-IF
002879     END-IF.
002880 7200-EDITAR-DOCUMENTO-EXIT.
002881     EXIT.
002882
002883******************************************************************
002884* 7300-SEGUIR-INCORPORACAO
002885* A IDENTIFICACAO LIDA FOI INCORPORADA A OUTRA NA MANUTENCAO DE
002886* VISITANTES (PROGCB29) - PASSA PARA A QUE PERMANECEU.
002887******************************************************************
002888 7300-SEGUIR-INCORPORACAO.
002889     MOVE VIS-ID-INCORPORADOR TO VIS-ID.
002890     READ VISFILE
002891         KEY IS VIS-ID
002892         INVALID KEY
002893             MOVE SPACES TO VIS-SITUACAO
002894     END-READ.
002895 7300-SEGUIR-INCORPORACAO-EXIT.
002896     EXIT.
002897
002898******************************************************************
002899* 9999-FINALIZAR
002900* FECHA A LISTA DE IMPEDIDOS ANTES DE ENCERRAR O PROGRAMA.
002901******************************************************************
002902 9999-FINALIZAR.
002903     CLOSE WTCFILE.
002904     IF VISFILE-DISPONIVEL
002905         CLOSE VISFILE
002906     END-IF.
002907 9999-FINALIZAR-EXIT.
002908     EXIT.
