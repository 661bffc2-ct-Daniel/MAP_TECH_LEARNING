000196*           UTIL), PROGCOB04
000200*           (REGISTRO DIARIO), PROGCOB05 (EXTRATO PARA O RH),
000205*           PROGCB19 (FECHAMENTO AUTOMATICO DE SAIDA),
000207*           PROGCB24 (NAO COMPARECIMENTO), PROGCB25 (DESCARGA
000208*           DOS MESTRES PARA COPIAS RESTAURAVEIS), PROGCB31
000209*           (VERIFICACAO DE INTEGRIDADE DOS CADASTROS) E
000210*           PROGCB34 (CONFERENCIA DOS AVISOS AO ANFITRIAO)
000211*           NO LUGAR DA DIGITACAO MANUAL DO OPERADOR. REGISTRA
000220*           INICIO, FIM E RESULTADO DE CADA PASSO NO ARQUIVO DE
000230*           CONTROLE POR PASSO (STPFILE, CHAVE DATA + PASSO),
000240*           AO LADO DO CHECKPOINT POR DATA (CKPFILE) QUE O
000260*           PASSOS JA CONCLUIDOS COM SUCESSO SAO PULADOS - SEM
000270*           REGDIA.LST DUPLICADO NEM SEGUNDO EXTFILE. RECUSA-SE
000280*           A EXECUTAR PROGCOB04/05 SE A DATA DE NEGOCIO DO
000290*           DTCTL NAO FOR A DATA DA EXECUCAO. CADEIA CONCLUIDA
000295*           FECHA A DATA DE NEGOCIO NO CLSFILE.
000300*
000310* HISTORICO DE ALTERACOES
000320* DATA       INIC.  DESCRICAO
000355* 2026-09-03 DSR    NOVO PASSO 07 (PROGCB25): DESCARGA DOS
000356*                   MESTRES INDEXADOS PARA COPIAS PLANAS
000357*                   RESTAURAVEIS, CONFERIDAS PELO PROGCB26.
000358* 2026-10-15 DSR    CADEIA CONCLUIDA SEM FALHA GRAVA O
000359*                   FECHAMENTO DA DATA DE NEGOCIO (CLSFILE),
000360*                   QUE BLOQUEIA ALTERACOES DAQUELA DATA NO
000361*                   PROGCOB01 E NA BANCADA DE SUSPENSE. PASSO
000362*                   MARCADO PARA REEXECUCAO NA REABERTURA DA
000363*                   DATA (PROGCB28) NAO E PULADO NO RESTART.
000364* 2026-10-15 DSR    NOVO PASSO 08 (PROGCB31): VERIFICACAO DE
000365*                   INTEGRIDADE ENTRE REGFILE, BDGFILE, OCPCTL,
000366*                   APTFILE E ANFFILE, COM LISTA DE EXCECOES
000367*                   INTEGR.LST. EXCECAO ENCONTRADA NAO FALHA O
000368*                   PASSO; A CORRECAO E PELO PROGCB32.
000369* 2026-10-15 DSR    NOVO PASSO 09 (PROGCB34): CONFERENCIA DOS
000370*                   AVISOS AO ANFITRIAO DO DIA CONTRA O RETORNO
000371*                   DO GATEWAY DE E-MAIL/SMS, COM LISTA NOTIF.LST
000372*                   DE FALHAS, AVISOS SEM RETORNO E ANFITRIOES
000373*                   SEM CONTATO. EXCECAO NAO FALHA O PASSO.
000374******************************************************************
000375 ENVIRONMENT DIVISION.
000376 INPUT-OUTPUT SECTION.
000377 FILE-CONTROL.
000390     SELECT STPFILE ASSIGN TO "STPFILE"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS DTCTL-CHAVE
000490         FILE STATUS IS WRK-DTCTL-STATUS.
000491
000492     SELECT CLSFILE ASSIGN TO "CLSFILE"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS CLS-DATA-NEGOCIO
000496         FILE STATUS IS WRK-CLS-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000550
000560 FD  DTCTL.
000570     COPY DTCTLREC.
000572
000574 FD  CLSFILE.
000576     COPY CLSREC.
000580
000590 WORKING-STORAGE SECTION.
000600 77  WRK-STP-STATUS          PIC X(02) VALUE "00".
000610 77  WRK-DTCTL-STATUS        PIC X(02) VALUE "00".
000615 77  WRK-CLS-STATUS          PIC X(02) VALUE "00".
000620
000630 77  WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZEROS.
000640 77  WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
000832     02  FILLER              PIC X(10) VALUE "05PROGCB19".
000834     02  FILLER              PIC X(10) VALUE "06PROGCB24".
000836     02  FILLER              PIC X(10) VALUE "07PROGCB25".
000838     02  FILLER              PIC X(10) VALUE "08PROGCB31".
000839     02  FILLER              PIC X(10) VALUE "09PROGCB34".
000840 01  WRK-TAB-PASSOS-R REDEFINES WRK-TAB-PASSOS.
000850     02  WRK-PASSO-ENTRADA OCCURS 9 TIMES.
000860         03  WRK-PAS-NUMERO  PIC 9(02).
000870         03  WRK-PAS-PROGRAMA PIC X(08).
000880
001000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001010     PERFORM 2000-EXECUTAR-PASSO THRU 2000-EXECUTAR-PASSO-EXIT
001020         VARYING WRK-IDX-PASSO FROM 1 BY 1
001030         UNTIL WRK-IDX-PASSO > 9 OR CADEIA-INTERROMPIDA.
001032     IF CADEIA-SEGUE
001034         PERFORM 3000-FECHAR-DATA
001036             THRU 3000-FECHAR-DATA-EXIT
001038     END-IF.
001040     PERFORM 9000-EXIBIR-RESULTADO
001050         THRU 9000-EXIBIR-RESULTADO-EXIT.
001060     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001350******************************************************************
001360* 2000-EXECUTAR-PASSO
001370* EXECUTA UM PASSO DA CADEIA: PULA SE JA CONCLUIDO NA DATA,
001380* RECUSA OS PASSOS 02-09 SEM A DATA DE NEGOCIO DO DIA NO DTCTL,
001390* REGISTRA O INICIO, CHAMA O PROGRAMA E REGISTRA O RESULTADO.
001400******************************************************************
001410 2000-EXECUTAR-PASSO.
001500     END-IF.
001510
001520*    OS PASSOS APOS O PRIMEIRO (ATIVACAO DE AGENDAMENTOS,
001530*    REGISTRO DIARIO, EXTRATO, FECHAMENTO AUTOMATICO, NAO
001535*    COMPARECIMENTO, DESCARGA, VERIFICACAO DE INTEGRIDADE E
001536*    CONFERENCIA DOS AVISOS) SO PODEM RODAR COM A DATA DE
001537*    NEGOCIO DO DIA PUBLICADA PELO PASSO 01.
001540     IF WRK-IDX-PASSO > 1
001550         PERFORM 5000-VERIFICAR-DTCTL
001560             THRU 5000-VERIFICAR-DTCTL-EXIT
002220         INVALID KEY
002230             GO TO 2100-CONSULTAR-PASSO-EXIT
002240     END-READ.
002243*    PASSO DE DATA REABERTA (PROGCB28) VOLTA A SER EXECUTADO,
002246*    MESMO JA CONCLUIDO - O QUE ELE EMITIU NAO VALE MAIS.
002250     IF STP-SUCESSO AND NOT STP-REEXECUTAR
002260         SET PASSO-JA-EXECUTADO TO TRUE
002270     END-IF.
002280 2100-CONSULTAR-PASSO-EXIT.
002410     MOVE WRK-HORA-ATUAL TO STP-HORA-INICIO.
002420     MOVE ZEROS TO STP-HORA-FIM.
002430     SET STP-EM-EXECUCAO TO TRUE.
002435     MOVE SPACES TO STP-IND-REEXECUTAR.
002440     WRITE STP-REGISTRO
002450         INVALID KEY
002460             REWRITE STP-REGISTRO
002780 2300-REGISTRAR-RESULTADO-EXIT.
002790     EXIT.
002800
002801******************************************************************
002802* 3000-FECHAR-DATA
002803* CADEIA CONCLUIDA: GRAVA O FECHAMENTO DA DATA DE NEGOCIO NO
002804* CLSFILE. NUM RESTART DE DATA JA FECHADA NADA MUDA; DATA
002805* REABERTA PELO SUPERVISOR (PROGCB28) VOLTA A FICAR FECHADA,
002806* POIS OS PASSOS MARCADOS ACABARAM DE SER REEXECUTADOS.
002807******************************************************************
002808 3000-FECHAR-DATA.
002809     OPEN I-O CLSFILE.
002810     IF WRK-CLS-STATUS = "35"
002811         CLOSE CLSFILE
002812         OPEN OUTPUT CLSFILE
002813         CLOSE CLSFILE
002814         OPEN I-O CLSFILE
002815     END-IF.
002816     IF WRK-CLS-STATUS NOT = "00"
002817         DISPLAY "ERRO AO ABRIR CONTROLE DE FECHAMENTO (CLSFILE)"
002818                 " - STATUS " WRK-CLS-STATUS
002819                 " - DATA NAO FECHADA."
002820         GO TO 3000-FECHAR-DATA-EXIT
002821     END-IF.
002822
002823     ACCEPT WRK-HORA-ATUAL FROM TIME.
002824     MOVE WRK-DATA-EXECUCAO TO CLS-DATA-NEGOCIO.
002825     READ CLSFILE
002826         KEY IS CLS-DATA-NEGOCIO
002827         INVALID KEY
002828             MOVE SPACES TO CLS-REGISTRO
002829             MOVE WRK-DATA-EXECUCAO TO CLS-DATA-NEGOCIO
002830             SET CLS-FECHADA TO TRUE
002831             MOVE WRK-DATA-EXECUCAO TO CLS-DATA-FECHAMENTO
002832             MOVE WRK-HORA-ATUAL TO CLS-HORA-FECHAMENTO
002833             MOVE ZEROS TO CLS-QTDE-REABERTURAS
002834             MOVE ZEROS TO CLS-DATA-REABERTURA
002835             MOVE ZEROS TO CLS-HORA-REABERTURA
002836             WRITE CLS-REGISTRO
002837                 INVALID KEY
002838                     DISPLAY "ERRO AO GRAVAR FECHAMENTO - "
002839                             "STATUS " WRK-CLS-STATUS
002840                 NOT INVALID KEY
002841                     DISPLAY "DATA DE NEGOCIO "
002842                             WRK-DATA-EXECUCAO " FECHADA."
002843             END-WRITE
002844             GO TO 3000-FECHAR-DATA-FIM
002845     END-READ.
002846
002847     IF CLS-FECHADA
002848         DISPLAY "DATA DE NEGOCIO " WRK-DATA-EXECUCAO
002849                 " JA ESTAVA FECHADA."
002850         GO TO 3000-FECHAR-DATA-FIM
002851     END-IF.
002852     SET CLS-FECHADA TO TRUE.
002853     MOVE WRK-DATA-EXECUCAO TO CLS-DATA-FECHAMENTO.
002854     MOVE WRK-HORA-ATUAL TO CLS-HORA-FECHAMENTO.
002855     REWRITE CLS-REGISTRO
002856         INVALID KEY
002857             DISPLAY "ERRO AO GRAVAR FECHAMENTO - STATUS "
002858                     WRK-CLS-STATUS
002859         NOT INVALID KEY
002860             DISPLAY "DATA DE NEGOCIO " WRK-DATA-EXECUCAO
002861                     " FECHADA NOVAMENTE APOS A REABERTURA."
002862     END-REWRITE.
002863 3000-FECHAR-DATA-FIM.
002864     CLOSE CLSFILE.
002865 3000-FECHAR-DATA-EXIT.
002866     EXIT.
002867
002868******************************************************************
002869* 5000-VERIFICAR-DTCTL
002870* VERIFICA SE A DATA DE NEGOCIO PUBLICADA NO DTCTL E A DATA
002871* DESTA EXECUCAO DO LOTE.
002872******************************************************************
002873 5000-VERIFICAR-DTCTL.
002874     SET DTCTL-NAO-PUBLICADO TO TRUE.
002880     OPEN INPUT DTCTL.
002890     IF WRK-DTCTL-STATUS NOT = "00"
002900         GO TO 5000-VERIFICAR-DTCTL-EXIT
