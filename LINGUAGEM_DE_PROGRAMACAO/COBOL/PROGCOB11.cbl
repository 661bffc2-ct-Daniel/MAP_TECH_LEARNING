000230*           HOLFILE E CONGRUENCIA DE ZELLER, COMO NO PROGCOB03);
000240*           O DIA DE MAIOR MOVIMENTO; A MEDIA DIARIA CONTANDO
000250*           APENAS DIAS UTEIS; E A SECAO DE VISITANTES
000260*           RECORRENTES (MAIS DE UMA VISITA NO PERIODO), POR
000266*           IDENTIFICACAO DO VISITANTE (VISFILE, SEGUINDO A
000272*           UNIFICACAO) OU, SEM ELA, PELO NOME. SUBSTITUI
000280*           A TABULACAO MANUAL DOS REGDIA.LST ANTIGOS NO
000290*           FECHAMENTO DO MES.
000300*
000343*                   FICAM FORA DAS CONTAGENS POR DIA E DA SECAO
000344*                   DE RECORRENTES - QUEM NUNCA ENTROU NAO E
000345*                   ASSINATURA NEM VISITA.
000346* 2026-10-15 DSR    SECAO DE RECORRENTES PASSOU A ORDENAR (SORT) E
000347*                   QUEBRAR PELA IDENTIFICACAO DO VISITANTE
000348*                   (REG-ID-VISITANTE), SEGUINDO A UNIFICACAO DO
000349*                   VISFILE ATE A QUE PERMANECEU, COM O NOME DO
000350*                   CADASTRO DE VISITANTES NA LINHA; SEM
000351*                   IDENTIFICACAO, CONTINUA PELO NOME DO MESTRE.
000352******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000510     SELECT RELFILE ASSIGN TO "RESUMO.LST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-REL-STATUS.
000531
000532     SELECT VISFILE ASSIGN TO "VISFILE"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS RANDOM
000535         RECORD KEY IS VIS-ID
000536         ALTERNATE RECORD KEY IS VIS-DOCUMENTO WITH DUPLICATES
000537         FILE STATUS IS WRK-VIS-STATUS.
000538
000539     SELECT SRTFILE ASSIGN TO "SRTWK01".
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000620
000630 FD  RELFILE.
000640 01  REL-LINHA                   PIC X(80).
000641
000642 FD  VISFILE.
000643     COPY VISREC.
000644
000645* VISITAS DO PERIODO PARA A SECAO DE RECORRENTES: IDENTIFICACAO
000646* QUE PERMANECEU APOS A UNIFICACAO (ZEROS = SEM IDENTIFICACAO) E
000647* O NOME DO CADASTRO DE VISITANTES (OU DO MESTRE, SEM ELE).
000648 SD  SRTFILE.
000649 01  SRT-REGISTRO.
000650     05  SRT-ID-VISITANTE        PIC 9(06).
000651     05  SRT-NOME                PIC X(30).
000652
000660 WORKING-STORAGE SECTION.
000670 77  WRK-REG-STATUS              PIC X(02) VALUE "00".
000680 77  WRK-HOL-STATUS              PIC X(02) VALUE "00".
000690 77  WRK-REL-STATUS              PIC X(02) VALUE "00".
000695 77  WRK-VIS-STATUS              PIC X(02) VALUE "00".
000700
000710 77  WRK-SW-FIM-REGFILE          PIC X(01) VALUE "N".
000720     88  FIM-REGFILE                     VALUE "S".
000770 77  WRK-SW-HOLFILE              PIC X(01) VALUE "N".
000780     88  CALENDARIO-DISPONIVEL           VALUE "S".
000790     88  CALENDARIO-INDISPONIVEL         VALUE "N".
000791 77  WRK-SW-VISFILE              PIC X(01) VALUE "N".
000792     88  VISITANTES-DISPONIVEL           VALUE "S".
000793     88  VISITANTES-INDISPONIVEL         VALUE "N".
000794 77  WRK-SW-FIM-SRTFILE          PIC X(01) VALUE "N".
000795     88  FIM-SRTFILE                     VALUE "S".
000796     88  NAO-FIM-SRTFILE                 VALUE "N".
000800
000810 77  WRK-DATA-DE                 PIC 9(08) VALUE ZEROS.
000820 77  WRK-DATA-ATE                PIC 9(08) VALUE ZEROS.
001660 77  WRK-MEDIA-DIA-UTIL          PIC 9(04)V99 VALUE ZEROS.
001670
001680 77  WRK-NOME-ANTERIOR           PIC X(30) VALUE SPACES.
001683 77  WRK-ID-ANTERIOR             PIC 9(06) VALUE ZEROS.
001686 77  WRK-SALTOS-INCORP           PIC 9(02) VALUE ZEROS.
001690 77  WRK-VISITAS-PESSOA          PIC 9(04) VALUE ZEROS.
001700 77  WRK-QTDE-RECORRENTES        PIC 9(04) VALUE ZEROS.
001710
002040
002050 01  WRK-LINHA-RECORRENTE.
002060     02  FILLER                  PIC X(04) VALUE SPACES.
002063     02  WRK-REC-ID              PIC X(06).
002066     02  FILLER                  PIC X(02) VALUE SPACES.
002070     02  WRK-REC-NOME            PIC X(30).
002080     02  FILLER                  PIC X(11) VALUE "  VISITAS: ".
002090     02  WRK-REC-QTDE            PIC ZZZ9.
005530 4000-IMPRIMIR-TOTAIS-EXIT.
005540     EXIT.
005550
005553******************************************************************
005556* 5000-IMPRIMIR-RECORRENTES
005559* SEGUNDA PASSADA NO MESTRE: AS VISITAS DO PERIODO SAO ORDENADAS
005562* PELA IDENTIFICACAO DO VISITANTE, JA LEVADA ATE A QUE PERMANECEU
005565* NA UNIFICACAO (PROGCB29), PARA QUE GRAFIAS DIFERENTES DO NOME DA
005568* MESMA PESSOA CONTEM JUNTAS. CADASTRO SEM IDENTIFICACAO (ZEROS OU
005571* ESPACOS NOS CONVERTIDOS) CONTINUA AGRUPADO PELO NOME. QUEM TEM
005574* MAIS DE UMA VISITA NO PERIODO SAI NA SECAO DE RECORRENTES.
005577******************************************************************
005580 5000-IMPRIMIR-RECORRENTES.
005583     MOVE SPACES TO REL-LINHA.
005586     WRITE REL-LINHA.
005589     MOVE "VISITANTES RECORRENTES NO PERIODO:" TO REL-LINHA.
005592     WRITE REL-LINHA.
005595
005598     OPEN INPUT REGFILE.
005601     IF WRK-REG-STATUS NOT = "00"
005604         MOVE "    ARQUIVO MESTRE INDISPONIVEL PARA A SECAO."
005607             TO REL-LINHA
005610         WRITE REL-LINHA
005613         GO TO 5000-IMPRIMIR-RECORRENTES-EXIT
005616     END-IF.
005619
005622     SORT SRTFILE
005625         ON ASCENDING KEY SRT-ID-VISITANTE SRT-NOME
005628         INPUT PROCEDURE IS 5100-SELECIONAR-VISITAS
005631             THRU 5100-SELECIONAR-VISITAS-EXIT
005634         OUTPUT PROCEDURE IS 5300-CONTAR-VISITAS
005637             THRU 5300-CONTAR-VISITAS-EXIT.
005640     CLOSE REGFILE.
005643
005646     IF WRK-QTDE-RECORRENTES = 0
005649         MOVE "    NENHUM VISITANTE RECORRENTE NO PERIODO."
005652             TO REL-LINHA
005655         WRITE REL-LINHA
005658     END-IF.
005661 5000-IMPRIMIR-RECORRENTES-EXIT.
005664     EXIT.
005667
005670******************************************************************
005673* 5100-SELECIONAR-VISITAS
005676* ENTRADA DA ORDENACAO: VARRE O MESTRE E LIBERA UMA VISITA POR
005679* CADASTRO DO PERIODO. SEM O CADASTRO DE VISITANTES, A VISITA VAI
005682* COM A IDENTIFICACAO GRAVADA NO MESTRE E O NOME DIGITADO.
005685******************************************************************
005688 5100-SELECIONAR-VISITAS.
005691     OPEN INPUT VISFILE.
005694     IF WRK-VIS-STATUS = "00"
005697         SET VISITANTES-DISPONIVEL TO TRUE
005700     ELSE
005703         SET VISITANTES-INDISPONIVEL TO TRUE
005706         DISPLAY "AVISO: CADASTRO DE VISITANTES (VISFILE) "
005709                 "INDISPONIVEL - STATUS " WRK-VIS-STATUS
005712                 " - RECORRENTES SEM SEGUIR A UNIFICACAO."
005715     END-IF.
005718     SET NAO-FIM-REGFILE TO TRUE.
005721     PERFORM 5110-LIBERAR-VISITA
005724         THRU 5110-LIBERAR-VISITA-EXIT
005727         UNTIL FIM-REGFILE.
005730     IF VISITANTES-DISPONIVEL
005733         CLOSE VISFILE
005736     END-IF.
005739 5100-SELECIONAR-VISITAS-EXIT.
005742     EXIT.
005745
005748******************************************************************
005751* 5110-LIBERAR-VISITA
005754* LE UM CADASTRO E, SE A DATA ESTIVER NO PERIODO, LIBERA A VISITA
005757* PARA A ORDENACAO COM A IDENTIFICACAO QUE PERMANECEU.
005760******************************************************************
005763 5110-LIBERAR-VISITA.
005766     READ REGFILE NEXT RECORD
005769         AT END
005772             SET FIM-REGFILE TO TRUE
005775             GO TO 5110-LIBERAR-VISITA-EXIT
005778     END-READ.
005781     IF REG-DATA-CADASTRO < WRK-DATA-DE OR
005784            REG-DATA-CADASTRO > WRK-DATA-ATE
005787         GO TO 5110-LIBERAR-VISITA-EXIT
005790     END-IF.
005793*    PRE-REGISTRO SEM CHEGADA CONFIRMADA NAO CONTA COMO VISITA.
005796     IF REG-PRE-REGISTRADO
005799         GO TO 5110-LIBERAR-VISITA-EXIT
005802     END-IF.
005805
005808     MOVE ZEROS TO SRT-ID-VISITANTE.
005811     MOVE REG-NOME TO SRT-NOME.
005814     IF REG-ID-VISITANTE IS NUMERIC AND REG-ID-VISITANTE > 0
005817         MOVE REG-ID-VISITANTE TO SRT-ID-VISITANTE
005820         IF VISITANTES-DISPONIVEL
005823             PERFORM 5120-RESOLVER-VISITANTE
005826                 THRU 5120-RESOLVER-VISITANTE-EXIT
005829         END-IF
005832     END-IF.
005835     RELEASE SRT-REGISTRO.
005838 5110-LIBERAR-VISITA-EXIT.
005841     EXIT.
005844
005847******************************************************************
005850* 5120-RESOLVER-VISITANTE
005853* LOCALIZA A IDENTIFICACAO DO CADASTRO NO VISFILE E SEGUE A
005856* UNIFICACAO ATE A QUE PERMANECEU, CUJO NOME VAI PARA O RESUMO.
005859* IDENTIFICACAO AUSENTE OU CADEIA INTERROMPIDA FICA COMO GRAVADA.
005862******************************************************************
005865 5120-RESOLVER-VISITANTE.
005868     MOVE REG-ID-VISITANTE TO VIS-ID.
005871     READ VISFILE
005874         KEY IS VIS-ID
005877         INVALID KEY
005880             GO TO 5120-RESOLVER-VISITANTE-EXIT
005883     END-READ.
005886     PERFORM 5130-SEGUIR-INCORPORACAO
005889         THRU 5130-SEGUIR-INCORPORACAO-EXIT
005892         VARYING WRK-SALTOS-INCORP FROM 1 BY 1
005895         UNTIL WRK-SALTOS-INCORP > 10
005898            OR NOT VIS-INCORPORADO.
005901     IF VIS-ATIVO
005904         MOVE VIS-ID TO SRT-ID-VISITANTE
005907         MOVE VIS-NOME TO SRT-NOME
005910     END-IF.
005913 5120-RESOLVER-VISITANTE-EXIT.
005916     EXIT.
005919
005922******************************************************************
005925* 5130-SEGUIR-INCORPORACAO
005928* A IDENTIFICACAO LIDA FOI INCORPORADA A OUTRA - PASSA PARA A
005931* QUE PERMANECEU.
005934******************************************************************
005937 5130-SEGUIR-INCORPORACAO.
005940     MOVE VIS-ID-INCORPORADOR TO VIS-ID.
005943     READ VISFILE
005946         KEY IS VIS-ID
005949         INVALID KEY
005952             MOVE SPACES TO VIS-SITUACAO
005955     END-READ.
005958 5130-SEGUIR-INCORPORACAO-EXIT.
005961     EXIT.
005964
005967******************************************************************
005970* 5300-CONTAR-VISITAS
005973* SAIDA DA ORDENACAO: AS VISITAS DA MESMA PESSOA CHEGAM JUNTAS; NA
005976* TROCA DE PESSOA FECHA A CONTAGEM DA ANTERIOR.
005979******************************************************************
005982 5300-CONTAR-VISITAS.
005985     MOVE ZEROS TO WRK-ID-ANTERIOR.
005988     MOVE SPACES TO WRK-NOME-ANTERIOR.
005991     MOVE ZEROS TO WRK-VISITAS-PESSOA.
005994     SET NAO-FIM-SRTFILE TO TRUE.
005997     PERFORM 5310-CONTAR-VISITA
006000         THRU 5310-CONTAR-VISITA-EXIT
006003         UNTIL FIM-SRTFILE.
006006     PERFORM 5200-FECHAR-PESSOA THRU 5200-FECHAR-PESSOA-EXIT.
006009 5300-CONTAR-VISITAS-EXIT.
006012     EXIT.
006015
006018******************************************************************
006021* 5310-CONTAR-VISITA
006024* DEVOLVE A PROXIMA VISITA ORDENADA. A PESSOA MUDA QUANDO MUDA A
006027* IDENTIFICACAO OU, ENTRE AS VISITAS SEM IDENTIFICACAO, O NOME.
006030******************************************************************
006033 5310-CONTAR-VISITA.
006036     RETURN SRTFILE
006039         AT END
006042             SET FIM-SRTFILE TO TRUE
006045             GO TO 5310-CONTAR-VISITA-EXIT
006048     END-RETURN.
006051     IF SRT-ID-VISITANTE NOT = WRK-ID-ANTERIOR OR
006054            (SRT-ID-VISITANTE = 0 AND
006057             SRT-NOME NOT = WRK-NOME-ANTERIOR)
006060         PERFORM 5200-FECHAR-PESSOA THRU 5200-FECHAR-PESSOA-EXIT
006063         MOVE SRT-ID-VISITANTE TO WRK-ID-ANTERIOR
006066         MOVE SRT-NOME TO WRK-NOME-ANTERIOR
006069         MOVE ZEROS TO WRK-VISITAS-PESSOA
006072     END-IF.
006075     ADD 1 TO WRK-VISITAS-PESSOA.
006078 5310-CONTAR-VISITA-EXIT.
006081     EXIT.
006190
006200******************************************************************
006210* 5200-FECHAR-PESSOA
006230* IMPRIME A LINHA DE RECORRENTE.
006240******************************************************************
006250 5200-FECHAR-PESSOA.
006253     IF (WRK-ID-ANTERIOR > 0 OR
006256             WRK-NOME-ANTERIOR NOT = SPACES) AND
006259            WRK-VISITAS-PESSOA > 1
006262         IF WRK-ID-ANTERIOR = 0
006265             MOVE "SEM ID" TO WRK-REC-ID
006268         ELSE
006271             MOVE WRK-ID-ANTERIOR TO WRK-REC-ID
006274         END-IF
006280         MOVE WRK-NOME-ANTERIOR TO WRK-REC-NOME
006290         MOVE WRK-VISITAS-PESSOA TO WRK-REC-QTDE
006300         MOVE WRK-LINHA-RECORRENTE TO REL-LINHA
