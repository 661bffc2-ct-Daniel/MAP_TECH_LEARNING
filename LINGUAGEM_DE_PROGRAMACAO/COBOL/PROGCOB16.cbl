000230*           RELATORIO DIARIO POR ANFITRIAO (PROGCB17). OFERECE
000240*           INCLUSAO, LISTAGEM, ALTERACAO E EXCLUSAO, NO MESMO
000250*           PADRAO DA MANUTENCAO DO CALENDARIO (PROGCOB07).
000252*           MANTEM TAMBEM O E-MAIL E O CELULAR DO ANFITRIAO,
000254*           USADOS NO AVISO DE CHEGADA E SAIDA DO VISITANTE
000256*           (NTFFILE, GRAVADO PELO PROGCOB01).
000260*
000270* HISTORICO DE ALTERACOES
000280* DATA       INIC.  DESCRICAO
000290* ---------- -----  ------------------------------------------
000300* 2026-09-03 DSR    PROGRAMA ORIGINAL.
000301* 2026-10-15 DSR    E-MAIL E CELULAR DO ANFITRIAO NA INCLUSAO,
000302*                   ALTERACAO (BRANCO = MANTER, * = APAGAR) E
000303*                   LISTAGEM, COM CONFERENCIA DO FORMATO
000304*                   (7000-VALIDAR-CONTATO), PARA O AVISO DE
000305*                   CHEGADA E SAIDA DO VISITANTE.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000580 77  WRK-ID-ENTRADA          PIC X(08) VALUE SPACES.
000590 77  WRK-NOME-ENTRADA        PIC X(30) VALUE SPACES.
000600 77  WRK-DEPTO-ENTRADA       PIC X(20) VALUE SPACES.
000603 77  WRK-EMAIL-ENTRADA       PIC X(40) VALUE SPACES.
000606 77  WRK-CELULAR-ENTRADA     PIC X(15) VALUE SPACES.
000610 77  WRK-QTDE-LISTADOS       PIC 9(04) VALUE ZEROS.
000611
000612 77  WRK-SW-CONTATO          PIC X(01) VALUE "S".
000613     88  CONTATO-VALIDO              VALUE "S".
000614     88  CONTATO-INVALIDO            VALUE "N".
000615 77  WRK-QTDE-ARROBA         PIC 9(02) VALUE ZEROS.
000616 77  WRK-QTDE-DIGITOS        PIC 9(02) VALUE ZEROS.
000617 77  WRK-QTDE-OUTROS         PIC 9(02) VALUE ZEROS.
000618 77  WRK-IDX                 PIC 9(02) VALUE ZEROS.
000619 77  WRK-CARACTER            PIC X(01) VALUE SPACES.
000620
000630 PROCEDURE DIVISION.
000640******************************************************************
001310
001320******************************************************************
001330* 3000-INCLUIR-ANFITRIAO
001340* RECEBE A IDENTIFICACAO, O NOME, O DEPARTAMENTO, O E-MAIL E O
001350* CELULAR E GRAVA O ANFITRIAO, REJEITANDO IDENTIFICACAO EM
001353* BRANCO OU JA EXISTENTE E CONTATO INVALIDO. E-MAIL E CELULAR
001356* SAO OPCIONAIS (BRANCO = SEM O CONTATO).
001360******************************************************************
001370 3000-INCLUIR-ANFITRIAO.
001380     DISPLAY "IDENTIFICACAO DO ANFITRIAO: ".
001520     DISPLAY "DEPARTAMENTO: ".
001530     ACCEPT WRK-DEPTO-ENTRADA.
001540
001541     DISPLAY "E-MAIL (BRANCO = NAO TEM): ".
001542     ACCEPT WRK-EMAIL-ENTRADA.
001543     DISPLAY "CELULAR COM DDD (BRANCO = NAO TEM): ".
001544     ACCEPT WRK-CELULAR-ENTRADA.
001545     PERFORM 7000-VALIDAR-CONTATO THRU 7000-VALIDAR-CONTATO-EXIT.
001546     IF CONTATO-INVALIDO
001547         DISPLAY "INCLUSAO CANCELADA."
001548         GO TO 3000-INCLUIR-ANFITRIAO-EXIT
001549     END-IF.
001550     IF WRK-EMAIL-ENTRADA = SPACES
001551         AND WRK-CELULAR-ENTRADA = SPACES
001552         DISPLAY "ATENCAO: ANFITRIAO SEM E-MAIL E SEM CELULAR - "
001553                 "NAO RECEBERA AVISO DE CHEGADA."
001554     END-IF.
001555
001556     MOVE SPACES TO ANF-REGISTRO.
001560     MOVE WRK-ID-ENTRADA TO ANF-ID.
001570     MOVE WRK-NOME-ENTRADA TO ANF-NOME.
001580     MOVE WRK-DEPTO-ENTRADA TO ANF-DEPTO.
001583     MOVE WRK-EMAIL-ENTRADA TO ANF-EMAIL.
001586     MOVE WRK-CELULAR-ENTRADA TO ANF-CELULAR.
001590     WRITE ANF-REGISTRO
001600         INVALID KEY
001610             DISPLAY "JA EXISTE ANFITRIAO COM A IDENTIFICACAO "
002040             GO TO 4100-LISTAR-UM-ANFITRIAO-EXIT
002050     END-READ.
002060     DISPLAY ANF-ID " " ANF-NOME " " ANF-DEPTO.
002061     IF ANF-EMAIL = SPACES AND ANF-CELULAR = SPACES
002062         DISPLAY "         SEM E-MAIL E SEM CELULAR"
002063     ELSE
002064         DISPLAY "         " ANF-EMAIL " " ANF-CELULAR
002065     END-IF.
002070     ADD 1 TO WRK-QTDE-LISTADOS.
002080 4100-LISTAR-UM-ANFITRIAO-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120* 5000-ALTERAR-ANFITRIAO
002130* LOCALIZA O ANFITRIAO PELA IDENTIFICACAO E REGRAVA O NOME, O
002140* DEPARTAMENTO, O E-MAIL E O CELULAR. BRANCO MANTEM O VALOR
002145* ATUAL; "*" APAGA O E-MAIL OU O CELULAR.
002150******************************************************************
002160 5000-ALTERAR-ANFITRIAO.
002170     DISPLAY "IDENTIFICACAO DO ANFITRIAO A ALTERAR: ".
002270
002280     DISPLAY "NOME ATUAL.........: " ANF-NOME.
002290     DISPLAY "DEPARTAMENTO ATUAL.: " ANF-DEPTO.
002293     DISPLAY "E-MAIL ATUAL.......: " ANF-EMAIL.
002296     DISPLAY "CELULAR ATUAL......: " ANF-CELULAR.
002300     DISPLAY "NOVO NOME (BRANCO = MANTER): ".
002310     ACCEPT WRK-NOME-ENTRADA.
002320     IF WRK-NOME-ENTRADA NOT = SPACES
002370     IF WRK-DEPTO-ENTRADA NOT = SPACES
002380         MOVE WRK-DEPTO-ENTRADA TO ANF-DEPTO
002390     END-IF.
002391     DISPLAY "NOVO E-MAIL (BRANCO = MANTER, * = APAGAR): ".
002392     ACCEPT WRK-EMAIL-ENTRADA.
002393     DISPLAY "NOVO CELULAR (BRANCO = MANTER, * = APAGAR): ".
002394     ACCEPT WRK-CELULAR-ENTRADA.
002395     IF WRK-EMAIL-ENTRADA = SPACES
002396         MOVE ANF-EMAIL TO WRK-EMAIL-ENTRADA
002397     END-IF.
002398     IF WRK-EMAIL-ENTRADA = "*"
002399         MOVE SPACES TO WRK-EMAIL-ENTRADA
002400     END-IF.
002401     IF WRK-CELULAR-ENTRADA = SPACES
002402         MOVE ANF-CELULAR TO WRK-CELULAR-ENTRADA
002403     END-IF.
002404     IF WRK-CELULAR-ENTRADA = "*"
002405         MOVE SPACES TO WRK-CELULAR-ENTRADA
002406     END-IF.
002407     PERFORM 7000-VALIDAR-CONTATO THRU 7000-VALIDAR-CONTATO-EXIT.
002408     IF CONTATO-INVALIDO
002409         DISPLAY "ALTERACAO CANCELADA."
002410         GO TO 5000-ALTERAR-ANFITRIAO-EXIT
002411     END-IF.
002412     MOVE WRK-EMAIL-ENTRADA TO ANF-EMAIL.
002413     MOVE WRK-CELULAR-ENTRADA TO ANF-CELULAR.
002414     REWRITE ANF-REGISTRO
002415         INVALID KEY
002420             DISPLAY "ERRO AO REGRAVAR ANFITRIAO - STATUS "
002430                     WRK-ANF-STATUS
002440         NOT INVALID KEY
002720     END-DELETE.
002730 6000-EXCLUIR-ANFITRIAO-EXIT.
002740     EXIT.
002741
002742******************************************************************
002743* 7000-VALIDAR-CONTATO
002744* CONFERE O E-MAIL E O CELULAR INFORMADOS (WRK-EMAIL-ENTRADA E
002745* WRK-CELULAR-ENTRADA). BRANCO E ACEITO (SEM O CONTATO). O
002746* E-MAIL PRECISA TER UM UNICO "@", QUE NAO SEJA O PRIMEIRO
002747* CARACTER, E NAO PODE COMECAR POR ESPACO. O CELULAR PRECISA
002748* TER AO MENOS 10 DIGITOS (DDD + NUMERO), ADMITINDO SO ESPACO,
002749* PARENTESES, HIFEN E "+" ENTRE ELES.
002750******************************************************************
002751 7000-VALIDAR-CONTATO.
002752     SET CONTATO-VALIDO TO TRUE.
002753     IF WRK-EMAIL-ENTRADA NOT = SPACES
002754         MOVE ZEROS TO WRK-QTDE-ARROBA
002755         INSPECT WRK-EMAIL-ENTRADA
002756             TALLYING WRK-QTDE-ARROBA FOR ALL "@"
002757         IF WRK-QTDE-ARROBA NOT = 1
002758             OR WRK-EMAIL-ENTRADA(1:1) = "@"
002759             OR WRK-EMAIL-ENTRADA(1:1) = SPACE
002760             SET CONTATO-INVALIDO TO TRUE
002761             DISPLAY "E-MAIL INVALIDO: " WRK-EMAIL-ENTRADA
002762         END-IF
002763     END-IF.
002764     IF WRK-CELULAR-ENTRADA NOT = SPACES
002765         MOVE ZEROS TO WRK-QTDE-DIGITOS WRK-QTDE-OUTROS
002766         PERFORM 7100-EXAMINAR-CELULAR
002767             THRU 7100-EXAMINAR-CELULAR-EXIT
002768             VARYING WRK-IDX FROM 1 BY 1
002769             UNTIL WRK-IDX > 15
002770         IF WRK-QTDE-DIGITOS < 10
002771             OR WRK-QTDE-OUTROS > 0
002772             SET CONTATO-INVALIDO TO TRUE
002773             DISPLAY "CELULAR INVALIDO (MINIMO 10 DIGITOS COM "
002774                     "DDD): " WRK-CELULAR-ENTRADA
002775         END-IF
002776     END-IF.
002777 7000-VALIDAR-CONTATO-EXIT.
002778     EXIT.
002779
002780******************************************************************
002781* 7100-EXAMINAR-CELULAR
002782* CLASSIFICA UM CARACTER DO CELULAR INFORMADO: CONTA OS DIGITOS
002783* E OS CARACTERES NAO ADMITIDOS.
002784******************************************************************
002785 7100-EXAMINAR-CELULAR.
002786     MOVE WRK-CELULAR-ENTRADA(WRK-IDX:1) TO WRK-CARACTER.
002787     IF WRK-CARACTER IS NUMERIC
002788         ADD 1 TO WRK-QTDE-DIGITOS
002789         GO TO 7100-EXAMINAR-CELULAR-EXIT
002790     END-IF.
002791     IF WRK-CARACTER NOT = SPACE
002792         AND WRK-CARACTER NOT = "("
002793         AND WRK-CARACTER NOT = ")"
002794         AND WRK-CARACTER NOT = "-"
002795         AND WRK-CARACTER NOT = "+"
002796         ADD 1 TO WRK-QTDE-OUTROS
002797     END-IF.
002798 7100-EXAMINAR-CELULAR-EXIT.
002799     EXIT.
002800
002801******************************************************************
002802* 9999-FINALIZAR
002803* FECHA O CADASTRO DE ANFITRIOES ANTES DE ENCERRAR O PROGRAMA.
002804******************************************************************
002805 9999-FINALIZAR.
002810     CLOSE ANFFILE.
002820 9999-FINALIZAR-EXIT.
002830     EXIT.
