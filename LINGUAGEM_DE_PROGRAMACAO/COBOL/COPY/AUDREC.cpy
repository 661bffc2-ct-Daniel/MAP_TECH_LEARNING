      * REAL CONFIRMADA. A INCLUSAO DO PRE-REGISTRO JA FOI AUDITADA
      * PELA ATIVACAO - UMA SEGUNDA LINHA "I" DESBALANCEARIA A
      * CONCILIACAO DO PROGCOB09.
      * ALTERADO EM 2026-10-15 POR DSR - INCLUSAO DA OPERACAO DE
      * REABERTURA DE DATA DE NEGOCIO FECHADA (AUD-OPER-REABERTURA),
      * GRAVADA PELO PROGCB28. NESSAS LINHAS A DATA DE NEGOCIO E A
      * DATA REABERTA, O AUD-OPERADOR E O SUPERVISOR QUE REABRIU E O
      * CAMPO DO NOME TRAZ O INICIO DO MOTIVO INFORMADO.
      * ALTERADO EM 2026-10-15 POR DSR - INCLUSAO DA OPERACAO DE
      * UNIFICACAO DE VISITANTES (AUD-OPER-UNIFICACAO), GRAVADA PELO
      * PROGCB29. NESSAS LINHAS A DATA DE NEGOCIO E A DATA DA
      * UNIFICACAO, O AUD-OPERADOR E O SUPERVISOR QUE A FEZ E O CAMPO
      * DO NOME TRAZ "VISITANTE <INCORPORADA> EM <QUE PERMANECE>".
      * ALTERADO EM 2026-10-15 POR DSR - INCLUSAO DA OPERACAO DE
      * ANONIMIZACAO DE TITULAR PELA LGPD (AUD-OPER-ANONIMIZACAO),
      * GRAVADA PELO PROGCB30. NESSAS LINHAS A DATA DE NEGOCIO E A
      * DATA DA ANONIMIZACAO, O AUD-OPERADOR E O SUPERVISOR QUE A
      * AUTORIZOU E O CAMPO DO NOME TRAZ O PSEUDONIMO APLICADO (O NOME
      * ORIGINAL NAO E GUARDADO EM LUGAR NENHUM).
      * ALTERADO EM 2026-10-15 POR DSR - INCLUSAO DA OPERACAO DE
      * REPARO DE INTEGRIDADE (AUD-OPER-REPARO), GRAVADA PELO PROGCB32.
      * NESSAS LINHAS O AUD-OPERADOR E O SUPERVISOR QUE FEZ A CORRECAO
      * E O CAMPO DO NOME DESCREVE O QUE FOI CORRIGIDO ("OCUPACAO
      * <ANTERIOR> PARA <NOVA>", COM A DATA DA OCUPACAO, OU "CRACHA
      * <NUMERO> DEVOLVIDO (ORFAO)", COM A DATA DO REPARO).
      * ALTERADO EM 2026-10-15 POR DSR - INCLUSAO DA OPERACAO DE NOVO
      * FECHAMENTO DE DATA REABERTA (AUD-OPER-REFECHAMENTO), GRAVADA
      * PELO PROGCB28. NESSAS LINHAS A DATA DE NEGOCIO E A DATA
      * FECHADA, A HORA E A DO NOVO FECHAMENTO, O AUD-OPERADOR E O
      * SUPERVISOR E O CAMPO DO NOME TRAZ "FECHADA APOS REABERTURA"
      * OU, UMA LINHA POR PASSO, "PASSO <NN> <PROGRAMA> LIBERADO"
      * PARA CADA MARCA DE REEXECUCAO LIMPA NO FECHAMENTO.
      ******************************************************************
       01  AUD-REGISTRO.
           05  AUD-SEQUENCIA           PIC 9(06).
               88  AUD-OPER-AUTO-SAIDA         VALUE "F".
               88  AUD-OPER-OCUP-LIBER         VALUE "O".
               88  AUD-OPER-CHEGADA            VALUE "C".
               88  AUD-OPER-REABERTURA         VALUE "R".
               88  AUD-OPER-UNIFICACAO         VALUE "U".
               88  AUD-OPER-ANONIMIZACAO       VALUE "X".
               88  AUD-OPER-REPARO             VALUE "K".
               88  AUD-OPER-REFECHAMENTO       VALUE "N".
           05  AUD-OPERADOR            PIC X(08).
