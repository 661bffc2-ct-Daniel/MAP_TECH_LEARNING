      * CONCLUIDO EM VEZ DE REEXECUTAR A CADEIA DESDE O COMECO.
      * COMPLEMENTA O CHECKPOINT POR DATA (CKPFILE) DO PROGCOB03.
      * CRIADO EM 2026-08-22 POR DSR.
      * ALTERADO EM 2026-10-15 POR DSR - MARCA DE REEXECUCAO
      * (STP-IND-REEXECUTAR) ABERTA NO FILLER. "S" = PASSO CONCLUIDO
      * CUJA DATA DE NEGOCIO FOI REABERTA POR SUPERVISOR (PROGCB28)
      * DEPOIS DE FECHADA - O RELATORIO JA EMITIDO NAO VALE MAIS E O
      * CONDUTOR NAO PULA O PASSO NUM RESTART. A MARCA E LIMPA QUANDO
      * O PASSO E EXECUTADO DE NOVO PELO CONDUTOR (SO NA DATA DO DIA)
      * OU, PARA DATA PASSADA, QUANDO O SUPERVISOR FECHA A DATA DE NOVO
      * NO PROGCB28 CONFIRMANDO QUE OS RELATORIOS FORAM REEMITIDOS.
      ******************************************************************
       01  STP-REGISTRO.
           05  STP-CHAVE.
               88  STP-SUCESSO                 VALUE "S".
               88  STP-FALHA                   VALUE "F".
               88  STP-EM-EXECUCAO             VALUE "E".
           05  STP-IND-REEXECUTAR      PIC X(01).
               88  STP-REEXECUTAR              VALUE "S".
           05  FILLER                  PIC X(04).
