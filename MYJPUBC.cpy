      *================================================================*
      * COPYBOOK MYJPUBC - AREA DE PARAMETROS DO MODULO MYJRNPUB
      * (PUBLICACAO DAS ALTERACOES DE TB_CLIENTES NA FILA MQ
      * CLI.EVENTOS, CHAMAVEL DE BATCH, CICS E IMS - MESMO MOLDE DO
      * MYCHKDGC).
      *
      * CHAMADA: CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS
      *                                WS-JOURNAL-VARS (MYJRNLC).
      *
      * FUNCOES:
      *   'P' = PUBLICAR: MONTA O EVENTO (LAYOUT MYJEVTC) COM AS
      *         IMAGENS DO WS-JOURNAL-VARS RECEM-GRAVADO E FAZ O MQPUT
      *         SOB SYNCPOINT NA CLI.EVENTOS E NA FILA DE REGISTRO
      *         CLI.EVENTOS.LOG (LIDA PELA RECONCILIACAO MYJRNREC).
      *         A CONEXAO E A ABERTURA DAS FILAS SAO FEITAS NA
      *         PRIMEIRA CHAMADA. DEVOLVE O TIPO DA MUDANCA EM
      *         JPUB-TIPO-MUDANCA.
      *   'C' = CONFIRMAR (MQCMIT) - SO BATCH, LOGO APOS O EXEC SQL
      *         COMMIT. NO CICS VALE O SYNCPOINT DA TAREFA; NO IMS, O
      *         CHKP/ROLB DO BMP.
      *   'B' = DESFAZER (MQBACK) - SO BATCH, JUNTO COM O ROLLBACK.
      *   'F' = ENCERRAR (MQCLOSE + MQDISC) - SO BATCH, NO FIM.
      *
      * JPUB-REPUBLICACAO = 'S' MARCA O EVENTO COMO REPUBLICADO PELA
      * RECONCILIACAO (MYJRNREC); OS DEMAIS CHAMADORES PASSAM 'N'.
      *
      * RETORNO: '00' = OK; '08' = FALHA NO MQ (JPUB-MQ-REASON TRAZ O
      * REASON CODE). A FALHA NA PUBLICACAO NAO DESFAZ A ALTERACAO: A
      * LINHA DO DIARIO FICA E A RECONCILIACAO DA MANHA SEGUINTE
      * REPUBLICA O EVENTO QUE FALTAR NA FILA DE REGISTRO.
      *================================================================*
       01 MYJRNPUB-PARAMETROS.
           05 JPUB-FUNCAO           PIC X(01).
              88 JPUB-FN-PUBLICAR   VALUE 'P'.
              88 JPUB-FN-CONFIRMAR  VALUE 'C'.
              88 JPUB-FN-DESFAZER   VALUE 'B'.
              88 JPUB-FN-ENCERRAR   VALUE 'F'.
           05 JPUB-REPUBLICACAO     PIC X(01).
              88 JPUB-REPUBLICADO   VALUE 'S'.
           05 JPUB-TIPO-MUDANCA     PIC X(10).
           05 JPUB-RETORNO          PIC X(02).
              88 JPUB-OK            VALUE '00'.
              88 JPUB-FALHA-MQ      VALUE '08'.
           05 JPUB-MQ-REASON        PIC S9(09) BINARY.
