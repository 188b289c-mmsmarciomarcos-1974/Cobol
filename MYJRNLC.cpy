      * TB_CLIENTES UMA TRILHA UNICA: QUEM (PROGRAMA + TASK/JOB), QUANDO
      * E O VALOR DO CAMPO ANTES/DEPOIS - INDEPENDENTE DE TER SIDO PELO
      * LADO CICS OU BATCH.
      *
      * O CHANGE_TS DA LINHA VEM DE WS-JRNL-CHANGE-TS (SET ... = CURRENT
      * TIMESTAMP ANTES DO INSERT) E, LOGO APOS O INSERT, O PROGRAMA
      * FAZ CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS
      * (COPYBOOK MYJPUBC): A MESMA ALTERACAO SAI COMO EVENTO NA FILA
      * MQ CLI.EVENTOS, NA MESMA UNIDADE DE TRABALHO, COM A MESMA
      * CHAVE (ID + TIMESTAMP + PROGRAMA) DA LINHA DO DIARIO.
      *================================================================*
       01 WS-JOURNAL-VARS.
           05 WS-JRNL-PROGRAM-NAME  PIC X(08).
      *--- MYCICSQL); NAS DEMAIS FICA EM SPACES.
           05 WS-JRNL-STATUS-ANTES  PIC X(10).
           05 WS-JRNL-STATUS-DEPOIS PIC X(10).
      *--- TIMESTAMP GRAVADO EM CHANGE_TS (O MESMO VAI NO EVENTO MQ)
           05 WS-JRNL-CHANGE-TS     PIC X(26).
