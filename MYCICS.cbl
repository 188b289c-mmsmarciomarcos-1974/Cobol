      * (TRILHA DE AUDITORIA), COM EIBTRMID/EIBTASKN/EIBDATE/EIBTIME
      * E O DATAI DIGITADO, PARA RECONSTRUIR QUEM DIGITOU O QUE E
      * QUANDO. A TDQ 'AUDT' E DEFINIDA NA DCT, MAPEADA PARA UM
      * DATASET SEQUENCIAL (EXTRAPARTITION) DE LOG. A GRAVACAO E FEITA
      * PELO MYAUDCAD (EXEC CICS LINK COM O WS-AUDIT-RECORD NA
      * COMMAREA), QUE ENCADEIA O HASH DE CADA REGISTRO NO ANTERIOR -
      * O MESMO 3990/3160 EM TODAS AS TRANSACOES DA SUITE.
      *
      * TODAS AS MENSAGENS EXIBIDAS AO USUARIO VEM DE WS-MSG-ENTRY,
      * BUSCADAS POR ID E PELO CODIGO DE IDIOMA EM WS-CA-LANGUAGE-CODE
           MOVE 'TRN1'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           MOVE 'VIOLACAO JANELA/TERMINAL' TO AUD-DATAI.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXEC CICS SEND
           MOVE EIBOPID  TO AUD-OPID.
           MOVE DATAI    TO AUD-DATAI.
      *
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
