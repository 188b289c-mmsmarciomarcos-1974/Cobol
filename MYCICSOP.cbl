              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- IMAGEM DA LINHA DE TB_OPERADORES_AUDIT E PARAMETROS DO
      *--- ENCADEAMENTO DA TRILHA (MYTRLCAD)
       COPY MYOPAUC.
      *
       COPY MYTRLCDC.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA OPERI/OPERL, NIVELI/NIVELL, IDIOMI/IDIOML,
      *--- HINII/HINIL, HFIMI/HFIML, TERMI/TERML (JANELA DE ACESSO E
       3200-PROCESS-SAVE.
           PERFORM 3050-GET-TARGET-PROFILE.
           IF NIVELL = 0
              MOVE 'DIGITE O NIVEL (A/F/M/N/S).' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE NIVELI TO WS-ALVO-NIVEL.
      *--- GRAVA A LINHA DE AUDITORIA DA ALTERACAO DE PERFIL (QUEM
      *--- ALTEROU, ALVO, NIVEL/IDIOMA ANTES E DEPOIS). WS-SQLCODE
      *--- REFLETE O RESULTADO PARA O CHAMADOR DECIDIR O SYNCPOINT.
      *--- A LINHA LEVA A SEQUENCIA E O HASH ENCADEADO DA TRILHA
      *--- 'OPERAUD' (MYTRLCAD), NA MESMA UNIDADE DE TRABALHO.
       4700-GRAVAR-AUDITORIA.
           MOVE WS-ADM-ID       TO WS-OPAU-ADMIN-ID.
           MOVE WS-ALVO-ID      TO WS-OPAU-OPERADOR-ID.
           MOVE WS-ANTES-NIVEL  TO WS-OPAU-NIVEL-ANTES.
           MOVE WS-ALVO-NIVEL   TO WS-OPAU-NIVEL-DEPOIS.
           MOVE WS-ANTES-IDIOMA TO WS-OPAU-IDIOMA-ANTES.
           MOVE WS-ALVO-IDIOMA  TO WS-OPAU-IDIOMA-DEPOIS.
           EXEC SQL
               SET :WS-OPAU-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
           MOVE 'OPERAUD' TO TRC-TRILHA.
           MOVE LENGTH OF WS-OPAUD-VARS TO TRC-TAMANHO.
           CALL 'MYTRLCAD' USING MYTRLCAD-PARAMETROS WS-OPAUD-VARS.
           IF TRC-OK
              EXEC SQL
                  INSERT INTO TB_OPERADORES_AUDIT
                      (ADMIN_ID, OPERADOR_ID, NIVEL_ANTES,
                       NIVEL_DEPOIS, IDIOMA_ANTES, IDIOMA_DEPOIS,
                       CHANGE_TS, SEQ_CADEIA, HASH_CADEIA)
                  VALUES
                      (:WS-OPAU-ADMIN-ID, :WS-OPAU-OPERADOR-ID,
                       :WS-OPAU-NIVEL-ANTES, :WS-OPAU-NIVEL-DEPOIS,
                       :WS-OPAU-IDIOMA-ANTES, :WS-OPAU-IDIOMA-DEPOIS,
                       :WS-OPAU-CHANGE-TS, :TRC-SEQ, :TRC-HASH)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           ELSE
              MOVE TRC-SQLCODE TO WS-SQLCODE
           END-IF.
           EXIT.
      *
       5000-SEND-AND-RETURN.
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRN7'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
