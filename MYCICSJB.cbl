      *    INVERSA (a alteracao mais recente primeiro).
      * 3. PF8: pagina para alteracoes mais antigas.
      * 4. PF7: pagina de volta para as mais recentes.
      * 5. PF3: sai - OU VOLTA AO MENU PRINCIPAL (TRNM/MYCICSMN)
      *    QUANDO A SESSAO FOI ABERTA POR ELE.
      *
      * CHEGADA PELO MENU (CONTEXTO MYCTXC): O BUSCAI JA VEM COM O
      * CLIENTE CORRENTE E A HISTORIA DELE E CARREGADA DE IMEDIATO.
      *
      * CADA LINHA MOSTRA TIMESTAMP, PROGRAMA, TASK E O NOME ANTES/
      * DEPOIS (INCLUINDO A CONTINUACAO NA EXPORTACAO DO CAMPO). OS
           05 CA-LAST-TS-ON-SCREEN   PIC X(26).
           05 CA-FLAG-END-OF-DATA    PIC X(01) VALUE 'N'.
              88 IS-END-OF-DATA                VALUE 'Y'.
      *--- CONTEXTO DO MENU PRINCIPAL (CLIENTE CORRENTE E RETORNO)
       COPY MYCTXC.
      *
      *--- REGISTRO DE TRILHA DE ATIVIDADE (TDQ 'AUDT', MESMO LAYOUT
      *--- DO MYCICS): TRANSACAO, TERMINAL, TASK, OPERADOR E A CHAVE
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
      *--- TAMANHO MAXIMO RECEBIDO: A COMMAREA NORMAL (101) OU O
      *--- CONTEXTO VINDO DO MENU ('MN>CTX', 38)
       01 DFHCOMMAREA             PIC X(101).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
           PERFORM 1060-GET-AUTH-LEVEL.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-FIRST-TIME
      *--- OPCAO ESCOLHIDA NO MENU (TRNM/MYCICSMN): A TELA CHEGA COM
      *--- A HISTORIA DO CLIENTE CORRENTE DO CONTEXTO
               WHEN EIBCALEN = LENGTH OF CA-CONTEXTO
                AND DFHCOMMAREA(1:6) = 'MN>CTX'
                   PERFORM 1500-PROCESS-MENU-CONTEXT
               WHEN OTHER
                   PERFORM 2000-SUBSEQUENT-TIME
           END-EVALUATE.
           MOVE 'DIGITE O ID_CLIENTE E TECLE ENTER.' TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       1500-PROCESS-MENU-CONTEXT.
      * Chegada pelo menu: guarda o contexto para o retorno do PF3 e,
      * havendo cliente corrente, carrega a historia dele sem o
      * operador redigitar o ID.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-MYMAP8-AREA.
           MOVE DFHCOMMAREA(1:38) TO CA-CONTEXTO.
           IF CTX-ID-CLIENTE = SPACES
              MOVE 'DIGITE O ID_CLIENTE E TECLE ENTER.' TO WS-MSG-SAIDA
           ELSE
              MOVE CTX-ID-CLIENTE TO CA-ID-CLIENTE
              MOVE '9999-12-31-23.59.59.999999' TO H-TS-LIMITE
              SET WS-USA-EXCLUSIVO TO TRUE
              PERFORM 4000-LOAD-HISTORY-PAGE
              MOVE CTX-ID-CLIENTE TO BUSCAO
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       2000-SUBSEQUENT-TIME.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
              PERFORM 5000-SEND-AND-RETURN
           ELSE
              MOVE BUSCAI TO CA-ID-CLIENTE
              MOVE BUSCAI TO CTX-ID-CLIENTE
      *--- TIMESTAMP ALTO = COMECA DA ALTERACAO MAIS RECENTE
              MOVE '9999-12-31-23.59.59.999999' TO H-TS-LIMITE
              SET WS-USA-EXCLUSIVO TO TRUE
           EXIT.
      *
       3000-PROCESS-EXIT.
      * Sessao aberta pelo menu volta ao TRNM com o cliente corrente;
      * as demais encerram como sempre.
           IF CTX-PGM-RETORNO NOT = SPACES
              SET CTX-VOLTA-AO-MENU TO TRUE
              EXEC CICS XCTL
                  PROGRAM(CTX-PGM-RETORNO)
                  COMMAREA(CA-CONTEXTO)
                  LENGTH(LENGTH OF CA-CONTEXTO)
              END-EXEC
           END-IF.
           EXEC CICS SEND
               TEXT
               FROM('Consulta ao diario encerrada.')
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRN8'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
