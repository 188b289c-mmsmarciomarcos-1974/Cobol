      * 3. EIBAID = PF7: Carrega a pagina anterior (C_BACK)
      * 4. EIBAID = ENTER: Salta direto p/ o ID_CLIENTE em BUSCAI
      * 5. EIBAID = PF9: Exporta a consulta inteira (C_EXPORT) p/ SPOOL
      * 6. EIBAID = PF3: Sai (ou volta ao menu TRNM, se veio dele)
      *
      * O NOME_CLIENTE EXIBIDO E MASCARADO CONFORME O NIVEL DE
      * AUTORIZACAO DO OPERADOR (EIBOPID), LIDO DA TABELA CENTRAL
      * (LARGURA FIXA DA TELA, MESMO CRITERIO DO MYCICSBR); A
      * EXPORTACAO COMPLETA PARA O SPOOL (PF9) MOSTRA O NOME COMPLETO
      * (NOME_CLIENTE + NOME_CLIENTE_CONT).
      *
      * CHEGADA PELO MENU PRINCIPAL (TRNM/MYCICSMN, CONTEXTO MYCTXC):
      * A PRIMEIRA PAGINA JA COMECA NO CLIENTE CORRENTE, COM O ID NO
      * BUSCAI; O ULTIMO SALTO DIRETO (ENTER) VOLTA AO MENU COMO
      * CLIENTE CORRENTE NO PF3.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
              88 IS-END-OF-DATA                VALUE 'Y'.
           05 CA-FLAG-START-OF-DATA  PIC X(01) VALUE 'N'.
              88 IS-START-OF-DATA              VALUE 'Y'.
      *--- CONTEXTO DO MENU PRINCIPAL (CLIENTE CORRENTE E RETORNO)
       COPY MYCTXC.
      *
      *--- COPYBOOKS PADRAO CICS
      *--- REGISTRO DE TRILHA DE ATIVIDADE (TDQ 'AUDT', MESMO LAYOUT
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
      *--- TAMANHO MAXIMO RECEBIDO: A COMMAREA NORMAL (60) OU O
      *--- CONTEXTO VINDO DO MENU ('MN>CTX', 38)
       01 DFHCOMMAREA             PIC X(60).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
           PERFORM 1040-LOAD-MESSAGE-TABLE.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-FIRST-TIME
      *--- OPCAO ESCOLHIDA NO MENU (TRNM/MYCICSMN): A PAGINA CHEGA
      *--- POSICIONADA NO CLIENTE CORRENTE DO CONTEXTO
               WHEN EIBCALEN = LENGTH OF CA-CONTEXTO
                AND DFHCOMMAREA(1:6) = 'MN>CTX'
                   PERFORM 1500-PROCESS-MENU-CONTEXT
               WHEN OTHER
                   PERFORM 2000-SUBSEQUENT-TIME
           END-EVALUATE.
           PERFORM 4000-LOAD-DATA-START. *> Unico que usa C_START (>=)
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       1500-PROCESS-MENU-CONTEXT.
      * Chegada pelo menu: guarda o contexto para o retorno do PF3 e
      * comeca a paginacao no cliente corrente (sem ele, do comeco).
           INITIALIZE WS-COMMAREA.
           MOVE DFHCOMMAREA(1:38) TO CA-CONTEXTO.
           IF CTX-ID-CLIENTE = SPACES
              MOVE LOW-VALUES TO WS-START-KEY
              SET IS-START-OF-DATA TO TRUE
           ELSE
              MOVE CTX-ID-CLIENTE TO WS-START-KEY
           END-IF.
           MOVE 'INICIO' TO WS-LOOKUP-MSG-ID.
           PERFORM 1048-GET-MESSAGE.
           MOVE WS-FOUND-MSG-TEXT TO WS-MSG-SAIDA.
      *
           PERFORM 4000-LOAD-DATA-START.
           MOVE CTX-ID-CLIENTE TO BUSCAO.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       2000-SUBSEQUENT-TIME.
      * Restaura o estado da sessao
              PERFORM 5000-SEND-AND-RETURN
           ELSE
              MOVE BUSCAI TO WS-START-KEY
              MOVE BUSCAI TO CTX-ID-CLIENTE
              PERFORM 4000-LOAD-DATA-START
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
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
               FROM('Sessao de consulta encerrada.')
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRN4'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
