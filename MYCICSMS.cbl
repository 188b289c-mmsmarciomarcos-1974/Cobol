      * PROGRAMA CICS - CONSULTA E MANUTENCAO DO CADASTRO MESTRE
      *
      * TRANSACAO: 'TRNB'
      * ARQUIVO:   'MASTERDD' (VSAM KSDS POR ID + CONTA, MST-CHAVE, O
      *            MESMO MANTIDO PELO MYBATCH NO STEP010)
      * MAPA:      'MYMAPB' / MAPSET 'MYSETB'
      *
      * ATE AQUI O MESTRE SO PODIA SER INSPECIONADO COM DUMP DO VSAM;
      * QUANDO UMA AGENCIA CONTESTA UM MOVIMENTO, O OPERADOR NAO TEM
      * TELA. LOGICA (NO ESTILO DO MYCICSBR/MYCICSEB):
      *
      * 1. EIBCALEN = 0: Carrega a primeira pagina (LOW-VALUES). UMA
      *    LINHA POR CONTA: O CLIENTE COM VARIAS CONTAS APARECE EM
      *    LINHAS SEGUIDAS, COM O NUMERO DA CONTA AO LADO DO ID.
      * 2. ENTER: Posiciona na primeira conta do ID digitado em
      *    BUSCAI.
      * 3. PF8: Proxima pagina / PF7: Pagina anterior.
      * 4. PF5: Entra em modo de edicao da linha escolhida em SELI
      *    (1-10): MOSTRA MST-DATA COMPLETO, MST-ULT-ATUALIZACAO E
      *    MST-SALDO DA CONTA, E O TOTAL DO CLIENTE (SOMA DO SALDO DE
      *    TODAS AS CONTAS DO ID, COM A QUANTIDADE DE CONTAS).
      *    SOMENTE OPERADOR COM NIVEL 'F' EM TB_OPERADORES
      *    (MESMO MECANISMO DE EIBOPID DO MYCICSBQ/MYCICSQL). JUNTO
      *    COM O SALDO SAEM O VALOR BLOQUEADO POR ORDEM JUDICIAL (SOMA
      *    DOS BLOQUEIOS EM VIGOR HOJE NO BLQJUDD, MANTIDO NA TRNQ) E O
      *    SALDO DISPONIVEL DA CONTA (MST-SALDO MENOS O BLOQUEADO) QUE
      *    O MYBATCH USA PARA ACEITAR OU RECUSAR DEBITOS (R029).
      * 5. PF6: Confirma a correcao manual de MST-DATA (REWRITE) E
      *    GRAVA A LINHA DE AUDITORIA NA TDQ 'AUDT' - A CORRECAO DEIXA
      *    DE ESPERAR O ARQUIVO DA NOITE SEGUINTE, MAS NAO FICA SEM
      *    TRILHA. O SALDO NAO E EDITAVEL PELA TELA (SO O MOVIMENTO
      *    BATCH E O MYBCKOUT MEXEM NELE).
      * 6. PF9: Reativa a conta dormente em edicao (MST-SITUACAO 'D'
      *    MARCADA PELO MYDORMNT), TAMBEM SO COM NIVEL 'F' E COM A
      *    LINHA DE AUDITORIA NA 'AUDT'. O CREDITO DO BATCH REATIVA
      *    SOZINHO; A TELA E PARA O CLIENTE QUE APARECEU NA AGENCIA.
      * 7. PF3: Sai - OU VOLTA AO MENU PRINCIPAL (TRNM/MYCICSMN)
      *    QUANDO A SESSAO FOI ABERTA POR ELE.
      *
      * CHEGADA PELO MENU (CONTEXTO MYCTXC): A PAGINA JA VEM
      * POSICIONADA NO MESTRE CORRENTE (OU, SEM ELE, NO CLIENTE
      * CORRENTE) E O BUSCAI PREENCHIDO. O MESTRE PESQUISADO NO ENTER
      * OU EDITADO NO PF5 VOLTA AO MENU COMO MESTRE CORRENTE.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
              88 WS-SKIP-FIRST-YES VALUE 'Y'.
           05 WS-SALDO-ED          PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *--- BLOQUEIOS JUDICIAIS EM VIGOR DO MESTRE EM EDICAO (BLQJUDD)
       01 WS-BLOQUEIO-VARS.
           05 WS-BJU-TOTAL         PIC 9(13)V99 VALUE ZERO.
           05 WS-BJU-DISPONIVEL    PIC S9(13)V99 VALUE ZERO.
           05 WS-BJU-FIM-SW        PIC X(01) VALUE 'N'.
              88 WS-BJU-FIM        VALUE 'S'.
           05 WS-BJU-BROWSE-SW     PIC X(01) VALUE 'N'.
              88 WS-BJU-EM-BROWSE  VALUE 'S'.
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
       COPY MYBJUC.
      *
      *--- TOTAL DO CLIENTE (TODAS AS CONTAS DO ID EM EDICAO)
       01 WS-CLIENTE-VARS.
           05 WS-CLI-CONTAS        PIC 9(03) VALUE ZERO.
           05 WS-CLI-SALDO         PIC S9(13)V99 VALUE ZERO.
           05 WS-CLI-FIM-SW        PIC X(01) VALUE 'N'.
              88 WS-CLI-FIM        VALUE 'S'.
           05 WS-CLI-BROWSE-SW     PIC X(01) VALUE 'N'.
              88 WS-CLI-EM-BROWSE  VALUE 'S'.
      *
      *--- REGISTRO DO MESTRE (MESMO LAYOUT DO FD DO MYBATCH)
       01 WS-MST-RECORD.
           05 WS-MST-CHAVE.
               10 WS-MST-ID        PIC X(10).
               10 WS-MST-CONTA     PIC 9(03).
           05 WS-MST-DATA          PIC X(68).
           05 WS-MST-ULT-ATUALIZ   PIC 9(08).
           05 WS-MST-SALDO         PIC S9(11)V99.
           05 WS-MST-SITUACAO      PIC X(01).
              88 WS-MST-DORMENTE   VALUE 'D'.
           05 WS-MST-DATA-DORMENC  PIC 9(08).
           05 WS-MST-DATA-NEGATIVO PIC 9(08).
      *
      *--- AREA DE LEITURA DAS DEMAIS CONTAS NA SOMA DO CLIENTE (O
      *--- WS-MST-RECORD FICA COM A CONTA EM EDICAO)
       01 WS-SOM-RECORD.
           05 WS-SOM-CHAVE.
               10 WS-SOM-ID        PIC X(10).
               10 WS-SOM-CONTA     PIC 9(03).
           05 WS-SOM-DATA          PIC X(68).
           05 WS-SOM-ULT-ATUALIZ   PIC 9(08).
           05 WS-SOM-SALDO         PIC S9(11)V99.
           05 WS-SOM-SITUACAO      PIC X(01).
           05 FILLER               PIC X(16).
      *
      *--- PERFIL DO OPERADOR NA TABELA CENTRAL TB_OPERADORES, MESMO
      *--- DESENHO DO MYCICSBQ/MYCICSQL
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA BUSCAI/BUSCAL (SALTO POR ID), SELI/SELIL (LINHA A
      *--- EDITAR), DADOI/DADOL (MST-DATA EDITAVEL EM MODO DE EDICAO)
      *--- E OS DE SAIDA ID-MSTO/CTA-MSTO/DADO-MSTO OCCURS 10,
      *--- DET-IDO, DET-CTAO (CONTA), DET-DADOO, DET-DATAO,
      *--- DET-SALDOO, DET-BLOQO (VALOR BLOQUEADO), DET-DISPO (SALDO
      *--- DISPONIVEL DO CLIENTE), DET-QTCTAO/DET-TOTCLIO (CONTAS E
      *--- TOTAL DO CLIENTE) E MSGO.
       COPY MYMAPBC.
      *
      *--- AREA DE COMUNICACAO (ESTADO DA PAGINACAO E DA EDICAO)
       01 WS-COMMAREA.
           05 CA-MSG               PIC X(70).
           05 CA-FIRST-KEY-SCREEN  PIC X(13).
           05 CA-LAST-KEY-SCREEN   PIC X(13).
           05 CA-START-BROWSE-KEY  PIC X(13).
           05 CA-ROWS-FETCHED      PIC 9(02).
           05 CA-EDIT-FLAG         PIC X(01) VALUE 'N'.
              88 CA-EDIT-MODE-ON     VALUE 'Y'.
           05 CA-EDIT-ID           PIC X(13).
           05 CA-LINE-IDS OCCURS 10 TIMES PIC X(13).
      *--- CONTEXTO DO MENU PRINCIPAL (MESTRE CORRENTE E RETORNO)
       COPY MYCTXC.
      *
      *--- COPYBOOKS PADRAO CICS
       COPY DFHAID.
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
      *--- TAMANHO MAXIMO RECEBIDO: A COMMAREA NORMAL (293) OU O
      *--- CONTEXTO VINDO DO MENU ('MN>CTX', 38)
       01 DFHCOMMAREA             PIC X(293).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 2000-FIRST-TIME
      *--- OPCAO ESCOLHIDA NO MENU (TRNM/MYCICSMN): A PAGINA CHEGA
      *--- POSICIONADA NO MESTRE CORRENTE DO CONTEXTO
               WHEN EIBCALEN = LENGTH OF CA-CONTEXTO
                AND DFHCOMMAREA(1:6) = 'MN>CTX'
                   PERFORM 2500-PROCESS-MENU-CONTEXT
               WHEN OTHER
                   PERFORM 3000-SUBSEQUENT-TIME
           END-EVALUATE.
           MOVE 'TRNB'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           MOVE 'VIOLACAO JANELA/TERMINAL' TO AUD-DATAI.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXEC CICS SEND
           PERFORM 4000-LOAD-DATA-FORWARD.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       2500-PROCESS-MENU-CONTEXT.
      * Chegada pelo menu: guarda o contexto para o retorno do PF3 e
      * posiciona a pagina no mestre corrente (sem ele, no cliente
      * corrente), com o ID ja no BUSCAI.
           INITIALIZE WS-COMMAREA.
           MOVE DFHCOMMAREA(1:38) TO CA-CONTEXTO.
           IF CTX-ID-MESTRE = SPACES
              MOVE CTX-ID-CLIENTE TO CTX-ID-MESTRE
           END-IF.
           IF CTX-ID-MESTRE = SPACES
              MOVE LOW-VALUES TO CA-START-BROWSE-KEY
              MOVE 'INICIO DO CADASTRO MESTRE.' TO WS-MSG-SAIDA
           ELSE
              MOVE CTX-ID-MESTRE TO CA-START-BROWSE-KEY
              MOVE '000' TO CA-START-BROWSE-KEY(11:3)
              MOVE 'POSICIONADO NO MESTRE DO CONTEXTO.' TO WS-MSG-SAIDA
           END-IF.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
      *
           PERFORM 4000-LOAD-DATA-FORWARD.
           MOVE CTX-ID-MESTRE TO BUSCAO.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE DFHCOMMAREA(1:293) TO WS-COMMAREA.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           MOVE SPACES TO AUD-DATAI.
                   PERFORM 3400-PROCESS-EDIT-MODE
               WHEN DFHPF6
                   PERFORM 3500-PROCESS-CONFIRM-UPDATE
               WHEN DFHPF9
                   PERFORM 3600-PROCESS-REACTIVATE
               WHEN DFHPF3
                   PERFORM 3300-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/5/6/7/8/9.'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *
       3050-PROCESS-ENTER.
      * ENTER: salta para a primeira conta do ID digitado em BUSCAI;
      * sem nada
      * digitado, so redesenha a pagina atual.
           EXEC CICS RECEIVE
               MAP('MYMAPB')
      *
           IF BUSCAL > 0
              MOVE BUSCAI TO CA-START-BROWSE-KEY
              MOVE '000' TO CA-START-BROWSE-KEY(11:3)
              MOVE BUSCAI TO CTX-ID-MESTRE
           ELSE
              MOVE CA-FIRST-KEY-SCREEN TO CA-START-BROWSE-KEY
           END-IF.
           EXIT.
      *
       3300-PROCESS-EXIT.
      * Sessao aberta pelo menu volta ao TRNM com o mestre corrente;
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
               FROM('Consulta ao cadastro mestre encerrada.')
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE CA-LINE-IDS(SELI) TO WS-MST-CHAVE.
           EXEC CICS READ
               FILE('MASTERDD')
               INTO(WS-MST-RECORD)
               RIDFLD(WS-MST-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
           END-IF.
      *
           SET CA-EDIT-MODE-ON TO TRUE.
           MOVE WS-MST-CHAVE TO CA-EDIT-ID.
           MOVE WS-MST-ID TO CTX-ID-MESTRE.
           MOVE WS-MST-ID TO DET-IDO.
           MOVE WS-MST-CONTA TO DET-CTAO.
           MOVE WS-MST-DATA TO DET-DADOO.
           MOVE WS-MST-ULT-ATUALIZ TO DET-DATAO.
           MOVE WS-MST-SALDO TO WS-SALDO-ED.
           MOVE WS-SALDO-ED TO DET-SALDOO.
           PERFORM 3470-SOMAR-CONTAS-CLIENTE.
           MOVE WS-CLI-CONTAS TO DET-QTCTAO.
           MOVE WS-CLI-SALDO TO WS-SALDO-ED.
           MOVE WS-SALDO-ED TO DET-TOTCLIO.
      * O BLOQUEIO E POR CLIENTE: O DISPONIVEL E O TOTAL DO CLIENTE
      * (TODAS AS CONTAS) MENOS OS BLOQUEIOS, A MESMA CONTA DO MYBATCH
           PERFORM 3450-SOMAR-BLOQUEIOS.
           MOVE WS-BJU-TOTAL TO WS-SALDO-ED.
           MOVE WS-SALDO-ED TO DET-BLOQO.
           COMPUTE WS-BJU-DISPONIVEL = WS-CLI-SALDO - WS-BJU-TOTAL.
           MOVE WS-BJU-DISPONIVEL TO WS-SALDO-ED.
           MOVE WS-SALDO-ED TO DET-DISPO.
           IF WS-MST-DORMENTE
              MOVE 'CONTA DORMENTE. PF9 REATIVA; PF6 CONFIRMA O DADO.'
                  TO WS-MSG-SAIDA
           ELSE
              IF WS-BJU-TOTAL > ZERO
                 MOVE 'SALDO COM BLOQUEIO JUDICIAL. PF6 CONFIRMA.'
                     TO WS-MSG-SAIDA
              ELSE
                 MOVE 'CORRIJA O DADO E TECLE PF6 P/ CONFIRMAR.'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- SOMA DOS BLOQUEIOS JUDICIAIS EM VIGOR HOJE DO MESTRE EM
      *--- WS-MST-ID (SITUACAO 'A' OU 'B', INICIO ATINGIDO, PRAZO NAO
      *--- VENCIDO - A MESMA REGRA DO MYBATCH)
       3450-SOMAR-BLOQUEIOS.
           MOVE ZERO TO WS-BJU-TOTAL.
           MOVE 'N' TO WS-BJU-FIM-SW.
           MOVE 'N' TO WS-BJU-BROWSE-SW.
           COMPUTE WS-DATA-JULIANA = EIBDATE + 1900000.
           COMPUTE WS-HOJE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-DATA-JULIANA)).
           MOVE WS-MST-ID TO BJU-CLIENTE.
           MOVE ZERO TO BJU-NUMERO.
           EXEC CICS STARTBR
               FILE('BLQJUDD')
               RIDFLD(BJU-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
      * SEM NENHUMA CHAVE A PARTIR DO CLIENTE (NOTFND) NAO HA BROWSE
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-BJU-EM-BROWSE TO TRUE
           ELSE
              SET WS-BJU-FIM TO TRUE
           END-IF.
           PERFORM UNTIL WS-BJU-FIM
              EXEC CICS READNEXT
                  FILE('BLQJUDD')
                  INTO(BJU-RECORD)
                  RIDFLD(BJU-KEY)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR BJU-CLIENTE NOT = WS-MST-ID
                 SET WS-BJU-FIM TO TRUE
              ELSE
                 IF BJU-VALIDO
                    AND BJU-DATA-INICIO <= WS-HOJE
                    AND (BJU-DATA-EXPIRA = ZERO
                         OR BJU-DATA-EXPIRA >= WS-HOJE)
                    ADD BJU-VALOR TO WS-BJU-TOTAL
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BJU-EM-BROWSE
              EXEC CICS ENDBR FILE('BLQJUDD') END-EXEC
           END-IF.
           EXIT.
      *
      *--- TOTAL DO CLIENTE: SOMA O SALDO DE TODAS AS CONTAS DO ID EM
      *--- EDICAO (BROWSE DE ID + 000 EM DIANTE ATE A QUEBRA DO ID)
       3470-SOMAR-CONTAS-CLIENTE.
           MOVE ZERO TO WS-CLI-CONTAS.
           MOVE ZERO TO WS-CLI-SALDO.
           MOVE 'N' TO WS-CLI-FIM-SW.
           MOVE 'N' TO WS-CLI-BROWSE-SW.
           MOVE WS-MST-ID TO WS-SOM-ID.
           MOVE ZERO TO WS-SOM-CONTA.
           EXEC CICS STARTBR
               FILE('MASTERDD')
               RIDFLD(WS-SOM-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-CLI-EM-BROWSE TO TRUE
           ELSE
              SET WS-CLI-FIM TO TRUE
           END-IF.
           PERFORM UNTIL WS-CLI-FIM
              EXEC CICS READNEXT
                  FILE('MASTERDD')
                  INTO(WS-SOM-RECORD)
                  RIDFLD(WS-SOM-CHAVE)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR WS-SOM-ID NOT = WS-MST-ID
                 SET WS-CLI-FIM TO TRUE
              ELSE
                 ADD 1 TO WS-CLI-CONTAS
                 ADD WS-SOM-SALDO TO WS-CLI-SALDO
              END-IF
           END-PERFORM.
           IF WS-CLI-EM-BROWSE
              EXEC CICS ENDBR FILE('MASTERDD') END-EXEC
           END-IF.
           EXIT.
      *
       3500-PROCESS-CONFIRM-UPDATE.
      * PF6: confirma a correcao manual de MST-DATA. READ UPDATE +
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE CA-EDIT-ID TO WS-MST-CHAVE.
           EXEC CICS READ
               FILE('MASTERDD')
               INTO(WS-MST-RECORD)
               RIDFLD(WS-MST-CHAVE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
                  CA-EDIT-ID DELIMITED BY SIZE
                  INTO AUD-DATAI.
      *
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
      *
       3600-PROCESS-REACTIVATE.
      * PF9: reativa a conta dormente em edicao. READ UPDATE + REWRITE
      * so da situacao e da data da dormencia (dado e saldo
      * intactos), com a linha de auditoria na TDQ 'AUDT' - mesmo
      * privilegio 'F' da correcao.
           IF NOT CA-EDIT-MODE-ON
              MOVE 'NAO ESTA EM MODO DE EDICAO. USE PF5 PRIMEIRO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA REATIVAR A CONTA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE CA-EDIT-ID TO WS-MST-CHAVE.
           EXEC CICS READ
               FILE('MASTERDD')
               INTO(WS-MST-RECORD)
               RIDFLD(WS-MST-CHAVE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'MESTRE NAO ENCONTRADO PARA REATIVAR.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF NOT WS-MST-DORMENTE
              EXEC CICS UNLOCK FILE('MASTERDD') END-EXEC
              MOVE 'A CONTA NAO ESTA DORMENTE.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE SPACE TO WS-MST-SITUACAO.
           MOVE ZERO  TO WS-MST-DATA-DORMENC.
           EXEC CICS REWRITE
               FILE('MASTERDD')
               FROM(WS-MST-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NO REWRITE. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'MST REAT ' DELIMITED BY SIZE
                  CA-EDIT-ID DELIMITED BY SIZE
                  INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           MOVE 'N' TO CA-EDIT-FLAG.
           MOVE 'CONTA REATIVADA E AUDITADA.' TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- GRAVA A TRILHA DE ATIVIDADE NA TDQ 'AUDT' (AUD-DATAI JA
      *--- PREENCHIDO PELO CHAMADOR COM A ACAO E A CHAVE ACIONADA)
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNB'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
           INITIALIZE WS-MYMAPB-AREA.
           MOVE ZERO TO CA-ROWS-FETCHED.
      *
           MOVE CA-START-BROWSE-KEY TO WS-MST-CHAVE.
           EXEC CICS STARTBR
               FILE('MASTERDD')
               RIDFLD(WS-MST-CHAVE)
               GENERIC
               GTEQ
           END-EXEC.
                 EXIT PERFORM
              END-IF
              IF WS-SUB = 1
                 MOVE WS-MST-CHAVE TO CA-FIRST-KEY-SCREEN
              END-IF
              MOVE WS-MST-CHAVE TO CA-LAST-KEY-SCREEN
              MOVE WS-MST-ID TO ID-MSTO(WS-SUB)
              MOVE WS-MST-CONTA TO CTA-MSTO(WS-SUB)
              MOVE WS-MST-DATA(1:40) TO DADO-MSTO(WS-SUB)
              MOVE WS-MST-CHAVE TO CA-LINE-IDS(WS-SUB)
              ADD 1 TO CA-ROWS-FETCHED
           END-PERFORM.
      *
           EXEC CICS READNEXT
               FILE('MASTERDD')
               INTO(WS-MST-RECORD)
               RIDFLD(WS-MST-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           EXIT.
       4100-CALCULATE-PAGE-BACK-KEY.
      * Le ate WS-MAX-LINHAS registros PARA TRAS, para descobrir onde
      * a pagina anterior comecava (mesma rotina do MYCICSBR).
           MOVE CA-FIRST-KEY-SCREEN TO WS-MST-CHAVE.
           EXEC CICS STARTBR
               FILE('MASTERDD')
               RIDFLD(WS-MST-CHAVE)
               GENERIC
               GTEQ
           END-EXEC.
              EXEC CICS READPREV
                  FILE('MASTERDD')
                  INTO(WS-MST-RECORD)
                  RIDFLD(WS-MST-CHAVE)
                  RESP(WS-RESP)
              END-EXEC
              IF EIBRESP = DFHRESP(ENDFILE)
                 MOVE LOW-VALUES TO CA-START-BROWSE-KEY
                 EXIT PERFORM
              ELSE
                 MOVE WS-MST-CHAVE TO CA-START-BROWSE-KEY
              END-IF
           END-PERFORM.
      *
