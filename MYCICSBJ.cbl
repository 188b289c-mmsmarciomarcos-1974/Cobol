       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSBJ.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS
      * (QUATRO OLHOS)
      *
      * TRANSACAO: 'TRNQ'
      * ARQUIVO:   'BLQJUDD' (VSAM KSDS POR CLIENTE + NUMERO DO
      *            BLOQUEIO, COPYBOOK MYBJUC - O MESMO LIDO PELO
      *            MYBATCH PARA O SALDO DISPONIVEL, R029) E 'MASTERDD'
      *            (SO PARA CONFERIR O CLIENTE NO REGISTRO)
      * MAPA:      'MYMAPQ' / MAPSET 'MYSETQ'
      *
      * ORDEM JUDICIAL (OU DE ORGAO ADMINISTRATIVO) PARA CONGELAR UM
      * VALOR NA POSICAO DO CLIENTE ERA CUMPRIDA PEDINDO AS AGENCIAS
      * QUE NAO MANDASSEM DEBITOS. AGORA O BLOQUEIO E CADASTRADO AQUI
      * COM VALOR, ORGAO EMISSOR, REFERENCIA DA ORDEM, INICIO E PRAZO
      * OPCIONAL, E O MYBATCH RECUSA O DEBITO QUE LEVARIA O SALDO
      * ABAIXO DA SOMA DOS BLOQUEIOS EM VIGOR. TUDO SOB DUPLA CUSTODIA
      * (MESMO PRINCIPIO DA TRNJ/MYCICSAJ):
      *
      * 1. EIBCALEN = 0: Mostra o primeiro bloqueio aguardando decisao
      *    (INCLUSAO 'P' OU LIBERACAO PEDIDA 'B').
      * 2. ENTER COM CLIENTE E NUMERO: mostra o bloqueio. SO COM O
      *    CLIENTE: lista os bloqueios dele e o total em vigor hoje.
      *    SEM NADA: volta ao primeiro aguardando decisao.
      * 3. PF8: Avanca para o proximo bloqueio aguardando decisao.
      * 4. PF4: REGISTRA - cliente (no mestre), valor com 13 digitos
      *    (11 inteiros + 2 decimais), orgao emissor, referencia da
      *    ordem, inicio AAAAMMDD (branco = hoje) e prazo AAAAMMDD
      *    (branco = sem prazo, vale ate a liberacao). O NUMERO E O
      *    SEGUINTE AO ULTIMO DO CLIENTE. NASCE 'P' E NAO BLOQUEIA NADA
      *    ATE SER APROVADO.
      * 5. PF5: APROVA o que estiver pendente no bloqueio em tela: a
      *    inclusao ('P' -> 'A', PASSA A VALER) ou a liberacao ('B' ->
      *    'L', DEIXA DE VALER). O APROVADOR TEM DE SER OUTRO OPERADOR
      *    QUE NAO O AUTOR DO REGISTRO OU DO PEDIDO.
      * 6. PF6: REJEITA o pendente em tela: a inclusao vira 'R' (O
      *    PROPRIO AUTOR PODE RETIRAR A SUA); o pedido de liberacao
      *    e desfeito e o bloqueio volta a 'A'.
      * 7. PF9: PEDE A LIBERACAO do bloqueio ativo em tela ('A' ->
      *    'B'). ATE A APROVACAO O BLOQUEIO CONTINUA VALENDO.
      * 8. PF3: Sai.
      *
      * VALOR, ORGAO E PRAZO NAO SE ALTERAM: ORDEM QUE MUDA O VALOR E
      * CUMPRIDA LIBERANDO O BLOQUEIO E REGISTRANDO UM NOVO. O
      * BLOQUEIO COM PRAZO DEIXA DE VALER SOZINHO NO DIA SEGUINTE AO
      * PRAZO (SAI COMO EXPIRADO NO RELATORIO MYBJURPT).
      *
      * A TRNQ INTEIRA E RESTRITA A OPERADORES COM NIVEL 'F' EM
      * TB_OPERADORES (MESMO MECANISMO DA TRNG). REGISTRO, DECISOES E
      * PEDIDOS GRAVAM LINHA NA TDQ 'AUDT'.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-VARS.
           05 WS-RESP              PIC S9(08) COMP.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-LINHA-ATUAL       PIC 9(02) VALUE ZERO.
           05 WS-LINHA-TEXTO       PIC X(78).
           05 WS-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-TOTAL-ED          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-NUM-ED            PIC 9(03).
           05 WS-SIT-DESCR         PIC X(13).
           05 WS-ENTRADA-SW        PIC X(01).
              88 WS-ENTRADA-VALIDA VALUE 'S'.
           05 WS-FIM-SW            PIC X(01).
              88 WS-FIM-BROWSE     VALUE 'S'.
           05 WS-BROWSE-SW         PIC X(01).
              88 WS-EM-BROWSE      VALUE 'S'.
           05 WS-ACHOU-SW          PIC X(01).
              88 WS-ACHOU          VALUE 'S'.
           05 WS-VALOR-ENTRADA     PIC X(13).
           05 WS-VALOR-ENTRADA-N REDEFINES WS-VALOR-ENTRADA
                                   PIC 9(11)V99.
           05 WS-NUM-ENTRADA       PIC X(03).
           05 WS-NUM-ENTRADA-N REDEFINES WS-NUM-ENTRADA
                                   PIC 9(03).
           05 WS-DATA-ENTRADA      PIC X(08).
           05 WS-DATA-ENTRADA-N REDEFINES WS-DATA-ENTRADA
                                   PIC 9(08).
           05 WS-INICIO-ENTRADA    PIC 9(08).
           05 WS-EXPIRA-ENTRADA    PIC 9(08).
           05 WS-PROXIMO-NUMERO    PIC 9(04).
           05 WS-TOTAL-VIGOR       PIC 9(13)V99.
           05 WS-QTD-LISTADOS      PIC 9(02).
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
      *
      *--- BLOQUEIO JUDICIAL (MESMO LAYOUT DO FD DO MYBATCH)
       COPY MYBJUC.
      *
      *--- REGISTRO DO MESTRE (MESMO LAYOUT DO MYCICSMS)
       01 WS-MST-RECORD.
           05 WS-MST-CHAVE.
               10 WS-MST-ID        PIC X(10).
               10 WS-MST-CONTA     PIC 9(03).
           05 WS-MST-DATA          PIC X(68).
           05 WS-MST-ULT-ATUALIZ   PIC 9(08).
           05 WS-MST-SALDO         PIC S9(11)V99.
           05 WS-MST-SITUACAO      PIC X(01).
           05 FILLER               PIC X(16).
      *
      *--- PERFIL DO OPERADOR (SO NIVEL 'F' USA A TRNQ)
       01 WS-OPERATOR-VARS.
           05 WS-OP-ID             PIC X(03).
           05 WS-OP-NIVEL          PIC X(01).
              88 OP-E-FINANCEIRO   VALUE 'F'.
           05 WS-OP-IDIOMA         PIC X(02).
      *--- JANELA DE ACESSO E TERMINAL VINCULADO DO PERFIL (ZEROS/
      *--- BRANCO = SEM RESTRICAO), CONFERIDOS NO SIGN-ON DE TODA
      *--- TRANSACAO (1070-CHECK-ACCESS-WINDOW)
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
      *
      *--- SQLCA E CONTROLE DE SQLCODE (SO PARA O PERFIL DO OPERADOR)
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA CLII/CLIL (ID DO CLIENTE), NUMI/NUML (NUMERO DO
      *--- BLOQUEIO, 3 DIGITOS), VALI/VALL (13 DIGITOS), AUTI/AUTL
      *--- (ORGAO EMISSOR, 30), REFI/REFL (REFERENCIA DA ORDEM, 25),
      *--- DTII/DTIL E DTEI/DTEL (INICIO E PRAZO AAAAMMDD), AS 12
      *--- LINHAS DE SAIDA LIN01O..LIN12O (78 COLUNAS CADA) E MSGO.
       COPY MYMAPQC.
      *
      *--- BLOQUEIO NA TELA: O PF5/PF6/PF9 AGEM SOBRE EXATAMENTE O QUE
      *--- O OPERADOR VIU, E O PF8 AVANCA A PARTIR DELE
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-CHAVE.
              10 CA-CLIENTE        PIC X(10) VALUE SPACES.
              10 CA-NUMERO         PIC 9(03) VALUE ZERO.
      *
      *--- REGISTRO DE TRILHA DE ATIVIDADE (TDQ 'AUDT', MESMO LAYOUT
      *--- DO MYCICS): TRANSACAO, TERMINAL, TASK, OPERADOR E A CHAVE
      *--- ACIONADA - O MYAUDRPT MONTA O RETRATO DO DIA CICS INTEIRO
       01 WS-AUDIT-RECORD.
           05 AUD-TERMID           PIC X(04).
           05 AUD-TASKN            PIC 9(07).
           05 AUD-DATE             PIC 9(07).
           05 AUD-TIME             PIC 9(07).
           05 AUD-TRANCODE         PIC X(04).
           05 AUD-OPID             PIC X(03).
           05 AUD-DATAI            PIC X(30).
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
       01 DFHCOMMAREA             PIC X(14).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
           EXEC CICS HANDLE CONDITION
               ERROR(9000-CICS-ERROR)
               MAPFAIL(9100-MAPFAIL-ERROR)
           END-EXEC.
           EXEC CICS HANDLE ABEND
               PROGRAM(9900-PROGRAM-ABEND)
           END-EXEC.
      *
      *--- A TRNQ INTEIRA E SO PARA O NIVEL FINANCEIRO ('F')
           PERFORM 1060-GET-OPERATOR-PROFILE.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
           IF NOT OP-E-FINANCEIRO
              EXEC CICS SEND
                  TEXT
                  FROM('ACESSO RESTRITO A OPERADORES FINANCEIROS.')
                  ERASE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
      *
           EVALUATE EIBCALEN
               WHEN 0
                   PERFORM 2000-FIRST-TIME
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM 3000-SUBSEQUENT-TIME
           END-EVALUATE.
       GOBACK.
      *
       1060-GET-OPERATOR-PROFILE.
           MOVE SPACES TO WS-OP-NIVEL.
           MOVE EIBOPID TO WS-OP-ID.
           EXEC SQL
               SELECT NIVEL_AUTORIZACAO, IDIOMA_PREFERIDO,
                      HORA_INICIO, HORA_FIM, TERMINAL_VINCULADO
                 INTO :WS-OP-NIVEL, :WS-OP-IDIOMA,
                      :WS-OP-HORA-INICIO, :WS-OP-HORA-FIM,
                      :WS-OP-TERMINAL
                 FROM TB_OPERADORES
                WHERE OPERADOR_ID = :WS-OP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT SQL-OK
              MOVE SPACES TO WS-OP-NIVEL
              MOVE ZERO TO WS-OP-HORA-INICIO
              MOVE ZERO TO WS-OP-HORA-FIM
              MOVE SPACES TO WS-OP-TERMINAL
           END-IF.
           EXIT.
      *
      *--- JANELA DE ACESSO E TERMINAL VINCULADO (MESMA REGRA DAS
      *--- DEMAIS TRANSACOES)
       1070-CHECK-ACCESS-WINDOW.
           IF WS-OP-TERMINAL NOT = SPACES
              AND WS-OP-TERMINAL NOT = EIBTRMID
              PERFORM 1080-REFUSE-ACCESS
           END-IF.
           IF WS-OP-HORA-INICIO NOT = ZERO
              OR WS-OP-HORA-FIM NOT = ZERO
              COMPUTE WS-AGORA-HHMM = EIBTIME / 100
              IF WS-OP-HORA-INICIO <= WS-OP-HORA-FIM
                 IF WS-AGORA-HHMM < WS-OP-HORA-INICIO
                    OR WS-AGORA-HHMM > WS-OP-HORA-FIM
                    PERFORM 1080-REFUSE-ACCESS
                 END-IF
              ELSE
      * JANELA QUE CRUZA A MEIA-NOITE
                 IF WS-AGORA-HHMM < WS-OP-HORA-INICIO
                    AND WS-AGORA-HHMM > WS-OP-HORA-FIM
                    PERFORM 1080-REFUSE-ACCESS
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       1080-REFUSE-ACCESS.
           MOVE 'VIOLACAO JANELA/TERMINAL' TO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           EXEC CICS SEND
               TEXT
               FROM('ACESSO FORA DA JANELA OU DO TERMINAL PERMITIDO.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
       2000-FIRST-TIME.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-MYMAPQ-AREA.
           PERFORM 3150-BUSCAR-PROXIMO-PENDENTE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPQ')
               MAPSET('MYSETQ')
               INTO(WS-MYMAPQ-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CLI=' CLII ' NUM=' NUMI
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF8
                   PERFORM 3150-BUSCAR-PROXIMO-PENDENTE
               WHEN DFHPF4
                   PERFORM 3200-PROCESS-REGISTER
               WHEN DFHPF5
                   PERFORM 3300-PROCESS-APPROVE
               WHEN DFHPF6
                   PERFORM 3400-PROCESS-REJECT
               WHEN DFHPF9
                   PERFORM 3500-PROCESS-RELEASE-REQUEST
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/4/5/6/8/9.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ENTER: O BLOQUEIO DIGITADO, A LISTA DO CLIENTE OU, SEM
      *--- NADA, O PRIMEIRO AGUARDANDO DECISAO
       3100-PROCESS-INQUIRY.
           EVALUATE TRUE
               WHEN CLIL > 0 AND NUML > 0
                   PERFORM 3800-GET-CHAVE
                   PERFORM 3700-SHOW-BLOQUEIO
               WHEN CLIL > 0
                   PERFORM 3120-LISTAR-CLIENTE
               WHEN OTHER
                   MOVE SPACES TO CA-CLIENTE
                   MOVE ZERO TO CA-NUMERO
                   PERFORM 3150-BUSCAR-PROXIMO-PENDENTE
           END-EVALUATE.
           EXIT.
      *
      *--- LISTA OS BLOQUEIOS DO CLIENTE (ATE 10, UM POR LINHA) E O
      *--- TOTAL EM VIGOR HOJE. NENHUM BLOQUEIO FICA "EM TELA" PARA O
      *--- PF5/PF6/PF9 - O OPERADOR DIGITA O NUMERO E TECLA ENTER.
       3120-LISTAR-CLIENTE.
           PERFORM 3870-GET-TODAY.
           MOVE SPACES TO CA-CLIENTE.
           MOVE ZERO TO CA-NUMERO.
           MOVE ZERO TO WS-LINHA-ATUAL.
           MOVE ZERO TO WS-TOTAL-VIGOR.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-SW.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE CLII TO BJU-CLIENTE.
           MOVE ZERO TO BJU-NUMERO.
           EXEC CICS STARTBR
               FILE('BLQJUDD')
               RIDFLD(BJU-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-EM-BROWSE TO TRUE
           ELSE
              SET WS-FIM-BROWSE TO TRUE
           END-IF.
           PERFORM UNTIL WS-FIM-BROWSE
              EXEC CICS READNEXT
                  FILE('BLQJUDD')
                  INTO(BJU-RECORD)
                  RIDFLD(BJU-KEY)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR BJU-CLIENTE NOT = CLII
                 SET WS-FIM-BROWSE TO TRUE
              ELSE
                 PERFORM 3850-DESCRIBE-STATUS
                 IF WS-SIT-DESCR = 'EM VIGOR' OR 'LIB.PEDIDA'
                    ADD BJU-VALOR TO WS-TOTAL-VIGOR
                 END-IF
                 ADD 1 TO WS-QTD-LISTADOS
                 IF WS-QTD-LISTADOS <= 10
                    MOVE BJU-NUMERO TO WS-NUM-ED
                    MOVE BJU-VALOR TO WS-VALOR-ED
                    MOVE SPACES TO WS-LINHA-TEXTO
                    STRING WS-NUM-ED ' ' WS-VALOR-ED ' '
                           WS-SIT-DESCR ' ' BJU-DATA-INICIO ' '
                           BJU-DATA-EXPIRA ' ' BJU-AUTORIDADE(1:20)
                        DELIMITED BY SIZE INTO WS-LINHA-TEXTO
                    PERFORM 3900-MOVER-LINHA-TELA
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-EM-BROWSE
              EXEC CICS ENDBR FILE('BLQJUDD') END-EXEC
           END-IF.
      *
           IF WS-QTD-LISTADOS = ZERO
              MOVE 'CLIENTE SEM BLOQUEIOS. PF4 REGISTRA UM NOVO.'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE WS-TOTAL-VIGOR TO WS-TOTAL-ED
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING 'TOTAL EM VIGOR HOJE ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              MOVE 11 TO WS-LINHA-ATUAL
              PERFORM 3900-MOVER-LINHA-TELA
              IF WS-QTD-LISTADOS > 10
                 MOVE 'MAIS DE 10 BLOQUEIOS - SO 10 LISTADOS.'
                     TO WS-MSG-SAIDA
              ELSE
                 MOVE 'DIGITE O NUMERO E TECLE ENTER PARA DETALHAR.'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
      *--- PROXIMO BLOQUEIO AGUARDANDO DECISAO ('P' OU 'B') APOS O DA
      *--- COMMAREA (CHAVE EM BRANCO = DESDE O INICIO DO ARQUIVO)
       3150-BUSCAR-PROXIMO-PENDENTE.
           MOVE 'N' TO WS-FIM-SW.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE 'N' TO WS-ACHOU-SW.
           IF CA-CLIENTE = SPACES
              MOVE LOW-VALUES TO BJU-KEY
           ELSE
              MOVE CA-CHAVE TO BJU-KEY
           END-IF.
           EXEC CICS STARTBR
               FILE('BLQJUDD')
               RIDFLD(BJU-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-EM-BROWSE TO TRUE
           ELSE
              SET WS-FIM-BROWSE TO TRUE
           END-IF.
           PERFORM UNTIL WS-FIM-BROWSE
              EXEC CICS READNEXT
                  FILE('BLQJUDD')
                  INTO(BJU-RECORD)
                  RIDFLD(BJU-KEY)
                  RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                  WHEN WS-RESP NOT = DFHRESP(NORMAL)
                      SET WS-FIM-BROWSE TO TRUE
                  WHEN CA-CLIENTE NOT = SPACES
                       AND BJU-KEY = CA-CHAVE
                      CONTINUE
                  WHEN BJU-PENDENTE OR BJU-LIB-PENDENTE
                      SET WS-ACHOU TO TRUE
                      SET WS-FIM-BROWSE TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-PERFORM.
           IF WS-EM-BROWSE
              EXEC CICS ENDBR FILE('BLQJUDD') END-EXEC
           END-IF.
      *
           IF WS-ACHOU
              MOVE BJU-KEY TO CA-CHAVE
              PERFORM 3700-SHOW-BLOQUEIO
              MOVE 'PF5 APROVA, PF6 REJEITA, PF8 PROXIMO PENDENTE.'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE SPACES TO CA-CLIENTE
              MOVE ZERO TO CA-NUMERO
              MOVE 'NENHUM BLOQUEIO AGUARDANDO DECISAO. PF4 REGISTRA.'
                  TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- PF4: REGISTRO DO BLOQUEIO, PENDENTE DE APROVACAO
       3200-PROCESS-REGISTER.
           PERFORM 3250-VALIDATE-REGISTER.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3280-PROXIMO-NUMERO.
           IF WS-PROXIMO-NUMERO > 999
              MOVE 'CLIENTE JA TEM 999 BLOQUEIOS. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           INITIALIZE BJU-RECORD.
           MOVE CLII TO BJU-CLIENTE.
           MOVE WS-PROXIMO-NUMERO TO BJU-NUMERO.
           MOVE WS-VALOR-ENTRADA-N TO BJU-VALOR.
           MOVE AUTI TO BJU-AUTORIDADE.
           MOVE REFI TO BJU-REFERENCIA.
           MOVE WS-INICIO-ENTRADA TO BJU-DATA-INICIO.
           MOVE WS-EXPIRA-ENTRADA TO BJU-DATA-EXPIRA.
           SET BJU-PENDENTE TO TRUE.
           MOVE WS-OP-ID TO BJU-OPER-CRIACAO.
           MOVE WS-HOJE TO BJU-DATA-CRIACAO.
           MOVE SPACES TO BJU-OPER-APROVACAO.
           MOVE SPACES TO BJU-OPER-PEDIDO-LIB.
           MOVE SPACES TO BJU-OPER-LIBERACAO.
           EXEC CICS WRITE
               FILE('BLQJUDD')
               FROM(BJU-RECORD)
               RIDFLD(BJU-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'ERRO NA GRAVACAO DO BLOQUEIO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
      *
           MOVE BJU-NUMERO TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING 'BLOQ REG ' BJU-CLIENTE ' ' WS-NUM-ED
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           MOVE BJU-KEY TO CA-CHAVE.
           PERFORM 3700-SHOW-BLOQUEIO.
           MOVE SPACES TO WS-MSG-SAIDA.
           STRING 'BLOQUEIO ' WS-NUM-ED
                  ' REGISTRADO. AGUARDA APROVACAO DE OUTRO OPERADOR.'
               DELIMITED BY SIZE INTO WS-MSG-SAIDA.
           EXIT.
      *
      *--- CAMPOS OBRIGATORIOS, DATAS E CLIENTE EXISTENTE NO MESTRE (O
      *--- BLOQUEIO VALE CONTRA O MST-SALDO NO MYBATCH)
       3250-VALIDATE-REGISTER.
           PERFORM 3870-GET-TODAY.
           MOVE 'N' TO WS-ENTRADA-SW.
           EVALUATE TRUE
               WHEN CLIL = 0
                   MOVE 'INFORME O ID DO CLIENTE.' TO WS-MSG-SAIDA
               WHEN AUTL = 0
                   MOVE 'INFORME O ORGAO EMISSOR DA ORDEM.'
                       TO WS-MSG-SAIDA
               WHEN REFL = 0
                   MOVE 'INFORME A REFERENCIA DA ORDEM.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   PERFORM 3260-VALIDATE-VALUE
           END-EVALUATE.
           IF WS-ENTRADA-VALIDA
              PERFORM 3270-VALIDATE-DATES
           END-IF.
           IF WS-ENTRADA-VALIDA
      *--- QUALQUER CONTA DO CLIENTE SERVE (LEITURA GENERICA PELO ID,
      *--- OS 10 PRIMEIROS BYTES DA CHAVE DO MESTRE)
              MOVE CLII TO WS-MST-ID
              MOVE ZERO TO WS-MST-CONTA
              EXEC CICS READ
                  FILE('MASTERDD')
                  INTO(WS-MST-RECORD)
                  RIDFLD(WS-MST-CHAVE)
                  KEYLENGTH(10)
                  GENERIC
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO WS-ENTRADA-SW
                 MOVE 'CLIENTE NAO ENCONTRADO NO MESTRE.'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
      *--- VALOR BLOQUEADO: 13 DIGITOS (11 INTEIROS + 2 DECIMAIS, O
      *--- MESMO FORMATO DA TRNJ), MAIOR QUE ZERO
       3260-VALIDATE-VALUE.
           IF VALL NOT = 13
              MOVE 'VALOR COM 13 DIGITOS (11 INTEIROS + 2 DECIMAIS).'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE VALI TO WS-VALOR-ENTRADA
              IF WS-VALOR-ENTRADA IS NOT NUMERIC
                 OR WS-VALOR-ENTRADA-N = ZERO
                 MOVE 'VALOR DO BLOQUEIO INVALIDO.' TO WS-MSG-SAIDA
              ELSE
                 MOVE 'S' TO WS-ENTRADA-SW
              END-IF
           END-IF.
           EXIT.
      *
      *--- INICIO (BRANCO = HOJE) E PRAZO (BRANCO = SEM PRAZO); O PRAZO
      *--- NAO PODE SER ANTERIOR AO INICIO NEM A HOJE
       3270-VALIDATE-DATES.
           MOVE WS-HOJE TO WS-INICIO-ENTRADA.
           MOVE ZERO TO WS-EXPIRA-ENTRADA.
           IF DTIL > 0
              MOVE DTII TO WS-DATA-ENTRADA
              IF DTIL NOT = 8 OR WS-DATA-ENTRADA IS NOT NUMERIC
                 MOVE 'N' TO WS-ENTRADA-SW
                 MOVE 'DATA DE INICIO INVALIDA (AAAAMMDD).'
                     TO WS-MSG-SAIDA
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ENTRADA-N)
                    NOT = ZERO
                    MOVE 'N' TO WS-ENTRADA-SW
                    MOVE 'DATA DE INICIO INVALIDA (AAAAMMDD).'
                        TO WS-MSG-SAIDA
                 ELSE
                    MOVE WS-DATA-ENTRADA-N TO WS-INICIO-ENTRADA
                 END-IF
              END-IF
           END-IF.
           IF WS-ENTRADA-VALIDA AND DTEL > 0
              MOVE DTEI TO WS-DATA-ENTRADA
              IF DTEL NOT = 8 OR WS-DATA-ENTRADA IS NOT NUMERIC
                 MOVE 'N' TO WS-ENTRADA-SW
                 MOVE 'PRAZO INVALIDO (AAAAMMDD).' TO WS-MSG-SAIDA
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ENTRADA-N)
                    NOT = ZERO
                    OR WS-DATA-ENTRADA-N < WS-INICIO-ENTRADA
                    OR WS-DATA-ENTRADA-N < WS-HOJE
                    MOVE 'N' TO WS-ENTRADA-SW
                    MOVE 'PRAZO INVALIDO OU ANTERIOR AO INICIO/HOJE.'
                        TO WS-MSG-SAIDA
                 ELSE
                    MOVE WS-DATA-ENTRADA-N TO WS-EXPIRA-ENTRADA
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *--- NUMERO DO NOVO BLOQUEIO: O SEGUINTE AO MAIOR DO CLIENTE
      *--- (BROWSE PARA TRAS A PARTIR DA CHAVE CLIENTE + 999)
       3280-PROXIMO-NUMERO.
           MOVE 1 TO WS-PROXIMO-NUMERO.
           MOVE CLII TO BJU-CLIENTE.
           MOVE 999 TO BJU-NUMERO.
           EXEC CICS STARTBR
               FILE('BLQJUDD')
               RIDFLD(BJU-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READPREV
                  FILE('BLQJUDD')
                  INTO(BJU-RECORD)
                  RIDFLD(BJU-KEY)
                  RESP(WS-RESP)
              END-EXEC
      * O PRIMEIRO READPREV DEVOLVE O REGISTRO DO POSICIONAMENTO (O
      * PROPRIO CLIENTE + 999 OU O PRIMEIRO DEPOIS DELE)
              IF WS-RESP = DFHRESP(NORMAL)
                 AND BJU-CLIENTE NOT = CLII
                 EXEC CICS READPREV
                     FILE('BLQJUDD')
                     INTO(BJU-RECORD)
                     RIDFLD(BJU-KEY)
                     RESP(WS-RESP)
                 END-EXEC
              END-IF
              IF WS-RESP = DFHRESP(NORMAL)
                 AND BJU-CLIENTE = CLII
                 COMPUTE WS-PROXIMO-NUMERO = BJU-NUMERO + 1
              END-IF
              EXEC CICS ENDBR FILE('BLQJUDD') END-EXEC
           ELSE
      * NENHUMA CHAVE DEPOIS DO CLIENTE: O ULTIMO DO ARQUIVO PODE SER
      * DELE (STARTBR NO FIM DO ARQUIVO COM HIGH-VALUES)
              MOVE HIGH-VALUES TO BJU-KEY
              EXEC CICS STARTBR
                  FILE('BLQJUDD')
                  RIDFLD(BJU-KEY)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 EXEC CICS READPREV
                     FILE('BLQJUDD')
                     INTO(BJU-RECORD)
                     RIDFLD(BJU-KEY)
                     RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    AND BJU-CLIENTE = CLII
                    COMPUTE WS-PROXIMO-NUMERO = BJU-NUMERO + 1
                 END-IF
                 EXEC CICS ENDBR FILE('BLQJUDD') END-EXEC
              END-IF
           END-IF.
           EXIT.
      *
      *--- PF5: APROVA O PENDENTE DO BLOQUEIO EM TELA (INCLUSAO OU
      *--- LIBERACAO). RELE COM UPDATE E RECUSA A AUTO-APROVACAO
       3300-PROCESS-APPROVE.
           PERFORM 3310-RELER-PENDENTE.
           PERFORM 3870-GET-TODAY.
           IF BJU-PENDENTE
              IF BJU-OPER-CRIACAO = WS-OP-ID
                 MOVE 'BLOQUEIO PROPRIO. OUTRO OPERADOR APROVA.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              SET BJU-ATIVO TO TRUE
              MOVE WS-OP-ID TO BJU-OPER-APROVACAO
              MOVE WS-HOJE TO BJU-DATA-APROVACAO
              MOVE 'BLQ APROV P>A' TO WS-SIT-DESCR
              PERFORM 3350-GRAVAR-DECISAO
              MOVE 'BLOQUEIO APROVADO. VALE NO PROXIMO MOVIMENTO.'
                  TO WS-MSG-SAIDA
           ELSE
              IF BJU-OPER-PEDIDO-LIB = WS-OP-ID
                 MOVE 'PEDIDO DO PROPRIO OPERADOR. OUTRO DEVE APROVAR.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              SET BJU-LIBERADO TO TRUE
              MOVE WS-OP-ID TO BJU-OPER-LIBERACAO
              MOVE WS-HOJE TO BJU-DATA-LIBERACAO
              MOVE 'BLQ APROV B>L' TO WS-SIT-DESCR
              PERFORM 3350-GRAVAR-DECISAO
              MOVE 'LIBERACAO APROVADA. O VALOR ESTA DESBLOQUEADO.'
                  TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- O BLOQUEIO DA TELA, LIDO PARA ATUALIZACAO E AINDA
      *--- AGUARDANDO DECISAO (DECIDIDO POR OUTRO OPERADOR NESSE MEIO
      *--- TEMPO VOLTA COM A MENSAGEM)
       3310-RELER-PENDENTE.
           PERFORM 3320-LER-PARA-ATUALIZAR.
           IF NOT BJU-PENDENTE AND NOT BJU-LIB-PENDENTE
              PERFORM 3700-SHOW-BLOQUEIO
              MOVE 'BLOQUEIO SEM DECISAO PENDENTE.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- LEITURA COM UPDATE DO BLOQUEIO EM TELA (CA-CHAVE)
       3320-LER-PARA-ATUALIZAR.
           IF CA-CLIENTE = SPACES
              MOVE 'NENHUM BLOQUEIO EM TELA. DIGITE CLIENTE E NUMERO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE CA-CHAVE TO BJU-KEY.
           EXEC CICS READ
               FILE('BLQJUDD')
               INTO(BJU-RECORD)
               RIDFLD(BJU-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO CA-CLIENTE
              MOVE ZERO TO CA-NUMERO
              MOVE 'BLOQUEIO NAO ENCONTRADO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- REGRAVA O BLOQUEIO COM A DECISAO (WS-SIT-DESCR TRAZ A
      *--- TRANSICAO PARA A TRILHA) E MOSTRA O RESULTADO
       3350-GRAVAR-DECISAO.
           EXEC CICS REWRITE
               FILE('BLQJUDD')
               FROM(BJU-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'ERRO NA GRAVACAO DO BLOQUEIO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
      *
           MOVE BJU-NUMERO TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING WS-SIT-DESCR ' ' BJU-CLIENTE ' ' WS-NUM-ED
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           PERFORM 3700-SHOW-BLOQUEIO.
           EXIT.
      *
      *--- PF6: REJEITA A INCLUSAO ('R' - PELO AUTOR E A RETIRADA) OU
      *--- DESFAZ O PEDIDO DE LIBERACAO (VOLTA A 'A')
       3400-PROCESS-REJECT.
           PERFORM 3310-RELER-PENDENTE.
           PERFORM 3870-GET-TODAY.
           IF BJU-PENDENTE
              SET BJU-REJEITADO TO TRUE
              MOVE WS-OP-ID TO BJU-OPER-APROVACAO
              MOVE WS-HOJE TO BJU-DATA-APROVACAO
              MOVE 'BLQ REJEI P>R' TO WS-SIT-DESCR
              PERFORM 3350-GRAVAR-DECISAO
              IF BJU-OPER-CRIACAO = WS-OP-ID
                 MOVE 'BLOQUEIO RETIRADO PELO AUTOR.' TO WS-MSG-SAIDA
              ELSE
                 MOVE 'BLOQUEIO REJEITADO.' TO WS-MSG-SAIDA
              END-IF
           ELSE
              SET BJU-ATIVO TO TRUE
              MOVE SPACES TO BJU-OPER-PEDIDO-LIB
              MOVE ZERO TO BJU-DATA-PEDIDO-LIB
              MOVE 'BLQ REJEI B>A' TO WS-SIT-DESCR
              PERFORM 3350-GRAVAR-DECISAO
              MOVE 'PEDIDO DE LIBERACAO DESFEITO. O BLOQUEIO CONTINUA.'
                  TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- PF9: PEDIDO DE LIBERACAO DO BLOQUEIO ATIVO EM TELA. BLOQUEIO
      *--- COM PRAZO JA VENCIDO NAO PRECISA DE LIBERACAO.
       3500-PROCESS-RELEASE-REQUEST.
           PERFORM 3320-LER-PARA-ATUALIZAR.
           PERFORM 3870-GET-TODAY.
           IF NOT BJU-ATIVO
              PERFORM 3700-SHOW-BLOQUEIO
              MOVE 'SO BLOQUEIO ATIVO PODE TER A LIBERACAO PEDIDA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF BJU-DATA-EXPIRA NOT = ZERO
              AND BJU-DATA-EXPIRA < WS-HOJE
              PERFORM 3700-SHOW-BLOQUEIO
              MOVE 'BLOQUEIO COM PRAZO VENCIDO. JA NAO VALE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           SET BJU-LIB-PENDENTE TO TRUE.
           MOVE WS-OP-ID TO BJU-OPER-PEDIDO-LIB.
           MOVE WS-HOJE TO BJU-DATA-PEDIDO-LIB.
           MOVE 'BLQ PEDID A>B' TO WS-SIT-DESCR.
           PERFORM 3350-GRAVAR-DECISAO.
           MOVE 'LIBERACAO PEDIDA. AGUARDA APROVACAO DE OUTRO OPERADOR.'
               TO WS-MSG-SAIDA.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Bloqueios judiciais encerrados.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- MOSTRA O BLOQUEIO DE CA-CHAVE NAS PRIMEIRAS LINHAS DA TELA
       3700-SHOW-BLOQUEIO.
           PERFORM 3750-READ-BLOQUEIO.
           PERFORM 3870-GET-TODAY.
           MOVE ZERO TO WS-LINHA-ATUAL.
           PERFORM 3850-DESCRIBE-STATUS.
           MOVE BJU-NUMERO TO WS-NUM-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'CLIENTE ' BJU-CLIENTE ' BLOQUEIO ' WS-NUM-ED ' '
                  WS-SIT-DESCR
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE BJU-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'VALOR ' WS-VALOR-ED ' INICIO ' BJU-DATA-INICIO
                  ' PRAZO ' BJU-DATA-EXPIRA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'ORGAO ' BJU-AUTORIDADE
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'ORDEM ' BJU-REFERENCIA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'REGISTRADO POR ' BJU-OPER-CRIACAO ' EM '
                  BJU-DATA-CRIACAO '  DECIDIDO POR '
                  BJU-OPER-APROVACAO ' EM ' BJU-DATA-APROVACAO
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'LIBERACAO PEDIDA POR ' BJU-OPER-PEDIDO-LIB ' EM '
                  BJU-DATA-PEDIDO-LIB '  APROVADA POR '
                  BJU-OPER-LIBERACAO ' EM ' BJU-DATA-LIBERACAO
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           EXIT.
      *
      *--- LEITURA DO BLOQUEIO DE CA-CHAVE (INEXISTENTE VOLTA PARA A
      *--- TELA COM A MENSAGEM)
       3750-READ-BLOQUEIO.
           MOVE CA-CHAVE TO BJU-KEY.
           EXEC CICS READ
               FILE('BLQJUDD')
               INTO(BJU-RECORD)
               RIDFLD(BJU-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO CA-CLIENTE
              MOVE ZERO TO CA-NUMERO
              MOVE 'BLOQUEIO NAO ENCONTRADO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- CLIENTE E NUMERO DIGITADOS
       3800-GET-CHAVE.
           MOVE SPACES TO WS-NUM-ENTRADA.
           MOVE NUMI TO WS-NUM-ENTRADA.
           INSPECT WS-NUM-ENTRADA REPLACING LEADING SPACES BY ZERO.
           IF WS-NUM-ENTRADA IS NOT NUMERIC
              MOVE 'NUMERO DO BLOQUEIO INVALIDO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE CLII TO CA-CLIENTE.
           MOVE WS-NUM-ENTRADA-N TO CA-NUMERO.
           EXIT.
      *
      *--- SITUACAO PARA A TELA; O BLOQUEIO ATIVO SAI COMO 'A VIGORAR'
      *--- ANTES DO INICIO E 'EXPIRADO' DEPOIS DO PRAZO (WS-HOJE JA
      *--- CALCULADO PELO CHAMADOR)
       3850-DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN BJU-PENDENTE  MOVE 'PENDENTE'    TO WS-SIT-DESCR
               WHEN BJU-LIBERADO  MOVE 'LIBERADO'    TO WS-SIT-DESCR
               WHEN BJU-REJEITADO MOVE 'REJEITADO'   TO WS-SIT-DESCR
               WHEN BJU-VALIDO
                   IF BJU-DATA-EXPIRA NOT = ZERO
                      AND BJU-DATA-EXPIRA < WS-HOJE
                      MOVE 'EXPIRADO' TO WS-SIT-DESCR
                   ELSE
                      IF BJU-DATA-INICIO > WS-HOJE
                         MOVE 'A VIGORAR' TO WS-SIT-DESCR
                      ELSE
                         IF BJU-LIB-PENDENTE
                            MOVE 'LIB.PEDIDA' TO WS-SIT-DESCR
                         ELSE
                            MOVE 'EM VIGOR' TO WS-SIT-DESCR
                         END-IF
                      END-IF
                   END-IF
               WHEN OTHER         MOVE BJU-SITUACAO TO WS-SIT-DESCR
           END-EVALUATE.
           EXIT.
      *
      *--- DATA DE HOJE AAAAMMDD A PARTIR DO EIBDATE 0CYYDDD (MESMA
      *--- CONTA DA TRNJ)
       3870-GET-TODAY.
           COMPUTE WS-DATA-JULIANA = EIBDATE + 1900000.
           COMPUTE WS-HOJE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-DATA-JULIANA)).
           EXIT.
      *
      *--- AS 12 LINHAS DA TELA SAO CAMPOS DISTINTOS DO MAPA (MESMA
      *--- TECNICA DA TRNJ/MYCICSAJ)
       3900-MOVER-LINHA-TELA.
           ADD 1 TO WS-LINHA-ATUAL.
           EVALUATE WS-LINHA-ATUAL
               WHEN 1  MOVE WS-LINHA-TEXTO TO LIN01O
               WHEN 2  MOVE WS-LINHA-TEXTO TO LIN02O
               WHEN 3  MOVE WS-LINHA-TEXTO TO LIN03O
               WHEN 4  MOVE WS-LINHA-TEXTO TO LIN04O
               WHEN 5  MOVE WS-LINHA-TEXTO TO LIN05O
               WHEN 6  MOVE WS-LINHA-TEXTO TO LIN06O
               WHEN 7  MOVE WS-LINHA-TEXTO TO LIN07O
               WHEN 8  MOVE WS-LINHA-TEXTO TO LIN08O
               WHEN 9  MOVE WS-LINHA-TEXTO TO LIN09O
               WHEN 10 MOVE WS-LINHA-TEXTO TO LIN10O
               WHEN 11 MOVE WS-LINHA-TEXTO TO LIN11O
               WHEN 12 MOVE WS-LINHA-TEXTO TO LIN12O
           END-EVALUATE.
           EXIT.
      *
      *--- GRAVA A TRILHA DE ATIVIDADE NA TDQ 'AUDT' (AUD-DATAI JA
      *--- PREENCHIDO PELO CHAMADOR COM A ACAO E A CHAVE ACIONADA)
       3990-WRITE-AUDIT-RECORD.
           MOVE EIBTRMID TO AUD-TERMID.
           MOVE EIBTASKN TO AUD-TASKN.
           MOVE EIBDATE  TO AUD-DATE.
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNQ'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
      *
       5000-SEND-AND-RETURN.
           MOVE WS-MSG-SAIDA TO MSGO.
      *
           EXEC CICS SEND
               MAP('MYMAPQ')
               MAPSET('MYSETQ')
               FROM(WS-MYMAPQ-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO
      *================================================================*
       9000-CICS-ERROR.
           DISPLAY 'ERRO GRAVE DE CICS. FUNCAO: ' EIBFN.
           PERFORM 9900-PROGRAM-ABEND.
           EXIT.
       9100-MAPFAIL-ERROR.
           DISPLAY 'ERRO DE MAPFAIL.'.
           PERFORM 9900-PROGRAM-ABEND.
           EXIT.
       9900-PROGRAM-ABEND.
           EXEC CICS SEND
               TEXT
               FROM('ERRO IRRECUPERAVEL. CONTATE O SUPORTE.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
