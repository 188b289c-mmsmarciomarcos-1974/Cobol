       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSKY.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - REVISAO PERIODICA DE CADASTRO (KYC)
      *
      * TRANSACAO: 'TRNY'
      * TABELA:    'TB_CLIENTES_KYC' (CHAVE ID_CLIENTE)
      * MAPA:      'MYMAPY' / MAPSET 'MYSETY'
      *
      * O REGULADOR EXIGE QUE A IDENTIFICACAO DE CADA CLIENTE SEJA
      * REVISTA PERIODICAMENTE, COM PRAZO CONFORME O RISCO:
      *       A = ALTO   - A CADA 12 MESES
      *       M = MEDIO  - A CADA 24 MESES
      *       B = BAIXO  - A CADA 36 MESES
      * TB_CLIENTES NAO GUARDA NADA DISSO; A TB_CLIENTES_KYC TEM UMA
      * LINHA POR CLIENTE COM O RISCO, A ULTIMA REVISAO, A PROXIMA
      * REVISAO DEVIDA, O REVISOR E A DATA DO REGISTRO (TODAS AS
      * DATAS CHAR(8) AAAAMMDD, COMO NA TB_CASOS).
      *
      * 1. ENTER COM O CLIENTE: MOSTRA O CADASTRO KYC E A SITUACAO DA
      *    REVISAO (EM DIA, A VENCER EM ATE 60 DIAS OU VENCIDA).
      * 2. PF5: REGISTRA UMA REVISAO CONCLUIDA. RISCO EM BRANCO MANTEM
      *    O ATUAL (OBRIGATORIO NA PRIMEIRA REVISAO); DATA DA REVISAO
      *    EM BRANCO = HOJE (NAO PODE SER FUTURA NEM ANTERIOR A
      *    ULTIMA REGISTRADA). A PROXIMA REVISAO E A DATA DA REVISAO
      *    MAIS 12/24/36 MESES E O REVISOR E O OPERADOR DA SESSAO.
      * 3. PF3: SAI.
      *
      * SO PERFIL COM NIVEL 'F' OU 'S' REGISTRA REVISAO; OS DEMAIS SO
      * CONSULTAM. CADA ACAO GRAVA LINHA NA TDQ 'AUDT'.
      *
      * O EXTRATOR NOTURNO MYKYCBLQ LE ESTA TABELA E BLOQUEIA DEBITO NO
      * MYBATCH (R021) PARA O CLIENTE COM REVISAO VENCIDA HA MAIS DE N
      * DIAS; A REVISAO REGISTRADA AQUI LIBERA O CLIENTE NA PROXIMA
      * EXTRACAO. O MYKYCRPT LISTA TODO MES AS REVISOES A VENCER E AS
      * VENCIDAS POR CLASSE DE RISCO.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-VARS.
           05 WS-RESP              PIC S9(08) COMP.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-LINHA-ATUAL       PIC 9(02) VALUE ZERO.
           05 WS-LINHA-TEXTO       PIC X(78).
           05 WS-NUM-ED            PIC Z(08)9.
           05 WS-RISCO-DESCR       PIC X(36).
           05 WS-ENTRADA-SW        PIC X(01).
              88 WS-ENTRADA-VALIDA VALUE 'S'.
           05 WS-KYC-EXISTE-SW     PIC X(01).
              88 WS-KYC-EXISTE     VALUE 'S'.
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
           05 WS-HOJE-X REDEFINES WS-HOJE
                                   PIC X(08).
           05 WS-DIAS              PIC S9(07) VALUE ZERO.
      *--- DATA DA REVISAO E PROXIMA REVISAO (ANO + 1/2/3; 29/02 CAI
      *--- PARA O ULTIMO DIA DE FEVEREIRO NO ANO SEM BISSEXTO)
           05 WS-DATA-REVISAO      PIC 9(08).
           05 WS-DATA-REVISAO-X REDEFINES WS-DATA-REVISAO
                                   PIC X(08).
           05 WS-DATA-PROXIMA      PIC 9(08).
           05 WS-DATA-PROXIMA-X REDEFINES WS-DATA-PROXIMA
                                   PIC X(08).
           05 WS-DATA-PROXIMA-R REDEFINES WS-DATA-PROXIMA.
              10 WS-PROX-ANO       PIC 9(04).
              10 WS-PROX-MMDD      PIC 9(04).
           05 WS-ANOS-PRAZO        PIC 9(01).
      *
      *--- PERFIL DO OPERADOR (SO 'F' E 'S' REGISTRAM REVISAO)
       01 WS-OPERATOR-VARS.
           05 WS-ADM-ID            PIC X(03).
           05 WS-ADM-NIVEL         PIC X(01).
              88 ADM-PODE-REVISAR  VALUE 'F' 'S'.
           05 WS-ADM-IDIOMA        PIC X(02).
      *--- JANELA DE ACESSO E TERMINAL VINCULADO DO PERFIL (ZEROS/
      *--- BRANCO = SEM RESTRICAO), CONFERIDOS NO SIGN-ON DE TODA
      *--- TRANSACAO (1070-CHECK-ACCESS-WINDOW)
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYSTATLD
       01 WS-DB-HOST-VARS.
           05 H-ID-CLIENTE          PIC X(10).
           05 H-NOME-CLIENTE        PIC X(40).
           05 H-STATUS-CLIENTE      PIC X(10).
           05 H-RISCO               PIC X(01).
              88 H-RISCO-ALTO       VALUE 'A'.
              88 H-RISCO-MEDIO      VALUE 'M'.
              88 H-RISCO-BAIXO      VALUE 'B'.
              88 H-RISCO-VALIDO     VALUE 'A' 'M' 'B'.
           05 H-DATA-ULT-REVISAO    PIC X(08).
           05 H-DATA-ULT-REVISAO-N REDEFINES H-DATA-ULT-REVISAO
                                    PIC 9(08).
           05 H-DATA-PROX-REVISAO   PIC X(08).
           05 H-DATA-PROX-REVISAO-N REDEFINES H-DATA-PROX-REVISAO
                                    PIC 9(08).
           05 H-REVISOR             PIC X(03).
           05 H-DATA-REGISTRO       PIC X(08).
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA CLII/CLIL (ID DO CLIENTE), RISI/RISL (RISCO A/M/B)
      *--- E DTRI/DTRL (DATA DA REVISAO AAAAMMDD), AS 12 LINHAS DE
      *--- SAIDA LIN01O..LIN12O (78 COLUNAS CADA) E MSGO.
       COPY MYMAPYC.
      *
      *--- CLIENTE NA TELA (PF5 SEM ID DIGITADO USA ESTE)
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-ID-CLIENTE        PIC X(10) VALUE SPACES.
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
       01 DFHCOMMAREA             PIC X(11).
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
           PERFORM 1060-GET-ADMIN-PROFILE.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
           IF NOT SQL-OK
              EXEC CICS SEND
                  TEXT
                  FROM('OPERADOR SEM PERFIL EM TB_OPERADORES.')
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
       1060-GET-ADMIN-PROFILE.
           MOVE SPACES TO WS-ADM-NIVEL.
           MOVE EIBOPID TO WS-ADM-ID.
           EXEC SQL
               SELECT NIVEL_AUTORIZACAO, IDIOMA_PREFERIDO,
                      HORA_INICIO, HORA_FIM, TERMINAL_VINCULADO
                 INTO :WS-ADM-NIVEL, :WS-ADM-IDIOMA,
                      :WS-OP-HORA-INICIO, :WS-OP-HORA-FIM,
                      :WS-OP-TERMINAL
                 FROM TB_OPERADORES
                WHERE OPERADOR_ID = :WS-ADM-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT SQL-OK
              MOVE SPACES TO WS-ADM-NIVEL
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
           INITIALIZE WS-MYMAPY-AREA.
           MOVE 'ENTER=CONSULTA PF5=REGISTRA REVISAO PF3=SAI'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPY')
               MAPSET('MYSETY')
               INTO(WS-MYMAPY-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CLI=' CLII ' RIS=' RISI
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           PERFORM 3870-GET-TODAY.
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF5
                   PERFORM 3200-PROCESS-REVIEW
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/PF5.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ENTER: CADASTRO KYC DO CLIENTE DIGITADO
       3100-PROCESS-INQUIRY.
           IF CLIL = 0
              MOVE 'DIGITE O ID DO CLIENTE.' TO WS-MSG-SAIDA
           ELSE
              MOVE CLII TO H-ID-CLIENTE
              PERFORM 3260-READ-CUSTOMER
              IF WS-ENTRADA-VALIDA
                 MOVE H-ID-CLIENTE TO CA-ID-CLIENTE
                 PERFORM 3750-READ-KYC
                 PERFORM 3700-SHOW-KYC
              END-IF
           END-IF.
           EXIT.
      *
      *--- PF5: REGISTRO DA REVISAO CONCLUIDA (INSERT NA PRIMEIRA,
      *--- UPDATE NAS SEGUINTES)
       3200-PROCESS-REVIEW.
           IF NOT ADM-PODE-REVISAR
              MOVE 'SEM AUTORIZACAO PARA REGISTRAR REVISAO KYC.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3250-VALIDATE-REVIEW.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3280-COMPUTE-NEXT-REVIEW.
           MOVE WS-DATA-REVISAO-X TO H-DATA-ULT-REVISAO.
           MOVE WS-DATA-PROXIMA-X TO H-DATA-PROX-REVISAO.
           IF WS-KYC-EXISTE
              EXEC SQL
                  UPDATE TB_CLIENTES_KYC
                     SET RISCO             = :H-RISCO,
                         DATA_ULT_REVISAO  = :H-DATA-ULT-REVISAO,
                         DATA_PROX_REVISAO = :H-DATA-PROX-REVISAO,
                         REVISOR_ID        = :WS-ADM-ID,
                         DATA_REGISTRO     = :WS-HOJE-X
                   WHERE ID_CLIENTE = :H-ID-CLIENTE
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO TB_CLIENTES_KYC
                      (ID_CLIENTE, RISCO, DATA_ULT_REVISAO,
                       DATA_PROX_REVISAO, REVISOR_ID, DATA_REGISTRO)
                  VALUES
                      (:H-ID-CLIENTE, :H-RISCO, :H-DATA-ULT-REVISAO,
                       :H-DATA-PROX-REVISAO, :WS-ADM-ID, :WS-HOJE-X)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA GRAVACAO DA REVISAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'KYC REV ' H-ID-CLIENTE ' ' H-RISCO ' '
                  H-DATA-ULT-REVISAO
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           MOVE H-ID-CLIENTE TO CA-ID-CLIENTE.
           MOVE SPACES TO RISO DTRO.
           PERFORM 3750-READ-KYC.
           PERFORM 3700-SHOW-KYC.
           MOVE SPACES TO WS-MSG-SAIDA.
           STRING 'REVISAO REGISTRADA. PROXIMA EM '
                  H-DATA-PROX-REVISAO '.'
               DELIMITED BY SIZE INTO WS-MSG-SAIDA.
           EXIT.
      *
      *--- CLIENTE (O DIGITADO OU O DA TELA) CADASTRADO, RISCO VALIDO
      *--- (OU JA EXISTENTE) E DATA DA REVISAO VALIDA
       3250-VALIDATE-REVIEW.
           IF CLIL > 0
              MOVE CLII TO H-ID-CLIENTE
           ELSE
              MOVE CA-ID-CLIENTE TO H-ID-CLIENTE
           END-IF.
           IF H-ID-CLIENTE = SPACES
              MOVE 'N' TO WS-ENTRADA-SW
              MOVE 'INFORME O ID DO CLIENTE.' TO WS-MSG-SAIDA
           ELSE
              PERFORM 3260-READ-CUSTOMER
           END-IF.
           IF WS-ENTRADA-VALIDA
              PERFORM 3750-READ-KYC
              PERFORM 3270-VALIDATE-RISK
           END-IF.
           IF WS-ENTRADA-VALIDA
              PERFORM 3275-VALIDATE-REVIEW-DATE
           END-IF.
           EXIT.
      *
      *--- CLIENTE EM TB_CLIENTES, ATIVO E NAO ANONIMIZADO
       3260-READ-CUSTOMER.
           MOVE 'N' TO WS-ENTRADA-SW.
           EXEC SQL
               SELECT NOME_CLIENTE, STATUS_CLIENTE
                 INTO :H-NOME-CLIENTE, :H-STATUS-CLIENTE
                 FROM TB_CLIENTES
                WHERE ID_CLIENTE = :H-ID-CLIENTE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
               WHEN SQL-NOT-FOUND
                   MOVE 'CLIENTE NAO ENCONTRADO EM TB_CLIENTES.'
                       TO WS-MSG-SAIDA
               WHEN NOT SQL-OK
                   MOVE 'ERRO NA LEITURA DO CLIENTE. CONTATE O SUPORTE.'
                       TO WS-MSG-SAIDA
               WHEN H-NOME-CLIENTE = 'ANONIMIZADO'
                   MOVE 'CLIENTE ANONIMIZADO (LGPD). SEM REVISAO KYC.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'S' TO WS-ENTRADA-SW
           END-EVALUATE.
           EXIT.
      *
      *--- RISCO DIGITADO (A/M/B) OU O JA CADASTRADO; NA PRIMEIRA
      *--- REVISAO O RISCO E OBRIGATORIO
       3270-VALIDATE-RISK.
           IF RISL > 0 AND RISI NOT = SPACE
              MOVE RISI TO H-RISCO
           END-IF.
           IF NOT H-RISCO-VALIDO
              MOVE 'N' TO WS-ENTRADA-SW
              MOVE 'RISCO: A=ALTO (12 MESES) M=MEDIO (24) B=BAIXO (36).'
                  TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- DATA DA REVISAO: BRANCO = HOJE; SE DIGITADA, AAAAMMDD
      *--- VALIDA, NAO FUTURA E NAO ANTERIOR A ULTIMA REVISAO
       3275-VALIDATE-REVIEW-DATE.
           MOVE WS-HOJE TO WS-DATA-REVISAO.
           IF DTRL > 0 AND DTRI NOT = SPACES
              IF DTRI IS NOT NUMERIC
                 MOVE 'N' TO WS-ENTRADA-SW
              ELSE
                 MOVE DTRI TO WS-DATA-REVISAO-X
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REVISAO)
                    NOT = ZERO
                    OR WS-DATA-REVISAO > WS-HOJE
                    MOVE 'N' TO WS-ENTRADA-SW
                 END-IF
              END-IF
              IF NOT WS-ENTRADA-VALIDA
                 MOVE 'DATA DA REVISAO INVALIDA (AAAAMMDD, ATE HOJE).'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           IF WS-ENTRADA-VALIDA AND WS-KYC-EXISTE
              IF H-DATA-ULT-REVISAO IS NUMERIC
                 AND WS-DATA-REVISAO < H-DATA-ULT-REVISAO-N
                 MOVE 'N' TO WS-ENTRADA-SW
                 MOVE 'DATA ANTERIOR A ULTIMA REVISAO REGISTRADA.'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
      *--- PROXIMA REVISAO = DATA DA REVISAO + 12/24/36 MESES (MESMO
      *--- DIA E MES, ANO + 1/2/3). 29/02 EM ANO SEM BISSEXTO VIRA O
      *--- DIA ANTERIOR A 01/03.
       3280-COMPUTE-NEXT-REVIEW.
           EVALUATE TRUE
               WHEN H-RISCO-ALTO  MOVE 1 TO WS-ANOS-PRAZO
               WHEN H-RISCO-MEDIO MOVE 2 TO WS-ANOS-PRAZO
               WHEN OTHER         MOVE 3 TO WS-ANOS-PRAZO
           END-EVALUATE.
           MOVE WS-DATA-REVISAO TO WS-DATA-PROXIMA.
           ADD WS-ANOS-PRAZO TO WS-PROX-ANO.
           IF WS-PROX-MMDD = 0229
              MOVE 0301 TO WS-PROX-MMDD
              COMPUTE WS-DATA-PROXIMA =
                  FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-PROXIMA) - 1)
           END-IF.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Revisao KYC encerrada.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- MONTA A TELA COM O CLIENTE E O CADASTRO KYC LIDO EM
      *--- 3750-READ-KYC
       3700-SHOW-KYC.
           MOVE ZERO TO WS-LINHA-ATUAL.
           MOVE SPACES TO LIN01O LIN02O LIN03O LIN04O LIN05O LIN06O
                          LIN07O LIN08O LIN09O LIN10O LIN11O LIN12O.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'CLIENTE..........: ' H-ID-CLIENTE ' ' H-NOME-CLIENTE
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'SITUACAO CADASTRO: ' H-STATUS-CLIENTE
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
      *
           IF NOT WS-KYC-EXISTE
              MOVE 'SITUACAO KYC.....: SEM REVISAO REGISTRADA'
                  TO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
              MOVE 'CLIENTE SEM REVISAO KYC. PF5 REGISTRA A PRIMEIRA.'
                  TO WS-MSG-SAIDA
           ELSE
              PERFORM 3850-DESCRIBE-RISK
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING 'RISCO............: ' WS-RISCO-DESCR
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING 'ULTIMA REVISAO...: ' H-DATA-ULT-REVISAO
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING 'PROXIMA REVISAO..: ' H-DATA-PROX-REVISAO
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING 'REVISOR..........: ' H-REVISOR
                     '   REGISTRADO EM ' H-DATA-REGISTRO
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
              PERFORM 3720-SHOW-DUE-STATUS
              MOVE 'ENTER=CONSULTA PF5=REGISTRA REVISAO PF3=SAI'
                  TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- SITUACAO DO PRAZO: VENCIDA, A VENCER EM ATE 60 DIAS (MESMA
      *--- JANELA DO RELATORIO MENSAL MYKYCRPT) OU EM DIA
       3720-SHOW-DUE-STATUS.
           MOVE SPACES TO WS-LINHA-TEXTO.
           IF H-DATA-PROX-REVISAO IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(H-DATA-PROX-REVISAO-N)
                 NOT = ZERO
              MOVE 'SITUACAO KYC.....: DATA DA PROXIMA REVISAO INVALIDA'
                  TO WS-LINHA-TEXTO
           ELSE
              COMPUTE WS-DIAS =
                  FUNCTION INTEGER-OF-DATE(H-DATA-PROX-REVISAO-N)
                - FUNCTION INTEGER-OF-DATE(WS-HOJE)
              EVALUATE TRUE
                  WHEN WS-DIAS < ZERO
                      COMPUTE WS-NUM-ED = 0 - WS-DIAS
                      STRING 'SITUACAO KYC.....: VENCIDA HA' WS-NUM-ED
                             ' DIAS - DEBITO SUJEITO A BLOQUEIO (R021)'
                          DELIMITED BY SIZE INTO WS-LINHA-TEXTO
                  WHEN WS-DIAS <= 60
                      MOVE WS-DIAS TO WS-NUM-ED
                      STRING 'SITUACAO KYC.....: VENCE EM' WS-NUM-ED
                             ' DIAS'
                          DELIMITED BY SIZE INTO WS-LINHA-TEXTO
                  WHEN OTHER
                      MOVE 'SITUACAO KYC.....: EM DIA'
                          TO WS-LINHA-TEXTO
              END-EVALUATE
           END-IF.
           PERFORM 3900-MOVER-LINHA-TELA.
           EXIT.
      *
      *--- LINHA DO CLIENTE EM TB_CLIENTES_KYC (PODE NAO EXISTIR)
       3750-READ-KYC.
           MOVE 'N' TO WS-KYC-EXISTE-SW.
           MOVE SPACES TO H-RISCO H-DATA-ULT-REVISAO
                          H-DATA-PROX-REVISAO H-REVISOR H-DATA-REGISTRO.
           EXEC SQL
               SELECT RISCO, DATA_ULT_REVISAO, DATA_PROX_REVISAO,
                      REVISOR_ID, DATA_REGISTRO
                 INTO :H-RISCO, :H-DATA-ULT-REVISAO,
                      :H-DATA-PROX-REVISAO, :H-REVISOR,
                      :H-DATA-REGISTRO
                 FROM TB_CLIENTES_KYC
                WHERE ID_CLIENTE = :H-ID-CLIENTE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
               WHEN SQL-OK
                   MOVE 'S' TO WS-KYC-EXISTE-SW
               WHEN SQL-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE 'ERRO NA CONSULTA A TB_CLIENTES_KYC.'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *
       3850-DESCRIBE-RISK.
           EVALUATE TRUE
               WHEN H-RISCO-ALTO
                   MOVE 'A - ALTO (REVISAO A CADA 12 MESES)'
                       TO WS-RISCO-DESCR
               WHEN H-RISCO-MEDIO
                   MOVE 'M - MEDIO (REVISAO A CADA 24 MESES)'
                       TO WS-RISCO-DESCR
               WHEN H-RISCO-BAIXO
                   MOVE 'B - BAIXO (REVISAO A CADA 36 MESES)'
                       TO WS-RISCO-DESCR
               WHEN OTHER
                   MOVE H-RISCO TO WS-RISCO-DESCR
           END-EVALUATE.
           EXIT.
      *
      *--- DATA DE HOJE AAAAMMDD A PARTIR DO EIBDATE 0CYYDDD (MESMA
      *--- CONTA DA TRNS)
       3870-GET-TODAY.
           COMPUTE WS-DATA-JULIANA = EIBDATE + 1900000.
           COMPUTE WS-HOJE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-DATA-JULIANA)).
           EXIT.
      *
      *--- AS 12 LINHAS DA TELA SAO CAMPOS DISTINTOS DO MAPA (MESMA
      *--- TECNICA DA TRNR/MYCICSRV)
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
           MOVE 'TRNY'   TO AUD-TRANCODE.
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
               MAP('MYMAPY')
               MAPSET('MYSETY')
               FROM(WS-MYMAPY-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNY')
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
