       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSWL.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - FILA DE EXCECOES DA OPERACAO
      *
      * TRANSACAO: 'TRNW'
      * TABELA:    'TB_WORKLIST' (CARREGADA TODA NOITE PELO MYWRKLD,
      *            STEP047 DO MYNIGHT: UM ITEM POR EXCECAO ACIONAVEL
      *            DOS REJEITADOS, DAS EXCECOES DO MYDB2BAT, DAS
      *            DIVERGENCIAS DO MYRECON, DAS LINHAS PENDENTE ALEM
      *            DO LIMITE E DOS LOTES DO ACK)
      * MAPA:      'MYMAPW' / MAPSET 'MYSETW'
      *
      * 1. ENTER SEM ITEM: LISTA OS ITENS NAO FECHADOS POR PRIORIDADE
      *    (0 = ESCALADO POR ESTOURO DO PRAZO, DEPOIS 1, 2, 3) E
      *    NUMERO, 12 POR TELA; COM A FONTE DIGITADA (MYBATCH,
      *    MYDB2BAT, MYRECON, PENDENTE, MYACKGEN) SO OS DELA.
      *    ENTER COM O NUMERO DO ITEM: MOSTRA O ITEM.
      * 2. PF8: PROXIMA PAGINA DA LISTA.
      * 3. PF5: ASSUME O ITEM ('A' ABERTO -> 'T' EM TRATAMENTO), COM
      *    O OPERADOR COMO RESPONSAVEL. DOIS OPERADORES NAO ASSUMEM O
      *    MESMO ITEM: O UPDATE SO PASSA COM O ITEM AINDA ABERTO.
      * 4. PF6: GRAVA A NOTA DE RESOLUCAO DIGITADA (SO O RESPONSAVEL).
      * 5. PF9: FECHA O ITEM ('T' -> 'F'), SO O RESPONSAVEL E SO COM
      *    NOTA (DIGITADA AGORA OU JA GRAVADA NO PF6).
      * 6. PF3: SAI.
      *
      * O ITEM FECHADO NAO VOLTA: SE A EXCECAO REAPARECER NA NOITE
      * SEGUINTE, O MYWRKLD ABRE ITEM NOVO. O PRAZO (SLA) CONTA DA
      * DATA DE CARGA; O TEMPO ATE O FECHAMENTO SAI NO RELATORIO
      * SEMANAL MYWRKRPT.
      *
      * QUALQUER OPERADOR COM PERFIL USA A TRNW; CADA ACAO GRAVA LINHA
      * NA TDQ 'AUDT'.
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
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-LINHA-ATUAL       PIC 9(02) VALUE ZERO.
           05 WS-LINHA-TEXTO       PIC X(78).
           05 WS-QTD-LINHAS        PIC 9(02) VALUE ZERO.
           05 WS-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-NUM-ED            PIC Z(08)9.
           05 WS-DIAS-ED           PIC ZZZ9.
           05 WS-PRIOR-ED          PIC 9(01).
           05 WS-SIT-DESCR         PIC X(13).
           05 WS-ITEM-ENTRADA      PIC X(09).
           05 WS-ITEM-ENTRADA-N REDEFINES WS-ITEM-ENTRADA
                                   PIC 9(09).
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
           05 WS-HOJE-X REDEFINES WS-HOJE
                                   PIC X(08).
           05 WS-IDADE             PIC S9(07) VALUE ZERO.
      *
      *--- PERFIL DO OPERADOR
       01 WS-OPERATOR-VARS.
           05 WS-ADM-ID            PIC X(03).
           05 WS-ADM-NIVEL         PIC X(01).
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
           05 H-NUM-ITEM            PIC S9(09) COMP.
           05 H-FONTE               PIC X(08).
           05 H-CHAVE               PIC X(20).
           05 H-MOTIVO              PIC X(10).
           05 H-VALOR               PIC S9(11)V99 COMP-3.
           05 H-DATA-ORIGEM         PIC X(08).
           05 H-DATA-CARGA          PIC X(08).
           05 H-DATA-CARGA-N REDEFINES H-DATA-CARGA
                                    PIC 9(08).
           05 H-PRIORIDADE          PIC S9(04) COMP.
           05 H-PRAZO-DIAS          PIC S9(04) COMP.
           05 H-DESCRICAO           PIC X(60).
           05 H-SITUACAO            PIC X(01).
              88 H-SIT-ABERTO       VALUE 'A'.
              88 H-SIT-TRATAMENTO   VALUE 'T'.
              88 H-SIT-FECHADO      VALUE 'F'.
           05 H-OPERADOR-RESP       PIC X(03).
           05 H-DATA-ASSUMIDO       PIC X(08).
           05 H-DATA-FECHAMENTO     PIC X(08).
           05 H-NOTA                PIC X(60).
           05 H-ESCALADO            PIC X(01).
           05 H-DATA-ESCALADO       PIC X(08).
           05 H-FONTE-FILTRO        PIC X(08).
           05 H-ULT-PRIORIDADE      PIC S9(04) COMP.
           05 H-ULT-ITEM            PIC S9(09) COMP.
      *
      *--- ITENS NAO FECHADOS A PARTIR DA ULTIMA LINHA DA PAGINA
      *--- ANTERIOR (PRIORIDADE, NUMERO); FONTE EM BRANCO = TODAS
           EXEC SQL
               DECLARE C_FILA CURSOR FOR
                   SELECT NUM_ITEM, PRIORIDADE, FONTE, MOTIVO, CHAVE,
                          DATA_CARGA, SITUACAO, OPERADOR_RESP,
                          ESCALADO
                   FROM TB_WORKLIST
                   WHERE SITUACAO <> 'F'
                     AND (:H-FONTE-FILTRO = ' '
                          OR FONTE = :H-FONTE-FILTRO)
                     AND (PRIORIDADE > :H-ULT-PRIORIDADE
                          OR (PRIORIDADE = :H-ULT-PRIORIDADE
                              AND NUM_ITEM > :H-ULT-ITEM))
                   ORDER BY PRIORIDADE, NUM_ITEM
           END-EXEC.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA ITEMI/ITEML (9 DIGITOS), FONTI/FONTL (8) E
      *--- NOTAI/NOTAL (60), AS 12 LINHAS DE SAIDA LIN01O..LIN12O (78
      *--- COLUNAS CADA) E MSGO.
       COPY MYMAPWC.
      *
      *--- ITEM NA TELA E POSICAO DA LISTA (ULTIMA PRIORIDADE/NUMERO
      *--- MOSTRADOS E O FILTRO DE FONTE) PARA O PF8
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-NUM-ITEM          PIC 9(09) VALUE ZERO.
           05 CA-ULT-PRIORIDADE    PIC S9(04) VALUE ZERO.
           05 CA-ULT-ITEM          PIC 9(09) VALUE ZERO.
           05 CA-FONTE-FILTRO      PIC X(08) VALUE SPACES.
           05 CA-LISTA-SW          PIC X(01) VALUE 'N'.
              88 CA-LISTA-NA-TELA  VALUE 'S'.
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
       01 DFHCOMMAREA             PIC X(32).
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
      *--- A PRIMEIRA TELA JA TRAZ A FILA (TODAS AS FONTES)
       2000-FIRST-TIME.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-MYMAPW-AREA.
           MOVE SPACES TO CA-FONTE-FILTRO.
           PERFORM 3110-START-LIST.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPW')
               MAPSET('MYSETW')
               INTO(WS-MYMAPW-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' ITEM=' ITEMI ' FONTE=' FONTI
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF8
                   PERFORM 3150-PROCESS-NEXT-PAGE
               WHEN DFHPF5
                   PERFORM 3200-PROCESS-CLAIM
               WHEN DFHPF6
                   PERFORM 3300-PROCESS-NOTE
               WHEN DFHPF9
                   PERFORM 3400-PROCESS-CLOSE
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/5/6/8/9.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ENTER: O ITEM DIGITADO OU A FILA (FILTRADA PELA FONTE)
       3100-PROCESS-INQUIRY.
           IF ITEML > 0
              PERFORM 3800-GET-ITEM-NUMBER
              PERFORM 3700-SHOW-ITEM
           ELSE
              IF FONTL > 0
                 MOVE FONTI TO CA-FONTE-FILTRO
              ELSE
                 MOVE SPACES TO CA-FONTE-FILTRO
              END-IF
              PERFORM 3110-START-LIST
           END-IF.
           EXIT.
      *
      *--- LISTA DESDE O INICIO (PRIORIDADE 0 E A MENOR POSSIVEL)
       3110-START-LIST.
           MOVE -1 TO CA-ULT-PRIORIDADE.
           MOVE ZERO TO CA-ULT-ITEM.
           PERFORM 3120-LIST-QUEUE.
           EXIT.
      *
      *--- ATE 12 ITENS DEPOIS DE CA-ULT-PRIORIDADE/CA-ULT-ITEM:
      *--- NUMERO, PRIORIDADE, FONTE, MOTIVO, CHAVE, CARGA, SITUACAO,
      *--- RESPONSAVEL E 'E' QUANDO ESCALADO
       3120-LIST-QUEUE.
           MOVE CA-FONTE-FILTRO TO H-FONTE-FILTRO.
           MOVE CA-ULT-PRIORIDADE TO H-ULT-PRIORIDADE.
           MOVE CA-ULT-ITEM TO H-ULT-ITEM.
           MOVE ZERO TO WS-LINHA-ATUAL.
           MOVE ZERO TO WS-QTD-LINHAS.
           MOVE ZERO TO CA-NUM-ITEM.
           EXEC SQL OPEN C_FILA END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA CONSULTA A TB_WORKLIST.' TO WS-MSG-SAIDA
           ELSE
              PERFORM 3130-FETCH-QUEUE-ITEM
                      UNTIL WS-QTD-LINHAS >= 12
                         OR SQLCODE NOT = 0
              EXEC SQL CLOSE C_FILA END-EXEC
              IF WS-QTD-LINHAS = ZERO
                 MOVE 'N' TO CA-LISTA-SW
                 MOVE 'NENHUM (OUTRO) ITEM EM ABERTO NA FILA.'
                     TO WS-MSG-SAIDA
              ELSE
                 MOVE 'S' TO CA-LISTA-SW
                 MOVE 'DIGITE O ITEM E TECLE ENTER. PF8 = MAIS ITENS.'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
       3130-FETCH-QUEUE-ITEM.
           EXEC SQL
               FETCH C_FILA
               INTO :H-NUM-ITEM, :H-PRIORIDADE, :H-FONTE, :H-MOTIVO,
                    :H-CHAVE, :H-DATA-CARGA, :H-SITUACAO,
                    :H-OPERADOR-RESP, :H-ESCALADO
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-QTD-LINHAS
              MOVE H-PRIORIDADE TO CA-ULT-PRIORIDADE
              MOVE H-NUM-ITEM TO CA-ULT-ITEM
              MOVE H-NUM-ITEM TO WS-NUM-ED
              MOVE H-PRIORIDADE TO WS-PRIOR-ED
              IF H-ESCALADO NOT = 'S'
                 MOVE SPACES TO H-ESCALADO
              ELSE
                 MOVE 'E' TO H-ESCALADO
              END-IF
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING WS-NUM-ED ' ' H-ESCALADO
                     WS-PRIOR-ED ' ' H-FONTE ' ' H-MOTIVO ' '
                     H-CHAVE ' ' H-DATA-CARGA ' ' H-SITUACAO ' '
                     H-OPERADOR-RESP
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
           END-IF.
           EXIT.
      *
      *--- PF8: PROXIMA PAGINA DA LISTA NA TELA
       3150-PROCESS-NEXT-PAGE.
           IF NOT CA-LISTA-NA-TELA
              MOVE 'TECLE ENTER SEM ITEM PARA LISTAR A FILA.'
                  TO WS-MSG-SAIDA
           ELSE
              PERFORM 3120-LIST-QUEUE
           END-IF.
           EXIT.
      *
      *--- PF5: ASSUME O ITEM. O WHERE SITUACAO = 'A' IMPEDE QUE DOIS
      *--- OPERADORES ASSUMAM O MESMO ITEM AO MESMO TEMPO
       3200-PROCESS-CLAIM.
           PERFORM 3800-GET-ITEM-NUMBER.
           PERFORM 3870-GET-TODAY.
           EXEC SQL
               UPDATE TB_WORKLIST
                  SET SITUACAO      = 'T',
                      OPERADOR_RESP = :WS-ADM-ID,
                      DATA_ASSUMIDO = :WS-HOJE-X
                WHERE NUM_ITEM = :H-NUM-ITEM
                  AND SITUACAO = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQL-NOT-FOUND
              PERFORM 3750-READ-ITEM
              PERFORM 3700-SHOW-ITEM
              IF H-SIT-FECHADO
                 MOVE 'ITEM JA FECHADO.' TO WS-MSG-SAIDA
              ELSE
                 MOVE SPACES TO WS-MSG-SAIDA
                 STRING 'ITEM JA ASSUMIDO POR ' H-OPERADOR-RESP '.'
                     DELIMITED BY SIZE INTO WS-MSG-SAIDA
              END-IF
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF NOT SQL-OK
              MOVE 'ERRO AO ASSUMIR O ITEM. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE H-NUM-ITEM TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING 'ITEM ASSUME ' WS-NUM-ED
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           PERFORM 3700-SHOW-ITEM.
           MOVE 'ITEM ASSUMIDO. PF6 = NOTA, PF9 = FECHA.'
               TO WS-MSG-SAIDA.
           EXIT.
      *
      *--- PF6: NOTA DE RESOLUCAO, SO PELO RESPONSAVEL DO ITEM
       3300-PROCESS-NOTE.
           PERFORM 3800-GET-ITEM-NUMBER.
           PERFORM 3750-READ-ITEM.
           PERFORM 3780-CHECK-OWNER.
           IF NOTAL = 0
              MOVE 'DIGITE A NOTA DE RESOLUCAO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE NOTAI TO H-NOTA.
           EXEC SQL
               UPDATE TB_WORKLIST
                  SET NOTA = :H-NOTA
                WHERE NUM_ITEM = :H-NUM-ITEM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA GRAVACAO DA NOTA. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE H-NUM-ITEM TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING 'ITEM NOTA ' WS-NUM-ED
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           PERFORM 3700-SHOW-ITEM.
           MOVE 'NOTA GRAVADA.' TO WS-MSG-SAIDA.
           EXIT.
      *
      *--- PF9: FECHA O ITEM, SO PELO RESPONSAVEL E SO COM NOTA
       3400-PROCESS-CLOSE.
           PERFORM 3800-GET-ITEM-NUMBER.
           PERFORM 3750-READ-ITEM.
           PERFORM 3780-CHECK-OWNER.
           IF NOTAL > 0
              MOVE NOTAI TO H-NOTA
           END-IF.
           IF H-NOTA = SPACES
              MOVE 'NOTA DE RESOLUCAO OBRIGATORIA PARA FECHAR.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3870-GET-TODAY.
           EXEC SQL
               UPDATE TB_WORKLIST
                  SET SITUACAO        = 'F',
                      DATA_FECHAMENTO = :WS-HOJE-X,
                      NOTA            = :H-NOTA
                WHERE NUM_ITEM = :H-NUM-ITEM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NO FECHAMENTO DO ITEM. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE H-NUM-ITEM TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING 'ITEM FECHA ' WS-NUM-ED
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           PERFORM 3700-SHOW-ITEM.
           MOVE 'ITEM FECHADO.' TO WS-MSG-SAIDA.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Fila de excecoes encerrada.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- MOSTRA O ITEM H-NUM-ITEM NAS 7 PRIMEIRAS LINHAS DA TELA
       3700-SHOW-ITEM.
           PERFORM 3750-READ-ITEM.
           MOVE H-NUM-ITEM TO CA-NUM-ITEM.
           MOVE 'N' TO CA-LISTA-SW.
           MOVE ZERO TO WS-LINHA-ATUAL.
           PERFORM 3850-DESCRIBE-STATUS.
           PERFORM 3860-COMPUTE-AGE.
           MOVE H-NUM-ITEM TO WS-NUM-ED.
           MOVE H-PRIORIDADE TO WS-PRIOR-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'ITEM ' WS-NUM-ED ' FONTE ' H-FONTE ' MOTIVO '
                  H-MOTIVO ' ' WS-SIT-DESCR ' PRIORIDADE '
                  WS-PRIOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE H-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'CHAVE ' H-CHAVE ' VALOR ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           MOVE WS-IDADE TO WS-DIAS-ED.
           STRING 'ORIGEM ' H-DATA-ORIGEM ' CARGA ' H-DATA-CARGA
                  ' IDADE ' WS-DIAS-ED ' DIA(S)'
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE H-PRAZO-DIAS TO WS-DIAS-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           IF H-ESCALADO = 'S'
              STRING 'PRAZO ' WS-DIAS-ED ' DIA(S) - ESCALADO EM '
                     H-DATA-ESCALADO
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
           ELSE
              STRING 'PRAZO ' WS-DIAS-ED ' DIA(S)'
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
           END-IF.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'DESCRICAO ' H-DESCRICAO
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'RESPONSAVEL ' H-OPERADOR-RESP ' ASSUMIDO '
                  H-DATA-ASSUMIDO ' FECHADO ' H-DATA-FECHAMENTO
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'NOTA ' H-NOTA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           IF H-SIT-ABERTO
              MOVE 'PF5 = ASSUME O ITEM.' TO WS-MSG-SAIDA
           ELSE
              MOVE SPACES TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- LEITURA DO ITEM H-NUM-ITEM (ITEM INEXISTENTE VOLTA PARA A
      *--- TELA COM A MENSAGEM)
       3750-READ-ITEM.
           EXEC SQL
               SELECT FONTE, CHAVE, MOTIVO, VALOR, DATA_ORIGEM,
                      DATA_CARGA, PRIORIDADE, PRAZO_DIAS, DESCRICAO,
                      SITUACAO, OPERADOR_RESP, DATA_ASSUMIDO,
                      DATA_FECHAMENTO, NOTA, ESCALADO, DATA_ESCALADO
                 INTO :H-FONTE, :H-CHAVE, :H-MOTIVO, :H-VALOR,
                      :H-DATA-ORIGEM, :H-DATA-CARGA, :H-PRIORIDADE,
                      :H-PRAZO-DIAS, :H-DESCRICAO, :H-SITUACAO,
                      :H-OPERADOR-RESP, :H-DATA-ASSUMIDO,
                      :H-DATA-FECHAMENTO, :H-NOTA, :H-ESCALADO,
                      :H-DATA-ESCALADO
                 FROM TB_WORKLIST
                WHERE NUM_ITEM = :H-NUM-ITEM
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQL-NOT-FOUND
              MOVE ZERO TO CA-NUM-ITEM
              MOVE 'ITEM NAO ENCONTRADO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF NOT SQL-OK
              MOVE 'ERRO NA LEITURA DO ITEM. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- NOTA E FECHAMENTO SO NO ITEM EM TRATAMENTO PELO PROPRIO
      *--- OPERADOR
       3780-CHECK-OWNER.
           EVALUATE TRUE
               WHEN H-SIT-FECHADO
                   MOVE 'ITEM JA FECHADO.' TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
               WHEN H-SIT-ABERTO
                   MOVE 'ASSUMA O ITEM (PF5) ANTES.' TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
               WHEN H-OPERADOR-RESP NOT = WS-ADM-ID
                   MOVE SPACES TO WS-MSG-SAIDA
                   STRING 'ITEM EM TRATAMENTO POR ' H-OPERADOR-RESP
                          '.'
                       DELIMITED BY SIZE INTO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.
      *
      *--- NUMERO DO ITEM DIGITADO (OU O DA TELA, SE EM BRANCO)
       3800-GET-ITEM-NUMBER.
           IF ITEML > 0
              MOVE SPACES TO WS-ITEM-ENTRADA
              MOVE ITEMI TO WS-ITEM-ENTRADA
              INSPECT WS-ITEM-ENTRADA REPLACING LEADING SPACES
                                                BY ZERO
              IF WS-ITEM-ENTRADA IS NOT NUMERIC
                 MOVE 'NUMERO DO ITEM INVALIDO.' TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              MOVE WS-ITEM-ENTRADA-N TO H-NUM-ITEM
           ELSE
              IF CA-NUM-ITEM = ZERO
                 MOVE 'INFORME O NUMERO DO ITEM.' TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              MOVE CA-NUM-ITEM TO H-NUM-ITEM
           END-IF.
           EXIT.
      *
       3850-DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN H-SIT-ABERTO     MOVE 'ABERTO'        TO
                                          WS-SIT-DESCR
               WHEN H-SIT-TRATAMENTO MOVE 'EM TRATAMENTO' TO
                                          WS-SIT-DESCR
               WHEN H-SIT-FECHADO    MOVE 'FECHADO'       TO
                                          WS-SIT-DESCR
               WHEN OTHER            MOVE H-SITUACAO      TO
                                          WS-SIT-DESCR
           END-EVALUATE.
           EXIT.
      *
      *--- IDADE EM DIAS DESDE A CARGA (ATE O FECHAMENTO, SE FECHADO)
       3860-COMPUTE-AGE.
           MOVE ZERO TO WS-IDADE.
           IF H-DATA-CARGA IS NUMERIC
              AND H-DATA-CARGA-N > 16010101
              IF H-SIT-FECHADO AND H-DATA-FECHAMENTO IS NUMERIC
                 MOVE H-DATA-FECHAMENTO TO WS-HOJE-X
              ELSE
                 PERFORM 3870-GET-TODAY
              END-IF
              COMPUTE WS-IDADE =
                  FUNCTION INTEGER-OF-DATE(WS-HOJE)
                - FUNCTION INTEGER-OF-DATE(H-DATA-CARGA-N)
           END-IF.
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
           MOVE 'TRNW'   TO AUD-TRANCODE.
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
               MAP('MYMAPW')
               MAPSET('MYSETW')
               FROM(WS-MYMAPW-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNW')
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
