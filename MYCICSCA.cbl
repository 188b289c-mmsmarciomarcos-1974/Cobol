       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSCA.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - CASOS DE CONTESTACAO DE AGENCIAS E CLIENTES
      *
      * TRANSACAO: 'TRNK'
      * TABELAS:   'TB_CASOS' (OS CASOS) E 'TB_CASOS_EVIDENCIA' (AS
      *            LINHAS DO DIARIO DO MESTRE E DO ARQUIVO MORTO DO
      *            CLIENTE, CARREGADAS TODA NOITE PELO MYCASEVD)
      * ARQUIVO:   'MASTERDD' (SO PARA CONFERIR O CLIENTE NA ABERTURA)
      * MAPA:      'MYMAPK' / MAPSET 'MYSETK'
      *
      * A CONTESTACAO ERA TRATADA NO PAPEL: O OPERADOR RODAVA MYARCHQ,
      * MYMSTHQ E O REPLAY EM SEPARADO E ANOTAVA NUMA PLANILHA. AGORA
      * O CASO NASCE AQUI, CONTRA O ID DO CLIENTE E, SE CONHECIDOS, O
      * ID E A DATA DA RODADA CONTESTADA:
      *
      * 1. ENTER COM O NUMERO DO CASO: MOSTRA O CASO (RECLAMANTE,
      *    VALOR, MOTIVO, RESPONSAVEL, SITUACAO E O ESTORNO) E AS
      *    PRIMEIRAS 8 LINHAS DE EVIDENCIA. ENTER SO COM O CLIENTE:
      *    LISTA OS CASOS DO CLIENTE, O MAIS NOVO PRIMEIRO.
      * 2. PF8: PROXIMAS 8 LINHAS DE EVIDENCIA DO CASO NA TELA.
      * 3. PF5: ABRE O CASO (CLIENTE NO MESTRE, RECLAMANTE, VALOR COM
      *    13 DIGITOS - 11 INTEIROS + 2 DECIMAIS - E MOTIVO
      *    OBRIGATORIOS; RESPONSAVEL EM BRANCO = QUEM ABRE). NASCE
      *    'A' (ABERTO).
      * 4. PF6: ALTERA OS CAMPOS DIGITADOS DE UM CASO ABERTO OU EM
      *    ANALISE.
      * 5. PF9: MUDA A SITUACAO PARA A DIGITADA:
      *       A -> N (EM ANALISE)
      *       A/N -> C (ACEITO) OU R (RECUSADO)
      *       C/R -> F (ENCERRADO)
      *    ACEITAR EXIGE NIVEL 'F' EM TB_OPERADORES E O ID DA RODADA
      *    NO CASO, E DEIXA O ESTORNO PENDENTE ('P'): O MYCASGEN
      *    GERA NA NOITE SEGUINTE O 'R' QUE DESFAZ O MOVIMENTO DA
      *    RODADA ('G'), E O MYCASEVD CONFIRMA QUANDO O 'R' PASSA
      *    PELO MESTRE ('A'). ESTORNO QUE VOLTOU COM ERRO ('E') E
      *    REENVIADO ACEITANDO O CASO DE NOVO; CASO ACEITO SO ENCERRA
      *    COM O ESTORNO APLICADO OU EM ERRO (TRATADO A MAO).
      * 6. PF3: SAI.
      *
      * QUALQUER OPERADOR COM PERFIL USA A TRNK (SO O ACEITE E DO
      * NIVEL 'F'); CADA ACAO GRAVA LINHA NA TDQ 'AUDT'.
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
           05 WS-QTD-LINHAS        PIC 9(02) VALUE ZERO.
           05 WS-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-NUM-ED            PIC Z(08)9.
           05 WS-SIT-DESCR         PIC X(10).
           05 WS-ENTRADA-SW        PIC X(01).
              88 WS-ENTRADA-VALIDA VALUE 'S'.
           05 WS-VALOR-ENTRADA     PIC X(13).
           05 WS-VALOR-ENTRADA-N REDEFINES WS-VALOR-ENTRADA
                                   PIC 9(11)V99.
           05 WS-CASO-ENTRADA      PIC X(09).
           05 WS-CASO-ENTRADA-N REDEFINES WS-CASO-ENTRADA
                                   PIC 9(09).
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
           05 WS-HOJE-X REDEFINES WS-HOJE
                                   PIC X(08).
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
      *--- PERFIL DO OPERADOR (SO O ACEITE EXIGE O NIVEL 'F')
       01 WS-OPERATOR-VARS.
           05 WS-ADM-ID            PIC X(03).
           05 WS-ADM-NIVEL         PIC X(01).
              88 ADM-E-FINANCEIRO  VALUE 'F'.
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
           05 H-NUM-CASO            PIC S9(09) COMP.
           05 H-ID-CLIENTE          PIC X(10).
           05 H-RUN-ID              PIC X(08).
           05 H-DATA-RODADA         PIC X(08).
           05 H-RECLAMANTE          PIC X(30).
           05 H-VALOR               PIC S9(11)V99 COMP-3.
           05 H-MOTIVO              PIC X(60).
           05 H-OPERADOR-RESP       PIC X(03).
           05 H-SITUACAO            PIC X(01).
              88 H-SIT-ABERTO       VALUE 'A'.
              88 H-SIT-ANALISE      VALUE 'N'.
              88 H-SIT-ACEITO       VALUE 'C'.
              88 H-SIT-RECUSADO     VALUE 'R'.
              88 H-SIT-ENCERRADO    VALUE 'F'.
              88 H-SIT-ALTERAVEL    VALUE 'A' 'N'.
           05 H-DATA-ABERTURA       PIC X(08).
           05 H-OPERADOR-ABERTURA   PIC X(03).
           05 H-DATA-SITUACAO       PIC X(08).
           05 H-OPERADOR-SITUACAO   PIC X(03).
           05 H-EST-SITUACAO        PIC X(01).
              88 H-EST-EM-CURSO     VALUE 'P' 'G'.
              88 H-EST-ERRO         VALUE 'E'.
           05 H-EST-DATA            PIC X(08).
           05 H-EST-RUN-ID          PIC X(08).
           05 H-EST-MSG             PIC X(40).
           05 H-SEQ                 PIC S9(04) COMP.
           05 H-TIPO                PIC X(01).
           05 H-LINHA               PIC X(70).
           05 H-NOVA-SITUACAO       PIC X(01).
           05 H-NOVO-ESTORNO        PIC X(01).
      *
      *--- CASOS DO CLIENTE, O MAIS NOVO PRIMEIRO
           EXEC SQL
               DECLARE C_CASOS_CLI CURSOR FOR
                   SELECT NUM_CASO, SITUACAO, DATA_ABERTURA,
                          VALOR_CONTESTADO, RECLAMANTE
                   FROM TB_CASOS
                   WHERE ID_CLIENTE = :H-ID-CLIENTE
                   ORDER BY NUM_CASO DESC
           END-EXEC.
      *
      *--- EVIDENCIA DO CASO A PARTIR DA ULTIMA LINHA MOSTRADA
           EXEC SQL
               DECLARE C_EVIDENCIA CURSOR FOR
                   SELECT SEQ, TIPO, LINHA
                   FROM TB_CASOS_EVIDENCIA
                   WHERE NUM_CASO = :H-NUM-CASO
                     AND SEQ > :H-SEQ
                   ORDER BY SEQ
           END-EXEC.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA CASOI/CASOL (9 DIGITOS), CLII/CLIL, RUNI/RUNL,
      *--- DTROI/DTROL (AAAAMMDD), RECLI/RECLL, VALI/VALL (13
      *--- DIGITOS), MOTI/MOTL, RESPI/RESPL E SITI/SITL, AS 12 LINHAS
      *--- DE SAIDA LIN01O..LIN12O (78 COLUNAS CADA) E MSGO.
       COPY MYMAPKC.
      *
      *--- CASO NA TELA E ULTIMA LINHA DE EVIDENCIA MOSTRADA (PF8)
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-NUM-CASO          PIC 9(09) VALUE ZERO.
           05 CA-ULT-SEQ           PIC 9(04) VALUE ZERO.
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
           INITIALIZE WS-MYMAPK-AREA.
           MOVE 'ENTER=CONSULTA PF5=ABRE PF6=ALTERA PF9=SITUACAO PF8=MA
      -         'IS PF3=SAI' TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPK')
               MAPSET('MYSETK')
               INTO(WS-MYMAPK-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CASO=' CASOI ' CLI=' CLII
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF8
                   PERFORM 3150-PROCESS-NEXT-PAGE
               WHEN DFHPF5
                   PERFORM 3200-PROCESS-OPEN
               WHEN DFHPF6
                   PERFORM 3300-PROCESS-UPDATE
               WHEN DFHPF9
                   PERFORM 3400-PROCESS-STATUS
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/5/6/8/9.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ENTER: O CASO DIGITADO OU, SO COM O CLIENTE, OS SEUS CASOS
       3100-PROCESS-INQUIRY.
           EVALUATE TRUE
               WHEN CASOL > 0
                   PERFORM 3800-GET-CASE-NUMBER
                   MOVE ZERO TO CA-ULT-SEQ
                   PERFORM 3700-SHOW-CASE
               WHEN CLIL > 0
                   PERFORM 3120-LIST-CUSTOMER-CASES
               WHEN OTHER
                   MOVE 'DIGITE O NUMERO DO CASO OU O ID DO CLIENTE.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           EXIT.
      *
      *--- ATE 12 CASOS DO CLIENTE: NUMERO, SITUACAO, ABERTURA, VALOR
      *--- E RECLAMANTE
       3120-LIST-CUSTOMER-CASES.
           MOVE CLII TO H-ID-CLIENTE.
           MOVE ZERO TO WS-LINHA-ATUAL.
           MOVE ZERO TO WS-QTD-LINHAS.
           MOVE ZERO TO CA-NUM-CASO.
           EXEC SQL OPEN C_CASOS_CLI END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA CONSULTA A TB_CASOS.' TO WS-MSG-SAIDA
           ELSE
              PERFORM 3130-FETCH-CUSTOMER-CASE
                      UNTIL WS-QTD-LINHAS >= 12
                         OR SQLCODE NOT = 0
              EXEC SQL CLOSE C_CASOS_CLI END-EXEC
              IF WS-QTD-LINHAS = ZERO
                 MOVE 'NENHUM CASO PARA O CLIENTE.' TO WS-MSG-SAIDA
              ELSE
                 MOVE 'CASOS DO CLIENTE. DIGITE O NUMERO E TECLE ENTER.'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
       3130-FETCH-CUSTOMER-CASE.
           EXEC SQL
               FETCH C_CASOS_CLI
               INTO :H-NUM-CASO, :H-SITUACAO, :H-DATA-ABERTURA,
                    :H-VALOR, :H-RECLAMANTE
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-QTD-LINHAS
              PERFORM 3850-DESCRIBE-STATUS
              MOVE H-NUM-CASO TO WS-NUM-ED
              MOVE H-VALOR TO WS-VALOR-ED
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING WS-NUM-ED ' ' WS-SIT-DESCR ' ' H-DATA-ABERTURA
                     ' ' WS-VALOR-ED ' ' H-RECLAMANTE
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
           END-IF.
           EXIT.
      *
      *--- PF8: PROXIMAS LINHAS DE EVIDENCIA DO CASO DA TELA
       3150-PROCESS-NEXT-PAGE.
           IF CA-NUM-CASO = ZERO
              MOVE 'CONSULTE UM CASO ANTES DE PAGINAR A EVIDENCIA.'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE CA-NUM-CASO TO H-NUM-CASO
              PERFORM 3700-SHOW-CASE
           END-IF.
           EXIT.
      *
      *--- PF5: ABERTURA DO CASO
       3200-PROCESS-OPEN.
           PERFORM 3250-VALIDATE-OPEN.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_CASO), 0) + 1
                 INTO :H-NUM-CASO
                 FROM TB_CASOS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA NUMERACAO DO CASO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3870-GET-TODAY.
           MOVE CLII TO H-ID-CLIENTE.
           MOVE RECLI TO H-RECLAMANTE.
           MOVE WS-VALOR-ENTRADA-N TO H-VALOR.
           MOVE MOTI TO H-MOTIVO.
           IF RESPL > 0
              MOVE RESPI TO H-OPERADOR-RESP
           ELSE
              MOVE EIBOPID TO H-OPERADOR-RESP
           END-IF.
           IF RUNL > 0
              MOVE RUNI TO H-RUN-ID
           ELSE
              MOVE SPACES TO H-RUN-ID
           END-IF.
           IF DTROL > 0
              MOVE DTROI TO H-DATA-RODADA
           ELSE
              MOVE SPACES TO H-DATA-RODADA
           END-IF.
           EXEC SQL
               INSERT INTO TB_CASOS
                   (NUM_CASO, ID_CLIENTE, RUN_ID, DATA_RODADA,
                    RECLAMANTE, VALOR_CONTESTADO, MOTIVO,
                    OPERADOR_RESP, SITUACAO, DATA_ABERTURA,
                    OPERADOR_ABERTURA, DATA_SITUACAO,
                    OPERADOR_SITUACAO, ESTORNO_SITUACAO,
                    ESTORNO_DATA, ESTORNO_RUN_ID, ESTORNO_MSG)
               VALUES
                   (:H-NUM-CASO, :H-ID-CLIENTE, :H-RUN-ID,
                    :H-DATA-RODADA, :H-RECLAMANTE, :H-VALOR,
                    :H-MOTIVO, :H-OPERADOR-RESP, 'A', :WS-HOJE-X,
                    :WS-ADM-ID, :WS-HOJE-X, :WS-ADM-ID, ' ',
                    ' ', ' ', ' ')
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA GRAVACAO DO CASO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE H-NUM-CASO TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING 'CASO ABRE ' WS-NUM-ED ' ' H-ID-CLIENTE
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           MOVE ZERO TO CA-ULT-SEQ.
           PERFORM 3700-SHOW-CASE.
           MOVE SPACES TO WS-MSG-SAIDA.
           STRING 'CASO ' WS-NUM-ED ' ABERTO.'
               DELIMITED BY SIZE INTO WS-MSG-SAIDA.
           EXIT.
      *
      *--- CAMPOS OBRIGATORIOS DA ABERTURA E CLIENTE EXISTENTE NO
      *--- MESTRE
       3250-VALIDATE-OPEN.
           MOVE 'N' TO WS-ENTRADA-SW.
           EVALUATE TRUE
               WHEN CLIL = 0
                   MOVE 'INFORME O ID DO CLIENTE.' TO WS-MSG-SAIDA
               WHEN RECLL = 0
                   MOVE 'INFORME O RECLAMANTE.' TO WS-MSG-SAIDA
               WHEN MOTL = 0
                   MOVE 'INFORME O MOTIVO DA CONTESTACAO.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   PERFORM 3260-VALIDATE-VALUE
           END-EVALUATE.
           IF WS-ENTRADA-VALIDA
              PERFORM 3270-VALIDATE-RUN-DATE
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
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO WS-ENTRADA-SW
                 MOVE 'CLIENTE NAO ENCONTRADO NO MESTRE.'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
      *--- VALOR CONTESTADO: 13 DIGITOS (11 INTEIROS + 2 DECIMAIS,
      *--- O MESMO FORMATO DO VALOR DO IN-FILE), MAIOR QUE ZERO
       3260-VALIDATE-VALUE.
           IF VALL NOT = 13
              MOVE 'VALOR COM 13 DIGITOS (11 INTEIROS + 2 DECIMAIS).'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE VALI TO WS-VALOR-ENTRADA
              IF WS-VALOR-ENTRADA IS NOT NUMERIC
                 OR WS-VALOR-ENTRADA-N = ZERO
                 MOVE 'VALOR CONTESTADO INVALIDO.' TO WS-MSG-SAIDA
              ELSE
                 MOVE 'S' TO WS-ENTRADA-SW
              END-IF
           END-IF.
           EXIT.
      *
       3270-VALIDATE-RUN-DATE.
           IF DTROL > 0
              IF DTROI IS NOT NUMERIC
                 MOVE 'N' TO WS-ENTRADA-SW
                 MOVE 'DATA DA RODADA INVALIDA (AAAAMMDD).'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
      *--- PF6: ALTERA OS CAMPOS DIGITADOS DE UM CASO ABERTO OU EM
      *--- ANALISE (CAMPO EM BRANCO FICA COMO ESTA)
       3300-PROCESS-UPDATE.
           PERFORM 3800-GET-CASE-NUMBER.
           PERFORM 3750-READ-CASE.
           IF NOT H-SIT-ALTERAVEL
              MOVE 'SO CASO ABERTO OU EM ANALISE PODE SER ALTERADO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE 'S' TO WS-ENTRADA-SW.
           IF VALL > 0
              PERFORM 3260-VALIDATE-VALUE
              IF WS-ENTRADA-VALIDA
                 MOVE WS-VALOR-ENTRADA-N TO H-VALOR
              END-IF
           END-IF.
           IF WS-ENTRADA-VALIDA
              PERFORM 3270-VALIDATE-RUN-DATE
           END-IF.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF RECLL > 0
              MOVE RECLI TO H-RECLAMANTE
           END-IF.
           IF MOTL > 0
              MOVE MOTI TO H-MOTIVO
           END-IF.
           IF RESPL > 0
              MOVE RESPI TO H-OPERADOR-RESP
           END-IF.
           IF RUNL > 0
              MOVE RUNI TO H-RUN-ID
           END-IF.
           IF DTROL > 0
              MOVE DTROI TO H-DATA-RODADA
           END-IF.
      *
           EXEC SQL
               UPDATE TB_CASOS
                  SET RECLAMANTE       = :H-RECLAMANTE,
                      VALOR_CONTESTADO = :H-VALOR,
                      MOTIVO           = :H-MOTIVO,
                      OPERADOR_RESP    = :H-OPERADOR-RESP,
                      RUN_ID           = :H-RUN-ID,
                      DATA_RODADA      = :H-DATA-RODADA
                WHERE NUM_CASO = :H-NUM-CASO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA ALTERACAO DO CASO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE H-NUM-CASO TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING 'CASO ALTERA ' WS-NUM-ED
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           MOVE ZERO TO CA-ULT-SEQ.
           PERFORM 3700-SHOW-CASE.
           MOVE 'CASO ALTERADO.' TO WS-MSG-SAIDA.
           EXIT.
      *
      *--- PF9: MUDANCA DE SITUACAO (VER AS TRANSICOES NO CABECALHO)
       3400-PROCESS-STATUS.
           PERFORM 3800-GET-CASE-NUMBER.
           PERFORM 3750-READ-CASE.
           MOVE SITI TO H-NOVA-SITUACAO.
           MOVE H-EST-SITUACAO TO H-NOVO-ESTORNO.
           MOVE 'N' TO WS-ENTRADA-SW.
           EVALUATE TRUE
               WHEN SITL = 0
                   MOVE 'INFORME A NOVA SITUACAO (N/C/R/F).'
                       TO WS-MSG-SAIDA
               WHEN H-NOVA-SITUACAO = 'N' AND H-SIT-ABERTO
                   MOVE 'S' TO WS-ENTRADA-SW
               WHEN H-NOVA-SITUACAO = 'R' AND H-SIT-ALTERAVEL
                   MOVE 'S' TO WS-ENTRADA-SW
               WHEN H-NOVA-SITUACAO = 'C'
                    AND (H-SIT-ALTERAVEL
                         OR (H-SIT-ACEITO AND H-EST-ERRO))
                   PERFORM 3450-VALIDATE-ACCEPT
               WHEN H-NOVA-SITUACAO = 'F' AND H-SIT-RECUSADO
                   MOVE 'S' TO WS-ENTRADA-SW
               WHEN H-NOVA-SITUACAO = 'F' AND H-SIT-ACEITO
                   IF H-EST-EM-CURSO
                      MOVE 'ESTORNO AINDA NAO APLICADO. AGUARDE A NOIT
      -                    'E.' TO WS-MSG-SAIDA
                   ELSE
                      MOVE 'S' TO WS-ENTRADA-SW
                   END-IF
               WHEN OTHER
                   MOVE 'MUDANCA DE SITUACAO NAO PERMITIDA.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3870-GET-TODAY.
           EXEC SQL
               UPDATE TB_CASOS
                  SET SITUACAO          = :H-NOVA-SITUACAO,
                      DATA_SITUACAO     = :WS-HOJE-X,
                      OPERADOR_SITUACAO = :WS-ADM-ID,
                      ESTORNO_SITUACAO  = :H-NOVO-ESTORNO,
                      ESTORNO_MSG       = :H-EST-MSG
                WHERE NUM_CASO = :H-NUM-CASO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA MUDANCA DE SITUACAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE H-NUM-CASO TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING 'CASO SIT ' WS-NUM-ED ' ' H-SITUACAO '>'
                  H-NOVA-SITUACAO
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           MOVE ZERO TO CA-ULT-SEQ.
           PERFORM 3700-SHOW-CASE.
           IF H-NOVA-SITUACAO = 'C'
              MOVE 'CASO ACEITO. O ESTORNO SAI NO PROXIMO CICLO.'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE 'SITUACAO DO CASO ALTERADA.' TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- ACEITE: SO NIVEL 'F' E SO COM A RODADA CONTESTADA NO CASO
      *--- (E DELA QUE O MYCASGEN TIRA O MOVIMENTO A ESTORNAR)
       3450-VALIDATE-ACCEPT.
           EVALUATE TRUE
               WHEN NOT ADM-E-FINANCEIRO
                   MOVE 'ACEITE RESTRITO A OPERADORES FINANCEIROS.'
                       TO WS-MSG-SAIDA
               WHEN H-RUN-ID = SPACES
                   MOVE 'INFORME O ID DA RODADA (PF6) ANTES DO ACEITE.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'S' TO WS-ENTRADA-SW
                   MOVE 'P' TO H-NOVO-ESTORNO
                   MOVE 'AGUARDANDO O PROXIMO CICLO' TO H-EST-MSG
           END-EVALUATE.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Casos de contestacao encerrados.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- MOSTRA O CASO H-NUM-CASO NAS 4 PRIMEIRAS LINHAS E A PARTIR
      *--- DA LINHA 5 ATE 8 LINHAS DE EVIDENCIA DEPOIS DE CA-ULT-SEQ
       3700-SHOW-CASE.
           PERFORM 3750-READ-CASE.
           MOVE H-NUM-CASO TO CA-NUM-CASO.
           MOVE ZERO TO WS-LINHA-ATUAL.
           PERFORM 3850-DESCRIBE-STATUS.
           MOVE H-NUM-CASO TO WS-NUM-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'CASO ' WS-NUM-ED ' CLIENTE ' H-ID-CLIENTE ' '
                  WS-SIT-DESCR ' RESP ' H-OPERADOR-RESP
                  ' ABERTO ' H-DATA-ABERTURA ' POR '
                  H-OPERADOR-ABERTURA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE H-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'RECLAMANTE ' H-RECLAMANTE ' VALOR ' WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'MOTIVO ' H-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'RODADA ' H-RUN-ID ' ' H-DATA-RODADA
                  ' ESTORNO ' H-EST-SITUACAO ' ' H-EST-RUN-ID ' '
                  H-EST-MSG
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
      *
           MOVE CA-ULT-SEQ TO H-SEQ.
           MOVE ZERO TO WS-QTD-LINHAS.
           EXEC SQL OPEN C_EVIDENCIA END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA CONSULTA A TB_CASOS_EVIDENCIA.'
                  TO WS-MSG-SAIDA
           ELSE
              PERFORM 3720-FETCH-EVIDENCE
                      UNTIL WS-QTD-LINHAS >= 8
                         OR SQLCODE NOT = 0
              EXEC SQL CLOSE C_EVIDENCIA END-EXEC
              IF WS-QTD-LINHAS = ZERO
                 MOVE 'SEM (MAIS) EVIDENCIA. ELA E CARREGADA NA NOITE.'
                     TO WS-MSG-SAIDA
              ELSE
                 MOVE 'PF8 = MAIS EVIDENCIA (J=DIARIO A=ARQ. MORTO).'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
       3720-FETCH-EVIDENCE.
           EXEC SQL
               FETCH C_EVIDENCIA
               INTO :H-SEQ, :H-TIPO, :H-LINHA
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-QTD-LINHAS
              MOVE H-SEQ TO CA-ULT-SEQ
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING H-TIPO ' ' H-LINHA
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
           END-IF.
           EXIT.
      *
      *--- LEITURA DO CASO H-NUM-CASO (CASO INEXISTENTE VOLTA PARA A
      *--- TELA COM A MENSAGEM)
       3750-READ-CASE.
           EXEC SQL
               SELECT ID_CLIENTE, RUN_ID, DATA_RODADA, RECLAMANTE,
                      VALOR_CONTESTADO, MOTIVO, OPERADOR_RESP,
                      SITUACAO, DATA_ABERTURA, OPERADOR_ABERTURA,
                      DATA_SITUACAO, OPERADOR_SITUACAO,
                      ESTORNO_SITUACAO, ESTORNO_DATA, ESTORNO_RUN_ID,
                      ESTORNO_MSG
                 INTO :H-ID-CLIENTE, :H-RUN-ID, :H-DATA-RODADA,
                      :H-RECLAMANTE, :H-VALOR, :H-MOTIVO,
                      :H-OPERADOR-RESP, :H-SITUACAO,
                      :H-DATA-ABERTURA, :H-OPERADOR-ABERTURA,
                      :H-DATA-SITUACAO, :H-OPERADOR-SITUACAO,
                      :H-EST-SITUACAO, :H-EST-DATA, :H-EST-RUN-ID,
                      :H-EST-MSG
                 FROM TB_CASOS
                WHERE NUM_CASO = :H-NUM-CASO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQL-NOT-FOUND
              MOVE ZERO TO CA-NUM-CASO
              MOVE 'CASO NAO ENCONTRADO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF NOT SQL-OK
              MOVE 'ERRO NA LEITURA DO CASO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- NUMERO DO CASO DIGITADO (OU O DA TELA, SE EM BRANCO)
       3800-GET-CASE-NUMBER.
           IF CASOL > 0
              MOVE SPACES TO WS-CASO-ENTRADA
              MOVE CASOI TO WS-CASO-ENTRADA
              INSPECT WS-CASO-ENTRADA REPLACING LEADING SPACES
                                                BY ZERO
              IF WS-CASO-ENTRADA IS NOT NUMERIC
                 MOVE 'NUMERO DO CASO INVALIDO.' TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              MOVE WS-CASO-ENTRADA-N TO H-NUM-CASO
           ELSE
              IF CA-NUM-CASO = ZERO
                 MOVE 'INFORME O NUMERO DO CASO.' TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              MOVE CA-NUM-CASO TO H-NUM-CASO
           END-IF.
           EXIT.
      *
       3850-DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN H-SIT-ABERTO    MOVE 'ABERTO'     TO WS-SIT-DESCR
               WHEN H-SIT-ANALISE   MOVE 'EM ANALISE' TO WS-SIT-DESCR
               WHEN H-SIT-ACEITO    MOVE 'ACEITO'     TO WS-SIT-DESCR
               WHEN H-SIT-RECUSADO  MOVE 'RECUSADO'   TO WS-SIT-DESCR
               WHEN H-SIT-ENCERRADO MOVE 'ENCERRADO'  TO WS-SIT-DESCR
               WHEN OTHER           MOVE H-SITUACAO   TO WS-SIT-DESCR
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
           MOVE 'TRNK'   TO AUD-TRANCODE.
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
               MAP('MYMAPK')
               MAPSET('MYSETK')
               FROM(WS-MYMAPK-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNK')
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
