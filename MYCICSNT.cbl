       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSNT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - ANOTACOES DE ATENDIMENTO DO CLIENTE
      *
      * TRANSACAO: 'TRNN'
      * TABELA:    'TB_CLIENTES_NOTAS' (CHAVE ID_CLIENTE + NOTA_TS)
      * MAPA:      'MYMAPN' / MAPSET 'MYSETN'
      *
      * O ATENDIMENTO RECEBE LIGACOES SOBRE CLIENTES O DIA INTEIRO E
      * SO TINHA UM CADERNO DE PAPEL PARA ANOTAR. AGORA CADA CONTATO
      * VIRA UMA NOTA CONTRA O ID DO CLIENTE, COM O OPERADOR, O
      * TERMINAL, A CATEGORIA E O TEXTO LIVRE (DUAS LINHAS DE 70):
      *
      * 1. ENTER COM O CLIENTE: MOSTRA AS 4 NOTAS MAIS RECENTES (3
      *    LINHAS CADA: DATA/HORA, CATEGORIA, OPERADOR E TERMINAL, E
      *    AS DUAS LINHAS DO TEXTO) E A QUANTIDADE TOTAL DE NOTAS.
      * 2. PF8: AS 4 NOTAS SEGUINTES, DA MAIS NOVA PARA A MAIS ANTIGA.
      * 3. PF5: GRAVA A NOTA DIGITADA (CLIENTE EM TB_CLIENTES E AINDA
      *    NAO ANONIMIZADO, CATEGORIA E TEXTO OBRIGATORIOS). CATEGORIAS:
      *       R = RECLAMACAO      I = INFORMACAO
      *       D = CONTESTACAO     K = CADASTRO/KYC
      *    A NOTA NAO E ALTERADA NEM EXCLUIDA PELA TELA - E REGISTRO
      *    DE ATENDIMENTO. O TEXTO SO E APAGADO PELA ELIMINACAO
      *    (MYANONYM) E A LINHA SO SAI PELA RETENCAO (MYHOUSEK).
      * 4. PF3: SAI.
      *
      * A NOTA MAIS RECENTE E A QUANTIDADE APARECEM TAMBEM NA VISAO
      * 360 (TRN9/MYCICS36) E AS NOTAS ENTRAM NO DOSSIE DO DIREITO DE
      * ACESSO (MYDOSSIE).
      *
      * QUALQUER OPERADOR COM PERFIL USA A TRNN; O TEXTO DAS NOTAS NAO
      * E MOSTRADO A PERFIL SEM AUTORIZACAO A DADOS PESSOAIS (NIVEL
      * 'N'), COMO NAS DEMAIS TELAS. CADA ACAO GRAVA LINHA NA TDQ
      * 'AUDT'.
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
           05 WS-QTD-NOTAS-TELA    PIC 9(02) VALUE ZERO.
           05 WS-NUM-ED            PIC Z(08)9.
           05 WS-CAT-DESCR         PIC X(11).
           05 WS-ENTRADA-SW        PIC X(01).
              88 WS-ENTRADA-VALIDA VALUE 'S'.
      *--- TIMESTAMP ACIMA DE QUALQUER NOTA: PRIMEIRA PAGINA
           05 WS-TS-MAXIMO         PIC X(26) VALUE
              '9999-12-31-23.59.59.999999'.
      *
      *--- PERFIL DO OPERADOR (NIVEL 'N' NAO VE O TEXTO DAS NOTAS)
       01 WS-OPERATOR-VARS.
           05 WS-ADM-ID            PIC X(03).
           05 WS-ADM-NIVEL         PIC X(01).
              88 ADM-SEM-AUTORIZACAO VALUE 'N'.
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
           05 H-NOTA-TS             PIC X(26).
           05 H-OPERADOR            PIC X(03).
           05 H-TERMINAL            PIC X(04).
           05 H-CATEGORIA           PIC X(01).
              88 H-CAT-RECLAMACAO   VALUE 'R'.
              88 H-CAT-INFORMACAO   VALUE 'I'.
              88 H-CAT-CONTESTACAO  VALUE 'D'.
              88 H-CAT-KYC          VALUE 'K'.
              88 H-CAT-VALIDA       VALUE 'R' 'I' 'D' 'K'.
           05 H-TEXTO.
              10 H-TEXTO-1          PIC X(70).
              10 H-TEXTO-2          PIC X(70).
           05 H-QTD-NOTAS           PIC S9(09) COMP.
      *
      *--- NOTAS DO CLIENTE, DA MAIS NOVA PARA A MAIS ANTIGA, A PARTIR
      *--- DA ULTIMA MOSTRADA NA TELA
           EXEC SQL
               DECLARE C_NOTAS CURSOR FOR
                   SELECT NOTA_TS, OPERADOR_ID, TERMINAL_ID,
                          CATEGORIA, TEXTO_NOTA
                   FROM TB_CLIENTES_NOTAS
                   WHERE ID_CLIENTE = :H-ID-CLIENTE
                     AND NOTA_TS < :H-NOTA-TS
                   ORDER BY NOTA_TS DESC
           END-EXEC.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA CLII/CLIL, CATI/CATL, TXT1I/TXT1L E TXT2I/TXT2L
      *--- (70 COLUNAS CADA), AS 12 LINHAS DE SAIDA LIN01O..LIN12O
      *--- (78 COLUNAS CADA) E MSGO.
       COPY MYMAPNC.
      *
      *--- CLIENTE NA TELA E ULTIMA NOTA MOSTRADA (PF8)
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-ID-CLIENTE        PIC X(10) VALUE SPACES.
           05 CA-ULT-TS            PIC X(26) VALUE SPACES.
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
       01 DFHCOMMAREA             PIC X(37).
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
           INITIALIZE WS-MYMAPN-AREA.
           MOVE 'ENTER=CONSULTA PF5=GRAVA NOTA PF8=MAIS PF3=SAI'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPN')
               MAPSET('MYSETN')
               INTO(WS-MYMAPN-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CLI=' CLII ' CAT=' CATI
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF8
                   PERFORM 3150-PROCESS-NEXT-PAGE
               WHEN DFHPF5
                   PERFORM 3200-PROCESS-ADD
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/5/8.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ENTER: PRIMEIRA PAGINA DE NOTAS DO CLIENTE DIGITADO
       3100-PROCESS-INQUIRY.
           IF CLIL = 0
              MOVE 'DIGITE O ID DO CLIENTE.' TO WS-MSG-SAIDA
           ELSE
              MOVE CLII TO CA-ID-CLIENTE
              MOVE WS-TS-MAXIMO TO CA-ULT-TS
              PERFORM 3700-SHOW-NOTES
           END-IF.
           EXIT.
      *
      *--- PF8: PROXIMAS NOTAS DO CLIENTE DA TELA
       3150-PROCESS-NEXT-PAGE.
           IF CA-ID-CLIENTE = SPACES
              MOVE 'CONSULTE UM CLIENTE ANTES DE PAGINAR AS NOTAS.'
                  TO WS-MSG-SAIDA
           ELSE
              PERFORM 3700-SHOW-NOTES
           END-IF.
           EXIT.
      *
      *--- PF5: GRAVACAO DA NOTA (DATA/HORA DO DB2, OPERADOR E
      *--- TERMINAL DA SESSAO)
       3200-PROCESS-ADD.
           PERFORM 3250-VALIDATE-ADD.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE CATI TO H-CATEGORIA.
           MOVE SPACES TO H-TEXTO.
           IF TXT1L > 0
              MOVE TXT1I TO H-TEXTO-1
           END-IF.
           IF TXT2L > 0
              MOVE TXT2I TO H-TEXTO-2
           END-IF.
           MOVE EIBTRMID TO H-TERMINAL.
           EXEC SQL
               INSERT INTO TB_CLIENTES_NOTAS
                   (ID_CLIENTE, NOTA_TS, OPERADOR_ID, TERMINAL_ID,
                    CATEGORIA, TEXTO_NOTA)
               VALUES
                   (:H-ID-CLIENTE, CURRENT TIMESTAMP, :WS-ADM-ID,
                    :H-TERMINAL, :H-CATEGORIA, :H-TEXTO)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA GRAVACAO DA NOTA. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'NOTA GRAVA ' H-ID-CLIENTE ' ' H-CATEGORIA
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           MOVE H-ID-CLIENTE TO CA-ID-CLIENTE.
           MOVE WS-TS-MAXIMO TO CA-ULT-TS.
           MOVE SPACES TO TXT1O TXT2O.
           PERFORM 3700-SHOW-NOTES.
           MOVE 'NOTA GRAVADA.' TO WS-MSG-SAIDA.
           EXIT.
      *
      *--- CLIENTE (O DIGITADO OU O DA TELA) EM TB_CLIENTES E NAO
      *--- ANONIMIZADO, CATEGORIA VALIDA E ALGUM TEXTO
       3250-VALIDATE-ADD.
           MOVE 'N' TO WS-ENTRADA-SW.
           IF CLIL > 0
              MOVE CLII TO H-ID-CLIENTE
           ELSE
              MOVE CA-ID-CLIENTE TO H-ID-CLIENTE
           END-IF.
           MOVE CATI TO H-CATEGORIA.
           EVALUATE TRUE
               WHEN H-ID-CLIENTE = SPACES
                   MOVE 'INFORME O ID DO CLIENTE.' TO WS-MSG-SAIDA
               WHEN CATL = 0 OR NOT H-CAT-VALIDA
                   MOVE 'CATEGORIA: R=RECLAMACAO I=INFORMACAO D=CONTES
      -                 'TACAO K=KYC.' TO WS-MSG-SAIDA
               WHEN (TXT1L = 0 OR TXT1I = SPACES)
                    AND (TXT2L = 0 OR TXT2I = SPACES)
                   MOVE 'DIGITE O TEXTO DA NOTA.' TO WS-MSG-SAIDA
               WHEN OTHER
                   PERFORM 3260-VALIDATE-CUSTOMER
           END-EVALUATE.
           EXIT.
      *
       3260-VALIDATE-CUSTOMER.
           EXEC SQL
               SELECT NOME_CLIENTE
                 INTO :H-NOME-CLIENTE
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
                   MOVE 'CLIENTE ANONIMIZADO (LGPD). NOTA NAO PERMITIDA
      -                 '.' TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'S' TO WS-ENTRADA-SW
           END-EVALUATE.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Notas de atendimento encerradas.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- ATE 4 NOTAS (3 LINHAS CADA) DO CLIENTE CA-ID-CLIENTE MAIS
      *--- ANTIGAS QUE CA-ULT-TS, E A QUANTIDADE TOTAL NA MENSAGEM
       3700-SHOW-NOTES.
           MOVE CA-ID-CLIENTE TO H-ID-CLIENTE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :H-QTD-NOTAS
                 FROM TB_CLIENTES_NOTAS
                WHERE ID_CLIENTE = :H-ID-CLIENTE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA CONSULTA A TB_CLIENTES_NOTAS.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE CA-ULT-TS TO H-NOTA-TS.
           MOVE ZERO TO WS-LINHA-ATUAL.
           MOVE ZERO TO WS-QTD-NOTAS-TELA.
           EXEC SQL OPEN C_NOTAS END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA CONSULTA A TB_CLIENTES_NOTAS.'
                  TO WS-MSG-SAIDA
           ELSE
              PERFORM 3720-FETCH-NOTE
                      UNTIL WS-QTD-NOTAS-TELA >= 4
                         OR SQLCODE NOT = 0
              EXEC SQL CLOSE C_NOTAS END-EXEC
              MOVE H-QTD-NOTAS TO WS-NUM-ED
              MOVE SPACES TO WS-MSG-SAIDA
              IF WS-QTD-NOTAS-TELA = ZERO
                 STRING 'SEM (MAIS) NOTAS. TOTAL DO CLIENTE:' WS-NUM-ED
                     DELIMITED BY SIZE INTO WS-MSG-SAIDA
              ELSE
                 STRING 'NOTAS DO CLIENTE:' WS-NUM-ED
                        '. PF8 = MAIS ANTIGAS.'
                     DELIMITED BY SIZE INTO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
       3720-FETCH-NOTE.
           EXEC SQL
               FETCH C_NOTAS
               INTO :H-NOTA-TS, :H-OPERADOR, :H-TERMINAL,
                    :H-CATEGORIA, :H-TEXTO
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-QTD-NOTAS-TELA
              MOVE H-NOTA-TS TO CA-ULT-TS
              PERFORM 3850-DESCRIBE-CATEGORY
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING H-NOTA-TS(1:19) ' ' WS-CAT-DESCR
                     ' OPERADOR ' H-OPERADOR ' TERMINAL ' H-TERMINAL
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
              IF ADM-SEM-AUTORIZACAO
                 MOVE '    *** SEM AUTORIZACAO ***' TO WS-LINHA-TEXTO
                 PERFORM 3900-MOVER-LINHA-TELA
                 MOVE SPACES TO WS-LINHA-TEXTO
              ELSE
                 MOVE SPACES TO WS-LINHA-TEXTO
                 STRING '    ' H-TEXTO-1
                     DELIMITED BY SIZE INTO WS-LINHA-TEXTO
                 PERFORM 3900-MOVER-LINHA-TELA
                 MOVE SPACES TO WS-LINHA-TEXTO
                 STRING '    ' H-TEXTO-2
                     DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              END-IF
              PERFORM 3900-MOVER-LINHA-TELA
           END-IF.
           EXIT.
      *
       3850-DESCRIBE-CATEGORY.
           EVALUATE TRUE
               WHEN H-CAT-RECLAMACAO  MOVE 'RECLAMACAO'  TO WS-CAT-DESCR
               WHEN H-CAT-INFORMACAO  MOVE 'INFORMACAO'  TO WS-CAT-DESCR
               WHEN H-CAT-CONTESTACAO MOVE 'CONTESTACAO' TO WS-CAT-DESCR
               WHEN H-CAT-KYC         MOVE 'KYC'         TO WS-CAT-DESCR
               WHEN OTHER             MOVE H-CATEGORIA   TO WS-CAT-DESCR
           END-EVALUATE.
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
           MOVE 'TRNN'   TO AUD-TRANCODE.
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
               MAP('MYMAPN')
               MAPSET('MYSETN')
               FROM(WS-MYMAPN-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNN')
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
