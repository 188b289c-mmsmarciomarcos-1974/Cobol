       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSCS.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - CONSENTIMENTOS DO CLIENTE (LGPD)
      *
      * TRANSACAO: 'TRNL'
      * TABELA:    'TB_CLIENTES_CONSENT' (LAYOUT NO COPYBOOK MYCNSC)
      * MAPA:      'MYMAPL' / MAPSET 'MYSETL'
      *
      * O CLIENTE AUTORIZA OU REVOGA, POR FINALIDADE, O USO DOS DADOS
      * DELE: CTT = CONTATO/AVISOS, DWH = DATA WAREHOUSE, PAR =
      * PARCEIROS, BIR = BIRO DE CREDITO. OS FEEDS (MYJRNEXT, MYEXTRAC,
      * MYDISTRB, MYNOTFMT, MYBIRENV) SO LEVAM O DADO DE QUEM
      * CONSENTIU (MODULO MYCONSNT). ESTA TELA
      * REGISTRA A MANIFESTACAO FEITA NO ATENDIMENTO; AS COLHIDAS NAS
      * AGENCIAS CHEGAM PELA CARGA MYCNSLD.
      *
      * 1. ENTER COM O CLIENTE: MOSTRA A SITUACAO VIGENTE DAS QUATRO
      *    FINALIDADES (A MESMA RESPOSTA QUE OS FEEDS RECEBEM) E AS 7
      *    MANIFESTACOES MAIS RECENTES, COM A QUANTIDADE TOTAL.
      * 2. PF5: REGISTRA A MANIFESTACAO DIGITADA - FINALIDADE, SITUACAO
      *    (C = CONCEDE / R = REVOGA) E CANAL (A = AGENCIA, T =
      *    TELEFONE, I = INTERNET, D = DOCUMENTO ESCRITO), COM A DATA
      *    DE HOJE E O OPERADOR DA SESSAO. CLIENTE EM TB_CLIENTES E
      *    NAO ANONIMIZADO. NADA E ALTERADO NEM EXCLUIDO: CADA
      *    MANIFESTACAO E UMA LINHA NOVA, E A MAIS RECENTE VALE.
      * 3. PF3: SAI.
      *
      * O HISTORICO COMPLETO ENTRA NO DOSSIE DO DIREITO DE ACESSO
      * (MYDOSSIE). QUALQUER OPERADOR COM PERFIL USA A TRNL; CADA ACAO
      * GRAVA LINHA NA TDQ 'AUDT'.
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
           05 WS-QTD-HIST-TELA     PIC 9(02) VALUE ZERO.
           05 WS-NUM-ED            PIC Z(08)9.
           05 WS-FIN-SUB           PIC 9(01) VALUE ZERO.
           05 WS-FIN-DESCR         PIC X(14).
           05 WS-SIT-DESCR         PIC X(09).
           05 WS-CANAL-DESCR       PIC X(09).
           05 WS-ENTRADA-SW        PIC X(01).
              88 WS-ENTRADA-VALIDA VALUE 'S'.
      *
      *--- AS QUATRO FINALIDADES, NA ORDEM DA TELA
       01 WS-FINALIDADES-DADOS.
           05 FILLER               PIC X(17) VALUE 'CTTCONTATO/AVISOS'.
           05 FILLER               PIC X(17) VALUE 'DWHDATA WAREHOUSE'.
           05 FILLER               PIC X(17) VALUE 'PARPARCEIROS     '.
           05 FILLER               PIC X(17) VALUE 'BIRBIRO CREDITO  '.
       01 WS-FINALIDADES-TABLE REDEFINES WS-FINALIDADES-DADOS.
           05 WS-FIN-ENTRY OCCURS 4 TIMES.
              10 WS-FIN-CODIGO     PIC X(03).
              10 WS-FIN-NOME       PIC X(14).
      *
      *--- PERFIL DO OPERADOR
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
           05 H-FINALIDADE          PIC X(03).
           05 H-SITUACAO            PIC X(01).
              88 H-SIT-VALIDA       VALUE 'C' 'R'.
           05 H-DATA-SITUACAO       PIC X(10).
           05 H-CANAL               PIC X(01).
              88 H-CANAL-VALIDO     VALUE 'A' 'T' 'I' 'D'.
           05 H-AGENCIA             PIC X(04).
           05 H-OPERADOR            PIC X(03).
           05 H-QTD-REGISTROS       PIC S9(09) COMP.
      *
      *--- MANIFESTACOES DO CLIENTE, DA MAIS NOVA PARA A MAIS ANTIGA
           EXEC SQL
               DECLARE C_CONSENT CURSOR FOR
                   SELECT FINALIDADE, SITUACAO,
                          CHAR(DATA_SITUACAO, ISO), CANAL_ORIGEM,
                          AGENCIA_ORIGEM, OPERADOR_ID
                   FROM TB_CLIENTES_CONSENT
                   WHERE ID_CLIENTE = :H-ID-CLIENTE
                   ORDER BY DATA_SITUACAO DESC, REGISTRO_TS DESC
           END-EXEC.
      *
      *--- SITUACAO VIGENTE POR FINALIDADE (MESMA REGRA DOS FEEDS)
       COPY MYCNSC.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA CLII/CLIL, FINI/FINL (3), SITI/SITL (1) E
      *--- CANI/CANL (1), AS 12 LINHAS DE SAIDA LIN01O..LIN12O (78
      *--- COLUNAS CADA) E MSGO.
       COPY MYMAPLC.
      *
      *--- CLIENTE NA TELA
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-ID-CLIENTE        PIC X(10) VALUE SPACES.
      *
      *--- REGISTRO DE TRILHA DE ATIVIDADE (TDQ 'AUDT', MESMO LAYOUT
      *--- DO MYCICS)
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
           INITIALIZE WS-MYMAPL-AREA.
           MOVE 'ENTER=CONSULTA PF5=REGISTRA MANIFESTACAO PF3=SAI'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPL')
               MAPSET('MYSETL')
               INTO(WS-MYMAPL-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CLI=' CLII ' FIN=' FINI
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF5
                   PERFORM 3200-PROCESS-ADD
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/PF5.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ENTER: SITUACAO E HISTORICO DO CLIENTE DIGITADO
       3100-PROCESS-INQUIRY.
           IF CLIL = 0
              MOVE 'DIGITE O ID DO CLIENTE.' TO WS-MSG-SAIDA
           ELSE
              MOVE CLII TO CA-ID-CLIENTE
              PERFORM 3700-SHOW-CONSENTS
           END-IF.
           EXIT.
      *
      *--- PF5: GRAVACAO DA MANIFESTACAO (DATA DE HOJE, DATA/HORA DO
      *--- REGISTRO DO DB2, OPERADOR DA SESSAO)
       3200-PROCESS-ADD.
           PERFORM 3250-VALIDATE-ADD.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE SPACES TO H-AGENCIA.
           EXEC SQL
               INSERT INTO TB_CLIENTES_CONSENT
                   (ID_CLIENTE, FINALIDADE, SITUACAO, DATA_SITUACAO,
                    CANAL_ORIGEM, AGENCIA_ORIGEM, OPERADOR_ID,
                    REGISTRO_TS)
               VALUES
                   (:H-ID-CLIENTE, :H-FINALIDADE, :H-SITUACAO,
                    CURRENT DATE, :H-CANAL, :H-AGENCIA, :WS-ADM-ID,
                    CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA GRAVACAO DO CONSENTIMENTO. CONTATE O SUPOR
      -           'TE.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'CNS GRAVA ' H-ID-CLIENTE ' ' H-FINALIDADE ' '
                  H-SITUACAO ' ' H-CANAL
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           MOVE H-ID-CLIENTE TO CA-ID-CLIENTE.
           MOVE SPACES TO FINO SITO CANO.
           PERFORM 3700-SHOW-CONSENTS.
           MOVE 'MANIFESTACAO REGISTRADA.' TO WS-MSG-SAIDA.
           EXIT.
      *
      *--- CLIENTE (O DIGITADO OU O DA TELA) EM TB_CLIENTES E NAO
      *--- ANONIMIZADO, FINALIDADE, SITUACAO E CANAL VALIDOS
       3250-VALIDATE-ADD.
           MOVE 'N' TO WS-ENTRADA-SW.
           IF CLIL > 0
              MOVE CLII TO H-ID-CLIENTE
           ELSE
              MOVE CA-ID-CLIENTE TO H-ID-CLIENTE
           END-IF.
           MOVE FINI TO H-FINALIDADE.
           MOVE SITI TO H-SITUACAO.
           MOVE CANI TO H-CANAL.
           MOVE H-FINALIDADE TO CNS-FINALIDADE.
           EVALUATE TRUE
               WHEN H-ID-CLIENTE = SPACES
                   MOVE 'INFORME O ID DO CLIENTE.' TO WS-MSG-SAIDA
               WHEN FINL = 0 OR NOT CNS-FIN-VALIDA
                   MOVE 'FINALIDADE: CTT=CONTATO DWH=DATA WAREHOUSE PAR
      -                 '=PARCEIROS BIR=BIRO.' TO WS-MSG-SAIDA
               WHEN SITL = 0 OR NOT H-SIT-VALIDA
                   MOVE 'SITUACAO: C=CONCEDE R=REVOGA.' TO WS-MSG-SAIDA
               WHEN CANL = 0 OR NOT H-CANAL-VALIDO
                   MOVE 'CANAL: A=AGENCIA T=TELEFONE I=INTERNET D=DOCU
      -                 'MENTO.' TO WS-MSG-SAIDA
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
                   MOVE 'CLIENTE ANONIMIZADO (LGPD). REGISTRO NAO PERMI
      -                 'TIDO.' TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'S' TO WS-ENTRADA-SW
           END-EVALUATE.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Consentimentos encerrados.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- LINHAS 1-4: SITUACAO VIGENTE DE CADA FINALIDADE (MYCONSNT);
      *--- LINHA 5: TITULO; LINHAS 6-12: ATE 7 MANIFESTACOES, DA MAIS
      *--- NOVA PARA A MAIS ANTIGA, E A QUANTIDADE TOTAL NA MENSAGEM
       3700-SHOW-CONSENTS.
           MOVE CA-ID-CLIENTE TO H-ID-CLIENTE.
           MOVE ZERO TO WS-LINHA-ATUAL.
           PERFORM 3710-SHOW-CURRENT
                   VARYING WS-FIN-SUB FROM 1 BY 1
                   UNTIL WS-FIN-SUB > 4.
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :H-QTD-REGISTROS
                 FROM TB_CLIENTES_CONSENT
                WHERE ID_CLIENTE = :H-ID-CLIENTE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA CONSULTA A TB_CLIENTES_CONSENT.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE 'HISTORICO (MAIS RECENTES PRIMEIRO):' TO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE ZERO TO WS-QTD-HIST-TELA.
           EXEC SQL OPEN C_CONSENT END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA CONSULTA A TB_CLIENTES_CONSENT.'
                  TO WS-MSG-SAIDA
           ELSE
              PERFORM 3720-FETCH-CONSENT
                      UNTIL WS-QTD-HIST-TELA >= 7
                         OR SQLCODE NOT = 0
              EXEC SQL CLOSE C_CONSENT END-EXEC
              MOVE H-QTD-REGISTROS TO WS-NUM-ED
              MOVE SPACES TO WS-MSG-SAIDA
              STRING 'MANIFESTACOES DO CLIENTE:' WS-NUM-ED
                     '. HISTORICO COMPLETO NO DOSSIE.'
                  DELIMITED BY SIZE INTO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
       3710-SHOW-CURRENT.
           MOVE CA-ID-CLIENTE TO CNS-ID-CLIENTE.
           MOVE WS-FIN-CODIGO(WS-FIN-SUB) TO CNS-FINALIDADE.
           CALL 'MYCONSNT' USING MYCONSNT-PARAMETROS.
           MOVE SPACES TO WS-LINHA-TEXTO.
           EVALUATE TRUE
               WHEN CNS-ERRO-SQL
                   STRING WS-FIN-NOME(WS-FIN-SUB) ' ('
                          CNS-FINALIDADE '): ERRO NA CONSULTA'
                       DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               WHEN CNS-SEM-REGISTRO
                   STRING WS-FIN-NOME(WS-FIN-SUB) ' ('
                          CNS-FINALIDADE '): SEM MANIFESTACAO - NAO'
                          ' CONSENTIDO'
                       DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               WHEN OTHER
                   MOVE CNS-SITUACAO TO H-SITUACAO
                   MOVE CNS-CANAL TO H-CANAL
                   PERFORM 3850-DESCRIBE-CODES
                   STRING WS-FIN-NOME(WS-FIN-SUB) ' ('
                          CNS-FINALIDADE '): ' WS-SIT-DESCR
                          ' EM ' CNS-DATA-SITUACAO
                          ' CANAL ' WS-CANAL-DESCR
                       DELIMITED BY SIZE INTO WS-LINHA-TEXTO
           END-EVALUATE.
           PERFORM 3900-MOVER-LINHA-TELA.
           EXIT.
      *
       3720-FETCH-CONSENT.
           EXEC SQL
               FETCH C_CONSENT
               INTO :H-FINALIDADE, :H-SITUACAO, :H-DATA-SITUACAO,
                    :H-CANAL, :H-AGENCIA, :H-OPERADOR
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-QTD-HIST-TELA
              PERFORM 3850-DESCRIBE-CODES
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING H-DATA-SITUACAO ' ' H-FINALIDADE ' '
                     WS-SIT-DESCR ' CANAL ' WS-CANAL-DESCR
                     ' AGENCIA ' H-AGENCIA ' OPERADOR ' H-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
           END-IF.
           EXIT.
      *
       3850-DESCRIBE-CODES.
           EVALUATE H-SITUACAO
               WHEN 'C'    MOVE 'CONCEDIDO' TO WS-SIT-DESCR
               WHEN 'R'    MOVE 'REVOGADO'  TO WS-SIT-DESCR
               WHEN OTHER  MOVE H-SITUACAO  TO WS-SIT-DESCR
           END-EVALUATE.
           EVALUATE H-CANAL
               WHEN 'A'    MOVE 'AGENCIA'   TO WS-CANAL-DESCR
               WHEN 'T'    MOVE 'TELEFONE'  TO WS-CANAL-DESCR
               WHEN 'I'    MOVE 'INTERNET'  TO WS-CANAL-DESCR
               WHEN 'D'    MOVE 'DOCUMENTO' TO WS-CANAL-DESCR
               WHEN OTHER  MOVE H-CANAL     TO WS-CANAL-DESCR
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
           MOVE 'TRNL'   TO AUD-TRANCODE.
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
               MAP('MYMAPL')
               MAPSET('MYSETL')
               FROM(WS-MYMAPL-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNL')
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
