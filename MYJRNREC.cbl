       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYJRNREC.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - RECONCILIACAO DO DIARIO DE CLIENTES CONTRA
      * OS EVENTOS PUBLICADOS NA FILA MQ
      *
      * TODA LINHA GRAVADA EM TB_CLIENTES_JOURNAL SAI COMO EVENTO NA
      * FILA CLI.EVENTOS (MODULO MYJRNPUB) E, NA MESMA UNIDADE DE
      * TRABALHO, COMO COPIA NA FILA DE REGISTRO CLI.EVENTOS.LOG
      * (VALIDADE DE 7 DIAS). UMA FALHA DE MQ NO CHAMADOR, OU A JANELA
      * ENTRE O COMMIT DO DB2 E O MQCMIT NO BATCH, PODE DEIXAR UMA
      * ALTERACAO SEM EVENTO. ESTE PASSO, NA MANHA SEGUINTE:
      *
      *   1. PERCORRE A FILA DE REGISTRO EM BROWSE (NAO CONSOME NADA)
      *      E CLASSIFICA (SORT INTERNO, COMO NO MYDUPRPT) AS CHAVES
      *      ID + TIMESTAMP + PROGRAMA DOS EVENTOS DA DATA;
      *   2. CONFRONTA COM AS LINHAS DO DIARIO DA MESMA DATA, NA MESMA
      *      ORDEM (BALANCE LINE);
      *   3. LINHA DO DIARIO SEM EVENTO = EVENTO PERDIDO: E
      *      REPUBLICADA NA HORA PELO MYJRNPUB, MARCADA COMO
      *      REPUBLICACAO (JEVT-REPUBLICADO = 'S') - A COPIA QUE VAI
      *      PARA A FILA DE REGISTRO FECHA O BURACO PARA UMA RODADA
      *      REPETIDA;
      *   4. EVENTO SEM LINHA NO DIARIO = SO INFORMATIVO (ALTERACAO
      *      DESFEITA DEPOIS DA PUBLICACAO - NAO DEVERIA ACONTECER
      *      COM O SYNCPOINT; VAI PARA ANALISE).
      *
      * PARMDD (OPCIONAL): DATA AAAAMMDD A RECONCILIAR. AUSENTE OU
      * ZERADA = ONTEM (A RODADA NORMAL, NO INICIO DA MANHA).
      *
      * RC 0 = TUDO CASOU; RC 4 = HOUVE REPUBLICACAO OU EVENTO SEM
      * DIARIO; RC 8 = ALGUMA REPUBLICACAO FALHOU (O EVENTO CONTINUA
      * FALTANDO - REPETIR O PASSO DEPOIS DE NORMALIZAR O MQ);
      * RC 16 = ERRO DE DB2, MQ OU ARQUIVO.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD PARM-FILE
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-DATA              PIC 9(08).
           05 PARM-DATA-R REDEFINES PARM-DATA.
              10 PARM-AAAA           PIC X(04).
              10 PARM-MM             PIC X(02).
              10 PARM-DD             PIC X(02).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
      *--- CHAVE DO EVENTO (A MESMA DA LINHA DO DIARIO) + O TIPO
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-CHAVE.
              10 SRT-ID-CLIENTE      PIC X(10).
              10 SRT-CHANGE-TS       PIC X(26).
              10 SRT-PROGRAMA        PIC X(08).
           05 SRT-TIPO               PIC X(10).
           05 SRT-REPUBLICADO        PIC X(01).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN; AS COLUNAS DO DIARIO VAO DIRETO
      *--- PARA O WS-JOURNAL-VARS (MYJRNLC), QUE O MYJRNPUB RECEBE
       01 WS-DB-HOST-VARS.
           05 H-DATA-ISO            PIC X(10).
      *
       COPY MYJRNLC.
       COPY MYJPUBC.
      *
      *--- AS LINHAS DO DIARIO DA DATA, NA ORDEM DA CHAVE DO SORT
           EXEC SQL
               DECLARE C_JRNL CURSOR FOR
                   SELECT PROGRAM_NAME, TASK_ID, CHANGE_TS,
                          ID_CLIENTE, NOME_ANTES, NOME_DEPOIS,
                          NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                          STATUS_ANTES, STATUS_DEPOIS
                   FROM TB_CLIENTES_JOURNAL
                   WHERE DATE(CHANGE_TS) = DATE(:H-DATA-ISO)
                   ORDER BY ID_CLIENTE, CHANGE_TS, PROGRAM_NAME
           END-EXEC.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-PARM-FILE-STATUS  PIC X(02).
              88 WS-PARM-OK              VALUE '00'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-FILA          PIC X(01) VALUE 'N'.
              88 FIM-FILA                VALUE 'S'.
           05 WS-EOF-CURSOR        PIC X(01) VALUE 'N'.
              88 FIM-CURSOR              VALUE 'S'.
           05 WS-EOF-SORT          PIC X(01) VALUE 'N'.
              88 FIM-SORT                VALUE 'S'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-LIDOS-FILA   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EVENTOS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-DIARIO       PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CASADOS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-DUPLICADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REPUBLICADOS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FALHAS       PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ORFAOS       PIC 9(07) VALUE ZERO.
      *
      *--- CHAVES DO BALANCE LINE (HIGH-VALUES = LADO ESGOTADO)
       01 WS-CHAVE-DIARIO.
           05 WS-CHD-ID-CLIENTE     PIC X(10).
           05 WS-CHD-CHANGE-TS      PIC X(26).
           05 WS-CHD-PROGRAMA       PIC X(08).
       01 WS-CHAVE-EVENTO           PIC X(44).
       01 WS-CHAVE-CASADA           PIC X(44) VALUE LOW-VALUES.
      *
      *--- ACESSO MQ A FILA DE REGISTRO (SO BROWSE)
       01 WS-MQ-CONTROLE.
           05 WS-MQ-QMGR            PIC X(48) VALUE SPACES.
           05 WS-MQ-FILA-LOG        PIC X(48) VALUE 'CLI.EVENTOS.LOG'.
           05 WS-MQ-HCONN           PIC S9(09) BINARY VALUE ZERO.
           05 WS-MQ-HOBJ-LOG        PIC S9(09) BINARY VALUE ZERO.
           05 WS-MQ-OPTIONS         PIC S9(09) BINARY.
           05 WS-MQ-COMPCODE        PIC S9(09) BINARY.
           05 WS-MQ-REASON          PIC S9(09) BINARY.
           05 WS-MQ-BUFLEN          PIC S9(09) BINARY.
           05 WS-MQ-DATALEN         PIC S9(09) BINARY.
      *
       01 MQM-OBJECT-DESCRIPTOR.
           COPY CMQODV.
       01 MQM-MESSAGE-DESCRIPTOR.
           COPY CMQMDV.
       01 MQM-GET-MESSAGE-OPTIONS.
           COPY CMQGMOV.
       01 MQM-CONSTANTS.
           COPY CMQV.
      *
       COPY MYJEVTC.
      *
       01 RPT-HEADER-1             PIC X(133) VALUE
           'MYJRNREC - RECONCILIACAO DIARIO X EVENTOS MQ'.
       01 RPT-HEADER-2.
           05 FILLER               PIC X(19)
                                   VALUE 'DATA RECONCILIADA: '.
           05 RPT-H2-DATA          PIC X(10).
           05 FILLER               PIC X(104) VALUE SPACES.
       01 RPT-DIVISOR              PIC X(133) VALUE ALL '='.
      *
       01 RPT-DETALHE-LINE.
           05 RPT-DET-SITUACAO     PIC X(24).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RPT-DET-ID           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RPT-DET-TS           PIC X(26).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RPT-DET-PROGRAMA     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RPT-DET-TIPO         PIC X(10).
           05 FILLER               PIC X(08) VALUE ' REASON '.
           05 RPT-DET-REASON       PIC ZZZ9.
           05 FILLER               PIC X(39) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
      *--- A ENTRADA PERCORRE A FILA DE REGISTRO; A SAIDA CONFRONTA
      *--- COM O DIARIO E REPUBLICA O QUE FALTOU
           SORT SORT-WORK
                ASCENDING KEY SRT-CHAVE
                INPUT PROCEDURE IS 2000-LER-REGISTRO-EVENTOS
                OUTPUT PROCEDURE IS 3000-CONFRONTAR-DIARIO.
      *
           PERFORM 4000-FINALIZE.
           DISPLAY 'PROGRAMA MYJRNREC CONCLUIDO. DIARIO: '
                   WS-COUNT-DIARIO ' REPUBLICADOS: '
                   WS-COUNT-REPUBLICADOS.
           EVALUATE TRUE
               WHEN WS-COUNT-FALHAS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-REPUBLICADOS > ZERO
                    OR WS-COUNT-ORFAOS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           MOVE RPT-HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE H-DATA-ISO TO RPT-H2-DATA.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE RPT-DIVISOR TO RPT-RECORD.
           WRITE RPT-RECORD.
           EXIT.
      *
      *--- DATA DA RECONCILIACAO: A DO CARTAO OU, SEM CARTAO, ONTEM
       1100-READ-PARM-CARD.
           MOVE SPACES TO H-DATA-ISO.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK AND PARM-DATA IS NUMERIC
              AND PARM-DATA NOT = ZERO
              STRING PARM-AAAA '-' PARM-MM '-' PARM-DD
                  DELIMITED BY SIZE INTO H-DATA-ISO
           END-IF.
           CLOSE PARM-FILE.
           IF H-DATA-ISO = SPACES
              EXEC SQL
                  SET :H-DATA-ISO = CHAR(CURRENT DATE - 1 DAY, ISO)
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MYJRNREC: ERRO AO OBTER A DATA DE ONTEM. '
                         'SQLCODE: ' SQLCODE
                 PERFORM 9910-SQL-ERROR-ABEND
              END-IF
           END-IF.
           DISPLAY 'MYJRNREC: DATA RECONCILIADA ' H-DATA-ISO.
           EXIT.
      *
      *================================================================*
      * ENTRADA DO SORT: BROWSE NA FILA DE REGISTRO, SO OS EVENTOS DA
      * DATA (A FILA GUARDA ATE 7 DIAS)
      *================================================================*
       2000-LER-REGISTRO-EVENTOS SECTION.
           CALL 'MQCONN' USING WS-MQ-QMGR
                               WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE = MQCC-FAILED
              DISPLAY 'MYJRNREC: ERRO NO MQCONN. REASON: '
                      WS-MQ-REASON
              PERFORM 9920-MQ-ERROR-ABEND
           END-IF.
           COMPUTE WS-MQ-OPTIONS = MQOO-BROWSE
                                 + MQOO-FAIL-IF-QUIESCING.
           MOVE MQOT-Q TO MQOD-OBJECTTYPE.
           MOVE WS-MQ-FILA-LOG TO MQOD-OBJECTNAME.
           CALL 'MQOPEN' USING WS-MQ-HCONN
                               MQM-OBJECT-DESCRIPTOR
                               WS-MQ-OPTIONS
                               WS-MQ-HOBJ-LOG
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT = MQCC-OK
              DISPLAY 'MYJRNREC: ERRO NO MQOPEN DA FILA '
                      WS-MQ-FILA-LOG ' REASON: ' WS-MQ-REASON
              PERFORM 9920-MQ-ERROR-ABEND
           END-IF.
      *
           PERFORM 2100-LIBERAR-EVENTO UNTIL FIM-FILA.
      *
      *--- A CONEXAO DO BROWSE E DESFEITA AQUI; A REPUBLICACAO NA
      *--- SAIDA DO SORT CONECTA DE NOVO PELO MYJRNPUB
           MOVE MQCO-NONE TO WS-MQ-OPTIONS.
           CALL 'MQCLOSE' USING WS-MQ-HCONN
                                WS-MQ-HOBJ-LOG
                                WS-MQ-OPTIONS
                                WS-MQ-COMPCODE
                                WS-MQ-REASON.
           CALL 'MQDISC' USING WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
       2000-SAI.
           EXIT.
      *
       2100-LIBERAR-EVENTO SECTION.
           COMPUTE MQGMO-OPTIONS = MQGMO-BROWSE-NEXT
                                 + MQGMO-NO-WAIT
                                 + MQGMO-NO-SYNCPOINT
                                 + MQGMO-ACCEPT-TRUNCATED-MSG
                                 + MQGMO-FAIL-IF-QUIESCING.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQCI-NONE TO MQMD-CORRELID.
           MOVE LENGTH OF JEVT-EVENTO TO WS-MQ-BUFLEN.
           MOVE SPACES TO JEVT-EVENTO.
           CALL 'MQGET' USING WS-MQ-HCONN
                              WS-MQ-HOBJ-LOG
                              MQM-MESSAGE-DESCRIPTOR
                              MQM-GET-MESSAGE-OPTIONS
                              WS-MQ-BUFLEN
                              JEVT-EVENTO
                              WS-MQ-DATALEN
                              WS-MQ-COMPCODE
                              WS-MQ-REASON.
           EVALUATE TRUE
               WHEN WS-MQ-COMPCODE = MQCC-OK
               WHEN WS-MQ-REASON = MQRC-TRUNCATED-MSG-ACCEPTED
                   ADD 1 TO WS-COUNT-LIDOS-FILA
                   IF JEVT-DATA-ISO = H-DATA-ISO
                      MOVE JEVT-ID-CLIENTE  TO SRT-ID-CLIENTE
                      MOVE JEVT-CHANGE-TS   TO SRT-CHANGE-TS
                      MOVE JEVT-PROGRAMA    TO SRT-PROGRAMA
                      MOVE JEVT-TIPO        TO SRT-TIPO
                      MOVE JEVT-REPUBLICADO TO SRT-REPUBLICADO
                      RELEASE SORT-RECORD
                      ADD 1 TO WS-COUNT-EVENTOS
                   END-IF
               WHEN WS-MQ-REASON = MQRC-NO-MSG-AVAILABLE
                   SET FIM-FILA TO TRUE
               WHEN OTHER
                   DISPLAY 'MYJRNREC: ERRO NO MQGET (BROWSE). REASON: '
                           WS-MQ-REASON
                   PERFORM 9920-MQ-ERROR-ABEND
           END-EVALUATE.
       2100-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT: BALANCE LINE ENTRE O DIARIO DA DATA E OS
      * EVENTOS CLASSIFICADOS, PELA CHAVE ID + TIMESTAMP + PROGRAMA
      *================================================================*
       3000-CONFRONTAR-DIARIO SECTION.
           EXEC SQL OPEN C_JRNL END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYJRNREC: ERRO NO OPEN DO C_JRNL. SQLCODE: '
                      SQLCODE
              PERFORM 9910-SQL-ERROR-ABEND
           END-IF.
           PERFORM 3100-LER-DIARIO.
           PERFORM 3150-LER-EVENTO.
           PERFORM 3200-CONFRONTAR-CHAVES
               UNTIL WS-CHAVE-DIARIO = HIGH-VALUES
                 AND WS-CHAVE-EVENTO = HIGH-VALUES.
           EXEC SQL CLOSE C_JRNL END-EXEC.
      *
      *--- CONFIRMA AS REPUBLICACOES (MQCMIT) E FECHA AS FILAS
           SET JPUB-FN-CONFIRMAR TO TRUE.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           IF NOT JPUB-OK
              DISPLAY 'MYJRNREC: REPUBLICACOES NAO CONFIRMADAS NO MQ'
              MOVE WS-COUNT-REPUBLICADOS TO WS-COUNT-FALHAS
              MOVE ZERO TO WS-COUNT-REPUBLICADOS
           END-IF.
           SET JPUB-FN-ENCERRAR TO TRUE.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
       3000-SAI.
           EXIT.
      *
       3100-LER-DIARIO SECTION.
           EXEC SQL
               FETCH C_JRNL
               INTO :WS-JRNL-PROGRAM-NAME, :WS-JRNL-TASK-ID,
                    :WS-JRNL-CHANGE-TS, :WS-JRNL-ID-CLIENTE,
                    :WS-JRNL-NOME-ANTES, :WS-JRNL-NOME-DEPOIS,
                    :WS-JRNL-NOME-CONT-ANTES,
                    :WS-JRNL-NOME-CONT-DEPOIS,
                    :WS-JRNL-STATUS-ANTES, :WS-JRNL-STATUS-DEPOIS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-COUNT-DIARIO
                   MOVE WS-JRNL-ID-CLIENTE   TO WS-CHD-ID-CLIENTE
                   MOVE WS-JRNL-CHANGE-TS    TO WS-CHD-CHANGE-TS
                   MOVE WS-JRNL-PROGRAM-NAME TO WS-CHD-PROGRAMA
               WHEN 100
                   SET FIM-CURSOR TO TRUE
                   MOVE HIGH-VALUES TO WS-CHAVE-DIARIO
               WHEN OTHER
                   DISPLAY 'MYJRNREC: ERRO NO FETCH DO DIARIO. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9910-SQL-ERROR-ABEND
           END-EVALUATE.
       3100-SAI.
           EXIT.
      *
       3150-LER-EVENTO SECTION.
           RETURN SORT-WORK
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
           IF FIM-SORT
              MOVE HIGH-VALUES TO WS-CHAVE-EVENTO
           ELSE
              MOVE SRT-CHAVE TO WS-CHAVE-EVENTO
           END-IF.
       3150-SAI.
           EXIT.
      *
      *--- CHAVE IGUAL = CASOU; DIARIO MENOR = EVENTO PERDIDO
      *--- (REPUBLICA); EVENTO MENOR = DUPLICATA DE UM JA CASADO
      *--- (ORIGINAL + REPUBLICACAO) OU EVENTO SEM DIARIO
       3200-CONFRONTAR-CHAVES SECTION.
           EVALUATE TRUE
               WHEN WS-CHAVE-DIARIO = WS-CHAVE-EVENTO
                   ADD 1 TO WS-COUNT-CASADOS
                   MOVE WS-CHAVE-EVENTO TO WS-CHAVE-CASADA
                   PERFORM 3100-LER-DIARIO
                   PERFORM 3150-LER-EVENTO
               WHEN WS-CHAVE-DIARIO < WS-CHAVE-EVENTO
                   PERFORM 3300-REPUBLICAR-EVENTO
                   PERFORM 3100-LER-DIARIO
               WHEN OTHER
                   IF WS-CHAVE-EVENTO = WS-CHAVE-CASADA
                      ADD 1 TO WS-COUNT-DUPLICADOS
                   ELSE
                      PERFORM 3400-RELATAR-ORFAO
                   END-IF
                   PERFORM 3150-LER-EVENTO
           END-EVALUATE.
       3200-SAI.
           EXIT.
      *
      *--- A LINHA DO DIARIO JA ESTA NO WS-JOURNAL-VARS: O MYJRNPUB
      *--- REMONTA O EVENTO COM O TIMESTAMP ORIGINAL
       3300-REPUBLICAR-EVENTO SECTION.
           SET JPUB-FN-PUBLICAR TO TRUE.
           MOVE 'S' TO JPUB-REPUBLICACAO.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           MOVE WS-JRNL-ID-CLIENTE   TO RPT-DET-ID.
           MOVE WS-JRNL-CHANGE-TS    TO RPT-DET-TS.
           MOVE WS-JRNL-PROGRAM-NAME TO RPT-DET-PROGRAMA.
           MOVE JPUB-TIPO-MUDANCA    TO RPT-DET-TIPO.
           IF JPUB-OK
              ADD 1 TO WS-COUNT-REPUBLICADOS
              MOVE 'SEM EVENTO - REPUBLICADO' TO RPT-DET-SITUACAO
              MOVE ZERO TO RPT-DET-REASON
           ELSE
              ADD 1 TO WS-COUNT-FALHAS
              MOVE 'SEM EVENTO - FALHA MQ' TO RPT-DET-SITUACAO
              MOVE JPUB-MQ-REASON TO RPT-DET-REASON
           END-IF.
           PERFORM 4100-WRITE-DETALHE.
       3300-SAI.
           EXIT.
      *
       3400-RELATAR-ORFAO SECTION.
           ADD 1 TO WS-COUNT-ORFAOS.
           MOVE 'EVENTO SEM DIARIO' TO RPT-DET-SITUACAO.
           MOVE SRT-ID-CLIENTE TO RPT-DET-ID.
           MOVE SRT-CHANGE-TS  TO RPT-DET-TS.
           MOVE SRT-PROGRAMA   TO RPT-DET-PROGRAMA.
           MOVE SRT-TIPO       TO RPT-DET-TIPO.
           MOVE ZERO           TO RPT-DET-REASON.
           PERFORM 4100-WRITE-DETALHE.
       3400-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       4000-FINALIZE SECTION.
           MOVE RPT-DIVISOR TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           STRING 'LINHAS DO DIARIO: ' DELIMITED BY SIZE
                  WS-COUNT-DIARIO DELIMITED BY SIZE
                  ' EVENTOS NO REGISTRO: ' DELIMITED BY SIZE
                  WS-COUNT-EVENTOS DELIMITED BY SIZE
                  ' CASADOS: ' DELIMITED BY SIZE
                  WS-COUNT-CASADOS DELIMITED BY SIZE
                  ' DUPLICADOS: ' DELIMITED BY SIZE
                  WS-COUNT-DUPLICADOS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           STRING 'REPUBLICADOS: ' DELIMITED BY SIZE
                  WS-COUNT-REPUBLICADOS DELIMITED BY SIZE
                  ' FALHAS NA REPUBLICACAO: ' DELIMITED BY SIZE
                  WS-COUNT-FALHAS DELIMITED BY SIZE
                  ' EVENTOS SEM DIARIO: ' DELIMITED BY SIZE
                  WS-COUNT-ORFAOS DELIMITED BY SIZE
                  ' (FILA LIDA: ' DELIMITED BY SIZE
                  WS-COUNT-LIDOS-FILA DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
           CLOSE RPT-FILE.
       4000-SAI.
           EXIT.
      *
       4100-WRITE-DETALHE SECTION.
           WRITE RPT-RECORD FROM RPT-DETALHE-LINE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
       4100-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYJRNREC ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-SQL-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYJRNREC ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *--- SEM A FILA DE REGISTRO NAO HA COMO RECONCILIAR: NADA E
      *--- REPUBLICADO NO ESCURO (REPUBLICARIA O DIA INTEIRO)
       9920-MQ-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYJRNREC ENCERRADO COM ERRO'
                   ' DE MQ ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
