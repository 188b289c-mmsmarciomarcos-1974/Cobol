      *   3. CUSTFILE: O REGISTRO DO DUPLICADO E EXCLUIDO (O MYCUSTLD
      *      DA NOITE JA NAO O RECARREGA, POIS ESTA INATIVO);
      *   4. DBCLIENT: O SEGMENTO DO DUPLICADO E REMOVIDO (GHU+DLET);
      *   5. MST-FILE: CONTA A CONTA, O SALDO DE CADA CONTA DO
      *      DUPLICADO E SOMADO AO DA CONTA DE MESMO NUMERO DO
      *      SOBREVIVENTE (QUE E CRIADA A PARTIR DA IMAGEM DO
      *      DUPLICADO SE AINDA NAO EXISTIR) E A CONTA DUPLICADA E
      *      EXCLUIDA.
      *
      * DEPOIS DO SYNC POINT, CADA DUPLICADO EFETIVAMENTE INATIVADO
      * NESTA RODADA GERA UM EVENTO 'FUSA' NO NOTIFDD (LAYOUT MYNOTFC)
      * PARA O CLIENTE SER AVISADO DO ID QUE PASSA A VALER, E CADA
      * CONTA FUNDIDA GERA DUAS LINHAS DE ORIGEM 'F' NO DIARIO DO
      * MESTRE (MSTJRNDD): A SAIDA DO DUPLICADO (ACAO 'E', COM O ID DO
      * SOBREVIVENTE NO INICIO DA IMAGEM DEPOIS) E A ENTRADA DO SALDO
      * NO SOBREVIVENTE ('A', OU 'I' SE ELE NASCEU DA FUSAO) - SEM
      * ISSO O SALDO DO SOBREVIVENTE MUDAVA SEM RASTRO NO DIARIO E A
      * HISTORIA DO DUPLICADO NAO TINHA FIM.
      *
      * O RELATORIO GRAVA O CERTIFICADO POR PAR, LISTANDO CADA ACERVO
      * TOCADO. A RODADA E IDEMPOTENTE: ACERVO ONDE O DUPLICADO JA
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUST-ID
                  FILE STATUS IS WS-CUSTFILE-STATUS.
      *--- DINAMICO: AS CONTAS DO DUPLICADO SAO ACHADAS POR START NO
      *--- ID; A CONTA DO SOBREVIVENTE E LIDA PELA CHAVE
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT NTF-FILE ASSIGN TO NOTIFDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NTF-FILE-STATUS.
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO MST-RECORD DO MYBATCH
       FD  MST-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE.
               10 MST-ID             PIC X(10).
               10 MST-CONTA          PIC 9(03).
           05 MST-DATA               PIC X(68).
           05 MST-ULT-ATUALIZACAO    PIC 9(08).
           05 MST-SALDO              PIC S9(11)V99.
           05 FILLER                 PIC X(01).
           05 MST-DATA-DORMENCIA     PIC 9(08).
           05 MST-DATA-NEGATIVO      PIC 9(08).
      *
       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
      *--- EVENTOS DE AVISO AO CLIENTE (ACUMULADO, OPEN EXTEND)
       FD  NTF-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY MYNOTFC.
      *
      *--- DIARIO DO MESTRE (ACUMULADO, OPEN EXTEND). MESMO LAYOUT DO
      *--- MSTJRN-RECORD DO MYBATCH
       FD  MSTJRN-FILE
           RECORD CONTAINS 230 CHARACTERS.
       01 MSTJRN-RECORD.
           05 MJR-RUN-DATE           PIC 9(08).
           05 MJR-TIME               PIC 9(06).
           05 MJR-RUN-ID             PIC X(08).
           05 MJR-ACAO               PIC X(01).
           05 MJR-ORIGEM             PIC X(01).
           05 MJR-ID                 PIC X(10).
           05 MJR-DATA-ANTES         PIC X(68).
           05 MJR-DATA-DEPOIS        PIC X(68).
           05 MJR-SALDO-ANTES        PIC S9(11)V99.
           05 MJR-SALDO-DEPOIS       PIC S9(11)V99.
           05 FILLER                 PIC X(04).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
              88 WS-MST-OK               VALUE '00'.
              88 WS-MST-DUPKEY           VALUE '22'.
              88 WS-MST-NOTFND           VALUE '23'.
              88 WS-MST-EOF              VALUE '10'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
           05 WS-NTF-FILE-STATUS   PIC X(02).
              88 WS-NTF-OK               VALUE '00'.
           05 WS-MJR-FILE-STATUS   PIC X(02).
              88 WS-MJR-OK               VALUE '00'.
      *
      *--- O QUE FOI TOCADO NO PAR CORRENTE (PARA O CERTIFICADO)
       01 WS-WORK-VARS.
              88 WS-TOCOU-IMS       VALUE 'S'.
           05 WS-TOCOU-MST-SW       PIC X(01).
              88 WS-TOCOU-MST       VALUE 'S'.
           05 WS-CONTA-DUP-SW       PIC X(01).
              88 WS-TEM-CONTA-DUP   VALUE 'S'.
           05 WS-CONTAS-FUNDIDAS    PIC 9(03) VALUE ZERO.
           05 WS-CONTA-DUPLICADO    PIC 9(03) VALUE ZERO.
           05 WS-SALDO-DUPLICADO    PIC S9(11)V99 VALUE ZERO.
           05 WS-DATA-DUPLICADO     PIC X(68) VALUE SPACES.
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-COUNT-PARES        PIC 9(05) VALUE ZERO.
           05 WS-TIME-NOW           PIC 9(08) VALUE ZERO.
      *--- A LINHA JA ENCADEADA, GUARDADA ENQUANTO A ANCORA DIARIA
      *--- (MYMJRCAD) E ESCRITA NA FRENTE DELA
           05 WS-MJR-LINHA-SALVA    PIC X(230) VALUE SPACES.
      *
      *--- ENCADEAMENTO DAS LINHAS DO DIARIO DO MESTRE (MYMJRCAD)
       COPY MYMJRCDC.
      *
      *--- DUPLICADOS INATIVADOS NESTA RODADA: O AVISO AO CLIENTE SO
      *--- E GRAVADO DEPOIS DO SYNC POINT (UM ROLB NAO PODE DEIXAR
      *--- AVISO DE FUSAO QUE NAO ACONTECEU)
       01 WS-FUSOES-TABLE.
           05 WS-FUS-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-FUS-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-FUS-IDX.
              10 WS-FUS-DUPLICADO   PIC X(10).
              10 WS-FUS-SOBREVIVENTE PIC X(10).
      *
      *--- CONTAS FUNDIDAS NESTA RODADA: AS LINHAS 'F' DO DIARIO DO
      *--- MESTRE TAMBEM SO SAO GRAVADAS DEPOIS DO SYNC POINT (O
      *--- DIARIO SEQUENCIAL NAO E DESFEITO PELO ROLB)
       01 WS-TRANSF-TABLE.
           05 WS-TRF-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-TRF-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-TRF-IDX.
              10 WS-TRF-DUPLICADO   PIC X(10).
              10 WS-TRF-SOBREVIVENTE PIC X(10).
              10 WS-TRF-CONTA       PIC 9(03).
              10 WS-TRF-DUP-DATA    PIC X(68).
              10 WS-TRF-DUP-SALDO   PIC S9(11)V99.
              10 WS-TRF-SOB-ACAO    PIC X(01).
              10 WS-TRF-SOB-DATA-ANT PIC X(68).
              10 WS-TRF-SOB-DATA-DEP PIC X(68).
              10 WS-TRF-SOB-SALDO-ANT PIC S9(11)V99.
              10 WS-TRF-SOB-SALDO-DEP PIC S9(11)V99.
      *
      *--- DIARIO DE ALTERACOES DE TB_CLIENTES (COPYBOOK MYJRNLC)
       COPY MYJRNLC.
      *--- PUBLICACAO DA ALTERACAO NA FILA MQ (MODULO MYJRNPUB)
       COPY MYJPUBC.
      *--- ENCADEAMENTO DA LINHA DO DIARIO (MODULO MYTRLCAD)
       COPY MYTRLCDC.
      *
      *--- FUNCOES DL/I, SEGMENTO E SSA (MESMOS LAYOUTS DO MYANONYM)
       01 WS-DLI-FUNCTIONS.
                   END-IF
                   SET WS-TOCOU-TB TO TRUE
                   PERFORM 2150-GRAVAR-JOURNAL-FUSAO
                   IF D-STATUS-CLIENTE NOT = 'INATIVO'
                      PERFORM 2160-GUARDAR-FUSAO
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
           MOVE SPACES TO WS-JRNL-NOME-CONT-DEPOIS.
           MOVE D-STATUS-CLIENTE TO WS-JRNL-STATUS-ANTES.
           MOVE 'INATIVO' TO WS-JRNL-STATUS-DEPOIS.
      *--- O MESMO TIMESTAMP VAI NA LINHA DO DIARIO E NO EVENTO MQ
           EXEC SQL
               SET :WS-JRNL-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
      *--- SEQUENCIA E HASH ENCADEADO DA LINHA (MYTRLCAD), NA MESMA
      *--- UNIDADE DE TRABALHO DO INSERT
           MOVE 'JOURNAL' TO TRC-TRILHA.
           MOVE LENGTH OF WS-JOURNAL-VARS TO TRC-TAMANHO.
           CALL 'MYTRLCAD' USING MYTRLCAD-PARAMETROS WS-JOURNAL-VARS.
           IF NOT TRC-OK
              DISPLAY "MYMERGE: ERRO NO ENCADEAMENTO DO DIARIO. "
                      "SQLCODE: " TRC-SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXEC SQL
               INSERT INTO TB_CLIENTES_JOURNAL
                   (PROGRAM_NAME, TASK_ID, CHANGE_TS, ID_CLIENTE,
                    NOME_ANTES, NOME_DEPOIS,
                    NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                    STATUS_ANTES, STATUS_DEPOIS,
                    SEQ_CADEIA, HASH_CADEIA)
               VALUES
                   (:WS-JRNL-PROGRAM-NAME, :WS-JRNL-TASK-ID,
                    :WS-JRNL-CHANGE-TS, :WS-JRNL-ID-CLIENTE,
                    :WS-JRNL-NOME-ANTES, :WS-JRNL-NOME-DEPOIS,
                    :WS-JRNL-NOME-CONT-ANTES, :WS-JRNL-NOME-CONT-DEPOIS,
                    :WS-JRNL-STATUS-ANTES, :WS-JRNL-STATUS-DEPOIS,
                    :TRC-SEQ, :TRC-HASH)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "MYMERGE: ERRO NO INSERT DO DIARIO. SQLCODE: "
                      SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 2155-PUBLICAR-EVENTO.
           EXIT.
      *
      *--- O EVENTO DA ALTERACAO VAI PARA A FILA CLI.EVENTOS (MYJRNPUB)
      *--- SOB O MESMO CHKP/ROLB DO BMP. FALHA NO MQ NAO DESFAZ
      *--- A FUSAO: A RECONCILIACAO MYJRNREC REPUBLICA O EVENTO
       2155-PUBLICAR-EVENTO.
           SET JPUB-FN-PUBLICAR TO TRUE.
           MOVE 'N' TO JPUB-REPUBLICACAO.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           EXIT.
      *
       2200-EXCLUIR-CUSTFILE.
           END-EVALUATE.
           EXIT.
      *
      *--- DOBRA CADA CONTA DO DUPLICADO NA CONTA DE MESMO NUMERO DO
      *--- SOBREVIVENTE E EXCLUI A CONTA DUPLICADA. CONTA QUE O
      *--- SOBREVIVENTE NAO TEM HERDA A IMAGEM DO DUPLICADO SOB A
      *--- CHAVE NOVA. COMO CADA CONTA FUNDIDA E EXCLUIDA, O START NO
      *--- ID DO DUPLICADO ACHA SEMPRE A PROXIMA QUE FALTA.
       2400-FUNDIR-MESTRE.
           MOVE ZERO TO WS-CONTAS-FUNDIDAS.
           PERFORM 2405-PROXIMA-CONTA-DUP.
           PERFORM 2410-FUNDIR-CONTA
               UNTIL NOT WS-TEM-CONTA-DUP.
           EXIT.
      *
       2405-PROXIMA-CONTA-DUP.
           MOVE 'N' TO WS-CONTA-DUP-SW.
           MOVE MRG-ID-DUPLICADO TO MST-ID.
           MOVE ZERO TO MST-CONTA.
           START MST-FILE KEY IS NOT LESS THAN MST-CHAVE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   READ MST-FILE NEXT RECORD
                   EVALUATE TRUE
                       WHEN WS-MST-OK
                           IF MST-ID = MRG-ID-DUPLICADO
                              SET WS-TEM-CONTA-DUP TO TRUE
                           END-IF
                       WHEN WS-MST-EOF
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "MYMERGE: ERRO NA LEITURA DO "
                                   "MST-FILE. STATUS: "
                                   WS-MST-FILE-STATUS
                           PERFORM 9910-FILE-ERROR-ABEND
                   END-EVALUATE
               WHEN WS-MST-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MYMERGE: ERRO NO START DO MST-FILE. "
                           "STATUS: " WS-MST-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2410-FUNDIR-CONTA.
      *--- SEM LUGAR PARA AS LINHAS DO DIARIO NAO HA FUSAO: ROLB E A
      *--- RODADA E REPETIDA EM ARQUIVOS MENORES
           IF WS-TRF-COUNT >= 500
              DISPLAY "MYMERGE: MAIS DE 500 CONTAS FUNDIDAS "
                      "NA RODADA. DIVIDA O MERGEDD."
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-TRF-COUNT.
           SET WS-TRF-IDX TO WS-TRF-COUNT.
           MOVE MRG-ID-DUPLICADO
             TO WS-TRF-DUPLICADO(WS-TRF-IDX).
           MOVE MRG-ID-SOBREVIVENTE
             TO WS-TRF-SOBREVIVENTE(WS-TRF-IDX).
           MOVE MST-CONTA TO WS-TRF-CONTA(WS-TRF-IDX).
           MOVE MST-DATA  TO WS-TRF-DUP-DATA(WS-TRF-IDX).
           MOVE MST-SALDO TO WS-TRF-DUP-SALDO(WS-TRF-IDX).
           MOVE MST-CONTA TO WS-CONTA-DUPLICADO.
           MOVE MST-SALDO TO WS-SALDO-DUPLICADO.
           MOVE MST-DATA  TO WS-DATA-DUPLICADO.
           DELETE MST-FILE RECORD.
           IF NOT WS-MST-OK
              DISPLAY "MYMERGE: ERRO NO DELETE DO MST-FILE. "
                      "STATUS: " WS-MST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 2450-SOMAR-NO-SOBREVIVENTE.
           SET WS-TOCOU-MST TO TRUE.
           ADD 1 TO WS-CONTAS-FUNDIDAS.
           PERFORM 2405-PROXIMA-CONTA-DUP.
           EXIT.
      *
       2450-SOMAR-NO-SOBREVIVENTE.
           MOVE MRG-ID-SOBREVIVENTE TO MST-ID.
           MOVE WS-CONTA-DUPLICADO  TO MST-CONTA.
           READ MST-FILE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   MOVE 'A' TO WS-TRF-SOB-ACAO(WS-TRF-IDX)
                   MOVE MST-DATA TO WS-TRF-SOB-DATA-ANT(WS-TRF-IDX)
                   MOVE MST-SALDO
                     TO WS-TRF-SOB-SALDO-ANT(WS-TRF-IDX)
                   ADD WS-SALDO-DUPLICADO TO MST-SALDO
                   MOVE MST-DATA TO WS-TRF-SOB-DATA-DEP(WS-TRF-IDX)
                   MOVE MST-SALDO
                     TO WS-TRF-SOB-SALDO-DEP(WS-TRF-IDX)
                   MOVE WS-TODAY-DATE TO MST-ULT-ATUALIZACAO
                   REWRITE MST-RECORD
                   IF NOT WS-MST-OK
                      PERFORM 9910-FILE-ERROR-ABEND
                   END-IF
               WHEN WS-MST-NOTFND
                   MOVE 'I' TO WS-TRF-SOB-ACAO(WS-TRF-IDX)
                   MOVE SPACES TO WS-TRF-SOB-DATA-ANT(WS-TRF-IDX)
                   MOVE ZERO TO WS-TRF-SOB-SALDO-ANT(WS-TRF-IDX)
                   MOVE WS-DATA-DUPLICADO
                     TO WS-TRF-SOB-DATA-DEP(WS-TRF-IDX)
                   MOVE WS-SALDO-DUPLICADO
                     TO WS-TRF-SOB-SALDO-DEP(WS-TRF-IDX)
                   MOVE MRG-ID-SOBREVIVENTE TO MST-ID
                   MOVE WS-CONTA-DUPLICADO  TO MST-CONTA
                   MOVE WS-DATA-DUPLICADO   TO MST-DATA
                   MOVE WS-TODAY-DATE       TO MST-ULT-ATUALIZACAO
                   MOVE WS-SALDO-DUPLICADO  TO MST-SALDO
                   MOVE ZERO                TO MST-DATA-DORMENCIA
                                               MST-DATA-NEGATIVO
                   WRITE MST-RECORD
                   IF NOT WS-MST-OK
                      DISPLAY "MYMERGE: ERRO NA ESCRITA DO MST-FILE."
           END-EVALUATE.
           EXIT.
      *
      *--- SO O DUPLICADO QUE ESTAVA ATIVO GERA AVISO: REPETIR A
      *--- RODADA NAO AVISA O CLIENTE DUAS VEZES
       2160-GUARDAR-FUSAO.
           IF WS-FUS-COUNT < 500
              ADD 1 TO WS-FUS-COUNT
              SET WS-FUS-IDX TO WS-FUS-COUNT
              MOVE MRG-ID-DUPLICADO TO WS-FUS-DUPLICADO(WS-FUS-IDX)
              MOVE MRG-ID-SOBREVIVENTE
                TO WS-FUS-SOBREVIVENTE(WS-FUS-IDX)
           ELSE
              DISPLAY "MYMERGE: TABELA DE AVISOS CHEIA - SEM AVISO "
                      "PARA " MRG-ID-DUPLICADO
           END-IF.
           EXIT.
      *
      *--- CERTIFICADO DO PAR: CADA ACERVO TOCADO (OU A AUSENCIA DO
      *--- DUPLICADO NELE), MESMO FORMATO DE PROVA DO MYANONYM
       2900-GRAVAR-CERTIFICADO.
                  WS-TOCOU-IMS-SW DELIMITED BY SIZE
                  " MESTRE=" DELIMITED BY SIZE
                  WS-TOCOU-MST-SW DELIMITED BY SIZE
                  " CONTAS=" DELIMITED BY SIZE
                  WS-CONTAS-FUNDIDAS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
                       IO-STATUS-CODE
               PERFORM 9920-DLI-ERROR-ABEND
           END-IF.
      *
           PERFORM 3100-GRAVAR-AVISOS.
           PERFORM 3200-GRAVAR-DIARIO-MESTRE.
      *
           CLOSE MERGE-FILE CUSTFILE MST-FILE RPT-FILE.
           DISPLAY "MYMERGE CONCLUIDO. PARES FUNDIDOS: "
                   WS-COUNT-PARES.
           DISPLAY "MYMERGE: AVISOS DE FUSAO GRAVADOS: "
                   WS-FUS-COUNT.
           DISPLAY "MYMERGE: CONTAS FUNDIDAS NO DIARIO: "
                   WS-TRF-COUNT.
           EXIT.
      *
      *--- FUSOES JA COMMITADAS VIRAM EVENTOS 'FUSA' NO NOTIFDD. UMA
      *--- FALHA AQUI NAO DESFAZ NADA (O CHKP JA FOI): SO ABENDA PARA
      *--- A OPERACAO GRAVAR OS AVISOS QUE FALTAREM.
       3100-GRAVAR-AVISOS.
           IF WS-FUS-COUNT > ZERO
              OPEN EXTEND NTF-FILE
              IF NOT WS-NTF-OK
                  DISPLAY "MYMERGE: ERRO AO ABRIR NTF-FILE. STATUS: "
                          WS-NTF-FILE-STATUS
                  PERFORM 9910-FILE-ERROR-ABEND
              END-IF
              ACCEPT WS-TIME-NOW FROM TIME
              PERFORM 3110-GRAVAR-AVISO-FUSAO
                  VARYING WS-FUS-IDX FROM 1 BY 1
                  UNTIL WS-FUS-IDX > WS-FUS-COUNT
              CLOSE NTF-FILE
           END-IF.
           EXIT.
      *
       3110-GRAVAR-AVISO-FUSAO.
           MOVE SPACES TO NTF-RECORD.
           MOVE WS-TODAY-DATE TO NTF-DATA.
           MOVE WS-TIME-NOW(1:6) TO NTF-HORA.
           MOVE 'MYMERGE ' TO NTF-PROGRAMA.
           SET NTF-EVT-FUSAO TO TRUE.
           MOVE WS-FUS-DUPLICADO(WS-FUS-IDX) TO NTF-ID-CLIENTE.
           MOVE ZERO TO NTF-VALOR.
           MOVE WS-FUS-SOBREVIVENTE(WS-FUS-IDX) TO NTF-REFERENCIA.
           MOVE 'N' TO NTF-INSTANTANEO.
           WRITE NTF-RECORD.
           IF NOT WS-NTF-OK
               DISPLAY "MYMERGE: ERRO DE ESCRITA NO NTF-FILE. "
                       "STATUS: " WS-NTF-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- MESTRES JA FUNDIDOS E COMMITADOS VIRAM DUAS LINHAS 'F' NO
      *--- DIARIO DO MESTRE. COMO NOS AVISOS, UMA FALHA AQUI SO ABENDA
      *--- PARA A OPERACAO COMPLETAR O DIARIO.
       3200-GRAVAR-DIARIO-MESTRE.
           IF WS-TRF-COUNT > ZERO
              MOVE 'I' TO MJC-FUNCAO
              CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD
              IF NOT MJC-OK
                  DISPLAY "MYMERGE: ERRO NA LEITURA DO MSTJRN-FILE. "
                          "STATUS: " MJC-FILE-STATUS
                  PERFORM 9910-FILE-ERROR-ABEND
              END-IF
              OPEN EXTEND MSTJRN-FILE
              IF NOT WS-MJR-OK
                  DISPLAY "MYMERGE: ERRO AO ABRIR MSTJRN-FILE. "
                          "STATUS: " WS-MJR-FILE-STATUS
                  PERFORM 9910-FILE-ERROR-ABEND
              END-IF
              ACCEPT WS-TIME-NOW FROM TIME
              PERFORM 3210-GRAVAR-TRANSFERENCIA
                  VARYING WS-TRF-IDX FROM 1 BY 1
                  UNTIL WS-TRF-IDX > WS-TRF-COUNT
              CLOSE MSTJRN-FILE
           END-IF.
           EXIT.
      *
      *--- SAIDA DO DUPLICADO (SALDO A ZERO, ID DO SOBREVIVENTE NA
      *--- IMAGEM DEPOIS) E ENTRADA DO MESMO SALDO NO SOBREVIVENTE
       3210-GRAVAR-TRANSFERENCIA.
           MOVE SPACES TO MSTJRN-RECORD.
           MOVE WS-TODAY-DATE    TO MJR-RUN-DATE.
           MOVE WS-TIME-NOW(1:6) TO MJR-TIME.
           MOVE 'MYMERGE '       TO MJR-RUN-ID.
           MOVE 'F'              TO MJR-ORIGEM.
           MOVE 'E'              TO MJR-ACAO.
           MOVE WS-TRF-DUPLICADO(WS-TRF-IDX) TO MJR-ID.
           MOVE WS-TRF-CONTA(WS-TRF-IDX)     TO MJR-CONTA.
           MOVE WS-TRF-DUP-DATA(WS-TRF-IDX)  TO MJR-DATA-ANTES.
           MOVE WS-TRF-SOBREVIVENTE(WS-TRF-IDX)
             TO MJR-DATA-DEPOIS(1:10).
           MOVE WS-TRF-DUP-SALDO(WS-TRF-IDX) TO MJR-SALDO-ANTES.
           MOVE ZERO                         TO MJR-SALDO-DEPOIS.
           PERFORM 4300-WRITE-JOURNAL.
      *
           MOVE SPACES TO MSTJRN-RECORD.
           MOVE WS-TODAY-DATE    TO MJR-RUN-DATE.
           MOVE WS-TIME-NOW(1:6) TO MJR-TIME.
           MOVE 'MYMERGE '       TO MJR-RUN-ID.
           MOVE 'F'              TO MJR-ORIGEM.
           MOVE WS-TRF-SOB-ACAO(WS-TRF-IDX)     TO MJR-ACAO.
           MOVE WS-TRF-SOBREVIVENTE(WS-TRF-IDX) TO MJR-ID.
           MOVE WS-TRF-CONTA(WS-TRF-IDX)        TO MJR-CONTA.
           MOVE WS-TRF-SOB-DATA-ANT(WS-TRF-IDX) TO MJR-DATA-ANTES.
           MOVE WS-TRF-SOB-DATA-DEP(WS-TRF-IDX) TO MJR-DATA-DEPOIS.
           MOVE WS-TRF-SOB-SALDO-ANT(WS-TRF-IDX) TO MJR-SALDO-ANTES.
           MOVE WS-TRF-SOB-SALDO-DEP(WS-TRF-IDX) TO MJR-SALDO-DEPOIS.
           PERFORM 4300-WRITE-JOURNAL.
           EXIT.
      *
       4200-WRITE-REPORT.
           END-IF.
           EXIT.
      *
      *--- DATA DA GRAVACAO E HASH ENCADEADO; NO PRIMEIRO WRITE DE UM
      *--- DIA NOVO A ANCORA DO DIA ANTERIOR VAI NA FRENTE
       4300-WRITE-JOURNAL.
           MOVE 'E' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF MJC-ANCORA-PENDENTE
               MOVE MSTJRN-RECORD TO WS-MJR-LINHA-SALVA
               MOVE MJC-ANCORA TO MSTJRN-RECORD
               PERFORM 4310-WRITE-JOURNAL-LINHA
               MOVE WS-MJR-LINHA-SALVA TO MSTJRN-RECORD
           END-IF.
           PERFORM 4310-WRITE-JOURNAL-LINHA.
           EXIT.
      *
       4310-WRITE-JOURNAL-LINHA.
           WRITE MSTJRN-RECORD.
           IF NOT WS-MJR-OK
               DISPLAY "MYMERGE: ERRO DE ESCRITA NO MSTJRN-FILE. "
                       "STATUS: " WS-MJR-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND. QUALQUER FALHA DESFAZ DB2 + IMS
      * (ROLB) E ABENDA - A RODADA E IDEMPOTENTE E PODE SER REPETIDA
