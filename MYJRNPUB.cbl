       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYJRNPUB.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * MODULO CHAMAVEL - PUBLICACAO DAS ALTERACOES DE CLIENTE NA
      * FILA MQ CLI.EVENTOS
      *
      * O EXTRATO DELTA DO MYJRNEXT SO ENTREGA A MUDANCA NO DIA
      * SEGUINTE. QUEM GRAVA UMA LINHA EM TB_CLIENTES_JOURNAL (MYJRNLC)
      * FAZ, LOGO DEPOIS DO INSERT, CALL 'MYJRNPUB' USING
      * MYJRNPUB-PARAMETROS (COPYBOOK MYJPUBC) WS-JOURNAL-VARS: O
      * EVENTO (LAYOUT MYJEVTC) VAI PARA A CLI.EVENTOS SOB SYNCPOINT,
      * NA MESMA UNIDADE DE TRABALHO DO UPDATE E DA LINHA DO DIARIO -
      * UM ROLLBACK/ROLB DESFAZ OS DOIS, O SYNCPOINT/CHKP/COMMIT
      * CONFIRMA OS DOIS.
      *
      * CADA EVENTO TAMBEM VAI, NA MESMA UNIDADE DE TRABALHO, PARA A
      * FILA DE REGISTRO CLI.EVENTOS.LOG (EXPIRA EM 7 DIAS), QUE A
      * RECONCILIACAO MYJRNREC PERCORRE EM BROWSE CONTRA O DIARIO DO
      * DIA PARA ACHAR E REPUBLICAR O EVENTO PERDIDO.
      *
      * MESMO MODULO NOS TRES AMBIENTES (O STUB MQ DO LINK-EDIT E O DO
      * AMBIENTE: CSQBSTUB NO BATCH, CSQCSTUB NO CICS, CSQQSTUB NO
      * IMS). NO CICS E NO IMS A CONFIRMACAO E DO GERENCIADOR DE
      * TRANSACOES (SYNCPOINT DA TAREFA / CHKP DO BMP); NO BATCH O
      * CHAMADOR PEDE 'C' (MQCMIT) LOGO APOS O EXEC SQL COMMIT, 'B'
      * (MQBACK) NO ROLLBACK E 'F' NO FIM.
      *
      * FALHA NO MQ NAO DERRUBA O CHAMADOR: O AVISO SAI NO DISPLAY, O
      * RETORNO VOLTA '08' E A LINHA DO DIARIO FICA - O BURACO E
      * FECHADO PELA RECONCILIACAO. SE A CONEXAO OU A ABERTURA FALHAR,
      * AS CHAMADAS SEGUINTES DA MESMA EXECUCAO NEM TENTAM (UM AVISO
      * SO, EM VEZ DE UM POR CLIENTE).
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *--- FILAS E GERENCIADOR (BRANCO = GERENCIADOR PADRAO DO AMBIENTE)
       01 WS-MQ-NOMES.
           05 WS-MQ-QMGR            PIC X(48) VALUE SPACES.
           05 WS-MQ-FILA-EVENTOS    PIC X(48) VALUE 'CLI.EVENTOS'.
           05 WS-MQ-FILA-LOG        PIC X(48) VALUE 'CLI.EVENTOS.LOG'.
      *--- VALIDADE DA COPIA NA FILA DE REGISTRO, EM DECIMOS DE
      *--- SEGUNDO (7 DIAS) - SOBRA FOLGA PARA UMA RECONCILIACAO
      *--- ATRASADA SEM DEIXAR A FILA CRESCER SEM LIMITE
           05 WS-MQ-EXPIRY-LOG      PIC S9(09) BINARY VALUE 6048000.
      *
       01 WS-MQ-CONTROLE.
           05 WS-MQ-HCONN           PIC S9(09) BINARY VALUE ZERO.
           05 WS-MQ-HOBJ-EVENTOS    PIC S9(09) BINARY VALUE ZERO.
           05 WS-MQ-HOBJ-LOG        PIC S9(09) BINARY VALUE ZERO.
           05 WS-MQ-OPTIONS         PIC S9(09) BINARY.
           05 WS-MQ-COMPCODE        PIC S9(09) BINARY.
           05 WS-MQ-REASON          PIC S9(09) BINARY.
           05 WS-MQ-BUFLEN          PIC S9(09) BINARY.
           05 WS-MQ-ESTADO          PIC X(01) VALUE 'N'.
              88 WS-MQ-NAO-CONECTADO VALUE 'N'.
              88 WS-MQ-PRONTO       VALUE 'S'.
              88 WS-MQ-INDISPONIVEL VALUE 'X'.
           05 WS-MQ-OPERACAO        PIC X(08).
      *
       01 MQM-OBJECT-DESCRIPTOR.
           COPY CMQODV.
       01 MQM-MESSAGE-DESCRIPTOR.
           COPY CMQMDV.
       01 MQM-PUT-MESSAGE-OPTIONS.
           COPY CMQPMOV.
       01 MQM-CONSTANTS.
           COPY CMQV.
      *
       COPY MYJEVTC.
      *
       LINKAGE SECTION.
       COPY MYJPUBC.
       COPY MYJRNLC.
      *
       PROCEDURE DIVISION USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
       MAIN-PROCEDURE.
           SET JPUB-OK TO TRUE.
           MOVE ZERO TO JPUB-MQ-REASON.
      *
           EVALUATE TRUE
               WHEN JPUB-FN-PUBLICAR
                   PERFORM 100-CLASSIFICAR-MUDANCA
                   IF WS-MQ-NAO-CONECTADO
                      PERFORM 200-CONECTAR-E-ABRIR
                   END-IF
                   IF WS-MQ-PRONTO
                      PERFORM 300-MONTAR-EVENTO
                      PERFORM 400-PUBLICAR-EVENTO
                   ELSE
                      SET JPUB-FALHA-MQ TO TRUE
                   END-IF
               WHEN JPUB-FN-CONFIRMAR
                   IF WS-MQ-PRONTO
                      PERFORM 500-CONFIRMAR
                   END-IF
               WHEN JPUB-FN-DESFAZER
                   IF WS-MQ-PRONTO
                      PERFORM 600-DESFAZER
                   END-IF
               WHEN JPUB-FN-ENCERRAR
                   IF WS-MQ-PRONTO
                      PERFORM 700-ENCERRAR
                   END-IF
               WHEN OTHER
                   SET JPUB-FALHA-MQ TO TRUE
           END-EVALUATE.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * TIPO DA MUDANCA, DERIVADO DAS IMAGENS COMO NO MYJRNEXT; A
      * ANONIMIZACAO DO MYANONYM E A ELIMINACAO
      *----------------------------------------------------------------*
       100-CLASSIFICAR-MUDANCA.
           EVALUATE TRUE
               WHEN WS-JRNL-PROGRAM-NAME = 'MYANONYM'
                    AND WS-JRNL-NOME-DEPOIS = 'ANONIMIZADO'
                   MOVE 'ELIMINACAO' TO JPUB-TIPO-MUDANCA
               WHEN WS-JRNL-NOME-ANTES = SPACES
                    AND WS-JRNL-STATUS-DEPOIS = 'ATIVO'
                   MOVE 'CRIACAO' TO JPUB-TIPO-MUDANCA
               WHEN WS-JRNL-STATUS-DEPOIS = 'INATIVO'
                   MOVE 'INATIVACAO' TO JPUB-TIPO-MUDANCA
               WHEN WS-JRNL-STATUS-ANTES = SPACES
                    AND WS-JRNL-STATUS-DEPOIS = SPACES
                   MOVE 'NOME' TO JPUB-TIPO-MUDANCA
               WHEN OTHER
                   MOVE 'STATUS' TO JPUB-TIPO-MUDANCA
           END-EVALUATE.
           EXIT.
      *
      *----------------------------------------------------------------*
      * PRIMEIRA PUBLICACAO DA EXECUCAO: CONEXAO E ABERTURA DAS DUAS
      * FILAS. JA CONECTADO PELO PROPRIO CHAMADOR (AVISO 2002) SERVE.
      *----------------------------------------------------------------*
       200-CONECTAR-E-ABRIR.
           CALL 'MQCONN' USING WS-MQ-QMGR
                               WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE = MQCC-FAILED
              MOVE 'MQCONN' TO WS-MQ-OPERACAO
              PERFORM 900-AVISAR-FALHA
              SET WS-MQ-INDISPONIVEL TO TRUE
              GO TO 200-SAI
           END-IF.
      *
           COMPUTE WS-MQ-OPTIONS = MQOO-OUTPUT
                                 + MQOO-FAIL-IF-QUIESCING.
           MOVE MQOT-Q TO MQOD-OBJECTTYPE.
           MOVE WS-MQ-FILA-EVENTOS TO MQOD-OBJECTNAME.
           CALL 'MQOPEN' USING WS-MQ-HCONN
                               MQM-OBJECT-DESCRIPTOR
                               WS-MQ-OPTIONS
                               WS-MQ-HOBJ-EVENTOS
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT = MQCC-OK
              MOVE 'MQOPEN' TO WS-MQ-OPERACAO
              PERFORM 900-AVISAR-FALHA
              SET WS-MQ-INDISPONIVEL TO TRUE
              GO TO 200-SAI
           END-IF.
      *
           MOVE WS-MQ-FILA-LOG TO MQOD-OBJECTNAME.
           CALL 'MQOPEN' USING WS-MQ-HCONN
                               MQM-OBJECT-DESCRIPTOR
                               WS-MQ-OPTIONS
                               WS-MQ-HOBJ-LOG
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT = MQCC-OK
              MOVE 'MQOPEN' TO WS-MQ-OPERACAO
              PERFORM 900-AVISAR-FALHA
              SET WS-MQ-INDISPONIVEL TO TRUE
              GO TO 200-SAI
           END-IF.
           SET WS-MQ-PRONTO TO TRUE.
       200-SAI.
           EXIT.
      *
       300-MONTAR-EVENTO.
           MOVE SPACES TO JEVT-EVENTO.
           MOVE '01'                     TO JEVT-VERSAO.
           MOVE JPUB-TIPO-MUDANCA        TO JEVT-TIPO.
           MOVE WS-JRNL-ID-CLIENTE       TO JEVT-ID-CLIENTE.
           MOVE WS-JRNL-CHANGE-TS        TO JEVT-CHANGE-TS.
           MOVE WS-JRNL-PROGRAM-NAME     TO JEVT-PROGRAMA.
           MOVE WS-JRNL-TASK-ID          TO JEVT-TASK-ID.
           IF JPUB-REPUBLICADO
              MOVE 'S' TO JEVT-REPUBLICADO
           ELSE
              MOVE 'N' TO JEVT-REPUBLICADO
           END-IF.
           MOVE WS-JRNL-NOME-ANTES       TO JEVT-NOME-ANTES.
           MOVE WS-JRNL-NOME-CONT-ANTES  TO JEVT-NOME-CONT-ANTES.
           MOVE WS-JRNL-STATUS-ANTES     TO JEVT-STATUS-ANTES.
           MOVE WS-JRNL-NOME-DEPOIS      TO JEVT-NOME-DEPOIS.
           MOVE WS-JRNL-NOME-CONT-DEPOIS TO JEVT-NOME-CONT-DEPOIS.
           MOVE WS-JRNL-STATUS-DEPOIS    TO JEVT-STATUS-DEPOIS.
           EXIT.
      *
      *----------------------------------------------------------------*
      * MQPUT SOB SYNCPOINT NA CLI.EVENTOS (SEM VALIDADE) E NA FILA DE
      * REGISTRO (VALIDADE DE 7 DIAS)
      *----------------------------------------------------------------*
       400-PUBLICAR-EVENTO.
           MOVE LENGTH OF JEVT-EVENTO TO WS-MQ-BUFLEN.
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                 + MQPMO-NEW-MSG-ID
                                 + MQPMO-FAIL-IF-QUIESCING.
           MOVE MQFMT-STRING     TO MQMD-FORMAT.
           MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE.
           MOVE MQCI-NONE        TO MQMD-CORRELID.
           MOVE MQEI-UNLIMITED   TO MQMD-EXPIRY.
           CALL 'MQPUT' USING WS-MQ-HCONN
                              WS-MQ-HOBJ-EVENTOS
                              MQM-MESSAGE-DESCRIPTOR
                              MQM-PUT-MESSAGE-OPTIONS
                              WS-MQ-BUFLEN
                              JEVT-EVENTO
                              WS-MQ-COMPCODE
                              WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT = MQCC-OK
              MOVE 'MQPUT' TO WS-MQ-OPERACAO
              PERFORM 900-AVISAR-FALHA
              GO TO 400-SAI
           END-IF.
      *
           MOVE WS-MQ-EXPIRY-LOG TO MQMD-EXPIRY.
           CALL 'MQPUT' USING WS-MQ-HCONN
                              WS-MQ-HOBJ-LOG
                              MQM-MESSAGE-DESCRIPTOR
                              MQM-PUT-MESSAGE-OPTIONS
                              WS-MQ-BUFLEN
                              JEVT-EVENTO
                              WS-MQ-COMPCODE
                              WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT = MQCC-OK
              MOVE 'MQPUT' TO WS-MQ-OPERACAO
              PERFORM 900-AVISAR-FALHA
           END-IF.
       400-SAI.
           EXIT.
      *
       500-CONFIRMAR.
           CALL 'MQCMIT' USING WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT = MQCC-OK
              MOVE 'MQCMIT' TO WS-MQ-OPERACAO
              PERFORM 900-AVISAR-FALHA
           END-IF.
           EXIT.
      *
       600-DESFAZER.
           CALL 'MQBACK' USING WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT = MQCC-OK
              MOVE 'MQBACK' TO WS-MQ-OPERACAO
              PERFORM 900-AVISAR-FALHA
           END-IF.
           EXIT.
      *
       700-ENCERRAR.
           MOVE MQCO-NONE TO WS-MQ-OPTIONS.
           CALL 'MQCLOSE' USING WS-MQ-HCONN
                                WS-MQ-HOBJ-EVENTOS
                                WS-MQ-OPTIONS
                                WS-MQ-COMPCODE
                                WS-MQ-REASON.
           CALL 'MQCLOSE' USING WS-MQ-HCONN
                                WS-MQ-HOBJ-LOG
                                WS-MQ-OPTIONS
                                WS-MQ-COMPCODE
                                WS-MQ-REASON.
           CALL 'MQDISC' USING WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT = MQCC-OK
              MOVE 'MQDISC' TO WS-MQ-OPERACAO
              PERFORM 900-AVISAR-FALHA
           END-IF.
           SET WS-MQ-NAO-CONECTADO TO TRUE.
           EXIT.
      *
      *--- A FALHA NAO E FATAL PARA O CHAMADOR: AVISO E RETORNO '08'
       900-AVISAR-FALHA.
           SET JPUB-FALHA-MQ TO TRUE.
           MOVE WS-MQ-REASON TO JPUB-MQ-REASON.
           DISPLAY 'MYJRNPUB: FALHA NO ' WS-MQ-OPERACAO
                   ' REASON ' WS-MQ-REASON
                   ' CLIENTE ' WS-JRNL-ID-CLIENTE
                   ' - EVENTO FICA PARA A RECONCILIACAO'.
           EXIT.
