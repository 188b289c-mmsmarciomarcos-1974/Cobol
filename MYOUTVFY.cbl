      * RETURN-CODE 0 = ARQUIVO INTEGRO; 8 = DIVERGENCIA (ARQUIVO
      * TRUNCADO, FORA DE ORDEM OU CORROMPIDO) - FECHA NO DESTINO A
      * CADEIA DE RECONCILIACAO QUE SO EXISTIA NA ENTRADA.
      *
      * COM O ID DO CONSUMIDOR NO PARMDD (COPIAS DO MYDISTRB), GRAVA
      * TAMBEM NO CONFOUTDD A CONFIRMACAO DE RECEBIMENTO (LAYOUT
      * MYDCNFC: RODADA DO 'H', CONTAGEM E HASH CALCULADOS E O
      * RETURN-CODE DA VERIFICACAO), QUE O CONSUMIDOR DEVOLVE PARA O
      * MYDSTCNF. SEM PARMDD, SO A VERIFICACAO DE SEMPRE.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OUT-FILE-STATUS.
      *
      *--- ID DO CONSUMIDOR (OPCIONAL) E A CONFIRMACAO A DEVOLVER
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CONF-FILE ASSIGN TO CONFOUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CONF-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05 OUT-TRL-COUNT          PIC 9(09).
           05 OUT-TRL-CHECKSUM       PIC 9(15).
           05 FILLER                 PIC X(75).
      *
       01 OUT-HEADER-ALT REDEFINES OUT-RECORD.
           05 FILLER                 PIC X(01).
           05 OUT-HDR-RUN-DATE       PIC X(08).
           05 OUT-HDR-RUN-ID         PIC X(08).
           05 FILLER                 PIC X(83).
      *
       FD PARM-FILE
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-CONSUMIDOR        PIC X(08).
      *
       FD CONF-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       COPY MYDCNFC.
      *
       WORKING-STORAGE SECTION.
      *
           05 WS-OUT-FILE-STATUS    PIC X(02).
              88 WS-OUT-OK          VALUE '00'.
              88 WS-OUT-EOF         VALUE '10'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-CONF-FILE-STATUS   PIC X(02).
              88 WS-CONF-OK         VALUE '00'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-RECORDS      PIC 9(09) VALUE ZERO.
           05 WS-TRL-CHECKSUM       PIC 9(15) VALUE ZERO.
           05 WS-ERRO-SW            PIC X(01) VALUE 'N'.
              88 WS-TEM-ERRO        VALUE 'S'.
      *
      *--- DADOS DA CONFIRMACAO DE RECEBIMENTO
       01 WS-CONFIRMACAO.
           05 WS-CONSUMIDOR         PIC X(08) VALUE SPACES.
           05 WS-HDR-RUN-DATE       PIC X(08) VALUE SPACES.
           05 WS-HDR-RUN-ID         PIC X(08) VALUE SPACES.
           05 WS-RC-VERIFICACAO     PIC 9(02) VALUE ZERO.
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-NOW-TIME-RAW       PIC 9(08) VALUE ZERO.
           05 WS-NOW-TIME-6 REDEFINES WS-NOW-TIME-RAW.
              10 WS-NOW-TIME        PIC 9(06).
              10 FILLER             PIC 9(02).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-TEM-ERRO
              DISPLAY '*** MYOUTVFY: ARQUIVO REPROVADO NA '
                      'VERIFICACAO ***'
              MOVE 8 TO WS-RC-VERIFICACAO
           ELSE
              DISPLAY 'MYOUTVFY: ARQUIVO INTEGRO. REGISTROS D: '
                      WS-COUNT-DETAILS
           END-IF.
           IF WS-CONSUMIDOR NOT = SPACES
              PERFORM 3100-GRAVAR-CONFIRMACAO
           END-IF.
           MOVE WS-RC-VERIFICACAO TO RETURN-CODE.
           DISPLAY 'PROGRAMA MYOUTVFY CONCLUIDO'.
           STOP RUN.
      *
              DISPLAY 'FILE STATUS: ' WS-OUT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
      *--- ID DO CONSUMIDOR: SO COM ELE HA CONFIRMACAO A DEVOLVER
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              MOVE PARM-CONSUMIDOR TO WS-CONSUMIDOR
           END-IF.
           CLOSE PARM-FILE.
           IF WS-CONSUMIDOR NOT = SPACES
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
              ACCEPT WS-NOW-TIME-RAW FROM TIME
              OPEN OUTPUT CONF-FILE
              IF NOT WS-CONF-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO CONF-FILE'
                 DISPLAY 'FILE STATUS: ' WS-CONF-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           PERFORM 4000-READ-NEXT-RECORD.
           EXIT.
      *
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
                   SET WS-HDR-SEEN TO TRUE
                   MOVE OUT-HDR-RUN-DATE TO WS-HDR-RUN-DATE
                   MOVE OUT-HDR-RUN-ID   TO WS-HDR-RUN-ID
      *
               WHEN OUT-REC-IS-DETAIL
                   IF WS-TRL-SEEN
           END-IF.
           EXIT.
      *
      *--- CONFIRMACAO DE RECEBIMENTO: O QUE FOI REALMENTE CONTADO NO
      *--- DESTINO (NAO O QUE O TRAILER DIZ) E O VEREDITO
       3100-GRAVAR-CONFIRMACAO.
           MOVE SPACES               TO DCF-RECORD.
           MOVE WS-CONSUMIDOR        TO DCF-CONSUMIDOR.
           MOVE WS-HDR-RUN-DATE      TO DCF-RUN-DATE.
           MOVE WS-HDR-RUN-ID        TO DCF-RUN-ID.
           MOVE WS-COUNT-DETAILS     TO DCF-COUNT.
           MOVE WS-CHECKSUM          TO DCF-CHECKSUM.
           MOVE WS-RC-VERIFICACAO    TO DCF-RC-VERIFICACAO.
           MOVE WS-TODAY-DATE        TO DCF-DATA-VERIFICACAO.
           MOVE WS-NOW-TIME          TO DCF-HORA-VERIFICACAO.
           WRITE DCF-RECORD.
           IF NOT WS-CONF-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO CONF-FILE'
              DISPLAY 'FILE STATUS: ' WS-CONF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE CONF-FILE.
           DISPLAY 'MYOUTVFY: CONFIRMACAO GRAVADA PARA O CONSUMIDOR '
                   WS-CONSUMIDOR.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
