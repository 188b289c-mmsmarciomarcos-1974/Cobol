       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYAGQCOL.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - COLETOR DIARIO DA QUALIDADE POR AGENCIA
      *
      * OS SINAIS DE QUALIDADE DE CADA AGENCIA TRANSMISSORA SO EXISTEM
      * NA NOITE EM QUE SAO PRODUZIDOS: O REJ-FILE DO MYBATCH E
      * RECRIADO A CADA RODADA E AS CONTAGENS DE ESTORNOS FICAM DENTRO
      * DO IN-FILE. ESTE COLETOR RODA LOGO DEPOIS DO RETORNO POR
      * AGENCIA (MYACKGEN) E ACRESCENTA (OPEN EXTEND) AO HISTORICO
      * ACUMULADO AGQHISTDD, POR LOTE DA RODADA:
      *
      *   'L' - UMA LINHA POR LOTE DO ACK-FILE: DETALHES LIDOS,
      *         ACEITOS, REJEITADOS, ESTORNOS ('R' DO LOTE NO IN-FILE)
      *         E O FLAG DE BALANCEAMENTO;
      *   'J' - UMA LINHA POR LOTE + REJ-REASON-CODE, COM A CONTAGEM.
      *
      * A AGENCIA E O PREFIXO DO ID DA RODADA (MESMO CRITERIO DO R015
      * DO MYBATCH). O BOLETIM MENSAL DE QUALIDADE POR AGENCIA
      * (MYAGQSCR) LE ESSE HISTORICO.
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
           SELECT ACK-FILE ASSIGN TO ACKFILDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT REJ-FILE ASSIGN TO REJECTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT IN-FILE ASSIGN TO INPUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT AGQHIST-FILE ASSIGN TO AGQHISTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AGQ-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO ACK-RECORD DO MYBATCH
       FD ACK-FILE
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ACK-RECORD.
           05 ACK-RUN-DATE           PIC X(08).
           05 ACK-RUN-ID             PIC X(08).
           05 ACK-DET-LIDOS          PIC 9(07).
           05 ACK-ACEITOS            PIC 9(07).
           05 ACK-REJEITADOS         PIC 9(07).
           05 ACK-TOT-DEBITO         PIC 9(13)V99.
           05 ACK-TOT-CREDITO        PIC 9(13)V99.
           05 ACK-BALANCEADO         PIC X(01).
           05 FILLER                 PIC X(02).
      *
      *--- MESMO LAYOUT DO REJ-RECORD DO MYBATCH
       FD REJ-FILE
          RECORD CONTAINS 92 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 REJ-RECORD.
           05 REJ-IN-DATA            PIC X(80).
           05 REJ-REASON-CODE        PIC X(04).
           05 REJ-RUN-ID             PIC X(08).
      *
       FD IN-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 IN-RECORD                 PIC X(80).
      *
      *--- HISTORICO ACUMULADO DE QUALIDADE POR AGENCIA (MESMO LAYOUT
      *--- DO AGQHIST-RECORD DO MYAGQSCR)
       FD AGQHIST-FILE
          RECORD CONTAINS 60 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 AGQHIST-RECORD.
           05 AGQ-RUN-DATE           PIC 9(08).
           05 AGQ-RUN-ID             PIC X(08).
           05 AGQ-TIPO               PIC X(01).
              88 AGQ-TIPO-LOTE       VALUE 'L'.
              88 AGQ-TIPO-REJEICAO   VALUE 'J'.
           05 AGQ-DADOS              PIC X(43).
           05 AGQ-LOTE REDEFINES AGQ-DADOS.
              10 AGQ-LIDOS           PIC 9(07).
              10 AGQ-ACEITOS         PIC 9(07).
              10 AGQ-REJEITADOS      PIC 9(07).
              10 AGQ-ESTORNOS        PIC 9(07).
              10 AGQ-BALANCEADO      PIC X(01).
              10 FILLER              PIC X(14).
           05 AGQ-REJEICAO REDEFINES AGQ-DADOS.
              10 AGQ-MOTIVO          PIC X(04).
              10 AGQ-QTDE-MOTIVO     PIC 9(07).
              10 FILLER              PIC X(32).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-ACK-FILE-STATUS    PIC X(02).
              88 WS-ACK-OK          VALUE '00'.
           05 WS-REJ-FILE-STATUS    PIC X(02).
              88 WS-REJ-OK          VALUE '00'.
           05 WS-IN-FILE-STATUS     PIC X(02).
              88 WS-IN-OK           VALUE '00'.
           05 WS-AGQ-FILE-STATUS    PIC X(02).
              88 WS-AGQ-OK          VALUE '00'.
      *
      *--- MESMO DISCRIMINADOR DE TIPO DO MYBATCH/MYINVAL
       01 WS-IN-RECORD-LAYOUT.
           05 WS-IN-REC-TYPE        PIC X(01).
              88 WS-REC-IS-HEADER   VALUE 'H'.
              88 WS-REC-IS-REVERSAL VALUE 'R'.
           05 FILLER                PIC X(08).
           05 WS-IN-HDR-RUN-ID      PIC X(08).
           05 FILLER                PIC X(63).
      *
      *--- LOTES DA RODADA, NA ORDEM DO ACK-FILE (ATE 200 LOTES,
      *--- MESMO LIMITE DO MYINSORT)
       01 WS-LOTE-TABLE.
           05 WS-LOT-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-LOT-ENTRY OCCURS 200 TIMES
              INDEXED BY WS-LOT-IDX.
              10 WS-LOT-RUN-DATE    PIC X(08).
              10 WS-LOT-RUN-ID      PIC X(08).
              10 WS-LOT-LIDOS       PIC 9(07).
              10 WS-LOT-ACEITOS     PIC 9(07).
              10 WS-LOT-REJEITADOS  PIC 9(07).
              10 WS-LOT-ESTORNOS    PIC 9(07).
              10 WS-LOT-BALANCEADO  PIC X(01).
      *
      *--- REJEITADOS POR LOTE + MOTIVO (VARREDURA LINEAR, MESMA
      *--- TECNICA DO MYDQCOLL)
       01 WS-MOTIVO-TABLE.
           05 WS-MOT-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-MOT-ENTRY OCCURS 1000 TIMES
              INDEXED BY WS-MOT-IDX.
              10 WS-MOT-RUN-ID      PIC X(08).
              10 WS-MOT-MOTIVO      PIC X(04).
              10 WS-MOT-TOTAL       PIC 9(07).
      *
       01 WS-WORK-VARS.
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-LOTE-ATUAL         PIC X(08) VALUE SPACES.
           05 WS-ACHOU-SW           PIC X(01) VALUE 'N'.
              88 WS-ACHOU           VALUE 'S'.
           05 WS-COUNT-GRAVADOS     PIC 9(05) VALUE ZERO.
           05 WS-COUNT-SEM-LOTE     PIC 9(05) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2100-COLETAR-LOTES.
           PERFORM 2200-COLETAR-ESTORNOS.
           PERFORM 2300-COLETAR-REJEITADOS.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYAGQCOL CONCLUIDO. LOTES: '
                   WS-LOT-COUNT ' LINHAS GRAVADAS: '
                   WS-COUNT-GRAVADOS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE COLETA
      *================================================================*
      *--- UM LOTE POR LINHA DO ACK-FILE DA RODADA
       2100-COLETAR-LOTES.
           OPEN INPUT ACK-FILE.
           IF NOT WS-ACK-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ACK-FILE'
              DISPLAY 'FILE STATUS: ' WS-ACK-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ ACK-FILE.
           PERFORM UNTIL NOT WS-ACK-OK
              IF WS-LOT-COUNT < 200
                 ADD 1 TO WS-LOT-COUNT
                 SET WS-LOT-IDX TO WS-LOT-COUNT
                 MOVE ACK-RUN-DATE   TO WS-LOT-RUN-DATE(WS-LOT-IDX)
                 MOVE ACK-RUN-ID     TO WS-LOT-RUN-ID(WS-LOT-IDX)
                 MOVE ACK-DET-LIDOS  TO WS-LOT-LIDOS(WS-LOT-IDX)
                 MOVE ACK-ACEITOS    TO WS-LOT-ACEITOS(WS-LOT-IDX)
                 MOVE ACK-REJEITADOS TO WS-LOT-REJEITADOS(WS-LOT-IDX)
                 MOVE ZERO           TO WS-LOT-ESTORNOS(WS-LOT-IDX)
                 MOVE ACK-BALANCEADO TO WS-LOT-BALANCEADO(WS-LOT-IDX)
              ELSE
                 DISPLAY 'MYAGQ001 MAIS DE 200 LOTES NA RODADA. '
                         'EXCEDENTES DESCARTADOS.'
              END-IF
              READ ACK-FILE
           END-PERFORM.
           CLOSE ACK-FILE.
           EXIT.
      *
      *--- ESTORNOS ('R') DE CADA LOTE DO IN-FILE JA NORMALIZADO: O
      *--- LOTE CORRENTE E O DO ULTIMO HEADER LIDO
       2200-COLETAR-ESTORNOS.
           OPEN INPUT IN-FILE.
           IF NOT WS-IN-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO IN-FILE'
              DISPLAY 'FILE STATUS: ' WS-IN-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ IN-FILE INTO WS-IN-RECORD-LAYOUT.
           PERFORM UNTIL NOT WS-IN-OK
              EVALUATE TRUE
                  WHEN WS-REC-IS-HEADER
                      MOVE WS-IN-HDR-RUN-ID TO WS-LOTE-ATUAL
                  WHEN WS-REC-IS-REVERSAL
                      PERFORM 2900-LOCALIZAR-LOTE
                      IF WS-ACHOU
                         ADD 1 TO WS-LOT-ESTORNOS(WS-LOT-IDX)
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              READ IN-FILE INTO WS-IN-RECORD-LAYOUT
           END-PERFORM.
           CLOSE IN-FILE.
           EXIT.
      *
       2300-COLETAR-REJEITADOS.
           OPEN INPUT REJ-FILE.
           IF NOT WS-REJ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO REJ-FILE'
              DISPLAY 'FILE STATUS: ' WS-REJ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ REJ-FILE.
           PERFORM UNTIL NOT WS-REJ-OK
              MOVE REJ-RUN-ID TO WS-LOTE-ATUAL
              PERFORM 2900-LOCALIZAR-LOTE
              IF WS-ACHOU
                 PERFORM 2950-ACUMULAR-MOTIVO
              ELSE
                 ADD 1 TO WS-COUNT-SEM-LOTE
              END-IF
              READ REJ-FILE
           END-PERFORM.
           CLOSE REJ-FILE.
           IF WS-COUNT-SEM-LOTE > ZERO
              DISPLAY 'MYAGQ002 REJEITADOS SEM LOTE NO ACK-FILE: '
                      WS-COUNT-SEM-LOTE
           END-IF.
           EXIT.
      *
       2900-LOCALIZAR-LOTE.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WS-LOT-COUNT > ZERO
              PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                      UNTIL WS-LOT-IDX > WS-LOT-COUNT
                         OR WS-ACHOU
                 IF WS-LOT-RUN-ID(WS-LOT-IDX) = WS-LOTE-ATUAL
                    SET WS-ACHOU TO TRUE
                 END-IF
              END-PERFORM
              IF WS-ACHOU
                 SET WS-LOT-IDX DOWN BY 1
              END-IF
           END-IF.
           EXIT.
      *
       2950-ACUMULAR-MOTIVO.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WS-MOT-COUNT > ZERO
              PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                      UNTIL WS-MOT-IDX > WS-MOT-COUNT
                 IF WS-MOT-RUN-ID(WS-MOT-IDX) = WS-LOTE-ATUAL
                    AND WS-MOT-MOTIVO(WS-MOT-IDX) = REJ-REASON-CODE
                    ADD 1 TO WS-MOT-TOTAL(WS-MOT-IDX)
                    SET WS-ACHOU TO TRUE
                    SET WS-MOT-IDX TO WS-MOT-COUNT
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT WS-ACHOU
              IF WS-MOT-COUNT < 1000
                 ADD 1 TO WS-MOT-COUNT
                 SET WS-MOT-IDX TO WS-MOT-COUNT
                 MOVE WS-LOTE-ATUAL   TO WS-MOT-RUN-ID(WS-MOT-IDX)
                 MOVE REJ-REASON-CODE TO WS-MOT-MOTIVO(WS-MOT-IDX)
                 MOVE 1 TO WS-MOT-TOTAL(WS-MOT-IDX)
              ELSE
                 DISPLAY 'MYAGQ003 MAIS DE 1000 LOTE/MOTIVO. '
                         'EXCEDENTES DESCARTADOS.'
              END-IF
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
      *--- ACRESCENTA OS LOTES DA NOITE AO HISTORICO ACUMULADO
           OPEN EXTEND AGQHIST-FILE.
           IF NOT WS-AGQ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA (EXTEND) DO AGQHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-AGQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
              MOVE SPACES TO AGQHIST-RECORD
              IF WS-LOT-RUN-DATE(WS-LOT-IDX) IS NUMERIC
                 MOVE WS-LOT-RUN-DATE(WS-LOT-IDX) TO AGQ-RUN-DATE
              ELSE
                 MOVE WS-TODAY-DATE TO AGQ-RUN-DATE
              END-IF
              MOVE WS-LOT-RUN-ID(WS-LOT-IDX)     TO AGQ-RUN-ID
              SET AGQ-TIPO-LOTE                  TO TRUE
              MOVE WS-LOT-LIDOS(WS-LOT-IDX)      TO AGQ-LIDOS
              MOVE WS-LOT-ACEITOS(WS-LOT-IDX)    TO AGQ-ACEITOS
              MOVE WS-LOT-REJEITADOS(WS-LOT-IDX) TO AGQ-REJEITADOS
              MOVE WS-LOT-ESTORNOS(WS-LOT-IDX)   TO AGQ-ESTORNOS
              MOVE WS-LOT-BALANCEADO(WS-LOT-IDX) TO AGQ-BALANCEADO
              PERFORM 3900-GRAVAR-HISTORICO
              PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                      UNTIL WS-MOT-IDX > WS-MOT-COUNT
                 IF WS-MOT-RUN-ID(WS-MOT-IDX)
                    = WS-LOT-RUN-ID(WS-LOT-IDX)
                    MOVE SPACES TO AGQ-DADOS
                    SET AGQ-TIPO-REJEICAO TO TRUE
                    MOVE WS-MOT-MOTIVO(WS-MOT-IDX) TO AGQ-MOTIVO
                    MOVE WS-MOT-TOTAL(WS-MOT-IDX)  TO AGQ-QTDE-MOTIVO
                    PERFORM 3900-GRAVAR-HISTORICO
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
           CLOSE AGQHIST-FILE.
           EXIT.
      *
       3900-GRAVAR-HISTORICO.
           WRITE AGQHIST-RECORD.
           IF NOT WS-AGQ-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO AGQHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-AGQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-GRAVADOS.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYAGQCOL ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
