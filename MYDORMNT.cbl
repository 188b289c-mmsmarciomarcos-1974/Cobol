       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYDORMNT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - DETECCAO DE CONTAS DORMENTES NO MESTRE
      *
      * UM MESTRE COM MST-ULT-ATUALIZACAO DE DOIS ANOS ATRAS SE
      * COMPORTAVA IGUAL A UMA CONTA ATIVA. ESTE PROGRAMA, RODADO NO
      * FECHAMENTO MENSAL (STEP093 DO MYMONTH/MYYEAR), VARRE O
      * CADASTRO MESTRE (MASTERDD) E MARCA COMO DORMENTE
      * (MST-SITUACAO = 'D') TODA CONTA SEM MOVIMENTO HA MAIS DE N
      * DIAS (PARMDD). A PARTIR DAI O MYBATCH REJEITA DEBITO NA CONTA
      * (R018); UM CREDITO POSTA E REATIVA A CONTA, E O OPERADOR
      * TAMBEM REATIVA PELA TRNB (PF9, COM AUDITORIA NA 'AUDT').
      *
      * A DATA DA DORMENCIA FICA NO PROPRIO MESTRE
      * (MST-DATA-DORMENCIA): GRAVADA AQUI NA MARCACAO E ZERADA NA
      * REATIVACAO (CREDITO NO MYBATCH OU PF9 NA TRNB; SE AINDA
      * ESTIVER PREENCHIDA NUMA CONTA ATIVA, ESTE PROGRAMA ZERA). O
      * CADASTRO DE DORMENCIAS (DORMDD, VSAM KSDS POR ID + CONTA)
      * CONTINUA COMO ARQUIVO DE TRABALHO DO RELATORIO: GUARDA AS
      * DORMENCIAS EM ABERTO COM A DATA, A ULTIMA MOVIMENTACAO E O
      * SALDO DO MOMENTO DA MARCACAO. CONTA QUE VOLTOU A ATIVA DESDE
      * A RODADA ANTERIOR SAI DO DORMDD E APARECE NO RELATORIO COMO
      * REATIVADA.
      *
      * RELATORIO (REPORTDD): CONTAS MARCADAS NESTA RODADA, CONTAS
      * REATIVADAS DESDE A ANTERIOR E TOTAIS (INCLUSIVE O ESTOQUE DE
      * DORMENTES E O SALDO PARADO NELAS).
      *
      * PARMDD (OPCIONAL): COLUNAS 1-5 = DIAS SEM MOVIMENTO PARA A
      * DORMENCIA (PADRAO 730); COLUNAS 6-13 = DATA DE REFERENCIA
      * AAAAMMDD (PADRAO A DATA DO SISTEMA).
      *
      * RETURN-CODE 0 = OK; 16 = ERRO FATAL.
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
      *
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *
      *--- CADASTRO DE DORMENCIAS EM ABERTO (VSAM KSDS POR ID + CONTA)
           SELECT DRM-FILE ASSIGN TO DORMDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DRM-CHAVE
                  FILE STATUS IS WS-DRM-FILE-STATUS.
      *
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO MST-RECORD DO MYBATCH
       FD MST-FILE
          RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE.
               10 MST-ID             PIC X(10).
               10 MST-CONTA          PIC 9(03).
           05 MST-DATA               PIC X(68).
           05 MST-ULT-ATUALIZACAO    PIC 9(08).
           05 MST-SALDO              PIC S9(11)V99.
           05 MST-SITUACAO           PIC X(01).
              88 MST-DORMENTE        VALUE 'D'.
           05 MST-DATA-DORMENCIA     PIC 9(08).
           05 MST-DATA-NEGATIVO      PIC 9(08).
      *
       FD DRM-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 DRM-RECORD.
           05 DRM-CHAVE.
               10 DRM-ID             PIC X(10).
               10 DRM-CONTA          PIC 9(03).
           05 DRM-DATA-DORMENCIA     PIC 9(08).
           05 DRM-ULT-MOVIMENTO      PIC 9(08).
           05 DRM-SALDO              PIC S9(11)V99.
           05 FILLER                 PIC X(01).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-DIAS-DORMENCIA    PIC 9(05).
           05 PARM-DATA-REFERENCIA   PIC 9(08).
           05 FILLER                 PIC X(67).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK          VALUE '00'.
              88 WS-MST-EOF         VALUE '10'.
           05 WS-DRM-FILE-STATUS    PIC X(02).
              88 WS-DRM-OK          VALUE '00'.
              88 WS-DRM-NOTFND      VALUE '23'.
              88 WS-DRM-DUPKEY      VALUE '22'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-PARAMETROS.
           05 WS-DIAS-DORMENCIA     PIC 9(05) VALUE 730.
           05 WS-CURRENT-DATE-RAW   PIC 9(08).
           05 WS-DATA-REFERENCIA    PIC 9(08) VALUE ZERO.
           05 WS-REF-INTEGER        PIC S9(09) COMP VALUE ZERO.
           05 WS-MOV-INTEGER        PIC S9(09) COMP VALUE ZERO.
           05 WS-DIAS-PARADA        PIC S9(09) COMP VALUE ZERO.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-NOVAS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-JA-DORMENTES PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REATIVADAS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-DATA     PIC 9(07) VALUE ZERO.
           05 WS-SALDO-DORMENTE     PIC S9(13)V99 VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(40) VALUE
              'MYDORMNT - CONTAS DORMENTES         REF '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(16) VALUE
              '  DIAS SEM MOV: '.
           05 RPT-HDR-DIAS          PIC ZZZZ9.
           05 FILLER                PIC X(63) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE
              'CLIENTE/CONTA  ULT.MOVTO DIAS PARADA                 SALD
      -       'O  DORMENCIA SITUACAO'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-CLIENTE       PIC X(10).
           05 FILLER                PIC X(01) VALUE '/'.
           05 RPT-DET-CONTA         PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ULT-MOV       PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-DIAS          PIC ZZZ.ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-DET-SALDO         PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-DORMENCIA     PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SITUACAO      PIC X(30).
           05 FILLER                PIC X(36) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(93) VALUE SPACES.
      *
       01 WS-RPT-AMOUNT-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-AMT-DESC          PIC X(30).
           05 RPT-AMT-VALUE         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(83) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 4000-READ-MASTER.
           PERFORM UNTIL WS-MST-EOF
              PERFORM 2000-PROCESS-MASTER
              PERFORM 4000-READ-MASTER
           END-PERFORM.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYDORMNT CONCLUIDO. NOVAS DORMENTES: '
                   WS-COUNT-NOVAS ' REATIVADAS: ' WS-COUNT-REATIVADAS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           PERFORM 1100-OPEN-FILES.
           MOVE WS-DATA-REFERENCIA TO RPT-HDR-DATA.
           MOVE WS-DIAS-DORMENCIA  TO RPT-HDR-DIAS.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       1100-OPEN-FILES.
           OPEN I-O MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN I-O DRM-FILE.
           IF NOT WS-DRM-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO DRM-FILE'
              DISPLAY 'FILE STATUS: ' WS-DRM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       1150-READ-PARM-CARD.
           ACCEPT WS-CURRENT-DATE-RAW FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-RAW TO WS-DATA-REFERENCIA.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DIAS-DORMENCIA IS NUMERIC
                 AND PARM-DIAS-DORMENCIA > ZERO
                 MOVE PARM-DIAS-DORMENCIA TO WS-DIAS-DORMENCIA
              END-IF
              IF PARM-DATA-REFERENCIA IS NUMERIC
                 AND PARM-DATA-REFERENCIA > ZERO
                 MOVE PARM-DATA-REFERENCIA TO WS-DATA-REFERENCIA
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           COMPUTE WS-REF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA).
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
       2000-PROCESS-MASTER.
           ADD 1 TO WS-COUNT-LIDOS.
           IF MST-DORMENTE
              ADD 1 TO WS-COUNT-JA-DORMENTES
              ADD MST-SALDO TO WS-SALDO-DORMENTE
           ELSE
              IF MST-ULT-ATUALIZACAO IS NOT NUMERIC
                 OR MST-ULT-ATUALIZACAO = ZERO
                 ADD 1 TO WS-COUNT-SEM-DATA
              ELSE
                 COMPUTE WS-MOV-INTEGER =
                    FUNCTION INTEGER-OF-DATE(MST-ULT-ATUALIZACAO)
                 COMPUTE WS-DIAS-PARADA =
                    WS-REF-INTEGER - WS-MOV-INTEGER
                 IF WS-DIAS-PARADA > WS-DIAS-DORMENCIA
                    PERFORM 2100-MARK-DORMANT
                 END-IF
              END-IF
      *--- AINDA ATIVA: DORMENCIA EM ABERTO NO DORMDD = REATIVADA
      *--- DESDE A RODADA ANTERIOR
              IF NOT MST-DORMENTE
                 PERFORM 2200-CHECK-REACTIVATED
                 IF MST-DATA-DORMENCIA NOT = ZERO
                    PERFORM 2300-CLEAR-DORMANCY-DATE
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       2100-MARK-DORMANT.
           SET MST-DORMENTE TO TRUE.
           MOVE WS-DATA-REFERENCIA TO MST-DATA-DORMENCIA.
           REWRITE MST-RECORD.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL DE REWRITE NO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE MST-CHAVE           TO DRM-CHAVE.
           MOVE WS-DATA-REFERENCIA  TO DRM-DATA-DORMENCIA.
           MOVE MST-ULT-ATUALIZACAO TO DRM-ULT-MOVIMENTO.
           MOVE MST-SALDO           TO DRM-SALDO.
           MOVE SPACE               TO DRM-RECORD(43:1).
           WRITE DRM-RECORD.
           IF WS-DRM-DUPKEY
              REWRITE DRM-RECORD
           END-IF.
           IF NOT WS-DRM-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO DRM-FILE'
              DISPLAY 'FILE STATUS: ' WS-DRM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           ADD 1 TO WS-COUNT-NOVAS.
           ADD MST-SALDO TO WS-SALDO-DORMENTE.
           MOVE 'MARCADA DORMENTE' TO RPT-DET-SITUACAO.
           MOVE WS-DATA-REFERENCIA TO RPT-DET-DORMENCIA.
           PERFORM 3100-WRITE-DETAIL-LINE.
           EXIT.
      *
       2200-CHECK-REACTIVATED.
           MOVE MST-CHAVE TO DRM-CHAVE.
           READ DRM-FILE.
           EVALUATE TRUE
               WHEN WS-DRM-OK
                   ADD 1 TO WS-COUNT-REATIVADAS
                   MOVE 'REATIVADA' TO RPT-DET-SITUACAO
                   MOVE DRM-DATA-DORMENCIA TO RPT-DET-DORMENCIA
                   IF MST-ULT-ATUALIZACAO IS NUMERIC
                      AND MST-ULT-ATUALIZACAO > ZERO
                      COMPUTE WS-DIAS-PARADA = WS-REF-INTEGER -
                         FUNCTION INTEGER-OF-DATE(MST-ULT-ATUALIZACAO)
                   ELSE
                      MOVE ZERO TO WS-DIAS-PARADA
                   END-IF
                   PERFORM 3100-WRITE-DETAIL-LINE
                   DELETE DRM-FILE RECORD
                   IF NOT WS-DRM-OK
                      DISPLAY 'ERRO FATAL DE DELETE NO DRM-FILE'
                      DISPLAY 'FILE STATUS: ' WS-DRM-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
                   END-IF
               WHEN WS-DRM-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO DRM-FILE'
                   DISPLAY 'FILE STATUS: ' WS-DRM-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- CONTA ATIVA COM DATA DE DORMENCIA AINDA PREENCHIDA NO
      *--- MESTRE (REATIVACAO QUE NAO ZEROU A DATA): ZERA AQUI
       2300-CLEAR-DORMANCY-DATE.
           MOVE ZERO TO MST-DATA-DORMENCIA.
           REWRITE MST-RECORD.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL DE REWRITE NO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'CONTAS LIDAS NO MESTRE       :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MARCADAS DORMENTES NESTA VEZ :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-NOVAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'JA DORMENTES                 :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-JA-DORMENTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'REATIVADAS DESDE A ANTERIOR  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-REATIVADAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'SEM DATA DE MOVIMENTO        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-DATA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'SALDO EM CONTAS DORMENTES    :' TO RPT-AMT-DESC.
           MOVE WS-SALDO-DORMENTE TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           CLOSE MST-FILE DRM-FILE RPT-FILE.
           EXIT.
      *
       3100-WRITE-DETAIL-LINE.
           MOVE MST-ID              TO RPT-DET-CLIENTE.
           MOVE MST-CONTA           TO RPT-DET-CONTA.
           MOVE MST-ULT-ATUALIZACAO TO RPT-DET-ULT-MOV.
           MOVE WS-DIAS-PARADA      TO RPT-DET-DIAS.
           MOVE MST-SALDO           TO RPT-DET-SALDO.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-MASTER.
           READ MST-FILE NEXT RECORD.
           IF NOT WS-MST-OK AND NOT WS-MST-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4210-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYDORMNT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
