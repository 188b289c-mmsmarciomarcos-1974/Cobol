       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYLIQCNF.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CONFERENCIA DA CONFIRMACAO DE LIQUIDACAO
      *
      * RODA NA MANHA SEGUINTE A NOITE, SOB DEMANDA (JOB MYLIQCNF,
      * SUBMETIDO QUANDO A TESOURARIA DEVOLVE O ARQUIVO DE CONFIRMACAO
      * DA LIQUIDACAO - CNFLIQDD). LE AS INSTRUCOES GRAVADAS PELO
      * MYLIQUID (LIQFILDD - A GERACAO DA NOITE, CONFERIDA CONTRA O
      * PROPRIO TRAILER 'T') E CASA CADA CONFIRMACAO 'C' PELA DATA +
      * AGENCIA + MOEDA:
      *
      *   - LIQUIDADA     = CONFIRMADA COM SITUACAO 'L', VALOR E
      *                     SENTIDO IGUAIS AOS DA INSTRUCAO;
      *   - NAO LIQUIDADA = SEM CONFIRMACAO, OU CONFIRMADA COM
      *                     SITUACAO 'N' (A TESOURARIA NAO LIQUIDOU);
      *   - DIVERGENTE    = CONFIRMADA COM VALOR OU SENTIDO DIFERENTES,
      *                     OU CONFIRMADA MAIS DE UMA VEZ;
      *   - INESPERADA    = CONFIRMACAO SEM INSTRUCAO CORRESPONDENTE.
      *
      * INSTRUCAO COM SENTIDO 'Z' (NADA A LIQUIDAR) DISPENSA
      * CONFIRMACAO.
      *
      * RETURN-CODE 0 = TUDO LIQUIDADO; 8 = HA AGENCIA NAO LIQUIDADA,
      * DIVERGENTE OU CONFIRMACAO INESPERADA (VER RELATORIO); 16 = ERRO
      * FATAL (INCLUSIVE LIQFILDD QUE NAO FECHA COM O TRAILER).
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
      *--- INSTRUCOES DE LIQUIDACAO DA NOITE (GRAVADAS PELO MYLIQUID)
           SELECT LIQ-FILE ASSIGN TO LIQFILDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LIQ-FILE-STATUS.
      *
      *--- CONFIRMACAO DEVOLVIDA PELA TESOURARIA
           SELECT CNF-FILE ASSIGN TO CNFLIQDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CNF-FILE-STATUS.
      *
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO LIQ-RECORD DO MYLIQUID
       FD LIQ-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 LIQ-RECORD.
           05 LIQ-TIPO               PIC X(01).
              88 LIQ-E-INSTRUCAO     VALUE 'L'.
              88 LIQ-E-TRAILER       VALUE 'T'.
           05 LIQ-DETALHE.
               10 LIQ-DATA           PIC 9(08).
               10 LIQ-PREFIXO        PIC X(04).
               10 LIQ-MOEDA          PIC X(03).
               10 LIQ-QTD-DEBITOS    PIC 9(07).
               10 LIQ-TOT-DEBITO     PIC 9(13)V99.
               10 LIQ-QTD-CREDITOS   PIC 9(07).
               10 LIQ-TOT-CREDITO    PIC 9(13)V99.
               10 LIQ-QTD-ESTORNOS   PIC 9(07).
               10 LIQ-TOT-ESTORNOS   PIC S9(13)V99.
               10 LIQ-VALOR-LIQUIDO  PIC 9(13)V99.
               10 LIQ-SENTIDO        PIC X(01).
               10 FILLER             PIC X(02).
           05 LIQ-TRAILER REDEFINES LIQ-DETALHE.
               10 LIQT-DATA          PIC 9(08).
               10 LIQT-QTD-REG       PIC 9(07).
               10 LIQT-TOT-DEBITO    PIC 9(15)V99.
               10 LIQT-TOT-CREDITO   PIC 9(15)V99.
               10 LIQT-TOT-ESTORNOS  PIC S9(15)V99.
               10 LIQT-TOT-LIQUIDO   PIC S9(15)V99.
               10 FILLER             PIC X(16).
      *
      *--- CONFIRMACAO DA TESOURARIA (100 BYTES): UM 'C' POR AGENCIA/
      *--- MOEDA LIQUIDADA (OU RECUSADA); OUTROS TIPOS SAO IGNORADOS.
      *--- CNF-SITUACAO 'L' = LIQUIDADO, 'N' = NAO LIQUIDADO.
       FD CNF-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CNF-RECORD.
           05 CNF-TIPO               PIC X(01).
              88 CNF-E-CONFIRMACAO   VALUE 'C'.
           05 CNF-CHAVE.
               10 CNF-DATA           PIC 9(08).
               10 CNF-PREFIXO        PIC X(04).
               10 CNF-MOEDA          PIC X(03).
           05 CNF-VALOR-LIQUIDADO    PIC 9(13)V99.
           05 CNF-SENTIDO            PIC X(01).
           05 CNF-SITUACAO           PIC X(01).
              88 CNF-LIQUIDADO       VALUE 'L'.
           05 CNF-REFERENCIA         PIC X(20).
           05 CNF-DATA-LIQUIDACAO    PIC 9(08).
           05 FILLER                 PIC X(39).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-LIQ-FILE-STATUS    PIC X(02).
              88 WS-LIQ-OK          VALUE '00'.
              88 WS-LIQ-EOF         VALUE '10'.
           05 WS-CNF-FILE-STATUS    PIC X(02).
              88 WS-CNF-OK          VALUE '00'.
              88 WS-CNF-EOF         VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
      *--- INSTRUCOES DA NOITE (MESMO LIMITE DE 200 DO MYLIQUID) E O
      *--- QUE A CONFIRMACAO DISSE DE CADA UMA
       01 WS-INS-TABLE.
           05 WS-INS-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-INS-ENTRY OCCURS 200 TIMES
              INDEXED BY WS-INS-IDX.
              10 WS-INS-CHAVE.
                 15 WS-INS-DATA     PIC 9(08).
                 15 WS-INS-PREFIXO  PIC X(04).
                 15 WS-INS-MOEDA    PIC X(03).
              10 WS-INS-VALOR       PIC 9(13)V99.
              10 WS-INS-SENTIDO     PIC X(01).
              10 WS-INS-QTD-CNF     PIC 9(03).
              10 WS-INS-CNF-VALOR   PIC 9(13)V99.
              10 WS-INS-CNF-SENTIDO PIC X(01).
              10 WS-INS-CNF-SITUACAO PIC X(01).
              10 WS-INS-CNF-REF     PIC X(20).
      *
      *--- CONTROLE DO LIQFILDD CONTRA O TRAILER
       01 WS-LIQ-CONTROLE.
           05 WS-TRAILER-SW         PIC X(01) VALUE 'N'.
              88 WS-TRAILER-LIDO    VALUE 'S'.
           05 WS-CTL-QTD-REG        PIC 9(07) VALUE ZERO.
           05 WS-CTL-TOT-DEBITO     PIC 9(15)V99 VALUE ZERO.
           05 WS-CTL-TOT-CREDITO    PIC 9(15)V99 VALUE ZERO.
           05 WS-CTL-TOT-ESTORNOS   PIC S9(15)V99 VALUE ZERO.
      *
       01 WS-WORK-VARS.
           05 WS-ACHOU-SW           PIC X(01) VALUE 'N'.
              88 WS-ACHOU           VALUE 'S'.
           05 WS-SITUACAO-TXT       PIC X(14).
           05 WS-OBS-TXT            PIC X(40).
           05 WS-DATA-LIQ           PIC 9(08) VALUE ZERO.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-CNF-READ     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-LIQUIDADAS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-NADA         PIC 9(07) VALUE ZERO.
           05 WS-COUNT-NAO-LIQ      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-DIVERGENTES  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-INESPERADAS  PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
              'MYLIQCNF - CONFERENCIA DA CONFIRMACAO DE LIQUIDACAO'.
           05 FILLER                PIC X(12) VALUE 'LIQUIDACAO '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(60) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE
              'AGEN MOE   VALOR INSTRUIDO S   VALOR CONFIRMADO S REFEREN
      -       'CIA TESOURARIA  SITUACAO       OBSERVACAO'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-PREFIXO       PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-MOEDA         PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SENTIDO       PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-CNF-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-CNF-SENTIDO   PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-REFERENCIA    PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SITUACAO      PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-OBS           PIC X(40).
           05 FILLER                PIC X(05) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(93) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-INSTRUCTIONS.
           PERFORM 2200-MATCH-CONFIRMATIONS.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYLIQCNF CONCLUIDO. NAO LIQUIDADAS: '
                   WS-COUNT-NAO-LIQ ' DIVERGENTES: '
                   WS-COUNT-DIVERGENTES.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT LIQ-FILE.
           IF NOT WS-LIQ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO LIQ-FILE'
              DISPLAY 'FILE STATUS: ' WS-LIQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN INPUT CNF-FILE.
           IF NOT WS-CNF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CNF-FILE'
              DISPLAY 'FILE STATUS: ' WS-CNF-FILE-STATUS
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
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- CARREGA AS INSTRUCOES 'L' E CONFERE O ARQUIVO CONTRA O
      *--- TRAILER: ARQUIVO QUE NAO FECHA NAO SERVE DE BASE
       2000-LOAD-INSTRUCTIONS.
           READ LIQ-FILE.
           PERFORM UNTIL NOT WS-LIQ-OK
              EVALUATE TRUE
                  WHEN LIQ-E-INSTRUCAO
                      PERFORM 2050-GUARDAR-INSTRUCAO
                  WHEN LIQ-E-TRAILER
                      SET WS-TRAILER-LIDO TO TRUE
                      MOVE LIQT-DATA TO WS-DATA-LIQ
                      IF LIQT-QTD-REG NOT = WS-CTL-QTD-REG
                         OR LIQT-TOT-DEBITO NOT = WS-CTL-TOT-DEBITO
                         OR LIQT-TOT-CREDITO NOT = WS-CTL-TOT-CREDITO
                         OR LIQT-TOT-ESTORNOS NOT = WS-CTL-TOT-ESTORNOS
                         DISPLAY 'MYLC001 LIQFILDD NAO FECHA COM O '
                                 'TRAILER. REGISTROS: ' WS-CTL-QTD-REG
                                 ' TRAILER: ' LIQT-QTD-REG
                                 UPON CONSOLE
                         PERFORM 9900-FILE-ERROR-ABEND
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              READ LIQ-FILE
           END-PERFORM.
           IF NOT WS-LIQ-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO LIQ-FILE'
              DISPLAY 'FILE STATUS: ' WS-LIQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           IF NOT WS-TRAILER-LIDO
              DISPLAY 'MYLC002 LIQFILDD SEM TRAILER - ARQUIVO '
                      'INCOMPLETO.' UPON CONSOLE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-DATA-LIQ TO RPT-HDR-DATA.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       2050-GUARDAR-INSTRUCAO.
           ADD 1 TO WS-CTL-QTD-REG.
           ADD LIQ-TOT-DEBITO   TO WS-CTL-TOT-DEBITO.
           ADD LIQ-TOT-CREDITO  TO WS-CTL-TOT-CREDITO.
           ADD LIQ-TOT-ESTORNOS TO WS-CTL-TOT-ESTORNOS.
           IF WS-INS-COUNT >= 200
              DISPLAY 'MYLC003 MAIS DE 200 INSTRUCOES NO LIQFILDD.'
                      UPON CONSOLE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-INS-COUNT.
           SET WS-INS-IDX TO WS-INS-COUNT.
           MOVE LIQ-DATA          TO WS-INS-DATA(WS-INS-IDX).
           MOVE LIQ-PREFIXO       TO WS-INS-PREFIXO(WS-INS-IDX).
           MOVE LIQ-MOEDA         TO WS-INS-MOEDA(WS-INS-IDX).
           MOVE LIQ-VALOR-LIQUIDO TO WS-INS-VALOR(WS-INS-IDX).
           MOVE LIQ-SENTIDO       TO WS-INS-SENTIDO(WS-INS-IDX).
           MOVE ZERO              TO WS-INS-QTD-CNF(WS-INS-IDX).
           MOVE ZERO              TO WS-INS-CNF-VALOR(WS-INS-IDX).
           MOVE SPACES            TO WS-INS-CNF-SENTIDO(WS-INS-IDX).
           MOVE SPACES            TO WS-INS-CNF-SITUACAO(WS-INS-IDX).
           MOVE SPACES            TO WS-INS-CNF-REF(WS-INS-IDX).
           EXIT.
      *
      *--- CASA CADA CONFIRMACAO COM A SUA INSTRUCAO; A QUE NAO CASA E
      *--- LISTADA NA HORA COMO INESPERADA
       2200-MATCH-CONFIRMATIONS.
           READ CNF-FILE.
           PERFORM UNTIL NOT WS-CNF-OK
              IF CNF-E-CONFIRMACAO
                 ADD 1 TO WS-COUNT-CNF-READ
                 PERFORM 2250-LOCALIZAR-INSTRUCAO
                 IF WS-ACHOU
                    ADD 1 TO WS-INS-QTD-CNF(WS-INS-IDX)
                    MOVE CNF-VALOR-LIQUIDADO
                        TO WS-INS-CNF-VALOR(WS-INS-IDX)
                    MOVE CNF-SENTIDO  TO WS-INS-CNF-SENTIDO(WS-INS-IDX)
                    MOVE CNF-SITUACAO
                        TO WS-INS-CNF-SITUACAO(WS-INS-IDX)
                    MOVE CNF-REFERENCIA TO WS-INS-CNF-REF(WS-INS-IDX)
                 ELSE
                    PERFORM 2300-REPORT-UNEXPECTED
                 END-IF
              END-IF
              READ CNF-FILE
           END-PERFORM.
           IF NOT WS-CNF-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO CNF-FILE'
              DISPLAY 'FILE STATUS: ' WS-CNF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2250-LOCALIZAR-INSTRUCAO.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WS-INS-COUNT > ZERO
              SET WS-INS-IDX TO 1
              SEARCH WS-INS-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-INS-CHAVE(WS-INS-IDX) = CNF-CHAVE
                      SET WS-ACHOU TO TRUE
              END-SEARCH
              IF WS-INS-IDX > WS-INS-COUNT
                 MOVE 'N' TO WS-ACHOU-SW
              END-IF
           END-IF.
           EXIT.
      *
       2300-REPORT-UNEXPECTED.
           ADD 1 TO WS-COUNT-INESPERADAS.
           MOVE CNF-PREFIXO         TO RPT-DET-PREFIXO.
           MOVE CNF-MOEDA           TO RPT-DET-MOEDA.
           MOVE ZERO                TO RPT-DET-VALOR.
           MOVE SPACE               TO RPT-DET-SENTIDO.
           MOVE CNF-VALOR-LIQUIDADO TO RPT-DET-CNF-VALOR.
           MOVE CNF-SENTIDO         TO RPT-DET-CNF-SENTIDO.
           MOVE CNF-REFERENCIA      TO RPT-DET-REFERENCIA.
           MOVE 'INESPERADA'        TO RPT-DET-SITUACAO.
           MOVE SPACES              TO RPT-DET-OBS.
           STRING 'SEM INSTRUCAO PARA A DATA ' CNF-DATA
               DELIMITED BY SIZE INTO RPT-DET-OBS.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           IF WS-INS-COUNT > ZERO
              PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                      UNTIL WS-INS-IDX > WS-INS-COUNT
                 PERFORM 3100-AVALIAR-INSTRUCAO
              END-PERFORM
           END-IF.
           PERFORM 3300-WRITE-SUMMARY.
           IF WS-COUNT-NAO-LIQ > ZERO
              OR WS-COUNT-DIVERGENTES > ZERO
              OR WS-COUNT-INESPERADAS > ZERO
              DISPLAY 'MYLC004 LIQUIDACAO DE ' WS-DATA-LIQ
                      ' COM PENDENCIAS. VER RELATORIO.' UPON CONSOLE
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LIQ-FILE CNF-FILE RPT-FILE.
           EXIT.
      *
       3100-AVALIAR-INSTRUCAO.
           MOVE SPACES TO WS-OBS-TXT.
           EVALUATE TRUE
               WHEN WS-INS-QTD-CNF(WS-INS-IDX) = ZERO
                    AND WS-INS-SENTIDO(WS-INS-IDX) = 'Z'
                   MOVE 'NADA A LIQUIDAR' TO WS-SITUACAO-TXT
                   ADD 1 TO WS-COUNT-NADA
               WHEN WS-INS-QTD-CNF(WS-INS-IDX) = ZERO
                   MOVE 'NAO LIQUIDADA' TO WS-SITUACAO-TXT
                   MOVE 'SEM CONFIRMACAO DA TESOURARIA' TO WS-OBS-TXT
                   ADD 1 TO WS-COUNT-NAO-LIQ
               WHEN WS-INS-QTD-CNF(WS-INS-IDX) > 1
                   MOVE 'DIVERGENTE' TO WS-SITUACAO-TXT
                   MOVE 'CONFIRMADA MAIS DE UMA VEZ' TO WS-OBS-TXT
                   ADD 1 TO WS-COUNT-DIVERGENTES
               WHEN WS-INS-CNF-SITUACAO(WS-INS-IDX) NOT = 'L'
                   MOVE 'NAO LIQUIDADA' TO WS-SITUACAO-TXT
                   MOVE 'TESOURARIA DEVOLVEU SEM LIQUIDAR'
                       TO WS-OBS-TXT
                   ADD 1 TO WS-COUNT-NAO-LIQ
               WHEN WS-INS-CNF-VALOR(WS-INS-IDX)
                    NOT = WS-INS-VALOR(WS-INS-IDX)
                   MOVE 'DIVERGENTE' TO WS-SITUACAO-TXT
                   MOVE 'VALOR LIQUIDADO DIFERE DO INSTRUIDO'
                       TO WS-OBS-TXT
                   ADD 1 TO WS-COUNT-DIVERGENTES
               WHEN WS-INS-CNF-SENTIDO(WS-INS-IDX)
                    NOT = WS-INS-SENTIDO(WS-INS-IDX)
                   MOVE 'DIVERGENTE' TO WS-SITUACAO-TXT
                   MOVE 'SENTIDO LIQUIDADO DIFERE DO INSTRUIDO'
                       TO WS-OBS-TXT
                   ADD 1 TO WS-COUNT-DIVERGENTES
               WHEN OTHER
                   MOVE 'LIQUIDADA' TO WS-SITUACAO-TXT
                   ADD 1 TO WS-COUNT-LIQUIDADAS
           END-EVALUATE.
      *
           MOVE WS-INS-PREFIXO(WS-INS-IDX)     TO RPT-DET-PREFIXO.
           MOVE WS-INS-MOEDA(WS-INS-IDX)       TO RPT-DET-MOEDA.
           MOVE WS-INS-VALOR(WS-INS-IDX)       TO RPT-DET-VALOR.
           MOVE WS-INS-SENTIDO(WS-INS-IDX)     TO RPT-DET-SENTIDO.
           MOVE WS-INS-CNF-VALOR(WS-INS-IDX)   TO RPT-DET-CNF-VALOR.
           MOVE WS-INS-CNF-SENTIDO(WS-INS-IDX) TO RPT-DET-CNF-SENTIDO.
           MOVE WS-INS-CNF-REF(WS-INS-IDX)     TO RPT-DET-REFERENCIA.
           MOVE WS-SITUACAO-TXT                TO RPT-DET-SITUACAO.
           MOVE WS-OBS-TXT                     TO RPT-DET-OBS.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       3300-WRITE-SUMMARY.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'INSTRUCOES DA NOITE          :' TO RPT-MSG-DESC.
           MOVE WS-INS-COUNT TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CONFIRMACOES LIDAS           :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CNF-READ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'LIQUIDADAS                   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIQUIDADAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'NADA A LIQUIDAR              :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-NADA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'NAO LIQUIDADAS               :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-NAO-LIQ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'DIVERGENTES                  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-DIVERGENTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CONFIRMACOES INESPERADAS     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-INESPERADAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
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
           DISPLAY '*** PROGRAMA MYLIQCNF ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
