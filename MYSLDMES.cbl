       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYSLDMES.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - RELATORIO MENSAL DE SALDOS MEDIOS E DEVEDORES
      *
      * LE O HISTORICO DIARIO DE SALDOS (SALDO_DIARIO, CARREGADO TODA
      * NOITE PELO MYSLDHLD NO FIM DO MYNIGHT) DO MES DE REFERENCIA E
      * IMPRIME, POR CLIENTE:
      *
      *   - DIAS CARREGADOS NO MES (DIAS UTEIS EM QUE O CLIENTE ESTAVA
      *     NO MESTRE);
      *   - SALDO MEDIO DIARIO (MEDIA DOS FECHAMENTOS DESSES DIAS);
      *   - PICO DEVEDOR (MENOR FECHAMENTO NEGATIVO DO MES; ZERO SE O
      *     CLIENTE NAO FICOU DEVEDOR);
      *   - DIAS EM POSICAO DEVEDORA;
      *   - SALDO DO ULTIMO DIA CARREGADO NO MES (POSICAO DE FIM DE
      *     MES).
      *
      * CLIENTE COM DIA DEVEDOR SAI MARCADO COM '***'. NO FIM, OS
      * TOTAIS DO MES E O CLIENTE DE MAIOR PICO DEVEDOR.
      *
      * RODA NO FECHAMENTO MENSAL (STEP097 DO MYMONTH/MYYEAR).
      *
      * CARTAO PARMDD: MES DE REFERENCIA AAAAMM (O MESMO CARTAO QUE O
      * PORTAO GRAVA PARA O MYCYCRPT).
      *
      * RETURN-CODE 0 = RELATORIO EMITIDO; 4 = NENHUM DIA DO MES NO
      * HISTORICO (CARGA NOTURNA NAO RODOU?); 16 = ERRO FATAL.
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
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
      *--- MESMO LAYOUT DO PARM-RECORD DO MYCYCRPT
       FD PARM-FILE
          RECORD CONTAINS 6 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-MES               PIC 9(06).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYSTATLD
       01 WS-DB-HOST-VARS.
           05 H-DATA-INICIO          PIC X(08).
           05 H-DATA-FIM             PIC X(08).
           05 H-ID-CLIENTE           PIC X(10).
           05 H-QTD-DIAS             PIC S9(09) COMP.
           05 H-SALDO-MEDIO          PIC S9(13)V99 COMP-3.
           05 H-SALDO-MINIMO         PIC S9(13)V99 COMP-3.
           05 H-DIAS-DEVEDOR         PIC S9(09) COMP.
           05 H-ULTIMO-DIA           PIC X(08).
           05 H-SALDO-FIM            PIC S9(13)V99 COMP-3.
           05 H-DIAS-NO-MES          PIC S9(09) COMP.
      *
      *--- UMA LINHA POR CLIENTE COM OS AGREGADOS DO MES; O SALDO DE
      *--- FIM DE MES E O DO ULTIMO DIA CARREGADO PARA O CLIENTE
           EXEC SQL
               DECLARE C_MES CURSOR FOR
                   SELECT S.ID_CLIENTE,
                          COUNT(*),
                          AVG(S.SALDO_FECHAMENTO),
                          MIN(S.SALDO_FECHAMENTO),
                          SUM(CASE WHEN S.SALDO_FECHAMENTO < 0
                                   THEN 1 ELSE 0 END),
                          MAX(S.DATA_SALDO)
                   FROM SALDO_DIARIO S
                   WHERE S.DATA_SALDO BETWEEN :H-DATA-INICIO
                                          AND :H-DATA-FIM
                   GROUP BY S.ID_CLIENTE
                   ORDER BY S.ID_CLIENTE
           END-EXEC.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-CONTROLE.
           05 WS-FIM-CURSOR-SW      PIC X(01) VALUE 'N'.
              88 WS-FIM-CURSOR      VALUE 'S'.
           05 WS-MES-REF            PIC 9(06) VALUE ZERO.
           05 WS-MES-REF-R REDEFINES WS-MES-REF.
              10 WS-MES-REF-ANO     PIC 9(04).
              10 WS-MES-REF-MES     PIC 9(02).
           05 WS-PICO-DEVEDOR       PIC S9(13)V99 VALUE ZERO.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-CLIENTES     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-DEVEDORES    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FIM-DEVEDOR  PIC 9(07) VALUE ZERO.
           05 WS-TOT-DIAS-DEVEDOR   PIC 9(09) VALUE ZERO.
           05 WS-TOT-SALDO-MEDIO    PIC S9(15)V99 VALUE ZERO.
           05 WS-TOT-SALDO-FIM      PIC S9(15)V99 VALUE ZERO.
           05 WS-MAIOR-PICO         PIC S9(13)V99 VALUE ZERO.
           05 WS-MAIOR-PICO-CLI     PIC X(10) VALUE SPACES.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              'MYSLDMES - SALDOS MEDIOS E POSICAO DEVEDORA - MES '.
           05 RPT-HDR-MES           PIC 9(06).
           05 FILLER                PIC X(18) VALUE
              ' - DIAS NO MES: '.
           05 RPT-HDR-DIAS          PIC Z9.
           05 FILLER                PIC X(56) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(40) VALUE
              'CLIENTE    DIA     SALDO MEDIO DIARIO   '.
           05 FILLER                PIC X(40) VALUE
              '        PICO DEVEDOR DEV       SALDO FIM'.
           05 FILLER                PIC X(52) VALUE
              ' DE MES ULT. DIA'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-CLIENTE       PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-DIAS          PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-MEDIO         PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-PICO          PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-DIAS-DEV      PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SALDO-FIM     PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ULTIMO-DIA    PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-MARCA         PIC X(03).
           05 FILLER                PIC X(32) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(40).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(81) VALUE SPACES.
      *
       01 WS-RPT-VALUE-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-VAL-DESC          PIC X(40).
           05 RPT-VAL-VALUE         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-VAL-CLIENTE       PIC X(10).
           05 FILLER                PIC X(58) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           EXEC SQL OPEN C_MES END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSLDMES: ERRO NA ABERTURA DO CURSOR '
                      'C_MES. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 2000-PROCESS-CLIENTE UNTIL WS-FIM-CURSOR.
           EXEC SQL CLOSE C_MES END-EXEC.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYSLDMES CONCLUIDO. CLIENTES: '
                   WS-COUNT-CLIENTES ' COM DIA DEVEDOR: '
                   WS-COUNT-DEVEDORES.
           IF H-DIAS-NO-MES = ZERO
              DISPLAY 'MYSM001 NENHUM DIA DO MES ' WS-MES-REF
                      ' NO HISTORICO DE SALDOS.' UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           INITIALIZE WS-TOTAIS.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO PARM-FILE'
              DISPLAY 'FILE STATUS: ' WS-PARM-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ PARM-FILE.
           IF NOT WS-PARM-OK
              OR PARM-MES NOT NUMERIC
              DISPLAY 'MYSM010 - MES INVALIDO NO CARTAO PARMDD'
                  UPON CONSOLE
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE PARM-MES TO WS-MES-REF.
           CLOSE PARM-FILE.
           IF WS-MES-REF-MES < 1 OR WS-MES-REF-MES > 12
              DISPLAY 'MYSM010 - MES INVALIDO NO CARTAO PARMDD'
                  UPON CONSOLE
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-MES-REF TO H-DATA-INICIO(1:6) H-DATA-FIM(1:6).
           MOVE '01' TO H-DATA-INICIO(7:2).
           MOVE '31' TO H-DATA-FIM(7:2).
      *
      *--- DIAS UTEIS DO MES COM CARGA (BASE DE COMPARACAO DOS DIAS
      *--- DE CADA CLIENTE)
           EXEC SQL
               SELECT COUNT(DISTINCT DATA_SALDO)
                 INTO :H-DIAS-NO-MES
                 FROM SALDO_DIARIO
                WHERE DATA_SALDO BETWEEN :H-DATA-INICIO
                                     AND :H-DATA-FIM
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSLDMES: ERRO NA CONTAGEM DOS DIAS DO MES. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-MES-REF    TO RPT-HDR-MES.
           MOVE H-DIAS-NO-MES TO RPT-HDR-DIAS.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
       2000-PROCESS-CLIENTE.
           EXEC SQL
               FETCH C_MES
               INTO :H-ID-CLIENTE, :H-QTD-DIAS, :H-SALDO-MEDIO,
                    :H-SALDO-MINIMO, :H-DIAS-DEVEDOR, :H-ULTIMO-DIA
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYSLDMES: ERRO NO FETCH DE C_MES. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN OTHER
                   PERFORM 2100-BUSCAR-SALDO-FIM
                   PERFORM 2200-REPORT-CLIENTE
           END-EVALUATE.
           EXIT.
      *
      *--- FECHAMENTO DO ULTIMO DIA DO CLIENTE NO MES
       2100-BUSCAR-SALDO-FIM.
           EXEC SQL
               SELECT SALDO_FECHAMENTO
                 INTO :H-SALDO-FIM
                 FROM SALDO_DIARIO
                WHERE DATA_SALDO = :H-ULTIMO-DIA
                  AND ID_CLIENTE = :H-ID-CLIENTE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSLDMES: ERRO NA LEITURA DO SALDO DE FIM DE '
                      'MES. CLIENTE: ' H-ID-CLIENTE
                      ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2200-REPORT-CLIENTE.
           ADD 1 TO WS-COUNT-CLIENTES.
           ADD H-SALDO-MEDIO TO WS-TOT-SALDO-MEDIO.
           ADD H-SALDO-FIM TO WS-TOT-SALDO-FIM.
           IF H-SALDO-FIM < ZERO
              ADD 1 TO WS-COUNT-FIM-DEVEDOR
           END-IF.
      *
           MOVE SPACES TO RPT-DET-MARCA.
           IF H-SALDO-MINIMO < ZERO
              MOVE H-SALDO-MINIMO TO WS-PICO-DEVEDOR
              MOVE '***' TO RPT-DET-MARCA
              ADD 1 TO WS-COUNT-DEVEDORES
              ADD H-DIAS-DEVEDOR TO WS-TOT-DIAS-DEVEDOR
              IF WS-PICO-DEVEDOR < WS-MAIOR-PICO
                 MOVE WS-PICO-DEVEDOR TO WS-MAIOR-PICO
                 MOVE H-ID-CLIENTE TO WS-MAIOR-PICO-CLI
              END-IF
           ELSE
              MOVE ZERO TO WS-PICO-DEVEDOR
           END-IF.
      *
           MOVE H-ID-CLIENTE    TO RPT-DET-CLIENTE.
           MOVE H-QTD-DIAS      TO RPT-DET-DIAS.
           MOVE H-SALDO-MEDIO   TO RPT-DET-MEDIO.
           MOVE WS-PICO-DEVEDOR TO RPT-DET-PICO.
           MOVE H-DIAS-DEVEDOR  TO RPT-DET-DIAS-DEV.
           MOVE H-SALDO-FIM     TO RPT-DET-SALDO-FIM.
           MOVE H-ULTIMO-DIA    TO RPT-DET-ULTIMO-DIA.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'CLIENTES NO HISTORICO DO MES           :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-CLIENTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES COM DIA DEVEDOR (***)         :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-DEVEDORES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'DIAS-CLIENTE EM POSICAO DEVEDORA       :'
               TO RPT-MSG-DESC.
           MOVE WS-TOT-DIAS-DEVEDOR TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES DEVEDORES NO FIM DO MES       :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-FIM-DEVEDOR TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           MOVE SPACES TO RPT-VAL-CLIENTE.
           MOVE 'SOMA DOS SALDOS MEDIOS DIARIOS         :'
               TO RPT-VAL-DESC.
           MOVE WS-TOT-SALDO-MEDIO TO RPT-VAL-VALUE.
           MOVE WS-RPT-VALUE-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'SOMA DOS SALDOS DE FIM DE MES          :'
               TO RPT-VAL-DESC.
           MOVE WS-TOT-SALDO-FIM TO RPT-VAL-VALUE.
           MOVE WS-RPT-VALUE-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'MAIOR PICO DEVEDOR DO MES              :'
               TO RPT-VAL-DESC.
           MOVE WS-MAIOR-PICO TO RPT-VAL-VALUE.
           MOVE WS-MAIOR-PICO-CLI TO RPT-VAL-CLIENTE.
           MOVE WS-RPT-VALUE-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           CLOSE RPT-FILE.
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
              PERFORM 9910-FILE-ERROR-ABEND
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
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYSLDMES ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYSLDMES ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
