       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYKYCRPT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - RELATORIO MENSAL DE REVISOES KYC
      *
      * RODADO TODO MES (STEP092 DO MYMONTH/MYYEAR), LE A
      * TB_CLIENTES_KYC (MANTIDA PELA TRNY/MYCICSKY) DOS CLIENTES
      * ATIVOS E LISTA PARA A CONFORMIDADE:
      *
      *   1. REVISOES A VENCER NA JANELA (PADRAO 60 DIAS A PARTIR DA
      *      DATA DE REFERENCIA), EM ORDEM DE VENCIMENTO, PARA O
      *      ATENDIMENTO CHAMAR O CLIENTE ANTES DO PRAZO;
      *   2. REVISOES VENCIDAS POR CLASSE DE RISCO (ALTO, MEDIO,
      *      BAIXO), DA MAIS ATRASADA PARA A MAIS RECENTE, COM OS DIAS
      *      DE ATRASO E O SUBTOTAL DE CADA CLASSE. O MYKYCBLQ BLOQUEIA
      *      DEBITO (R021) DE QUEM PASSA DA TOLERANCIA DELE;
      *   3. TOTAIS, INCLUSIVE OS CLIENTES ATIVOS QUE AINDA NAO TEM
      *      NENHUMA REVISAO REGISTRADA NA TB_CLIENTES_KYC.
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-3  = JANELA DE "A VENCER" EM DIAS 9(03)
      *                  (BRANCO/ZERO = 60)
      *   COLUNAS 4-11 = DATA DE REFERENCIA AAAAMMDD (BRANCO = HOJE)
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
           05 PARM-JANELA-DIAS       PIC X(03).
           05 PARM-JANELA-DIAS-N REDEFINES PARM-JANELA-DIAS
                                     PIC 9(03).
           05 PARM-DATA-REF          PIC X(08).
           05 FILLER                 PIC X(69).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCUSTLD
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-RISCO               PIC X(01).
           05 D-DATA-ULT-REVISAO    PIC X(08).
           05 D-DATA-PROX-REVISAO   PIC X(08).
           05 D-DATA-PROX-REVISAO-N REDEFINES D-DATA-PROX-REVISAO
                                    PIC 9(08).
           05 D-REVISOR             PIC X(03).
           05 H-DATA-REF            PIC X(08).
           05 H-DATA-LIMITE         PIC X(08).
           05 H-RISCO               PIC X(01).
           05 H-QTD-SEM-KYC         PIC S9(09) COMP VALUE 0.
      *
      *--- REVISOES QUE VENCEM DE HOJE ATE O FIM DA JANELA (DATAS
      *--- CHAR(8) AAAAMMDD: A COMPARACAO DE TEXTO VALE)
           EXEC SQL
               DECLARE C_AVENCER CURSOR FOR
                   SELECT K.ID_CLIENTE, C.NOME_CLIENTE, K.RISCO,
                          K.DATA_ULT_REVISAO, K.DATA_PROX_REVISAO,
                          K.REVISOR_ID
                   FROM TB_CLIENTES_KYC K, TB_CLIENTES C
                   WHERE C.ID_CLIENTE = K.ID_CLIENTE
                     AND C.STATUS_CLIENTE <> 'INATIVO'
                     AND K.DATA_PROX_REVISAO >= :H-DATA-REF
                     AND K.DATA_PROX_REVISAO <= :H-DATA-LIMITE
                   ORDER BY K.DATA_PROX_REVISAO, K.ID_CLIENTE
           END-EXEC.
      *
      *--- REVISOES VENCIDAS DE UMA CLASSE DE RISCO, DA MAIS ATRASADA
      *--- PARA A MAIS RECENTE
           EXEC SQL
               DECLARE C_VENCIDAS CURSOR FOR
                   SELECT K.ID_CLIENTE, C.NOME_CLIENTE, K.RISCO,
                          K.DATA_ULT_REVISAO, K.DATA_PROX_REVISAO,
                          K.REVISOR_ID
                   FROM TB_CLIENTES_KYC K, TB_CLIENTES C
                   WHERE C.ID_CLIENTE = K.ID_CLIENTE
                     AND C.STATUS_CLIENTE <> 'INATIVO'
                     AND K.RISCO = :H-RISCO
                     AND K.DATA_PROX_REVISAO <> ' '
                     AND K.DATA_PROX_REVISAO < :H-DATA-REF
                   ORDER BY K.DATA_PROX_REVISAO, K.ID_CLIENTE
           END-EXEC.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-EOF-CURSOR             PIC X(01) VALUE 'N'.
           88 FIM-CURSOR                   VALUE 'S'.
      *
       01 WS-CONTROLE.
           05 WS-JANELA-DIAS        PIC 9(03) VALUE 60.
           05 WS-DATA-REF           PIC 9(08) VALUE ZERO.
           05 WS-DATA-REF-X REDEFINES WS-DATA-REF
                                    PIC X(08).
           05 WS-DATA-LIMITE        PIC 9(08) VALUE ZERO.
           05 WS-DATA-LIMITE-X REDEFINES WS-DATA-LIMITE
                                    PIC X(08).
           05 WS-DIAS               PIC S9(07) VALUE ZERO.
           05 WS-CURRENT-DATE       PIC X(21).
      *--- CLASSES DE RISCO NA ORDEM DO RELATORIO
           05 WS-CLASSES            PIC X(03) VALUE 'AMB'.
           05 WS-IDX-CLASSE         PIC 9(01) COMP VALUE ZERO.
           05 WS-QTD-CLASSE         PIC 9(07) VALUE ZERO.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-A-VENCER     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-VENCIDAS     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-VENC-ALTO    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-VENC-MEDIO   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-VENC-BAIXO   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-DATA-INVALIDA PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(42) VALUE
              'MYKYCRPT - REVISOES PERIODICAS KYC - REF. '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(20) VALUE
              ' - JANELA A VENCER: '.
           05 RPT-HDR-JANELA        PIC ZZ9.
           05 FILLER                PIC X(05) VALUE ' DIAS'.
           05 FILLER                PIC X(54) VALUE SPACES.
      *
       01 WS-RPT-SECTION-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-SEC-TEXTO         PIC X(80).
           05 FILLER                PIC X(52) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(51) VALUE
              'CLIENTE    NOME                                    '.
           05 FILLER                PIC X(50) VALUE
              'RISCO ULT.REV.  PROX.REV.     DIAS REVISOR'.
           05 FILLER                PIC X(31) VALUE SPACES.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-ID            PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-NOME          PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-RISCO         PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-ULT-REV       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-PROX-REV      PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-DIAS          PIC ZZ.ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-REVISOR       PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-OBS           PIC X(20).
           05 FILLER                PIC X(22) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
      *--- AREA DA FOTO DE DIAGNOSTICO DE ABEND (ROTINA COMUM MYDIAG)
       COPY MYDIAGC.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SECAO-A-VENCER.
           PERFORM 2500-SECAO-VENCIDAS.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYKYCRPT CONCLUIDO. A VENCER: '
                   WS-COUNT-A-VENCER ' VENCIDAS: ' WS-COUNT-VENCIDAS
                   ' SEM REVISAO: ' H-QTD-SEM-KYC.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           INITIALIZE WS-TOTAIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DATA-REF.
           PERFORM 1150-READ-PARM-CARD.
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                    + WS-JANELA-DIAS).
           MOVE WS-DATA-REF-X    TO H-DATA-REF.
           MOVE WS-DATA-LIMITE-X TO H-DATA-LIMITE.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-DATA-REF    TO RPT-HDR-DATA.
           MOVE WS-JANELA-DIAS TO RPT-HDR-JANELA.
           MOVE WS-RPT-HEADER  TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-JANELA-DIAS IS NUMERIC
                 AND PARM-JANELA-DIAS-N > ZERO
                 MOVE PARM-JANELA-DIAS-N TO WS-JANELA-DIAS
              END-IF
              IF PARM-DATA-REF IS NUMERIC
                 MOVE PARM-DATA-REF TO WS-DATA-REF
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * SECAO 1 - REVISOES A VENCER NA JANELA
      *================================================================*
       2000-SECAO-A-VENCER.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-SEC-TEXTO.
           STRING '1. REVISOES A VENCER ATE ' WS-DATA-LIMITE-X
                  ' (DIAS = DIAS ATE O VENCIMENTO)'
               DELIMITED BY SIZE INTO RPT-SEC-TEXTO.
           PERFORM 4220-WRITE-SECTION-LINE.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE 'N' TO WS-EOF-CURSOR.
           EXEC SQL OPEN C_AVENCER END-EXEC.
           PERFORM 9100-CHECK-SQLCODE.
           PERFORM 4100-FETCH-A-VENCER.
           PERFORM 2100-LISTAR-A-VENCER UNTIL FIM-CURSOR.
           EXEC SQL CLOSE C_AVENCER END-EXEC.
      *
           MOVE 'TOTAL A VENCER NA JANELA    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-A-VENCER TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           EXIT.
      *
       2100-LISTAR-A-VENCER.
           PERFORM 2900-MONTAR-DETALHE.
           IF RPT-DET-OBS = SPACES
              COMPUTE WS-DIAS =
                  FUNCTION INTEGER-OF-DATE(D-DATA-PROX-REVISAO-N)
                - FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
              MOVE WS-DIAS TO RPT-DET-DIAS
           END-IF.
           ADD 1 TO WS-COUNT-A-VENCER.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 4100-FETCH-A-VENCER.
           EXIT.
      *
      *================================================================*
      * SECAO 2 - REVISOES VENCIDAS POR CLASSE DE RISCO
      *================================================================*
       2500-SECAO-VENCIDAS.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE '2. REVISOES VENCIDAS POR CLASSE DE RISCO (DIAS = DIAS
      -         'DE ATRASO)' TO RPT-SEC-TEXTO.
           PERFORM 4220-WRITE-SECTION-LINE.
           PERFORM 2600-LISTAR-CLASSE
                   VARYING WS-IDX-CLASSE FROM 1 BY 1
                   UNTIL WS-IDX-CLASSE > 3.
           EXIT.
      *
       2600-LISTAR-CLASSE.
           MOVE WS-CLASSES(WS-IDX-CLASSE:1) TO H-RISCO.
           MOVE ZERO TO WS-QTD-CLASSE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EVALUATE H-RISCO
               WHEN 'A'
                   MOVE '   RISCO ALTO (REVISAO A CADA 12 MESES)'
                       TO RPT-SEC-TEXTO
               WHEN 'M'
                   MOVE '   RISCO MEDIO (REVISAO A CADA 24 MESES)'
                       TO RPT-SEC-TEXTO
               WHEN OTHER
                   MOVE '   RISCO BAIXO (REVISAO A CADA 36 MESES)'
                       TO RPT-SEC-TEXTO
           END-EVALUATE.
           PERFORM 4220-WRITE-SECTION-LINE.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE 'N' TO WS-EOF-CURSOR.
           EXEC SQL OPEN C_VENCIDAS END-EXEC.
           PERFORM 9100-CHECK-SQLCODE.
           PERFORM 4150-FETCH-VENCIDA.
           PERFORM 2700-LISTAR-VENCIDA UNTIL FIM-CURSOR.
           EXEC SQL CLOSE C_VENCIDAS END-EXEC.
      *
           EVALUATE H-RISCO
               WHEN 'A'
                   MOVE WS-QTD-CLASSE TO WS-COUNT-VENC-ALTO
               WHEN 'M'
                   MOVE WS-QTD-CLASSE TO WS-COUNT-VENC-MEDIO
               WHEN OTHER
                   MOVE WS-QTD-CLASSE TO WS-COUNT-VENC-BAIXO
           END-EVALUATE.
           ADD WS-QTD-CLASSE TO WS-COUNT-VENCIDAS.
           MOVE '   VENCIDAS NA CLASSE       :' TO RPT-MSG-DESC.
           MOVE WS-QTD-CLASSE TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           EXIT.
      *
       2700-LISTAR-VENCIDA.
           PERFORM 2900-MONTAR-DETALHE.
           IF RPT-DET-OBS = SPACES
              COMPUTE WS-DIAS =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                - FUNCTION INTEGER-OF-DATE(D-DATA-PROX-REVISAO-N)
              MOVE WS-DIAS TO RPT-DET-DIAS
           END-IF.
           ADD 1 TO WS-QTD-CLASSE.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 4150-FETCH-VENCIDA.
           EXIT.
      *
      *--- CAMPOS COMUNS DA LINHA DE DETALHE; DATA DE VENCIMENTO
      *--- INVALIDA SAI MARCADA E SEM A CONTA DE DIAS
       2900-MONTAR-DETALHE.
           MOVE D-ID-CLIENTE        TO RPT-DET-ID.
           MOVE D-NOME-CLIENTE      TO RPT-DET-NOME.
           MOVE D-RISCO             TO RPT-DET-RISCO.
           MOVE D-DATA-ULT-REVISAO  TO RPT-DET-ULT-REV.
           MOVE D-DATA-PROX-REVISAO TO RPT-DET-PROX-REV.
           MOVE D-REVISOR           TO RPT-DET-REVISOR.
           MOVE ZERO                TO RPT-DET-DIAS.
           MOVE SPACES              TO RPT-DET-OBS.
           IF D-DATA-PROX-REVISAO IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(D-DATA-PROX-REVISAO-N)
                 NOT = ZERO
              MOVE '*** DATA INVALIDA' TO RPT-DET-OBS
              ADD 1 TO WS-COUNT-DATA-INVALIDA
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :H-QTD-SEM-KYC
                 FROM TB_CLIENTES C
                WHERE C.STATUS_CLIENTE <> 'INATIVO'
                  AND NOT EXISTS
                      (SELECT 1 FROM TB_CLIENTES_KYC K
                        WHERE K.ID_CLIENTE = C.ID_CLIENTE)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYKYCRPT: ERRO NA CONTAGEM DE CLIENTES SEM '
                      'REVISAO. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE '3. TOTAIS' TO RPT-SEC-TEXTO.
           PERFORM 4220-WRITE-SECTION-LINE.
           MOVE 'REVISOES A VENCER NA JANELA :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-A-VENCER TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'REVISOES VENCIDAS           :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-VENCIDAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  RISCO ALTO                :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-VENC-ALTO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  RISCO MEDIO               :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-VENC-MEDIO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  RISCO BAIXO               :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-VENC-BAIXO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'DATAS DE VENCIMENTO INVALIDAS:' TO RPT-MSG-DESC.
           MOVE WS-COUNT-DATA-INVALIDA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES ATIVOS SEM REVISAO :' TO RPT-MSG-DESC.
           MOVE H-QTD-SEM-KYC TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           CLOSE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4100-FETCH-A-VENCER.
           EXEC SQL
               FETCH C_AVENCER
               INTO :D-ID-CLIENTE, :D-NOME-CLIENTE, :D-RISCO,
                    :D-DATA-ULT-REVISAO, :D-DATA-PROX-REVISAO,
                    :D-REVISOR
           END-EXEC.
           PERFORM 4190-CHECK-FETCH.
           EXIT.
      *
       4150-FETCH-VENCIDA.
           EXEC SQL
               FETCH C_VENCIDAS
               INTO :D-ID-CLIENTE, :D-NOME-CLIENTE, :D-RISCO,
                    :D-DATA-ULT-REVISAO, :D-DATA-PROX-REVISAO,
                    :D-REVISOR
           END-EXEC.
           PERFORM 4190-CHECK-FETCH.
           EXIT.
      *
       4190-CHECK-FETCH.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET FIM-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'MYKYCRPT: ERRO NO FETCH DE '
                           'TB_CLIENTES_KYC. SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
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
       4220-WRITE-SECTION-LINE.
           MOVE WS-RPT-SECTION-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9100-CHECK-SQLCODE.
           IF SQLCODE NOT = 0
              DISPLAY 'MYKYCRPT: ERRO NO OPEN DO CURSOR. SQLCODE: '
                      SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYKYCRPT ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE SQLCODE TO DIAG-SQLCODE.
           MOVE SQLERRMC TO DIAG-SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 9950-GRAVAR-DIAGNOSTICO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYKYCRPT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE ZERO TO DIAG-SQLCODE.
           MOVE SPACES TO DIAG-SQLERRMC.
           PERFORM 9950-GRAVAR-DIAGNOSTICO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *--- FOTO DE DIAGNOSTICO NO DATASET COMUM (ROTINA MYDIAG)
       9950-GRAVAR-DIAGNOSTICO.
           MOVE 'MYKYCRPT' TO DIAG-PROGRAM.
           MOVE SPACES TO DIAG-FILE-STATUSES.
           MOVE WS-FILE-STATUS-VARS(1:4)
               TO DIAG-FILE-STATUSES(1:4).
           MOVE SPACES TO DIAG-COUNTERS.
           STRING 'A-VENCER=' WS-COUNT-A-VENCER
                  ' VENCIDAS=' WS-COUNT-VENCIDAS
                  DELIMITED BY SIZE INTO DIAG-COUNTERS.
           MOVE SPACES TO DIAG-LAST-KEY.
           MOVE D-ID-CLIENTE TO DIAG-LAST-KEY(1:10).
           CALL 'MYDIAG' USING DIAG-PARAMETROS.
           EXIT.
