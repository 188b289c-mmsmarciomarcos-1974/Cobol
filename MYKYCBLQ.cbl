       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYKYCBLQ.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - BLOQUEIO DE DEBITO POR REVISAO KYC VENCIDA
      *
      * O MYBATCH NAO ACESSA O DB2; A LISTA DE CLIENTES COM A REVISAO
      * PERIODICA DE CADASTRO (TB_CLIENTES_KYC, MANTIDA PELA TRNY/
      * MYCICSKY) VENCIDA HA MAIS DE N DIAS CHEGA A ELE POR ESTE
      * EXTRATOR, NO MESMO ESQUEMA DO MEDIADD (MYMEDCLI): O KYCBLQDD E
      * UM VSAM KSDS POR ID DO CLIENTE, DEFINIDO COM REUSE E
      * RECONSTRUIDO INTEIRO A CADA RODADA (OPEN OUTPUT, CURSOR EM
      * ORDEM DE ID_CLIENTE, MESMO CRITERIO DO MYCUSTLD).
      *
      * CLIENTE NO KYCBLQDD TEM DEBITO REJEITADO NO MYBATCH (R021);
      * CREDITO POSTA NORMALMENTE. A REVISAO REGISTRADA NA TRNY MOVE A
      * PROXIMA DATA PARA A FRENTE E O CLIENTE SAI DA LISTA NA PROXIMA
      * EXTRACAO. CLIENTE INATIVO E CLIENTE SEM LINHA NA
      * TB_CLIENTES_KYC NAO ENTRAM (O MYKYCRPT CONTA OS SEM REVISAO).
      *
      * RODA NO MYNIGHTP (STEP002) E NO MYDAYRUN ANTES DO MYBATCH.
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-3  = TOLERANCIA EM DIAS APOS O VENCIMENTO 9(03)
      *                  (BRANCO = 30; ZERO = BLOQUEIA NO DIA SEGUINTE
      *                  AO VENCIMENTO)
      *   COLUNAS 4-11 = DATA DE REFERENCIA AAAAMMDD (BRANCO = HOJE),
      *                  SO PARA REEXECUTAR UMA NOITE ATRASADA
      *
      * RETURN-CODE 0 = OK; 16 = ERRO FATAL. LINHA COM DATA DA PROXIMA
      * REVISAO INVALIDA NAO BLOQUEIA E NAO SEGURA O CICLO: SAI NO
      * RELATORIO E NO CONSOLE (MESMO CRITERIO DO MYCASGEN).
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
      *--- CLIENTES BLOQUEADOS (VSAM KSDS POR ID, REUSE), GRAVADOS EM
      *--- ORDEM DE CHAVE NA SAIDA DO CURSOR
           SELECT KYB-FILE ASSIGN TO KYCBLQDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KYB-ID
                  FILE STATUS IS WS-KYB-FILE-STATUS.
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
      *--- MESMO LAYOUT DO KYB-RECORD DO MYBATCH
       FD KYB-FILE
          RECORD CONTAINS 40 CHARACTERS.
       01 KYB-RECORD.
           05 KYB-ID                 PIC X(10).
           05 KYB-RISCO              PIC X(01).
           05 KYB-DATA-PROX-REVISAO  PIC 9(08).
           05 KYB-DIAS-ATRASO        PIC 9(05).
           05 FILLER                 PIC X(16).
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
           05 PARM-TOLERANCIA        PIC X(03).
           05 PARM-TOLERANCIA-N REDEFINES PARM-TOLERANCIA
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
           05 D-RISCO               PIC X(01).
           05 D-DATA-PROX-REVISAO   PIC X(08).
           05 D-DATA-PROX-REVISAO-N REDEFINES D-DATA-PROX-REVISAO
                                    PIC 9(08).
           05 H-DATA-CORTE          PIC X(08).
      *
      *--- REVISOES VENCIDAS ANTES DA DATA DE CORTE (REFERENCIA MENOS
      *--- A TOLERANCIA), SO DE CLIENTES AINDA ATIVOS. AS DATAS SAO
      *--- CHAR(8) AAAAMMDD, ENTAO A COMPARACAO DE TEXTO VALE.
           EXEC SQL
               DECLARE C_KYCVENC CURSOR FOR
                   SELECT K.ID_CLIENTE, K.RISCO, K.DATA_PROX_REVISAO
                   FROM TB_CLIENTES_KYC K, TB_CLIENTES C
                   WHERE C.ID_CLIENTE = K.ID_CLIENTE
                     AND C.STATUS_CLIENTE <> 'INATIVO'
                     AND K.DATA_PROX_REVISAO <> ' '
                     AND K.DATA_PROX_REVISAO < :H-DATA-CORTE
                   ORDER BY K.ID_CLIENTE
           END-EXEC.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-KYB-FILE-STATUS    PIC X(02).
              88 WS-KYB-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-EOF-KYCVENC            PIC X(01) VALUE 'N'.
           88 FIM-KYCVENC                  VALUE 'S'.
      *
       01 WS-CONTROLE.
           05 WS-TOLERANCIA         PIC 9(03) VALUE 30.
           05 WS-DATA-REF           PIC 9(08) VALUE ZERO.
           05 WS-DATA-CORTE         PIC 9(08) VALUE ZERO.
           05 WS-DATA-CORTE-X REDEFINES WS-DATA-CORTE
                                    PIC X(08).
           05 WS-DIAS-ATRASO        PIC S9(07) VALUE ZERO.
           05 WS-CURRENT-DATE       PIC X(21).
      *
       01 WS-TOTAIS.
           05 WS-COUNT-BLOQUEADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-RISCO-ALTO   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-RISCO-MEDIO  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-RISCO-BAIXO  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-DATA-INVALIDA PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(47) VALUE
              'MYKYCBLQ - BLOQUEIO DE DEBITO POR KYC VENCIDO -'.
           05 FILLER                PIC X(06) VALUE ' REF. '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(13) VALUE ' TOLERANCIA '.
           05 RPT-HDR-TOLERANCIA    PIC ZZ9.
           05 FILLER                PIC X(13) VALUE ' DIAS. CORTE '.
           05 RPT-HDR-CORTE         PIC 9(08).
           05 FILLER                PIC X(34) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(50) VALUE
              'CLIENTE    RISCO PROXIMA REVISAO  DIAS DE ATRASO'.
           05 FILLER                PIC X(82) VALUE SPACES.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-ID            PIC X(10).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-RISCO         PIC X(01).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RPT-DET-DATA          PIC X(08).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 RPT-DET-DIAS          PIC ZZ.ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-OBS           PIC X(40).
           05 FILLER                PIC X(48) VALUE SPACES.
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
           PERFORM 2000-PROCESS-ROW UNTIL FIM-KYCVENC.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYKYCBLQ CONCLUIDO. CLIENTES BLOQUEADOS: '
                   WS-COUNT-BLOQUEADOS.
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
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                    - WS-TOLERANCIA).
           MOVE WS-DATA-CORTE-X TO H-DATA-CORTE.
      *
           OPEN OUTPUT KYB-FILE.
           IF NOT WS-KYB-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO KYB-FILE'
              DISPLAY 'FILE STATUS: ' WS-KYB-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-DATA-REF    TO RPT-HDR-DATA.
           MOVE WS-TOLERANCIA  TO RPT-HDR-TOLERANCIA.
           MOVE WS-DATA-CORTE  TO RPT-HDR-CORTE.
           MOVE WS-RPT-HEADER  TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           EXEC SQL OPEN C_KYCVENC END-EXEC.
           PERFORM 9100-CHECK-SQLCODE.
           PERFORM 4100-FETCH-NEXT-ROW.
           EXIT.
      *
      *--- TOLERANCIA EM BRANCO FICA NO PADRAO; ZERO E VALIDO
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-TOLERANCIA IS NUMERIC
                 MOVE PARM-TOLERANCIA-N TO WS-TOLERANCIA
              END-IF
              IF PARM-DATA-REF IS NUMERIC
                 MOVE PARM-DATA-REF TO WS-DATA-REF
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
      *--- UMA LINHA VENCIDA: GRAVA NO KYCBLQDD E LISTA NO RELATORIO.
      *--- DATA INVALIDA NAO BLOQUEIA (SO AVISA NO CONSOLE) - A TRNY
      *--- CORRIGE NA PROXIMA REVISAO REGISTRADA.
       2000-PROCESS-ROW.
           MOVE SPACES            TO RPT-DET-OBS.
           MOVE D-ID-CLIENTE      TO RPT-DET-ID.
           MOVE D-RISCO           TO RPT-DET-RISCO.
           MOVE D-DATA-PROX-REVISAO TO RPT-DET-DATA.
           IF D-DATA-PROX-REVISAO IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(D-DATA-PROX-REVISAO-N)
                 NOT = ZERO
              ADD 1 TO WS-COUNT-DATA-INVALIDA
              MOVE ZERO TO RPT-DET-DIAS
              MOVE '*** DATA INVALIDA - NAO BLOQUEADO' TO RPT-DET-OBS
           ELSE
              COMPUTE WS-DIAS-ATRASO =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                - FUNCTION INTEGER-OF-DATE(D-DATA-PROX-REVISAO-N)
              MOVE SPACES              TO KYB-RECORD
              MOVE D-ID-CLIENTE        TO KYB-ID
              MOVE D-RISCO             TO KYB-RISCO
              MOVE D-DATA-PROX-REVISAO-N TO KYB-DATA-PROX-REVISAO
              MOVE WS-DIAS-ATRASO      TO KYB-DIAS-ATRASO
              WRITE KYB-RECORD
              IF NOT WS-KYB-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO KYB-FILE. ID='
                         KYB-ID
                 DISPLAY 'FILE STATUS: ' WS-KYB-FILE-STATUS
                 PERFORM 9910-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-COUNT-BLOQUEADOS
              EVALUATE D-RISCO
                  WHEN 'A' ADD 1 TO WS-COUNT-RISCO-ALTO
                  WHEN 'M' ADD 1 TO WS-COUNT-RISCO-MEDIO
                  WHEN OTHER ADD 1 TO WS-COUNT-RISCO-BAIXO
              END-EVALUATE
              MOVE WS-DIAS-ATRASO TO RPT-DET-DIAS
           END-IF.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 4100-FETCH-NEXT-ROW.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           EXEC SQL CLOSE C_KYCVENC END-EXEC.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'CLIENTES BLOQUEADOS (R021)  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-BLOQUEADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  RISCO ALTO                :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-RISCO-ALTO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  RISCO MEDIO               :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-RISCO-MEDIO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  RISCO BAIXO               :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-RISCO-BAIXO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'DATAS INVALIDAS (IGNORADAS) :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-DATA-INVALIDA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           CLOSE KYB-FILE RPT-FILE.
           IF WS-COUNT-DATA-INVALIDA > ZERO
              DISPLAY 'MYKYCBLQ: LINHAS COM DATA DA PROXIMA REVISAO '
                      'INVALIDA: ' WS-COUNT-DATA-INVALIDA
                      UPON CONSOLE
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4100-FETCH-NEXT-ROW.
           EXEC SQL
               FETCH C_KYCVENC
               INTO :D-ID-CLIENTE, :D-RISCO, :D-DATA-PROX-REVISAO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET FIM-KYCVENC TO TRUE
               WHEN OTHER
                   DISPLAY 'MYKYCBLQ: ERRO NO FETCH DE '
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
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9100-CHECK-SQLCODE.
           IF SQLCODE NOT = 0
              DISPLAY 'MYKYCBLQ: ERRO NO OPEN DO CURSOR. SQLCODE: '
                      SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYKYCBLQ ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE SQLCODE TO DIAG-SQLCODE.
           MOVE SQLERRMC TO DIAG-SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 9950-GRAVAR-DIAGNOSTICO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYKYCBLQ ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE ZERO TO DIAG-SQLCODE.
           MOVE SPACES TO DIAG-SQLERRMC.
           PERFORM 9950-GRAVAR-DIAGNOSTICO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *--- FOTO DE DIAGNOSTICO NO DATASET COMUM (ROTINA MYDIAG)
       9950-GRAVAR-DIAGNOSTICO.
           MOVE 'MYKYCBLQ' TO DIAG-PROGRAM.
           MOVE SPACES TO DIAG-FILE-STATUSES.
           MOVE WS-FILE-STATUS-VARS(1:6)
               TO DIAG-FILE-STATUSES(1:6).
           MOVE SPACES TO DIAG-COUNTERS.
           STRING 'BLOQUEADOS=' WS-COUNT-BLOQUEADOS
                  ' DATA-INVALIDA=' WS-COUNT-DATA-INVALIDA
                  DELIMITED BY SIZE INTO DIAG-COUNTERS.
           MOVE SPACES TO DIAG-LAST-KEY.
           MOVE D-ID-CLIENTE TO DIAG-LAST-KEY(1:10).
           CALL 'MYDIAG' USING DIAG-PARAMETROS.
           EXIT.
