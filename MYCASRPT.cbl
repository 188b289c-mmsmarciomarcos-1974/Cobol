       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCASRPT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - RELATORIO SEMANAL DOS CASOS DE CONTESTACAO
      *
      * LISTA OS CASOS AINDA NAO RESOLVIDOS DA TB_CASOS (ABERTOS,
      * EM ANALISE E ACEITOS AINDA NAO ENCERRADOS), DO MAIS ANTIGO
      * PARA O MAIS NOVO, COM A IDADE EM DIAS DESDE A ABERTURA. CASO
      * COM IDADE ACIMA DO PRAZO (SLA) SAI MARCADO COM '***'. NO FIM,
      * A DISTRIBUICAO POR FAIXA DE IDADE E OS ESTORNOS DOS CASOS
      * ACEITOS AINDA NAO APLICADOS (PENDENTES, GERADOS E EM ERRO -
      * ESTES COM A MENSAGEM DO MYCASGEN).
      *
      * RODA UMA VEZ POR SEMANA, FORA DO CICLO NOTURNO (STEP060 DO
      * MYWEEK).
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-8  = DATA DE REFERENCIA AAAAMMDD (BRANCO = HOJE)
      *   COLUNAS 9-11 = PRAZO EM DIAS 9(03) (BRANCO = 15)
      *
      * RETURN-CODE 0 = NENHUM CASO FORA DO PRAZO; 4 = HA CASO FORA
      * DO PRAZO; 16 = ERRO FATAL.
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
           05 PARM-DATA-REF          PIC X(08).
           05 PARM-SLA-DIAS          PIC X(03).
           05 PARM-SLA-DIAS-N REDEFINES PARM-SLA-DIAS
                                     PIC 9(03).
           05 FILLER                 PIC X(69).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYSTATLD
       01 WS-DB-HOST-VARS.
           05 H-NUM-CASO             PIC S9(09) COMP.
           05 H-ID-CLIENTE           PIC X(10).
           05 H-SITUACAO             PIC X(01).
           05 H-DATA-ABERTURA        PIC X(08).
           05 H-DATA-ABERTURA-N REDEFINES H-DATA-ABERTURA
                                     PIC 9(08).
           05 H-VALOR                PIC S9(11)V99 COMP-3.
           05 H-OPERADOR-RESP        PIC X(03).
           05 H-EST-SITUACAO         PIC X(01).
           05 H-EST-MSG              PIC X(40).
      *
      *--- CASOS NAO RESOLVIDOS, DO MAIS ANTIGO PARA O MAIS NOVO
           EXEC SQL
               DECLARE C_PENDENTES CURSOR FOR
                   SELECT NUM_CASO, ID_CLIENTE, SITUACAO,
                          DATA_ABERTURA, VALOR_CONTESTADO,
                          OPERADOR_RESP, ESTORNO_SITUACAO,
                          ESTORNO_MSG
                   FROM TB_CASOS
                   WHERE SITUACAO IN ('A', 'N', 'C')
                   ORDER BY DATA_ABERTURA, NUM_CASO
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
           05 WS-SLA-DIAS           PIC 9(03) VALUE 15.
           05 WS-DATA-REF           PIC 9(08) VALUE ZERO.
           05 WS-IDADE              PIC S9(07) VALUE ZERO.
           05 WS-FAIXA              PIC 9(01) VALUE ZERO.
           05 WS-CURRENT-DATE       PIC X(21).
      *
       01 WS-TOTAIS.
           05 WS-COUNT-CASOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FORA-SLA     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EST-PEND     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EST-GERADO   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EST-ERRO     PIC 9(07) VALUE ZERO.
           05 WS-TOT-VALOR          PIC S9(13)V99 VALUE ZERO.
           05 WS-FAIXA-COUNT        PIC 9(07) OCCURS 5 TIMES.
      *
      *--- FAIXAS DE IDADE EM DIAS (LIMITE SUPERIOR DE CADA FAIXA)
       01 WS-FAIXA-TABLE.
           05 FILLER                PIC X(33) VALUE
              '007ATE 7 DIAS                    '.
           05 FILLER                PIC X(33) VALUE
              '015DE 8 A 15 DIAS                '.
           05 FILLER                PIC X(33) VALUE
              '030DE 16 A 30 DIAS               '.
           05 FILLER                PIC X(33) VALUE
              '060DE 31 A 60 DIAS               '.
           05 FILLER                PIC X(33) VALUE
              '999MAIS DE 60 DIAS               '.
       01 WS-FAIXA-TABLE-R REDEFINES WS-FAIXA-TABLE.
           05 WS-FAIXA-ENTRY OCCURS 5 TIMES.
              10 WS-FAIXA-LIMITE    PIC 9(03).
              10 WS-FAIXA-DESC      PIC X(30).
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              'MYCASRPT - CASOS DE CONTESTACAO EM ABERTO - REF.: '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(07) VALUE ' PRAZO '.
           05 RPT-HDR-SLA           PIC ZZ9.
           05 FILLER                PIC X(05) VALUE ' DIAS'.
           05 FILLER                PIC X(59) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(38) VALUE
              '     CASO CLIENTE    S ABERTURA IDADE'.
           05 FILLER                PIC X(17) VALUE
              '            VALOR'.
           05 FILLER                PIC X(77) VALUE
              ' SLA RESP E MENSAGEM DO ESTORNO'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-NUM           PIC Z(08)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-CLIENTE       PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SIT           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ABERTURA      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-IDADE         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SLA           PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-RESP          PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-EST           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-EST-MSG       PIC X(40).
           05 FILLER                PIC X(26) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       01 WS-RPT-VALUE-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-VAL-DESC          PIC X(30).
           05 RPT-VAL-VALUE         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(82) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           EXEC SQL OPEN C_PENDENTES END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYCASRPT: ERRO NA ABERTURA DO CURSOR '
                      'C_PENDENTES. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 2000-PROCESS-CASE UNTIL WS-FIM-CURSOR.
           EXEC SQL CLOSE C_PENDENTES END-EXEC.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYCASRPT CONCLUIDO. CASOS: '
                   WS-COUNT-CASOS ' FORA DO PRAZO: '
                   WS-COUNT-FORA-SLA.
           IF WS-COUNT-FORA-SLA > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
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
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-DATA-REF TO RPT-HDR-DATA.
           MOVE WS-SLA-DIAS TO RPT-HDR-SLA.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DATA-REF IS NUMERIC
                 MOVE PARM-DATA-REF TO WS-DATA-REF
              END-IF
              IF PARM-SLA-DIAS IS NUMERIC
                 AND PARM-SLA-DIAS-N > ZERO
                 MOVE PARM-SLA-DIAS-N TO WS-SLA-DIAS
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
       2000-PROCESS-CASE.
           EXEC SQL
               FETCH C_PENDENTES
               INTO :H-NUM-CASO, :H-ID-CLIENTE, :H-SITUACAO,
                    :H-DATA-ABERTURA, :H-VALOR, :H-OPERADOR-RESP,
                    :H-EST-SITUACAO, :H-EST-MSG
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYCASRPT: ERRO NO FETCH DE C_PENDENTES. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN OTHER
                   PERFORM 2100-REPORT-CASE
           END-EVALUATE.
           EXIT.
      *
       2100-REPORT-CASE.
           ADD 1 TO WS-COUNT-CASOS.
           ADD H-VALOR TO WS-TOT-VALOR.
           IF H-DATA-ABERTURA IS NUMERIC
              AND H-DATA-ABERTURA-N > 16010101
              COMPUTE WS-IDADE =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                - FUNCTION INTEGER-OF-DATE(H-DATA-ABERTURA-N)
           ELSE
              MOVE ZERO TO WS-IDADE
           END-IF.
           IF WS-IDADE < ZERO
              MOVE ZERO TO WS-IDADE
           END-IF.
      *
           PERFORM VARYING WS-FAIXA FROM 1 BY 1
                   UNTIL WS-FAIXA >= 5
                      OR WS-IDADE <= WS-FAIXA-LIMITE(WS-FAIXA)
              CONTINUE
           END-PERFORM.
           ADD 1 TO WS-FAIXA-COUNT(WS-FAIXA).
      *
           MOVE SPACES TO RPT-DET-SLA.
           IF WS-IDADE > WS-SLA-DIAS
              ADD 1 TO WS-COUNT-FORA-SLA
              MOVE '***' TO RPT-DET-SLA
           END-IF.
      *
           MOVE SPACES TO RPT-DET-EST-MSG.
           EVALUATE H-EST-SITUACAO
               WHEN 'P'
                   ADD 1 TO WS-COUNT-EST-PEND
               WHEN 'G'
                   ADD 1 TO WS-COUNT-EST-GERADO
               WHEN 'E'
                   ADD 1 TO WS-COUNT-EST-ERRO
                   MOVE H-EST-MSG TO RPT-DET-EST-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           MOVE H-NUM-CASO      TO RPT-DET-NUM.
           MOVE H-ID-CLIENTE    TO RPT-DET-CLIENTE.
           MOVE H-SITUACAO      TO RPT-DET-SIT.
           MOVE H-DATA-ABERTURA TO RPT-DET-ABERTURA.
           MOVE WS-IDADE        TO RPT-DET-IDADE.
           MOVE H-VALOR         TO RPT-DET-VALOR.
           MOVE H-OPERADOR-RESP TO RPT-DET-RESP.
           MOVE H-EST-SITUACAO  TO RPT-DET-EST.
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
           MOVE 'CASOS EM ABERTO             :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CASOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CASOS FORA DO PRAZO (***)   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-FORA-SLA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'VALOR TOTAL CONTESTADO      :' TO RPT-VAL-DESC.
           MOVE WS-TOT-VALOR TO RPT-VAL-VALUE.
           MOVE WS-RPT-VALUE-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 5
              MOVE WS-FAIXA-DESC(WS-FAIXA) TO RPT-MSG-DESC
              MOVE WS-FAIXA-COUNT(WS-FAIXA) TO RPT-MSG-VALUE
              PERFORM 4210-WRITE-SUMMARY-LINE
           END-PERFORM.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'ESTORNOS PENDENTES (P)      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EST-PEND TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ESTORNOS GERADOS (G)        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EST-GERADO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ESTORNOS EM ERRO (E)        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EST-ERRO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
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
           DISPLAY '*** PROGRAMA MYCASRPT ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCASRPT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
