       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCEPLD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CARGA MENSAL DA BASE DE CEPS DOS CORREIOS
      *
      * TODO MES OS CORREIOS MANDAM O ARQUIVO DE DISTRIBUICAO COMPLETO
      * (CEPDISDD). ESTE PROGRAMA SUBSTITUI O CONTEUDO DE TB_CEP
      * (LAYOUT NO COPYBOOK MYCEPVC) PELO ARQUIVO DO MES: APAGA AS
      * LINHAS DA CARGA ANTERIOR E GRAVA UMA LINHA POR CEP VALIDO.
      *
      * VALIDACOES (FALHOU = LINHA REJEITADA NO RELATORIO):
      *   - CEP COM OITO DIGITOS, NAO TODOS ZERO;
      *   - UF ENTRE AS 27 UNIDADES DA FEDERACAO;
      *   - CIDADE PREENCHIDA;
      *   - CEP REPETIDO NO ARQUIVO (VALE A PRIMEIRA LINHA).
      *
      * O COMMIT E UNICO, NO FIM: UM ERRO NO MEIO DA CARGA DEIXA A BASE
      * DO MES ANTERIOR INTACTA. ARQUIVO VAZIO NAO APAGA NADA (RC 16).
      *
      * RETURN-CODE 0 = OK; 4 = HOUVE LINHA REJEITADA (VER O
      * RELATORIO); 16 = ERRO FATAL.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPDIS-FILE ASSIGN TO CEPDISDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CEPDIS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- ARQUIVO DE DISTRIBUICAO: UM CEP POR LINHA
       FD  CEPDIS-FILE
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CEPDIS-RECORD.
           05 CDI-CEP                PIC X(08).
           05 CDI-CEP-N REDEFINES CDI-CEP PIC 9(08).
           05 CDI-UF                 PIC X(02).
              88 CDI-UF-VALIDA       VALUE 'AC' 'AL' 'AP' 'AM' 'BA'
                                           'CE' 'DF' 'ES' 'GO' 'MA'
                                           'MT' 'MS' 'MG' 'PA' 'PB'
                                           'PR' 'PE' 'PI' 'RJ' 'RN'
                                           'RS' 'RO' 'RR' 'SC' 'SP'
                                           'SE' 'TO'.
           05 CDI-CIDADE             PIC X(30).
           05 CDI-BAIRRO             PIC X(30).
           05 CDI-LOGRADOURO         PIC X(40).
           05 FILLER                 PIC X(10).
      *
       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCNSLD
       01 WS-DB-HOST-VARS.
           05 D-CEP                 PIC X(08).
           05 D-LOGRADOURO          PIC X(40).
           05 D-BAIRRO              PIC X(30).
           05 D-CIDADE              PIC X(30).
           05 D-UF                  PIC X(02).
           05 D-QTD-APAGADOS        PIC S9(09) COMP.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-CEPDIS-FILE-STATUS PIC X(02).
              88 WS-CEPDIS-OK            VALUE '00'.
              88 WS-CEPDIS-EOF           VALUE '10'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CARREGADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REJEITADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-APAGADOS     PIC 9(09) VALUE ZERO.
      *
       01 WS-VALIDACAO-VARS.
           05 WS-REJ-MOTIVO         PIC X(40).
      *
       01 WS-RPT-HEADER            PIC X(133) VALUE
           "CARGA MENSAL DA BASE DE CEPS (TB_CEP) - REJEITADOS".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESSAR-CEP UNTIL WS-CEPDIS-EOF.
           PERFORM 3000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT CEPDIS-FILE.
           IF NOT WS-CEPDIS-OK
               DISPLAY "MYCEPLD: ERRO AO ABRIR CEPDIS-FILE. STATUS: "
                       WS-CEPDIS-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
               DISPLAY "MYCEPLD: ERRO AO ABRIR RPT-FILE. STATUS: "
                       WS-RPT-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *--- ARQUIVO VAZIO: A BASE DO MES ANTERIOR FICA COMO ESTA
           PERFORM 4000-READ-NEXT-CEPDIS.
           IF WS-CEPDIS-EOF
               DISPLAY "MYCEPLD: ARQUIVO DE DISTRIBUICAO VAZIO. "
                       "TB_CEP NAO FOI ALTERADA."
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 1100-APAGAR-CARGA-ANTERIOR.
           EXIT.
      *
       1100-APAGAR-CARGA-ANTERIOR.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :D-QTD-APAGADOS
                 FROM TB_CEP
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYCEPLD: ERRO NA CONTAGEM DE TB_CEP. SQLCODE: "
                       SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE D-QTD-APAGADOS TO WS-COUNT-APAGADOS.
           EXEC SQL
               DELETE FROM TB_CEP
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "MYCEPLD: ERRO NO DELETE DE TB_CEP. SQLCODE: "
                       SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * UM CEP POR REGISTRO DO ARQUIVO DE DISTRIBUICAO
      *================================================================*
       2000-PROCESSAR-CEP.
           ADD 1 TO WS-COUNT-LIDOS.
           MOVE SPACES TO WS-REJ-MOTIVO.
      *
           EVALUATE TRUE
               WHEN CDI-CEP IS NOT NUMERIC
                   MOVE 'CEP NAO NUMERICO' TO WS-REJ-MOTIVO
               WHEN CDI-CEP-N = ZERO
                   MOVE 'CEP ZERADO' TO WS-REJ-MOTIVO
               WHEN NOT CDI-UF-VALIDA
                   MOVE 'UF INVALIDA' TO WS-REJ-MOTIVO
               WHEN CDI-CIDADE = SPACES
                   MOVE 'CIDADE EM BRANCO' TO WS-REJ-MOTIVO
               WHEN OTHER
                   PERFORM 2500-GRAVAR-CEP
           END-EVALUATE.
      *
           IF WS-REJ-MOTIVO = SPACES
               ADD 1 TO WS-COUNT-CARREGADOS
           ELSE
               ADD 1 TO WS-COUNT-REJEITADOS
               PERFORM 2850-LINHA-REJEITADO
           END-IF.
      *
           PERFORM 4000-READ-NEXT-CEPDIS.
           EXIT.
      *
      *--- CEP JA GRAVADO NESTA CARGA (-803) = LINHA REPETIDA NO ARQUIVO
       2500-GRAVAR-CEP.
           MOVE CDI-CEP        TO D-CEP.
           MOVE CDI-LOGRADOURO TO D-LOGRADOURO.
           MOVE CDI-BAIRRO     TO D-BAIRRO.
           MOVE CDI-CIDADE     TO D-CIDADE.
           MOVE CDI-UF         TO D-UF.
           EXEC SQL
               INSERT INTO TB_CEP
                   (CEP, LOGRADOURO, BAIRRO, CIDADE, UF, DATA_CARGA)
               VALUES
                   (:D-CEP, :D-LOGRADOURO, :D-BAIRRO, :D-CIDADE,
                    :D-UF, CURRENT DATE)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   MOVE 'CEP REPETIDO NO ARQUIVO' TO WS-REJ-MOTIVO
               WHEN OTHER
                   DISPLAY "MYCEPLD: ERRO NO INSERT EM TB_CEP. "
                           "SQLCODE: " SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2850-LINHA-REJEITADO.
           MOVE SPACES TO RPT-RECORD.
           STRING "REJEITADO CEP=" DELIMITED BY SIZE
                  CDI-CEP DELIMITED BY SIZE
                  " UF=" DELIMITED BY SIZE
                  CDI-UF DELIMITED BY SIZE
                  " CIDADE=" DELIMITED BY SIZE
                  CDI-CIDADE DELIMITED BY SIZE
                  " MOTIVO: " DELIMITED BY SIZE
                  WS-REJ-MOTIVO DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYCEPLD: ERRO NO COMMIT. SQLCODE: " SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           STRING "TOTAIS: LIDOS=" DELIMITED BY SIZE
                  WS-COUNT-LIDOS DELIMITED BY SIZE
                  " CARREGADOS=" DELIMITED BY SIZE
                  WS-COUNT-CARREGADOS DELIMITED BY SIZE
                  " REJEITADOS=" DELIMITED BY SIZE
                  WS-COUNT-REJEITADOS DELIMITED BY SIZE
                  " CARGA ANTERIOR=" DELIMITED BY SIZE
                  WS-COUNT-APAGADOS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           CLOSE CEPDIS-FILE RPT-FILE.
           DISPLAY "MYCEPLD CONCLUIDO. CARREGADOS=" WS-COUNT-CARREGADOS
                   " REJEITADOS=" WS-COUNT-REJEITADOS
                   " CARGA ANTERIOR=" WS-COUNT-APAGADOS.
           IF WS-COUNT-REJEITADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-CEPDIS.
           READ CEPDIS-FILE.
           IF WS-CEPDIS-OK
               CONTINUE
           ELSE
               IF NOT WS-CEPDIS-EOF
                   DISPLAY "MYCEPLD: ERRO DE LEITURA NO CEPDIS-FILE. "
                           "STATUS: " WS-CEPDIS-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
               END-IF
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYCEPLD: ERRO DE ESCRITA NO RPT-FILE. "
                       "STATUS: " WS-RPT-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY "*** PROGRAMA MYCEPLD ENCERRADO COM ERRO"
                   " DE SQL ***".
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY "*** PROGRAMA MYCEPLD ENCERRADO COM ERRO"
                   " DE ARQUIVO ***".
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
