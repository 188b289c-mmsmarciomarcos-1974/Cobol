       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCNSLD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CARGA DOS CONSENTIMENTOS COLHIDOS NAS AGENCIAS
      *
      * AS AGENCIAS COLHEM NO BALCAO, EM PAPEL, A AUTORIZACAO OU A
      * REVOGACAO DO CLIENTE PARA CADA FINALIDADE E MANDAM O ARQUIVO
      * DIGITADO (CNSAGDD). ESTE PROGRAMA GRAVA CADA MANIFESTACAO
      * VALIDA EM TB_CLIENTES_CONSENT (LAYOUT NO COPYBOOK MYCNSC),
      * COM OPERADOR_ID 'CNL' - O MESMO REGISTRO QUE A TELA TRNL
      * (MYCICSCS) FAZ NO ATENDIMENTO.
      *
      * VALIDACOES (FALHOU = LINHA REJEITADA NO RELATORIO):
      *   - CLIENTE EM TB_CLIENTES E NAO ANONIMIZADO;
      *   - FINALIDADE CTT/DWH/PAR/BIR E SITUACAO C/R;
      *   - DATA DA MANIFESTACAO VALIDA E NAO FUTURA;
      *   - CANAL A/T/I/D (EM BRANCO = A, AGENCIA);
      *   - AGENCIA NO CADASTRO DE AGENCIAS (AGYREGDD; SEM O
      *     CADASTRO NO PASSO, A AGENCIA NAO E CONFERIDA).
      *
      * REPROCESSAR O MESMO ARQUIVO NAO DUPLICA: A MANIFESTACAO JA
      * GRAVADA (MESMO CLIENTE, FINALIDADE, SITUACAO, DATA, CANAL E
      * AGENCIA) E PULADA E SO CONTADA. O COMMIT E UNICO, NO FIM.
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
           SELECT CNSAG-FILE ASSIGN TO CNSAGDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CNSAG-FILE-STATUS.
           SELECT OPTIONAL AGYREG-FILE ASSIGN TO AGYREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AGR-PREFIXO
                  FILE STATUS IS WS-AGY-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- ARQUIVO DAS AGENCIAS: UMA MANIFESTACAO POR LINHA
       FD  CNSAG-FILE
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CNSAG-RECORD.
           05 CAG-ID-CLIENTE         PIC X(10).
           05 CAG-FINALIDADE         PIC X(03).
           05 CAG-SITUACAO           PIC X(01).
              88 CAG-SIT-VALIDA      VALUE 'C' 'R'.
           05 CAG-DATA               PIC X(08).
           05 CAG-DATA-N REDEFINES CAG-DATA.
              10 CAG-DATA-AAAA       PIC 9(04).
              10 CAG-DATA-MM         PIC 9(02).
              10 CAG-DATA-DD         PIC 9(02).
           05 CAG-AGENCIA            PIC X(04).
           05 CAG-CANAL              PIC X(01).
              88 CAG-CANAL-VALIDO    VALUE 'A' 'T' 'I' 'D'.
           05 FILLER                 PIC X(03).
      *
      *--- MESMO LAYOUT DO AGYREG-RECORD DO MYBATCH
       FD AGYREG-FILE
          RECORD CONTAINS 120 CHARACTERS.
       01 AGYREG-RECORD.
           05 AGR-PREFIXO            PIC X(04).
           05 AGR-NOME               PIC X(30).
           05 AGR-DIAS-ESPERADOS     PIC X(07).
           05 AGR-CONTATO            PIC X(20).
           05 AGR-SITUACAO           PIC X(01).
           05 AGR-DATA-INICIO        PIC 9(08).
           05 AGR-DATA-FIM           PIC 9(08).
           05 AGR-VALOR-MAXIMO       PIC 9(13)V99.
           05 AGR-VERSAO-LAYOUT      PIC X(02).
           05 AGR-ULT-ALTERACAO      PIC 9(08).
           05 AGR-ULT-OPERADOR       PIC X(03).
           05 FILLER                 PIC X(14).
      *
       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYDQHLD/MYBULKCR
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-FINALIDADE          PIC X(03).
              88 D-FIN-VALIDA       VALUE 'CTT' 'DWH' 'PAR' 'BIR'.
           05 D-SITUACAO            PIC X(01).
           05 D-DATA-SITUACAO       PIC X(10).
           05 D-CANAL               PIC X(01).
           05 D-AGENCIA             PIC X(04).
           05 D-OPERADOR            PIC X(03) VALUE 'CNL'.
           05 D-QTD-IGUAIS          PIC S9(09) COMP.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-CNSAG-FILE-STATUS PIC X(02).
              88 WS-CNSAG-OK             VALUE '00'.
              88 WS-CNSAG-EOF            VALUE '10'.
           05 WS-AGY-FILE-STATUS   PIC X(02).
              88 WS-AGY-OK               VALUE '00'.
              88 WS-AGY-AUSENTE          VALUE '05'.
              88 WS-AGY-NOTFND           VALUE '23'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
      *
       01 WS-AGY-CONTROLE.
           05 WS-AGY-CONFERIR-SW    PIC X(01) VALUE 'S'.
              88 WS-AGY-CONFERIR    VALUE 'S'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CARREGADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REPETIDOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REJEITADOS   PIC 9(07) VALUE ZERO.
      *
       01 WS-VALIDACAO-VARS.
           05 WS-REJ-MOTIVO         PIC X(40).
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE PIC X(08).
      *
       01 WS-RPT-HEADER            PIC X(133) VALUE
           "CARGA DE CONSENTIMENTOS DAS AGENCIAS - REJEITADOS".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESSAR-MANIFESTACAO UNTIL WS-CNSAG-EOF.
           PERFORM 3000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CNSAG-FILE.
           IF NOT WS-CNSAG-OK
               DISPLAY "MYCNSLD: ERRO AO ABRIR CNSAG-FILE. STATUS: "
                       WS-CNSAG-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *--- SEM O CADASTRO DE AGENCIAS NO PASSO (OPTIONAL), A AGENCIA
      *--- NAO E CONFERIDA
           OPEN INPUT AGYREG-FILE.
           EVALUATE TRUE
               WHEN WS-AGY-OK
                   CONTINUE
               WHEN WS-AGY-AUSENTE
                   MOVE 'N' TO WS-AGY-CONFERIR-SW
                   DISPLAY "MYCNSLD: SEM AGYREGDD - AGENCIA NAO "
                           "CONFERIDA."
               WHEN OTHER
                   DISPLAY "MYCNSLD: ERRO AO ABRIR AGYREG-FILE. "
                           "STATUS: " WS-AGY-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
               DISPLAY "MYCNSLD: ERRO AO ABRIR RPT-FILE. STATUS: "
                       WS-RPT-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 4000-READ-NEXT-CNSAG.
           EXIT.
      *
      *================================================================*
      * UMA MANIFESTACAO POR REGISTRO DO ARQUIVO DA AGENCIA
      *================================================================*
       2000-PROCESSAR-MANIFESTACAO.
           ADD 1 TO WS-COUNT-LIDOS.
           MOVE SPACES TO WS-REJ-MOTIVO.
      *
           PERFORM 2100-VALIDAR-CAMPOS.
           IF WS-REJ-MOTIVO = SPACES
               PERFORM 2200-VALIDAR-AGENCIA
           END-IF.
           IF WS-REJ-MOTIVO = SPACES
               PERFORM 2300-VALIDAR-CLIENTE
           END-IF.
      *
           IF WS-REJ-MOTIVO = SPACES
               PERFORM 2400-CONFERIR-REPETIDA
               IF D-QTD-IGUAIS > ZERO
                   ADD 1 TO WS-COUNT-REPETIDOS
               ELSE
                   PERFORM 2500-GRAVAR-MANIFESTACAO
                   ADD 1 TO WS-COUNT-CARREGADOS
               END-IF
           ELSE
               ADD 1 TO WS-COUNT-REJEITADOS
               PERFORM 2850-LINHA-REJEITADO
           END-IF.
      *
           PERFORM 4000-READ-NEXT-CNSAG.
           EXIT.
      *
      *--- CAMPOS DO REGISTRO; A DATA VAI PARA O FORMATO ISO DO DB2
       2100-VALIDAR-CAMPOS.
           MOVE CAG-ID-CLIENTE TO D-ID-CLIENTE.
           MOVE CAG-FINALIDADE TO D-FINALIDADE.
           MOVE CAG-SITUACAO   TO D-SITUACAO.
           MOVE CAG-AGENCIA    TO D-AGENCIA.
           IF CAG-CANAL = SPACE
               MOVE 'A' TO CAG-CANAL
           END-IF.
           MOVE CAG-CANAL      TO D-CANAL.
           EVALUATE TRUE
               WHEN CAG-ID-CLIENTE = SPACES
                   MOVE 'ID DO CLIENTE EM BRANCO' TO WS-REJ-MOTIVO
               WHEN NOT D-FIN-VALIDA
                   MOVE 'FINALIDADE INVALIDA (CTT/DWH/PAR/BIR)'
                       TO WS-REJ-MOTIVO
               WHEN NOT CAG-SIT-VALIDA
                   MOVE 'SITUACAO INVALIDA (C/R)' TO WS-REJ-MOTIVO
               WHEN NOT CAG-CANAL-VALIDO
                   MOVE 'CANAL INVALIDO (A/T/I/D)' TO WS-REJ-MOTIVO
               WHEN CAG-DATA IS NOT NUMERIC
                   MOVE 'DATA INVALIDA' TO WS-REJ-MOTIVO
               WHEN CAG-DATA-MM < 1 OR CAG-DATA-MM > 12
                    OR CAG-DATA-DD < 1 OR CAG-DATA-DD > 31
                    OR CAG-DATA-AAAA < 1900
                   MOVE 'DATA INVALIDA' TO WS-REJ-MOTIVO
               WHEN CAG-DATA > WS-TODAY-DATE-X
                   MOVE 'DATA FUTURA' TO WS-REJ-MOTIVO
               WHEN CAG-AGENCIA = SPACES
                   MOVE 'AGENCIA EM BRANCO' TO WS-REJ-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO D-DATA-SITUACAO
                   STRING CAG-DATA(1:4) '-' CAG-DATA(5:2) '-'
                          CAG-DATA(7:2)
                       DELIMITED BY SIZE INTO D-DATA-SITUACAO
           END-EVALUATE.
           EXIT.
      *
       2200-VALIDAR-AGENCIA.
           IF WS-AGY-CONFERIR
               MOVE CAG-AGENCIA TO AGR-PREFIXO
               READ AGYREG-FILE
               EVALUATE TRUE
                   WHEN WS-AGY-OK
                       CONTINUE
                   WHEN WS-AGY-NOTFND
                       MOVE 'AGENCIA FORA DO CADASTRO (AGYREGDD)'
                           TO WS-REJ-MOTIVO
                   WHEN OTHER
                       DISPLAY "MYCNSLD: ERRO DE LEITURA NO AGYREG-FILE"
                               ". STATUS: " WS-AGY-FILE-STATUS
                       PERFORM 9910-FILE-ERROR-ABEND
               END-EVALUATE
           END-IF.
           EXIT.
      *
      *--- CLIENTE EM TB_CLIENTES E AINDA NAO ANONIMIZADO (MESMA
      *--- REGRA DA TRNL)
       2300-VALIDAR-CLIENTE.
           EXEC SQL
               SELECT NOME_CLIENTE
                 INTO :D-NOME-CLIENTE
                 FROM TB_CLIENTES
                WHERE ID_CLIENTE = :D-ID-CLIENTE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF D-NOME-CLIENTE = 'ANONIMIZADO'
                       MOVE 'CLIENTE ANONIMIZADO (LGPD)'
                           TO WS-REJ-MOTIVO
                   END-IF
               WHEN 100
                   MOVE 'SEM LINHA EM TB_CLIENTES' TO WS-REJ-MOTIVO
               WHEN OTHER
                   DISPLAY "MYCNSLD: ERRO NA CONSULTA DO CLIENTE. "
                           "SQLCODE: " SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- A MESMA MANIFESTACAO JA GRAVADA (REPROCESSAMENTO DO ARQUIVO)
       2400-CONFERIR-REPETIDA.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :D-QTD-IGUAIS
                 FROM TB_CLIENTES_CONSENT
                WHERE ID_CLIENTE     = :D-ID-CLIENTE
                  AND FINALIDADE     = :D-FINALIDADE
                  AND SITUACAO       = :D-SITUACAO
                  AND DATA_SITUACAO  = DATE(:D-DATA-SITUACAO)
                  AND CANAL_ORIGEM   = :D-CANAL
                  AND AGENCIA_ORIGEM = :D-AGENCIA
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYCNSLD: ERRO NA CONSULTA DE "
                       "TB_CLIENTES_CONSENT. SQLCODE: " SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2500-GRAVAR-MANIFESTACAO.
           EXEC SQL
               INSERT INTO TB_CLIENTES_CONSENT
                   (ID_CLIENTE, FINALIDADE, SITUACAO, DATA_SITUACAO,
                    CANAL_ORIGEM, AGENCIA_ORIGEM, OPERADOR_ID,
                    REGISTRO_TS)
               VALUES
                   (:D-ID-CLIENTE, :D-FINALIDADE, :D-SITUACAO,
                    DATE(:D-DATA-SITUACAO), :D-CANAL, :D-AGENCIA,
                    :D-OPERADOR, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYCNSLD: ERRO NO INSERT EM TB_CLIENTES_CONSENT"
                       ". SQLCODE: " SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2850-LINHA-REJEITADO.
           MOVE SPACES TO RPT-RECORD.
           STRING "REJEITADO ID=" DELIMITED BY SIZE
                  CAG-ID-CLIENTE DELIMITED BY SIZE
                  " FINALIDADE=" DELIMITED BY SIZE
                  CAG-FINALIDADE DELIMITED BY SIZE
                  " SITUACAO=" DELIMITED BY SIZE
                  CAG-SITUACAO DELIMITED BY SIZE
                  " DATA=" DELIMITED BY SIZE
                  CAG-DATA DELIMITED BY SIZE
                  " AGENCIA=" DELIMITED BY SIZE
                  CAG-AGENCIA DELIMITED BY SIZE
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
               DISPLAY "MYCNSLD: ERRO NO COMMIT. SQLCODE: " SQLCODE
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
                  " JA REGISTRADOS=" DELIMITED BY SIZE
                  WS-COUNT-REPETIDOS DELIMITED BY SIZE
                  " REJEITADOS=" DELIMITED BY SIZE
                  WS-COUNT-REJEITADOS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           CLOSE CNSAG-FILE RPT-FILE.
           IF WS-AGY-CONFERIR
               CLOSE AGYREG-FILE
           END-IF.
           DISPLAY "MYCNSLD CONCLUIDO. CARREGADOS=" WS-COUNT-CARREGADOS
                   " JA REGISTRADOS=" WS-COUNT-REPETIDOS
                   " REJEITADOS=" WS-COUNT-REJEITADOS.
           IF WS-COUNT-REJEITADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-CNSAG.
           READ CNSAG-FILE.
           IF WS-CNSAG-OK
               CONTINUE
           ELSE
               IF NOT WS-CNSAG-EOF
                   DISPLAY "MYCNSLD: ERRO DE LEITURA NO CNSAG-FILE. "
                           "STATUS: " WS-CNSAG-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
               END-IF
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYCNSLD: ERRO DE ESCRITA NO RPT-FILE. "
                       "STATUS: " WS-RPT-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY "*** PROGRAMA MYCNSLD ENCERRADO COM ERRO"
                   " DE SQL ***".
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY "*** PROGRAMA MYCNSLD ENCERRADO COM ERRO"
                   " DE ARQUIVO ***".
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
