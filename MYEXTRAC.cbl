      *   - OS REGISTROS H/T DE CONTROLE NAO VIRAM LINHAS DO EXTRATO,
      *     MAS O TRAILER E CONFERIDO: CONTAGEM DO 'T' DIFERENTE DOS
      *     'D' EXTRAIDOS = FONTE TRUNCADA = RETURN-CODE 8.
      *
      * CLIENTE SEM CONSENTIMENTO VIGENTE PARA O DATA WAREHOUSE
      * (FINALIDADE 'DWH', VIA MYCONSNT) SAI COM O CAMPO DE DADOS
      * MASCARADO. A LINHA CONTINUA NO EXTRATO, PARA O TRAILER FECHAR.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
           05 WS-CAMPO-SUB          PIC 9(02) COMP.
           05 WS-QUOTE-SWITCH       PIC X(01) VALUE 'N'.
              88 WS-CAMPO-COM-ASPAS VALUE 'S'.
           05 WS-MASCARA-SW         PIC X(01) VALUE 'N'.
              88 WS-DADO-MASCARADO  VALUE 'S'.
      *
      *--- VALOR QUE SUBSTITUI O DADO PESSOAL SEM CONSENTIMENTO
       01 WS-MASCARA-LGPD           PIC X(63) VALUE 'SEM CONSENTIMENTO'.
      *
       COPY MYCNSC.
      *
      *--- CONFERENCIA DO TRAILER DA FONTE
       01 WS-VERIFY-CONTROLE.
       01 WS-COUNTERS.
           05 WS-COUNT-OUT-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-EXTRAIDOS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MASCARADOS   PIC 9(09) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              DISPLAY 'MYEXTRAC: EXTRATO GERADO. LINHAS: '
                      WS-COUNT-EXTRAIDOS
           END-IF.
           DISPLAY 'MYEXTRAC: LINHAS MASCARADAS SEM CONSENTIMENTO: '
                   WS-COUNT-MASCARADOS.
           DISPLAY 'PROGRAMA MYEXTRAC CONCLUIDO'.
           STOP RUN.
      *
       2000-EXTRACT-RECORDS.
           EVALUATE TRUE
               WHEN OUT-REC-IS-DETAIL
                   PERFORM 2050-CONFERIR-CONSENTIMENTO
                   PERFORM 2100-MONTAR-LINHA
                   PERFORM 4100-WRITE-CSV-LINE
                   ADD 1 TO WS-COUNT-EXTRAIDOS
           END-EVALUATE.
           PERFORM 4000-READ-NEXT-OUT.
           EXIT.
      *
      *--- SEM CONSENTIMENTO 'DWH' O CAMPO DE DADOS NAO SAI
       2050-CONFERIR-CONSENTIMENTO.
           MOVE OUT-ID TO CNS-ID-CLIENTE.
           SET CNS-FIN-DW TO TRUE.
           CALL 'MYCONSNT' USING MYCONSNT-PARAMETROS.
           IF CNS-ERRO-SQL
              DISPLAY 'ERRO FATAL NA CONSULTA DO CONSENTIMENTO'
              DISPLAY 'SQLCODE: ' CNS-SQLCODE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           IF CNS-CONCEDIDO
              MOVE 'N' TO WS-MASCARA-SW
           ELSE
              SET WS-DADO-MASCARADO TO TRUE
              ADD 1 TO WS-COUNT-MASCARADOS
           END-IF.
           EXIT.
      *
       2100-MONTAR-LINHA.
           MOVE SPACES TO WS-CSV-LINE.
                      MOVE 'N' TO WS-QUOTE-SWITCH
                  WHEN 'DADO'
                      MOVE SPACES TO WS-CAMPO-VALOR
                      IF WS-DADO-MASCARADO
                         MOVE WS-MASCARA-LGPD TO WS-CAMPO-VALOR(1:63)
                      ELSE
                         MOVE OUT-DATA TO WS-CAMPO-VALOR(1:63)
                      END-IF
                      SET WS-CAMPO-COM-ASPAS TO TRUE
              END-EVALUATE
              PERFORM 2200-ANEXAR-CAMPO
