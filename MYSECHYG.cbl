       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO WS-AUDT-REGISTRO DO MYAUDCAD (80 BYTES).
      *--- AS ANCORAS DO ENCADEAMENTO VEM SEM OPERADOR E CAEM FORA
      *--- DA COLETA JUNTO COM AS LINHAS SEM AUD-OPID
       FD  AUD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AUD-RECORD.
           05 AUD-TERMID             PIC X(04).
           05 AUD-TASKN              PIC 9(07).
           05 AUD-TRANCODE           PIC X(04).
           05 AUD-OPID               PIC X(03).
           05 AUD-DATAI              PIC X(30).
           05 AUD-TIPO-REG           PIC X(01).
           05 AUD-HASH               PIC X(16).
           05 FILLER                 PIC X(01).
      *
       FD  PARM-FILE
           RECORD CONTAINS 9 CHARACTERS.
           05 H-NIVEL               PIC X(01).
           05 H-IDIOMA              PIC X(02).
           05 H-ADMIN-ID            PIC X(03).
      *
      *--- IMAGEM DA LINHA DE TB_OPERADORES_AUDIT E PARAMETROS DO
      *--- ENCADEAMENTO DA TRILHA (MYTRLCAD)
       COPY MYOPAUC.
      *
       COPY MYTRLCDC.
      *
           EXEC SQL
               DECLARE C_OPERADORES CURSOR FOR
           END-IF.
      *
      *--- A MESMA AUDITORIA DA TRN7, COM O PROPRIO PASSO COMO ADMIN
      *--- (A LINHA LEVA A SEQUENCIA E O HASH DA TRILHA 'OPERAUD')
           MOVE 'HYG' TO H-ADMIN-ID.
           MOVE H-ADMIN-ID    TO WS-OPAU-ADMIN-ID.
           MOVE H-OPERADOR-ID TO WS-OPAU-OPERADOR-ID.
           MOVE H-NIVEL       TO WS-OPAU-NIVEL-ANTES.
           MOVE 'N'           TO WS-OPAU-NIVEL-DEPOIS.
           MOVE H-IDIOMA      TO WS-OPAU-IDIOMA-ANTES.
           MOVE H-IDIOMA      TO WS-OPAU-IDIOMA-DEPOIS.
           EXEC SQL
               SET :WS-OPAU-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
           MOVE 'OPERAUD' TO TRC-TRILHA.
           MOVE LENGTH OF WS-OPAUD-VARS TO TRC-TAMANHO.
           CALL 'MYTRLCAD' USING MYTRLCAD-PARAMETROS WS-OPAUD-VARS.
           IF NOT TRC-OK
               DISPLAY "MYSECHYG: ERRO NO ENCADEAMENTO DA AUDITORIA. "
                       "SQLCODE: " TRC-SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXEC SQL
               INSERT INTO TB_OPERADORES_AUDIT
                   (ADMIN_ID, OPERADOR_ID, NIVEL_ANTES, NIVEL_DEPOIS,
                    IDIOMA_ANTES, IDIOMA_DEPOIS, CHANGE_TS,
                    SEQ_CADEIA, HASH_CADEIA)
               VALUES
                   (:WS-OPAU-ADMIN-ID, :WS-OPAU-OPERADOR-ID,
                    :WS-OPAU-NIVEL-ANTES, :WS-OPAU-NIVEL-DEPOIS,
                    :WS-OPAU-IDIOMA-ANTES, :WS-OPAU-IDIOMA-DEPOIS,
                    :WS-OPAU-CHANGE-TS, :TRC-SEQ, :TRC-HASH)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYSECHYG: ERRO NA AUDITORIA. SQLCODE: "
