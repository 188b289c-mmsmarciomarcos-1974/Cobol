       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCONSNT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * MODULO CHAMAVEL - CONSENTIMENTO VIGENTE DO CLIENTE POR
      * FINALIDADE (TB_CLIENTES_CONSENT)
      *
      * OS FEEDS QUE LEVAM DADO DE CLIENTE PARA FORA (MYJRNEXT E
      * MYEXTRAC PARA O DATA WAREHOUSE, MYDISTRB PARA OS PARCEIROS,
      * MYNOTFMT PARA OS AVISOS) E A TELA TRNL (MYCICSCS) PERGUNTAM
      * AQUI, EM UM SO LUGAR, SE O CLIENTE CONSENTIU NA FINALIDADE.
      * A REGRA DA SITUACAO VIGENTE ESTA NO COPYBOOK MYCNSC.
      *
      * MESMO MODULO EM BATCH E CICS (SO LEITURA, SEM COMMIT). A
      * ULTIMA RESPOSTA FICA NA WORKING-STORAGE: O MYDISTRB PERGUNTA
      * DE NOVO PELO MESMO CLIENTE NO REGISTRO 'E' QUE SEGUE O 'D'.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYDB2BAT/MYRECON
       01 WS-DB-HOST-VARS.
           05 H-ID-CLIENTE          PIC X(10).
           05 H-FINALIDADE          PIC X(03).
           05 H-SITUACAO            PIC X(01).
           05 H-DATA-SITUACAO       PIC X(10).
           05 H-CANAL               PIC X(01).
      *
      *--- ULTIMA PERGUNTA RESPONDIDA
       01 WS-ULTIMA-CONSULTA.
           05 WS-ULT-ID-CLIENTE     PIC X(10) VALUE LOW-VALUES.
           05 WS-ULT-FINALIDADE     PIC X(03) VALUE LOW-VALUES.
           05 WS-ULT-SITUACAO       PIC X(01).
           05 WS-ULT-DATA-SITUACAO  PIC X(10).
           05 WS-ULT-CANAL          PIC X(01).
      *
       LINKAGE SECTION.
       COPY MYCNSC.
      *
       PROCEDURE DIVISION USING MYCONSNT-PARAMETROS.
       MAIN-PROCEDURE.
           SET CNS-OK TO TRUE.
           MOVE ZERO TO CNS-SQLCODE.
           IF CNS-ID-CLIENTE NOT = WS-ULT-ID-CLIENTE
              OR CNS-FINALIDADE NOT = WS-ULT-FINALIDADE
              PERFORM 100-LER-SITUACAO
           END-IF.
           IF CNS-OK
              MOVE WS-ULT-SITUACAO      TO CNS-SITUACAO
              MOVE WS-ULT-DATA-SITUACAO TO CNS-DATA-SITUACAO
              MOVE WS-ULT-CANAL         TO CNS-CANAL
           ELSE
              MOVE SPACES TO CNS-SITUACAO
              MOVE SPACES TO CNS-DATA-SITUACAO
              MOVE SPACES TO CNS-CANAL
           END-IF.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * A MANIFESTACAO MAIS RECENTE DO CLIENTE PARA A FINALIDADE
      *----------------------------------------------------------------*
       100-LER-SITUACAO.
           MOVE CNS-ID-CLIENTE TO H-ID-CLIENTE.
           MOVE CNS-FINALIDADE TO H-FINALIDADE.
           EXEC SQL
               SELECT SITUACAO, CHAR(DATA_SITUACAO, ISO), CANAL_ORIGEM
                 INTO :H-SITUACAO, :H-DATA-SITUACAO, :H-CANAL
                 FROM TB_CLIENTES_CONSENT
                WHERE ID_CLIENTE = :H-ID-CLIENTE
                  AND FINALIDADE = :H-FINALIDADE
                ORDER BY DATA_SITUACAO DESC, REGISTRO_TS DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE H-SITUACAO      TO WS-ULT-SITUACAO
                   MOVE H-DATA-SITUACAO TO WS-ULT-DATA-SITUACAO
                   MOVE H-CANAL         TO WS-ULT-CANAL
               WHEN 100
                   MOVE SPACES TO WS-ULT-SITUACAO
                   MOVE SPACES TO WS-ULT-DATA-SITUACAO
                   MOVE SPACES TO WS-ULT-CANAL
               WHEN OTHER
                   MOVE SQLCODE TO CNS-SQLCODE
                   SET CNS-ERRO-SQL TO TRUE
                   MOVE LOW-VALUES TO WS-ULT-ID-CLIENTE
                   MOVE LOW-VALUES TO WS-ULT-FINALIDADE
           END-EVALUATE.
           IF CNS-OK
              MOVE CNS-ID-CLIENTE TO WS-ULT-ID-CLIENTE
              MOVE CNS-FINALIDADE TO WS-ULT-FINALIDADE
           END-IF.
           EXIT.
