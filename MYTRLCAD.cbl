       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYTRLCAD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * MODULO CHAMAVEL - ENCADEAMENTO DAS TRILHAS DE AUDITORIA EM
      * TABELA DB2 (TB_CLIENTES_JOURNAL E TB_OPERADORES_AUDIT)
      *
      * QUEM GRAVA UMA LINHA NUMA DESSAS TRILHAS FAZ, LOGO ANTES DO
      * INSERT, CALL 'MYTRLCAD' USING MYTRLCAD-PARAMETROS (COPYBOOK
      * MYTRLCDC) <IMAGEM DA LINHA> E GRAVA A LINHA COM A SEQUENCIA
      * (SEQ_CADEIA) E O HASH ENCADEADO (HASH_CADEIA) DEVOLVIDOS.
      *
      * A SEQUENCIA E O ULTIMO HASH DE CADA TRILHA FICAM NA LINHA DA
      * TRILHA EM TB_AUDIT_CADEIA. O PRIMEIRO COMANDO E O UPDATE QUE
      * RESERVA A SEQUENCIA: A LINHA FICA PRESA ATE O COMMIT/
      * SYNCPOINT DO CHAMADOR, ENTAO DUAS GRAVACOES NUNCA ENCADEIAM
      * SOBRE O MESMO HASH, E O ROLLBACK DO CHAMADOR DESFAZ A
      * SEQUENCIA, O HASH E A ANCORA JUNTO COM A LINHA - A CADEIA NAO
      * FICA COM BURACO. TRILHA AINDA SEM LINHA DE CONTROLE COMECA DA
      * SEQUENCIA 1 SOBRE O HASH INICIAL (16 ZEROS).
      *
      * ANCORA DIARIA: SE A ULTIMA LINHA DA TRILHA E DE UM DIA
      * ANTERIOR, ANTES DE ENCADEAR A LINHA NOVA GRAVA EM
      * TB_AUDIT_ANCORA A ANCORA 'A' DAQUELE DIA (SEQUENCIA E HASH DA
      * ULTIMA LINHA DELE E QUANTIDADE DE LINHAS DO DIA), QUE O
      * MYTRLVER CONFERE E LISTA NO RELATORIO.
      *
      * MESMO MODULO EM BATCH, CICS E IMS (SQL NA UNIDADE DE TRABALHO
      * DO CHAMADOR, SEM COMMIT PROPRIO). ERRO DE SQL VOLTA EM
      * TRC-RETORNO '12' COM O SQLCODE, PARA O CHAMADOR TRATAR COMO
      * ERRO NO INSERT DA TRILHA.
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
           05 H-TRILHA              PIC X(08).
           05 H-ULT-SEQ             PIC S9(15) COMP-3.
           05 H-SEQ-ANCORA          PIC S9(15) COMP-3.
           05 H-ULT-HASH            PIC X(16).
           05 H-NOVO-HASH           PIC X(16).
           05 H-ULT-DATA            PIC X(10).
           05 H-HOJE                PIC X(10).
           05 H-QTD-DIA             PIC S9(09) COMP.
      *
      *--- O QUE ENTRA NO HASH: A SEQUENCIA DA LINHA E A IMAGEM DELA
       01 WS-CONTEUDO.
           05 WS-CONT-SEQ           PIC 9(15).
           05 WS-CONT-LINHA         PIC X(500).
      *
       01 WS-TAMANHO-LINHA          PIC 9(04) COMP.
      *
       COPY MYHASHC.
      *
       LINKAGE SECTION.
       COPY MYTRLCDC.
       01 TRC-LINHA                 PIC X(500).
      *
       PROCEDURE DIVISION USING MYTRLCAD-PARAMETROS TRC-LINHA.
       MAIN-PROCEDURE.
           SET TRC-OK TO TRUE.
           MOVE ZERO TO TRC-SQLCODE.
           MOVE ZERO TO TRC-SEQ.
           MOVE SPACES TO TRC-HASH.
           MOVE TRC-TRILHA TO H-TRILHA.
      *
           PERFORM 100-RESERVAR-SEQUENCIA.
           IF TRC-OK
              PERFORM 200-LER-CONTROLE
           END-IF.
           IF TRC-OK
              AND H-ULT-DATA NOT = H-HOJE
              AND H-QTD-DIA > ZERO
              PERFORM 300-GRAVAR-ANCORA-DIARIA
           END-IF.
           IF TRC-OK
              PERFORM 400-CALCULAR-HASH
              PERFORM 500-ATUALIZAR-CONTROLE
           END-IF.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * RESERVA A PROXIMA SEQUENCIA (E PRENDE A LINHA DE CONTROLE)
      *----------------------------------------------------------------*
       100-RESERVAR-SEQUENCIA.
           EXEC SQL
               UPDATE TB_AUDIT_CADEIA
                  SET ULT_SEQ = ULT_SEQ + 1
                WHERE TRILHA = :H-TRILHA
           END-EXEC.
           IF SQLCODE = +100
              PERFORM 150-CRIAR-CONTROLE
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 900-ERRO-SQL
              END-IF
           END-IF.
           EXIT.
      *
      *--- PRIMEIRA GRAVACAO DA TRILHA: SEQUENCIA 1 SOBRE O HASH
      *--- INICIAL
       150-CRIAR-CONTROLE.
           MOVE ALL '0' TO H-ULT-HASH.
           EXEC SQL
               INSERT INTO TB_AUDIT_CADEIA
                   (TRILHA, ULT_SEQ, ULT_HASH, ULT_DATA, QTD_DIA)
               VALUES
                   (:H-TRILHA, 1, :H-ULT-HASH, CURRENT DATE, 0)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 900-ERRO-SQL
           END-IF.
           EXIT.
      *
       200-LER-CONTROLE.
           EXEC SQL
               SELECT ULT_SEQ, ULT_HASH, CHAR(ULT_DATA, ISO),
                      QTD_DIA, CHAR(CURRENT DATE, ISO)
                 INTO :H-ULT-SEQ, :H-ULT-HASH, :H-ULT-DATA,
                      :H-QTD-DIA, :H-HOJE
                 FROM TB_AUDIT_CADEIA
                WHERE TRILHA = :H-TRILHA
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 900-ERRO-SQL
           END-IF.
           EXIT.
      *
      *----------------------------------------------------------------*
      * FECHA O DIA ANTERIOR: A ULTIMA LINHA DELE E A DE SEQUENCIA
      * IMEDIATAMENTE ANTERIOR A RESERVADA AGORA
      *----------------------------------------------------------------*
       300-GRAVAR-ANCORA-DIARIA.
           COMPUTE H-SEQ-ANCORA = H-ULT-SEQ - 1.
           EXEC SQL
               INSERT INTO TB_AUDIT_ANCORA
                   (TRILHA, TIPO_ANCORA, DATA_ANCORA, ULT_SEQ,
                    ULT_HASH, QTD_REGISTROS, GRAVADO_TS)
               VALUES
                   (:H-TRILHA, 'A', DATE(:H-ULT-DATA), :H-SEQ-ANCORA,
                    :H-ULT-HASH, :H-QTD-DIA, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 900-ERRO-SQL
           END-IF.
           MOVE ZERO TO H-QTD-DIA.
           EXIT.
      *
       400-CALCULAR-HASH.
           MOVE TRC-TAMANHO TO WS-TAMANHO-LINHA.
           IF WS-TAMANHO-LINHA > 500
              MOVE 500 TO WS-TAMANHO-LINHA
           END-IF.
           MOVE H-ULT-SEQ TO WS-CONT-SEQ.
           MOVE SPACES TO WS-CONT-LINHA.
           IF WS-TAMANHO-LINHA > ZERO
              MOVE TRC-LINHA(1:WS-TAMANHO-LINHA) TO WS-CONT-LINHA
           END-IF.
           MOVE H-ULT-HASH TO HSH-HASH-ANTERIOR.
           COMPUTE HSH-TAMANHO = 15 + WS-TAMANHO-LINHA.
           CALL 'MYHASH' USING MYHASH-PARAMETROS WS-CONTEUDO.
           MOVE HSH-HASH-NOVO TO H-NOVO-HASH.
           MOVE H-ULT-SEQ TO TRC-SEQ.
           MOVE H-NOVO-HASH TO TRC-HASH.
           EXIT.
      *
       500-ATUALIZAR-CONTROLE.
           ADD 1 TO H-QTD-DIA.
           EXEC SQL
               UPDATE TB_AUDIT_CADEIA
                  SET ULT_HASH = :H-NOVO-HASH,
                      ULT_DATA = CURRENT DATE,
                      QTD_DIA  = :H-QTD-DIA
                WHERE TRILHA = :H-TRILHA
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 900-ERRO-SQL
           END-IF.
           EXIT.
      *
       900-ERRO-SQL.
           MOVE SQLCODE TO TRC-SQLCODE.
           SET TRC-ERRO-SQL TO TRUE.
           EXIT.
