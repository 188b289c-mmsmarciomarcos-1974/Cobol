      * ANALOGO DO MYARCHQ PARA O MESTRE - RESPONDE AS DUAS PERGUNTAS
      * DA CONTESTACAO:
      *
      *   1. COMO ESTAVA A CONTA X/C DO MESTRE NA DATA D (ULTIMA
      *      IMAGEM "DEPOIS" GRAVADA ATE A DATA DE CORTE, COM O SALDO);
      *   2. QUAIS TRANSMISSOES MEXERAM NELA (TODAS AS LINHAS DO
      *      DIARIO DO ID + CONTA, COM RODADA, OPERACAO E ORIGEM D/R).
      *
      * CARTAO PARMDD: ID DO MESTRE (OBRIGATORIO) + DATA DE CORTE
      * AAAAMMDD (ZEROS = HOJE) + CONTA (BRANCO = 001, COMO NOS
      * CARTOES ANTIGOS). LINHA DO DIARIO SEM CONTA E DA CONTA 001.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
      *
      *--- MESMO LAYOUT DO MSTJRN-RECORD DO MYBATCH
       FD MSTJRN-FILE
          RECORD CONTAINS 230 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MSTJRN-RECORD.
           05 MJR-SALDO-ANTES        PIC S9(11)V99.
           05 MJR-SALDO-DEPOIS       PIC S9(11)V99.
           05 FILLER                 PIC X(04).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
      *
       FD PARM-FILE
          RECORD CONTAINS 21 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-MST-ID            PIC X(10).
           05 PARM-DATA-CORTE        PIC 9(08).
           05 PARM-MST-CONTA         PIC X(03).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
       01 WS-QUERY-CONTROLE.
           05 WS-QRY-MST-ID         PIC X(10) VALUE SPACES.
           05 WS-QRY-DATA-CORTE     PIC 9(08) VALUE ZERO.
           05 WS-QRY-MST-CONTA      PIC X(03) VALUE '001'.
           05 WS-MJR-CONTA-EFETIVA  PIC X(03) VALUE SPACES.
      *
      *--- ESTADO RECONSTRUIDO NA DATA DE CORTE: A ULTIMA IMAGEM
      *--- "DEPOIS" GRAVADA ATE A DATA (UMA EXCLUSAO DEIXA O ESTADO
              '*** CONSULTA AO DIARIO DO MESTRE (MYMSTHQ) ***'.
           05 FILLER                PIC X(06) VALUE '  ID: '.
           05 RPT-HDR-ID            PIC X(10).
           05 FILLER                PIC X(09) VALUE '  CONTA: '.
           05 RPT-HDR-CONTA         PIC X(03).
           05 FILLER                PIC X(09) VALUE '  CORTE: '.
           05 RPT-HDR-CORTE         PIC 9(08).
           05 FILLER                PIC X(41) VALUE SPACES.
      *
       01 WS-RPT-HIST-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           END-IF.
      *
           MOVE WS-QRY-MST-ID     TO RPT-HDR-ID.
           MOVE WS-QRY-MST-CONTA  TO RPT-HDR-CONTA.
           MOVE WS-QRY-DATA-CORTE TO RPT-HDR-CORTE.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE PARM-MST-ID TO WS-QRY-MST-ID.
           IF PARM-MST-CONTA NOT = SPACES
              IF PARM-MST-CONTA IS NUMERIC
                 AND PARM-MST-CONTA NOT = '000'
                 MOVE PARM-MST-CONTA TO WS-QRY-MST-CONTA
              ELSE
                 DISPLAY 'MYMQ003 CONTA INVALIDA NO PARMDD.'
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           IF PARM-DATA-CORTE > ZERO
              MOVE PARM-DATA-CORTE TO WS-QRY-DATA-CORTE
           ELSE
           END-IF.
           CLOSE PARM-FILE.
           DISPLAY 'CONSULTA: ID=' WS-QRY-MST-ID
                   ' CONTA=' WS-QRY-MST-CONTA
                   ' CORTE=' WS-QRY-DATA-CORTE.
           EXIT.
      *
      *--- (O DIARIO E ACRESCENTADO EM ORDEM CRONOLOGICA, ENTAO A
      *--- ULTIMA LIDA DENTRO DO CORTE E O ESTADO NA DATA)
       2000-SCAN-JOURNAL.
           IF MJR-CONTA = SPACES
              MOVE '001' TO WS-MJR-CONTA-EFETIVA
           ELSE
              MOVE MJR-CONTA TO WS-MJR-CONTA-EFETIVA
           END-IF.
           IF MJR-ID = WS-QRY-MST-ID
              AND WS-MJR-CONTA-EFETIVA = WS-QRY-MST-CONTA
              ADD 1 TO WS-COUNT-MATCHES
              PERFORM 2100-WRITE-HISTORY-LINE
              IF MJR-RUN-DATE <= WS-QRY-DATA-CORTE
