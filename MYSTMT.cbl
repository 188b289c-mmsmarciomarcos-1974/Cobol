      * PROGRAMA BATCH - EXTRATOS MENSAIS POR CLIENTE
      *
      * ULTIMO PASSO DA CADEIA DE EXTRATOS: LE OS MOVIMENTOS DO MES
      * JA ORDENADOS POR CLIENTE + CONTA + DATA (STMINDD, SAIDA DO
      * SORT SOBRE
      * O STMWRKDD DO MYSTMEXT) E FORMATA UM EXTRATO POR CLIENTE NO
      * ARQUIVO DE IMPRESSAO (STMTDD) - UMA SEQUENCIA DE PAGINAS POR
      * CLIENTE, PRONTA PARA DISTRIBUICAO, EM VEZ DA COPIA DE TELA DO
      * MYARCHQ QUE A MESA FAZIA:
      *
      *   - UMA SECAO POR CONTA MOVIMENTADA: CADA MOVIMENTO COM DATA,
      *     NATUREZA (D/C), VALOR E DADOS, OS TOTAIS DE DEBITOS E
      *     CREDITOS DO MES DA CONTA, A POSICAO DE FECHAMENTO (O SALDO
      *     CORRENTE DA CONTA NO MST-FILE) E A POSICAO DE ABERTURA
      *     DERIVADA (FECHAMENTO - MOVIMENTO LIQUIDO DO MES);
      *   - O TOTAL DO CLIENTE NO FIM: DEBITOS E CREDITOS DE TODAS AS
      *     CONTAS E AS POSICOES DO CLIENTE (SOMA DE TODAS AS CONTAS
      *     DELE NO MESTRE, MOVIMENTADAS OU NAO).
      *     CONTA/CLIENTE SEM MESTRE SAI COM AS POSICOES MARCADAS COMO
      *     INDISPONIVEIS.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *--- MOVIMENTOS DO MES, ORDENADOS POR ID + CONTA + DATA PELO
      *--- SORT
           SELECT STMIN-FILE ASSIGN TO STMINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
      *
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *
           SELECT STMT-FILE ASSIGN TO STMTDD
      *
      *--- MESMO LAYOUT DO STMWRK-RECORD DO MYSTMEXT
       FD STMIN-FILE
          RECORD CONTAINS 99 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 STMIN-RECORD.
           05 STW-ID                 PIC X(10).
           05 STW-CONTA              PIC 9(03).
           05 STW-RUN-DATE           PIC X(08).
           05 STW-VALOR              PIC 9(11)V99.
           05 STW-DC                 PIC X(01).
      *
      *--- MESMO LAYOUT DO MST-RECORD DO MYBATCH
       FD MST-FILE
          RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE.
               10 MST-ID             PIC X(10).
               10 MST-CONTA          PIC 9(03).
           05 MST-DATA               PIC X(68).
           05 MST-ULT-ATUALIZACAO    PIC 9(08).
           05 MST-SALDO              PIC S9(11)V99.
           05 FILLER                 PIC X(17).
      *
       FD STMT-FILE
          RECORD CONTAINS 133 CHARACTERS
              88 WS-STMIN-EOF       VALUE '10'.
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK          VALUE '00'.
              88 WS-MST-EOF         VALUE '10'.
              88 WS-MST-NOTFND      VALUE '23'.
           05 WS-STMT-FILE-STATUS   PIC X(02).
              88 WS-STMT-OK         VALUE '00'.
           05 WS-CLI-DEBITOS        PIC S9(13)V99 VALUE ZERO.
           05 WS-CLI-CREDITOS       PIC S9(13)V99 VALUE ZERO.
           05 WS-CLI-MOVIMENTOS     PIC 9(07) VALUE ZERO.
           05 WS-CLI-SALDO-FECH     PIC S9(13)V99 VALUE ZERO.
           05 WS-CLI-SALDO-ABER     PIC S9(13)V99 VALUE ZERO.
           05 WS-CLI-QTD-CONTAS     PIC 9(03) VALUE ZERO.
           05 WS-CLI-TEM-MESTRE-SW  PIC X(01) VALUE 'N'.
              88 WS-CLI-TEM-MESTRE  VALUE 'S'.
      *
      *--- ESTADO DA CONTA CORRENTE (SUB-QUEBRA POR CONTA DENTRO DO
      *--- CLIENTE)
       01 WS-CONTA-CONTROLE.
           05 WS-CUR-CONTA          PIC 9(03) VALUE ZERO.
           05 WS-CTA-DEBITOS        PIC S9(13)V99 VALUE ZERO.
           05 WS-CTA-CREDITOS       PIC S9(13)V99 VALUE ZERO.
           05 WS-CTA-SALDO-FECH     PIC S9(11)V99 VALUE ZERO.
           05 WS-CTA-SALDO-ABER     PIC S9(13)V99 VALUE ZERO.
           05 WS-CTA-TEM-MESTRE-SW  PIC X(01) VALUE 'N'.
              88 WS-CTA-TEM-MESTRE  VALUE 'S'.
      *
       01 WS-WORK-VARS.
           05 WS-VALOR-ED           PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
              '*** EXTRATO MENSAL ***  CLIENTE: '.
           05 STM-HDR-ID            PIC X(10).
           05 FILLER                PIC X(88) VALUE SPACES.
      *
       01 WS-STMT-CONTA-LINE.
           05 STM-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'CONTA: '.
           05 STM-CTA-CONTA         PIC 9(03).
           05 FILLER                PIC X(122) VALUE SPACES.
      *
       01 WS-STMT-MOV-LINE.
           05 STM-CC                PIC X(01) VALUE SPACES.
           05 STM-TOT-DESC          PIC X(30).
           05 STM-TOT-VALOR         PIC X(22).
           05 FILLER                PIC X(80) VALUE SPACES.
      *
       01 WS-DIVISOR-CLIENTE.
           05 STM-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(30) VALUE
              '--- TOTAL DO CLIENTE ---'.
           05 FILLER                PIC X(102) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       2000-PROCESS-MOVEMENTS.
           IF STW-ID NOT = WS-CUR-ID
              IF WS-CUR-ID NOT = SPACES
                 PERFORM 2400-FECHAR-CONTA
                 PERFORM 2500-FECHAR-EXTRATO
              END-IF
              PERFORM 2100-ABRIR-EXTRATO
              PERFORM 2110-ABRIR-CONTA
           ELSE
              IF STW-CONTA NOT = WS-CUR-CONTA
                 PERFORM 2400-FECHAR-CONTA
                 PERFORM 2110-ABRIR-CONTA
              END-IF
           END-IF.
      *
           PERFORM 2200-IMPRIMIR-MOVIMENTO.
           MOVE 1 TO WS-LINHAS-PAGINA.
           EXIT.
      *
       2110-ABRIR-CONTA.
           MOVE STW-CONTA TO WS-CUR-CONTA.
           MOVE ZERO TO WS-CTA-DEBITOS.
           MOVE ZERO TO WS-CTA-CREDITOS.
           PERFORM 2160-BUSCAR-POSICAO-CONTA.
           MOVE SPACES TO STMT-RECORD.
           PERFORM 4200-WRITE-STATEMENT.
           MOVE WS-CUR-CONTA TO STM-CTA-CONTA.
           MOVE WS-STMT-CONTA-LINE TO STMT-RECORD.
           PERFORM 4200-WRITE-STATEMENT.
           ADD 2 TO WS-LINHAS-PAGINA.
           EXIT.
      *
      *--- A POSICAO DE FECHAMENTO DO CLIENTE E A SOMA DOS SALDOS
      *--- CORRENTES DE TODAS AS CONTAS DELE NO MESTRE; CLIENTE SEM
      *--- MESTRE (EX: EXCLUIDO DURANTE O MES) SAI COM AS POSICOES
      *--- INDISPONIVEIS
       2150-BUSCAR-POSICAO.
           MOVE 'N' TO WS-CLI-TEM-MESTRE-SW.
           MOVE ZERO TO WS-CLI-SALDO-FECH.
           MOVE ZERO TO WS-CLI-QTD-CONTAS.
           MOVE WS-CUR-ID TO MST-ID.
           MOVE ZERO TO MST-CONTA.
           START MST-FILE KEY IS NOT LESS THAN MST-CHAVE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   PERFORM 4100-READ-NEXT-CONTA
                   PERFORM 2155-SOMAR-CONTA
                       UNTIL WS-MST-EOF OR MST-ID NOT = WS-CUR-ID
               WHEN WS-MST-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2155-SOMAR-CONTA.
           SET WS-CLI-TEM-MESTRE TO TRUE.
           ADD MST-SALDO TO WS-CLI-SALDO-FECH.
           ADD 1 TO WS-CLI-QTD-CONTAS.
           PERFORM 4100-READ-NEXT-CONTA.
           EXIT.
      *
      *--- A POSICAO DE FECHAMENTO DA CONTA E O SALDO CORRENTE DELA NO
      *--- MESTRE
       2160-BUSCAR-POSICAO-CONTA.
           MOVE 'N' TO WS-CTA-TEM-MESTRE-SW.
           MOVE ZERO TO WS-CTA-SALDO-FECH.
           MOVE WS-CUR-ID TO MST-ID.
           MOVE WS-CUR-CONTA TO MST-CONTA.
           READ MST-FILE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   SET WS-CTA-TEM-MESTRE TO TRUE
                   MOVE MST-SALDO TO WS-CTA-SALDO-FECH
               WHEN WS-MST-NOTFND
                   CONTINUE
               WHEN OTHER
           ADD 1 TO WS-CLI-MOVIMENTOS.
           IF STW-DC = 'D'
              ADD STW-VALOR TO WS-CLI-DEBITOS
              ADD STW-VALOR TO WS-CTA-DEBITOS
           ELSE
              ADD STW-VALOR TO WS-CLI-CREDITOS
              ADD STW-VALOR TO WS-CTA-CREDITOS
           END-IF.
      *
           MOVE STW-RUN-DATE TO STM-MOV-DATE.
           END-IF.
           EXIT.
      *
      *--- FECHA A SECAO DA CONTA: TOTAIS DO MES DA CONTA E AS
      *--- POSICOES DE ABERTURA/FECHAMENTO DELA (ABERTURA =
      *--- FECHAMENTO - CREDITOS + DEBITOS DO MES)
       2400-FECHAR-CONTA.
           MOVE 'DEBITOS DA CONTA NO MES      :' TO STM-TOT-DESC.
           MOVE WS-CTA-DEBITOS TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO STM-TOT-VALOR.
           MOVE WS-STMT-TOT-LINE TO STMT-RECORD.
           PERFORM 4200-WRITE-STATEMENT.
      *
           MOVE 'CREDITOS DA CONTA NO MES     :' TO STM-TOT-DESC.
           MOVE WS-CTA-CREDITOS TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO STM-TOT-VALOR.
           MOVE WS-STMT-TOT-LINE TO STMT-RECORD.
           PERFORM 4200-WRITE-STATEMENT.
      *
           IF WS-CTA-TEM-MESTRE
              COMPUTE WS-CTA-SALDO-ABER =
                 WS-CTA-SALDO-FECH - WS-CTA-CREDITOS
                 + WS-CTA-DEBITOS
              MOVE 'ABERTURA DA CONTA            :' TO STM-TOT-DESC
              MOVE WS-CTA-SALDO-ABER TO WS-VALOR-ED
              MOVE WS-VALOR-ED TO STM-TOT-VALOR
              MOVE WS-STMT-TOT-LINE TO STMT-RECORD
              PERFORM 4200-WRITE-STATEMENT
              MOVE 'FECHAMENTO DA CONTA          :' TO STM-TOT-DESC
              MOVE WS-CTA-SALDO-FECH TO WS-VALOR-ED
              MOVE WS-VALOR-ED TO STM-TOT-VALOR
              MOVE WS-STMT-TOT-LINE TO STMT-RECORD
              PERFORM 4200-WRITE-STATEMENT
           ELSE
              MOVE 'POSICOES INDISPONIVEIS (SEM MESTRE)'
                  TO STM-TOT-DESC
              MOVE SPACES TO STM-TOT-VALOR
              MOVE WS-STMT-TOT-LINE TO STMT-RECORD
              PERFORM 4200-WRITE-STATEMENT
           END-IF.
           ADD 4 TO WS-LINHAS-PAGINA.
           EXIT.
      *
      *--- FECHA O EXTRATO DO CLIENTE: TOTAIS DO MES DE TODAS AS
      *--- CONTAS E AS POSICOES DE ABERTURA/FECHAMENTO DO CLIENTE
      *--- (ABERTURA = FECHAMENTO - CREDITOS + DEBITOS DO MES)
       2500-FECHAR-EXTRATO.
           MOVE SPACES TO STMT-RECORD.
           PERFORM 4200-WRITE-STATEMENT.
           MOVE WS-DIVISOR-CLIENTE TO STMT-RECORD.
           PERFORM 4200-WRITE-STATEMENT.
      *
           MOVE 'TOTAL DE DEBITOS DO MES      :' TO STM-TOT-DESC.
           MOVE WS-CLI-DEBITOS TO WS-VALOR-ED.
      *================================================================*
       3000-FINALIZE.
           IF WS-CUR-ID NOT = SPACES
              PERFORM 2400-FECHAR-CONTA
              PERFORM 2500-FECHAR-EXTRATO
           END-IF.
           CLOSE STMIN-FILE MST-FILE STMT-FILE.
              END-IF
           END-IF.
           EXIT.
      *
       4100-READ-NEXT-CONTA.
           READ MST-FILE NEXT RECORD.
           IF NOT WS-MST-OK AND NOT WS-MST-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4200-WRITE-STATEMENT.
           WRITE STMT-RECORD.
