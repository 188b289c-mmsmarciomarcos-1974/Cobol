       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYESTRPT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - RELATORIO DIARIO DO ESTOQUE DE CORES-BASE
      *
      * RODA NO JOB DO LABORATORIO (MYLABDIA) LOGO DEPOIS DO MYPRODRN,
      * QUANDO AS ORDENS LIBERADAS DO DIA JA BAIXARAM O ESTOQUE. LE O
      * ESTQFILE INTEIRO (COPYBOOK MYESTQC) E LISTA, POR COR-BASE:
      *
      *   1. SALDO DE ABERTURA, ENTRADAS, CONSUMO, AJUSTE DE CONTAGEM
      *      E SALDO DE FECHAMENTO DO DIA, COM O FECHAMENTO VALORIZADO
      *      PELO CUSTO UNITARIO DO CATALOGO (COLR-CUSTO DO COLRFILE);
      *   2. OS TOTAIS DO DIA EM VALOR (AS QUANTIDADES NAO SOMAM ENTRE
      *      CORES DE UNIDADES DIFERENTES);
      *   3. AS CORES ABAIXO DO PONTO DE PEDIDO, COM O PRAZO DO
      *      FORNECEDOR, A FALTA ATE O PONTO E O VALOR DESSA FALTA -
      *      A LISTA DE COMPRAS DO DIA SEGUINTE (RC 4).
      *
      * ITEM SEM MOVIMENTO HOJE (ESTQ-DATA-MOVTO DE OUTRO DIA) SAI COM
      * ABERTURA = FECHAMENTO = SALDO ATUAL E MOVIMENTO ZERADO. COR QUE
      * SAIU DO CATALOGO SAI SEM CUSTO E MARCADA.
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
           SELECT ESTQ-FILE ASSIGN TO ESTQFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ESTQ-COR
                  FILE STATUS IS WS-ESTQ-FILE-STATUS.
           SELECT COLR-FILE ASSIGN TO COLRFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COLR-KEY
                  FILE STATUS IS WS-COLR-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD ESTQ-FILE
          RECORD CONTAINS 100 CHARACTERS.
       COPY MYESTQC.
      *
      *--- MESMO LAYOUT DO COLR-RECORD DO CORMIX/MYCLRLD
       FD COLR-FILE
          RECORD CONTAINS 70 CHARACTERS.
       01 COLR-RECORD.
           05 COLR-KEY.
               10 COLR-TIPO        PIC X(01).
               10 COLR-CAMPO-1     PIC X(15).
               10 COLR-CAMPO-2     PIC X(15).
           05 COLR-HEX             PIC X(07).
           05 COLR-R               PIC 9(03).
           05 COLR-G               PIC 9(03).
           05 COLR-B               PIC 9(03).
           05 COLR-RESULTADO       PIC X(15).
           05 COLR-CUSTO           PIC 9(05)V99.
           05 FILLER               PIC X(01).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD               PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-ESTQ-FILE-STATUS   PIC X(02).
              88 WS-ESTQ-OK         VALUE '00'.
              88 WS-ESTQ-EOF        VALUE '10'.
           05 WS-COLR-FILE-STATUS   PIC X(02).
              88 WS-COLR-OK         VALUE '00'.
              88 WS-COLR-NOTFND     VALUE '23'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-ITENS        PIC 9(05) VALUE ZERO.
           05 WS-COUNT-ABAIXO       PIC 9(05) VALUE ZERO.
           05 WS-COUNT-SEM-CUSTO    PIC 9(05) VALUE ZERO.
      *
      *--- MOVIMENTO DO DIA DO ITEM CORRENTE E CUSTO DO CATALOGO
       01 WS-ITEM-DIA.
           05 WS-HOJE               PIC 9(08) VALUE ZERO.
           05 WS-ABERTURA           PIC 9(07)V99.
           05 WS-ENTRADAS           PIC 9(07)V99.
           05 WS-CONSUMO            PIC 9(07)V99.
           05 WS-AJUSTE             PIC S9(07)V99.
           05 WS-CUSTO              PIC 9(05)V99.
           05 WS-CUSTO-FLAG         PIC X(01).
              88 WS-TEM-CUSTO       VALUE 'S'.
           05 WS-VALOR-ITEM         PIC 9(11)V99.
      *
      *--- TOTAIS DO DIA EM VALOR
       01 WS-TOTAIS-VALOR.
           05 WS-VAL-ABERTURA       PIC 9(11)V99 VALUE ZERO.
           05 WS-VAL-ENTRADAS       PIC 9(11)V99 VALUE ZERO.
           05 WS-VAL-CONSUMO        PIC 9(11)V99 VALUE ZERO.
           05 WS-VAL-AJUSTE         PIC S9(11)V99 VALUE ZERO.
           05 WS-VAL-FECHAMENTO     PIC 9(11)V99 VALUE ZERO.
           05 WS-VAL-FALTA          PIC 9(11)V99 VALUE ZERO.
      *
      *--- CORES ABAIXO DO PONTO DE PEDIDO, GUARDADAS PARA A SEGUNDA
      *--- SECAO DO RELATORIO (MESMO LIMITE DE CORES DO MYPRODRN)
       01 WS-ABAIXO-CONTROLE.
           05 WS-QTD-ABAIXO         PIC 9(03) VALUE ZERO.
           05 WS-ABAIXO OCCURS 100 TIMES
                        INDEXED BY WS-ABX-IDX.
              10 WS-ABX-COR         PIC X(15).
              10 WS-ABX-UNIDADE     PIC X(03).
              10 WS-ABX-SALDO       PIC 9(07)V99.
              10 WS-ABX-PONTO       PIC 9(07)V99.
              10 WS-ABX-PRAZO       PIC 9(03).
              10 WS-ABX-FALTA       PIC 9(07)V99.
              10 WS-ABX-VALOR       PIC 9(11)V99.
      *
      *--- LINHAS DO RELATORIO
       01 RPT-HEADER-1.
           05 FILLER PIC X(45) VALUE
              'MYESTRPT - ESTOQUE DE CORES-BASE DO DIA      '.
           05 RPT-H1-DATA          PIC 9999/99/99.
           05 FILLER PIC X(78) VALUE SPACES.
       01 RPT-HEADER-2.
           05 FILLER PIC X(133) VALUE ALL '='.
       01 RPT-BLANK-LINE           PIC X(133) VALUE SPACES.
      *
       01 RPT-COL-HEADER.
           05 FILLER PIC X(20) VALUE 'COR-BASE        UN  '.
           05 FILLER PIC X(26) VALUE
              '    ABERTURA     ENTRADAS '.
           05 FILLER PIC X(27) VALUE
              '     CONSUMO        AJUSTE '.
           05 FILLER PIC X(23) VALUE
              '  FECHAMENTO     CUSTO '.
           05 FILLER PIC X(25) VALUE
              '   VALOR FECH. SITUACAO'.
           05 FILLER PIC X(12) VALUE SPACES.
       01 RPT-DET-LINE.
           05 RPT-DET-COR          PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-UNIDADE      PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-ABERTURA     PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-ENTRADAS     PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-CONSUMO      PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-AJUSTE       PIC -Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-FECHAMENTO   PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-CUSTO        PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-SITUACAO     PIC X(10).
           05 FILLER               PIC X(12) VALUE SPACES.
      *
       01 RPT-TOT-TITULO.
           05 FILLER PIC X(35) VALUE
              'TOTAIS DO DIA EM VALOR (COLR-CUSTO)'.
           05 FILLER PIC X(98) VALUE SPACES.
       01 RPT-TOT-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 RPT-TOT-ROTULO       PIC X(22).
           05 RPT-TOT-VALOR        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(87) VALUE SPACES.
       01 RPT-TOT-ITENS-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(22) VALUE
              'ITENS LISTADOS        '.
           05 RPT-TOTI-QTDE        PIC ZZ.ZZ9.
           05 FILLER               PIC X(100) VALUE SPACES.
      *
       01 RPT-ABX-TITULO.
           05 FILLER PIC X(37) VALUE
              'CORES ABAIXO DO PONTO DE PEDIDO      '.
           05 FILLER PIC X(96) VALUE SPACES.
       01 RPT-ABX-COL-HEADER.
           05 FILLER PIC X(20) VALUE 'COR-BASE        UN  '.
           05 FILLER PIC X(26) VALUE
              '       SALDO  PONTO PEDIDO'.
           05 FILLER PIC X(22) VALUE
              ' PRAZO        FALTA   '.
           05 FILLER PIC X(14) VALUE ' VALOR FALTA  '.
           05 FILLER PIC X(51) VALUE SPACES.
       01 RPT-ABX-LINE.
           05 RPT-ABX-COR          PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-ABX-UNIDADE      PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-ABX-SALDO        PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-ABX-PONTO        PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-ABX-PRAZO        PIC ZZ9.
           05 FILLER               PIC X(04) VALUE ' DD '.
           05 RPT-ABX-FALTA        PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-ABX-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(52) VALUE SPACES.
       01 RPT-ABX-NENHUMA.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE
              'NENHUMA COR ABAIXO DO PONTO DE PEDIDO.  '.
           05 FILLER               PIC X(88) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ITEM UNTIL WS-ESTQ-EOF.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYESTRPT CONCLUIDO. ITENS: '
                   WS-COUNT-ITENS ' ABAIXO DO PONTO: '
                   WS-COUNT-ABAIXO ' SEM CUSTO: '
                   WS-COUNT-SEM-CUSTO.
           IF WS-COUNT-ABAIXO > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
      *
           OPEN INPUT ESTQ-FILE.
           IF NOT WS-ESTQ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ESTQ-FILE'
              DISPLAY 'FILE STATUS: ' WS-ESTQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN INPUT COLR-FILE.
           IF NOT WS-COLR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO COLR-FILE'
              DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-HOJE TO RPT-H1-DATA.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-COL-HEADER.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
      *
           PERFORM 4000-READ-NEXT-ITEM.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
       2000-PROCESS-ITEM.
           ADD 1 TO WS-COUNT-ITENS.
      *
      *--- MOVIMENTO DO DIA: SO VALE SE O ITEM JA VIROU PARA HOJE
           IF ESTQ-DATA-MOVTO = WS-HOJE
              MOVE ESTQ-SALDO-ABERTURA TO WS-ABERTURA
              MOVE ESTQ-ENTRADAS-DIA   TO WS-ENTRADAS
              MOVE ESTQ-CONSUMO-DIA    TO WS-CONSUMO
              MOVE ESTQ-AJUSTE-DIA     TO WS-AJUSTE
           ELSE
              MOVE ESTQ-QTDE-ATUAL     TO WS-ABERTURA
              MOVE ZERO                TO WS-ENTRADAS
              MOVE ZERO                TO WS-CONSUMO
              MOVE ZERO                TO WS-AJUSTE
           END-IF.
      *
           PERFORM 2100-OBTER-CUSTO.
      *
           MOVE ESTQ-COR           TO RPT-DET-COR.
           MOVE ESTQ-UNIDADE       TO RPT-DET-UNIDADE.
           MOVE WS-ABERTURA        TO RPT-DET-ABERTURA.
           MOVE WS-ENTRADAS        TO RPT-DET-ENTRADAS.
           MOVE WS-CONSUMO         TO RPT-DET-CONSUMO.
           MOVE WS-AJUSTE          TO RPT-DET-AJUSTE.
           MOVE ESTQ-QTDE-ATUAL    TO RPT-DET-FECHAMENTO.
           MOVE WS-CUSTO           TO RPT-DET-CUSTO.
           COMPUTE WS-VALOR-ITEM ROUNDED = ESTQ-QTDE-ATUAL * WS-CUSTO.
           MOVE WS-VALOR-ITEM      TO RPT-DET-VALOR.
           MOVE SPACES             TO RPT-DET-SITUACAO.
           IF NOT WS-TEM-CUSTO
              MOVE 'SEM CUSTO' TO RPT-DET-SITUACAO
           END-IF.
           IF ESTQ-QTDE-ATUAL < ESTQ-PONTO-PEDIDO
              MOVE 'REPOR'     TO RPT-DET-SITUACAO
              PERFORM 2200-GUARDAR-ABAIXO
           END-IF.
           WRITE RPT-RECORD FROM RPT-DET-LINE.
      *
           COMPUTE WS-VAL-ABERTURA ROUNDED = WS-VAL-ABERTURA
               + (WS-ABERTURA * WS-CUSTO).
           COMPUTE WS-VAL-ENTRADAS ROUNDED = WS-VAL-ENTRADAS
               + (WS-ENTRADAS * WS-CUSTO).
           COMPUTE WS-VAL-CONSUMO ROUNDED = WS-VAL-CONSUMO
               + (WS-CONSUMO * WS-CUSTO).
           COMPUTE WS-VAL-AJUSTE ROUNDED = WS-VAL-AJUSTE
               + (WS-AJUSTE * WS-CUSTO).
           ADD WS-VALOR-ITEM TO WS-VAL-FECHAMENTO.
      *
           PERFORM 4000-READ-NEXT-ITEM.
           EXIT.
      *
      *--- CUSTO UNITARIO DA COR NO CATALOGO (TIPO 'C')
       2100-OBTER-CUSTO.
           MOVE 'C'      TO COLR-TIPO.
           MOVE ESTQ-COR TO COLR-CAMPO-1.
           MOVE SPACES   TO COLR-CAMPO-2.
           READ COLR-FILE.
           EVALUATE TRUE
               WHEN WS-COLR-OK
                   MOVE COLR-CUSTO TO WS-CUSTO
                   MOVE 'S' TO WS-CUSTO-FLAG
               WHEN WS-COLR-NOTFND
                   MOVE ZERO TO WS-CUSTO
                   MOVE 'N' TO WS-CUSTO-FLAG
                   ADD 1 TO WS-COUNT-SEM-CUSTO
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO COLR-FILE'
                   DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2200-GUARDAR-ABAIXO.
           ADD 1 TO WS-COUNT-ABAIXO.
           IF WS-QTD-ABAIXO < 100
              ADD 1 TO WS-QTD-ABAIXO
              SET WS-ABX-IDX TO WS-QTD-ABAIXO
              MOVE ESTQ-COR          TO WS-ABX-COR(WS-ABX-IDX)
              MOVE ESTQ-UNIDADE      TO WS-ABX-UNIDADE(WS-ABX-IDX)
              MOVE ESTQ-QTDE-ATUAL   TO WS-ABX-SALDO(WS-ABX-IDX)
              MOVE ESTQ-PONTO-PEDIDO TO WS-ABX-PONTO(WS-ABX-IDX)
              MOVE ESTQ-PRAZO-FORN   TO WS-ABX-PRAZO(WS-ABX-IDX)
              COMPUTE WS-ABX-FALTA(WS-ABX-IDX) =
                  ESTQ-PONTO-PEDIDO - ESTQ-QTDE-ATUAL
              COMPUTE WS-ABX-VALOR(WS-ABX-IDX) ROUNDED =
                  WS-ABX-FALTA(WS-ABX-IDX) * WS-CUSTO
              ADD WS-ABX-VALOR(WS-ABX-IDX) TO WS-VAL-FALTA
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-TOT-TITULO.
           MOVE 'SALDO DE ABERTURA     ' TO RPT-TOT-ROTULO.
           MOVE WS-VAL-ABERTURA TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOT-LINE.
           MOVE 'ENTRADAS              ' TO RPT-TOT-ROTULO.
           MOVE WS-VAL-ENTRADAS TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOT-LINE.
           MOVE 'CONSUMO               ' TO RPT-TOT-ROTULO.
           MOVE WS-VAL-CONSUMO TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOT-LINE.
           MOVE 'AJUSTE DE CONTAGEM    ' TO RPT-TOT-ROTULO.
           MOVE WS-VAL-AJUSTE TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOT-LINE.
           MOVE 'SALDO DE FECHAMENTO   ' TO RPT-TOT-ROTULO.
           MOVE WS-VAL-FECHAMENTO TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOT-LINE.
           MOVE WS-COUNT-ITENS TO RPT-TOTI-QTDE.
           WRITE RPT-RECORD FROM RPT-TOT-ITENS-LINE.
      *
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-ABX-TITULO.
           IF WS-QTD-ABAIXO = ZERO
              WRITE RPT-RECORD FROM RPT-ABX-NENHUMA
           ELSE
              WRITE RPT-RECORD FROM RPT-ABX-COL-HEADER
              SET WS-ABX-IDX TO 1
              PERFORM UNTIL WS-ABX-IDX > WS-QTD-ABAIXO
                  MOVE WS-ABX-COR(WS-ABX-IDX)     TO RPT-ABX-COR
                  MOVE WS-ABX-UNIDADE(WS-ABX-IDX) TO RPT-ABX-UNIDADE
                  MOVE WS-ABX-SALDO(WS-ABX-IDX)   TO RPT-ABX-SALDO
                  MOVE WS-ABX-PONTO(WS-ABX-IDX)   TO RPT-ABX-PONTO
                  MOVE WS-ABX-PRAZO(WS-ABX-IDX)   TO RPT-ABX-PRAZO
                  MOVE WS-ABX-FALTA(WS-ABX-IDX)   TO RPT-ABX-FALTA
                  MOVE WS-ABX-VALOR(WS-ABX-IDX)   TO RPT-ABX-VALOR
                  WRITE RPT-RECORD FROM RPT-ABX-LINE
                  SET WS-ABX-IDX UP BY 1
              END-PERFORM
              MOVE 'VALOR PARA REPOR      ' TO RPT-TOT-ROTULO
              MOVE WS-VAL-FALTA TO RPT-TOT-VALOR
              WRITE RPT-RECORD FROM RPT-TOT-LINE
           END-IF.
      *
           CLOSE ESTQ-FILE COLR-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-ITEM.
           READ ESTQ-FILE.
           IF WS-ESTQ-OK
              CONTINUE
           ELSE
              IF NOT WS-ESTQ-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO ESTQ-FILE'
                 DISPLAY 'FILE STATUS: ' WS-ESTQ-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYESTRPT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
