       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYRASTRO.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CONSULTA DE RASTREABILIDADE DE LOTES DO
      * LABORATORIO DE CORES
      *
      * LE A GENEALOGIA GRAVADA PELO MYPRODRN (GENEFILE, COPYBOOK
      * MYGENEC) NOS DOIS SENTIDOS, CONFORME O CARTAO PARMDD:
      *
      *   'P' + LOTE DE PRODUCAO (COLS 2-13): A RECLAMACAO - LISTA
      *       A ORDEM DAQUELE LOTE E TODOS OS LOTES DE FORNECEDOR DE
      *       CADA COR-BASE QUE ENTRARAM NELE (CHAVE ALTERNATIVA);
      *   'F' + LOTE DO FORNECEDOR (COLS 2-21) + COR-BASE (COLS
      *       22-36): O RECALL - LISTA TODOS OS LOTES DE PRODUCAO E
      *       ORDENS QUE CONSUMIRAM AQUELE LOTE (CHAVE PRIMARIA). COR
      *       EM BRANCO = PROCURA O LOTE EM TODAS AS CORES (LEITURA
      *       INTEGRAL DO GENEFILE).
      *
      * RC 0 = ENCONTRADO; RC 4 = NADA CONSTA NA GENEALOGIA; RC 8 =
      * CARTAO AUSENTE OU INVALIDO; RC 16 = ERRO DE ARQUIVO.
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
           SELECT GENE-FILE ASSIGN TO GENEFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GEN-CHAVE
                  ALTERNATE RECORD KEY IS GEN-LOTE-PROD WITH DUPLICATES
                  FILE STATUS IS WS-GENE-FILE-STATUS.
      *
      *--- PEDIDO DA CONSULTA: SENTIDO + LOTE (+ COR)
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD GENE-FILE
          RECORD CONTAINS 100 CHARACTERS.
       COPY MYGENEC.
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PARM-RECORD.
           05 PARM-SENTIDO          PIC X(01).
              88 PARM-POR-PRODUCAO  VALUE 'P'.
              88 PARM-POR-FORNECEDOR VALUE 'F'.
           05 PARM-DADOS            PIC X(79).
       01 PARM-RECORD-P REDEFINES PARM-RECORD.
           05 FILLER                PIC X(01).
           05 PARM-LOTE-PROD        PIC X(12).
           05 FILLER                PIC X(67).
       01 PARM-RECORD-F REDEFINES PARM-RECORD.
           05 FILLER                PIC X(01).
           05 PARM-LOTE-FORN        PIC X(20).
           05 PARM-COR              PIC X(15).
           05 FILLER                PIC X(44).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD               PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
      *--- '02' = CHAVE ALTERNATIVA DUPLICADA (NORMAL NO GENEFILE)
           05 WS-GENE-FILE-STATUS   PIC X(02).
              88 WS-GENE-OK         VALUE '00' '02'.
              88 WS-GENE-EOF        VALUE '10'.
              88 WS-GENE-NOTFND     VALUE '23'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
       01 WS-CONSULTA.
           05 WS-SENTIDO            PIC X(01).
           05 WS-LOTE-PROD          PIC X(12).
           05 WS-LOTE-FORN          PIC X(20).
           05 WS-COR                PIC X(15).
           05 WS-FIM-FLAG           PIC X(01) VALUE 'N'.
              88 WS-FIM-LEITURA     VALUE 'S'.
           05 WS-COUNT-LINHAS       PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-QTDE         PIC 9(09)V99 VALUE ZERO.
      *
      *--- LINHAS DO RELATORIO
       01 RPT-HEADER-1.
           05 FILLER PIC X(45) VALUE
              'MYRASTRO - RASTREABILIDADE DE LOTES DE COR   '.
           05 FILLER PIC X(88) VALUE SPACES.
       01 RPT-HEADER-2.
           05 FILLER PIC X(133) VALUE ALL '='.
       01 RPT-BLANK-LINE           PIC X(133) VALUE SPACES.
      *
       01 RPT-PEDIDO-LINE.
           05 FILLER               PIC X(10) VALUE 'CONSULTA: '.
           05 RPT-PED-TEXTO        PIC X(80).
           05 FILLER               PIC X(43) VALUE SPACES.
      *
       01 RPT-COL-HEADER.
           05 FILLER PIC X(35) VALUE
              'LOTE PROD.   DATA     ORDEM COR AL'.
           05 FILLER PIC X(35) VALUE
              'VO            QTDE ORDEM COR-BASE  '.
           05 FILLER PIC X(35) VALUE
              '      LOTE FORNECEDOR         QTDE '.
           05 FILLER PIC X(28) VALUE
              'CONSUMIDA'.
       01 RPT-DET-LINE.
           05 RPT-DET-LOTE-PROD    PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-DATA         PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-ORD-SEQ      PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-ORD-COR      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-ORD-QTDE     PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-COR          PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-LOTE-FORN    PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-QTDE         PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(28) VALUE SPACES.
      *
       01 RPT-TOTAL-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(22) VALUE
              'LINHAS DE GENEALOGIA: '.
           05 RPT-TOT-LINHAS       PIC ZZ.ZZ9.
           05 FILLER               PIC X(22) VALUE
              '   QTDE CONSUMIDA:    '.
           05 RPT-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(64) VALUE SPACES.
       01 RPT-NADA-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE
              'NADA CONSTA NA GENEALOGIA PARA O LOTE.  '.
           05 FILLER               PIC X(88) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
           EVALUATE WS-SENTIDO
               WHEN 'P'
                   PERFORM 2000-POR-LOTE-PRODUCAO
               WHEN 'F'
                   PERFORM 3000-POR-LOTE-FORNECEDOR
           END-EVALUATE.
      *
           PERFORM 8000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYRASTRO CONCLUIDO. LINHAS: '
                   WS-COUNT-LINHAS.
           IF WS-COUNT-LINHAS = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1100-READ-PARM-CARD.
      *
           OPEN INPUT GENE-FILE.
           IF NOT WS-GENE-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GENE-FILE'
              DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
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
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE SPACES TO RPT-PED-TEXTO.
           IF WS-SENTIDO = 'P'
              STRING 'LOTE DE PRODUCAO ' WS-LOTE-PROD
                     ' -> LOTES DE FORNECEDOR USADOS'
                  DELIMITED BY SIZE INTO RPT-PED-TEXTO
           ELSE
              STRING 'LOTE DO FORNECEDOR ' WS-LOTE-FORN
                     ' COR-BASE ' WS-COR
                     ' -> LOTES DE PRODUCAO'
                  DELIMITED BY SIZE INTO RPT-PED-TEXTO
           END-IF.
           WRITE RPT-RECORD FROM RPT-PEDIDO-LINE.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
           WRITE RPT-RECORD FROM RPT-COL-HEADER.
           EXIT.
      *
      *--- O CARTAO E OBRIGATORIO: SEM ELE NAO HA O QUE CONSULTAR
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF NOT WS-PARM-OK
              DISPLAY 'MYRASTRO - CARTAO PARMDD NAO FORNECIDO.'
              PERFORM 9800-PARM-ERROR
           END-IF.
           MOVE PARM-SENTIDO TO WS-SENTIDO.
           EVALUATE TRUE
               WHEN PARM-POR-PRODUCAO
                   MOVE PARM-LOTE-PROD TO WS-LOTE-PROD
                   IF WS-LOTE-PROD = SPACES
                      DISPLAY 'MYRASTRO - LOTE DE PRODUCAO EM BRANCO.'
                      PERFORM 9800-PARM-ERROR
                   END-IF
               WHEN PARM-POR-FORNECEDOR
                   MOVE PARM-LOTE-FORN TO WS-LOTE-FORN
                   MOVE PARM-COR       TO WS-COR
                   IF WS-LOTE-FORN = SPACES
                      DISPLAY 'MYRASTRO - LOTE DO FORNECEDOR EM BRANCO.'
                      PERFORM 9800-PARM-ERROR
                   END-IF
               WHEN OTHER
                   DISPLAY 'MYRASTRO - SENTIDO INVALIDO NO CARTAO: '
                           PARM-SENTIDO ' (USE P OU F)'
                   PERFORM 9800-PARM-ERROR
           END-EVALUATE.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * CONSULTA PELO LOTE DE PRODUCAO (CHAVE ALTERNATIVA)
      *================================================================*
       2000-POR-LOTE-PRODUCAO.
           MOVE WS-LOTE-PROD TO GEN-LOTE-PROD.
           START GENE-FILE KEY IS EQUAL TO GEN-LOTE-PROD.
           EVALUATE TRUE
               WHEN WS-GENE-OK
                   PERFORM 2100-LER-LOTE-PRODUCAO UNTIL WS-FIM-LEITURA
               WHEN WS-GENE-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE POSICIONAMENTO NO GENE-FILE'
                   DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2100-LER-LOTE-PRODUCAO.
           PERFORM 4000-READ-NEXT-GENE.
           IF NOT WS-FIM-LEITURA
              IF GEN-LOTE-PROD = WS-LOTE-PROD
                 PERFORM 5000-WRITE-DETAIL
              ELSE
                 SET WS-FIM-LEITURA TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *================================================================*
      * CONSULTA PELO LOTE DO FORNECEDOR (CHAVE PRIMARIA)
      *================================================================*
       3000-POR-LOTE-FORNECEDOR.
      *--- COM A COR, POSICIONA NA COR + LOTE; SEM ELA, LE TUDO
           IF WS-COR NOT = SPACES
              MOVE WS-COR       TO GEN-COR
              MOVE WS-LOTE-FORN TO GEN-LOTE-FORN
           ELSE
              MOVE LOW-VALUES   TO GEN-COR
              MOVE LOW-VALUES   TO GEN-LOTE-FORN
           END-IF.
           MOVE LOW-VALUES TO GEN-LOTE-PROD.
           START GENE-FILE KEY IS NOT LESS THAN GEN-CHAVE.
           EVALUATE TRUE
               WHEN WS-GENE-OK
                   PERFORM 3100-LER-LOTE-FORNECEDOR
                       UNTIL WS-FIM-LEITURA
               WHEN WS-GENE-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE POSICIONAMENTO NO GENE-FILE'
                   DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       3100-LER-LOTE-FORNECEDOR.
           PERFORM 4000-READ-NEXT-GENE.
           IF NOT WS-FIM-LEITURA
              IF WS-COR NOT = SPACES
                 IF GEN-COR = WS-COR AND GEN-LOTE-FORN = WS-LOTE-FORN
                    PERFORM 5000-WRITE-DETAIL
                 ELSE
                    SET WS-FIM-LEITURA TO TRUE
                 END-IF
              ELSE
                 IF GEN-LOTE-FORN = WS-LOTE-FORN
                    PERFORM 5000-WRITE-DETAIL
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-GENE.
           READ GENE-FILE NEXT RECORD.
           IF NOT WS-GENE-OK
              IF WS-GENE-EOF
                 SET WS-FIM-LEITURA TO TRUE
              ELSE
                 DISPLAY 'ERRO FATAL DE LEITURA NO GENE-FILE'
                 DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       5000-WRITE-DETAIL.
           ADD 1 TO WS-COUNT-LINHAS.
           ADD GEN-QTDE TO WS-TOTAL-QTDE.
           MOVE GEN-LOTE-PROD TO RPT-DET-LOTE-PROD.
           MOVE GEN-DATA      TO RPT-DET-DATA.
           MOVE GEN-ORD-SEQ   TO RPT-DET-ORD-SEQ.
           MOVE GEN-ORD-COR   TO RPT-DET-ORD-COR.
           MOVE GEN-ORD-QTDE  TO RPT-DET-ORD-QTDE.
           MOVE GEN-COR       TO RPT-DET-COR.
           MOVE GEN-LOTE-FORN TO RPT-DET-LOTE-FORN.
           MOVE GEN-QTDE      TO RPT-DET-QTDE.
           WRITE RPT-RECORD FROM RPT-DET-LINE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       8000-FINALIZE.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
           IF WS-COUNT-LINHAS = ZERO
              WRITE RPT-RECORD FROM RPT-NADA-LINE
           ELSE
              MOVE WS-COUNT-LINHAS TO RPT-TOT-LINHAS
              MOVE WS-TOTAL-QTDE   TO RPT-TOT-QTDE
              WRITE RPT-RECORD FROM RPT-TOTAL-LINE
           END-IF.
           CLOSE GENE-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9800-PARM-ERROR.
           DISPLAY 'FORMATO: P + LOTE DE PRODUCAO (12) OU F + LOTE DO'
                   ' FORNECEDOR (20) + COR-BASE (15, OPCIONAL)'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYRASTRO ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
