       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCLRHST.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - HISTORICO DE VERSOES DO CATALOGO DE CORES
      *
      * LISTA O COLRHIST (COPYBOOK MYCLRHC) EM ORDEM DE ENTRADA +
      * VIGENCIA + VERSAO, RESPONDENDO QUEM MUDOU QUAL REGRA OU CUSTO
      * E QUANDO. PARA CADA VERSAO:
      *
      *   - TIPO E CAMPOS DA ENTRADA, VERSAO E DATA DE VIGENCIA;
      *   - ACAO (I/A/E) E SITUACAO (P/A/R);
      *   - VALOR ANTERIOR (DA VERSAO APROVADA QUE A PRECEDE) E VALOR
      *     NOVO: O CUSTO, PARA COR ('C'), O RESULTADO, PARA REGRA
      *     ('M'), OU O % DO COMPONENTE, PARA LINHA DE RECEITA ('R');
      *   - SOLICITANTE COM DATA E HORA DO PEDIDO E APROVADOR COM DATA
      *     E HORA DA DECISAO.
      *
      * PERIODO OPCIONAL NO PARMDD (DATA INICIAL + DATA FINAL,
      * AAAAMMDD), APLICADO A DATA DO PEDIDO DA VERSAO. SEM O CARTAO
      * (OU ZERADO) = TODO O HISTORICO.
      *
      * RC 0 = RELATORIO EMITIDO; RC 4 = NENHUMA VERSAO NO PERIODO;
      * RC 16 = ERRO DE ARQUIVO.
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
           SELECT HIST-FILE ASSIGN TO COLRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HIST-CHAVE
                  FILE STATUS IS WS-HIST-FILE-STATUS.
      *
      *--- PERIODO DO RELATORIO (OPCIONAL)
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
       FD HIST-FILE
          RECORD CONTAINS 130 CHARACTERS.
       COPY MYCLRHC.
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-DATA-INICIAL     PIC 9(08).
           05 PARM-DATA-FINAL       PIC 9(08).
           05 FILLER                PIC X(64).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD               PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-HIST-FILE-STATUS   PIC X(02).
              88 WS-HIST-OK         VALUE '00'.
              88 WS-HIST-EOF        VALUE '10'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
      *--- PERIODO (ZEROS = SEM LIMITE)
       01 WS-PERIODO.
           05 WS-DATA-INICIAL       PIC 9(08) VALUE ZERO.
           05 WS-DATA-FINAL         PIC 9(08) VALUE 99999999.
      *
      *--- ENTRADA CORRENTE (QUEBRA POR TIPO + CAMPOS) E O VALOR DA
      *--- ULTIMA VERSAO APROVADA LIDA DELA
       01 WS-ENTRADA-CONTROLE.
           05 WS-CHAVE-ENTRADA      PIC X(31) VALUE SPACES.
           05 WS-VALOR-ANTERIOR     PIC X(15) VALUE SPACES.
           05 WS-VALOR-NOVO         PIC X(15) VALUE SPACES.
           05 WS-CUSTO-ED           PIC ZZ.ZZ9,99.
           05 WS-PCT-ED             PIC ZZ9,9.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-LIDAS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-LISTADAS     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-PENDENTES    PIC 9(07) VALUE ZERO.
      *
      *--- LINHAS DO RELATORIO
       01 RPT-HEADER-1.
           05 FILLER PIC X(45) VALUE
              'MYCLRHST - VERSOES DO CATALOGO DE CORES      '.
           05 FILLER PIC X(10) VALUE 'PERIODO: '.
           05 RPT-H-INICIAL        PIC 9999/99/99.
           05 FILLER PIC X(03) VALUE ' A '.
           05 RPT-H-FINAL          PIC 9999/99/99.
           05 FILLER PIC X(55) VALUE SPACES.
       01 RPT-HEADER-2.
           05 FILLER PIC X(133) VALUE ALL '='.
       01 RPT-BLANK-LINE           PIC X(133) VALUE SPACES.
      *
       01 RPT-COL-HEADER.
           05 FILLER PIC X(34) VALUE
              'T CAMPO 1         CAMPO 2'.
           05 FILLER PIC X(35) VALUE
              'VER VIGENCIA   A S ANTERIOR'.
           05 FILLER PIC X(16) VALUE 'NOVO'.
           05 FILLER PIC X(21) VALUE 'SOL PEDIDO EM'.
           05 FILLER PIC X(27) VALUE 'APR DECIDIDO EM'.
       01 RPT-DET-LINE.
           05 RPT-DET-TIPO         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-CAMPO-1      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-CAMPO-2      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-VERSAO       PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-VIGENCIA     PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-ACAO         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-SITUACAO     PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-ANTERIOR     PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-NOVO         PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-SOLICITANTE  PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-DATA-SOLIC   PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-HORA-SOLIC   PIC 99.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-APROVADOR    PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-DATA-DECISAO PIC 9999/99/99 BLANK WHEN ZERO.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-HORA-DECISAO PIC 99.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(07) VALUE SPACES.
      *
       01 RPT-LEGENDA-LINE.
           05 FILLER               PIC X(45) VALUE
              'A = ACAO: I=INCLUSAO A=ALTERACAO E=EXCLUSAO  '.
           05 FILLER               PIC X(45) VALUE
              'S = SITUACAO: P=PENDENTE A=APROVADA R=REJEITA'.
           05 FILLER               PIC X(43) VALUE 'DA'.
      *
       01 RPT-TOT-LINE.
           05 FILLER               PIC X(20) VALUE
              'VERSOES LISTADAS:   '.
           05 RPT-TOT-LISTADAS     PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(20) VALUE
              '   AINDA PENDENTES: '.
           05 RPT-TOT-PENDENTES    PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(75) VALUE SPACES.
      *
       01 RPT-NADA-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE
              'NENHUMA VERSAO PEDIDA NO PERIODO.       '.
           05 FILLER               PIC X(88) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-VERSAO UNTIL WS-HIST-EOF.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYCLRHST CONCLUIDO. VERSOES LIDAS: '
                   WS-COUNT-LIDAS ' LISTADAS: ' WS-COUNT-LISTADAS.
           IF WS-COUNT-LISTADAS = ZERO
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
           OPEN INPUT HIST-FILE.
           IF NOT WS-HIST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO HIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-HIST-FILE-STATUS
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
           MOVE WS-DATA-INICIAL TO RPT-H-INICIAL.
           MOVE WS-DATA-FINAL   TO RPT-H-FINAL.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-COL-HEADER.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
      *
           PERFORM 4000-READ-NEXT-VERSAO.
           EXIT.
      *
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DATA-INICIAL IS NUMERIC
                 MOVE PARM-DATA-INICIAL TO WS-DATA-INICIAL
              END-IF
              IF PARM-DATA-FINAL IS NUMERIC
                 AND PARM-DATA-FINAL NOT = ZERO
                 MOVE PARM-DATA-FINAL TO WS-DATA-FINAL
              END-IF
              DISPLAY 'PERIODO: ' WS-DATA-INICIAL ' A ' WS-DATA-FINAL
           ELSE
              DISPLAY 'CARTAO DE PARAMETROS (PARMDD) NAO FORNECIDO. '
                      'TODO O HISTORICO.'
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- O VALOR ANTERIOR E O DA ULTIMA VERSAO APROVADA DA MESMA
      *--- ENTRADA, MESMO QUE ELA TENHA SIDO PEDIDA FORA DO PERIODO
       2000-PROCESS-VERSAO.
           ADD 1 TO WS-COUNT-LIDAS.
           IF HIST-CHAVE(1:31) NOT = WS-CHAVE-ENTRADA
              MOVE HIST-CHAVE(1:31) TO WS-CHAVE-ENTRADA
              MOVE SPACES TO WS-VALOR-ANTERIOR
           END-IF.
      *
           EVALUATE TRUE
               WHEN HIST-EXCLUSAO
                   MOVE '(EXCLUIDA)' TO WS-VALOR-NOVO
               WHEN HIST-TIPO = 'C'
                   MOVE HIST-CUSTO TO WS-CUSTO-ED
                   MOVE WS-CUSTO-ED TO WS-VALOR-NOVO
               WHEN HIST-TIPO = 'R'
                   MOVE HIST-PERCENTUAL TO WS-PCT-ED
                   MOVE SPACES TO WS-VALOR-NOVO
                   STRING WS-PCT-ED '%' DELIMITED BY SIZE
                       INTO WS-VALOR-NOVO
               WHEN OTHER
                   MOVE HIST-RESULTADO TO WS-VALOR-NOVO
           END-EVALUATE.
      *
           IF HIST-DATA-SOLIC NOT < WS-DATA-INICIAL
              AND HIST-DATA-SOLIC NOT > WS-DATA-FINAL
              PERFORM 2100-LISTAR-VERSAO
           END-IF.
      *
           IF HIST-APROVADA
              MOVE WS-VALOR-NOVO TO WS-VALOR-ANTERIOR
           END-IF.
      *
           PERFORM 4000-READ-NEXT-VERSAO.
           EXIT.
      *
       2100-LISTAR-VERSAO.
           MOVE HIST-TIPO          TO RPT-DET-TIPO.
           MOVE HIST-CAMPO-1       TO RPT-DET-CAMPO-1.
           MOVE HIST-CAMPO-2       TO RPT-DET-CAMPO-2.
           MOVE HIST-VERSAO        TO RPT-DET-VERSAO.
           MOVE HIST-DATA-VIG      TO RPT-DET-VIGENCIA.
           MOVE HIST-ACAO          TO RPT-DET-ACAO.
           MOVE HIST-SITUACAO      TO RPT-DET-SITUACAO.
           MOVE WS-VALOR-ANTERIOR  TO RPT-DET-ANTERIOR.
           MOVE WS-VALOR-NOVO      TO RPT-DET-NOVO.
           MOVE HIST-SOLICITANTE   TO RPT-DET-SOLICITANTE.
           MOVE HIST-DATA-SOLIC    TO RPT-DET-DATA-SOLIC.
           MOVE HIST-HORA-SOLIC(1:4) TO RPT-DET-HORA-SOLIC.
           MOVE HIST-APROVADOR     TO RPT-DET-APROVADOR.
           MOVE HIST-DATA-DECISAO  TO RPT-DET-DATA-DECISAO.
           MOVE HIST-HORA-DECISAO(1:4) TO RPT-DET-HORA-DECISAO.
           WRITE RPT-RECORD FROM RPT-DET-LINE.
      *
           ADD 1 TO WS-COUNT-LISTADAS.
           IF HIST-PENDENTE
              ADD 1 TO WS-COUNT-PENDENTES
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           IF WS-COUNT-LISTADAS = ZERO
              WRITE RPT-RECORD FROM RPT-NADA-LINE
           ELSE
              WRITE RPT-RECORD FROM RPT-HEADER-2
              MOVE WS-COUNT-LISTADAS  TO RPT-TOT-LISTADAS
              MOVE WS-COUNT-PENDENTES TO RPT-TOT-PENDENTES
              WRITE RPT-RECORD FROM RPT-TOT-LINE
              WRITE RPT-RECORD FROM RPT-BLANK-LINE
              WRITE RPT-RECORD FROM RPT-LEGENDA-LINE
           END-IF.
           CLOSE HIST-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-VERSAO.
           READ HIST-FILE NEXT RECORD.
           IF NOT WS-HIST-OK AND NOT WS-HIST-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO HIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-HIST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCLRHST ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
