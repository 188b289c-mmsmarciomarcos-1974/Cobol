       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYFTRRPT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - INDICE DE ACERTO DE PRIMEIRA POR COR
      *
      * LE AS MEDICOES DE COR DOS LOTES DE PRODUCAO (MEDEFILE,
      * COPYBOOK MYMEDIC, GRAVADO PELA TRNI E PELO MYCORREC) EM ORDEM
      * DE LOTE + SEQUENCIA E, POR COR ALVO, APURA:
      *
      *   - LOTES MEDIDOS E LOTES ACERTADOS DE PRIMEIRA (A PRIMEIRA
      *     MEDICAO DO LOTE JA DENTRO DA TOLERANCIA), COM O PERCENTUAL;
      *   - MEDICOES NO TOTAL, ACERTOS ACEITOS E O CUSTO DESSES
      *     ACERTOS (COLR-CUSTO DAS CORES-BASE ACRESCENTADAS);
      *   - LOTES CUJA ULTIMA MEDICAO AINDA ESTA FORA DA TOLERANCIA.
      *
      * PERIODO OPCIONAL NO PARMDD (DATA INICIAL + DATA FINAL,
      * AAAAMMDD), APLICADO A DATA DA PRIMEIRA MEDICAO DO LOTE. SEM O
      * CARTAO (OU ZERADO) = TODO O HISTORICO.
      *
      * RC 0 = RELATORIO EMITIDO; RC 4 = NENHUM LOTE NO PERIODO;
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
           SELECT MEDE-FILE ASSIGN TO MEDEFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MED-CHAVE
                  FILE STATUS IS WS-MEDE-FILE-STATUS.
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
       FD MEDE-FILE
          RECORD CONTAINS 150 CHARACTERS.
       COPY MYMEDIC.
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
           05 WS-MEDE-FILE-STATUS   PIC X(02).
              88 WS-MEDE-OK         VALUE '00'.
              88 WS-MEDE-EOF        VALUE '10'.
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
      *--- LOTE CORRENTE (QUEBRA POR MED-LOTE-PROD)
       01 WS-LOTE-CORRENTE.
           05 WS-LC-LOTE            PIC X(12) VALUE SPACES.
           05 WS-LC-COR             PIC X(15).
           05 WS-LC-NO-PERIODO      PIC X(01) VALUE 'N'.
              88 WS-LC-CONTA        VALUE 'S'.
           05 WS-LC-ULT-SITUACAO    PIC X(01).
      *
      *--- ACUMULADORES POR COR ALVO, EM ORDEM ALFABETICA
       01 WS-COR-TABLE.
           05 WS-QTD-CORES          PIC 9(03) VALUE ZERO.
           05 WS-COR-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-COR-IDX WS-DESL-IDX.
              10 WS-CT-COR          PIC X(15).
              10 WS-CT-LOTES        PIC 9(05).
              10 WS-CT-PRIMEIRA     PIC 9(05).
              10 WS-CT-MEDICOES     PIC 9(07).
              10 WS-CT-ACEITOS      PIC 9(05).
              10 WS-CT-CUSTO        PIC 9(09)V99.
              10 WS-CT-AINDA-FORA   PIC 9(05).
      *
       01 WS-TOTAIS.
           05 WS-TOT-LOTES          PIC 9(07) VALUE ZERO.
           05 WS-TOT-PRIMEIRA       PIC 9(07) VALUE ZERO.
           05 WS-TOT-MEDICOES       PIC 9(07) VALUE ZERO.
           05 WS-TOT-ACEITOS        PIC 9(07) VALUE ZERO.
           05 WS-TOT-CUSTO          PIC 9(09)V99 VALUE ZERO.
           05 WS-TOT-AINDA-FORA     PIC 9(07) VALUE ZERO.
           05 WS-PCT                PIC 9(03)V9 VALUE ZERO.
           05 WS-COR-ACHADA-FLAG    PIC X(01).
              88 WS-COR-ACHADA      VALUE 'S'.
      *
      *--- LINHAS DO RELATORIO
       01 RPT-HEADER-1.
           05 FILLER PIC X(45) VALUE
              'MYFTRRPT - ACERTO DE PRIMEIRA POR COR ALVO   '.
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
           05 FILLER PIC X(35) VALUE
              'COR ALVO         LOTES  PRIMEIRA  %'.
           05 FILLER PIC X(35) VALUE
              ' PRIM   MEDICOES  ACEITOS  CUSTO AC'.
           05 FILLER PIC X(35) VALUE
              'ERTOS AINDA FORA                   '.
           05 FILLER PIC X(28) VALUE SPACES.
       01 RPT-DET-LINE.
           05 RPT-DET-COR          PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-LOTES        PIC ZZ.ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 RPT-DET-PRIMEIRA     PIC ZZ.ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-DET-PCT          PIC ZZ9,9.
           05 FILLER               PIC X(01) VALUE '%'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-MEDICOES     PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-DET-ACEITOS      PIC ZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-CUSTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 RPT-DET-AINDA-FORA   PIC ZZ.ZZ9.
           05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 RPT-NADA-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE
              'NENHUM LOTE MEDIDO NO PERIODO.          '.
           05 FILLER               PIC X(88) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-MEDICAO UNTIL WS-MEDE-EOF.
           PERFORM 2500-FECHAR-LOTE.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYFTRRPT CONCLUIDO. LOTES: '
                   WS-TOT-LOTES ' DE PRIMEIRA: ' WS-TOT-PRIMEIRA.
           IF WS-TOT-LOTES = ZERO
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
           OPEN INPUT MEDE-FILE.
           IF NOT WS-MEDE-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MEDE-FILE'
              DISPLAY 'FILE STATUS: ' WS-MEDE-FILE-STATUS
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
           PERFORM 4000-READ-NEXT-MEDICAO.
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
      *--- A PRIMEIRA MEDICAO DE CADA LOTE DECIDE SE ELE ENTRA NO
      *--- PERIODO E SE FOI ACERTADO DE PRIMEIRA; AS SEGUINTES SO
      *--- SOMAM MEDICOES E ACERTOS ACEITOS
       2000-PROCESS-MEDICAO.
           IF MED-LOTE-PROD NOT = WS-LC-LOTE
              PERFORM 2500-FECHAR-LOTE
              PERFORM 2100-ABRIR-LOTE
           END-IF.
      *
           IF WS-LC-CONTA
              ADD 1 TO WS-CT-MEDICOES(WS-COR-IDX)
              IF MED-ACEITO
                 ADD 1 TO WS-CT-ACEITOS(WS-COR-IDX)
                 ADD MED-CUSTO-ACERTO TO WS-CT-CUSTO(WS-COR-IDX)
              END-IF
              MOVE MED-SITUACAO TO WS-LC-ULT-SITUACAO
           END-IF.
      *
           PERFORM 4000-READ-NEXT-MEDICAO.
           EXIT.
      *
       2100-ABRIR-LOTE.
           MOVE MED-LOTE-PROD TO WS-LC-LOTE.
           MOVE MED-COR-ALVO  TO WS-LC-COR.
           MOVE 'N' TO WS-LC-NO-PERIODO.
           IF MED-DATA >= WS-DATA-INICIAL
              AND MED-DATA <= WS-DATA-FINAL
              SET WS-LC-CONTA TO TRUE
              PERFORM 2200-LOCALIZAR-COR
              ADD 1 TO WS-CT-LOTES(WS-COR-IDX)
              IF MED-DENTRO-TOLERANCIA
                 ADD 1 TO WS-CT-PRIMEIRA(WS-COR-IDX)
              END-IF
           END-IF.
           EXIT.
      *
      *--- POSICIONA WS-COR-IDX NA COR DO LOTE, INCLUINDO-A NA ORDEM
      *--- ALFABETICA SE AINDA NAO ESTIVER NA TABELA
       2200-LOCALIZAR-COR.
           MOVE 'N' TO WS-COR-ACHADA-FLAG.
           SET WS-COR-IDX TO 1.
           PERFORM UNTIL WS-COR-IDX > WS-QTD-CORES
                      OR WS-CT-COR(WS-COR-IDX) >= WS-LC-COR
              SET WS-COR-IDX UP BY 1
           END-PERFORM.
           IF WS-COR-IDX <= WS-QTD-CORES
              IF WS-CT-COR(WS-COR-IDX) = WS-LC-COR
                 SET WS-COR-ACHADA TO TRUE
              END-IF
           END-IF.
           IF NOT WS-COR-ACHADA
              IF WS-QTD-CORES >= 100
                 DISPLAY 'MYFTRRPT - MAIS DE 100 CORES ALVO'
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              PERFORM 2250-ABRIR-ESPACO
              INITIALIZE WS-COR-ENTRY(WS-COR-IDX)
              MOVE WS-LC-COR TO WS-CT-COR(WS-COR-IDX)
           END-IF.
           EXIT.
      *
       2250-ABRIR-ESPACO.
           SET WS-DESL-IDX TO WS-QTD-CORES.
           PERFORM UNTIL WS-DESL-IDX < WS-COR-IDX
              MOVE WS-COR-ENTRY(WS-DESL-IDX)
                  TO WS-COR-ENTRY(WS-DESL-IDX + 1)
              SET WS-DESL-IDX DOWN BY 1
           END-PERFORM.
           ADD 1 TO WS-QTD-CORES.
           EXIT.
      *
      *--- FIM DO LOTE: A ULTIMA MEDICAO AINDA FORA DA TOLERANCIA
      *--- DEIXA O LOTE PENDENTE
       2500-FECHAR-LOTE.
           IF WS-LC-CONTA
              IF WS-LC-ULT-SITUACAO NOT = 'T'
                 ADD 1 TO WS-CT-AINDA-FORA(WS-COR-IDX)
              END-IF
           END-IF.
           MOVE 'N' TO WS-LC-NO-PERIODO.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE WS-DATA-INICIAL TO RPT-H-INICIAL.
           MOVE WS-DATA-FINAL   TO RPT-H-FINAL.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-COL-HEADER.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
      *
           IF WS-QTD-CORES = ZERO
              WRITE RPT-RECORD FROM RPT-NADA-LINE
           ELSE
              PERFORM 3100-LISTAR-COR
                  VARYING WS-COR-IDX FROM 1 BY 1
                  UNTIL WS-COR-IDX > WS-QTD-CORES
              WRITE RPT-RECORD FROM RPT-HEADER-2
              MOVE 'TOTAL'           TO RPT-DET-COR
              MOVE WS-TOT-LOTES      TO RPT-DET-LOTES
              MOVE WS-TOT-PRIMEIRA   TO RPT-DET-PRIMEIRA
              COMPUTE WS-PCT ROUNDED =
                  WS-TOT-PRIMEIRA * 100 / WS-TOT-LOTES
              MOVE WS-PCT            TO RPT-DET-PCT
              MOVE WS-TOT-MEDICOES   TO RPT-DET-MEDICOES
              MOVE WS-TOT-ACEITOS    TO RPT-DET-ACEITOS
              MOVE WS-TOT-CUSTO      TO RPT-DET-CUSTO
              MOVE WS-TOT-AINDA-FORA TO RPT-DET-AINDA-FORA
              WRITE RPT-RECORD FROM RPT-DET-LINE
           END-IF.
      *
           CLOSE MEDE-FILE RPT-FILE.
           EXIT.
      *
       3100-LISTAR-COR.
           MOVE WS-CT-COR(WS-COR-IDX)        TO RPT-DET-COR.
           MOVE WS-CT-LOTES(WS-COR-IDX)      TO RPT-DET-LOTES.
           MOVE WS-CT-PRIMEIRA(WS-COR-IDX)   TO RPT-DET-PRIMEIRA.
           COMPUTE WS-PCT ROUNDED =
               WS-CT-PRIMEIRA(WS-COR-IDX) * 100
               / WS-CT-LOTES(WS-COR-IDX).
           MOVE WS-PCT                       TO RPT-DET-PCT.
           MOVE WS-CT-MEDICOES(WS-COR-IDX)   TO RPT-DET-MEDICOES.
           MOVE WS-CT-ACEITOS(WS-COR-IDX)    TO RPT-DET-ACEITOS.
           MOVE WS-CT-CUSTO(WS-COR-IDX)      TO RPT-DET-CUSTO.
           MOVE WS-CT-AINDA-FORA(WS-COR-IDX) TO RPT-DET-AINDA-FORA.
           WRITE RPT-RECORD FROM RPT-DET-LINE.
      *
           ADD WS-CT-LOTES(WS-COR-IDX)      TO WS-TOT-LOTES.
           ADD WS-CT-PRIMEIRA(WS-COR-IDX)   TO WS-TOT-PRIMEIRA.
           ADD WS-CT-MEDICOES(WS-COR-IDX)   TO WS-TOT-MEDICOES.
           ADD WS-CT-ACEITOS(WS-COR-IDX)    TO WS-TOT-ACEITOS.
           ADD WS-CT-CUSTO(WS-COR-IDX)      TO WS-TOT-CUSTO.
           ADD WS-CT-AINDA-FORA(WS-COR-IDX) TO WS-TOT-AINDA-FORA.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-MEDICAO.
           READ MEDE-FILE NEXT RECORD.
           IF NOT WS-MEDE-OK AND NOT WS-MEDE-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MEDE-FILE'
              DISPLAY 'FILE STATUS: ' WS-MEDE-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYFTRRPT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
