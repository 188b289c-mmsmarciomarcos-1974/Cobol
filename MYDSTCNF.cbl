       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYDSTCNF.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - ENTRADA DAS CONFIRMACOES DE RECEBIMENTO DAS
      * COPIAS DO MYDISTRB
      *
      * O MYDISTRB ENTREGA A CADA CONSUMIDOR A SUA COPIA DO OUT-FILE
      * COM H/T PROPRIOS E REGISTRA NO DIARIO DE ENTREGAS (DELVLOGDD)
      * QUEM RECEBEU O QUE. NO DESTINO, O MYOUTVFY CONFERE A COPIA E
      * GERA A CONFIRMACAO (LAYOUT MYDCNFC) QUE O CONSUMIDOR DEVOLVE.
      * ESTE PROGRAMA LE AS CONFIRMACOES CHEGADAS (CONFINDD) E CONFRONTA
      * CADA UMA COM A ENTREGA DO MESMO CONSUMIDOR E DA MESMA RODADA
      * (ID DA RODADA DO 'H'). VALE A ULTIMA LINHA DO DIARIO PARA A
      * CHAVE: UM REENVIO ('R') SUBSTITUI A ENTREGA ORIGINAL.
      *
      * SITUACAO GRAVADA NO HISTORICO (CNFHISDD, OPEN EXTEND):
      *   'C' = CONFIRMADA: CONTAGEM E HASH IGUAIS AOS ENTREGUES E
      *         VERIFICACAO COM RC 0;
      *   'H' = CONTAGEM OU HASH DIFERENTES DOS ENTREGUES;
      *   'V' = O MYOUTVFY REPROVOU A COPIA NO DESTINO (RC <> 0);
      *   'N' = NENHUMA ENTREGA DO CONSUMIDOR PARA A RODADA NA JANELA
      *         DO DIARIO.
      * O HISTORICO ALIMENTA O RELATORIO DA MANHA (MYDSTRPT).
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-3 = JANELA DO DIARIO DE ENTREGAS EM DIAS 9(03)
      *                 (BRANCO = 60)
      *
      * RETURN-CODE 0 = TODAS CONFIRMADAS (OU NENHUMA CHEGOU); 4 = HA
      * CONFIRMACAO DIVERGENTE, REPROVADA OU SEM ENTREGA; 16 = ERRO
      * FATAL.
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
      *
      *--- CONFIRMACOES DEVOLVIDAS PELOS CONSUMIDORES
           SELECT CONF-FILE ASSIGN TO CONFINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CONF-FILE-STATUS.
      *
      *--- DIARIO DE ENTREGAS DO MYDISTRB
           SELECT DELVLOG-FILE ASSIGN TO DELVLOGDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DELVLOG-FILE-STATUS.
      *
      *--- HISTORICO DAS CONFIRMACOES (ACUMULADO)
           SELECT CNFHIS-FILE ASSIGN TO CNFHISDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CNFHIS-FILE-STATUS.
      *
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD CONF-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       COPY MYDCNFC.
      *
      *--- MESMO LAYOUT DO DELVLOG-RECORD DO MYDISTRB
       FD DELVLOG-FILE
          RECORD CONTAINS 60 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 DELVLOG-RECORD.
           05 DLV-DATE               PIC 9(08).
           05 DLV-TIME               PIC 9(06).
           05 DLV-CONSUMIDOR         PIC X(08).
           05 DLV-RUN-ID             PIC X(08).
           05 DLV-COUNT              PIC 9(09).
           05 DLV-CHECKSUM           PIC 9(15).
           05 DLV-REENVIO            PIC X(01).
           05 FILLER                 PIC X(05).
      *
      *--- HISTORICO: A CONFIRMACAO, A ENTREGA CORRESPONDENTE E O
      *--- VEREDITO (O MYDSTRPT LE O MESMO LAYOUT)
       FD CNFHIS-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CNFHIS-RECORD.
           05 CNH-DATA-ENTRADA       PIC 9(08).
           05 CNH-CONSUMIDOR         PIC X(08).
           05 CNH-RUN-DATE           PIC X(08).
           05 CNH-RUN-ID             PIC X(08).
           05 CNH-DATA-ENTREGA       PIC 9(08).
           05 CNH-COUNT-ENTREGUE     PIC 9(09).
           05 CNH-CHECKSUM-ENTREGUE  PIC 9(15).
           05 CNH-COUNT-CONFIRMADO   PIC 9(09).
           05 CNH-CHECKSUM-CONFIRMADO PIC 9(15).
           05 CNH-RC-VERIFICACAO     PIC 9(02).
           05 CNH-DATA-VERIFICACAO   PIC 9(08).
           05 CNH-SITUACAO           PIC X(01).
              88 CNH-CONFIRMADA      VALUE 'C'.
              88 CNH-HASH-DIVERGE    VALUE 'H'.
              88 CNH-REPROVADA       VALUE 'V'.
              88 CNH-SEM-ENTREGA     VALUE 'N'.
           05 FILLER                 PIC X(01).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-JANELA            PIC X(03).
           05 PARM-JANELA-N REDEFINES PARM-JANELA
                                     PIC 9(03).
           05 FILLER                 PIC X(77).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-CONF-FILE-STATUS   PIC X(02).
              88 WS-CONF-OK         VALUE '00'.
              88 WS-CONF-EOF        VALUE '10'.
           05 WS-DELVLOG-FILE-STATUS PIC X(02).
              88 WS-DELVLOG-OK      VALUE '00'.
              88 WS-DELVLOG-EOF     VALUE '10'.
           05 WS-CNFHIS-FILE-STATUS PIC X(02).
              88 WS-CNFHIS-OK       VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-CONTROLE.
           05 WS-CURRENT-DATE       PIC X(21).
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-JANELA             PIC 9(03) VALUE 60.
           05 WS-DATA-LIMITE        PIC 9(08) VALUE ZERO.
           05 WS-ACHOU-SW           PIC X(01).
              88 WS-ACHOU           VALUE 'S'.
      *
      *--- ENTREGAS DA JANELA, UMA POR CONSUMIDOR + RODADA (A ULTIMA
      *--- LINHA DO DIARIO PREVALECE)
       01 WS-ENTREGA-TABLE.
           05 WS-ENT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05 WS-ENT-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-ENT-IDX.
              10 WS-ENT-CONSUMIDOR  PIC X(08).
              10 WS-ENT-RUN-ID      PIC X(08).
              10 WS-ENT-DATA        PIC 9(08).
              10 WS-ENT-COUNT-REG   PIC 9(09).
              10 WS-ENT-CHECKSUM    PIC 9(15).
              10 WS-ENT-REENVIO     PIC X(01).
      *
       01 WS-COUNTERS.
           05 WS-COUNT-DELVLOG      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-LIDAS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CONFIRMADAS  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-HASH         PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REPROVADAS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-ENTREGA  PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              'MYDSTCNF - CONFIRMACOES DE RECEBIMENTO DO MYDISTRB'.
           05 FILLER                PIC X(11) VALUE ' - ENTRADA '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(63) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(44) VALUE
              'CONSUM.  RODADA   DATA-RUN ENTREGA  RC S '.
           05 FILLER                PIC X(88) VALUE
              '     ENTREGUES    CONFIRMADOS OBSERVACAO'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-CONSUMIDOR    PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-RUN-ID        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-RUN-DATE      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ENTREGA       PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-RC            PIC 9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SIT           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ENTREGUES     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-DET-CONFIRMADOS   PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-OBS           PIC X(50).
           05 FILLER                PIC X(14) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(40).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(81) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CONFIRMATION UNTIL WS-CONF-EOF.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYDSTCNF CONCLUIDO. CONFIRMACOES: '
                   WS-COUNT-LIDAS ' CONFIRMADAS: '
                   WS-COUNT-CONFIRMADAS.
           IF WS-COUNT-LIDAS NOT = WS-COUNT-CONFIRMADAS
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1150-READ-PARM-CARD.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-JANELA).
      *
           PERFORM 1100-LOAD-DELIVERY-LOG.
      *
           OPEN INPUT CONF-FILE.
           IF NOT WS-CONF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CONF-FILE'
              DISPLAY 'FILE STATUS: ' WS-CONF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN EXTEND CNFHIS-FILE.
           IF NOT WS-CNFHIS-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CNFHIS-FILE'
              DISPLAY 'FILE STATUS: ' WS-CNFHIS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-TODAY-DATE TO RPT-HDR-DATA.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           PERFORM 4000-READ-NEXT-CONF.
           EXIT.
      *
      *--- ENTREGAS DA JANELA. A MESMA CHAVE MAIS ADIANTE NO DIARIO
      *--- (REENVIO OU RODADA REPETIDA) SUBSTITUI A ANTERIOR.
       1100-LOAD-DELIVERY-LOG.
           OPEN INPUT DELVLOG-FILE.
           IF NOT WS-DELVLOG-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO DELVLOG-FILE'
              DISPLAY 'FILE STATUS: ' WS-DELVLOG-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ DELVLOG-FILE.
           PERFORM UNTIL NOT WS-DELVLOG-OK
              ADD 1 TO WS-COUNT-DELVLOG
              IF DLV-DATE >= WS-DATA-LIMITE
                 PERFORM 1110-STORE-DELIVERY
              END-IF
              READ DELVLOG-FILE
           END-PERFORM.
           IF NOT WS-DELVLOG-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO DELVLOG-FILE'
              DISPLAY 'FILE STATUS: ' WS-DELVLOG-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE DELVLOG-FILE.
           DISPLAY 'ENTREGAS NA JANELA DE ' WS-JANELA ' DIAS: '
                   WS-ENT-COUNT.
           EXIT.
      *
       1110-STORE-DELIVERY.
           MOVE 'N' TO WS-ACHOU-SW.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT OR WS-ACHOU
              IF WS-ENT-CONSUMIDOR(WS-ENT-IDX) = DLV-CONSUMIDOR
                 AND WS-ENT-RUN-ID(WS-ENT-IDX) = DLV-RUN-ID
                 SET WS-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WS-ACHOU
              SET WS-ENT-IDX DOWN BY 1
           ELSE
              IF WS-ENT-COUNT >= 2000
                 DISPLAY 'MYDC001 MAIS DE 2000 ENTREGAS NA JANELA.'
                         ' REDUZA A JANELA NO PARMDD.'
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-ENT-COUNT
              SET WS-ENT-IDX TO WS-ENT-COUNT
           END-IF.
           MOVE DLV-CONSUMIDOR TO WS-ENT-CONSUMIDOR(WS-ENT-IDX).
           MOVE DLV-RUN-ID     TO WS-ENT-RUN-ID(WS-ENT-IDX).
           MOVE DLV-DATE       TO WS-ENT-DATA(WS-ENT-IDX).
           MOVE DLV-COUNT      TO WS-ENT-COUNT-REG(WS-ENT-IDX).
           MOVE DLV-CHECKSUM   TO WS-ENT-CHECKSUM(WS-ENT-IDX).
           MOVE DLV-REENVIO    TO WS-ENT-REENVIO(WS-ENT-IDX).
           EXIT.
      *
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-JANELA IS NUMERIC
                 AND PARM-JANELA-N > ZERO
                 MOVE PARM-JANELA-N TO WS-JANELA
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
       2000-PROCESS-CONFIRMATION.
           ADD 1 TO WS-COUNT-LIDAS.
           MOVE SPACES TO CNFHIS-RECORD.
           MOVE WS-TODAY-DATE        TO CNH-DATA-ENTRADA.
           MOVE DCF-CONSUMIDOR       TO CNH-CONSUMIDOR.
           MOVE DCF-RUN-DATE         TO CNH-RUN-DATE.
           MOVE DCF-RUN-ID           TO CNH-RUN-ID.
           MOVE DCF-COUNT            TO CNH-COUNT-CONFIRMADO.
           MOVE DCF-CHECKSUM         TO CNH-CHECKSUM-CONFIRMADO.
           MOVE DCF-RC-VERIFICACAO   TO CNH-RC-VERIFICACAO.
           MOVE DCF-DATA-VERIFICACAO TO CNH-DATA-VERIFICACAO.
           MOVE ZERO TO CNH-DATA-ENTREGA.
           MOVE ZERO TO CNH-COUNT-ENTREGUE.
           MOVE ZERO TO CNH-CHECKSUM-ENTREGUE.
           MOVE SPACES TO RPT-DET-OBS.
      *
           MOVE 'N' TO WS-ACHOU-SW.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT OR WS-ACHOU
              IF WS-ENT-CONSUMIDOR(WS-ENT-IDX) = DCF-CONSUMIDOR
                 AND WS-ENT-RUN-ID(WS-ENT-IDX) = DCF-RUN-ID
                 SET WS-ACHOU TO TRUE
              END-IF
           END-PERFORM.
      *
           IF WS-ACHOU
              SET WS-ENT-IDX DOWN BY 1
              MOVE WS-ENT-DATA(WS-ENT-IDX)   TO CNH-DATA-ENTREGA
              MOVE WS-ENT-COUNT-REG(WS-ENT-IDX)
                                             TO CNH-COUNT-ENTREGUE
              MOVE WS-ENT-CHECKSUM(WS-ENT-IDX)
                                             TO CNH-CHECKSUM-ENTREGUE
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT WS-ACHOU
                   SET CNH-SEM-ENTREGA TO TRUE
                   ADD 1 TO WS-COUNT-SEM-ENTREGA
                   MOVE 'NENHUMA ENTREGA DO CONSUMIDOR PARA A RODADA'
                       TO RPT-DET-OBS
               WHEN DCF-RC-VERIFICACAO NOT = ZERO
                   SET CNH-REPROVADA TO TRUE
                   ADD 1 TO WS-COUNT-REPROVADAS
                   MOVE 'COPIA REPROVADA PELO MYOUTVFY NO DESTINO'
                       TO RPT-DET-OBS
               WHEN DCF-COUNT NOT = CNH-COUNT-ENTREGUE
                 OR DCF-CHECKSUM NOT = CNH-CHECKSUM-ENTREGUE
                   SET CNH-HASH-DIVERGE TO TRUE
                   ADD 1 TO WS-COUNT-HASH
                   MOVE 'CONTAGEM/HASH DIFERENTES DOS ENTREGUES'
                       TO RPT-DET-OBS
               WHEN OTHER
                   SET CNH-CONFIRMADA TO TRUE
                   ADD 1 TO WS-COUNT-CONFIRMADAS
                   IF WS-ENT-REENVIO(WS-ENT-IDX) = 'R'
                      MOVE 'CONFIRMADA (REENVIO)' TO RPT-DET-OBS
                   END-IF
           END-EVALUATE.
      *
           WRITE CNFHIS-RECORD.
           IF NOT WS-CNFHIS-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO CNFHIS-FILE'
              DISPLAY 'FILE STATUS: ' WS-CNFHIS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE CNH-CONSUMIDOR       TO RPT-DET-CONSUMIDOR.
           MOVE CNH-RUN-ID           TO RPT-DET-RUN-ID.
           MOVE CNH-RUN-DATE         TO RPT-DET-RUN-DATE.
           IF CNH-DATA-ENTREGA = ZERO
              MOVE SPACES            TO RPT-DET-ENTREGA
           ELSE
              MOVE CNH-DATA-ENTREGA  TO RPT-DET-ENTREGA
           END-IF.
           MOVE CNH-RC-VERIFICACAO   TO RPT-DET-RC.
           MOVE CNH-SITUACAO         TO RPT-DET-SIT.
           MOVE CNH-COUNT-ENTREGUE   TO RPT-DET-ENTREGUES.
           MOVE CNH-COUNT-CONFIRMADO TO RPT-DET-CONFIRMADOS.
           MOVE WS-RPT-DETAIL-LINE   TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           PERFORM 4000-READ-NEXT-CONF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'CONFIRMACOES RECEBIDAS               :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIDAS TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           MOVE 'CONFIRMADAS (C)                      :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-CONFIRMADAS TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           MOVE 'CONTAGEM/HASH DIVERGENTES (H)        :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-HASH TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           MOVE 'REPROVADAS NO DESTINO (V)            :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-REPROVADAS TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           MOVE 'SEM ENTREGA CORRESPONDENTE (N)       :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-ENTREGA TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           CLOSE CONF-FILE CNFHIS-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-CONF.
           READ CONF-FILE.
           IF NOT WS-CONF-OK AND NOT WS-CONF-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO CONF-FILE'
              DISPLAY 'FILE STATUS: ' WS-CONF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4300-WRITE-SUMMARY.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYDSTCNF ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
