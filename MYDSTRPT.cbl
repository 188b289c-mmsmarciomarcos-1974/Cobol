       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYDSTRPT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - RELATORIO DA MANHA DAS ENTREGAS DO MYDISTRB
      *
      * CONFRONTA O DIARIO DE ENTREGAS (DELVLOGDD) COM O HISTORICO DE
      * CONFIRMACOES GRAVADO PELO MYDSTCNF (CNFHISDD) NA JANELA DE DIAS
      * DO PARMDD E LISTA, EM TRES BLOCOS:
      *
      *   1. ENTREGAS SEM CONFIRMACAO: NENHUMA CONFIRMACAO DO
      *      CONSUMIDOR PARA A RODADA DEPOIS DE VENCIDO O PRAZO (VALE
      *      A ULTIMA ENTREGA DA RODADA - UM REENVIO REABRE O PRAZO);
      *   2. DIVERGENCIAS: CONFIRMACAO COM CONTAGEM/HASH DIFERENTES DOS
      *      ENTREGUES ('H'), COPIA REPROVADA NO DESTINO ('V') OU SEM
      *      ENTREGA CORRESPONDENTE ('N'), ENQUANTO NAO HOUVER UMA
      *      CONFIRMACAO 'C' DA MESMA RODADA;
      *   3. CONSUMIDORES SILENCIOSOS: ASSINANTES DO CADASTRO
      *      (CONSREGDD) SEM NENHUMA CONFIRMACAO HA MAIS DE N DIAS.
      *
      * A COPIA DE UMA RODADA DOS BLOCOS 1 E 2 E REGERADA A PARTIR DA
      * GERACAO DO OUT.ARCH PELO JOB MYDSTRSN (MYDISTRB EM MODO
      * REENVIO).
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-3 = JANELA EM DIAS 9(03) (BRANCO = 30)
      *   COLUNAS 4-5 = PRAZO PARA CONFIRMAR, EM DIAS 9(02), CONTADO
      *                 DA DATA DA ENTREGA (BRANCO = 1)
      *   COLUNAS 6-7 = DIAS SEM CONFIRMACAO PARA O CONSUMIDOR SER
      *                 LISTADO COMO SILENCIOSO 9(02) (BRANCO = 3)
      *
      * RETURN-CODE 0 = NADA A LISTAR; 4 = HA LINHA EM ALGUM BLOCO;
      * 16 = ERRO FATAL.
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
      *--- DIARIO DE ENTREGAS DO MYDISTRB
           SELECT DELVLOG-FILE ASSIGN TO DELVLOGDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DELVLOG-FILE-STATUS.
      *
      *--- HISTORICO DAS CONFIRMACOES (MYDSTCNF)
           SELECT CNFHIS-FILE ASSIGN TO CNFHISDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CNFHIS-FILE-STATUS.
      *
      *--- CADASTRO DE ASSINATURAS DOS CONSUMIDORES (O DO MYDISTRB)
           SELECT CONSREG-FILE ASSIGN TO CONSREGDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CONSREG-FILE-STATUS.
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
      *--- MESMO LAYOUT DO CNFHIS-RECORD DO MYDSTCNF
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
      *--- MESMO LAYOUT DO CONSREG-RECORD DO MYDISTRB (SO O ID)
       FD CONSREG-FILE
          RECORD CONTAINS 32 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CONSREG-RECORD.
           05 CR-CONSUMIDOR          PIC X(08).
           05 FILLER                 PIC X(24).
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
           05 PARM-PRAZO             PIC X(02).
           05 PARM-PRAZO-N REDEFINES PARM-PRAZO
                                     PIC 9(02).
           05 PARM-SILENCIO          PIC X(02).
           05 PARM-SILENCIO-N REDEFINES PARM-SILENCIO
                                     PIC 9(02).
           05 FILLER                 PIC X(73).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-DELVLOG-FILE-STATUS PIC X(02).
              88 WS-DELVLOG-OK      VALUE '00'.
              88 WS-DELVLOG-EOF     VALUE '10'.
           05 WS-CNFHIS-FILE-STATUS PIC X(02).
              88 WS-CNFHIS-OK       VALUE '00'.
              88 WS-CNFHIS-EOF      VALUE '10'.
           05 WS-CONSREG-FILE-STATUS PIC X(02).
              88 WS-CONSREG-OK      VALUE '00'.
              88 WS-CONSREG-EOF     VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-CONTROLE.
           05 WS-CURRENT-DATE       PIC X(21).
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-JANELA             PIC 9(03) VALUE 30.
           05 WS-PRAZO              PIC 9(02) VALUE 1.
           05 WS-SILENCIO           PIC 9(02) VALUE 3.
           05 WS-DATA-LIMITE        PIC 9(08) VALUE ZERO.
           05 WS-IDADE              PIC S9(05) VALUE ZERO.
           05 WS-ULTIMA-CONF        PIC 9(08) VALUE ZERO.
           05 WS-ACHOU-SW           PIC X(01).
              88 WS-ACHOU           VALUE 'S'.
           05 WS-TEM-C-SW           PIC X(01).
              88 WS-TEM-C           VALUE 'S'.
           05 WS-TEM-OUTRA-SW       PIC X(01).
              88 WS-TEM-OUTRA       VALUE 'S'.
      *
      *--- ENTREGAS DA JANELA, UMA POR CONSUMIDOR + RODADA (A ULTIMA
      *--- LINHA DO DIARIO PREVALECE, COMO NO MYDSTCNF)
       01 WS-ENTREGA-TABLE.
           05 WS-ENT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05 WS-ENT-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-ENT-IDX.
              10 WS-ENT-CONSUMIDOR  PIC X(08).
              10 WS-ENT-RUN-ID      PIC X(08).
              10 WS-ENT-DATA        PIC 9(08).
              10 WS-ENT-COUNT-REG   PIC 9(09).
              10 WS-ENT-REENVIO     PIC X(01).
      *
      *--- CONFIRMACOES DA JANELA
       01 WS-CONFIRMACAO-TABLE.
           05 WS-CNF-COUNT          PIC 9(04) COMP VALUE ZERO.
           05 WS-CNF-ENTRY OCCURS 3000 TIMES
              INDEXED BY WS-CNF-IDX WS-CNF-IDX2.
              10 WS-CNF-CONSUMIDOR  PIC X(08).
              10 WS-CNF-RUN-ID      PIC X(08).
              10 WS-CNF-RUN-DATE    PIC X(08).
              10 WS-CNF-ENTRADA     PIC 9(08).
              10 WS-CNF-ENTREGA     PIC 9(08).
              10 WS-CNF-COUNT-ENT   PIC 9(09).
              10 WS-CNF-COUNT-CNF   PIC 9(09).
              10 WS-CNF-RC          PIC 9(02).
              10 WS-CNF-SITUACAO    PIC X(01).
      *
      *--- ASSINANTES DO CADASTRO (O MYDISTRB ATENDE OS 5 PRIMEIROS)
       01 WS-CONSUMIDOR-TABLE.
           05 WS-CON-COUNT          PIC 9(01) VALUE ZERO.
           05 WS-CON-ID OCCURS 5 TIMES
              INDEXED BY WS-CON-IDX PIC X(08).
      *
       01 WS-COUNTERS.
           05 WS-COUNT-SEM-CONF     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-DIVERG       PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SILENCIO     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CONFIRMADAS  PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(47) VALUE
              'MYDSTRPT - ENTREGAS DO MYDISTRB - REFERENCIA: '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(09) VALUE ' JANELA: '.
           05 RPT-HDR-JANELA        PIC ZZ9.
           05 FILLER                PIC X(08) VALUE ' PRAZO: '.
           05 RPT-HDR-PRAZO         PIC Z9.
           05 FILLER                PIC X(12) VALUE ' SILENCIO: '.
           05 RPT-HDR-SILENCIO      PIC Z9.
           05 FILLER                PIC X(41) VALUE ' DIAS'.
      *
       01 WS-RPT-BLOCK-HEADER.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 RPT-BLK-TITULO        PIC X(132).
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(46) VALUE
              'CONSUM.  RODADA   ENTREGA  IDADE S RC'.
           05 FILLER                PIC X(86) VALUE
              '   ENTREGUES  CONFIRMADOS OBSERVACAO'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-CONSUMIDOR    PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-RUN-ID        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ENTREGA       PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-IDADE         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SIT           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-RC            PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ENTREGUES     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-CONFIRMADOS   PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-OBS           PIC X(50).
           05 FILLER                PIC X(20) VALUE SPACES.
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
           PERFORM 2100-ENTREGAS-SEM-CONFIRMACAO.
           PERFORM 2200-DIVERGENCIAS.
           PERFORM 2300-CONSUMIDORES-SILENCIOSOS.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYDSTRPT CONCLUIDO. SEM CONFIRMACAO: '
                   WS-COUNT-SEM-CONF ' DIVERGENCIAS: '
                   WS-COUNT-DIVERG ' SILENCIOSOS: '
                   WS-COUNT-SILENCIO.
           IF WS-COUNT-SEM-CONF > ZERO
              OR WS-COUNT-DIVERG > ZERO
              OR WS-COUNT-SILENCIO > ZERO
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
           PERFORM 1200-LOAD-CONFIRMATIONS.
           PERFORM 1300-LOAD-CONSUMERS.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-TODAY-DATE TO RPT-HDR-DATA.
           MOVE WS-JANELA     TO RPT-HDR-JANELA.
           MOVE WS-PRAZO      TO RPT-HDR-PRAZO.
           MOVE WS-SILENCIO   TO RPT-HDR-SILENCIO.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       1100-LOAD-DELIVERY-LOG.
           OPEN INPUT DELVLOG-FILE.
           IF NOT WS-DELVLOG-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO DELVLOG-FILE'
              DISPLAY 'FILE STATUS: ' WS-DELVLOG-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ DELVLOG-FILE.
           PERFORM UNTIL NOT WS-DELVLOG-OK
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
                 DISPLAY 'MYDR001 MAIS DE 2000 ENTREGAS NA JANELA.'
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
              IF PARM-PRAZO IS NUMERIC
                 MOVE PARM-PRAZO-N TO WS-PRAZO
              END-IF
              IF PARM-SILENCIO IS NUMERIC
                 AND PARM-SILENCIO-N > ZERO
                 MOVE PARM-SILENCIO-N TO WS-SILENCIO
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
       1200-LOAD-CONFIRMATIONS.
           OPEN INPUT CNFHIS-FILE.
           IF NOT WS-CNFHIS-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CNFHIS-FILE'
              DISPLAY 'FILE STATUS: ' WS-CNFHIS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ CNFHIS-FILE.
           PERFORM UNTIL NOT WS-CNFHIS-OK
              IF CNH-DATA-ENTRADA >= WS-DATA-LIMITE
                 IF WS-CNF-COUNT >= 3000
                    DISPLAY 'MYDR002 MAIS DE 3000 CONFIRMACOES NA '
                            'JANELA. REDUZA A JANELA NO PARMDD.'
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-CNF-COUNT
                 SET WS-CNF-IDX TO WS-CNF-COUNT
                 MOVE CNH-CONSUMIDOR   TO WS-CNF-CONSUMIDOR(WS-CNF-IDX)
                 MOVE CNH-RUN-ID       TO WS-CNF-RUN-ID(WS-CNF-IDX)
                 MOVE CNH-RUN-DATE     TO WS-CNF-RUN-DATE(WS-CNF-IDX)
                 MOVE CNH-DATA-ENTRADA TO WS-CNF-ENTRADA(WS-CNF-IDX)
                 MOVE CNH-DATA-ENTREGA TO WS-CNF-ENTREGA(WS-CNF-IDX)
                 MOVE CNH-COUNT-ENTREGUE
                                       TO WS-CNF-COUNT-ENT(WS-CNF-IDX)
                 MOVE CNH-COUNT-CONFIRMADO
                                       TO WS-CNF-COUNT-CNF(WS-CNF-IDX)
                 MOVE CNH-RC-VERIFICACAO
                                       TO WS-CNF-RC(WS-CNF-IDX)
                 MOVE CNH-SITUACAO     TO WS-CNF-SITUACAO(WS-CNF-IDX)
              END-IF
              READ CNFHIS-FILE
           END-PERFORM.
           IF NOT WS-CNFHIS-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO CNFHIS-FILE'
              DISPLAY 'FILE STATUS: ' WS-CNFHIS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE CNFHIS-FILE.
           EXIT.
      *
       1300-LOAD-CONSUMERS.
           OPEN INPUT CONSREG-FILE.
           IF NOT WS-CONSREG-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CONSREG-FILE'
              DISPLAY 'FILE STATUS: ' WS-CONSREG-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ CONSREG-FILE.
           PERFORM UNTIL NOT WS-CONSREG-OK OR WS-CON-COUNT >= 5
              ADD 1 TO WS-CON-COUNT
              SET WS-CON-IDX TO WS-CON-COUNT
              MOVE CR-CONSUMIDOR TO WS-CON-ID(WS-CON-IDX)
              READ CONSREG-FILE
           END-PERFORM.
           CLOSE CONSREG-FILE.
           EXIT.
      *
      *================================================================*
      * BLOCO 1 - ENTREGAS SEM NENHUMA CONFIRMACAO, PRAZO VENCIDO
      *================================================================*
       2100-ENTREGAS-SEM-CONFIRMACAO.
           MOVE '1. ENTREGAS SEM CONFIRMACAO (PRAZO VENCIDO)'
               TO RPT-BLK-TITULO.
           MOVE WS-RPT-BLOCK-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
              PERFORM 2110-PROCURAR-CONFIRMACAO
              IF WS-TEM-C
                 ADD 1 TO WS-COUNT-CONFIRMADAS
              END-IF
              COMPUTE WS-IDADE =
                      FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-ENT-DATA(WS-ENT-IDX))
      *--- SO A CONFIRMACAO DIVERGENTE VAI PARA O BLOCO 2
              IF NOT WS-TEM-C AND NOT WS-TEM-OUTRA
                 AND WS-IDADE > WS-PRAZO
                 ADD 1 TO WS-COUNT-SEM-CONF
                 MOVE SPACES TO WS-RPT-DETAIL-LINE
                 MOVE WS-ENT-CONSUMIDOR(WS-ENT-IDX)
                                         TO RPT-DET-CONSUMIDOR
                 MOVE WS-ENT-RUN-ID(WS-ENT-IDX) TO RPT-DET-RUN-ID
                 MOVE WS-ENT-DATA(WS-ENT-IDX)   TO RPT-DET-ENTREGA
                 MOVE WS-IDADE                  TO RPT-DET-IDADE
                 MOVE WS-ENT-COUNT-REG(WS-ENT-IDX)
                                         TO RPT-DET-ENTREGUES
                 MOVE ZERO                      TO RPT-DET-CONFIRMADOS
                 IF WS-ENT-REENVIO(WS-ENT-IDX) = 'R'
                    MOVE 'REENVIO SEM CONFIRMACAO' TO RPT-DET-OBS
                 ELSE
                    MOVE 'SEM CONFIRMACAO - CONFERIR OU REENVIAR'
                        TO RPT-DET-OBS
                 END-IF
                 MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD
                 PERFORM 4200-WRITE-REPORT
              END-IF
           END-PERFORM.
           IF WS-COUNT-SEM-CONF = ZERO
              MOVE SPACES TO RPT-RECORD
              MOVE ' NENHUMA.' TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *--- CONFIRMACOES DA CHAVE DA ENTREGA CORRENTE: ALGUMA 'C' DA
      *--- ENTREGA (OU DE UMA POSTERIOR)? ALGUMA OUTRA SITUACAO?
       2110-PROCURAR-CONFIRMACAO.
           MOVE 'N' TO WS-TEM-C-SW.
           MOVE 'N' TO WS-TEM-OUTRA-SW.
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CNF-COUNT
              IF WS-CNF-CONSUMIDOR(WS-CNF-IDX) =
                 WS-ENT-CONSUMIDOR(WS-ENT-IDX)
                 AND WS-CNF-RUN-ID(WS-CNF-IDX) =
                     WS-ENT-RUN-ID(WS-ENT-IDX)
                 IF WS-CNF-SITUACAO(WS-CNF-IDX) = 'C'
                    AND WS-CNF-ENTREGA(WS-CNF-IDX) >=
                        WS-ENT-DATA(WS-ENT-IDX)
                    SET WS-TEM-C TO TRUE
                 ELSE
                    SET WS-TEM-OUTRA TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      *
      *================================================================*
      * BLOCO 2 - CONFIRMACOES DIVERGENTES AINDA NAO SUPERADAS POR UMA
      * CONFIRMACAO 'C' DA MESMA RODADA
      *================================================================*
       2200-DIVERGENCIAS.
           MOVE '2. DIVERGENCIAS (H = CONTAGEM/HASH, V = REPROVADA NO DE
      -         'STINO, N = SEM ENTREGA)' TO RPT-BLK-TITULO.
           MOVE WS-RPT-BLOCK-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CNF-COUNT
              IF WS-CNF-SITUACAO(WS-CNF-IDX) NOT = 'C'
                 MOVE 'N' TO WS-TEM-C-SW
                 PERFORM VARYING WS-CNF-IDX2 FROM 1 BY 1
                         UNTIL WS-CNF-IDX2 > WS-CNF-COUNT
                    IF WS-CNF-CONSUMIDOR(WS-CNF-IDX2) =
                       WS-CNF-CONSUMIDOR(WS-CNF-IDX)
                       AND WS-CNF-RUN-ID(WS-CNF-IDX2) =
                           WS-CNF-RUN-ID(WS-CNF-IDX)
                       AND WS-CNF-SITUACAO(WS-CNF-IDX2) = 'C'
                       SET WS-TEM-C TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-TEM-C
                    PERFORM 2210-LINHA-DIVERGENCIA
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-COUNT-DIVERG = ZERO
              MOVE SPACES TO RPT-RECORD
              MOVE ' NENHUMA.' TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
       2210-LINHA-DIVERGENCIA.
           ADD 1 TO WS-COUNT-DIVERG.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE WS-CNF-CONSUMIDOR(WS-CNF-IDX) TO RPT-DET-CONSUMIDOR.
           MOVE WS-CNF-RUN-ID(WS-CNF-IDX)     TO RPT-DET-RUN-ID.
           IF WS-CNF-ENTREGA(WS-CNF-IDX) = ZERO
              MOVE WS-CNF-RUN-DATE(WS-CNF-IDX) TO RPT-DET-ENTREGA
              MOVE ZERO                        TO RPT-DET-IDADE
           ELSE
              MOVE WS-CNF-ENTREGA(WS-CNF-IDX)  TO RPT-DET-ENTREGA
              COMPUTE WS-IDADE =
                      FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE(
                                 WS-CNF-ENTREGA(WS-CNF-IDX))
              MOVE WS-IDADE                    TO RPT-DET-IDADE
           END-IF.
           MOVE WS-CNF-SITUACAO(WS-CNF-IDX)   TO RPT-DET-SIT.
           MOVE WS-CNF-RC(WS-CNF-IDX)         TO RPT-DET-RC.
           MOVE WS-CNF-COUNT-ENT(WS-CNF-IDX)  TO RPT-DET-ENTREGUES.
           MOVE WS-CNF-COUNT-CNF(WS-CNF-IDX)  TO RPT-DET-CONFIRMADOS.
           EVALUATE WS-CNF-SITUACAO(WS-CNF-IDX)
               WHEN 'H'
                   MOVE 'CONTAGEM/HASH DIVERGENTES - REENVIAR'
                       TO RPT-DET-OBS
               WHEN 'V'
                   MOVE 'REPROVADA PELO MYOUTVFY NO DESTINO - REENVIAR'
                       TO RPT-DET-OBS
               WHEN OTHER
                   MOVE 'RODADA SEM ENTREGA AO CONSUMIDOR - CONFERIR'
                       TO RPT-DET-OBS
           END-EVALUATE.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * BLOCO 3 - ASSINANTES SEM NENHUMA CONFIRMACAO HA MAIS DE N DIAS
      *================================================================*
       2300-CONSUMIDORES-SILENCIOSOS.
           MOVE '3. CONSUMIDORES SILENCIOSOS (ENTREGA = ULTIMA CONFIRMAC
      -         'AO RECEBIDA)' TO RPT-BLK-TITULO.
           MOVE WS-RPT-BLOCK-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
              MOVE ZERO TO WS-ULTIMA-CONF
              PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                      UNTIL WS-CNF-IDX > WS-CNF-COUNT
                 IF WS-CNF-CONSUMIDOR(WS-CNF-IDX) =
                    WS-CON-ID(WS-CON-IDX)
                    AND WS-CNF-ENTRADA(WS-CNF-IDX) > WS-ULTIMA-CONF
                    MOVE WS-CNF-ENTRADA(WS-CNF-IDX) TO WS-ULTIMA-CONF
                 END-IF
              END-PERFORM
              IF WS-ULTIMA-CONF = ZERO
                 MOVE WS-JANELA TO WS-IDADE
              ELSE
                 COMPUTE WS-IDADE =
                         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-ULTIMA-CONF)
              END-IF
              IF WS-IDADE > WS-SILENCIO
                 ADD 1 TO WS-COUNT-SILENCIO
                 MOVE SPACES TO WS-RPT-DETAIL-LINE
                 MOVE WS-CON-ID(WS-CON-IDX) TO RPT-DET-CONSUMIDOR
                 MOVE WS-IDADE              TO RPT-DET-IDADE
                 IF WS-ULTIMA-CONF = ZERO
                    MOVE 'NENHUMA CONFIRMACAO NA JANELA'
                        TO RPT-DET-OBS
                 ELSE
                    MOVE WS-ULTIMA-CONF     TO RPT-DET-ENTREGA
                    MOVE 'SEM CONFIRMACAO DESDE A DATA INDICADA'
                        TO RPT-DET-OBS
                 END-IF
                 MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD
                 PERFORM 4200-WRITE-REPORT
              END-IF
           END-PERFORM.
           IF WS-COUNT-SILENCIO = ZERO
              MOVE SPACES TO RPT-RECORD
              MOVE ' NENHUM.' TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'ENTREGAS NA JANELA                   :'
               TO RPT-MSG-DESC.
           MOVE WS-ENT-COUNT TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           MOVE 'ENTREGAS CONFIRMADAS                 :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-CONFIRMADAS TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           MOVE 'ENTREGAS SEM CONFIRMACAO (BLOCO 1)   :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-CONF TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           MOVE 'DIVERGENCIAS (BLOCO 2)               :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-DIVERG TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           MOVE 'CONSUMIDORES SILENCIOSOS (BLOCO 3)   :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-SILENCIO TO RPT-MSG-VALUE.
           PERFORM 4300-WRITE-SUMMARY.
           CLOSE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
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
           DISPLAY '*** PROGRAMA MYDSTRPT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
