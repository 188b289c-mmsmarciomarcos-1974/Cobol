       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYBJURPT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - RELATORIO DIARIO DE BLOQUEIOS JUDICIAIS
      *
      * OS BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS SAO MANTIDOS NA TRNQ
      * (MYCICSBJ) NO VSAM BLQJUDD (COPYBOOK MYBJUC) E O MYBATCH RECUSA
      * COM R029 O DEBITO QUE LEVARIA O SALDO ABAIXO DO VALOR BLOQUEADO.
      * O JURIDICO PRECISA RESPONDER AO ORGAO EMISSOR O QUE FOI
      * CUMPRIDO; ESTE PASSO LISTA, PARA A JANELA DE DIAS QUE TERMINA
      * NA DATA DE REFERENCIA:
      *
      *   1. BLOQUEIOS QUE PASSARAM A VALER (APROVADOS NA JANELA);
      *   2. BLOQUEIOS LIBERADOS (LIBERACAO APROVADA NA JANELA);
      *   3. BLOQUEIOS EXPIRADOS (O DIA SEGUINTE AO PRAZO CAIU NA
      *      JANELA, SEM LIBERACAO ANTES);
      *   4. OS DEBITOS RECUSADOS POR BLOQUEIO NA RODADA (R029 DO
      *      REJECTDD DO MYBATCH), COM CLIENTE E VALOR;
      *   5. A POSICAO NO FIM DA DATA DE REFERENCIA: QUANTIDADE E
      *      VALOR TOTAL DOS BLOQUEIOS EM VIGOR E OS QUE AGUARDAM
      *      DECISAO NA TRNQ (INCLUSAO OU LIBERACAO PEDIDA).
      *
      * PARMDD (OPCIONAL): DATA DE REFERENCIA AAAAMMDD (ZEROS OU
      * AUSENTE = DATA DO SISTEMA) + JANELA EM DIAS 9(03) (ZEROS OU
      * AUSENTE = 1, SO O PROPRIO DIA). SO LEITURA: RC 0, OU 16 EM
      * ERRO DE ARQUIVO.
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
           SELECT BJU-FILE ASSIGN TO BLQJUDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BJU-KEY
                  FILE STATUS IS WS-BJU-FILE-STATUS.
           SELECT REJ-FILE ASSIGN TO REJECTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD BJU-FILE
          RECORD CONTAINS 200 CHARACTERS.
       COPY MYBJUC.
      *
      *--- MESMO LAYOUT DO REJ-RECORD DO MYBATCH (O DADO REJEITADO E
      *--- O REGISTRO DO IN-FILE: TIPO, ID, ACAO E O VALOR NO INICIO
      *--- DO DADO DO DETALHE)
       FD REJ-FILE
          RECORD CONTAINS 92 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 REJ-RECORD.
           05 REJ-IN-DATA            PIC X(80).
           05 REJ-IN-DETALHE REDEFINES REJ-IN-DATA.
              10 REJ-IN-TIPO         PIC X(01).
              10 REJ-IN-ID           PIC X(10).
              10 REJ-IN-ACAO         PIC X(01).
              10 REJ-IN-VALOR-X      PIC X(13).
              10 REJ-IN-VALOR REDEFINES REJ-IN-VALOR-X
                                     PIC 9(11)V99.
              10 FILLER              PIC X(55).
           05 REJ-REASON-CODE        PIC X(04).
              88 REJ-BLOQ-JUDICIAL   VALUE 'R029'.
           05 REJ-RUN-ID             PIC X(08).
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
           05 PARM-DATA-REFERENCIA   PIC 9(08).
           05 PARM-JANELA-DIAS       PIC 9(03).
           05 FILLER                 PIC X(69).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-BJU-FILE-STATUS    PIC X(02).
              88 WS-BJU-OK          VALUE '00'.
              88 WS-BJU-EOF         VALUE '10'.
           05 WS-REJ-FILE-STATUS    PIC X(02).
              88 WS-REJ-OK          VALUE '00'.
              88 WS-REJ-EOF         VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- JANELA DO RELATORIO: [WS-DATA-INICIO-JAN, WS-DATA-REF], EM
      *--- AAAAMMDD E EM DIAS CORRIDOS (INTEGER-OF-DATE)
       01 WS-JANELA.
           05 WS-CURRENT-DATE-RAW   PIC 9(08).
           05 WS-DATA-REF           PIC 9(08).
           05 WS-JANELA-DIAS        PIC 9(03).
           05 WS-DATA-INICIO-JAN    PIC 9(08).
           05 WS-DIA-REF            PIC 9(07).
           05 WS-DIA-INICIO-JAN     PIC 9(07).
           05 WS-DIA-TESTE          PIC 9(07).
      *
       01 WS-WORK-VARS.
           05 WS-VALOR-ED           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-SECAO              PIC 9(01) VALUE ZERO.
              88 WS-SECAO-VALIDOS   VALUE 1.
              88 WS-SECAO-LIBERADOS VALUE 2.
              88 WS-SECAO-EXPIRADOS VALUE 3.
           05 WS-SECAO-QTD          PIC 9(07) VALUE ZERO.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-BJU-READ     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REJ-READ     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-R029         PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-R029         PIC 9(13)V99 VALUE ZERO.
           05 WS-COUNT-VIGOR        PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-VIGOR        PIC 9(13)V99 VALUE ZERO.
           05 WS-COUNT-PENDENTES    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-VALIDOS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-LIBERADOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EXPIRADOS    PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
              '*** BLOQUEIOS JUDICIAIS - MOVIMENTO (MYBJURPT) ***'.
           05 FILLER                PIC X(80) VALUE SPACES.
      *
       01 WS-RPT-JANELA-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'JANELA: '.
           05 RPT-JAN-INICIO        PIC 9(08).
           05 FILLER                PIC X(03) VALUE ' A '.
           05 RPT-JAN-FIM           PIC 9(08).
           05 FILLER                PIC X(104) VALUE SPACES.
      *
       01 WS-RPT-SECAO-LINE.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 RPT-SECAO-TITULO      PIC X(60).
           05 FILLER                PIC X(72) VALUE SPACES.
      *
       01 WS-RPT-BLOQ-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-BLQ-CLIENTE       PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-BLQ-NUMERO        PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-BLQ-VALOR         PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-BLQ-AUTORIDADE    PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-BLQ-REFERENCIA    PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-BLQ-DATA          PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-BLQ-OPER-1        PIC X(03).
           05 FILLER                PIC X(01) VALUE '/'.
           05 RPT-BLQ-OPER-2        PIC X(03).
           05 FILLER                PIC X(23) VALUE SPACES.
      *
       01 WS-RPT-R029-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-R029-CLIENTE      PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-R029-VALOR        PIC X(20).
           05 FILLER                PIC X(09) VALUE ' RODADA: '.
           05 RPT-R029-RUN-ID       PIC X(08).
           05 FILLER                PIC X(84) VALUE SPACES.
      *
       01 WS-RPT-NENHUM-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE '  (NENHUM)'.
           05 FILLER                PIC X(112) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-MSG-TOTAL         PIC X(20).
           05 FILLER                PIC X(72) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
           SET WS-SECAO-VALIDOS TO TRUE.
           PERFORM 2000-LISTAR-SECAO.
           SET WS-SECAO-LIBERADOS TO TRUE.
           PERFORM 2000-LISTAR-SECAO.
           SET WS-SECAO-EXPIRADOS TO TRUE.
           PERFORM 2000-LISTAR-SECAO.
           PERFORM 2500-LISTAR-RECUSAS.
           PERFORM 2800-APURAR-POSICAO.
      *
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYBJURPT CONCLUIDO. BLOQUEIOS: '
                   WS-COUNT-BJU-READ ' RECUSAS R029: ' WS-COUNT-R029.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           PERFORM 1150-READ-PARM-CARD.
      *
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-DATA-INICIO-JAN TO RPT-JAN-INICIO.
           MOVE WS-DATA-REF TO RPT-JAN-FIM.
           MOVE WS-RPT-JANELA-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- DATA DE REFERENCIA E JANELA: PARMDD (NA REEXECUCAO ATRASADA
      *--- OU PARA COBRIR O FIM DE SEMANA) OU A DATA DO SISTEMA E 1 DIA
       1150-READ-PARM-CARD.
           ACCEPT WS-CURRENT-DATE-RAW FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-RAW TO WS-DATA-REF.
           MOVE 1 TO WS-JANELA-DIAS.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DATA-REFERENCIA IS NUMERIC
                 AND PARM-DATA-REFERENCIA > ZERO
                 AND FUNCTION TEST-DATE-YYYYMMDD(PARM-DATA-REFERENCIA)
                     = ZERO
                 MOVE PARM-DATA-REFERENCIA TO WS-DATA-REF
              END-IF
              IF PARM-JANELA-DIAS IS NUMERIC
                 AND PARM-JANELA-DIAS > ZERO
                 MOVE PARM-JANELA-DIAS TO WS-JANELA-DIAS
              END-IF
           END-IF.
           CLOSE PARM-FILE.
      *
           COMPUTE WS-DIA-REF = FUNCTION INTEGER-OF-DATE(WS-DATA-REF).
           COMPUTE WS-DIA-INICIO-JAN = WS-DIA-REF - WS-JANELA-DIAS + 1.
           COMPUTE WS-DATA-INICIO-JAN =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INICIO-JAN).
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- UMA PASSADA PELO BLQJUDD POR SECAO (ARQUIVO PEQUENO; CADA
      *--- SECAO SAI INTEIRA E EM ORDEM DE CLIENTE)
       2000-LISTAR-SECAO.
           EVALUATE TRUE
               WHEN WS-SECAO-VALIDOS
                   MOVE 'BLOQUEIOS QUE PASSARAM A VALER (APROVADOS)'
                       TO RPT-SECAO-TITULO
               WHEN WS-SECAO-LIBERADOS
                   MOVE 'BLOQUEIOS LIBERADOS (LIBERACAO APROVADA)'
                       TO RPT-SECAO-TITULO
               WHEN WS-SECAO-EXPIRADOS
                   MOVE 'BLOQUEIOS EXPIRADOS (PRAZO VENCIDO)'
                       TO RPT-SECAO-TITULO
           END-EVALUATE.
           MOVE WS-RPT-SECAO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE ZERO TO WS-SECAO-QTD.
      *
           OPEN INPUT BJU-FILE.
           IF NOT WS-BJU-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO BJU-FILE'
              DISPLAY 'FILE STATUS: ' WS-BJU-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4000-READ-NEXT-BLOQUEIO.
           PERFORM 2100-AVALIAR-BLOQUEIO UNTIL WS-BJU-EOF.
           CLOSE BJU-FILE.
      *
           IF WS-SECAO-QTD = ZERO
              MOVE WS-RPT-NENHUM-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *--- O BLOQUEIO CORRENTE ENTRA NA SECAO SE O EVENTO DELA CAIU NA
      *--- JANELA. APROVADO = JA PASSOU POR 'A' (A, B OU L); A DATA DE
      *--- APROVACAO DE UM 'R' E A DA REJEICAO E NAO CONTA.
       2100-AVALIAR-BLOQUEIO.
           EVALUATE TRUE
               WHEN WS-SECAO-VALIDOS
                   IF (BJU-VALIDO OR BJU-LIBERADO)
                      AND BJU-DATA-APROVACAO >= WS-DATA-INICIO-JAN
                      AND BJU-DATA-APROVACAO <= WS-DATA-REF
                      MOVE BJU-DATA-APROVACAO TO RPT-BLQ-DATA
                      MOVE BJU-OPER-CRIACAO TO RPT-BLQ-OPER-1
                      MOVE BJU-OPER-APROVACAO TO RPT-BLQ-OPER-2
                      ADD 1 TO WS-COUNT-VALIDOS
                      PERFORM 2200-WRITE-BLOQUEIO
                   END-IF
               WHEN WS-SECAO-LIBERADOS
                   IF BJU-LIBERADO
                      AND BJU-DATA-LIBERACAO >= WS-DATA-INICIO-JAN
                      AND BJU-DATA-LIBERACAO <= WS-DATA-REF
                      MOVE BJU-DATA-LIBERACAO TO RPT-BLQ-DATA
                      MOVE BJU-OPER-PEDIDO-LIB TO RPT-BLQ-OPER-1
                      MOVE BJU-OPER-LIBERACAO TO RPT-BLQ-OPER-2
                      ADD 1 TO WS-COUNT-LIBERADOS
                      PERFORM 2200-WRITE-BLOQUEIO
                   END-IF
               WHEN WS-SECAO-EXPIRADOS
                   IF BJU-VALIDO AND BJU-DATA-EXPIRA NOT = ZERO
      * DEIXA DE VALER NO DIA SEGUINTE AO PRAZO
                      COMPUTE WS-DIA-TESTE =
                          FUNCTION INTEGER-OF-DATE(BJU-DATA-EXPIRA) + 1
                      IF WS-DIA-TESTE >= WS-DIA-INICIO-JAN
                         AND WS-DIA-TESTE <= WS-DIA-REF
                         MOVE BJU-DATA-EXPIRA TO RPT-BLQ-DATA
                         MOVE BJU-OPER-CRIACAO TO RPT-BLQ-OPER-1
                         MOVE BJU-OPER-APROVACAO TO RPT-BLQ-OPER-2
                         ADD 1 TO WS-COUNT-EXPIRADOS
                         PERFORM 2200-WRITE-BLOQUEIO
                      END-IF
                   END-IF
           END-EVALUATE.
           PERFORM 4000-READ-NEXT-BLOQUEIO.
           EXIT.
      *
       2200-WRITE-BLOQUEIO.
           ADD 1 TO WS-SECAO-QTD.
           MOVE BJU-CLIENTE TO RPT-BLQ-CLIENTE.
           MOVE BJU-NUMERO TO RPT-BLQ-NUMERO.
           MOVE BJU-VALOR TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RPT-BLQ-VALOR.
           MOVE BJU-AUTORIDADE TO RPT-BLQ-AUTORIDADE.
           MOVE BJU-REFERENCIA TO RPT-BLQ-REFERENCIA.
           MOVE WS-RPT-BLOQ-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- DEBITOS RECUSADOS POR BLOQUEIO NA RODADA (R029)
       2500-LISTAR-RECUSAS.
           MOVE 'DEBITOS RECUSADOS POR BLOQUEIO JUDICIAL (R029)'
               TO RPT-SECAO-TITULO.
           MOVE WS-RPT-SECAO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           OPEN INPUT REJ-FILE.
           IF NOT WS-REJ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO REJ-FILE'
              DISPLAY 'FILE STATUS: ' WS-REJ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4100-READ-NEXT-REJEITADO.
           PERFORM UNTIL WS-REJ-EOF
              IF REJ-BLOQ-JUDICIAL
                 ADD 1 TO WS-COUNT-R029
                 MOVE REJ-IN-ID TO RPT-R029-CLIENTE
                 IF REJ-IN-VALOR-X IS NUMERIC
                    ADD REJ-IN-VALOR TO WS-TOTAL-R029
                    MOVE REJ-IN-VALOR TO WS-VALOR-ED
                    MOVE WS-VALOR-ED TO RPT-R029-VALOR
                 ELSE
                    MOVE REJ-IN-VALOR-X TO RPT-R029-VALOR
                 END-IF
                 MOVE REJ-RUN-ID TO RPT-R029-RUN-ID
                 MOVE WS-RPT-R029-LINE TO RPT-RECORD
                 PERFORM 4200-WRITE-REPORT
              END-IF
              PERFORM 4100-READ-NEXT-REJEITADO
           END-PERFORM.
           CLOSE REJ-FILE.
      *
           IF WS-COUNT-R029 = ZERO
              MOVE WS-RPT-NENHUM-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *--- POSICAO NO FIM DA DATA DE REFERENCIA: EM VIGOR (MESMA REGRA
      *--- DO MYBATCH) E AGUARDANDO DECISAO NA TRNQ
       2800-APURAR-POSICAO.
           OPEN INPUT BJU-FILE.
           IF NOT WS-BJU-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO BJU-FILE'
              DISPLAY 'FILE STATUS: ' WS-BJU-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE ZERO TO WS-COUNT-BJU-READ.
           PERFORM 4000-READ-NEXT-BLOQUEIO.
           PERFORM UNTIL WS-BJU-EOF
              IF BJU-VALIDO
                 AND BJU-DATA-INICIO <= WS-DATA-REF
                 AND (BJU-DATA-EXPIRA = ZERO
                      OR BJU-DATA-EXPIRA >= WS-DATA-REF)
                 ADD 1 TO WS-COUNT-VIGOR
                 ADD BJU-VALOR TO WS-TOTAL-VIGOR
              END-IF
              IF BJU-PENDENTE OR BJU-LIB-PENDENTE
                 ADD 1 TO WS-COUNT-PENDENTES
              END-IF
              PERFORM 4000-READ-NEXT-BLOQUEIO
           END-PERFORM.
           CLOSE BJU-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE 'RESUMO' TO RPT-SECAO-TITULO.
           MOVE WS-RPT-SECAO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE 'BLOQUEIOS APROVADOS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-VALIDOS TO RPT-MSG-VALUE.
           MOVE SPACES TO RPT-MSG-TOTAL.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'BLOQUEIOS LIBERADOS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIBERADOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'BLOQUEIOS EXPIRADOS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EXPIRADOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'DEBITOS RECUSADOS (R029)     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-R029 TO RPT-MSG-VALUE.
           MOVE WS-TOTAL-R029 TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RPT-MSG-TOTAL.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'BLOQUEIOS EM VIGOR NA DATA   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-VIGOR TO RPT-MSG-VALUE.
           MOVE WS-TOTAL-VIGOR TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RPT-MSG-TOTAL.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'AGUARDANDO DECISAO NA TRNQ   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-PENDENTES TO RPT-MSG-VALUE.
           MOVE SPACES TO RPT-MSG-TOTAL.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           CLOSE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-BLOQUEIO.
           READ BJU-FILE NEXT RECORD.
           IF WS-BJU-OK
              ADD 1 TO WS-COUNT-BJU-READ
           ELSE
              IF NOT WS-BJU-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO BJU-FILE'
                 DISPLAY 'FILE STATUS: ' WS-BJU-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       4100-READ-NEXT-REJEITADO.
           READ REJ-FILE.
           IF WS-REJ-OK
              ADD 1 TO WS-COUNT-REJ-READ
           ELSE
              IF NOT WS-REJ-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO REJ-FILE'
                 DISPLAY 'FILE STATUS: ' WS-REJ-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
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
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYBJURPT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
