      *   3. O SEGMENTO CLIENTE DO DBCLIENT (IMS - POR ISSO BMP);
      *   4. A HISTORIA COMPLETA EM TB_CLIENTES_JOURNAL;
      *   5. OS ACESSOS REGISTRADOS EM CLIENT_LOOKUP_LOG;
      *   6. A POSICAO NO ARQUIVO MESTRE (MASTERDD, COM SALDO) -
      *      UMA LINHA POR CONTA E O TOTAL DO CLIENTE;
      *   7. OS MOVIMENTOS ARQUIVADOS DO OUT-FILE (GERACOES DO
      *      ARQUIVO MORTO CONCATENADAS EM ARCHINDD, MESMA LOGICA DE
      *      VARREDURA DO MYARCHQ - O ARCHINDD E RELIDO POR PEDIDO);
      *   8. AS NOTAS DE ATENDIMENTO EM TB_CLIENTES_NOTAS (TRNN);
      *   9. O HISTORICO DE CONSENTIMENTOS EM TB_CLIENTES_CONSENT
      *      (TRNL E CARGA DAS AGENCIAS).
      *
      * AO FIM DE CADA ID SAI O CERTIFICADO DE COMPLETUDE LISTANDO
      * CADA ACERVO CONSULTADO E QUANTAS LINHAS CADA UM RENDEU, NO
                  FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO ARCHINDD
                  ORGANIZATION IS SEQUENTIAL
      *
      *--- MESMO LAYOUT DO MST-RECORD DO MYBATCH
       FD  MST-FILE
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
      *--- MESMO LAYOUT DO OUT-RECORD DO MYBATCH/MYARCHQ
       FD  ARCH-FILE
           05 D-NOME-DEPOIS         PIC X(40).
           05 D-LOOKUP-TS           PIC X(26).
           05 D-LTERM-NAME          PIC X(08).
           05 D-NOTA-TS             PIC X(26).
           05 D-NOTA-OPERADOR       PIC X(03).
           05 D-NOTA-TERMINAL       PIC X(04).
           05 D-NOTA-CATEGORIA      PIC X(01).
           05 D-NOTA-TEXTO.
              10 D-NOTA-TEXTO-1     PIC X(70).
              10 D-NOTA-TEXTO-2     PIC X(70).
           05 D-CNS-FINALIDADE      PIC X(03).
           05 D-CNS-SITUACAO        PIC X(01).
           05 D-CNS-DATA            PIC X(10).
           05 D-CNS-CANAL           PIC X(01).
           05 D-CNS-AGENCIA         PIC X(04).
           05 D-CNS-OPERADOR        PIC X(03).
           05 D-CNS-REGISTRO-TS     PIC X(26).
      *
      *--- HISTORIA DO CLIENTE NO JOURNAL, DA MAIS ANTIGA PARA A
      *--- MAIS RECENTE (NO DOSSIE A ORDEM E CRONOLOGICA)
                   WHERE ID_CLIENTE = :D-ID-CLIENTE
                   ORDER BY LOOKUP_TS
           END-EXEC.
      *
      *--- NOTAS DE ATENDIMENTO DO CLIENTE, EM ORDEM CRONOLOGICA
           EXEC SQL
               DECLARE C_NOTAS CURSOR FOR
                   SELECT NOTA_TS, OPERADOR_ID, TERMINAL_ID,
                          CATEGORIA, TEXTO_NOTA
                   FROM TB_CLIENTES_NOTAS
                   WHERE ID_CLIENTE = :D-ID-CLIENTE
                   ORDER BY NOTA_TS
           END-EXEC.
      *
      *--- CONSENTIMENTOS DADOS E REVOGADOS, NA ORDEM EM QUE FORAM
      *--- REGISTRADOS
           EXEC SQL
               DECLARE C_CONSENT CURSOR FOR
                   SELECT FINALIDADE, SITUACAO,
                          CHAR(DATA_SITUACAO, ISO), CANAL_ORIGEM,
                          AGENCIA_ORIGEM, OPERADOR_ID, REGISTRO_TS
                   FROM TB_CLIENTES_CONSENT
                   WHERE ID_CLIENTE = :D-ID-CLIENTE
                   ORDER BY REGISTRO_TS
           END-EXEC.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-REQ-FILE-STATUS   PIC X(02).
              88 WS-CUSTFILE-NOTFND      VALUE '23'.
           05 WS-MST-FILE-STATUS   PIC X(02).
              88 WS-MST-OK               VALUE '00'.
              88 WS-MST-EOF              VALUE '10'.
              88 WS-MST-NOTFND           VALUE '23'.
           05 WS-ARCH-FILE-STATUS  PIC X(02).
              88 WS-ARCH-OK              VALUE '00'.
              88 FIM-JRNL                VALUE 'S'.
           05 WS-EOF-LOOK          PIC X(01) VALUE 'N'.
              88 FIM-LOOK                VALUE 'S'.
           05 WS-EOF-NOTA          PIC X(01) VALUE 'N'.
              88 FIM-NOTA                VALUE 'S'.
           05 WS-EOF-CONSENT       PIC X(01) VALUE 'N'.
              88 FIM-CONSENT             VALUE 'S'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-PEDIDOS      PIC 9(05) VALUE ZERO.
           05 WS-CERT-VSAM-SW       PIC X(01) VALUE 'N'.
           05 WS-CERT-IMS-SW        PIC X(01) VALUE 'N'.
           05 WS-CERT-MST-SW        PIC X(01) VALUE 'N'.
           05 WS-CERT-MST-CNT       PIC 9(03) VALUE ZERO.
           05 WS-MST-SALDO-TOTAL    PIC S9(13)V99 VALUE ZERO.
           05 WS-CERT-JRNL-CNT      PIC 9(05) VALUE ZERO.
           05 WS-CERT-LOOK-CNT      PIC 9(05) VALUE ZERO.
           05 WS-CERT-ARCH-CNT      PIC 9(05) VALUE ZERO.
           05 WS-CERT-NOTA-CNT      PIC 9(05) VALUE ZERO.
           05 WS-CERT-CNS-CNT       PIC 9(05) VALUE ZERO.
      *
      *--- CONTROLE DA VARREDURA DO ARQUIVO MORTO (MESMA LOGICA DO
      *--- MYARCHQ: O 'H' DE CADA RODADA DA A DATA DOS DETALHES)
           MOVE 'N'  TO WS-CERT-TB-SW WS-CERT-VSAM-SW
                        WS-CERT-IMS-SW WS-CERT-MST-SW.
           MOVE ZERO TO WS-CERT-JRNL-CNT WS-CERT-LOOK-CNT
                        WS-CERT-ARCH-CNT WS-CERT-NOTA-CNT
                        WS-CERT-CNS-CNT.
      *
           MOVE WS-RPT-DIVISOR TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 2500-SECAO-LOOKUP-LOG.
           PERFORM 2600-SECAO-MESTRE.
           PERFORM 2700-SECAO-ARQUIVO-MORTO.
           PERFORM 2800-SECAO-NOTAS.
           PERFORM 2880-SECAO-CONSENTIMENTOS.
           PERFORM 2900-CERTIFICADO.
      *
           PERFORM 4000-READ-NEXT-REQUEST.
           MOVE "6. POSICAO NO ARQUIVO MESTRE (MASTERDD)"
               TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE ZERO TO WS-CERT-MST-CNT WS-MST-SALDO-TOTAL.
           MOVE D-ID-CLIENTE TO MST-ID.
           MOVE ZERO         TO MST-CONTA.
           START MST-FILE KEY IS NOT LESS THAN MST-CHAVE.
           IF WS-MST-OK
               PERFORM 2610-LISTAR-CONTA
                   UNTIL NOT WS-MST-OK OR MST-ID NOT = D-ID-CLIENTE
           END-IF.
           IF NOT WS-MST-OK AND NOT WS-MST-EOF
              AND NOT WS-MST-NOTFND
               DISPLAY "MYDOSSIE: ERRO NO READ DO MST-FILE. "
                       "STATUS: " WS-MST-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           IF WS-CERT-MST-CNT = ZERO
               MOVE "   SEM POSICAO NO ARQUIVO MESTRE"
                   TO RPT-RECORD
               PERFORM 4200-WRITE-REPORT
           ELSE
               MOVE 'S' TO WS-CERT-MST-SW
               MOVE WS-MST-SALDO-TOTAL TO WS-SALDO-EDIT
               MOVE SPACES TO RPT-RECORD
               STRING "   TOTAL DO CLIENTE (" DELIMITED BY SIZE
                      WS-CERT-MST-CNT DELIMITED BY SIZE
                      " CONTAS) SALDO: " DELIMITED BY SIZE
                      WS-SALDO-EDIT DELIMITED BY SIZE
                      INTO RPT-RECORD
               PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *--- UMA CONTA DO CLIENTE: SALDO, ULTIMA ATUALIZACAO E O ULTIMO
      *--- MOVIMENTO
       2610-LISTAR-CONTA.
           READ MST-FILE NEXT.
           IF WS-MST-OK AND MST-ID = D-ID-CLIENTE
               ADD 1 TO WS-CERT-MST-CNT
               ADD MST-SALDO TO WS-MST-SALDO-TOTAL
               MOVE MST-SALDO TO WS-SALDO-EDIT
               MOVE SPACES TO RPT-RECORD
               STRING "   CONTA " DELIMITED BY SIZE
                      MST-CONTA DELIMITED BY SIZE
                      " ULT.ATUALIZACAO: " DELIMITED BY SIZE
                      MST-ULT-ATUALIZACAO DELIMITED BY SIZE
                      " SALDO: " DELIMITED BY SIZE
                      WS-SALDO-EDIT DELIMITED BY SIZE
                      MST-DATA DELIMITED BY SIZE
                      INTO RPT-RECORD
               PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
           PERFORM 4100-READ-NEXT-ARCH.
           EXIT.
      *
      *--- NOTAS DE ATENDIMENTO: O TEXTO LIVRE ESCRITO SOBRE O
      *--- CLIENTE TAMBEM E DADO DELE E ENTRA INTEIRO NO DOSSIE
       2800-SECAO-NOTAS.
           PERFORM 4300-TITULO-SECAO.
           MOVE "8. NOTAS DE ATENDIMENTO (TB_CLIENTES_NOTAS)"
               TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'N' TO WS-EOF-NOTA.
           EXEC SQL OPEN C_NOTAS END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYDOSSIE: ERRO NO OPEN DO C_NOTAS. SQLCODE: "
                       SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 2850-LISTAR-NOTA UNTIL FIM-NOTA.
           EXEC SQL CLOSE C_NOTAS END-EXEC.
           IF WS-CERT-NOTA-CNT = ZERO
               MOVE "   SEM NOTAS DE ATENDIMENTO" TO RPT-RECORD
               PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
       2850-LISTAR-NOTA.
           EXEC SQL
               FETCH C_NOTAS
               INTO :D-NOTA-TS, :D-NOTA-OPERADOR, :D-NOTA-TERMINAL,
                    :D-NOTA-CATEGORIA, :D-NOTA-TEXTO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CERT-NOTA-CNT
                   MOVE SPACES TO RPT-RECORD
                   STRING "   " DELIMITED BY SIZE
                          D-NOTA-TS DELIMITED BY SIZE
                          " CATEGORIA " DELIMITED BY SIZE
                          D-NOTA-CATEGORIA DELIMITED BY SIZE
                          " OPERADOR " DELIMITED BY SIZE
                          D-NOTA-OPERADOR DELIMITED BY SIZE
                          " TERMINAL " DELIMITED BY SIZE
                          D-NOTA-TERMINAL DELIMITED BY SIZE
                          INTO RPT-RECORD
                   PERFORM 4200-WRITE-REPORT
                   MOVE SPACES TO RPT-RECORD
                   STRING "      " DELIMITED BY SIZE
                          D-NOTA-TEXTO-1 DELIMITED BY SIZE
                          INTO RPT-RECORD
                   PERFORM 4200-WRITE-REPORT
                   IF D-NOTA-TEXTO-2 NOT = SPACES
                       MOVE SPACES TO RPT-RECORD
                       STRING "      " DELIMITED BY SIZE
                              D-NOTA-TEXTO-2 DELIMITED BY SIZE
                              INTO RPT-RECORD
                       PERFORM 4200-WRITE-REPORT
                   END-IF
               WHEN 100
                   SET FIM-NOTA TO TRUE
               WHEN OTHER
                   DISPLAY "MYDOSSIE: ERRO NO FETCH DO C_NOTAS. "
                           "SQLCODE: " SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- CONSENTIMENTOS: O QUE O CLIENTE AUTORIZOU E REVOGOU, QUANDO
      *--- E POR QUAL CANAL - TODAS AS LINHAS, NAO SO A VIGENTE
       2880-SECAO-CONSENTIMENTOS.
           PERFORM 4300-TITULO-SECAO.
           MOVE "9. CONSENTIMENTOS (TB_CLIENTES_CONSENT)"
               TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'N' TO WS-EOF-CONSENT.
           EXEC SQL OPEN C_CONSENT END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYDOSSIE: ERRO NO OPEN DO C_CONSENT. SQLCODE: "
                       SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 2890-LISTAR-CONSENTIMENTO UNTIL FIM-CONSENT.
           EXEC SQL CLOSE C_CONSENT END-EXEC.
           IF WS-CERT-CNS-CNT = ZERO
               MOVE "   SEM CONSENTIMENTOS REGISTRADOS" TO RPT-RECORD
               PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
       2890-LISTAR-CONSENTIMENTO.
           EXEC SQL
               FETCH C_CONSENT
               INTO :D-CNS-FINALIDADE, :D-CNS-SITUACAO, :D-CNS-DATA,
                    :D-CNS-CANAL, :D-CNS-AGENCIA, :D-CNS-OPERADOR,
                    :D-CNS-REGISTRO-TS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CERT-CNS-CNT
                   MOVE SPACES TO RPT-RECORD
                   STRING "   " DELIMITED BY SIZE
                          D-CNS-DATA DELIMITED BY SIZE
                          " FINALIDADE " DELIMITED BY SIZE
                          D-CNS-FINALIDADE DELIMITED BY SIZE
                          " SITUACAO " DELIMITED BY SIZE
                          D-CNS-SITUACAO DELIMITED BY SIZE
                          " CANAL " DELIMITED BY SIZE
                          D-CNS-CANAL DELIMITED BY SIZE
                          " AGENCIA " DELIMITED BY SIZE
                          D-CNS-AGENCIA DELIMITED BY SIZE
                          " OPERADOR " DELIMITED BY SIZE
                          D-CNS-OPERADOR DELIMITED BY SIZE
                          " REGISTRO " DELIMITED BY SIZE
                          D-CNS-REGISTRO-TS DELIMITED BY SIZE
                          INTO RPT-RECORD
                   PERFORM 4200-WRITE-REPORT
               WHEN 100
                   SET FIM-CONSENT TO TRUE
               WHEN OTHER
                   DISPLAY "MYDOSSIE: ERRO NO FETCH DO C_CONSENT. "
                           "SQLCODE: " SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- CERTIFICADO DE COMPLETUDE DO PEDIDO, COMO O DO MYANONYM:
      *--- A PROVA DE QUE CADA ACERVO FOI CONSULTADO
       2900-CERTIFICADO.
                  WS-CERT-LOOK-CNT DELIMITED BY SIZE
                  " MORTO=" DELIMITED BY SIZE
                  WS-CERT-ARCH-CNT DELIMITED BY SIZE
                  " NOTAS=" DELIMITED BY SIZE
                  WS-CERT-NOTA-CNT DELIMITED BY SIZE
                  " CNS=" DELIMITED BY SIZE
                  WS-CERT-CNS-CNT DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
