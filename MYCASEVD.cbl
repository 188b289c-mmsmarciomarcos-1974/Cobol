       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCASEVD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CARGA DAS EVIDENCIAS DAS CONTESTACOES
      *
      * A TRANSACAO DE CONTESTACOES TRNK (MYCICSCA) MOSTRA, PARA CADA
      * CASO, AS LINHAS DO DIARIO DO MESTRE E OS MOVIMENTOS DO ARQUIVO
      * MORTO DO CLIENTE - O QUE O OPERADOR ANTES JUNTAVA RODANDO O
      * MYMSTHQ E O MYARCHQ A MAO. O CICS NAO LE ESSES SEQUENCIAIS:
      * ESTE PASSO, NO FIM DO CICLO, RECARREGA A TABELA
      * TB_CASOS_EVIDENCIA PARA TODOS OS CASOS NAO ENCERRADOS (MESMO
      * DESENHO DO MYSTATLD/MYDQHLD ALIMENTANDO A TRNS):
      *
      *   - MSTJRNDD: O DIARIO DO MESTRE (LINHAS 'J', COM RODADA,
      *     ORIGEM, ACAO, VALOR DO MOVIMENTO E SALDO DEPOIS);
      *   - ARCHINDD: AS GERACOES DO ARQUIVO MORTO MAIS O OUT-FILE DA
      *     NOITE, CONCATENADOS (LINHAS 'A', COM RODADA, TIMESTAMP E O
      *     INICIO DO DADO GRAVADO).
      *
      * ENTRAM AS LINHAS DO CLIENTE A PARTIR DA DATA DA RODADA
      * CONTESTADA (OU DA ABERTURA DO CASO) MENOS A JANELA EM DIAS DO
      * PARMDD, ATE 200 LINHAS POR CASO (O EXCEDENTE E AVISADO NO
      * RELATORIO). CASO ENCERRADO ('F') FICA COM A ULTIMA EVIDENCIA
      * CARREGADA.
      *
      * NA MESMA VARREDURA O DIARIO CONFIRMA OS ESTORNOS GERADOS PELO
      * MYCASGEN: CASO COM ESTORNO_SITUACAO 'G' CUJA LINHA 'R' DO
      * CLIENTE APARECE COM O ID DA RODADA DO LOTE PASSA A 'A'
      * (APLICADO).
      *
      * PARMDD (OPCIONAL): JANELA EM DIAS 9(03); SEM CARTAO = 90.
      *
      * RETURN-CODE 0 = OK; 16 = ERRO FATAL.
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
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
      *--- GERACOES DO ARQUIVO MORTO + OUT-FILE (CONCATENADOS NA JCL)
           SELECT ARCH-FILE ASSIGN TO ARCHINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-FILE-STATUS.
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
      *--- MESMO LAYOUT DO MSTJRN-RECORD DO MYBATCH
       FD MSTJRN-FILE
          RECORD CONTAINS 230 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MSTJRN-RECORD.
           05 MJR-RUN-DATE           PIC 9(08).
           05 MJR-TIME               PIC 9(06).
           05 MJR-RUN-ID             PIC X(08).
           05 MJR-ACAO               PIC X(01).
           05 MJR-ORIGEM             PIC X(01).
              88 MJR-ORIGEM-ESTORNO  VALUE 'R'.
           05 MJR-ID                 PIC X(10).
           05 MJR-DATA-ANTES         PIC X(68).
           05 MJR-DATA-DEPOIS        PIC X(68).
           05 MJR-SALDO-ANTES        PIC S9(11)V99.
           05 MJR-SALDO-DEPOIS       PIC S9(11)V99.
           05 FILLER                 PIC X(04).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
      *
      *--- MESMO LAYOUT DO OUT-RECORD DO MYBATCH (VER MYARCHQ)
       FD ARCH-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ARCH-RECORD.
           05 ARCH-REC-TYPE          PIC X(01).
              88 ARCH-REC-IS-HEADER  VALUE 'H'.
              88 ARCH-REC-IS-DETAIL  VALUE 'D'.
           05 ARCH-OUT-ID            PIC X(10).
           05 ARCH-OUT-TIMESTAMP     PIC X(26).
           05 ARCH-OUT-DATA          PIC X(63).
       01 ARCH-HEADER-ALT REDEFINES ARCH-RECORD.
           05 FILLER                 PIC X(01).
           05 ARCH-HDR-RUN-DATE      PIC X(08).
           05 ARCH-HDR-RUN-ID        PIC X(08).
           05 FILLER                 PIC X(83).
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
           05 PARM-JANELA-DIAS       PIC 9(03).
           05 FILLER                 PIC X(77).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYSTATLD
       01 WS-DB-HOST-VARS.
           05 H-NUM-CASO             PIC S9(09) COMP.
           05 H-ID-CLIENTE           PIC X(10).
           05 H-DATA-ABERTURA        PIC X(08).
           05 H-DATA-RODADA          PIC X(08).
           05 H-EST-SITUACAO         PIC X(01).
           05 H-EST-RUN-ID           PIC X(08).
           05 H-SEQ                  PIC S9(04) COMP.
           05 H-TIPO                 PIC X(01).
           05 H-EVD-DATA             PIC X(08).
           05 H-LINHA                PIC X(70).
      *
      *--- CASOS NAO ENCERRADOS, POR CLIENTE
           EXEC SQL
               DECLARE C_ABERTOS CURSOR FOR
                   SELECT NUM_CASO, ID_CLIENTE, DATA_ABERTURA,
                          DATA_RODADA, ESTORNO_SITUACAO,
                          ESTORNO_RUN_ID
                   FROM TB_CASOS
                   WHERE SITUACAO <> 'F'
                   ORDER BY ID_CLIENTE, NUM_CASO
           END-EXEC.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-ARCH-FILE-STATUS   PIC X(02).
              88 WS-ARCH-OK         VALUE '00'.
              88 WS-ARCH-EOF        VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- CLIENTES COM CASO ABERTO (SEARCH ALL NAS VARREDURAS) E, PARA
      *--- CADA UM, A FAIXA DOS SEUS CASOS NA TABELA DE CASOS
       01 WS-CLIENTE-TABLE.
           05 WS-CLI-COUNT          PIC 9(04) COMP VALUE ZERO.
           05 WS-CLI-ENTRY OCCURS 1 TO 1000 TIMES
              DEPENDING ON WS-CLI-COUNT
              ASCENDING KEY IS WS-CLI-ID
              INDEXED BY WS-CLI-IDX.
              10 WS-CLI-ID          PIC X(10).
              10 WS-CLI-PRIMEIRO    PIC 9(04) COMP.
              10 WS-CLI-QTD         PIC 9(04) COMP.
      *
       01 WS-CASO-TABLE.
           05 WS-CAS-COUNT          PIC 9(04) COMP VALUE ZERO.
           05 WS-CAS-MAX            PIC 9(04) COMP VALUE 1000.
           05 WS-CAS-ENTRY OCCURS 1000 TIMES
              INDEXED BY WS-CAS-IDX.
              10 WS-CAS-NUM         PIC S9(09) COMP.
              10 WS-CAS-DATA-INICIO PIC 9(08).
              10 WS-CAS-EST-SIT     PIC X(01).
              10 WS-CAS-EST-RUN-ID  PIC X(08).
              10 WS-CAS-SEQ         PIC S9(04) COMP.
              10 WS-CAS-EXCEDEU-SW  PIC X(01).
                 88 WS-CAS-EXCEDEU  VALUE 'S'.
              10 WS-CAS-CONFIRMA-SW PIC X(01).
                 88 WS-CAS-CONFIRMA VALUE 'S'.
      *
       01 WS-CONTROLE.
           05 WS-FIM-CURSOR-SW      PIC X(01) VALUE 'N'.
              88 WS-FIM-CURSOR      VALUE 'S'.
           05 WS-JANELA-DIAS        PIC 9(03) VALUE 90.
           05 WS-MAX-LINHAS         PIC S9(04) COMP VALUE 200.
           05 WS-SUB                PIC 9(04) COMP VALUE ZERO.
           05 WS-ULT-SUB            PIC 9(04) COMP VALUE ZERO.
           05 WS-DATA-BASE          PIC 9(08) VALUE ZERO.
           05 WS-DATA-LINHA         PIC 9(08) VALUE ZERO.
           05 WS-ARCH-RUN-DATE      PIC X(08) VALUE SPACES.
           05 WS-ARCH-RUN-ID        PIC X(08) VALUE SPACES.
           05 WS-IMAGEM             PIC X(68).
           05 WS-IMAGEM-R REDEFINES WS-IMAGEM.
              10 WS-IMG-VALOR-X     PIC X(13).
              10 WS-IMG-VALOR REDEFINES WS-IMG-VALOR-X
                                    PIC 9(11)V99.
              10 WS-IMG-DC          PIC X(01).
              10 WS-IMG-DATA-VALOR  PIC X(08).
              10 WS-IMG-MOEDA       PIC X(03).
              10 FILLER             PIC X(43).
           05 WS-VALOR-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-VALOR-TXT          PIC X(17).
           05 WS-SALDO-ED           PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-CASOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-MJR-LIDAS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ARCH-LIDOS   PIC 9(09) VALUE ZERO.
           05 WS-COUNT-LINHAS-J     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-LINHAS-A     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EXCEDIDOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CONFIRMADOS  PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(60) VALUE
              'MYCASEVD - CARGA DAS EVIDENCIAS DAS CONTESTACOES'.
           05 FILLER                PIC X(72) VALUE SPACES.
      *
       01 WS-RPT-CASE-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'CASO '.
           05 RPT-CAS-NUM           PIC Z(08)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-CAS-MSG           PIC X(60).
           05 FILLER                PIC X(57) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-LOAD-CASES.
           IF WS-CAS-COUNT > ZERO
              PERFORM 1300-CLEAR-EVIDENCE
              PERFORM 4000-READ-JOURNAL
              PERFORM 2000-SCAN-JOURNAL UNTIL WS-MJR-EOF
              PERFORM 4100-READ-ARCHIVE
              PERFORM 2200-SCAN-ARCHIVE UNTIL WS-ARCH-EOF
              PERFORM 2500-CLOSE-CASE
                      VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-CAS-COUNT
           END-IF.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYCASEVD CONCLUIDO. CASOS: '
                   WS-COUNT-CASOS ' LINHAS: ' WS-COUNT-LINHAS-J
                   '/' WS-COUNT-LINHAS-A.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           PERFORM 1100-OPEN-FILES.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       1100-OPEN-FILES.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN INPUT ARCH-FILE.
           IF NOT WS-ARCH-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ARCH-FILE'
              DISPLAY 'FILE STATUS: ' WS-ARCH-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-JANELA-DIAS IS NUMERIC
                 AND PARM-JANELA-DIAS > ZERO
                 MOVE PARM-JANELA-DIAS TO WS-JANELA-DIAS
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *--- CARREGA OS CASOS NAO ENCERRADOS E A TABELA DE CLIENTES. A
      *--- DATA BASE DO CASO E A DA RODADA CONTESTADA, SE INFORMADA,
      *--- SENAO A DE ABERTURA; A EVIDENCIA COMECA A JANELA ANTES.
       1200-LOAD-CASES.
           EXEC SQL OPEN C_ABERTOS END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYCASEVD: ERRO NA ABERTURA DO CURSOR '
                      'C_ABERTOS. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 1250-FETCH-CASE UNTIL WS-FIM-CURSOR.
           EXEC SQL CLOSE C_ABERTOS END-EXEC.
           EXIT.
      *
       1250-FETCH-CASE.
           EXEC SQL
               FETCH C_ABERTOS
               INTO :H-NUM-CASO, :H-ID-CLIENTE, :H-DATA-ABERTURA,
                    :H-DATA-RODADA, :H-EST-SITUACAO, :H-EST-RUN-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYCASEVD: ERRO NO FETCH DE C_ABERTOS. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN WS-CAS-COUNT >= WS-CAS-MAX
                   DISPLAY 'MYCE001 MAIS DE ' WS-CAS-MAX
                           ' CASOS ABERTOS. CASO ' H-NUM-CASO
                           ' SEM EVIDENCIA NESTA NOITE.' UPON CONSOLE
               WHEN OTHER
                   PERFORM 1260-ADD-CASE
           END-EVALUATE.
           EXIT.
      *
       1260-ADD-CASE.
           ADD 1 TO WS-CAS-COUNT.
           ADD 1 TO WS-COUNT-CASOS.
           SET WS-CAS-IDX TO WS-CAS-COUNT.
           MOVE H-NUM-CASO     TO WS-CAS-NUM(WS-CAS-IDX).
           MOVE H-EST-SITUACAO TO WS-CAS-EST-SIT(WS-CAS-IDX).
           MOVE H-EST-RUN-ID   TO WS-CAS-EST-RUN-ID(WS-CAS-IDX).
           MOVE ZERO           TO WS-CAS-SEQ(WS-CAS-IDX).
           MOVE 'N' TO WS-CAS-EXCEDEU-SW(WS-CAS-IDX).
           MOVE 'N' TO WS-CAS-CONFIRMA-SW(WS-CAS-IDX).
           IF H-DATA-RODADA IS NUMERIC
              MOVE H-DATA-RODADA TO WS-DATA-BASE
           ELSE
              MOVE H-DATA-ABERTURA TO WS-DATA-BASE
           END-IF.
           IF WS-DATA-BASE > 16010101
              COMPUTE WS-CAS-DATA-INICIO(WS-CAS-IDX) =
                 FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                     - WS-JANELA-DIAS)
           ELSE
              MOVE ZERO TO WS-CAS-DATA-INICIO(WS-CAS-IDX)
           END-IF.
      *
           IF WS-CLI-COUNT > ZERO
              AND WS-CLI-ID(WS-CLI-COUNT) = H-ID-CLIENTE
              ADD 1 TO WS-CLI-QTD(WS-CLI-COUNT)
           ELSE
              ADD 1 TO WS-CLI-COUNT
              MOVE H-ID-CLIENTE TO WS-CLI-ID(WS-CLI-COUNT)
              MOVE WS-CAS-COUNT TO WS-CLI-PRIMEIRO(WS-CLI-COUNT)
              MOVE 1            TO WS-CLI-QTD(WS-CLI-COUNT)
           END-IF.
           EXIT.
      *
      *--- A EVIDENCIA DOS CASOS NAO ENCERRADOS E RECARREGADA INTEIRA
       1300-CLEAR-EVIDENCE.
           EXEC SQL
               DELETE FROM TB_CASOS_EVIDENCIA
                WHERE NUM_CASO IN
                      (SELECT NUM_CASO FROM TB_CASOS
                        WHERE SITUACAO <> 'F')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'MYCASEVD: ERRO NO DELETE DE '
                      'TB_CASOS_EVIDENCIA. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- LINHA DO DIARIO DE UM CLIENTE COM CASO: VIRA EVIDENCIA 'J'
      *--- DE CADA CASO DO CLIENTE NA JANELA E CONFIRMA O ESTORNO
      *--- GERADO PELO MYCASGEN
       2000-SCAN-JOURNAL.
           SEARCH ALL WS-CLI-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLI-ID(WS-CLI-IDX) = MJR-ID
                   COMPUTE WS-ULT-SUB = WS-CLI-PRIMEIRO(WS-CLI-IDX)
                                      + WS-CLI-QTD(WS-CLI-IDX) - 1
                   PERFORM 2050-FORMAT-JOURNAL-LINE
                   MOVE 'J' TO H-TIPO
                   MOVE MJR-RUN-DATE TO WS-DATA-LINHA
                   MOVE MJR-RUN-DATE TO H-EVD-DATA
                   PERFORM 2300-ADD-EVIDENCE
           END-SEARCH.
           PERFORM 4000-READ-JOURNAL.
           EXIT.
      *
      *--- VALOR E NATUREZA DO MOVIMENTO: DA IMAGEM DEPOIS (INCLUSAO/
      *--- ALTERACAO) OU DA IMAGEM ANTES (EXCLUSAO)
       2050-FORMAT-JOURNAL-LINE.
           IF MJR-DATA-DEPOIS NOT = SPACES
              MOVE MJR-DATA-DEPOIS TO WS-IMAGEM
           ELSE
              MOVE MJR-DATA-ANTES TO WS-IMAGEM
           END-IF.
           IF WS-IMG-VALOR-X IS NUMERIC
              MOVE WS-IMG-VALOR TO WS-VALOR-ED
              MOVE WS-VALOR-ED  TO WS-VALOR-TXT
           ELSE
              MOVE SPACES TO WS-VALOR-TXT
           END-IF.
           MOVE MJR-SALDO-DEPOIS TO WS-SALDO-ED.
           MOVE SPACES TO H-LINHA.
           STRING MJR-RUN-DATE ' ' MJR-RUN-ID ' ' MJR-ORIGEM ' '
                  MJR-ACAO ' ' WS-VALOR-TXT ' ' WS-IMG-DC ' '
                  WS-IMG-MOEDA ' ' WS-SALDO-ED
               DELIMITED BY SIZE INTO H-LINHA.
      *
           IF MJR-ORIGEM-ESTORNO
              PERFORM 2060-CHECK-CONFIRMATION
                      VARYING WS-SUB FROM WS-CLI-PRIMEIRO(WS-CLI-IDX)
                      BY 1 UNTIL WS-SUB > WS-ULT-SUB
           END-IF.
           EXIT.
      *
       2060-CHECK-CONFIRMATION.
           IF WS-CAS-EST-SIT(WS-SUB) = 'G'
              AND WS-CAS-EST-RUN-ID(WS-SUB) = MJR-RUN-ID
              SET WS-CAS-CONFIRMA(WS-SUB) TO TRUE
           END-IF.
           EXIT.
      *
      *--- REGISTRO DO ARQUIVO MORTO: O CABECALHO 'H' ABRE A RODADA;
      *--- O DETALHE DE UM CLIENTE COM CASO VIRA EVIDENCIA 'A'
       2200-SCAN-ARCHIVE.
           EVALUATE TRUE
               WHEN ARCH-REC-IS-HEADER
                   MOVE ARCH-HDR-RUN-DATE TO WS-ARCH-RUN-DATE
                   MOVE ARCH-HDR-RUN-ID   TO WS-ARCH-RUN-ID
               WHEN ARCH-REC-IS-DETAIL
                   SEARCH ALL WS-CLI-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CLI-ID(WS-CLI-IDX) = ARCH-OUT-ID
                           PERFORM 2250-ARCHIVE-EVIDENCE
                   END-SEARCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 4100-READ-ARCHIVE.
           EXIT.
      *
      *--- GERACAO ANTIGA SEM CABECALHO NO OUT-FILE NAO TEM DATA: A
      *--- LINHA ENTRA EM TODOS OS CASOS DO CLIENTE
       2250-ARCHIVE-EVIDENCE.
           IF WS-ARCH-RUN-DATE IS NUMERIC
              MOVE WS-ARCH-RUN-DATE TO WS-DATA-LINHA
           ELSE
              MOVE 99999999 TO WS-DATA-LINHA
           END-IF.
           MOVE 'A' TO H-TIPO.
           MOVE WS-ARCH-RUN-DATE TO H-EVD-DATA.
           MOVE SPACES TO H-LINHA.
           STRING WS-ARCH-RUN-DATE ' ' WS-ARCH-RUN-ID ' '
                  ARCH-OUT-TIMESTAMP(1:19) ' ' ARCH-OUT-DATA(1:32)
               DELIMITED BY SIZE INTO H-LINHA.
           PERFORM 2300-ADD-EVIDENCE.
           EXIT.
      *
      *--- GRAVA A LINHA EM H-LINHA PARA CADA CASO DO CLIENTE CORRENTE
      *--- (WS-CLI-IDX) CUJA JANELA COMECA ATE A DATA DA LINHA
       2300-ADD-EVIDENCE.
           COMPUTE WS-ULT-SUB = WS-CLI-PRIMEIRO(WS-CLI-IDX)
                              + WS-CLI-QTD(WS-CLI-IDX) - 1.
           PERFORM 2350-ADD-CASE-EVIDENCE
                   VARYING WS-SUB FROM WS-CLI-PRIMEIRO(WS-CLI-IDX)
                   BY 1 UNTIL WS-SUB > WS-ULT-SUB.
           EXIT.
      *
       2350-ADD-CASE-EVIDENCE.
           IF WS-DATA-LINHA >= WS-CAS-DATA-INICIO(WS-SUB)
              IF WS-CAS-SEQ(WS-SUB) >= WS-MAX-LINHAS
                 SET WS-CAS-EXCEDEU(WS-SUB) TO TRUE
              ELSE
                 ADD 1 TO WS-CAS-SEQ(WS-SUB)
                 MOVE WS-CAS-NUM(WS-SUB) TO H-NUM-CASO
                 MOVE WS-CAS-SEQ(WS-SUB) TO H-SEQ
                 EXEC SQL
                     INSERT INTO TB_CASOS_EVIDENCIA
                         (NUM_CASO, SEQ, TIPO, DATA_RODADA, LINHA)
                     VALUES
                         (:H-NUM-CASO, :H-SEQ, :H-TIPO, :H-EVD-DATA,
                          :H-LINHA)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'MYCASEVD: ERRO NO INSERT EM '
                            'TB_CASOS_EVIDENCIA. SQLCODE: ' SQLCODE
                    PERFORM 9900-SQL-ERROR-ABEND
                 END-IF
                 IF H-TIPO = 'J'
                    ADD 1 TO WS-COUNT-LINHAS-J
                 ELSE
                    ADD 1 TO WS-COUNT-LINHAS-A
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *--- FECHAMENTO DE CADA CASO: CONFIRMA O ESTORNO APLICADO E
      *--- AVISA A EVIDENCIA CORTADA NO LIMITE
       2500-CLOSE-CASE.
           MOVE WS-CAS-NUM(WS-SUB) TO H-NUM-CASO.
           IF WS-CAS-CONFIRMA(WS-SUB)
              EXEC SQL
                  UPDATE TB_CASOS
                     SET ESTORNO_SITUACAO = 'A',
                         ESTORNO_MSG = 'ESTORNO APLICADO NO MESTRE'
                   WHERE NUM_CASO = :H-NUM-CASO
                     AND ESTORNO_SITUACAO = 'G'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'MYCASEVD: ERRO NO UPDATE DE TB_CASOS. '
                         'SQLCODE: ' SQLCODE
                 PERFORM 9900-SQL-ERROR-ABEND
              END-IF
              ADD 1 TO WS-COUNT-CONFIRMADOS
              MOVE H-NUM-CASO TO RPT-CAS-NUM
              MOVE 'ESTORNO CONFIRMADO NO DIARIO DO MESTRE'
                  TO RPT-CAS-MSG
              MOVE WS-RPT-CASE-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           IF WS-CAS-EXCEDEU(WS-SUB)
              ADD 1 TO WS-COUNT-EXCEDIDOS
              MOVE H-NUM-CASO TO RPT-CAS-NUM
              MOVE 'EVIDENCIA CORTADA EM 200 LINHAS (USAR MYARCHQ/MYMSTH
      -            'Q)' TO RPT-CAS-MSG
              MOVE WS-RPT-CASE-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYCASEVD: ERRO NO COMMIT. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'CASOS NAO ENCERRADOS        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CASOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'LINHAS DO DIARIO LIDAS      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MJR-LIDAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'REGISTROS DO MORTO LIDOS    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ARCH-LIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'EVIDENCIAS DO DIARIO        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LINHAS-J TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'EVIDENCIAS DO ARQUIVO MORTO :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LINHAS-A TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CASOS COM EVIDENCIA CORTADA :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EXCEDIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ESTORNOS CONFIRMADOS        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CONFIRMADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           CLOSE MSTJRN-FILE ARCH-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-JOURNAL.
           READ MSTJRN-FILE.
           IF WS-MJR-OK
              ADD 1 TO WS-COUNT-MJR-LIDAS
           ELSE
              IF NOT WS-MJR-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
                 PERFORM 9910-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       4100-READ-ARCHIVE.
           READ ARCH-FILE.
           IF WS-ARCH-OK
              ADD 1 TO WS-COUNT-ARCH-LIDOS
           ELSE
              IF NOT WS-ARCH-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO ARCH-FILE'
                 DISPLAY 'FILE STATUS: ' WS-ARCH-FILE-STATUS
                 PERFORM 9910-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4210-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCASEVD ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCASEVD ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
