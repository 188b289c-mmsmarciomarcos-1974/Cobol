       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYSLDPRV.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - PROVA INDEPENDENTE DOS SALDOS DO MESTRE
      *
      * O MST-SALDO SO E INCREMENTADO NO PROPRIO REGISTRO: UMA
      * ATUALIZACAO PERDIDA NUM RESTART OU UM BACKOUT MAL FEITO
      * DEIXAVA O SALDO ERRADO PARA SEMPRE, SEM NINGUEM PERCEBER. ESTA
      * PROVA SEMANAL PARTE DE UMA COPIA DO MESTRE (MASTER.BKP) E
      * REFAZ, CONTA A CONTA (ID + CONTA; LINHA DO DIARIO SEM CONTA
      * E DA CONTA 001), TUDO O QUE O DIARIO DO MESTRE
      * (MSTJRNDD) REGISTROU DEPOIS DELA - INCLUSOES, ALTERACOES,
      * EXCLUSOES, ESTORNOS, JUROS, BACKOUTS E FUSOES -, E CONFRONTA
      * O RESULTADO COM O MASTERDD VIVO:
      *
      *   - SALDO ESPERADO = SALDO DA COPIA + SOMA DE (SALDO DEPOIS -
      *     SALDO ANTES) DE CADA LINHA DO DIARIO DO CLIENTE, NA ORDEM
      *     EM QUE FORAM GRAVADAS;
      *   - MST-DATA ESPERADO = IMAGEM DEPOIS DA ULTIMA LINHA (OU A
      *     DA COPIA, SE NAO HOUVE LINHA);
      *   - CADA LINHA DEVE COMECAR ONDE A ANTERIOR TERMINOU (SALDO
      *     ANTES = SALDO ESPERADO ATE ALI) - A QUEBRA APONTA O SALDO
      *     QUE MUDOU SEM PASSAR PELO DIARIO.
      *
      * CADA CLIENTE DIVERGENTE SAI NO RELATORIO COM A ULTIMA LINHA
      * DO DIARIO QUE O TOCOU. QUALQUER DIVERGENCIA = RC 8.
      *
      * O DIARIO E CUMULATIVO: SO CONTAM AS LINHAS GRAVADAS DEPOIS DA
      * COPIA. O CORTE (AAAAMMDD HHMMSS, CONFRONTADO COM MJR-GRAV-DATA
      * + MJR-TIME) VEM DO CARIMBO QUE O MYMSTBK (STEP008 DO MYNIGHTP)
      * GRAVA JUNTO COM A GERACAO (BKPSTPDD, MESMA GERACAO RELATIVA DO
      * BKPINDD); A QUANTIDADE DO CARIMBO TEM DE BATER COM A COPIA LIDA
      * (SENAO O CARIMBO E DE OUTRA GERACAO - RC 16). O CARTAO PARMDD,
      * SE PRESENTE, PREVALECE SOBRE O CARIMBO (GERACOES ANTIGAS, SEM
      * CARIMBO). AS ANCORAS DA CADEIA DE HASH (ORIGEM 'H') NAO SAO
      * MOVIMENTO E SAO IGNORADAS.
      *
      * TECNICA: SORT INTERNO DO DIARIO POR ID + CONTA + ORDEM DE
      * GRAVACAO E MATCH/MERGE DE TRES VIAS (COPIA X DIARIO X MESTRE
      * VIVO), COMO NO MYRECON. SO LEITURA. RC 16 = ERRO DE ARQUIVO OU
      * CARTAO.
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
           SELECT BKP-FILE ASSIGN TO BKPINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BKP-FILE-STATUS.
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL STP-FILE ASSIGN TO BKPSTPDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STP-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- GERACAO DO MASTER.BKP (MESMO LAYOUT DO MST-RECORD)
       FD BKP-FILE
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 BKP-RECORD.
           05 BKP-CHAVE.
               10 BKP-ID             PIC X(10).
               10 BKP-CONTA          PIC 9(03).
           05 BKP-DATA               PIC X(68).
           05 BKP-ULT-ATUALIZACAO    PIC 9(08).
           05 BKP-SALDO              PIC S9(11)V99.
           05 BKP-SITUACAO           PIC X(01).
           05 FILLER                 PIC X(16).
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
              88 MJR-ORIGEM-ANCORA   VALUE 'H'.
           05 MJR-ID                 PIC X(10).
           05 MJR-DATA-ANTES         PIC X(68).
           05 MJR-DATA-DEPOIS        PIC X(68).
           05 MJR-SALDO-ANTES        PIC S9(11)V99.
           05 MJR-SALDO-DEPOIS       PIC S9(11)V99.
           05 MJR-APROVADOR          PIC X(03).
           05 FILLER                 PIC X(01).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
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
           05 MST-SITUACAO           PIC X(01).
           05 FILLER                 PIC X(16).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
      *--- DATA E HORA EM QUE A GERACAO DA COPIA FOI GRAVADA
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PARM-RECORD.
           05 PARM-DATA-COPIA        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 PARM-HORA-COPIA        PIC 9(06).
           05 FILLER                 PIC X(65).
      *
      *--- CARIMBO GRAVADO PELO MYMSTBK JUNTO COM A GERACAO
       FD STP-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 STP-RECORD.
           05 STP-DATA               PIC 9(08).
           05 FILLER                 PIC X(01).
           05 STP-HORA               PIC 9(06).
           05 FILLER                 PIC X(01).
           05 STP-QTDE               PIC 9(09).
           05 FILLER                 PIC X(55).
      *
      *--- LINHA DO DIARIO INTEIRA, COM A ORDEM DE GRAVACAO PARA O
      *--- SORT NAO MISTURAR AS LINHAS DA MESMA CONTA
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SRT-CHAVE.
               10 SRT-ID             PIC X(10).
               10 SRT-CONTA          PIC X(03).
           05 SRT-SEQ                PIC 9(09).
           05 SRT-LINHA              PIC X(230).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-VARS.
           05 WS-BKP-FILE-STATUS   PIC X(02).
              88 WS-BKP-OK               VALUE '00'.
              88 WS-BKP-EOF              VALUE '10'.
           05 WS-MJR-FILE-STATUS   PIC X(02).
              88 WS-MJR-OK               VALUE '00'.
              88 WS-MJR-EOF              VALUE '10'.
           05 WS-MST-FILE-STATUS   PIC X(02).
              88 WS-MST-OK               VALUE '00'.
              88 WS-MST-EOF              VALUE '10'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
           05 WS-PARM-FILE-STATUS  PIC X(02).
              88 WS-PARM-OK              VALUE '00'.
           05 WS-STP-FILE-STATUS   PIC X(02).
              88 WS-STP-OK               VALUE '00'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-SORT          PIC X(01) VALUE 'N'.
              88 FIM-SORT                VALUE 'S'.
      *
      *--- CORTE: SO AS LINHAS GRAVADAS DEPOIS DA COPIA
       01 WS-CORTE.
           05 WS-CORTE-DATA        PIC 9(08) VALUE ZERO.
           05 WS-CORTE-HORA        PIC 9(06) VALUE ZERO.
       01 WS-CORTE-R REDEFINES WS-CORTE
                                   PIC 9(14).
       01 WS-CORTE-FONTE           PIC X(01) VALUE SPACE.
           88 WS-CORTE-CARTAO            VALUE 'P'.
           88 WS-CORTE-CARIMBO           VALUE 'C'.
       01 WS-STP-QTDE              PIC 9(09) VALUE ZERO.
       01 WS-GRAVACAO.
           05 WS-GRAV-DATA         PIC 9(08).
           05 WS-GRAV-HORA         PIC 9(06).
       01 WS-GRAVACAO-R REDEFINES WS-GRAVACAO
                                   PIC 9(14).
      *
      *--- CHAVES DO MATCH/MERGE (HIGH-VALUES NO FIM DE CADA LADO)
       01 WS-CHAVES.
           05 WS-CHAVE-BKP         PIC X(13) VALUE LOW-VALUES.
           05 WS-CHAVE-JRN         PIC X(13) VALUE LOW-VALUES.
           05 WS-CHAVE-MST         PIC X(13) VALUE LOW-VALUES.
           05 WS-CHAVE-ATUAL.
               10 WS-CHAVE-ATUAL-ID    PIC X(10).
               10 WS-CHAVE-ATUAL-CONTA PIC X(03).
      *
      *--- LINHA DO DIARIO DEVOLVIDA PELO SORT
       01 WS-JRN-LINHA.
           05 WJR-RUN-DATE          PIC 9(08).
           05 WJR-TIME              PIC 9(06).
           05 WJR-RUN-ID            PIC X(08).
           05 WJR-ACAO              PIC X(01).
              88 WJR-INCLUSAO       VALUE 'I'.
              88 WJR-EXCLUSAO       VALUE 'E'.
           05 WJR-ORIGEM            PIC X(01).
           05 WJR-ID                PIC X(10).
           05 WJR-DATA-ANTES        PIC X(68).
           05 WJR-DATA-DEPOIS       PIC X(68).
           05 WJR-SALDO-ANTES       PIC S9(11)V99.
           05 WJR-SALDO-DEPOIS      PIC S9(11)V99.
           05 FILLER                PIC X(34).
      *
      *--- ESTADO ESPERADO DO CLIENTE CORRENTE E A ULTIMA LINHA DO
      *--- DIARIO QUE O TOCOU
       01 WS-ESPERADO.
           05 WS-ESP-EXISTE        PIC X(01).
              88 WS-ESP-EXISTE-SIM       VALUE 'S'.
           05 WS-ESP-DATA          PIC X(68).
           05 WS-ESP-SALDO         PIC S9(11)V99.
           05 WS-ESP-QUEBRA        PIC X(01).
              88 WS-ESP-COM-QUEBRA       VALUE 'S'.
           05 WS-ULT-TOCADO        PIC X(01).
              88 WS-ULT-EXISTE           VALUE 'S'.
           05 WS-ULT-RUN-DATE      PIC 9(08).
           05 WS-ULT-TIME          PIC 9(06).
           05 WS-ULT-RUN-ID        PIC X(08).
           05 WS-ULT-ACAO          PIC X(01).
           05 WS-ULT-ORIGEM        PIC X(01).
      *
       01 WS-COUNTERS.
           05 WS-COUNT-JRN-LIDAS   PIC 9(09) VALUE ZERO.
           05 WS-COUNT-JRN-ANTES   PIC 9(09) VALUE ZERO.
           05 WS-COUNT-JRN-ANCORAS PIC 9(09) VALUE ZERO.
           05 WS-COUNT-JRN-APLIC   PIC 9(09) VALUE ZERO.
           05 WS-COUNT-BKP         PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MST         PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CLIENTES    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CONFEREM    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DIVERG      PIC 9(09) VALUE ZERO.
           05 WS-CLS-ATUAL         PIC 9(01) VALUE ZERO.
       01 WS-SEQ-GRAVACAO          PIC 9(09) VALUE ZERO.
      *
      *--- CLASSES DE DIVERGENCIA
       01 WS-CLASSES-NOMES.
           05 FILLER PIC X(20) VALUE 'SALDO DIVERGENTE'.
           05 FILLER PIC X(20) VALUE 'DADOS DIVERGENTES'.
           05 FILLER PIC X(20) VALUE 'MESTRE SEM HISTORICO'.
           05 FILLER PIC X(20) VALUE 'MESTRE AUSENTE'.
           05 FILLER PIC X(20) VALUE 'QUEBRA NO DIARIO'.
       01 WS-CLASSES-NOMES-R REDEFINES WS-CLASSES-NOMES.
           05 WS-CLS-NOME           PIC X(20) OCCURS 5 TIMES.
       01 WS-CLASSES.
           05 WS-CLS-COUNT          PIC 9(09) OCCURS 5 TIMES.
       01 WS-CLS-SUB                PIC 9(01).
      *
       01 WS-FINAL-RC               PIC 9(02) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(50) VALUE
              'MYSLDPRV - PROVA DOS SALDOS PELO DIARIO DO MESTRE '.
           05 FILLER PIC X(14) VALUE ' COPIA GRAVADA'.
           05 FILLER PIC X(04) VALUE ' EM '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-HDR-HORA          PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-HDR-FONTE         PIC X(09).
           05 FILLER                PIC X(40) VALUE SPACES.
       01 RPT-DIVISOR              PIC X(133) VALUE ALL '='.
      *
      *--- LINHA DE DIVERGENCIA: ESPERADO X VIVO + ULTIMA LINHA DO
      *--- DIARIO QUE TOCOU O CLIENTE
       01 RPT-DET-LINE.
           05 RPT-DET-CLASSE        PIC X(20).
           05 FILLER                PIC X(04) VALUE ' ID='.
           05 RPT-DET-ID            PIC X(10).
           05 FILLER                PIC X(07) VALUE ' CONTA='.
           05 RPT-DET-CONTA         PIC X(03).
           05 FILLER                PIC X(10) VALUE ' ESPERADO='.
           05 RPT-DET-ESPERADO      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(06) VALUE ' VIVO='.
           05 RPT-DET-VIVO          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(07) VALUE ' ULTIMO'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-DET-ULTIMO        PIC X(29).
       01 RPT-ULT-LINHA.
           05 RPT-ULT-RUN-DATE      PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-ULT-TIME          PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-ULT-RUN-ID        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-ULT-ACAO          PIC X(01).
           05 FILLER                PIC X(01) VALUE '/'.
           05 RPT-ULT-ORIGEM        PIC X(01).
           05 FILLER                PIC X(12) VALUE SPACES.
      *
       01 RPT-RESUMO-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-RES-DESCRICAO     PIC X(45).
           05 RPT-RES-COUNT         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(74) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
           SORT SORT-WORK
                ASCENDING KEY SRT-CHAVE
                              SRT-SEQ
                INPUT PROCEDURE IS 2000-SELECIONAR-DIARIO
                OUTPUT PROCEDURE IS 3000-REFAZER-SALDOS.
      *
           PERFORM 4000-FINALIZE.
           DISPLAY 'PROGRAMA MYSLDPRV CONCLUIDO. RETURN-CODE '
                   WS-FINAL-RC.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO - CARTAO DE CORTE
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              AND PARM-DATA-COPIA IS NUMERIC
              AND PARM-DATA-COPIA > ZERO
              AND PARM-HORA-COPIA IS NUMERIC
              MOVE PARM-DATA-COPIA TO WS-CORTE-DATA
              MOVE PARM-HORA-COPIA TO WS-CORTE-HORA
              SET WS-CORTE-CARTAO  TO TRUE
           END-IF.
           CLOSE PARM-FILE.
      *
           IF NOT WS-CORTE-CARTAO
              OPEN INPUT STP-FILE
              READ STP-FILE
              IF WS-STP-OK
                 AND STP-DATA IS NUMERIC
                 AND STP-DATA > ZERO
                 AND STP-HORA IS NUMERIC
                 AND STP-QTDE IS NUMERIC
                 MOVE STP-DATA        TO WS-CORTE-DATA
                 MOVE STP-HORA        TO WS-CORTE-HORA
                 MOVE STP-QTDE        TO WS-STP-QTDE
                 SET WS-CORTE-CARIMBO TO TRUE
              END-IF
              CLOSE STP-FILE
           END-IF.
           IF NOT WS-CORTE-CARTAO AND NOT WS-CORTE-CARIMBO
              DISPLAY 'MYSLDPRV: COPIA SEM CARIMBO (BKPSTPDD) E SEM '
                      'CARTAO PARMDD - INFORME AAAAMMDD HHMMSS.'
                      UPON CONSOLE
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-CORTE-DATA TO RPT-HDR-DATA.
           MOVE WS-CORTE-HORA TO RPT-HDR-HORA.
           IF WS-CORTE-CARTAO
              MOVE '(CARTAO)' TO RPT-HDR-FONTE
           ELSE
              MOVE '(CARIMBO)' TO RPT-HDR-FONTE
           END-IF.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-DIVISOR.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 5
               MOVE ZERO TO WS-CLS-COUNT(WS-CLS-SUB)
           END-PERFORM.
           EXIT.
      *
      *================================================================*
      * ENTRADA DO SORT: LINHAS DO DIARIO GRAVADAS DEPOIS DA COPIA,
      * SEM AS ANCORAS, NUMERADAS NA ORDEM DE GRAVACAO
      *================================================================*
       2000-SELECIONAR-DIARIO SECTION.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 2100-LER-DIARIO UNTIL WS-MJR-EOF.
           CLOSE MSTJRN-FILE.
       2000-SAI.
           EXIT.
      *
       2100-LER-DIARIO SECTION.
           READ MSTJRN-FILE.
           EVALUATE TRUE
               WHEN WS-MJR-OK
                   ADD 1 TO WS-COUNT-JRN-LIDAS
                   MOVE MJR-GRAV-DATA TO WS-GRAV-DATA
                   MOVE MJR-TIME      TO WS-GRAV-HORA
                   EVALUATE TRUE
                       WHEN MJR-ORIGEM-ANCORA
                           ADD 1 TO WS-COUNT-JRN-ANCORAS
                       WHEN WS-GRAVACAO-R < WS-CORTE-R
                           ADD 1 TO WS-COUNT-JRN-ANTES
                       WHEN OTHER
                           ADD 1 TO WS-SEQ-GRAVACAO
                           MOVE MJR-ID          TO SRT-ID
                           IF MJR-CONTA = SPACES
                              MOVE '001'        TO SRT-CONTA
                           ELSE
                              MOVE MJR-CONTA    TO SRT-CONTA
                           END-IF
                           MOVE WS-SEQ-GRAVACAO TO SRT-SEQ
                           MOVE MSTJRN-RECORD   TO SRT-LINHA
                           RELEASE SORT-RECORD
                   END-EVALUATE
               WHEN WS-MJR-EOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
       2100-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT: MATCH/MERGE COPIA X DIARIO X MESTRE VIVO. A
      * MENOR DAS TRES CHAVES E O CLIENTE DA VEZ.
      *================================================================*
       3000-REFAZER-SALDOS SECTION.
           OPEN INPUT BKP-FILE.
           IF NOT WS-BKP-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO BKP-FILE'
              DISPLAY 'FILE STATUS: ' WS-BKP-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 3100-LER-COPIA.
           PERFORM 3200-RETORNAR-DIARIO.
           PERFORM 3300-LER-MESTRE.
           PERFORM 3400-PROVAR-CLIENTE
                   UNTIL WS-CHAVE-BKP = HIGH-VALUES
                     AND WS-CHAVE-JRN = HIGH-VALUES
                     AND WS-CHAVE-MST = HIGH-VALUES.
           CLOSE BKP-FILE.
           CLOSE MST-FILE.
       3000-SAI.
           EXIT.
      *
       3100-LER-COPIA SECTION.
           READ BKP-FILE.
           EVALUATE TRUE
               WHEN WS-BKP-OK
                   ADD 1 TO WS-COUNT-BKP
                   MOVE BKP-CHAVE TO WS-CHAVE-BKP
               WHEN WS-BKP-EOF
                   MOVE HIGH-VALUES TO WS-CHAVE-BKP
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO BKP-FILE'
                   DISPLAY 'FILE STATUS: ' WS-BKP-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
       3100-SAI.
           EXIT.
      *
       3200-RETORNAR-DIARIO SECTION.
           RETURN SORT-WORK
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
           IF FIM-SORT
              MOVE HIGH-VALUES TO WS-CHAVE-JRN
           ELSE
              MOVE SRT-LINHA TO WS-JRN-LINHA
              MOVE SRT-CHAVE TO WS-CHAVE-JRN
           END-IF.
       3200-SAI.
           EXIT.
      *
       3300-LER-MESTRE SECTION.
           READ MST-FILE NEXT.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   ADD 1 TO WS-COUNT-MST
                   MOVE MST-CHAVE TO WS-CHAVE-MST
               WHEN WS-MST-EOF
                   MOVE HIGH-VALUES TO WS-CHAVE-MST
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
       3300-SAI.
           EXIT.
      *
      *--- UM CLIENTE: PONTO DE PARTIDA NA COPIA, DIARIO REAPLICADO,
      *--- CONFRONTO COM O MESTRE VIVO
       3400-PROVAR-CLIENTE SECTION.
           MOVE WS-CHAVE-BKP TO WS-CHAVE-ATUAL.
           IF WS-CHAVE-JRN < WS-CHAVE-ATUAL
              MOVE WS-CHAVE-JRN TO WS-CHAVE-ATUAL
           END-IF.
           IF WS-CHAVE-MST < WS-CHAVE-ATUAL
              MOVE WS-CHAVE-MST TO WS-CHAVE-ATUAL
           END-IF.
           ADD 1 TO WS-COUNT-CLIENTES.
      *
           MOVE 'N' TO WS-ESP-QUEBRA WS-ULT-TOCADO.
           IF WS-CHAVE-BKP = WS-CHAVE-ATUAL
              MOVE 'S'       TO WS-ESP-EXISTE
              MOVE BKP-DATA  TO WS-ESP-DATA
              MOVE BKP-SALDO TO WS-ESP-SALDO
              PERFORM 3100-LER-COPIA
           ELSE
              MOVE 'N'    TO WS-ESP-EXISTE
              MOVE SPACES TO WS-ESP-DATA
              MOVE ZERO   TO WS-ESP-SALDO
           END-IF.
      *
           PERFORM 3500-APLICAR-LINHA
                   UNTIL WS-CHAVE-JRN NOT = WS-CHAVE-ATUAL.
      *
           PERFORM 3600-CONFRONTAR-VIVO.
           IF WS-CHAVE-MST = WS-CHAVE-ATUAL
              PERFORM 3300-LER-MESTRE
           END-IF.
       3400-SAI.
           EXIT.
      *
      *--- A LINHA TEM DE PARTIR DO SALDO ESPERADO ATE AQUI; O SALDO
      *--- AVANCA PELA DIFERENCA DEPOIS - ANTES, A IMAGEM DOS DADOS
      *--- PELA IMAGEM DEPOIS
       3500-APLICAR-LINHA SECTION.
           ADD 1 TO WS-COUNT-JRN-APLIC.
           IF WJR-INCLUSAO AND NOT WS-ESP-EXISTE-SIM
              MOVE ZERO TO WS-ESP-SALDO
           END-IF.
           IF WS-ESP-EXISTE-SIM
              AND WJR-SALDO-ANTES NOT = WS-ESP-SALDO
              MOVE 'S' TO WS-ESP-QUEBRA
           END-IF.
           COMPUTE WS-ESP-SALDO = WS-ESP-SALDO
                                + WJR-SALDO-DEPOIS - WJR-SALDO-ANTES.
           IF WJR-EXCLUSAO
              MOVE 'N' TO WS-ESP-EXISTE
           ELSE
              MOVE 'S' TO WS-ESP-EXISTE
              MOVE WJR-DATA-DEPOIS TO WS-ESP-DATA
           END-IF.
           MOVE 'S'          TO WS-ULT-TOCADO.
           MOVE WJR-RUN-DATE TO WS-ULT-RUN-DATE.
           MOVE WJR-TIME     TO WS-ULT-TIME.
           MOVE WJR-RUN-ID   TO WS-ULT-RUN-ID.
           MOVE WJR-ACAO     TO WS-ULT-ACAO.
           MOVE WJR-ORIGEM   TO WS-ULT-ORIGEM.
           PERFORM 3200-RETORNAR-DIARIO.
       3500-SAI.
           EXIT.
      *
       3600-CONFRONTAR-VIVO SECTION.
           MOVE ZERO TO WS-CLS-ATUAL.
           IF WS-CHAVE-MST = WS-CHAVE-ATUAL
              EVALUATE TRUE
                  WHEN NOT WS-ESP-EXISTE-SIM
                      MOVE 3 TO WS-CLS-ATUAL
                  WHEN MST-SALDO NOT = WS-ESP-SALDO
                      MOVE 1 TO WS-CLS-ATUAL
                  WHEN MST-DATA NOT = WS-ESP-DATA
                      MOVE 2 TO WS-CLS-ATUAL
              END-EVALUATE
           ELSE
              IF WS-ESP-EXISTE-SIM
                 MOVE 4 TO WS-CLS-ATUAL
              END-IF
           END-IF.
      *--- SALDO FINAL CERTO POR COMPENSACAO NAO APAGA A QUEBRA
           IF WS-CLS-ATUAL = ZERO AND WS-ESP-COM-QUEBRA
              MOVE 5 TO WS-CLS-ATUAL
           END-IF.
           IF WS-CLS-ATUAL = ZERO
              ADD 1 TO WS-COUNT-CONFEREM
           ELSE
              PERFORM 3700-RELATAR-DIVERGENCIA
           END-IF.
       3600-SAI.
           EXIT.
      *
       3700-RELATAR-DIVERGENCIA SECTION.
           ADD 1 TO WS-COUNT-DIVERG.
           ADD 1 TO WS-CLS-COUNT(WS-CLS-ATUAL).
           MOVE 8 TO WS-FINAL-RC.
           MOVE WS-CLS-NOME(WS-CLS-ATUAL) TO RPT-DET-CLASSE.
           MOVE WS-CHAVE-ATUAL-ID         TO RPT-DET-ID.
           MOVE WS-CHAVE-ATUAL-CONTA      TO RPT-DET-CONTA.
           IF WS-ESP-EXISTE-SIM
              MOVE WS-ESP-SALDO TO RPT-DET-ESPERADO
           ELSE
              MOVE ZERO TO RPT-DET-ESPERADO
           END-IF.
           IF WS-CHAVE-MST = WS-CHAVE-ATUAL
              MOVE MST-SALDO TO RPT-DET-VIVO
           ELSE
              MOVE ZERO TO RPT-DET-VIVO
           END-IF.
           IF WS-ULT-EXISTE
              MOVE WS-ULT-RUN-DATE TO RPT-ULT-RUN-DATE
              MOVE WS-ULT-TIME     TO RPT-ULT-TIME
              MOVE WS-ULT-RUN-ID   TO RPT-ULT-RUN-ID
              MOVE WS-ULT-ACAO     TO RPT-ULT-ACAO
              MOVE WS-ULT-ORIGEM   TO RPT-ULT-ORIGEM
              MOVE RPT-ULT-LINHA   TO RPT-DET-ULTIMO
           ELSE
              MOVE 'NENHUMA LINHA DESDE A COPIA' TO RPT-DET-ULTIMO
           END-IF.
           WRITE RPT-RECORD FROM RPT-DET-LINE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
       3700-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       4000-FINALIZE SECTION.
           WRITE RPT-RECORD FROM RPT-DIVISOR.
           MOVE 'LINHAS LIDAS DO DIARIO'          TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-JRN-LIDAS                TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE '  ANTERIORES A COPIA (IGNORADAS)' TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-JRN-ANTES                TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE '  ANCORAS DA CADEIA (IGNORADAS)' TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-JRN-ANCORAS              TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE '  REAPLICADAS'                   TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-JRN-APLIC                TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE 'CONTAS NA COPIA'                 TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-BKP                      TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE 'CONTAS NO MASTERDD VIVO'         TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-MST                      TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE 'CONTAS PROVADAS'                 TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-CLIENTES                 TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE '  CONFEREM COM O DIARIO'         TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-CONFEREM                 TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 5
               MOVE SPACES TO RPT-RES-DESCRICAO
               STRING '  ' DELIMITED BY SIZE
                      WS-CLS-NOME(WS-CLS-SUB) DELIMITED BY SIZE
                      INTO RPT-RES-DESCRICAO
               END-STRING
               MOVE WS-CLS-COUNT(WS-CLS-SUB) TO RPT-RES-COUNT
               WRITE RPT-RECORD FROM RPT-RESUMO-LINE
           END-PERFORM.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-CORTE-CARIMBO
              AND WS-STP-QTDE NOT = WS-COUNT-BKP
              MOVE 'MESTRES SEGUNDO O CARIMBO'  TO RPT-RES-DESCRICAO
              MOVE WS-STP-QTDE                  TO RPT-RES-COUNT
              WRITE RPT-RECORD FROM RPT-RESUMO-LINE
              MOVE '*** CARIMBO NAO E DESTA COPIA - PROVA INVALIDA ***'
                TO RPT-RECORD
              WRITE RPT-RECORD
              DISPLAY 'MYSLDPRV: CARIMBO BKPSTPDD NAO CORRESPONDE A '
                      'COPIA BKPINDD.' UPON CONSOLE
              CLOSE RPT-FILE
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           IF WS-FINAL-RC = ZERO
              MOVE 'PROVA FECHADA - SALDOS EXPLICADOS PELO DIARIO.'
                TO RPT-RECORD
           ELSE
              MOVE '*** PROVA NAO FECHA - VER DIVERGENCIAS ACIMA. ***'
                TO RPT-RECORD
              DISPLAY 'MYSLDPRV: PROVA DE SALDOS NAO FECHA. '
                      'DIVERGENCIAS: ' WS-COUNT-DIVERG UPON CONSOLE
           END-IF.
           WRITE RPT-RECORD.
           CLOSE RPT-FILE.
       4000-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9910-FILE-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYSLDPRV ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
