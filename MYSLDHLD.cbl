       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYSLDHLD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - HISTORICO DIARIO DE SALDOS NO DB2
      *
      * O UNICO HISTORICO DE SALDOS ERA O GDG MASTER.BKP (POUCAS
      * GERACOES) E O DIARIO DO MESTRE, QUE SO O MYMSTHQ RECONSTROI,
      * UM CLIENTE POR VEZ. ESTE PASSO, NO FIM DO MYNIGHT, GRAVA A
      * FOTOGRAFIA DE FECHAMENTO DO DIA UTIL DE CADA CLIENTE DO
      * MASTERDD EM DUAS TABELAS, AMBAS PARTICIONADAS POR MES
      * (PARTICAO POR FAIXA DE DATA_SALDO, UMA POR MES - A CRIACAO DA
      * PARTICAO DO MES SEGUINTE E O EXPURGO DAS ANTIGAS SAO ROTINA DO
      * DBA):
      *
      *   SALDO_DIARIO        UMA LINHA POR CLIENTE E DIA:
      *                       DATA_SALDO, ID_CLIENTE, SALDO_FECHAMENTO
      *                       (MST-SALDO SOMADO EM TODAS AS CONTAS
      *                       DO CLIENTE), QTD_CONTAS, QTD_MOVIMENTOS
      *                       (LINHAS DO DIARIO DO DIA QUE MOVERAM
      *                       SALDO) E LOAD_TS;
      *   SALDO_DIARIO_MOEDA  A ABERTURA DO FECHAMENTO POR MOEDA:
      *                       DATA_SALDO, ID_CLIENTE, MOEDA,
      *                       SALDO_MOEDA, QTD_MOVIMENTOS E LOAD_TS.
      *
      * O MST-SALDO E NOMINAL (SOMA DAS MOEDAS, COMO NO MYINFANU), ENTAO
      * A ABERTURA POR MOEDA E CORRIDA: SALDO DA MOEDA NA ULTIMA CARGA
      * ANTERIOR + VARIACAO (SALDO DEPOIS - SALDO ANTES) DAS LINHAS DO
      * DIARIO GRAVADAS DEPOIS DELA, NA MOEDA DO MOVIMENTO (MESMA REGRA
      * DO MYINFANU: JUROS 'J' E BAIXAS 'W' EM BRL; BACKOUT PELA IMAGEM
      * ANTES; DEMAIS PELA IMAGEM DEPOIS, OU ANTES NA EXCLUSAO; MOEDA EM
      * BRANCO = BRL). UMA NOITE SEM CARGA NAO QUEBRA A CONTA: AS LINHAS
      * DELA ENTRAM NA CARGA SEGUINTE. SE A SOMA DAS MOEDAS NAO FECHAR
      * COM O MST-SALDO, A DIFERENCA ENTRA EM BRL E O CLIENTE CONTA
      * COMO ACERTO - NA PRIMEIRA CARGA (SEM ANTERIOR) TODO SALDO
      * ANTERIOR AO DIA E ACERTO; DEPOIS DISSO, ACERTO E SALDO QUE
      * MUDOU SEM PASSAR PELO DIARIO (VER O MYSLDPRV) E DA RC 4.
      * MOEDA ZERADA E SEM MOVIMENTO NO DIA NAO GANHA LINHA.
      *
      * CLIENTE EXCLUIDO DO MESTRE NAO TEM FOTOGRAFIA (SUAS LINHAS DO
      * DIARIO SO SAO CONTADAS NO RESUMO).
      *
      * REEXECUCAO: A CARGA COMECA APAGANDO AS LINHAS DO DIA NAS DUAS
      * TABELAS, ENTAO RODAR DE NOVO (INCLUSIVE DEPOIS DE UM ABEND NO
      * MEIO, COM COMMITS JA FEITOS) REFAZ O DIA INTEIRO. COMMIT A
      * CADA 500 CLIENTES.
      *
      * TECNICA: SORT INTERNO DAS LINHAS DO DIARIO POR ID + MOEDA E
      * MATCH/MERGE DE TRES VIAS (MESTRE X DIARIO X ABERTURA ANTERIOR),
      * COMO NO MYSLDPRV.
      *
      * CONSUMIDORES: MYSLDMES (RELATORIO MENSAL DO MYMONTH) E A TELA
      * DE CURVA DE SALDO DA TRNS (MYCICSST).
      *
      * PARMDD (OPCIONAL): DIA DO SALDO AAAAMMDD, SO PARA REEXECUTAR
      * UMA NOITE ATRASADA; SEM CARTAO = DATA DO SISTEMA.
      *
      * RETURN-CODE 0 = CARGA FEITA; 4 = CARGA FEITA COM ACERTOS FORA
      * DA PRIMEIRA CARGA (VER O RELATORIO); 16 = ERRO FATAL (DB2,
      * ARQUIVO OU MAIS MOEDAS NO CLIENTE QUE A TABELA).
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
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *
      *--- DIARIO DE MOVIMENTOS DO MESTRE (ACUMULADO)
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
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
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
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
           05 FILLER                 PIC X(04).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
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
           05 PARM-DATA-SALDO        PIC 9(08).
           05 FILLER                 PIC X(72).
      *
      *--- UMA LINHA DO DIARIO QUE MOVEU SALDO: CLIENTE, MOEDA DO
      *--- MOVIMENTO, VARIACAO E SE E DO PROPRIO DIA (CONTA MOVIMENTO)
      *--- OU DE NOITE ANTERIOR SEM CARGA (SO ENTRA NO SALDO)
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SRT-ID                 PIC X(10).
           05 SRT-MOEDA              PIC X(03).
           05 SRT-VALOR              PIC S9(13)V99.
           05 SRT-DO-DIA             PIC X(01).
              88 SRT-MOVIMENTO-DO-DIA VALUE 'S'.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYSTATLD
       01 WS-DB-HOST-VARS.
           05 H-DATA-SALDO           PIC X(08).
           05 H-DATA-ANTERIOR        PIC X(08).
           05 H-ID-CLIENTE           PIC X(10).
           05 H-SALDO                PIC S9(13)V99 COMP-3.
           05 H-QTD-CONTAS           PIC S9(04) COMP.
           05 H-QTD-MOVIMENTOS       PIC S9(09) COMP.
           05 H-MOEDA                PIC X(03).
           05 H-SALDO-MOEDA          PIC S9(13)V99 COMP-3.
           05 H-QTD-MOV-MOEDA        PIC S9(09) COMP.
      *
      *--- ABERTURA POR MOEDA DA ULTIMA CARGA ANTERIOR, NA ORDEM DO
      *--- MESTRE. WITH HOLD: O COMMIT PERIODICO NAO PODE FECHA-LO
           EXEC SQL
               DECLARE C_MOEDA_ANT CURSOR WITH HOLD FOR
                   SELECT ID_CLIENTE, MOEDA, SALDO_MOEDA
                   FROM SALDO_DIARIO_MOEDA
                   WHERE DATA_SALDO = :H-DATA-ANTERIOR
                   ORDER BY ID_CLIENTE, MOEDA
           END-EXEC.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK          VALUE '00'.
              88 WS-MST-EOF         VALUE '10'.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-SORT           PIC X(01) VALUE 'N'.
              88 FIM-SORT           VALUE 'S'.
           05 WS-EOF-ANT            PIC X(01) VALUE 'N'.
              88 FIM-ANTERIOR       VALUE 'S'.
      *
      *--- DIA DO SALDO E FAIXA DO DIARIO QUE ENTRA NA CARGA
       01 WS-DATAS.
           05 WS-CURRENT-DATE-RAW   PIC 9(08).
           05 WS-DATA-SALDO         PIC 9(08) VALUE ZERO.
           05 WS-DATA-ANTERIOR      PIC 9(08) VALUE ZERO.
           05 WS-TEM-ANTERIOR-SW    PIC X(01) VALUE 'N'.
              88 WS-TEM-ANTERIOR    VALUE 'S'.
      *
      *--- CHAVES DO MATCH/MERGE (HIGH-VALUES = FONTE ESGOTADA)
       01 WS-CHAVES.
           05 WS-CHAVE-MST          PIC X(10).
           05 WS-CHAVE-JRN          PIC X(10).
           05 WS-CHAVE-ANT          PIC X(10).
           05 WS-CLI-ATUAL          PIC X(10).
      *
      *--- FECHAMENTO DO CLIENTE DA VEZ
       01 WS-CLIENTE-CORRENTE.
           05 WS-CLI-SALDO          PIC S9(13)V99 VALUE ZERO.
           05 WS-CLI-CONTAS         PIC 9(03) VALUE ZERO.
           05 WS-CLI-MOVIMENTOS     PIC 9(07) VALUE ZERO.
           05 WS-CLI-SOMA-MOEDAS    PIC S9(13)V99 VALUE ZERO.
           05 WS-CLI-ACERTO         PIC S9(13)V99 VALUE ZERO.
      *
      *--- ABERTURA POR MOEDA DO CLIENTE DA VEZ (ATE 20 MOEDAS, O
      *--- LIMITE DA TABELA DE TAXAS DO MYBATCH)
       01 WS-MOE-TABLE.
           05 WS-MOE-COUNT          PIC 9(02) VALUE ZERO.
           05 WS-MOE-ENTRY OCCURS 20 TIMES
              INDEXED BY WS-MOE-IDX.
              10 WS-MOE-MOEDA       PIC X(03).
              10 WS-MOE-SALDO       PIC S9(13)V99.
              10 WS-MOE-MOVIMENTOS  PIC 9(07).
      *
       01 WS-WORK-VARS.
           05 WS-MOEDA-BUSCA        PIC X(03).
           05 WS-VALOR-MOV          PIC S9(13)V99 VALUE ZERO.
           05 WS-ACHOU-SW           PIC X(01) VALUE 'N'.
              88 WS-ACHOU           VALUE 'S'.
           05 WS-SUB                PIC 9(03) COMP.
           05 WS-COMMIT-COUNTER     PIC 9(05) VALUE ZERO.
           05 WS-COMMIT-FREQUENCY   PIC 9(05) VALUE 500.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-MJR-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MJR-FAIXA    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MJR-DIA      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MST          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CLIENTES     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-LINHAS-MOEDA PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ANT-LIDAS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SEM-MESTRE   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ACERTOS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-DEVEDORES    PIC 9(07) VALUE ZERO.
           05 WS-TOT-SALDO          PIC S9(15)V99 VALUE ZERO.
           05 WS-TOT-ACERTO         PIC S9(15)V99 VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              'MYSLDHLD - HISTORICO DIARIO DE SALDOS - DIA '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(12) VALUE ' ANTERIOR: '.
           05 RPT-HDR-ANTERIOR      PIC X(08).
           05 FILLER                PIC X(54) VALUE SPACES.
      *
       01 WS-RPT-ACERTO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'ACERTO: '.
           05 RPT-ACE-CLIENTE       PIC X(10).
           05 FILLER                PIC X(09) VALUE ' MESTRE '.
           05 RPT-ACE-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(10) VALUE ' MOEDAS '.
           05 RPT-ACE-MOEDAS        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(13) VALUE ' DIFERENCA '.
           05 RPT-ACE-DIFERENCA     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(27) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(40).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(81) VALUE SPACES.
      *
       01 WS-RPT-AMOUNT-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-AMT-DESC          PIC X(40).
           05 RPT-AMT-VALUE         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(69) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
           SORT SORT-WORK
                ASCENDING KEY SRT-ID
                              SRT-MOEDA
                INPUT PROCEDURE IS 2000-SELECIONAR-DIARIO
                OUTPUT PROCEDURE IS 3000-CARREGAR-SALDOS.
      *
           PERFORM 4000-FINALIZE.
           DISPLAY 'PROGRAMA MYSLDHLD CONCLUIDO. CLIENTES: '
                   WS-COUNT-CLIENTES ' ACERTOS: ' WS-COUNT-ACERTOS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO - DIA DO SALDO, LIMPEZA DO DIA E
      * ULTIMA CARGA ANTERIOR
      *================================================================*
       1000-INITIALIZE SECTION.
           ACCEPT WS-CURRENT-DATE-RAW FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-RAW TO WS-DATA-SALDO.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DATA-SALDO IS NUMERIC
                 AND PARM-DATA-SALDO > ZERO
                 MOVE PARM-DATA-SALDO TO WS-DATA-SALDO
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           MOVE WS-DATA-SALDO TO H-DATA-SALDO.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *
           PERFORM 1100-LIMPAR-DIA.
           PERFORM 1200-BUSCAR-ANTERIOR.
      *
           MOVE WS-DATA-SALDO TO RPT-HDR-DATA.
           IF WS-TEM-ANTERIOR
              MOVE H-DATA-ANTERIOR TO RPT-HDR-ANTERIOR
           ELSE
              MOVE 'NENHUMA' TO RPT-HDR-ANTERIOR
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
       1000-SAI.
           EXIT.
      *
      *--- REEXECUCAO DO MESMO DIA: APAGA O QUE UMA RODADA ANTERIOR
      *--- (COMPLETA OU INTERROMPIDA) JA TINHA GRAVADO
       1100-LIMPAR-DIA SECTION.
           EXEC SQL
               DELETE FROM SALDO_DIARIO_MOEDA
               WHERE DATA_SALDO = :H-DATA-SALDO
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'MYSLDHLD: ERRO NO DELETE DE SALDO_DIARIO_MOEDA.'
                      ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXEC SQL
               DELETE FROM SALDO_DIARIO
               WHERE DATA_SALDO = :H-DATA-SALDO
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'MYSLDHLD: ERRO NO DELETE DE SALDO_DIARIO.'
                      ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSLDHLD: ERRO NO COMMIT. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
       1100-SAI.
           EXIT.
      *
      *--- ULTIMA CARGA ANTES DO DIA: PONTO DE PARTIDA DA ABERTURA POR
      *--- MOEDA E INICIO DA FAIXA DO DIARIO. SEM ANTERIOR (PRIMEIRA
      *--- CARGA), SO AS LINHAS DO PROPRIO DIA
       1200-BUSCAR-ANTERIOR SECTION.
           EXEC SQL
               SELECT COALESCE(MAX(DATA_SALDO), ' ')
                 INTO :H-DATA-ANTERIOR
                 FROM SALDO_DIARIO
                WHERE DATA_SALDO < :H-DATA-SALDO
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSLDHLD: ERRO NA BUSCA DA CARGA ANTERIOR. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           IF H-DATA-ANTERIOR IS NUMERIC
              MOVE H-DATA-ANTERIOR TO WS-DATA-ANTERIOR
              SET WS-TEM-ANTERIOR TO TRUE
           ELSE
              MOVE ZERO TO WS-DATA-ANTERIOR
              DISPLAY 'MYSLDHLD: PRIMEIRA CARGA DO HISTORICO - SALDOS '
                      'ANTERIORES AO DIA ENTRAM COMO ACERTO EM BRL.'
                      UPON CONSOLE
           END-IF.
       1200-SAI.
           EXIT.
      *
      *================================================================*
      * ENTRADA DO SORT: LINHAS DO DIARIO DA FAIXA (DEPOIS DA CARGA
      * ANTERIOR ATE O DIA DO SALDO) QUE MOVERAM SALDO
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
                   ADD 1 TO WS-COUNT-MJR-READ
                   IF NOT MJR-ORIGEM-ANCORA
                      AND MJR-RUN-DATE <= WS-DATA-SALDO
                      AND (MJR-RUN-DATE > WS-DATA-ANTERIOR
                           AND WS-TEM-ANTERIOR
                        OR MJR-RUN-DATE = WS-DATA-SALDO)
                      PERFORM 2200-LIBERAR-LINHA
                   END-IF
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
      *--- VARIACAO DA LINHA NO SENTIDO DO SALDO E MOEDA DO MOVIMENTO
      *--- (REGRA DO MYINFANU). LINHA QUE NAO MOVE SALDO NAO ENTRA
       2200-LIBERAR-LINHA SECTION.
           ADD 1 TO WS-COUNT-MJR-FAIXA.
           IF MJR-ACAO = 'I'
              MOVE MJR-SALDO-DEPOIS TO WS-VALOR-MOV
           ELSE
              COMPUTE WS-VALOR-MOV =
                 MJR-SALDO-DEPOIS - MJR-SALDO-ANTES
           END-IF.
           IF WS-VALOR-MOV NOT = ZERO
              EVALUATE MJR-ORIGEM
                  WHEN 'J'
                  WHEN 'W'
                      MOVE 'BRL' TO WS-MOEDA-BUSCA
                  WHEN 'B'
                      MOVE MJR-DATA-ANTES(23:3) TO WS-MOEDA-BUSCA
                  WHEN OTHER
                      IF MJR-DATA-DEPOIS = SPACES
                         MOVE MJR-DATA-ANTES(23:3) TO WS-MOEDA-BUSCA
                      ELSE
                         MOVE MJR-DATA-DEPOIS(23:3) TO WS-MOEDA-BUSCA
                      END-IF
              END-EVALUATE
              IF WS-MOEDA-BUSCA = SPACES
                 MOVE 'BRL' TO WS-MOEDA-BUSCA
              END-IF
              MOVE MJR-ID         TO SRT-ID
              MOVE WS-MOEDA-BUSCA TO SRT-MOEDA
              MOVE WS-VALOR-MOV   TO SRT-VALOR
              IF MJR-RUN-DATE = WS-DATA-SALDO
                 MOVE 'S' TO SRT-DO-DIA
                 ADD 1 TO WS-COUNT-MJR-DIA
              ELSE
                 MOVE 'N' TO SRT-DO-DIA
              END-IF
              RELEASE SORT-RECORD
           END-IF.
       2200-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT: MATCH/MERGE MESTRE X DIARIO X ABERTURA ANTERIOR.
      * A MENOR DAS TRES CHAVES E O CLIENTE DA VEZ.
      *================================================================*
       3000-CARREGAR-SALDOS SECTION.
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           IF WS-TEM-ANTERIOR
              EXEC SQL OPEN C_MOEDA_ANT END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MYSLDHLD: ERRO NA ABERTURA DO CURSOR '
                         'C_MOEDA_ANT. SQLCODE: ' SQLCODE
                 PERFORM 9900-SQL-ERROR-ABEND
              END-IF
           ELSE
              SET FIM-ANTERIOR TO TRUE
           END-IF.
      *
           PERFORM 3100-RETORNAR-DIARIO.
           PERFORM 3200-LER-MESTRE.
           PERFORM 3300-FETCH-ANTERIOR.
           PERFORM 3400-PROCESSAR-CLIENTE
                   UNTIL WS-CHAVE-MST = HIGH-VALUES
                     AND WS-CHAVE-JRN = HIGH-VALUES
                     AND WS-CHAVE-ANT = HIGH-VALUES.
      *
           IF WS-TEM-ANTERIOR
              EXEC SQL CLOSE C_MOEDA_ANT END-EXEC
           END-IF.
           CLOSE MST-FILE.
       3000-SAI.
           EXIT.
      *
       3100-RETORNAR-DIARIO SECTION.
           RETURN SORT-WORK
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
           IF FIM-SORT
              MOVE HIGH-VALUES TO WS-CHAVE-JRN
           ELSE
              MOVE SRT-ID TO WS-CHAVE-JRN
           END-IF.
       3100-SAI.
           EXIT.
      *
       3200-LER-MESTRE SECTION.
           READ MST-FILE NEXT.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   ADD 1 TO WS-COUNT-MST
                   MOVE MST-ID TO WS-CHAVE-MST
               WHEN WS-MST-EOF
                   MOVE HIGH-VALUES TO WS-CHAVE-MST
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
       3200-SAI.
           EXIT.
      *
       3300-FETCH-ANTERIOR SECTION.
           IF FIM-ANTERIOR
              MOVE HIGH-VALUES TO WS-CHAVE-ANT
           ELSE
              EXEC SQL
                  FETCH C_MOEDA_ANT
                  INTO :H-ID-CLIENTE, :H-MOEDA, :H-SALDO-MOEDA
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 100
                      SET FIM-ANTERIOR TO TRUE
                      MOVE HIGH-VALUES TO WS-CHAVE-ANT
                  WHEN SQLCODE NOT = 0
                      DISPLAY 'MYSLDHLD: ERRO NO FETCH DE C_MOEDA_ANT. '
                              'SQLCODE: ' SQLCODE
                      PERFORM 9900-SQL-ERROR-ABEND
                  WHEN OTHER
                      ADD 1 TO WS-COUNT-ANT-LIDAS
                      MOVE H-ID-CLIENTE TO WS-CHAVE-ANT
              END-EVALUATE
           END-IF.
       3300-SAI.
           EXIT.
      *
      *--- UM CLIENTE: ABERTURA ANTERIOR, VARIACOES DO DIARIO, CONTAS
      *--- DO MESTRE; SO TEM FOTOGRAFIA QUEM AINDA ESTA NO MESTRE
       3400-PROCESSAR-CLIENTE SECTION.
           MOVE WS-CHAVE-MST TO WS-CLI-ATUAL.
           IF WS-CHAVE-JRN < WS-CLI-ATUAL
              MOVE WS-CHAVE-JRN TO WS-CLI-ATUAL
           END-IF.
           IF WS-CHAVE-ANT < WS-CLI-ATUAL
              MOVE WS-CHAVE-ANT TO WS-CLI-ATUAL
           END-IF.
      *
           MOVE ZERO TO WS-CLI-SALDO WS-CLI-CONTAS WS-CLI-MOVIMENTOS.
           MOVE ZERO TO WS-MOE-COUNT.
      *
           PERFORM 3500-SOMAR-ANTERIOR
                   UNTIL WS-CHAVE-ANT NOT = WS-CLI-ATUAL.
           PERFORM 3600-SOMAR-DIARIO
                   UNTIL WS-CHAVE-JRN NOT = WS-CLI-ATUAL.
           PERFORM 3650-SOMAR-CONTA
                   UNTIL WS-CHAVE-MST NOT = WS-CLI-ATUAL.
      *
           IF WS-CLI-CONTAS = ZERO
              ADD 1 TO WS-COUNT-SEM-MESTRE
           ELSE
              PERFORM 3700-GRAVAR-CLIENTE
           END-IF.
       3400-SAI.
           EXIT.
      *
       3500-SOMAR-ANTERIOR SECTION.
           MOVE H-MOEDA TO WS-MOEDA-BUSCA.
           PERFORM 3800-LOCALIZAR-MOEDA.
           ADD H-SALDO-MOEDA TO WS-MOE-SALDO(WS-MOE-IDX).
           PERFORM 3300-FETCH-ANTERIOR.
       3500-SAI.
           EXIT.
      *
       3600-SOMAR-DIARIO SECTION.
           MOVE SRT-MOEDA TO WS-MOEDA-BUSCA.
           PERFORM 3800-LOCALIZAR-MOEDA.
           ADD SRT-VALOR TO WS-MOE-SALDO(WS-MOE-IDX).
           IF SRT-MOVIMENTO-DO-DIA
              ADD 1 TO WS-MOE-MOVIMENTOS(WS-MOE-IDX)
              ADD 1 TO WS-CLI-MOVIMENTOS
           END-IF.
           PERFORM 3100-RETORNAR-DIARIO.
       3600-SAI.
           EXIT.
      *
       3650-SOMAR-CONTA SECTION.
           ADD MST-SALDO TO WS-CLI-SALDO.
           ADD 1 TO WS-CLI-CONTAS.
           PERFORM 3200-LER-MESTRE.
       3650-SAI.
           EXIT.
      *
      *--- FECHA A ABERTURA CONTRA O MESTRE (DIFERENCA = ACERTO EM
      *--- BRL) E GRAVA A LINHA DO CLIENTE E AS DAS MOEDAS
       3700-GRAVAR-CLIENTE SECTION.
           MOVE ZERO TO WS-CLI-SOMA-MOEDAS.
           PERFORM VARYING WS-MOE-IDX FROM 1 BY 1
                   UNTIL WS-MOE-IDX > WS-MOE-COUNT
              ADD WS-MOE-SALDO(WS-MOE-IDX) TO WS-CLI-SOMA-MOEDAS
           END-PERFORM.
           COMPUTE WS-CLI-ACERTO = WS-CLI-SALDO - WS-CLI-SOMA-MOEDAS.
           IF WS-CLI-ACERTO NOT = ZERO
              MOVE 'BRL' TO WS-MOEDA-BUSCA
              PERFORM 3800-LOCALIZAR-MOEDA
              ADD WS-CLI-ACERTO TO WS-MOE-SALDO(WS-MOE-IDX)
              ADD 1 TO WS-COUNT-ACERTOS
              ADD WS-CLI-ACERTO TO WS-TOT-ACERTO
              IF WS-TEM-ANTERIOR
                 MOVE WS-CLI-ATUAL       TO RPT-ACE-CLIENTE
                 MOVE WS-CLI-SALDO       TO RPT-ACE-SALDO
                 MOVE WS-CLI-SOMA-MOEDAS TO RPT-ACE-MOEDAS
                 MOVE WS-CLI-ACERTO      TO RPT-ACE-DIFERENCA
                 MOVE WS-RPT-ACERTO-LINE TO RPT-RECORD
                 PERFORM 4200-WRITE-REPORT
              END-IF
           END-IF.
      *
           MOVE WS-CLI-ATUAL      TO H-ID-CLIENTE.
           MOVE WS-CLI-SALDO      TO H-SALDO.
           MOVE WS-CLI-CONTAS     TO H-QTD-CONTAS.
           MOVE WS-CLI-MOVIMENTOS TO H-QTD-MOVIMENTOS.
           EXEC SQL
               INSERT INTO SALDO_DIARIO
                   (DATA_SALDO, ID_CLIENTE, SALDO_FECHAMENTO,
                    QTD_CONTAS, QTD_MOVIMENTOS, LOAD_TS)
               VALUES
                   (:H-DATA-SALDO, :H-ID-CLIENTE, :H-SALDO,
                    :H-QTD-CONTAS, :H-QTD-MOVIMENTOS,
                    CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSLDHLD: ERRO NO INSERT EM SALDO_DIARIO. '
                      'CLIENTE: ' WS-CLI-ATUAL ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-CLIENTES.
           ADD WS-CLI-SALDO TO WS-TOT-SALDO.
           IF WS-CLI-SALDO < ZERO
              ADD 1 TO WS-COUNT-DEVEDORES
           END-IF.
      *
           PERFORM VARYING WS-MOE-IDX FROM 1 BY 1
                   UNTIL WS-MOE-IDX > WS-MOE-COUNT
              IF WS-MOE-SALDO(WS-MOE-IDX) NOT = ZERO
                 OR WS-MOE-MOVIMENTOS(WS-MOE-IDX) > ZERO
                 PERFORM 3750-GRAVAR-MOEDA
              END-IF
           END-PERFORM.
      *
           ADD 1 TO WS-COMMIT-COUNTER.
           IF WS-COMMIT-COUNTER >= WS-COMMIT-FREQUENCY
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MYSLDHLD: ERRO NO COMMIT. SQLCODE: ' SQLCODE
                 PERFORM 9900-SQL-ERROR-ABEND
              END-IF
              MOVE ZERO TO WS-COMMIT-COUNTER
           END-IF.
       3700-SAI.
           EXIT.
      *
       3750-GRAVAR-MOEDA SECTION.
           MOVE WS-MOE-MOEDA(WS-MOE-IDX)      TO H-MOEDA.
           MOVE WS-MOE-SALDO(WS-MOE-IDX)      TO H-SALDO-MOEDA.
           MOVE WS-MOE-MOVIMENTOS(WS-MOE-IDX) TO H-QTD-MOV-MOEDA.
           EXEC SQL
               INSERT INTO SALDO_DIARIO_MOEDA
                   (DATA_SALDO, ID_CLIENTE, MOEDA, SALDO_MOEDA,
                    QTD_MOVIMENTOS, LOAD_TS)
               VALUES
                   (:H-DATA-SALDO, :H-ID-CLIENTE, :H-MOEDA,
                    :H-SALDO-MOEDA, :H-QTD-MOV-MOEDA,
                    CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSLDHLD: ERRO NO INSERT EM SALDO_DIARIO_MOEDA.'
                      ' CLIENTE: ' WS-CLI-ATUAL ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-LINHAS-MOEDA.
       3750-SAI.
           EXIT.
      *
      *--- LINHA DA MOEDA NA TABELA DO CLIENTE (CRIADA SE PRECISO).
      *--- TABELA CHEIA E FATAL: ABERTURA PARCIAL NAO PODE SER GRAVADA
       3800-LOCALIZAR-MOEDA SECTION.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WS-MOE-COUNT > ZERO
              PERFORM VARYING WS-MOE-IDX FROM 1 BY 1
                      UNTIL WS-MOE-IDX > WS-MOE-COUNT
                 IF WS-MOE-MOEDA(WS-MOE-IDX) = WS-MOEDA-BUSCA
                    SET WS-ACHOU TO TRUE
                    SET WS-SUB TO WS-MOE-IDX
                    SET WS-MOE-IDX TO WS-MOE-COUNT
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-ACHOU
              SET WS-MOE-IDX TO WS-SUB
           ELSE
              IF WS-MOE-COUNT < 20
                 ADD 1 TO WS-MOE-COUNT
                 SET WS-MOE-IDX TO WS-MOE-COUNT
                 MOVE WS-MOEDA-BUSCA TO WS-MOE-MOEDA(WS-MOE-IDX)
                 MOVE ZERO TO WS-MOE-SALDO(WS-MOE-IDX)
                 MOVE ZERO TO WS-MOE-MOVIMENTOS(WS-MOE-IDX)
              ELSE
                 DISPLAY 'MYSH001 MAIS DE 20 MOEDAS NO CLIENTE '
                         WS-CLI-ATUAL '. CARGA INTERROMPIDA.'
                         UPON CONSOLE
                 PERFORM 9900-SQL-ERROR-ABEND
              END-IF
           END-IF.
       3800-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       4000-FINALIZE SECTION.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSLDHLD: ERRO NO COMMIT. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'LINHAS LIDAS NO DIARIO                 :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-MJR-READ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'LINHAS DESDE A CARGA ANTERIOR          :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-MJR-FAIXA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS DO DIA                      :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-MJR-DIA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CONTAS LIDAS NO MESTRE                 :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-MST TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOEDAS DA CARGA ANTERIOR LIDAS         :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-ANT-LIDAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES GRAVADOS (SALDO_DIARIO)       :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-CLIENTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'LINHAS GRAVADAS (SALDO_DIARIO_MOEDA)   :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-LINHAS-MOEDA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES EM POSICAO DEVEDORA           :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-DEVEDORES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES FORA DO MESTRE (SO NO DIARIO) :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-MESTRE TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES COM ACERTO EM BRL             :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-ACERTOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'SALDO TOTAL DE FECHAMENTO              :'
               TO RPT-AMT-DESC.
           MOVE WS-TOT-SALDO TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'VALOR TOTAL DOS ACERTOS                :'
               TO RPT-AMT-DESC.
           MOVE WS-TOT-ACERTO TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           CLOSE RPT-FILE.
      *
           IF WS-TEM-ANTERIOR AND WS-COUNT-ACERTOS > ZERO
              DISPLAY 'MYSH002 ' WS-COUNT-ACERTOS ' CLIENTES COM '
                      'SALDO FORA DO DIARIO (ACERTO EM BRL).'
                      UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF.
       4000-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4200-WRITE-REPORT SECTION.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
       4200-SAI.
           EXIT.
      *
       4210-WRITE-SUMMARY-LINE SECTION.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
       4210-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYSLDHLD ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYSLDHLD ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
