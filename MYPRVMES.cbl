       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYPRVMES.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - PROVA DE FECHAMENTO DO MES (TRES VIAS)
      *
      * A CONTABILIDADE FECHA O MES COM OS LANCAMENTOS DO GLPOSTDD, O
      * CADASTRO MESTRE TEM O SEU PROPRIO SALDO E O ARQUIVO MORTO DO
      * OUT-FILE GUARDA O QUE FOI ACEITO - ATE AQUI NINGUEM PROVAVA
      * QUE OS TRES CONTAM A MESMA HISTORIA. ESTE PROGRAMA LE O MES
      * (PARMDD, AAAAMM; SEM CARTAO = MES ANTERIOR AO DA EXECUCAO) EM
      * TODAS AS FONTES E MONTA A FOLHA DE PROVA POR DIA E MOEDA:
      *
      *   1. GLPOSTDD  - GERACOES DO MES DOS LANCAMENTOS ('P') DO
      *      MYBATCH, DO MYJUROS E DO MYCOBRAN, CONCATENADAS NA JCL;
      *   2. ARCHINDD  - GERACOES DO MES DE PROD.MYNIGHT.OUT.ARCH
      *      (COMO NO MYMONRPT): DETALHES ACEITOS POR DATA DE RODADA;
      *   3. MSTJRNDD  - DIARIO DO MESTRE: DETALHES ('D'), ESTORNOS
      *      ('R'), JUROS CAPITALIZADOS ('J'), BAIXAS PARA PERDA ('W')
      *      E BACKOUTS ('B');
      *   4. BKPINIDD / BKPFIMDD - COPIAS DO MESTRE (MASTER.BKP) DE
      *      ABERTURA E DE FECHAMENTO DO MES: A DA PRIMEIRA NOITE DO
      *      MES E A DA PRIMEIRA NOITE DO MES SEGUINTE (O MYMSTBK COPIA
      *      O MESTRE ANTES DO MYBATCH, LOGO ESTA E A POSICAO APOS A
      *      ULTIMA RODADA DO MES).
      *
      * TODOS OS VALORES SAO LIQUIDOS NO SENTIDO DO SALDO (CREDITO
      * SOMA, DEBITO SUBTRAI). EM CADA LINHA DIA/MOEDA:
      *   - CONTABIL = ARQUIVO + ESTORNOS + JUROS/BAIXAS (O GL LANCA O
      *     ACEITO LIQUIDO DE ESTORNOS, O MYJUROS LANCA OS JUROS E O
      *     MYCOBRAN AS BAIXAS - AMBOS SO EM BRL, NA MESMA COLUNA);
      *   - MESTRE (DIARIO 'D') = ARQUIVO (CADA DETALHE ACEITO MEXEU
      *     NO SALDO PELO SEU VALOR).
      * OS BACKOUTS SAO MOSTRADOS EM COLUNA PROPRIA: O MESTRE FOI
      * DESFEITO MAS O GL E O ARQUIVO DA RODADA FICARAM - E O ITEM DE
      * CONCILIACAO QUE A CONTABILIDADE PRECISA ESTORNAR A MAO.
      * NO MES (SOMA BRUTA DAS MOEDAS, COMO O PROPRIO MST-SALDO):
      *   - SALDO FINAL - SALDO INICIAL DO MESTRE = SOMA DO DIARIO
      *     (D + R + J + W + B). AS TRANSFERENCIAS DE FUSAO ('F', DO
      *     MYMERGE) SOMAM ZERO NO MES E NAO ENTRAM NA PROVA.
      * QUALQUER DIVERGENCIA E APONTADA NA FOLHA E O PROGRAMA TERMINA
      * COM RC 8 (MES NAO FECHA).
      *
      * RODA NO FECHAMENTO (STEP099A DO MYMONTH/MYYEAR), COM O CARTAO
      * DO MES GRAVADO PELO PORTAO E, COMO COPIAS DE ABERTURA E DE
      * FECHAMENTO, AS DUAS ULTIMAS GERACOES DO
      * PROD.MYMONTH.MASTER.FECHA (COPIA DO MESTRE TIRADA PELO STEP099
      * DEPOIS DA ULTIMA RODADA DO MES). SEM CARTAO (EXECUCAO AVULSA),
      * PROVA O MES ANTERIOR COM AS COPIAS MASTER.BKP DESCRITAS ACIMA.
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
           SELECT GL-FILE ASSIGN TO GLPOSTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO ARCHINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
           SELECT BKPINI-FILE ASSIGN TO BKPINIDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BKI-FILE-STATUS.
           SELECT BKPFIM-FILE ASSIGN TO BKPFIMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BKF-FILE-STATUS.
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
      *--- MESMO LAYOUT DO GL-RECORD DO MYBATCH ('P' LANCAMENTO, 'T'
      *--- TOTAIS DA GERACAO)
       FD GL-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 GL-RECORD.
           05 GLP-TIPO               PIC X(01).
           05 GLP-RUN-DATE           PIC X(08).
           05 GLP-RUN-ID             PIC X(08).
           05 GLP-MOEDA              PIC X(03).
           05 GLP-NATUREZA           PIC X(01).
           05 GLP-VALOR              PIC 9(13)V99.
           05 FILLER                 PIC X(44).
       01 GL-TRAILER-ALT REDEFINES GL-RECORD.
           05 GLT-TIPO               PIC X(01).
           05 GLT-COUNT              PIC 9(07).
           05 GLT-TOT-DEBITO         PIC 9(13)V99.
           05 GLT-TOT-CREDITO        PIC 9(13)V99.
           05 FILLER                 PIC X(42).
      *
      *--- MESMO LAYOUT DO OUT-RECORD DO MYBATCH (COM AS VISOES DE
      *--- CABECALHO E TRAILER)
       FD ARCH-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ARCH-RECORD.
           05 ARCH-REC-TYPE          PIC X(01).
              88 ARCH-REC-IS-HEADER  VALUE 'H'.
              88 ARCH-REC-IS-DETAIL  VALUE 'D'.
              88 ARCH-REC-IS-TRAILER VALUE 'T'.
           05 ARCH-OUT-ID            PIC X(10).
           05 ARCH-OUT-TIMESTAMP     PIC X(26).
           05 ARCH-OUT-DATA.
               10 ARCH-OUT-VALOR     PIC 9(11)V99.
               10 ARCH-OUT-VALOR-X REDEFINES ARCH-OUT-VALOR
                                     PIC X(13).
               10 ARCH-OUT-DC        PIC X(01).
               10 FILLER             PIC X(08).
               10 ARCH-OUT-MOEDA     PIC X(03).
               10 FILLER             PIC X(38).
      *
       01 ARCH-HEADER-ALT REDEFINES ARCH-RECORD.
           05 FILLER                 PIC X(01).
           05 ARCH-HDR-RUN-DATE      PIC X(08).
           05 ARCH-HDR-RUN-ID        PIC X(08).
           05 FILLER                 PIC X(83).
      *
      *--- MESMO LAYOUT DO MSTJRN-RECORD DO MYBATCH
       FD MSTJRN-FILE
          RECORD CONTAINS 230 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MSTJRN-RECORD.
           05 MJR-RUN-DATE           PIC 9(08).
           05 MJR-RUN-DATE-X REDEFINES MJR-RUN-DATE
                                     PIC X(08).
           05 MJR-TIME               PIC 9(06).
           05 MJR-RUN-ID             PIC X(08).
           05 MJR-ACAO               PIC X(01).
           05 MJR-ORIGEM             PIC X(01).
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
      *--- COPIAS DO MESTRE (MESMO LAYOUT DO MST-RECORD)
       FD BKPINI-FILE
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 BKI-RECORD.
           05 BKI-ID                 PIC X(10).
           05 BKI-CONTA              PIC 9(03).
           05 BKI-DATA               PIC X(68).
           05 BKI-ULT-ATUALIZACAO    PIC 9(08).
           05 BKI-SALDO              PIC S9(11)V99.
           05 FILLER                 PIC X(17).
      *
       FD BKPFIM-FILE
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 BKF-RECORD.
           05 BKF-ID                 PIC X(10).
           05 BKF-CONTA              PIC 9(03).
           05 BKF-DATA               PIC X(68).
           05 BKF-ULT-ATUALIZACAO    PIC 9(08).
           05 BKF-SALDO              PIC S9(11)V99.
           05 FILLER                 PIC X(17).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
      *--- MESMO LAYOUT DO PARM-RECORD DO MYCYCRPT (NO MYMONTH, O
      *--- CARTAO DO MES GRAVADO PELO PORTAO)
       FD PARM-FILE
          RECORD CONTAINS 6 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-MES-PROVA         PIC 9(06).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-GL-FILE-STATUS     PIC X(02).
              88 WS-GL-OK           VALUE '00'.
              88 WS-GL-EOF          VALUE '10'.
           05 WS-ARCH-FILE-STATUS   PIC X(02).
              88 WS-ARCH-OK         VALUE '00'.
              88 WS-ARCH-EOF        VALUE '10'.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-BKI-FILE-STATUS    PIC X(02).
              88 WS-BKI-OK          VALUE '00'.
              88 WS-BKI-EOF         VALUE '10'.
           05 WS-BKF-FILE-STATUS    PIC X(02).
              88 WS-BKF-OK          VALUE '00'.
              88 WS-BKF-EOF         VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- FOLHA DE PROVA: UMA LINHA POR DATA DE RODADA E MOEDA (ATE
      *--- 31 DIAS X 12 MOEDAS). VALORES LIQUIDOS NO SENTIDO DO SALDO.
       01 WS-PRV-TABLE.
           05 WS-PRV-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-PRV-ENTRY OCCURS 372 TIMES
              INDEXED BY WS-PRV-IDX.
              10 WS-PRV-CHAVE.
                 15 WS-PRV-DATA     PIC X(08).
                 15 WS-PRV-MOEDA    PIC X(03).
              10 WS-PRV-GL          PIC S9(13)V99.
              10 WS-PRV-OUT         PIC S9(13)V99.
              10 WS-PRV-JRN-D       PIC S9(13)V99.
              10 WS-PRV-JRN-R       PIC S9(13)V99.
              10 WS-PRV-JRN-J       PIC S9(13)V99.
              10 WS-PRV-JRN-B       PIC S9(13)V99.
           05 WS-PRV-OVERFLOW-SW    PIC X(01) VALUE 'N'.
              88 WS-PRV-OVERFLOW    VALUE 'S'.
      *
      *--- AREA DE TROCA DA ORDENACAO DA FOLHA (MESMO TAMANHO DE UMA
      *--- LINHA DA TABELA)
       01 WS-PRV-TROCA              PIC X(101).
      *
       01 WS-WORK-VARS.
           05 WS-CHAVE-BUSCA.
              10 WS-DATA-BUSCA      PIC X(08).
              10 WS-MOEDA-BUSCA     PIC X(03).
           05 WS-CUR-RUN-DATE       PIC X(08) VALUE SPACES.
           05 WS-VALOR-LIQ          PIC S9(13)V99 VALUE ZERO.
           05 WS-DIF-CONTABIL       PIC S9(13)V99 VALUE ZERO.
           05 WS-DIF-MESTRE         PIC S9(13)V99 VALUE ZERO.
           05 WS-ACHOU-SW           PIC X(01) VALUE 'N'.
              88 WS-ACHOU           VALUE 'S'.
           05 WS-TROCOU-SW          PIC X(01) VALUE 'N'.
              88 WS-TROCOU          VALUE 'S'.
           05 WS-NAO-FECHA-SW       PIC X(01) VALUE 'N'.
              88 WS-MES-NAO-FECHA   VALUE 'S'.
           05 WS-SUB                PIC 9(03) COMP.
           05 WS-VALOR-ED           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-QTDE-ED            PIC ZZZ.ZZZ.ZZ9.
      *
       01 WS-DATA-CONTROLE.
           05 WS-CURRENT-DATE-RAW.
              10 WS-CUR-AAAA        PIC 9(04).
              10 WS-CUR-MM          PIC 9(02).
              10 WS-CUR-DD          PIC 9(02).
           05 WS-MES-PROVA          PIC 9(06) VALUE ZERO.
           05 WS-MES-PROVA-R REDEFINES WS-MES-PROVA.
              10 WS-PRV-AAAA        PIC 9(04).
              10 WS-PRV-MM          PIC 9(02).
           05 WS-MES-PROVA-X REDEFINES WS-MES-PROVA
                                    PIC X(06).
      *
      *--- TOTAIS DO MES (SOMA BRUTA DAS MOEDAS, COMO O MST-SALDO)
       01 WS-TOTAIS-MES.
           05 WS-MES-GL             PIC S9(13)V99 VALUE ZERO.
           05 WS-MES-OUT            PIC S9(13)V99 VALUE ZERO.
           05 WS-MES-JRN-D          PIC S9(13)V99 VALUE ZERO.
           05 WS-MES-JRN-R          PIC S9(13)V99 VALUE ZERO.
           05 WS-MES-JRN-J          PIC S9(13)V99 VALUE ZERO.
           05 WS-MES-JRN-B          PIC S9(13)V99 VALUE ZERO.
           05 WS-MES-JRN-TOTAL      PIC S9(13)V99 VALUE ZERO.
           05 WS-MES-SALDO-INI      PIC S9(13)V99 VALUE ZERO.
           05 WS-MES-SALDO-FIM      PIC S9(13)V99 VALUE ZERO.
           05 WS-MES-VARIACAO       PIC S9(13)V99 VALUE ZERO.
      *
      *--- INTEGRIDADE DAS GERACOES DO GL: OS 'P' LIDOS CONTRA A SOMA
      *--- DOS TRAILERS 'T' (TODAS AS GERACOES CONCATENADAS)
       01 WS-GL-CONTROLE.
           05 WS-GL-LIDOS-P         PIC 9(09) VALUE ZERO.
           05 WS-GL-LIDOS-DEB       PIC 9(15)V99 VALUE ZERO.
           05 WS-GL-LIDOS-CRED      PIC 9(15)V99 VALUE ZERO.
           05 WS-GL-TRL-COUNT       PIC 9(09) VALUE ZERO.
           05 WS-GL-TRL-DEB         PIC 9(15)V99 VALUE ZERO.
           05 WS-GL-TRL-CRED        PIC 9(15)V99 VALUE ZERO.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-GL-READ      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ARCH-READ    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MJR-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-BKI-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-BKF-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DIVERGENCIAS PIC 9(05) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
              '*** PROVA DE FECHAMENTO DO MES (GL/MESTRE/OUT) ***'.
           05 FILLER                PIC X(06) VALUE 'MES: '.
           05 RPT-HDR-MES           PIC 9(06).
           05 FILLER                PIC X(68) VALUE SPACES.
      *
       01 WS-RPT-COLUNAS.
           05 FILLER                PIC X(14) VALUE
              '  DATA     MOE'.
           05 FILLER                PIC X(18) VALUE
              '     CONTABIL (GL)'.
           05 FILLER                PIC X(18) VALUE
              '     ARQUIVO (OUT)'.
           05 FILLER                PIC X(18) VALUE
              '          ESTORNOS'.
           05 FILLER                PIC X(18) VALUE
              '      JUROS/BAIXAS'.
           05 FILLER                PIC X(18) VALUE
              '          BACKOUTS'.
           05 FILLER                PIC X(18) VALUE
              '   MESTRE (DIARIO)'.
           05 FILLER                PIC X(11) VALUE
              '  SITUACAO'.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-GL UNTIL WS-GL-EOF.
           PERFORM 2100-SCAN-ARCHIVE UNTIL WS-ARCH-EOF.
           PERFORM 2200-SCAN-JOURNAL UNTIL WS-MJR-EOF.
           PERFORM 2300-SUM-BACKUPS.
           PERFORM 3000-FINALIZE.
      *
           IF WS-MES-NAO-FECHA
              MOVE 8 TO RETURN-CODE
              DISPLAY 'MYPV001 MES ' WS-MES-PROVA ' NAO FECHA. '
                      'DIVERGENCIAS: ' WS-COUNT-DIVERGENCIAS
           END-IF.
           DISPLAY 'PROGRAMA MYPRVMES CONCLUIDO. MES: ' WS-MES-PROVA
                   ' LINHAS DA PROVA: ' WS-PRV-COUNT.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
      *
           OPEN INPUT GL-FILE.
           IF NOT WS-GL-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GL-FILE'
              DISPLAY 'FILE STATUS: ' WS-GL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN INPUT ARCH-FILE.
           IF NOT WS-ARCH-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ARCH-FILE'
              DISPLAY 'FILE STATUS: ' WS-ARCH-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN INPUT BKPINI-FILE.
           IF NOT WS-BKI-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO BKPINI-FILE'
              DISPLAY 'FILE STATUS: ' WS-BKI-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN INPUT BKPFIM-FILE.
           IF NOT WS-BKF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO BKPFIM-FILE'
              DISPLAY 'FILE STATUS: ' WS-BKF-FILE-STATUS
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
           MOVE WS-MES-PROVA TO RPT-HDR-MES.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           PERFORM 4000-READ-NEXT-GL.
           PERFORM 4010-READ-NEXT-ARCH.
           PERFORM 4020-READ-NEXT-JOURNAL.
           EXIT.
      *
      *--- MES DA PROVA: PARMDD OU, NA FALTA DELE, O MES ANTERIOR AO
      *--- DA EXECUCAO (A PROVA RODA DEPOIS DA PRIMEIRA NOITE DO MES
      *--- SEGUINTE, QUANDO JA EXISTE A COPIA DE FECHAMENTO)
       1150-READ-PARM-CARD.
           ACCEPT WS-CURRENT-DATE-RAW FROM DATE YYYYMMDD.
           IF WS-CUR-MM = 1
              COMPUTE WS-PRV-AAAA = WS-CUR-AAAA - 1
              MOVE 12 TO WS-PRV-MM
           ELSE
              MOVE WS-CUR-AAAA TO WS-PRV-AAAA
              COMPUTE WS-PRV-MM = WS-CUR-MM - 1
           END-IF.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-MES-PROVA IS NUMERIC
                 AND PARM-MES-PROVA > ZERO
                 MOVE PARM-MES-PROVA TO WS-MES-PROVA
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           DISPLAY 'MES DA PROVA: ' WS-MES-PROVA.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ACUMULACAO
      *================================================================*
      *--- LANCAMENTOS DO GL: NATUREZA 'C' SOMA, 'D' SUBTRAI. OS
      *--- TRAILERS SO ENTRAM NA CONFERENCIA DE INTEGRIDADE
       2000-SCAN-GL.
           EVALUATE GLP-TIPO
               WHEN 'P'
                   ADD 1 TO WS-GL-LIDOS-P
                   IF GLP-NATUREZA = 'D'
                      ADD GLP-VALOR TO WS-GL-LIDOS-DEB
                      COMPUTE WS-VALOR-LIQ = ZERO - GLP-VALOR
                   ELSE
                      ADD GLP-VALOR TO WS-GL-LIDOS-CRED
                      MOVE GLP-VALOR TO WS-VALOR-LIQ
                   END-IF
                   IF GLP-RUN-DATE(1:6) = WS-MES-PROVA-X
                      MOVE GLP-RUN-DATE TO WS-DATA-BUSCA
                      MOVE GLP-MOEDA    TO WS-MOEDA-BUSCA
                      PERFORM 2500-LOCALIZAR-LINHA
                      IF WS-ACHOU
                         ADD WS-VALOR-LIQ TO WS-PRV-GL(WS-PRV-IDX)
                      END-IF
                      ADD WS-VALOR-LIQ TO WS-MES-GL
                   END-IF
               WHEN 'T'
                   ADD GLT-COUNT       TO WS-GL-TRL-COUNT
                   ADD GLT-TOT-DEBITO  TO WS-GL-TRL-DEB
                   ADD GLT-TOT-CREDITO TO WS-GL-TRL-CRED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 4000-READ-NEXT-GL.
           EXIT.
      *
      *--- ARQUIVO MORTO: A DATA VEM DO CABECALHO 'H' DA RODADA E E
      *--- LIMPA NO TRAILER (COMO NO MYMONRPT); DETALHE SEM DATA OU
      *--- FORA DO MES NAO ENTRA
       2100-SCAN-ARCHIVE.
           EVALUATE TRUE
               WHEN ARCH-REC-IS-HEADER
                   MOVE ARCH-HDR-RUN-DATE TO WS-CUR-RUN-DATE
               WHEN ARCH-REC-IS-DETAIL
                   IF WS-CUR-RUN-DATE(1:6) = WS-MES-PROVA-X
                      AND ARCH-OUT-VALOR-X IS NUMERIC
                      PERFORM 2150-ACUMULAR-ARQUIVO
                   END-IF
               WHEN ARCH-REC-IS-TRAILER
                   MOVE SPACES TO WS-CUR-RUN-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 4010-READ-NEXT-ARCH.
           EXIT.
      *
       2150-ACUMULAR-ARQUIVO.
           EVALUATE ARCH-OUT-DC
               WHEN 'D'
                   COMPUTE WS-VALOR-LIQ = ZERO - ARCH-OUT-VALOR
               WHEN 'C'
                   MOVE ARCH-OUT-VALOR TO WS-VALOR-LIQ
               WHEN OTHER
                   MOVE ZERO TO WS-VALOR-LIQ
           END-EVALUATE.
           MOVE WS-CUR-RUN-DATE TO WS-DATA-BUSCA.
           IF ARCH-OUT-MOEDA = SPACES
              MOVE 'BRL' TO WS-MOEDA-BUSCA
           ELSE
              MOVE ARCH-OUT-MOEDA TO WS-MOEDA-BUSCA
           END-IF.
           PERFORM 2500-LOCALIZAR-LINHA.
           IF WS-ACHOU
              ADD WS-VALOR-LIQ TO WS-PRV-OUT(WS-PRV-IDX)
           END-IF.
           ADD WS-VALOR-LIQ TO WS-MES-OUT.
           EXIT.
      *
      *--- DIARIO DO MESTRE: A VARIACAO DE SALDO DE CADA LINHA (DEPOIS
      *--- MENOS ANTES) VAI PARA A COLUNA DA ORIGEM. A MOEDA E A DO
      *--- MOVIMENTO: IMAGEM DEPOIS NOS DETALHES E ESTORNOS, IMAGEM
      *--- ANTES NOS BACKOUTS (QUE TRAZEM O MOVIMENTO DESFEITO NELA) E
      *--- SEMPRE BRL NOS JUROS E NAS BAIXAS (O MYJUROS E O MYCOBRAN
      *--- LANCAM EM BRL)
       2200-SCAN-JOURNAL.
           IF MJR-RUN-DATE-X(1:6) = WS-MES-PROVA-X
              AND MJR-ORIGEM NOT = 'F'
              AND MJR-ORIGEM NOT = 'H'
              COMPUTE WS-VALOR-LIQ =
                 MJR-SALDO-DEPOIS - MJR-SALDO-ANTES
              MOVE MJR-RUN-DATE-X TO WS-DATA-BUSCA
              EVALUATE MJR-ORIGEM
                  WHEN 'J'
                  WHEN 'W'
                      MOVE 'BRL' TO WS-MOEDA-BUSCA
                  WHEN 'B'
                      MOVE MJR-DATA-ANTES(23:3) TO WS-MOEDA-BUSCA
                  WHEN OTHER
                      MOVE MJR-DATA-DEPOIS(23:3) TO WS-MOEDA-BUSCA
                      IF WS-MOEDA-BUSCA = SPACES
                         MOVE MJR-DATA-ANTES(23:3) TO WS-MOEDA-BUSCA
                      END-IF
              END-EVALUATE
              IF WS-MOEDA-BUSCA = SPACES
                 MOVE 'BRL' TO WS-MOEDA-BUSCA
              END-IF
              PERFORM 2500-LOCALIZAR-LINHA
              PERFORM 2250-ACUMULAR-DIARIO
           END-IF.
           PERFORM 4020-READ-NEXT-JOURNAL.
           EXIT.
      *
       2250-ACUMULAR-DIARIO.
           EVALUATE MJR-ORIGEM
               WHEN 'R'
                   ADD WS-VALOR-LIQ TO WS-MES-JRN-R
                   IF WS-ACHOU
                      ADD WS-VALOR-LIQ TO WS-PRV-JRN-R(WS-PRV-IDX)
                   END-IF
               WHEN 'J'
               WHEN 'W'
                   ADD WS-VALOR-LIQ TO WS-MES-JRN-J
                   IF WS-ACHOU
                      ADD WS-VALOR-LIQ TO WS-PRV-JRN-J(WS-PRV-IDX)
                   END-IF
               WHEN 'B'
                   ADD WS-VALOR-LIQ TO WS-MES-JRN-B
                   IF WS-ACHOU
                      ADD WS-VALOR-LIQ TO WS-PRV-JRN-B(WS-PRV-IDX)
                   END-IF
               WHEN OTHER
                   ADD WS-VALOR-LIQ TO WS-MES-JRN-D
                   IF WS-ACHOU
                      ADD WS-VALOR-LIQ TO WS-PRV-JRN-D(WS-PRV-IDX)
                   END-IF
           END-EVALUATE.
           EXIT.
      *
      *--- SALDO TOTAL DO MESTRE NAS COPIAS DE ABERTURA E FECHAMENTO
       2300-SUM-BACKUPS.
           READ BKPINI-FILE.
           PERFORM UNTIL NOT WS-BKI-OK
              ADD 1 TO WS-COUNT-BKI-READ
              IF BKI-SALDO IS NUMERIC
                 ADD BKI-SALDO TO WS-MES-SALDO-INI
              END-IF
              READ BKPINI-FILE
           END-PERFORM.
           IF NOT WS-BKI-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO BKPINI-FILE'
              DISPLAY 'FILE STATUS: ' WS-BKI-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           READ BKPFIM-FILE.
           PERFORM UNTIL NOT WS-BKF-OK
              ADD 1 TO WS-COUNT-BKF-READ
              IF BKF-SALDO IS NUMERIC
                 ADD BKF-SALDO TO WS-MES-SALDO-FIM
              END-IF
              READ BKPFIM-FILE
           END-PERFORM.
           IF NOT WS-BKF-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO BKPFIM-FILE'
              DISPLAY 'FILE STATUS: ' WS-BKF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- LOCALIZA (OU ABRE) A LINHA DIA/MOEDA DE WS-CHAVE-BUSCA.
      *--- TABELA CHEIA: A LINHA NAO E ABERTA, O VALOR FICA SO NOS
      *--- TOTAIS DO MES E A PROVA NAO PODE FECHAR
       2500-LOCALIZAR-LINHA.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WS-PRV-COUNT > ZERO
              PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                      UNTIL WS-PRV-IDX > WS-PRV-COUNT
                 IF WS-PRV-CHAVE(WS-PRV-IDX) = WS-CHAVE-BUSCA
                    SET WS-ACHOU TO TRUE
                    SET WS-SUB TO WS-PRV-IDX
                    SET WS-PRV-IDX TO WS-PRV-COUNT
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-ACHOU
              SET WS-PRV-IDX TO WS-SUB
           ELSE
              IF WS-PRV-COUNT < 372
                 ADD 1 TO WS-PRV-COUNT
                 SET WS-PRV-IDX TO WS-PRV-COUNT
                 MOVE WS-CHAVE-BUSCA TO WS-PRV-CHAVE(WS-PRV-IDX)
                 MOVE ZERO TO WS-PRV-GL(WS-PRV-IDX)
                 MOVE ZERO TO WS-PRV-OUT(WS-PRV-IDX)
                 MOVE ZERO TO WS-PRV-JRN-D(WS-PRV-IDX)
                 MOVE ZERO TO WS-PRV-JRN-R(WS-PRV-IDX)
                 MOVE ZERO TO WS-PRV-JRN-J(WS-PRV-IDX)
                 MOVE ZERO TO WS-PRV-JRN-B(WS-PRV-IDX)
                 SET WS-ACHOU TO TRUE
              ELSE
                 SET WS-PRV-OVERFLOW TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO (FOLHA POR DIA/MOEDA E PROVA DO MES)
      *================================================================*
       3000-FINALIZE.
           PERFORM 3050-ORDENAR-FOLHA.
           PERFORM 3100-SECAO-POR-DIA.
           PERFORM 3200-SECAO-INTEGRIDADE-GL.
           PERFORM 3300-SECAO-PROVA-MES.
           CLOSE GL-FILE ARCH-FILE MSTJRN-FILE BKPINI-FILE
                 BKPFIM-FILE RPT-FILE.
           EXIT.
      *
      *--- AS FONTES CHEGAM EM ORDENS DIFERENTES: ORDENA A FOLHA POR
      *--- DATA E MOEDA (TROCA SIMPLES - SAO POUCAS CENTENAS DE LINHAS)
       3050-ORDENAR-FOLHA.
           SET WS-TROCOU TO TRUE.
           PERFORM UNTIL NOT WS-TROCOU
              MOVE 'N' TO WS-TROCOU-SW
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB >= WS-PRV-COUNT
                 IF WS-PRV-CHAVE(WS-SUB) > WS-PRV-CHAVE(WS-SUB + 1)
                    MOVE WS-PRV-ENTRY(WS-SUB) TO WS-PRV-TROCA
                    MOVE WS-PRV-ENTRY(WS-SUB + 1)
                        TO WS-PRV-ENTRY(WS-SUB)
                    MOVE WS-PRV-TROCA TO WS-PRV-ENTRY(WS-SUB + 1)
                    SET WS-TROCOU TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.
           EXIT.
      *
       3100-SECAO-POR-DIA.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'PROVA POR DATA DE RODADA E MOEDA:' TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COLUNAS TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           IF WS-PRV-OVERFLOW
              MOVE 'AVISO: MAIS DE 372 LINHAS DIA/MOEDA. FOLHA PARCIAL.'
                  TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
              SET WS-MES-NAO-FECHA TO TRUE
              ADD 1 TO WS-COUNT-DIVERGENCIAS
           END-IF.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
              PERFORM 3150-IMPRIMIR-LINHA
           END-PERFORM.
           EXIT.
      *
      *--- UMA LINHA DA FOLHA; NA DIVERGENCIA, UMA SEGUNDA LINHA COM AS
      *--- DIFERENCAS (CONTABIL X ARQUIVO+ESTORNOS+JUROS E MESTRE X
      *--- ARQUIVO)
       3150-IMPRIMIR-LINHA.
           COMPUTE WS-DIF-CONTABIL = WS-PRV-GL(WS-PRV-IDX)
                 - WS-PRV-OUT(WS-PRV-IDX)
                 - WS-PRV-JRN-R(WS-PRV-IDX)
                 - WS-PRV-JRN-J(WS-PRV-IDX).
           COMPUTE WS-DIF-MESTRE = WS-PRV-JRN-D(WS-PRV-IDX)
                 - WS-PRV-OUT(WS-PRV-IDX).
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE WS-PRV-DATA(WS-PRV-IDX)  TO RPT-RECORD(3:8).
           MOVE WS-PRV-MOEDA(WS-PRV-IDX) TO RPT-RECORD(12:3).
           MOVE WS-PRV-GL(WS-PRV-IDX)    TO WS-VALOR-ED.
           MOVE WS-VALOR-ED              TO RPT-RECORD(15:18).
           MOVE WS-PRV-OUT(WS-PRV-IDX)   TO WS-VALOR-ED.
           MOVE WS-VALOR-ED              TO RPT-RECORD(33:18).
           MOVE WS-PRV-JRN-R(WS-PRV-IDX) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED              TO RPT-RECORD(51:18).
           MOVE WS-PRV-JRN-J(WS-PRV-IDX) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED              TO RPT-RECORD(69:18).
           MOVE WS-PRV-JRN-B(WS-PRV-IDX) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED              TO RPT-RECORD(87:18).
           MOVE WS-PRV-JRN-D(WS-PRV-IDX) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED              TO RPT-RECORD(105:18).
           IF WS-DIF-CONTABIL = ZERO AND WS-DIF-MESTRE = ZERO
              MOVE '  OK'      TO RPT-RECORD(123:10)
              PERFORM 4200-WRITE-REPORT
           ELSE
              MOVE '  DIVERGE' TO RPT-RECORD(123:10)
              PERFORM 4200-WRITE-REPORT
              SET WS-MES-NAO-FECHA TO TRUE
              ADD 1 TO WS-COUNT-DIVERGENCIAS
              MOVE SPACES TO RPT-RECORD
              MOVE '    DIFERENCA GL X OUT+EST+JUROS:'
                  TO RPT-RECORD(1:33)
              MOVE WS-DIF-CONTABIL TO WS-VALOR-ED
              MOVE WS-VALOR-ED     TO RPT-RECORD(34:18)
              MOVE '   DIFERENCA MESTRE X OUT:' TO RPT-RECORD(52:26)
              MOVE WS-DIF-MESTRE   TO WS-VALOR-ED
              MOVE WS-VALOR-ED     TO RPT-RECORD(78:18)
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *--- CONFERENCIA DAS GERACOES DO GL CONTRA OS SEUS TRAILERS:
      *--- GERACAO TRUNCADA OU CONCATENADA PELA METADE APARECE AQUI
       3200-SECAO-INTEGRIDADE-GL.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'INTEGRIDADE DAS GERACOES DO GL:' TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE '  LANCAMENTOS LIDOS          :' TO RPT-RECORD(1:30).
           MOVE WS-GL-LIDOS-P TO WS-QTDE-ED.
           MOVE WS-QTDE-ED TO RPT-RECORD(32:11).
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE '  SOMA DOS TRAILERS DO GL    :' TO RPT-RECORD(1:30).
           MOVE WS-GL-TRL-COUNT TO WS-QTDE-ED.
           MOVE WS-QTDE-ED TO RPT-RECORD(32:11).
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           IF WS-GL-LIDOS-P = WS-GL-TRL-COUNT
              AND WS-GL-LIDOS-DEB = WS-GL-TRL-DEB
              AND WS-GL-LIDOS-CRED = WS-GL-TRL-CRED
              MOVE '  CONFERENCIA COM OS TRAILERS: OK'
                  TO RPT-RECORD
           ELSE
              MOVE '  CONFERENCIA COM OS TRAILERS: DIVERGE'
                  TO RPT-RECORD
              SET WS-MES-NAO-FECHA TO TRUE
              ADD 1 TO WS-COUNT-DIVERGENCIAS
           END-IF.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- PROVA DO MES EM SOMA BRUTA DAS MOEDAS: AS DUAS IGUALDADES
      *--- DA FOLHA NO TOTAL E A VARIACAO DO SALDO DO MESTRE ENTRE AS
      *--- COPIAS CONTRA TUDO QUE O DIARIO REGISTROU
       3300-SECAO-PROVA-MES.
           COMPUTE WS-MES-JRN-TOTAL = WS-MES-JRN-D + WS-MES-JRN-R
                                    + WS-MES-JRN-J + WS-MES-JRN-B.
           COMPUTE WS-MES-VARIACAO = WS-MES-SALDO-FIM
                                   - WS-MES-SALDO-INI.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'PROVA DO MES (SOMA DAS MOEDAS):' TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
      *
           MOVE '  CONTABIL (GL) LIQUIDO      :' TO RPT-RECORD(1:30).
           MOVE WS-MES-GL TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
           MOVE '  ARQUIVO (OUT) LIQUIDO      :' TO RPT-RECORD(1:30).
           MOVE WS-MES-OUT TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
           MOVE '  DIARIO - DETALHES          :' TO RPT-RECORD(1:30).
           MOVE WS-MES-JRN-D TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
           MOVE '  DIARIO - ESTORNOS          :' TO RPT-RECORD(1:30).
           MOVE WS-MES-JRN-R TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
           MOVE '  DIARIO - JUROS E BAIXAS    :' TO RPT-RECORD(1:30).
           MOVE WS-MES-JRN-J TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
           MOVE '  DIARIO - BACKOUTS          :' TO RPT-RECORD(1:30).
           MOVE WS-MES-JRN-B TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
           MOVE '  SALDO DO MESTRE - ABERTURA :' TO RPT-RECORD(1:30).
           MOVE WS-MES-SALDO-INI TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
           MOVE '  SALDO DO MESTRE - FECHAMENTO:' TO RPT-RECORD(1:31).
           MOVE WS-MES-SALDO-FIM TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
           MOVE '  VARIACAO DO SALDO DO MESTRE:' TO RPT-RECORD(1:30).
           MOVE WS-MES-VARIACAO TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
           MOVE '  TOTAL REGISTRADO NO DIARIO :' TO RPT-RECORD(1:30).
           MOVE WS-MES-JRN-TOTAL TO WS-VALOR-ED.
           PERFORM 3350-LINHA-VALOR.
      *
           MOVE SPACES TO RPT-RECORD.
           IF WS-MES-VARIACAO = WS-MES-JRN-TOTAL
              MOVE '  MESTRE X DIARIO: OK' TO RPT-RECORD
           ELSE
              MOVE '  MESTRE X DIARIO: DIVERGE' TO RPT-RECORD
              SET WS-MES-NAO-FECHA TO TRUE
              ADD 1 TO WS-COUNT-DIVERGENCIAS
           END-IF.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           IF WS-MES-NAO-FECHA
              MOVE 'RESULTADO: O MES NAO FECHA. DIVERGENCIAS:'
                  TO RPT-RECORD(1:41)
              MOVE WS-COUNT-DIVERGENCIAS TO WS-QTDE-ED
              MOVE WS-QTDE-ED TO RPT-RECORD(43:11)
           ELSE
              MOVE 'RESULTADO: MES FECHADO NAS TRES VIAS.'
                  TO RPT-RECORD
           END-IF.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       3350-LINHA-VALOR.
           MOVE WS-VALOR-ED TO RPT-RECORD(32:18).
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O
      *================================================================*
       4000-READ-NEXT-GL.
           READ GL-FILE.
           IF WS-GL-OK
              ADD 1 TO WS-COUNT-GL-READ
           ELSE
              IF NOT WS-GL-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO GL-FILE'
                 DISPLAY 'FILE STATUS: ' WS-GL-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       4010-READ-NEXT-ARCH.
           READ ARCH-FILE.
           IF WS-ARCH-OK
              ADD 1 TO WS-COUNT-ARCH-READ
           ELSE
              IF NOT WS-ARCH-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO ARCH-FILE'
                 DISPLAY 'FILE STATUS: ' WS-ARCH-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       4020-READ-NEXT-JOURNAL.
           READ MSTJRN-FILE.
           IF WS-MJR-OK
              ADD 1 TO WS-COUNT-MJR-READ
           ELSE
              IF NOT WS-MJR-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
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
           DISPLAY '*** PROGRAMA MYPRVMES ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
