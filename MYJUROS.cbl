       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYJUROS.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - APROPRIACAO DIARIA DE JUROS SOBRE POSICOES
      * DEVEDORAS DO CADASTRO MESTRE
      *
      * O MST-SALDO JA E A POSICAO CORRENTE DO CLIENTE, MAS NADA
      * COBRAVA O CUSTO DE UM CLIENTE PARADO EM POSICAO DEVEDORA. ESTE
      * PASSO RODA DEPOIS DO MYBATCH E, PARA CADA MESTRE COM SALDO
      * NEGATIVO:
      *
      *   1. APROPRIA OS JUROS DOS DIAS CORRIDOS DESDE A ULTIMA
      *      APROPRIACAO, A TAXA DA FAIXA DE SALDO (TAXJURDD, TABELA
      *      MANTIDA EM DATASET - TAXA ANUAL, ANO COMERCIAL DE 360
      *      DIAS), ACUMULANDO NO ACRJURDD (VSAM KSDS POR ID +
      *      CONTA - CADA CONTA DO CLIENTE TEM O SEU ACUMULADO);
      *   2. NO ULTIMO DIA UTIL DO MES (CALENDDD) CAPITALIZA O
      *      ACUMULADO: DEBITA O MST-SALDO PELO MESMO CAMINHO DE UM
      *      MOVIMENTO NORMAL - LINHA NO MSTJRN COM SALDOS ANTES/DEPOIS
      *      E ORIGEM 'J' E LANCAMENTO 'P' NA GERACAO DO GLPOSTDD.
      *
      * O RELATORIO MOSTRA O ACUMULADO ATE A DATA POR CLIENTE E O
      * TOTAL APROPRIADO, BASE DA PROVISAO CONTABILIZADA PELA AREA
      * FINANCEIRA.
      *
      * A CAPITALIZACAO NAO MEXE EM MST-ULT-ATUALIZACAO: JUROS NAO SAO
      * MOVIMENTO DO CLIENTE. UMA RE-EXECUCAO NO MESMO DIA NAO APROPRIA
      * DE NOVO (ACR-ULT-DATA JA ESTA NA DATA DE REFERENCIA).
      *
      * CLIENTE QUE JA TEM ACUMULADO E ESTA CREDOR NA RODADA TAMBEM
      * TEM O ACR-ULT-DATA AVANCADO (ATE A VESPERA DO PROXIMO DIA
      * UTIL), PARA QUE OS DIAS EM POSICAO CREDORA NUNCA ENTREM NA
      * CONTA DE JUROS QUANDO ELE VOLTAR A FICAR DEVEDOR.
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
      *--- ACUMULADO DE JUROS POR CLIENTE (VSAM KSDS POR ID)
           SELECT ACR-FILE ASSIGN TO ACRJURDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACR-CHAVE
                  FILE STATUS IS WS-ACR-FILE-STATUS.
      *
      *--- TABELA DE TAXAS POR FAIXA DE SALDO DEVEDOR
           SELECT TAX-FILE ASSIGN TO TAXJURDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TAX-FILE-STATUS.
      *
           SELECT CAL-FILE ASSIGN TO CALENDDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CAL-DATE
                  FILE STATUS IS WS-CAL-FILE-STATUS.
      *
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
           SELECT GL-FILE ASSIGN TO GLPOSTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GL-FILE-STATUS.
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
           05 FILLER                 PIC X(17).
      *
      *--- ACUMULADO: DATA DA ULTIMA APROPRIACAO + JUROS APROPRIADOS
      *--- E AINDA NAO CAPITALIZADOS (6 DECIMAIS, PARA A APROPRIACAO
      *--- DIARIA NAO PERDER CENTAVOS NO ARREDONDAMENTO) + TOTAL JA
      *--- CAPITALIZADO NA VIDA DO MESTRE
       FD ACR-FILE
          RECORD CONTAINS 53 CHARACTERS.
       01 ACR-RECORD.
           05 ACR-CHAVE.
               10 ACR-ID             PIC X(10).
               10 ACR-CONTA          PIC 9(03).
           05 ACR-ULT-DATA           PIC 9(08).
           05 ACR-VALOR-ACUM         PIC 9(11)V9(06).
           05 ACR-TOTAL-CAPITALIZADO PIC 9(11)V99.
           05 FILLER                 PIC X(02).
      *
      *--- UMA FAIXA POR REGISTRO, EM ORDEM CRESCENTE DE LIMITE: SALDO
      *--- DEVEDOR (ABSOLUTO) ATE O LIMITE + TAXA ANUAL EM PERCENTUAL.
      *--- A ULTIMA FAIXA COBRE QUALQUER SALDO ACIMA DAS ANTERIORES.
       FD TAX-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 TAX-RECORD.
           05 TAX-FAIXA-ATE          PIC 9(11)V99.
           05 TAX-TAXA-ANUAL         PIC 9(03)V9(04).
           05 FILLER                 PIC X(60).
      *
      *--- MESMO LAYOUT DO CAL-RECORD DO MYCALGT/MYBATCH
       FD CAL-FILE
          RECORD CONTAINS 8 CHARACTERS.
       01 CAL-RECORD.
           05 CAL-DATE               PIC 9(08).
      *
      *--- MESMO LAYOUT DO MSTJRN-RECORD DO MYBATCH. MJR-ORIGEM 'J' =
      *--- CAPITALIZACAO DE JUROS.
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
      *--- MESMO LAYOUT DO GL-RECORD DO MYBATCH
       FD GL-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 GL-RECORD                  PIC X(80).
       01 GL-RECORD-POST REDEFINES GL-RECORD.
           05 GLP-TIPO               PIC X(01).
           05 GLP-RUN-DATE           PIC X(08).
           05 GLP-RUN-ID             PIC X(08).
           05 GLP-MOEDA              PIC X(03).
           05 GLP-NATUREZA           PIC X(01).
           05 GLP-VALOR              PIC 9(13)V99.
           05 FILLER                 PIC X(44).
       01 GL-RECORD-TRAILER REDEFINES GL-RECORD.
           05 GLT-TIPO               PIC X(01).
           05 GLT-COUNT              PIC 9(07).
           05 GLT-TOT-DEBITO         PIC 9(13)V99.
           05 GLT-TOT-CREDITO        PIC 9(13)V99.
           05 FILLER                 PIC X(42).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
      *--- CARTAO DE PARAMETROS (OPCIONAL): DATA DE REFERENCIA DA
      *--- APROPRIACAO (ZERO = DATA DO SISTEMA; INFORMADA SO NA
      *--- RE-EXECUCAO ATRASADA DE UMA NOITE) + 'S' PARA FORCAR A
      *--- CAPITALIZACAO FORA DO ULTIMO DIA UTIL
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-DATA-REFERENCIA   PIC 9(08).
           05 PARM-FORCA-CAPITALIZ   PIC X(01).
           05 FILLER                 PIC X(71).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK          VALUE '00'.
              88 WS-MST-EOF         VALUE '10'.
           05 WS-ACR-FILE-STATUS    PIC X(02).
              88 WS-ACR-OK          VALUE '00'.
              88 WS-ACR-NOTFND      VALUE '23'.
           05 WS-TAX-FILE-STATUS    PIC X(02).
              88 WS-TAX-OK          VALUE '00'.
           05 WS-CAL-FILE-STATUS    PIC X(02).
              88 WS-CAL-OK          VALUE '00'.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
           05 WS-GL-FILE-STATUS     PIC X(02).
              88 WS-GL-OK           VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-TAXA-TABLE.
           05 WS-TAXA-COUNT         PIC 9(02) VALUE ZERO.
           05 WS-TAXA-ENTRY OCCURS 20 TIMES
              INDEXED BY WS-TAXA-IDX.
              10 WS-TAXA-FAIXA-ATE  PIC 9(11)V99.
              10 WS-TAXA-ANUAL      PIC 9(03)V9(04).
      *
       01 WS-CAL-CONTROLE.
           05 WS-CAL-PROXIMO        PIC 9(08) VALUE ZERO.
           05 WS-CAL-PROXIMO-R REDEFINES WS-CAL-PROXIMO.
              10 WS-CAL-PROX-AAAAMM PIC 9(06).
              10 WS-CAL-PROX-DD     PIC 9(02).
           05 WS-HOJE-UTIL-SW       PIC X(01) VALUE 'N'.
              88 WS-HOJE-E-UTIL     VALUE 'S'.
           05 WS-CAPITALIZA-SW      PIC X(01) VALUE 'N'.
              88 WS-DIA-CAPITALIZA  VALUE 'S'.
      *
       01 WS-DATA-CONTROLE.
           05 WS-DATA-REF           PIC 9(08) VALUE ZERO.
           05 WS-DATA-REF-R REDEFINES WS-DATA-REF.
              10 WS-REF-AAAAMM      PIC 9(06).
              10 WS-REF-DD          PIC 9(02).
           05 WS-DATA-REF-R2 REDEFINES WS-DATA-REF.
              10 FILLER             PIC 9(02).
              10 WS-REF-AAMMDD      PIC 9(06).
           05 WS-TIME-RAW           PIC 9(08) VALUE ZERO.
           05 WS-TIME-6             PIC 9(06) VALUE ZERO.
           05 WS-RUN-ID.
              10 FILLER             PIC X(02) VALUE 'JR'.
              10 WS-RUN-ID-AAMMDD   PIC 9(06) VALUE ZERO.
      *
       01 WS-CALCULO.
           05 WS-ABS-SALDO          PIC 9(11)V99 VALUE ZERO.
           05 WS-DIAS               PIC S9(05) COMP VALUE ZERO.
           05 WS-TAXA-APLICADA      PIC 9(03)V9(04) VALUE ZERO.
           05 WS-JUROS-DIA          PIC 9(11)V9(06) VALUE ZERO.
           05 WS-CAPITALIZAR        PIC 9(11)V99 VALUE ZERO.
           05 WS-SALDO-ANTES        PIC S9(11)V99 VALUE ZERO.
           05 WS-ACR-EXISTE-SW      PIC X(01) VALUE 'N'.
              88 WS-ACR-EXISTE      VALUE 'S'.
           05 WS-ACR-AVANCOU-SW     PIC X(01) VALUE 'N'.
              88 WS-ACR-DATA-AVANCADA VALUE 'S'.
           05 WS-DATA-CREDORA       PIC 9(08) VALUE ZERO.
      *--- A LINHA JA ENCADEADA, GUARDADA ENQUANTO A ANCORA DIARIA
      *--- (MYMJRCAD) E ESCRITA NA FRENTE DELA
           05 WS-MJR-LINHA-SALVA    PIC X(230) VALUE SPACES.
      *
      *--- ENCADEAMENTO DAS LINHAS DO DIARIO (MODULO MYMJRCAD)
       COPY MYMJRCDC.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-MST-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DEVEDORES    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-APROPRIADOS  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CAPITALIZ    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-JA-APROPR    PIC 9(09) VALUE ZERO.
           05 WS-TOT-JUROS-DIA      PIC 9(13)V9(06) VALUE ZERO.
           05 WS-TOT-ACUMULADO      PIC 9(13)V9(06) VALUE ZERO.
           05 WS-TOT-CAPITALIZADO   PIC 9(13)V99 VALUE ZERO.
           05 WS-GL-COUNT           PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
              'MYJUROS - APROPRIACAO DE JUROS S/ POSICAO DEVEDORA'.
           05 FILLER                PIC X(18) VALUE
              'DATA REFERENCIA: '.
           05 RPT-HDR-DATA-REF      PIC 9(08).
           05 FILLER                PIC X(54) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE
              'CLIENTE/CONTA     SALDO DEVEDOR  TAXA A.A. DIAS    JUROS 
      -       'DO PERIODO  ACUMULADO ATE A DATA      CAPITALIZADO'.
      *
       01 WS-RPT-DET-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-ID            PIC X(10).
           05 FILLER                PIC X(01) VALUE '/'.
           05 RPT-DET-CONTA         PIC 9(03).
           05 RPT-DET-SALDO         PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-TAXA          PIC ZZ9,9999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-DIAS          PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-JUROS         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-ACUMULADO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-CAPITALIZ     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(29) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC Z.ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(89) VALUE SPACES.
      *
       01 WS-RPT-AMOUNT-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-AMT-DESC          PIC X(30).
           05 RPT-AMT-VALUE         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(84) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-MASTER UNTIL WS-MST-EOF.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYJUROS CONCLUIDO. APROPRIADOS: '
                   WS-COUNT-APROPRIADOS ' CAPITALIZADOS: '
                   WS-COUNT-CAPITALIZ.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-TIME-6.
           MOVE WS-REF-AAMMDD TO WS-RUN-ID-AAMMDD.
           PERFORM 1155-LOAD-CALENDAR.
           PERFORM 1157-LOAD-RATE-TABLE.
           PERFORM 1100-OPEN-FILES.
           MOVE WS-DATA-REF TO RPT-HDR-DATA-REF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 4000-READ-NEXT-MASTER.
           EXIT.
      *
       1100-OPEN-FILES.
           OPEN I-O MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN I-O ACR-FILE.
           IF NOT WS-ACR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ACR-FILE'
              DISPLAY 'FILE STATUS: ' WS-ACR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *--- ULTIMO HASH DO DIARIO, LIDO ANTES DO OPEN EXTEND
           MOVE 'I' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF NOT MJC-OK
              DISPLAY 'ERRO FATAL NA LEITURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' MJC-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN EXTEND MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT WS-GL-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GL-FILE'
              DISPLAY 'FILE STATUS: ' WS-GL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- LE O CARTAO PARMDD (OPCIONAL). SEM ELE, A REFERENCIA E A
      *--- DATA DO SISTEMA E SO O ULTIMO DIA UTIL CAPITALIZA.
       1150-READ-PARM-CARD.
           ACCEPT WS-DATA-REF FROM DATE YYYYMMDD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DATA-REFERENCIA IS NUMERIC
                 AND PARM-DATA-REFERENCIA > ZERO
                 MOVE PARM-DATA-REFERENCIA TO WS-DATA-REF
              END-IF
              IF PARM-FORCA-CAPITALIZ = 'S'
                 SET WS-DIA-CAPITALIZA TO TRUE
                 DISPLAY 'MYJR001 CAPITALIZACAO FORCADA PELO PARMDD.'
                         UPON CONSOLE
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           DISPLAY 'DATA DE REFERENCIA DA APROPRIACAO: ' WS-DATA-REF.
           EXIT.
      *
      *--- VARRE O CALENDARIO: A DATA DE REFERENCIA E O ULTIMO DIA
      *--- UTIL DO MES QUANDO ELA MESMA E UTIL E O PROXIMO DIA UTIL
      *--- CADASTRADO JA CAI EM OUTRO MES (OU NAO EXISTE).
       1155-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF NOT WS-CAL-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CAL-FILE'
              DISPLAY 'FILE STATUS: ' WS-CAL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ CAL-FILE.
           PERFORM UNTIL NOT WS-CAL-OK
              IF CAL-DATE = WS-DATA-REF
                 SET WS-HOJE-E-UTIL TO TRUE
              END-IF
              IF CAL-DATE > WS-DATA-REF AND WS-CAL-PROXIMO = ZERO
                 MOVE CAL-DATE TO WS-CAL-PROXIMO
              END-IF
              READ CAL-FILE
           END-PERFORM.
           CLOSE CAL-FILE.
           IF WS-HOJE-E-UTIL
              AND (WS-CAL-PROXIMO = ZERO
                   OR WS-CAL-PROX-AAAAMM NOT = WS-REF-AAAAMM)
              SET WS-DIA-CAPITALIZA TO TRUE
           END-IF.
           IF WS-DIA-CAPITALIZA
              DISPLAY 'MYJR002 ULTIMO DIA UTIL DO MES: JUROS '
                      'ACUMULADOS SERAO CAPITALIZADOS.' UPON CONSOLE
           END-IF.
           EXIT.
      *
       1157-LOAD-RATE-TABLE.
           OPEN INPUT TAX-FILE.
           IF NOT WS-TAX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TAX-FILE'
              DISPLAY 'FILE STATUS: ' WS-TAX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ TAX-FILE.
           PERFORM UNTIL NOT WS-TAX-OK
              IF WS-TAXA-COUNT >= 20
                 DISPLAY 'MYJR003 MAIS DE 20 FAIXAS NA TABELA DE '
                         'TAXAS. EXCEDENTES IGNORADAS.'
                 MOVE '10' TO WS-TAX-FILE-STATUS
              ELSE
                 IF TAX-FAIXA-ATE IS NOT NUMERIC
                    OR TAX-TAXA-ANUAL IS NOT NUMERIC
                    DISPLAY 'MYJR004 FAIXA INVALIDA NA TABELA DE '
                            'TAXAS: ' TAX-RECORD
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-TAXA-COUNT
                 SET WS-TAXA-IDX TO WS-TAXA-COUNT
                 MOVE TAX-FAIXA-ATE  TO WS-TAXA-FAIXA-ATE(WS-TAXA-IDX)
                 MOVE TAX-TAXA-ANUAL TO WS-TAXA-ANUAL(WS-TAXA-IDX)
                 READ TAX-FILE
              END-IF
           END-PERFORM.
           CLOSE TAX-FILE.
           IF WS-TAXA-COUNT = ZERO
              DISPLAY 'MYJR005 TABELA DE TAXAS (TAXJURDD) VAZIA.'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           DISPLAY 'TABELA DE TAXAS CARREGADA. FAIXAS: '
                   WS-TAXA-COUNT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
       2000-PROCESS-MASTER.
           ADD 1 TO WS-COUNT-MST-READ.
           MOVE ZERO TO WS-DIAS WS-JUROS-DIA WS-CAPITALIZAR
                        WS-TAXA-APLICADA.
           MOVE 'N' TO WS-ACR-AVANCOU-SW.
           PERFORM 2100-READ-ACCRUAL.
           IF MST-SALDO < ZERO
              ADD 1 TO WS-COUNT-DEVEDORES
              PERFORM 2200-ACCRUE-INTEREST
           ELSE
              PERFORM 2250-SKIP-CREDIT-DAYS
           END-IF.
           IF WS-DIA-CAPITALIZA AND ACR-VALOR-ACUM > ZERO
              PERFORM 2300-CAPITALIZE-INTEREST
           END-IF.
           IF MST-SALDO < ZERO OR WS-CAPITALIZAR > ZERO
              OR ACR-VALOR-ACUM > ZERO
              PERFORM 2400-SAVE-ACCRUAL
              ADD ACR-VALOR-ACUM TO WS-TOT-ACUMULADO
              PERFORM 2500-WRITE-DETAIL-LINE
           ELSE
              IF WS-ACR-DATA-AVANCADA
                 PERFORM 2400-SAVE-ACCRUAL
              END-IF
           END-IF.
           PERFORM 4000-READ-NEXT-MASTER.
           EXIT.
      *
       2100-READ-ACCRUAL.
           MOVE MST-CHAVE TO ACR-CHAVE.
           READ ACR-FILE.
           EVALUATE TRUE
               WHEN WS-ACR-OK
                   SET WS-ACR-EXISTE TO TRUE
               WHEN WS-ACR-NOTFND
                   MOVE 'N' TO WS-ACR-EXISTE-SW
                   MOVE MST-CHAVE TO ACR-CHAVE
                   MOVE ZERO   TO ACR-ULT-DATA ACR-VALOR-ACUM
                                  ACR-TOTAL-CAPITALIZADO
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO ACR-FILE'
                   DISPLAY 'FILE STATUS: ' WS-ACR-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- JUROS SIMPLES SOBRE O SALDO DEVEDOR DOS DIAS CORRIDOS DESDE
      *--- A ULTIMA APROPRIACAO (PRIMEIRA VEZ = 1 DIA). DEPOIS DE UM FIM
      *--- DE SEMANA O PRIMEIRO DIA UTIL APROPRIA OS DIAS PARADOS - MAS
      *--- SO OS DIAS EM QUE O CLIENTE JA ESTAVA DEVEDOR: SE NA RODADA
      *--- ANTERIOR ELE ESTAVA CREDOR, O 2250 JA LEVOU O ACR-ULT-DATA
      *--- ATE A VESPERA DESTE DIA UTIL E SO 1 DIA E COBRADO.
       2200-ACCRUE-INTEREST.
           IF ACR-ULT-DATA >= WS-DATA-REF
              ADD 1 TO WS-COUNT-JA-APROPR
           ELSE
              IF ACR-ULT-DATA = ZERO
                 MOVE 1 TO WS-DIAS
              ELSE
                 COMPUTE WS-DIAS =
                     FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                   - FUNCTION INTEGER-OF-DATE(ACR-ULT-DATA)
              END-IF
              COMPUTE WS-ABS-SALDO = ZERO - MST-SALDO
              PERFORM 2210-FIND-RATE-BAND
              COMPUTE WS-JUROS-DIA ROUNDED =
                  WS-ABS-SALDO * WS-TAXA-APLICADA / 100
                               * WS-DIAS / 360
              ADD WS-JUROS-DIA TO ACR-VALOR-ACUM
              ADD WS-JUROS-DIA TO WS-TOT-JUROS-DIA
              MOVE WS-DATA-REF TO ACR-ULT-DATA
              ADD 1 TO WS-COUNT-APROPRIADOS
           END-IF.
           EXIT.
      *
      *--- CLIENTE CREDOR COM ACUMULADO GRAVADO: OS DIAS ATE A VESPERA
      *--- DO PROXIMO DIA UTIL (O SALDO SO MUDA NO PROXIMO MYBATCH) NAO
      *--- SAO DE POSICAO DEVEDORA. SEM PROXIMO DIA UTIL NO CALENDARIO,
      *--- AVANCA SO ATE A DATA DE REFERENCIA.
       2250-SKIP-CREDIT-DAYS.
           IF WS-ACR-EXISTE AND ACR-ULT-DATA < WS-DATA-REF
              IF WS-CAL-PROXIMO > WS-DATA-REF
                 COMPUTE WS-DATA-CREDORA = FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(WS-CAL-PROXIMO) - 1)
              ELSE
                 MOVE WS-DATA-REF TO WS-DATA-CREDORA
              END-IF
              MOVE WS-DATA-CREDORA TO ACR-ULT-DATA
              SET WS-ACR-DATA-AVANCADA TO TRUE
           END-IF.
           EXIT.
      *
      *--- PRIMEIRA FAIXA CUJO LIMITE COBRE O SALDO; ACIMA DE TODAS,
      *--- VALE A ULTIMA.
       2210-FIND-RATE-BAND.
           SET WS-TAXA-IDX TO WS-TAXA-COUNT.
           MOVE WS-TAXA-ANUAL(WS-TAXA-IDX) TO WS-TAXA-APLICADA.
           PERFORM VARYING WS-TAXA-IDX FROM WS-TAXA-COUNT BY -1
                   UNTIL WS-TAXA-IDX < 1
              IF WS-ABS-SALDO <= WS-TAXA-FAIXA-ATE(WS-TAXA-IDX)
                 MOVE WS-TAXA-ANUAL(WS-TAXA-IDX) TO WS-TAXA-APLICADA
              END-IF
           END-PERFORM.
           EXIT.
      *
      *--- CAPITALIZA O ACUMULADO (ARREDONDADO A CENTAVOS) COMO UM
      *--- DEBITO NO MESTRE, COM DIARIO E LANCAMENTO CONTABIL.
       2300-CAPITALIZE-INTEREST.
           COMPUTE WS-CAPITALIZAR ROUNDED = ACR-VALOR-ACUM.
           IF WS-CAPITALIZAR > ZERO
              MOVE MST-SALDO TO WS-SALDO-ANTES
              SUBTRACT WS-CAPITALIZAR FROM MST-SALDO
              REWRITE MST-RECORD
              IF NOT WS-MST-OK
                 DISPLAY 'ERRO FATAL DE REWRITE NO MST-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              PERFORM 2310-GRAVAR-MST-JOURNAL
              ADD WS-CAPITALIZAR TO ACR-TOTAL-CAPITALIZADO
              ADD WS-CAPITALIZAR TO WS-TOT-CAPITALIZADO
              ADD 1 TO WS-COUNT-CAPITALIZ
           END-IF.
           MOVE ZERO TO ACR-VALOR-ACUM.
           EXIT.
      *
       2310-GRAVAR-MST-JOURNAL.
           MOVE WS-DATA-REF    TO MJR-RUN-DATE.
           MOVE WS-TIME-6      TO MJR-TIME.
           MOVE WS-RUN-ID      TO MJR-RUN-ID.
           MOVE 'A'            TO MJR-ACAO.
           MOVE 'J'            TO MJR-ORIGEM.
           MOVE MST-ID         TO MJR-ID.
           MOVE MST-CONTA      TO MJR-CONTA.
           MOVE MST-DATA       TO MJR-DATA-ANTES.
           MOVE MST-DATA       TO MJR-DATA-DEPOIS.
           MOVE WS-SALDO-ANTES TO MJR-SALDO-ANTES.
           MOVE MST-SALDO      TO MJR-SALDO-DEPOIS.
           MOVE SPACES         TO MSTJRN-RECORD(197:4).
      *--- DATA DA GRAVACAO E HASH ENCADEADO; NO PRIMEIRO WRITE DE UM
      *--- DIA NOVO A ANCORA DO DIA ANTERIOR VAI NA FRENTE
           MOVE 'E' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF MJC-ANCORA-PENDENTE
              MOVE MSTJRN-RECORD TO WS-MJR-LINHA-SALVA
              MOVE MJC-ANCORA TO MSTJRN-RECORD
              PERFORM 2320-WRITE-MST-JOURNAL
              MOVE WS-MJR-LINHA-SALVA TO MSTJRN-RECORD
           END-IF.
           PERFORM 2320-WRITE-MST-JOURNAL.
           EXIT.
      *
       2320-WRITE-MST-JOURNAL.
           WRITE MSTJRN-RECORD.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2400-SAVE-ACCRUAL.
           IF WS-ACR-EXISTE
              REWRITE ACR-RECORD
           ELSE
              WRITE ACR-RECORD
           END-IF.
           IF NOT WS-ACR-OK
              DISPLAY 'ERRO FATAL DE GRAVACAO NO ACR-FILE'
              DISPLAY 'FILE STATUS: ' WS-ACR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2500-WRITE-DETAIL-LINE.
           MOVE MST-ID           TO RPT-DET-ID.
           MOVE MST-CONTA        TO RPT-DET-CONTA.
           MOVE MST-SALDO        TO RPT-DET-SALDO.
           MOVE WS-TAXA-APLICADA TO RPT-DET-TAXA.
           MOVE WS-DIAS          TO RPT-DET-DIAS.
           MOVE WS-JUROS-DIA     TO RPT-DET-JUROS.
           MOVE ACR-VALOR-ACUM   TO RPT-DET-ACUMULADO.
           MOVE WS-CAPITALIZAR   TO RPT-DET-CAPITALIZ.
           MOVE WS-RPT-DET-LINE  TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           PERFORM 3100-WRITE-GL-POSTINGS.
           PERFORM 3200-WRITE-SUMMARY.
           CLOSE MST-FILE ACR-FILE MSTJRN-FILE GL-FILE RPT-FILE.
           EXIT.
      *
      *--- UM 'P' COM O TOTAL CAPITALIZADO (NATUREZA 'D': DEBITO NOS
      *--- CLIENTES) + O TRAILER 'T' DE CONTROLE. A GERACAO E GRAVADA
      *--- TODA NOITE; FORA DA CAPITALIZACAO SAI SO O TRAILER ZERADO.
       3100-WRITE-GL-POSTINGS.
           IF WS-TOT-CAPITALIZADO > ZERO
              MOVE SPACES          TO GL-RECORD
              MOVE 'P'             TO GLP-TIPO
              MOVE WS-DATA-REF     TO GLP-RUN-DATE
              MOVE WS-RUN-ID       TO GLP-RUN-ID
              MOVE 'BRL'           TO GLP-MOEDA
              MOVE 'D'             TO GLP-NATUREZA
              MOVE WS-TOT-CAPITALIZADO TO GLP-VALOR
              WRITE GL-RECORD
              IF NOT WS-GL-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO GL-FILE'
                 DISPLAY 'FILE STATUS: ' WS-GL-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-GL-COUNT
           END-IF.
           MOVE SPACES              TO GL-RECORD.
           MOVE 'T'                 TO GLT-TIPO.
           MOVE WS-GL-COUNT         TO GLT-COUNT.
           MOVE WS-TOT-CAPITALIZADO TO GLT-TOT-DEBITO.
           MOVE ZERO                TO GLT-TOT-CREDITO.
           WRITE GL-RECORD.
           IF NOT WS-GL-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO GL-FILE'
              DISPLAY 'FILE STATUS: ' WS-GL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       3200-WRITE-SUMMARY.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'MESTRES LIDOS                :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MST-READ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MESTRES EM POSICAO DEVEDORA  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-DEVEDORES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'JUROS APROPRIADOS NESTA DATA :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-APROPRIADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'JA APROPRIADOS (RE-EXECUCAO) :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-JA-APROPR TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MESTRES CAPITALIZADOS        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CAPITALIZ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'JUROS APROPRIADOS NA DATA    :' TO RPT-AMT-DESC.
           MOVE WS-TOT-JUROS-DIA TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           MOVE 'TOTAL ACUMULADO (PROVISAO)   :' TO RPT-AMT-DESC.
           MOVE WS-TOT-ACUMULADO TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           MOVE 'TOTAL CAPITALIZADO           :' TO RPT-AMT-DESC.
           MOVE WS-TOT-CAPITALIZADO TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-MASTER.
           READ MST-FILE NEXT RECORD.
           IF NOT WS-MST-OK AND NOT WS-MST-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
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
       4210-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       4220-WRITE-AMOUNT-LINE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYJUROS ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
