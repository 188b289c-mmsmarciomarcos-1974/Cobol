       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYMONGT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - PORTAO DO FECHAMENTO MENSAL (JOB MYMONTH)
      *
      * RODA COMO PRIMEIRO STEP DO MYMONTH (E DA VARIANTE DE FIM DE
      * ANO, MYYEAR), SUBMETIDO PELO SCHEDULER DEPOIS DE CADA MYNIGHT.
      * SO DEIXA A CADEIA MENSAL SEGUIR QUANDO A DATA UTIL DO CICLO QUE
      * ACABOU DE RODAR E A ULTIMA DO MES NO CALENDARIO (CALENDDD):
      *
      *   1. A DATA DE REFERENCIA E A ULTIMA DATA REGISTRADA NO
      *      PROCDTDD PELO MYCALGT (A DATA UTIL DO MYNIGHT QUE ACABOU -
      *      O CICLO TERMINA DE MADRUGADA, JA COM A DATA DO SISTEMA NO
      *      DIA SEGUINTE, ENTAO A DATA DO SISTEMA NAO SERVE);
      *   2. E O ULTIMO DIA UTIL DO MES QUANDO A PROXIMA DATA DO
      *      CALENDARIO JA E DE OUTRO MES (CALENDARIO SEM DATA FUTURA
      *      NENHUMA RETEM A CADEIA: NAO DA PARA AFIRMAR O FIM DO MES);
      *   3. O MES AINDA NAO CONSTA DO REGISTRO DE FECHAMENTOS JA
      *      FEITOS (MESDTDD) - O MESMO MES NAO FECHA DUAS VEZES.
      *
      * LIBERADO O FECHAMENTO, O PORTAO PREPARA A CADEIA:
      *
      *   - FAIXA DE GERACOES DO MES: COPIA PARA O MESOUTDD AS RODADAS
      *     (LOTES H...T DO OUT-FILE) CUJO CABECALHO 'H' E DO MES DE
      *     REFERENCIA, LIDAS DE TODAS AS GERACOES DO ARQUIVO MORTO MAIS
      *     O OUT-FILE DA ULTIMA NOITE, AINDA NAO ARQUIVADO (ARCHINDD).
      *     O MYMONRPT E O MYSTMEXT LEEM O MESOUTDD - NINGUEM MAIS CONTA
      *     GERACOES NA MAO. MENOS RODADAS QUE DIAS UTEIS NO MES SAI NO
      *     CONSOLE E NO RELATORIO (GERACAO QUE SAIU DO GDG?);
      *   - CARTOES DO MES PARA OS STEPS SEGUINTES: MES AAAAMM DO
      *     MYCYCRPT (CYCPRMDD), DATA DE REFERENCIA DO MYREGPOS
      *     (REGPRMDD) E FAIXA DE DATAS DO MYLKPRPT (LKPPRMDD - O MES
      *     CIVIL INTEIRO; NO FIM DE ANO, O ANO INTEIRO).
      *   OS CARTOES E A FAIXA FICAM EM DATASETS (E NAO EM SYSIN) PARA
      *   QUE UM RESTART= NO MEIO DA CADEIA, QUE PULA ESTE STEP,
      *   REAPROVEITE O QUE FOI PREPARADO AQUI.
      *
      * CARTAO PARMDD (OPCIONAL):
      *   COLUNA 1    = TIPO DE FECHAMENTO: 'M' MENSAL (BRANCO) OU 'A'
      *                 ANUAL (MYYEAR). NO MENSAL, O ULTIMO DIA UTIL DE
      *                 DEZEMBRO FICA PARA O MYYEAR (RC 4); NO ANUAL,
      *                 SO O ULTIMO DIA UTIL DO ANO LIBERA.
      *   COLUNAS 2-9 = DATA DE REFERENCIA AAAAMMDD, SO PARA FECHAR UM
      *                 MES ATRASADO; BRANCO = ULTIMA DATA DO PROCDTDD.
      *
      * RETURN-CODE 0 = FECHAMENTO LIBERADO; 4 = NAO E O DIA (NORMAL,
      * O COND DOS DEMAIS STEPS PULA A CADEIA); 16 = CADEIA RETIDA
      * (CALENDARIO INCONSISTENTE, MES JA FECHADO, MES SEM RODADAS) OU
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
      *
      *--- CALENDARIO DE DIAS UTEIS (MESMO VSAM DO MYCALGT), VARRIDO
      *--- EM ORDEM DE DATA
           SELECT CAL-FILE ASSIGN TO CALENDDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CAL-DATE
                  FILE STATUS IS WS-CAL-FILE-STATUS.
      *
      *--- REGISTRO DE DATAS UTEIS JA PROCESSADAS (GRAVADO PELO
      *--- MYCALGT NO INICIO DE CADA MYNIGHT)
           SELECT DONE-FILE ASSIGN TO PROCDTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DONE-FILE-STATUS.
      *
      *--- REGISTRO DE MESES JA FECHADOS (UM AAAAMM POR REGISTRO,
      *--- ACRESCENTADO NO FIM A CADA FECHAMENTO LIBERADO)
           SELECT MES-FILE ASSIGN TO MESDTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MES-FILE-STATUS.
      *
      *--- GERACOES DO ARQUIVO MORTO + OUT-FILE DA ULTIMA NOITE
           SELECT ARCH-FILE ASSIGN TO ARCHINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-FILE-STATUS.
      *
      *--- RODADAS DO MES (ENTRADA DO MYMONRPT E DO MYSTMEXT)
           SELECT MESOUT-FILE ASSIGN TO MESOUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MESOUT-FILE-STATUS.
      *
      *--- CARTOES DO MES PARA OS STEPS DA CADEIA
           SELECT CYCPRM-FILE ASSIGN TO CYCPRMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CYCPRM-FILE-STATUS.
           SELECT REGPRM-FILE ASSIGN TO REGPRMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REGPRM-FILE-STATUS.
           SELECT LKPPRM-FILE ASSIGN TO LKPPRMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LKPPRM-FILE-STATUS.
      *
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      *--- RELATORIO DO PORTAO (LIDO PELO RESUMO DO FECHAMENTO)
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD CAL-FILE
          RECORD CONTAINS 8 CHARACTERS.
       01 CAL-RECORD.
           05 CAL-DATE               PIC 9(08).
      *
       FD DONE-FILE
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 DONE-RECORD.
           05 DONE-DATE              PIC 9(08).
      *
       FD MES-FILE
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MES-RECORD.
           05 MES-ANOMES             PIC 9(06).
           05 MES-TIPO               PIC X(01).
           05 FILLER                 PIC X(01).
      *
      *--- MESMO LAYOUT DO OUT-RECORD DO MYBATCH (SO O TIPO E A DATA
      *--- DO CABECALHO INTERESSAM AQUI)
       FD ARCH-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ARCH-RECORD.
           05 ARCH-REC-TYPE          PIC X(01).
              88 ARCH-REC-IS-HEADER  VALUE 'H'.
              88 ARCH-REC-IS-TRAILER VALUE 'T'.
           05 FILLER                 PIC X(99).
       01 ARCH-HEADER-ALT REDEFINES ARCH-RECORD.
           05 FILLER                 PIC X(01).
           05 ARCH-HDR-RUN-DATE      PIC X(08).
           05 ARCH-HDR-RUN-DATE-R REDEFINES ARCH-HDR-RUN-DATE.
               10 ARCH-HDR-ANOMES    PIC X(06).
               10 FILLER             PIC X(02).
           05 ARCH-HDR-RUN-ID        PIC X(08).
           05 FILLER                 PIC X(83).
      *
       FD MESOUT-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MESOUT-RECORD             PIC X(100).
      *
      *--- MESMO LAYOUT DO PARM-RECORD DO MYCYCRPT
       FD CYCPRM-FILE
          RECORD CONTAINS 6 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CYCPRM-RECORD.
           05 CYCPRM-MES             PIC 9(06).
      *
      *--- MESMO LAYOUT DO PARM-RECORD DO MYREGPOS
       FD REGPRM-FILE
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 REGPRM-RECORD.
           05 REGPRM-DATA-REF        PIC 9(08).
      *
      *--- MESMO LAYOUT DO PARM-RECORD DO MYLKPRPT
       FD LKPPRM-FILE
          RECORD CONTAINS 26 CHARACTERS.
       01 LKPPRM-RECORD.
           05 LKPPRM-ID-CLIENTE      PIC X(10).
           05 LKPPRM-DATE-FROM       PIC 9(08).
           05 LKPPRM-DATE-TO         PIC 9(08).
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-TIPO              PIC X(01).
           05 PARM-DATA-REF          PIC X(08).
           05 PARM-DATA-REF-N REDEFINES PARM-DATA-REF
                                     PIC 9(08).
           05 FILLER                 PIC X(71).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
      *--- FILE STATUS
       01 WS-FILE-STATUS-FIELDS.
           05 WS-CAL-FILE-STATUS    PIC X(02).
              88 WS-CAL-OK          VALUE '00'.
              88 WS-CAL-EOF         VALUE '10'.
           05 WS-DONE-FILE-STATUS   PIC X(02).
              88 WS-DONE-OK         VALUE '00'.
              88 WS-DONE-EOF        VALUE '10'.
           05 WS-MES-FILE-STATUS    PIC X(02).
              88 WS-MES-OK          VALUE '00'.
              88 WS-MES-EOF         VALUE '10'.
           05 WS-ARCH-FILE-STATUS   PIC X(02).
              88 WS-ARCH-OK         VALUE '00'.
              88 WS-ARCH-EOF        VALUE '10'.
           05 WS-MESOUT-FILE-STATUS PIC X(02).
              88 WS-MESOUT-OK       VALUE '00'.
           05 WS-CYCPRM-FILE-STATUS PIC X(02).
              88 WS-CYCPRM-OK       VALUE '00'.
           05 WS-REGPRM-FILE-STATUS PIC X(02).
              88 WS-REGPRM-OK       VALUE '00'.
           05 WS-LKPPRM-FILE-STATUS PIC X(02).
              88 WS-LKPPRM-OK       VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
      *--- TIPO DE FECHAMENTO E DATA DE REFERENCIA
       01 WS-GATE-CONTROLE.
           05 WS-TIPO-FECHAMENTO    PIC X(01) VALUE 'M'.
              88 WS-FECHAMENTO-MENSAL VALUE 'M'.
              88 WS-FECHAMENTO-ANUAL  VALUE 'A'.
           05 WS-DIA-UTIL-SWITCH    PIC X(01) VALUE 'N'.
              88 WS-DIA-UTIL        VALUE 'S'.
           05 WS-JA-FECHADO-SW      PIC X(01) VALUE 'N'.
              88 WS-JA-FECHADO      VALUE 'S'.
           05 WS-NO-LOTE-SW         PIC X(01) VALUE 'N'.
              88 WS-NO-LOTE-DO-MES  VALUE 'S'.
      *
       01 WS-REF-DATE               PIC 9(08) VALUE ZERO.
       01 WS-REF-DATE-R REDEFINES WS-REF-DATE.
           05 WS-REF-ANOMES         PIC 9(06).
           05 WS-REF-ANOMES-R REDEFINES WS-REF-ANOMES.
               10 WS-REF-ANO        PIC 9(04).
               10 WS-REF-MES        PIC 9(02).
           05 WS-REF-DIA            PIC 9(02).
       01 WS-REF-DATE-X REDEFINES WS-REF-DATE.
           05 WS-REF-ANOMES-X       PIC X(06).
           05 FILLER                PIC X(02).
      *
      *--- PRIMEIRA DATA DO CALENDARIO DEPOIS DA REFERENCIA
       01 WS-PROX-DATE              PIC 9(08) VALUE ZERO.
       01 WS-PROX-DATE-R REDEFINES WS-PROX-DATE.
           05 WS-PROX-ANOMES        PIC 9(06).
           05 WS-PROX-ANOMES-R REDEFINES WS-PROX-ANOMES.
               10 WS-PROX-ANO       PIC 9(04).
               10 WS-PROX-MES       PIC 9(02).
           05 WS-PROX-DIA           PIC 9(02).
      *
       01 WS-CAL-DATE-W             PIC 9(08) VALUE ZERO.
       01 WS-CAL-DATE-W-R REDEFINES WS-CAL-DATE-W.
           05 WS-CAL-ANOMES         PIC 9(06).
           05 FILLER                PIC 9(02).
      *
      *--- FAIXA DE DATAS DO CARTAO DO MYLKPRPT
       01 WS-FAIXA-DE               PIC 9(08) VALUE ZERO.
       01 WS-FAIXA-DE-R REDEFINES WS-FAIXA-DE.
           05 WS-FAIXA-DE-ANO       PIC 9(04).
           05 WS-FAIXA-DE-MES       PIC 9(02).
           05 WS-FAIXA-DE-DIA       PIC 9(02).
       01 WS-FAIXA-ATE              PIC 9(08) VALUE ZERO.
       01 WS-FAIXA-ATE-R REDEFINES WS-FAIXA-ATE.
           05 WS-FAIXA-ATE-ANO      PIC 9(04).
           05 WS-FAIXA-ATE-MES      PIC 9(02).
           05 WS-FAIXA-ATE-DIA      PIC 9(02).
      *
      *--- DIAS DE CADA MES (FEVEREIRO CORRIGIDO NO ANO BISSEXTO)
       01 WS-DIAS-MES-VALORES       PIC X(24) VALUE
          '312831303130313130313031'.
       01 WS-DIAS-MES-TABELA REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-MES           PIC 9(02) OCCURS 12 TIMES.
      *
       01 WS-WORK-VARS.
           05 WS-QUOCIENTE          PIC 9(04) COMP.
           05 WS-RESTO-4            PIC 9(04) COMP.
           05 WS-RESTO-100          PIC 9(04) COMP.
           05 WS-RESTO-400          PIC 9(04) COMP.
           05 WS-PRIM-DATA-FAIXA    PIC X(08) VALUE HIGH-VALUES.
           05 WS-ULT-DATA-FAIXA     PIC X(08) VALUE LOW-VALUES.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-DIAS-UTEIS   PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ARCH-READ    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-RODADAS      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-COPIADOS     PIC 9(09) VALUE ZERO.
      *
      *--- LINHAS DO RELATORIO
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(60) VALUE
              '*** PORTAO DO FECHAMENTO MENSAL (MYMONGT) ***'.
           05 FILLER                PIC X(72) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(93) VALUE SPACES.
      *
       01 WS-RPT-TEXTO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-TXT-DESC          PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-TXT-VALUE         PIC X(40).
           05 FILLER                PIC X(61) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-ULTIMO-DIA-UTIL.
           PERFORM 2100-CHECK-JA-FECHADO.
           PERFORM 2200-MONTAR-FAIXA-MES.
           PERFORM 2300-GRAVAR-CARTOES.
           PERFORM 2400-REGISTRAR-FECHAMENTO.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'MYMONGT: FECHAMENTO DE ' WS-REF-ANOMES
                   ' LIBERADO. RODADAS NA FAIXA: ' WS-COUNT-RODADAS.
           DISPLAY 'PROGRAMA MYMONGT CONCLUIDO'.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
      *
      *--- SEM DATA NO CARTAO, VALE A ULTIMA DATA UTIL PROCESSADA
           IF WS-REF-DATE = ZERO
              PERFORM 1200-LER-ULTIMA-DATA
           END-IF.
           IF WS-REF-DATE = ZERO
              DISPLAY 'MYMG001 NENHUMA DATA PROCESSADA NO PROCDTDD. '
                      'FECHAMENTO RETIDO.' UPON CONSOLE
              PERFORM 9800-GATE-REJECT
           END-IF.
      *
           IF WS-FECHAMENTO-ANUAL
              DISPLAY 'MYMONGT: FECHAMENTO ANUAL, DATA DE REFERENCIA '
                      WS-REF-DATE
           ELSE
              DISPLAY 'MYMONGT: FECHAMENTO MENSAL, DATA DE REFERENCIA '
                      WS-REF-DATE
           END-IF.
           EXIT.
      *
      *--- CARTAO OPCIONAL: TIPO DE FECHAMENTO E DATA DE REFERENCIA
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-TIPO = 'A'
                 SET WS-FECHAMENTO-ANUAL TO TRUE
              END-IF
              IF PARM-DATA-REF IS NUMERIC
                 MOVE PARM-DATA-REF-N TO WS-REF-DATE
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *--- A ULTIMA DATA DO PROCDTDD E A DO MYNIGHT QUE ACABOU
       1200-LER-ULTIMA-DATA.
           OPEN INPUT DONE-FILE.
           IF NOT WS-DONE-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO DONE-FILE'
              DISPLAY 'FILE STATUS: ' WS-DONE-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ DONE-FILE.
           PERFORM UNTIL NOT WS-DONE-OK
              MOVE DONE-DATE TO WS-REF-DATE
              READ DONE-FILE
           END-PERFORM.
           IF NOT WS-DONE-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO DONE-FILE'
              DISPLAY 'FILE STATUS: ' WS-DONE-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE DONE-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE VERIFICACAO
      *================================================================*
      *--- A DATA DE REFERENCIA TEM QUE SER DIA UTIL E A PROXIMA DATA
      *--- DO CALENDARIO TEM QUE SER DE OUTRO MES (NO ANUAL, DE OUTRO
      *--- ANO). CONTA TAMBEM OS DIAS UTEIS DO MES, PARA CONFERIR A
      *--- FAIXA DE GERACOES.
       2000-CHECK-ULTIMO-DIA-UTIL.
           OPEN INPUT CAL-FILE.
           IF NOT WS-CAL-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CAL-FILE'
              DISPLAY 'FILE STATUS: ' WS-CAL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           READ CAL-FILE.
           PERFORM UNTIL NOT WS-CAL-OK
              MOVE CAL-DATE TO WS-CAL-DATE-W
              IF CAL-DATE = WS-REF-DATE
                 SET WS-DIA-UTIL TO TRUE
              END-IF
              IF CAL-DATE > WS-REF-DATE AND WS-PROX-DATE = ZERO
                 MOVE CAL-DATE TO WS-PROX-DATE
              END-IF
              IF WS-CAL-ANOMES = WS-REF-ANOMES
                 ADD 1 TO WS-COUNT-DIAS-UTEIS
              END-IF
              READ CAL-FILE
           END-PERFORM.
           IF NOT WS-CAL-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO CAL-FILE'
              DISPLAY 'FILE STATUS: ' WS-CAL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE CAL-FILE.
      *
           IF NOT WS-DIA-UTIL
              DISPLAY 'MYMG002 A DATA DE REFERENCIA ' WS-REF-DATE
                      ' NAO CONSTA DO CALENDARIO. FECHAMENTO RETIDO.'
                      UPON CONSOLE
              PERFORM 9800-GATE-REJECT
           END-IF.
           IF WS-PROX-DATE = ZERO
              DISPLAY 'MYMG003 CALENDARIO SEM DATAS DEPOIS DE '
                      WS-REF-DATE '. ATUALIZE O CALENDDD (TRNC). '
                      'FECHAMENTO RETIDO.' UPON CONSOLE
              PERFORM 9800-GATE-REJECT
           END-IF.
      *
           IF WS-PROX-ANOMES = WS-REF-ANOMES
              DISPLAY 'MYMG004 ' WS-REF-DATE ' NAO E O ULTIMO DIA '
                      'UTIL DO MES. CADEIA MENSAL NAO RODA.'
              PERFORM 9810-FORA-DO-DIA
           END-IF.
           IF WS-FECHAMENTO-ANUAL AND WS-PROX-ANO = WS-REF-ANO
              DISPLAY 'MYMG005 ' WS-REF-DATE ' NAO E O ULTIMO DIA '
                      'UTIL DO ANO. CADEIA ANUAL NAO RODA.'
              PERFORM 9810-FORA-DO-DIA
           END-IF.
           IF WS-FECHAMENTO-MENSAL AND WS-PROX-ANO NOT = WS-REF-ANO
              DISPLAY 'MYMG006 ' WS-REF-DATE ' E O ULTIMO DIA UTIL '
                      'DO ANO: O FECHAMENTO RODA PELO MYYEAR.'
              PERFORM 9810-FORA-DO-DIA
           END-IF.
           EXIT.
      *
      *--- O MES NAO PODE TER SIDO FECHADO ANTES (MENSAL OU ANUAL)
       2100-CHECK-JA-FECHADO.
           OPEN INPUT MES-FILE.
           IF NOT WS-MES-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MES-FILE'
              DISPLAY 'FILE STATUS: ' WS-MES-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           READ MES-FILE.
           PERFORM UNTIL NOT WS-MES-OK
              IF MES-ANOMES = WS-REF-ANOMES
                 SET WS-JA-FECHADO TO TRUE
              END-IF
              READ MES-FILE
           END-PERFORM.
           IF NOT WS-MES-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MES-FILE'
              DISPLAY 'FILE STATUS: ' WS-MES-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE MES-FILE.
      *
           IF WS-JA-FECHADO
              DISPLAY 'MYMG007 O MES ' WS-REF-ANOMES ' JA FOI '
                      'FECHADO. FECHAMENTO RETIDO.' UPON CONSOLE
              PERFORM 9800-GATE-REJECT
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PREPARACAO DA CADEIA
      *================================================================*
      *--- COPIA AS RODADAS DO MES: DO CABECALHO 'H' DO MES ATE O
      *--- TRAILER 'T' DA MESMA RODADA. REGISTRO FORA DE RODADA (GERACAO
      *--- ANTIGA SEM CABECALHO) NAO ENTRA.
       2200-MONTAR-FAIXA-MES.
           OPEN INPUT ARCH-FILE.
           IF NOT WS-ARCH-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ARCH-FILE'
              DISPLAY 'FILE STATUS: ' WS-ARCH-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT MESOUT-FILE.
           IF NOT WS-MESOUT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MESOUT-FILE'
              DISPLAY 'FILE STATUS: ' WS-MESOUT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           READ ARCH-FILE.
           PERFORM UNTIL NOT WS-ARCH-OK
              ADD 1 TO WS-COUNT-ARCH-READ
              IF ARCH-REC-IS-HEADER
                 IF ARCH-HDR-ANOMES = WS-REF-ANOMES-X
                    SET WS-NO-LOTE-DO-MES TO TRUE
                    ADD 1 TO WS-COUNT-RODADAS
                    IF ARCH-HDR-RUN-DATE < WS-PRIM-DATA-FAIXA
                       MOVE ARCH-HDR-RUN-DATE TO WS-PRIM-DATA-FAIXA
                    END-IF
                    IF ARCH-HDR-RUN-DATE > WS-ULT-DATA-FAIXA
                       MOVE ARCH-HDR-RUN-DATE TO WS-ULT-DATA-FAIXA
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-NO-LOTE-SW
                 END-IF
              END-IF
              IF WS-NO-LOTE-DO-MES
                 PERFORM 2250-COPIAR-REGISTRO
              END-IF
              IF ARCH-REC-IS-TRAILER
                 MOVE 'N' TO WS-NO-LOTE-SW
              END-IF
              READ ARCH-FILE
           END-PERFORM.
           IF NOT WS-ARCH-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO ARCH-FILE'
              DISPLAY 'FILE STATUS: ' WS-ARCH-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE ARCH-FILE MESOUT-FILE.
      *
           IF WS-COUNT-RODADAS = ZERO
              DISPLAY 'MYMG008 NENHUMA RODADA DE ' WS-REF-ANOMES
                      ' NO ARQUIVO MORTO. FECHAMENTO RETIDO.'
                      UPON CONSOLE
              PERFORM 9800-GATE-REJECT
           END-IF.
      *--- UMA RODADA POR DIA UTIL: MENOS QUE ISSO E GERACAO FALTANDO
      *--- (SAIU DO LIMITE DO GDG?). AVISA E SEGUE - O RESUMO MOSTRA.
           IF WS-COUNT-RODADAS < WS-COUNT-DIAS-UTEIS
              DISPLAY 'MYMG009 ' WS-COUNT-RODADAS ' RODADAS PARA '
                      WS-COUNT-DIAS-UTEIS ' DIAS UTEIS EM '
                      WS-REF-ANOMES '. CONFERIR AS GERACOES DO '
                      'ARQUIVO MORTO.' UPON CONSOLE
           END-IF.
           EXIT.
      *
       2250-COPIAR-REGISTRO.
           WRITE MESOUT-RECORD FROM ARCH-RECORD.
           IF NOT WS-MESOUT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO MESOUT-FILE'
              DISPLAY 'FILE STATUS: ' WS-MESOUT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-COPIADOS.
           EXIT.
      *
      *--- CARTOES DOS STEPS SEGUINTES. A FAIXA DO MYLKPRPT E O MES
      *--- CIVIL INTEIRO (ACESSOS DO FIM DE SEMANA DEPOIS DO ULTIMO DIA
      *--- UTIL TAMBEM CONTAM); NO ANUAL, DE 1o DE JANEIRO A 31 DE
      *--- DEZEMBRO.
       2300-GRAVAR-CARTOES.
           MOVE WS-REF-DATE TO WS-FAIXA-DE.
           MOVE WS-REF-DATE TO WS-FAIXA-ATE.
           MOVE 1 TO WS-FAIXA-DE-DIA.
           IF WS-FECHAMENTO-ANUAL
              MOVE 1  TO WS-FAIXA-DE-MES
              MOVE 12 TO WS-FAIXA-ATE-MES
           END-IF.
           MOVE WS-DIAS-MES(WS-FAIXA-ATE-MES) TO WS-FAIXA-ATE-DIA.
           IF WS-FAIXA-ATE-MES = 2
              DIVIDE WS-REF-ANO BY 4 GIVING WS-QUOCIENTE
                     REMAINDER WS-RESTO-4
              DIVIDE WS-REF-ANO BY 100 GIVING WS-QUOCIENTE
                     REMAINDER WS-RESTO-100
              DIVIDE WS-REF-ANO BY 400 GIVING WS-QUOCIENTE
                     REMAINDER WS-RESTO-400
              IF (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO)
                 OR WS-RESTO-400 = ZERO
                 MOVE 29 TO WS-FAIXA-ATE-DIA
              END-IF
           END-IF.
      *
           OPEN OUTPUT CYCPRM-FILE.
           IF NOT WS-CYCPRM-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CYCPRM-FILE'
              DISPLAY 'FILE STATUS: ' WS-CYCPRM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-REF-ANOMES TO CYCPRM-MES.
           WRITE CYCPRM-RECORD.
           IF NOT WS-CYCPRM-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO CYCPRM-FILE'
              DISPLAY 'FILE STATUS: ' WS-CYCPRM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE CYCPRM-FILE.
      *
           OPEN OUTPUT REGPRM-FILE.
           IF NOT WS-REGPRM-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO REGPRM-FILE'
              DISPLAY 'FILE STATUS: ' WS-REGPRM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-REF-DATE TO REGPRM-DATA-REF.
           WRITE REGPRM-RECORD.
           IF NOT WS-REGPRM-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO REGPRM-FILE'
              DISPLAY 'FILE STATUS: ' WS-REGPRM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE REGPRM-FILE.
      *
           OPEN OUTPUT LKPPRM-FILE.
           IF NOT WS-LKPPRM-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO LKPPRM-FILE'
              DISPLAY 'FILE STATUS: ' WS-LKPPRM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE SPACES       TO LKPPRM-ID-CLIENTE.
           MOVE WS-FAIXA-DE  TO LKPPRM-DATE-FROM.
           MOVE WS-FAIXA-ATE TO LKPPRM-DATE-TO.
           WRITE LKPPRM-RECORD.
           IF NOT WS-LKPPRM-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO LKPPRM-FILE'
              DISPLAY 'FILE STATUS: ' WS-LKPPRM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE LKPPRM-FILE.
           EXIT.
      *
      *--- REGISTRA O MES FECHADO NO FIM DO MESDTDD
       2400-REGISTRAR-FECHAMENTO.
           OPEN EXTEND MES-FILE.
           IF NOT WS-MES-OK
              DISPLAY 'ERRO FATAL NA ABERTURA (EXTEND) DO MES-FILE'
              DISPLAY 'FILE STATUS: ' WS-MES-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE SPACES TO MES-RECORD.
           MOVE WS-REF-ANOMES      TO MES-ANOMES.
           MOVE WS-TIPO-FECHAMENTO TO MES-TIPO.
           WRITE MES-RECORD.
           IF NOT WS-MES-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO MES-FILE'
              DISPLAY 'FILE STATUS: ' WS-MES-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE MES-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
      *--- RELATORIO DO PORTAO: O RESUMO DO FECHAMENTO (MYMONSUM) LE
      *--- ESTAS LINHAS PELOS LITERAIS
       3000-FINALIZE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE 'TIPO DE FECHAMENTO           :' TO RPT-TXT-DESC.
           IF WS-FECHAMENTO-ANUAL
              MOVE 'ANUAL' TO RPT-TXT-VALUE
           ELSE
              MOVE 'MENSAL' TO RPT-TXT-VALUE
           END-IF.
           PERFORM 3100-LINHA-TEXTO.
           MOVE 'DATA DE REFERENCIA           :' TO RPT-TXT-DESC.
           MOVE WS-REF-DATE TO RPT-TXT-VALUE.
           PERFORM 3100-LINHA-TEXTO.
           MOVE 'PRIMEIRA RODADA NA FAIXA     :' TO RPT-TXT-DESC.
           MOVE WS-PRIM-DATA-FAIXA TO RPT-TXT-VALUE.
           PERFORM 3100-LINHA-TEXTO.
           MOVE 'ULTIMA RODADA NA FAIXA       :' TO RPT-TXT-DESC.
           MOVE WS-ULT-DATA-FAIXA TO RPT-TXT-VALUE.
           PERFORM 3100-LINHA-TEXTO.
           MOVE 'FAIXA DO RELATORIO DE ACESSOS:' TO RPT-TXT-DESC.
           MOVE SPACES TO RPT-TXT-VALUE.
           STRING WS-FAIXA-DE ' A ' WS-FAIXA-ATE
                  DELIMITED BY SIZE INTO RPT-TXT-VALUE.
           PERFORM 3100-LINHA-TEXTO.
      *
           MOVE 'DIAS UTEIS NO MES            :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-DIAS-UTEIS TO RPT-MSG-VALUE.
           PERFORM 3200-LINHA-RESUMO.
           MOVE 'REGISTROS LIDOS DO ARQUIVO   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ARCH-READ TO RPT-MSG-VALUE.
           PERFORM 3200-LINHA-RESUMO.
           MOVE 'RODADAS DO MES NA FAIXA      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-RODADAS TO RPT-MSG-VALUE.
           PERFORM 3200-LINHA-RESUMO.
           MOVE 'REGISTROS DO MES NA FAIXA    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-COPIADOS TO RPT-MSG-VALUE.
           PERFORM 3200-LINHA-RESUMO.
           CLOSE RPT-FILE.
           EXIT.
      *
       3100-LINHA-TEXTO.
           MOVE WS-RPT-TEXTO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       3200-LINHA-RESUMO.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
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
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
      *--- VERIFICACAO REPROVADA: A CADEIA FICA RETIDA (RC 16) ATE A
      *--- OPERACAO CORRIGIR O CALENDARIO/ARQUIVO MORTO OU CONFIRMAR
      *--- QUE O MES JA FOI FECHADO.
       9800-GATE-REJECT.
           DISPLAY '*** PROGRAMA MYMONGT: FECHAMENTO RETIDO PELO '
                   'PORTAO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *--- NAO E O DIA DO FECHAMENTO: SITUACAO NORMAL DE TODA NOITE.
      *--- RC 4 PARA O COND DOS DEMAIS STEPS PULAR A CADEIA.
       9810-FORA-DO-DIA.
           DISPLAY 'PROGRAMA MYMONGT CONCLUIDO'.
           MOVE 4 TO RETURN-CODE.
           STOP RUN.
      *
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYMONGT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
