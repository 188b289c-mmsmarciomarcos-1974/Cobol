       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCOAFRP.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - COMUNICACAO MENSAL AO ORGAO REGULADOR DE
      * INTELIGENCIA FINANCEIRA (OPERACOES EM ESPECIE ACIMA DO LIMITE
      * E FRACIONAMENTO)
      *
      * A CONFORMIDADE SEPARAVA NO OLHO, NO MYMONRPT, OS MOVIMENTOS A
      * COMUNICAR. ESTE PROGRAMA LE AS GERACOES DO MES DE
      * PROD.MYNIGHT.OUT.ARCH (CONCATENADAS EM ARCHINDD, COMO NO
      * MYMONRPT/MYSTMEXT), CONVERTE CADA VALOR PARA BRL PELA TAXA
      * APROVADA EM VIGOR NA DATA DA RODADA (TXHISTDD, MESMO CRITERIO
      * DO MYBATCH) E APLICA AS DUAS REGRAS DO PARMDD:
      *
      *   1. LIMITE INDIVIDUAL: TODO MOVIMENTO COM VALOR EM BRL IGUAL
      *      OU ACIMA DO LIMITE GERA UMA COMUNICACAO 'I';
      *   2. FRACIONAMENTO: MOVIMENTOS DO MESMO CLIENTE "LOGO ABAIXO"
      *      DO LIMITE (A PARTIR DO PERCENTUAL DO PISO) QUE, DENTRO DE
      *      UMA JANELA MOVEL DE N DIAS, SOMAM PELO MENOS O LIMITE
      *      AGREGADO COM A QUANTIDADE MINIMA DE MOVIMENTOS GERAM UMA
      *      COMUNICACAO 'E' POR CLIENTE (A JANELA DE MAIOR SOMA).
      *
      * A IDENTIFICACAO DO CLIENTE (NOME, CONTINUACAO E ENDERECO) VEM
      * DE TB_CLIENTES. CLIENTE FORA DE TB_CLIENTES E COMUNICADO ASSIM
      * MESMO, COM O INDICADOR DE CADASTRO 'N' E O AVISO NO RELATORIO.
      *
      * CLIENTE JA COMUNICADO POR FRACIONAMENTO NO PERIODO ANTERIOR
      * (PRVCOMDD = A GERACAO ANTERIOR DO ARQUIVO DE COMUNICACAO) SAI
      * MARCADO NO RELATORIO E NAO E COMUNICADO DE NOVO. A COMUNICACAO
      * INDIVIDUAL E SEMPRE ENVIADA (CADA MOVIMENTO E UM FATO NOVO) E
      * SO RECEBE A MARCA DE REINCIDENTE NO RELATORIO.
      *
      * ARQUIVOS:
      *   ARCHINDD - GERACOES DO MES DE PROD.MYNIGHT.OUT.ARCH
      *   TXHISTDD - HISTORICO DE TAXAS (VSAM KSDS, O MESMO DA NOITE)
      *   PRVCOMDD - COMUNICACAO DO PERIODO ANTERIOR (OPCIONAL)
      *   COMUNDD  - ARQUIVO DE COMUNICACAO (LAYOUT FIXO, 250 BYTES)
      *   REPORTDD - RELATORIO DE TRABALHO DO OFICIAL DE CONFORMIDADE
      *   PARMDD   - PARAMETROS (OBRIGATORIO):
      *     COLUNAS  1-14 CNPJ DA INSTITUICAO 9(14)
      *     COLUNAS 15-20 COMPETENCIA AAAAMM
      *     COLUNAS 21-33 LIMITE INDIVIDUAL 9(11)V99 (> ZERO)
      *     COLUNAS 34-46 LIMITE AGREGADO 9(11)V99 (ZERO = O INDIVIDUAL)
      *     COLUNAS 47-49 JANELA EM DIAS 9(03) (ZERO = 10)
      *     COLUNAS 50-52 QUANTIDADE MINIMA NA JANELA 9(03) (ZERO = 3)
      *     COLUNAS 53-55 PISO EM % DO LIMITE INDIVIDUAL 9(03)
      *                   (ZERO = 80)
      *
      * RETURN-CODE 0 = OK; 4 = MOVIMENTO SEM TAXA, CLIENTE SEM
      * CADASTRO OU CLIENTE COM MAIS MOVIMENTOS QUE A TABELA (VER O
      * RELATORIO); 16 = ERRO FATAL OU PARMDD INVALIDO.
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
           SELECT ARCH-FILE ASSIGN TO ARCHINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-FILE-STATUS.
      *
           SELECT TXHIST-FILE ASSIGN TO TXHISTDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TXH-KEY
                  FILE STATUS IS WS-TXH-FILE-STATUS.
      *
           SELECT OPTIONAL PRV-FILE ASSIGN TO PRVCOMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRV-FILE-STATUS.
      *
           SELECT COM-FILE ASSIGN TO COMUNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-COM-FILE-STATUS.
      *
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
           SELECT PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO OUT-RECORD DO MYBATCH (O DADO DO DETALHE
      *--- COMECA COM VALOR, NATUREZA, DATA-VALOR E MOEDA, COMO NO
      *--- WS-IN-DATA-DET)
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
           05 ARCH-OUT-DATA.
               10 ARCH-OUT-VALOR     PIC 9(11)V99.
               10 ARCH-OUT-VALOR-X REDEFINES ARCH-OUT-VALOR
                                     PIC X(13).
               10 ARCH-OUT-DC        PIC X(01).
               10 ARCH-OUT-DATA-VALOR PIC X(08).
               10 ARCH-OUT-MOEDA     PIC X(03).
               10 FILLER             PIC X(38).
      *
       01 ARCH-HEADER-ALT REDEFINES ARCH-RECORD.
           05 FILLER                 PIC X(01).
           05 ARCH-HDR-RUN-DATE      PIC X(08).
           05 ARCH-HDR-RUN-DATE-N REDEFINES ARCH-HDR-RUN-DATE
                                     PIC 9(08).
           05 ARCH-HDR-RUN-ID        PIC X(08).
           05 FILLER                 PIC X(83).
      *
      *--- MESMO LAYOUT DO TXHIST-RECORD DO MYBATCH
       FD TXHIST-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 TXHIST-RECORD.
           05 TXH-KEY.
              10 TXH-MOEDA           PIC X(03).
              10 TXH-DATA-EFETIVA    PIC 9(08).
           05 TXH-TAXA               PIC 9(06)V9(06).
           05 TXH-APROVADA           PIC X(01).
           05 FILLER                 PIC X(56).
      *
      *--- COMUNICACAO DO PERIODO ANTERIOR (MESMO LAYOUT DO COM-FILE)
       FD PRV-FILE
          RECORD CONTAINS 250 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PRV-RECORD.
           05 PRV-TIPO-REG           PIC X(01).
           05 PRV-TIPO-COMUNIC       PIC X(01).
           05 PRV-SEQ                PIC 9(07).
           05 PRV-ID-CLIENTE         PIC X(10).
           05 FILLER                 PIC X(231).
      *
      *--- ARQUIVO DE COMUNICACAO: '0' CABECALHO, '1' UMA COMUNICACAO
      *--- (TIPO 'I' INDIVIDUAL OU 'E' FRACIONAMENTO), '9' TRAILER.
      *--- VALORES EM BRL SEM VIRGULA (2 DECIMAIS IMPLICITAS).
       FD COM-FILE
          RECORD CONTAINS 250 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 COM-RECORD.
           05 COM-TIPO-REG           PIC X(01).
           05 COM-TIPO-COMUNIC       PIC X(01).
              88 COM-INDIVIDUAL      VALUE 'I'.
              88 COM-FRACIONAMENTO   VALUE 'E'.
           05 COM-SEQ                PIC 9(07).
           05 COM-ID-CLIENTE         PIC X(10).
           05 COM-NOME               PIC X(40).
           05 COM-NOME-CONT          PIC X(40).
      *--- ENDERECO ESTRUTURADO: LOGRADOURO DE ENDERECO_CLIENTE E
      *--- CEP/CIDADE/UF OFICIAIS DE TB_CLIENTES (EM BRANCO NO CLIENTE
      *--- AINDA NAO PADRONIZADO PELA BASE DE CEPS).
           05 COM-ENDERECO.
               10 COM-END-LOGRADOURO PIC X(40).
               10 COM-END-CEP        PIC X(08).
               10 COM-END-CIDADE     PIC X(30).
               10 COM-END-UF         PIC X(02).
           05 COM-CADASTRO           PIC X(01).
           05 COM-DATA-INICIO        PIC 9(08).
           05 COM-DATA-FIM           PIC 9(08).
           05 COM-QTDE               PIC 9(05).
           05 COM-VALOR-TOTAL        PIC 9(13)V99.
           05 COM-MAIOR-VALOR        PIC 9(13)V99.
           05 COM-DC                 PIC X(01).
           05 COM-MOEDA              PIC X(03).
           05 COM-VALOR-ORIGINAL     PIC 9(11)V99.
           05 FILLER                 PIC X(02).
      *
       01 COM-HEADER-REC.
           05 COM-HDR-TIPO-REG       PIC X(01).
           05 COM-HDR-CNPJ           PIC X(14).
           05 COM-HDR-COMPETENCIA    PIC 9(06).
           05 COM-HDR-DATA-GERACAO   PIC 9(08).
           05 COM-HDR-LIMITE-INDIV   PIC 9(11)V99.
           05 COM-HDR-LIMITE-AGREG   PIC 9(11)V99.
           05 COM-HDR-JANELA         PIC 9(03).
           05 COM-HDR-MIN-QTDE       PIC 9(03).
           05 COM-HDR-PISO-PCT       PIC 9(03).
           05 FILLER                 PIC X(186).
      *
       01 COM-TRAILER-REC.
           05 COM-TRL-TIPO-REG       PIC X(01).
           05 COM-TRL-QTDE-TOTAL     PIC 9(07).
           05 COM-TRL-QTDE-INDIV     PIC 9(07).
           05 COM-TRL-QTDE-FRAC      PIC 9(07).
           05 COM-TRL-VALOR-TOTAL    PIC 9(15)V99.
           05 FILLER                 PIC X(211).
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
           05 PARM-CNPJ              PIC X(14).
           05 PARM-COMPETENCIA       PIC X(06).
           05 PARM-COMPETENCIA-N REDEFINES PARM-COMPETENCIA
                                     PIC 9(06).
           05 PARM-LIMITE-INDIV      PIC X(13).
           05 PARM-LIMITE-INDIV-N REDEFINES PARM-LIMITE-INDIV
                                     PIC 9(11)V99.
           05 PARM-LIMITE-AGREG      PIC X(13).
           05 PARM-LIMITE-AGREG-N REDEFINES PARM-LIMITE-AGREG
                                     PIC 9(11)V99.
           05 PARM-JANELA-DIAS       PIC X(03).
           05 PARM-JANELA-DIAS-N REDEFINES PARM-JANELA-DIAS
                                     PIC 9(03).
           05 PARM-MIN-QTDE          PIC X(03).
           05 PARM-MIN-QTDE-N REDEFINES PARM-MIN-QTDE
                                     PIC 9(03).
           05 PARM-PISO-PCT          PIC X(03).
           05 PARM-PISO-PCT-N REDEFINES PARM-PISO-PCT
                                     PIC 9(03).
           05 FILLER                 PIC X(25).
      *
      *--- UM REGISTRO POR MOVIMENTO DA COMPETENCIA, JA EM BRL
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-ID                 PIC X(10).
           05 SRT-DATA               PIC 9(08).
           05 SRT-VALOR-BRL          PIC 9(13)V99.
           05 SRT-VALOR-ORIG         PIC 9(11)V99.
           05 SRT-DC                 PIC X(01).
           05 SRT-MOEDA              PIC X(03).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-ARCH-FILE-STATUS   PIC X(02).
              88 WS-ARCH-OK         VALUE '00'.
              88 WS-ARCH-EOF        VALUE '10'.
           05 WS-TXH-FILE-STATUS    PIC X(02).
              88 WS-TXH-OK          VALUE '00'.
              88 WS-TXH-EOF         VALUE '10'.
           05 WS-PRV-FILE-STATUS    PIC X(02).
              88 WS-PRV-OK          VALUE '00'.
              88 WS-PRV-EOF         VALUE '10'.
           05 WS-COM-FILE-STATUS    PIC X(02).
              88 WS-COM-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYDOSSIE
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-NOME-CLIENTE-CONT   PIC X(40).
           05 D-ENDERECO-CLIENTE    PIC X(40).
           05 D-CEP-CLIENTE         PIC X(08).
           05 D-CIDADE-CLIENTE      PIC X(30).
           05 D-UF-CLIENTE          PIC X(02).
      *
      *--- PARAMETROS DA RODADA (PARMDD)
       01 WS-PARAMETROS.
           05 WS-CNPJ               PIC X(14) VALUE SPACES.
           05 WS-COMPETENCIA        PIC 9(06) VALUE ZERO.
           05 WS-LIMITE-INDIV       PIC 9(11)V99 VALUE ZERO.
           05 WS-LIMITE-AGREG       PIC 9(11)V99 VALUE ZERO.
           05 WS-JANELA-DIAS        PIC 9(03) VALUE 10.
           05 WS-MIN-QTDE           PIC 9(03) VALUE 3.
           05 WS-PISO-PCT           PIC 9(03) VALUE 80.
           05 WS-PISO-VALOR         PIC 9(11)V99 VALUE ZERO.
      *
       01 WS-CONTROLE.
           05 WS-FIM-SORT-SW        PIC X(01) VALUE 'N'.
              88 WS-FIM-SORT        VALUE 'S'.
           05 WS-CLI-LIDO-SW        PIC X(01) VALUE 'N'.
              88 WS-CLI-LIDO        VALUE 'S'.
           05 WS-CLI-CADASTRO       PIC X(01) VALUE 'S'.
              88 WS-CLI-SEM-CADASTRO VALUE 'N'.
           05 WS-CLI-ANTERIOR-SW    PIC X(01) VALUE 'N'.
              88 WS-CLI-JA-COMUNICADO VALUE 'S'.
           05 WS-TAXA-ACHOU-SW      PIC X(01) VALUE 'N'.
              88 WS-TAXA-ACHOU      VALUE 'S'.
           05 WS-CUR-RUN-DATE       PIC 9(08) VALUE ZERO.
           05 WS-CUR-COMPETENCIA    PIC 9(06) VALUE ZERO.
           05 WS-CURRENT-DATE       PIC X(21).
           05 WS-HOJE               PIC 9(08) VALUE ZERO.
           05 WS-TAXA-USADA         PIC 9(06)V9(06) VALUE ZERO.
           05 WS-ANT-ID             PIC X(10) VALUE LOW-VALUES.
           05 WS-SEQ-COMUNIC        PIC 9(07) VALUE ZERO.
           05 WS-SUB                PIC 9(05) COMP VALUE ZERO.
           05 WS-SUB2               PIC 9(05) COMP VALUE ZERO.
           05 WS-ULT-CANDIDATO      PIC 9(05) COMP VALUE ZERO.
      *--- JANELA EM AVALIACAO E A MELHOR JANELA DO CLIENTE
           05 WS-JAN-QTDE           PIC 9(05) VALUE ZERO.
           05 WS-JAN-SOMA           PIC 9(13)V99 VALUE ZERO.
           05 WS-JAN-MAIOR          PIC 9(13)V99 VALUE ZERO.
           05 WS-MELHOR-QTDE        PIC 9(05) VALUE ZERO.
           05 WS-MELHOR-SOMA        PIC 9(13)V99 VALUE ZERO.
           05 WS-MELHOR-MAIOR       PIC 9(13)V99 VALUE ZERO.
           05 WS-MELHOR-INICIO      PIC 9(08) VALUE ZERO.
           05 WS-MELHOR-FIM         PIC 9(08) VALUE ZERO.
      *
      *--- TAXAS APROVADAS (MOEDA + DATA EFETIVA, EM ORDEM DE CHAVE):
      *--- VALE A ULTIMA DA MOEDA COM DATA EFETIVA ATE A DA RODADA;
      *--- TAXA ZERO = COTACAO ENCERRADA (MOVIMENTO SEM TAXA)
       01 WS-TAXA-TABLE.
           05 WS-TAXA-COUNT         PIC 9(04) VALUE ZERO.
           05 WS-TAXA-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-TAXA-IDX.
              10 WS-TAXA-MOEDA      PIC X(03).
              10 WS-TAXA-EFETIVA    PIC 9(08).
              10 WS-TAXA-VALOR      PIC 9(06)V9(06).
      *
      *--- CLIENTES COMUNICADOS POR FRACIONAMENTO NO PERIODO ANTERIOR
       01 WS-ANTERIOR-TABLE.
           05 WS-ANT-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-ANT-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-ANT-IDX.
              10 WS-ANT-CLI-ID      PIC X(10).
      *
      *--- MOVIMENTOS DO CLIENTE EM CURSO (ORDEM DE DATA)
       01 WS-MOV-TABLE.
           05 WS-MOV-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-MOV-ENTRY OCCURS 1000 TIMES.
              10 WS-MOV-DATA        PIC 9(08).
              10 WS-MOV-DIA         PIC 9(07).
              10 WS-MOV-VALOR-BRL   PIC 9(13)V99.
              10 WS-MOV-VALOR-ORIG  PIC 9(11)V99.
              10 WS-MOV-DC          PIC X(01).
              10 WS-MOV-MOEDA       PIC X(03).
      *
       01 WS-TOTAIS.
           05 WS-COUNT-ARCH-LIDOS   PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DETALHES     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-FORA-COMPET  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SEM-DATA     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SEM-TAXA     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CONSIDERADOS PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CLIENTES     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-COM-INDIV    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-COM-FRAC     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FRAC-ANT     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-CADASTRO PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EXCEDIDOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ANTERIORES   PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-COMUNICADO   PIC 9(15)V99 VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
              'MYCOAFRP - COMUNICACAO AO REGULADOR - COMPETENCIA '.
           05 RPT-HDR-COMPETENCIA   PIC 9(06).
           05 FILLER                PIC X(74) VALUE SPACES.
      *
       01 WS-RPT-PARM-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
              'LIMITE INDIVIDUAL '.
           05 RPT-PAR-LIM-INDIV     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(10) VALUE ' AGREGADO '.
           05 RPT-PAR-LIM-AGREG     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(08) VALUE ' JANELA '.
           05 RPT-PAR-JANELA        PIC ZZ9.
           05 FILLER                PIC X(14) VALUE ' DIAS MINIMO '.
           05 RPT-PAR-MIN-QTDE      PIC ZZ9.
           05 FILLER                PIC X(07) VALUE ' PISO '.
           05 RPT-PAR-PISO          PIC ZZ9.
           05 FILLER                PIC X(01) VALUE '%'.
           05 FILLER                PIC X(31) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(50) VALUE
              'T CLIENTE    NOME                           INICIO'.
           05 FILLER                PIC X(50) VALUE
              '   FIM       QTDE         VALOR EM BRL  SITUACAO  '.
           05 FILLER                PIC X(32) VALUE SPACES.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-TIPO          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ID            PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-NOME          PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-INICIO        PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-FIM           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-QTDE          PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-VALOR         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-SITUACAO      PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
      *
       01 WS-RPT-AVISO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE '*AVISO* '.
           05 RPT-AVI-ID            PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AVI-MSG           PIC X(80).
           05 FILLER                PIC X(33) VALUE SPACES.
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
      *
      *--- A ENTRADA FILTRA A COMPETENCIA E CONVERTE PARA BRL; A SAIDA
      *--- JUNTA OS MOVIMENTOS DE CADA CLIENTE E APLICA AS REGRAS
           SORT SORT-WORK
                ASCENDING KEY SRT-ID
                              SRT-DATA
                INPUT PROCEDURE IS 2000-CLASSIFICAR-ENTRADA
                OUTPUT PROCEDURE IS 2500-ANALISAR-CLIENTES.
      *
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYCOAFRP CONCLUIDO. COMUNICACOES: '
                   WS-COUNT-COM-INDIV ' INDIVIDUAIS, '
                   WS-COUNT-COM-FRAC ' FRACIONAMENTO.'.
           IF WS-COUNT-SEM-TAXA > ZERO
              OR WS-COUNT-SEM-CADASTRO > ZERO
              OR WS-COUNT-EXCEDIDOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           INITIALIZE WS-TOTAIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM 1150-READ-PARM-CARD.
           PERFORM 1160-LOAD-RATE-TABLE.
           PERFORM 1170-LOAD-PREVIOUS-PERIOD.
      *
           OPEN INPUT ARCH-FILE.
           IF NOT WS-ARCH-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ARCH-FILE'
              DISPLAY 'FILE STATUS: ' WS-ARCH-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT COM-FILE.
           IF NOT WS-COM-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO COM-FILE'
              DISPLAY 'FILE STATUS: ' WS-COM-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-COMPETENCIA  TO RPT-HDR-COMPETENCIA.
           MOVE WS-RPT-HEADER   TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-LIMITE-INDIV TO RPT-PAR-LIM-INDIV.
           MOVE WS-LIMITE-AGREG TO RPT-PAR-LIM-AGREG.
           MOVE WS-JANELA-DIAS  TO RPT-PAR-JANELA.
           MOVE WS-MIN-QTDE     TO RPT-PAR-MIN-QTDE.
           MOVE WS-PISO-PCT     TO RPT-PAR-PISO.
           MOVE WS-RPT-PARM-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES               TO COM-HEADER-REC.
           MOVE '0'                  TO COM-HDR-TIPO-REG.
           MOVE WS-CNPJ              TO COM-HDR-CNPJ.
           MOVE WS-COMPETENCIA       TO COM-HDR-COMPETENCIA.
           MOVE WS-HOJE              TO COM-HDR-DATA-GERACAO.
           MOVE WS-LIMITE-INDIV      TO COM-HDR-LIMITE-INDIV.
           MOVE WS-LIMITE-AGREG      TO COM-HDR-LIMITE-AGREG.
           MOVE WS-JANELA-DIAS       TO COM-HDR-JANELA.
           MOVE WS-MIN-QTDE          TO COM-HDR-MIN-QTDE.
           MOVE WS-PISO-PCT          TO COM-HDR-PISO-PCT.
           PERFORM 4300-WRITE-COMUNICACAO.
           EXIT.
      *
      *--- OS LIMITES SAO NORMATIVOS: SEM CARTAO, SEM CNPJ, SEM
      *--- COMPETENCIA OU SEM LIMITE INDIVIDUAL O PROGRAMA NAO RODA
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-OK
              DISPLAY 'MYCOAFRP: PARMDD NAO FORNECIDO.'
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ PARM-FILE.
           IF NOT WS-PARM-OK
              DISPLAY 'MYCOAFRP: PARMDD VAZIO.'
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           CLOSE PARM-FILE.
      *
           IF PARM-CNPJ IS NOT NUMERIC
              OR PARM-COMPETENCIA IS NOT NUMERIC
              OR PARM-LIMITE-INDIV IS NOT NUMERIC
              DISPLAY 'MYCOAFRP: PARMDD INVALIDO (CNPJ, COMPETENCIA '
                      'E LIMITE INDIVIDUAL SAO OBRIGATORIOS).'
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           IF PARM-LIMITE-INDIV-N = ZERO
              OR PARM-COMPETENCIA-N(5:2) < '01'
              OR PARM-COMPETENCIA-N(5:2) > '12'
              DISPLAY 'MYCOAFRP: PARMDD INVALIDO (LIMITE ZERO OU '
                      'COMPETENCIA FORA DE AAAAMM).'
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE PARM-CNPJ           TO WS-CNPJ.
           MOVE PARM-COMPETENCIA-N  TO WS-COMPETENCIA.
           MOVE PARM-LIMITE-INDIV-N TO WS-LIMITE-INDIV.
           MOVE WS-LIMITE-INDIV     TO WS-LIMITE-AGREG.
           IF PARM-LIMITE-AGREG IS NUMERIC
              AND PARM-LIMITE-AGREG-N > ZERO
              MOVE PARM-LIMITE-AGREG-N TO WS-LIMITE-AGREG
           END-IF.
           IF PARM-JANELA-DIAS IS NUMERIC
              AND PARM-JANELA-DIAS-N > ZERO
              MOVE PARM-JANELA-DIAS-N TO WS-JANELA-DIAS
           END-IF.
           IF PARM-MIN-QTDE IS NUMERIC
              AND PARM-MIN-QTDE-N > ZERO
              MOVE PARM-MIN-QTDE-N TO WS-MIN-QTDE
           END-IF.
           IF PARM-PISO-PCT IS NUMERIC
              AND PARM-PISO-PCT-N > ZERO
              AND PARM-PISO-PCT-N < 100
              MOVE PARM-PISO-PCT-N TO WS-PISO-PCT
           END-IF.
           COMPUTE WS-PISO-VALOR ROUNDED =
                   WS-LIMITE-INDIV * WS-PISO-PCT / 100.
           EXIT.
      *
      *--- TODAS AS TAXAS APROVADAS DO HISTORICO (A BUSCA PELA DATA DA
      *--- RODADA E FEITA MOVIMENTO A MOVIMENTO, EM 2150)
       1160-LOAD-RATE-TABLE.
           OPEN INPUT TXHIST-FILE.
           IF NOT WS-TXH-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TXHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-TXH-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ TXHIST-FILE.
           PERFORM UNTIL NOT WS-TXH-OK
              IF TXH-APROVADA = 'S'
                 AND TXH-MOEDA NOT = 'BRL'
                 IF WS-TAXA-COUNT >= 2000
                    DISPLAY 'MYCOAFRP: MAIS DE 2000 TAXAS NO '
                            'HISTORICO. EXCEDENTES IGNORADAS.'
                    MOVE '10' TO WS-TXH-FILE-STATUS
                 ELSE
                    ADD 1 TO WS-TAXA-COUNT
                    SET WS-TAXA-IDX TO WS-TAXA-COUNT
                    MOVE TXH-MOEDA        TO WS-TAXA-MOEDA(WS-TAXA-IDX)
                    MOVE TXH-DATA-EFETIVA
                         TO WS-TAXA-EFETIVA(WS-TAXA-IDX)
                    MOVE TXH-TAXA         TO WS-TAXA-VALOR(WS-TAXA-IDX)
                 END-IF
              END-IF
              IF WS-TXH-OK
                 READ TXHIST-FILE
              END-IF
           END-PERFORM.
           IF NOT WS-TXH-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO TXHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-TXH-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           CLOSE TXHIST-FILE.
           EXIT.
      *
      *--- CLIENTES COM COMUNICACAO 'E' NA GERACAO ANTERIOR. SEM O DD
      *--- (PRIMEIRA COMPETENCIA) A TABELA FICA VAZIA.
       1170-LOAD-PREVIOUS-PERIOD.
           OPEN INPUT PRV-FILE.
           IF WS-PRV-OK
              READ PRV-FILE
              PERFORM UNTIL NOT WS-PRV-OK
                 IF PRV-TIPO-REG = '1'
                    AND PRV-TIPO-COMUNIC = 'E'
                    IF WS-ANT-COUNT >= 5000
                       DISPLAY 'MYCOAFRP: MAIS DE 5000 CLIENTES NO '
                               'PERIODO ANTERIOR. EXCEDENTES '
                               'IGNORADOS.'
                       MOVE '10' TO WS-PRV-FILE-STATUS
                    ELSE
                       ADD 1 TO WS-ANT-COUNT
                       SET WS-ANT-IDX TO WS-ANT-COUNT
                       MOVE PRV-ID-CLIENTE
                            TO WS-ANT-CLI-ID(WS-ANT-IDX)
                    END-IF
                 END-IF
                 IF WS-PRV-OK
                    READ PRV-FILE
                 END-IF
              END-PERFORM
              CLOSE PRV-FILE
           END-IF.
           MOVE WS-ANT-COUNT TO WS-COUNT-ANTERIORES.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES              TO COM-TRAILER-REC.
           MOVE '9'                 TO COM-TRL-TIPO-REG.
           COMPUTE COM-TRL-QTDE-TOTAL =
                   WS-COUNT-COM-INDIV + WS-COUNT-COM-FRAC.
           MOVE WS-COUNT-COM-INDIV  TO COM-TRL-QTDE-INDIV.
           MOVE WS-COUNT-COM-FRAC   TO COM-TRL-QTDE-FRAC.
           MOVE WS-TOTAL-COMUNICADO TO COM-TRL-VALOR-TOTAL.
           PERFORM 4300-WRITE-COMUNICACAO.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'REGISTROS DO MORTO LIDOS    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ARCH-LIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS DA COMPETENCIA   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CONSIDERADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS DE OUTRO MES     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-FORA-COMPET TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS SEM DATA/VALOR   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-DATA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS SEM TAXA (AVISO) :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-TAXA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES ANALISADOS         :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CLIENTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'COMUNICACOES INDIVIDUAIS    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-COM-INDIV TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'COMUNICACOES FRACIONAMENTO  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-COM-FRAC TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'FRACIONAM. JA COMUNICADOS   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-FRAC-ANT TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES SEM TB_CLIENTES    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-CADASTRO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES COM TABELA CHEIA   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EXCEDIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES DO PERIODO ANTERIOR:' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ANTERIORES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           CLOSE ARCH-FILE COM-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
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
       4220-WRITE-AVISO-LINE.
           MOVE WS-RPT-AVISO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       4300-WRITE-COMUNICACAO.
           WRITE COM-RECORD.
           IF NOT WS-COM-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO COM-FILE'
              DISPLAY 'FILE STATUS: ' WS-COM-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCOAFRP ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCOAFRP ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *================================================================*
      * ENTRADA DO SORT: MOVIMENTOS 'D' DA COMPETENCIA, EM BRL
      *================================================================*
       2000-CLASSIFICAR-ENTRADA SECTION.
           PERFORM 4100-READ-ARCHIVE.
           PERFORM 2100-FILTRAR-REGISTRO UNTIL WS-ARCH-EOF.
       2000-SAI.
           EXIT.
      *
      *--- A DATA DA RODADA VEM DO CABECALHO 'H' DE CADA GERACAO;
      *--- DETALHE ANTES DE QUALQUER CABECALHO (GERACAO ANTIGA) NAO
      *--- TEM COMO SER DATADO E FICA DE FORA
       2100-FILTRAR-REGISTRO SECTION.
           EVALUATE TRUE
               WHEN ARCH-REC-IS-HEADER
                   IF ARCH-HDR-RUN-DATE IS NUMERIC
                      MOVE ARCH-HDR-RUN-DATE-N TO WS-CUR-RUN-DATE
                   ELSE
                      MOVE ZERO TO WS-CUR-RUN-DATE
                   END-IF
                   COMPUTE WS-CUR-COMPETENCIA = WS-CUR-RUN-DATE / 100
               WHEN ARCH-REC-IS-DETAIL
                   ADD 1 TO WS-COUNT-DETALHES
                   EVALUATE TRUE
                       WHEN WS-CUR-RUN-DATE = ZERO
                         OR ARCH-OUT-VALOR-X IS NOT NUMERIC
                           ADD 1 TO WS-COUNT-SEM-DATA
                       WHEN WS-CUR-COMPETENCIA NOT = WS-COMPETENCIA
                           ADD 1 TO WS-COUNT-FORA-COMPET
                       WHEN OTHER
                           PERFORM 2150-CONVERTER-E-LIBERAR
                   END-EVALUATE
           END-EVALUATE.
           PERFORM 4100-READ-ARCHIVE.
       2100-SAI.
           EXIT.
      *
      *--- TAXA DA MOEDA EM VIGOR NA DATA DA RODADA (BRANCO = BRL).
      *--- MOVIMENTO SEM TAXA NAO ENTRA NAS REGRAS: SAI COMO AVISO
      *--- PARA O OFICIAL AVALIAR A MAO.
       2150-CONVERTER-E-LIBERAR SECTION.
           MOVE 'N' TO WS-TAXA-ACHOU-SW.
           IF ARCH-OUT-MOEDA = SPACES OR ARCH-OUT-MOEDA = 'BRL'
              MOVE 1 TO WS-TAXA-USADA
              MOVE 'S' TO WS-TAXA-ACHOU-SW
           ELSE
              MOVE ZERO TO WS-TAXA-USADA
              PERFORM VARYING WS-TAXA-IDX FROM 1 BY 1
                      UNTIL WS-TAXA-IDX > WS-TAXA-COUNT
                 IF WS-TAXA-MOEDA(WS-TAXA-IDX) = ARCH-OUT-MOEDA
                    AND WS-TAXA-EFETIVA(WS-TAXA-IDX)
                        NOT > WS-CUR-RUN-DATE
                    MOVE WS-TAXA-VALOR(WS-TAXA-IDX) TO WS-TAXA-USADA
                 END-IF
              END-PERFORM
              IF WS-TAXA-USADA > ZERO
                 MOVE 'S' TO WS-TAXA-ACHOU-SW
              END-IF
           END-IF.
      *
           IF WS-TAXA-ACHOU
              ADD 1 TO WS-COUNT-CONSIDERADOS
              MOVE ARCH-OUT-ID     TO SRT-ID
              MOVE WS-CUR-RUN-DATE TO SRT-DATA
              COMPUTE SRT-VALOR-BRL ROUNDED =
                      ARCH-OUT-VALOR * WS-TAXA-USADA
              MOVE ARCH-OUT-VALOR  TO SRT-VALOR-ORIG
              MOVE ARCH-OUT-DC     TO SRT-DC
              MOVE ARCH-OUT-MOEDA  TO SRT-MOEDA
              IF SRT-MOEDA = SPACES
                 MOVE 'BRL' TO SRT-MOEDA
              END-IF
              RELEASE SORT-RECORD
           ELSE
              ADD 1 TO WS-COUNT-SEM-TAXA
              MOVE ARCH-OUT-ID TO RPT-AVI-ID
              MOVE SPACES TO RPT-AVI-MSG
              STRING 'MOVIMENTO EM ' ARCH-OUT-MOEDA ' SEM TAXA EM '
                     WS-CUR-RUN-DATE ' - AVALIAR A MAO. VALOR '
                     ARCH-OUT-VALOR-X
                  DELIMITED BY SIZE INTO RPT-AVI-MSG
              PERFORM 4220-WRITE-AVISO-LINE
           END-IF.
       2150-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT: QUEBRA POR CLIENTE E APLICACAO DAS REGRAS
      *================================================================*
       2500-ANALISAR-CLIENTES SECTION.
           MOVE ZERO TO WS-MOV-COUNT.
           PERFORM 2550-ACUMULAR-MOVIMENTO UNTIL WS-FIM-SORT.
           IF WS-MOV-COUNT > ZERO
              PERFORM 2600-ANALISAR-CLIENTE
           END-IF.
       2500-SAI.
           EXIT.
      *
       2550-ACUMULAR-MOVIMENTO SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           IF NOT WS-FIM-SORT
              IF WS-MOV-COUNT > ZERO
                 AND SRT-ID NOT = WS-ANT-ID
                 PERFORM 2600-ANALISAR-CLIENTE
              END-IF
              IF WS-MOV-COUNT = ZERO
                 MOVE SRT-ID TO WS-ANT-ID
                 MOVE 'N' TO WS-CLI-LIDO-SW
              END-IF
              IF WS-MOV-COUNT >= 1000
                 IF WS-MOV-COUNT = 1000
                    ADD 1 TO WS-COUNT-EXCEDIDOS
                    ADD 1 TO WS-MOV-COUNT
                    MOVE SRT-ID TO RPT-AVI-ID
                    MOVE 'MAIS DE 1000 MOVIMENTOS NO MES. SO OS 1000 PRI
      -                  'MEIROS ENTRAM NAS REGRAS.' TO RPT-AVI-MSG
                    PERFORM 4220-WRITE-AVISO-LINE
                 END-IF
              ELSE
                 ADD 1 TO WS-MOV-COUNT
                 MOVE SRT-DATA       TO WS-MOV-DATA(WS-MOV-COUNT)
                 COMPUTE WS-MOV-DIA(WS-MOV-COUNT) =
                         FUNCTION INTEGER-OF-DATE(SRT-DATA)
                 MOVE SRT-VALOR-BRL  TO WS-MOV-VALOR-BRL(WS-MOV-COUNT)
                 MOVE SRT-VALOR-ORIG TO WS-MOV-VALOR-ORIG(WS-MOV-COUNT)
                 MOVE SRT-DC         TO WS-MOV-DC(WS-MOV-COUNT)
                 MOVE SRT-MOEDA      TO WS-MOV-MOEDA(WS-MOV-COUNT)
              END-IF
           END-IF.
       2550-SAI.
           EXIT.
      *
      *--- REGRA 1 MOVIMENTO A MOVIMENTO; REGRA 2 PELA MELHOR JANELA
      *--- DO CLIENTE. A CONTAGEM VOLTA A ZERO PARA O PROXIMO CLIENTE.
       2600-ANALISAR-CLIENTE SECTION.
           ADD 1 TO WS-COUNT-CLIENTES.
           IF WS-MOV-COUNT > 1000
              MOVE 1000 TO WS-MOV-COUNT
           END-IF.
           MOVE 'N' TO WS-CLI-ANTERIOR-SW.
           PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                   UNTIL WS-ANT-IDX > WS-ANT-COUNT
                      OR WS-CLI-JA-COMUNICADO
              IF WS-ANT-CLI-ID(WS-ANT-IDX) = WS-ANT-ID
                 MOVE 'S' TO WS-CLI-ANTERIOR-SW
              END-IF
           END-PERFORM.
      *
           PERFORM 2650-REGRA-INDIVIDUAL
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MOV-COUNT.
      *
           MOVE ZERO TO WS-MELHOR-QTDE.
           MOVE ZERO TO WS-MELHOR-SOMA.
           PERFORM 2700-AVALIAR-JANELA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MOV-COUNT.
           IF WS-MELHOR-QTDE > ZERO
              PERFORM 2800-COMUNICAR-FRACIONAMENTO
           END-IF.
      *
           MOVE ZERO TO WS-MOV-COUNT.
       2600-SAI.
           EXIT.
      *
       2650-REGRA-INDIVIDUAL SECTION.
           IF WS-MOV-VALOR-BRL(WS-SUB) NOT < WS-LIMITE-INDIV
              PERFORM 2900-LER-CLIENTE
              PERFORM 2950-MONTAR-COMUNICACAO
              MOVE 'I'                      TO COM-TIPO-COMUNIC
              MOVE WS-MOV-DATA(WS-SUB)      TO COM-DATA-INICIO
              MOVE WS-MOV-DATA(WS-SUB)      TO COM-DATA-FIM
              MOVE 1                        TO COM-QTDE
              MOVE WS-MOV-VALOR-BRL(WS-SUB) TO COM-VALOR-TOTAL
              MOVE WS-MOV-VALOR-BRL(WS-SUB) TO COM-MAIOR-VALOR
              MOVE WS-MOV-DC(WS-SUB)        TO COM-DC
              MOVE WS-MOV-MOEDA(WS-SUB)     TO COM-MOEDA
              MOVE WS-MOV-VALOR-ORIG(WS-SUB) TO COM-VALOR-ORIGINAL
              PERFORM 4300-WRITE-COMUNICACAO
              ADD 1 TO WS-COUNT-COM-INDIV
              ADD WS-MOV-VALOR-BRL(WS-SUB) TO WS-TOTAL-COMUNICADO
              MOVE 'I' TO RPT-DET-TIPO
              MOVE WS-MOV-DATA(WS-SUB) TO RPT-DET-INICIO
              MOVE WS-MOV-DATA(WS-SUB) TO RPT-DET-FIM
              MOVE 1 TO RPT-DET-QTDE
              MOVE WS-MOV-VALOR-BRL(WS-SUB) TO RPT-DET-VALOR
              IF WS-CLI-JA-COMUNICADO
                 MOVE 'COMUNICADO (REINCIDENTE)' TO RPT-DET-SITUACAO
              ELSE
                 MOVE 'COMUNICADO' TO RPT-DET-SITUACAO
              END-IF
              PERFORM 2960-LINHA-RELATORIO
           END-IF.
       2650-SAI.
           EXIT.
      *
      *--- JANELA QUE COMECA NO MOVIMENTO WS-SUB (SE ELE FOR CANDIDATO:
      *--- ENTRE O PISO E O LIMITE INDIVIDUAL) E VAI ATE N-1 DIAS
      *--- DEPOIS. GUARDA A JANELA DE MAIOR SOMA QUE ATINGE A
      *--- QUANTIDADE MINIMA E O LIMITE AGREGADO.
       2700-AVALIAR-JANELA SECTION.
           IF WS-MOV-VALOR-BRL(WS-SUB) NOT < WS-PISO-VALOR
              AND WS-MOV-VALOR-BRL(WS-SUB) < WS-LIMITE-INDIV
              MOVE ZERO TO WS-JAN-QTDE
              MOVE ZERO TO WS-JAN-SOMA
              MOVE ZERO TO WS-JAN-MAIOR
              MOVE WS-SUB TO WS-ULT-CANDIDATO
              PERFORM 2750-SOMAR-NA-JANELA
                      VARYING WS-SUB2 FROM WS-SUB BY 1
                      UNTIL WS-SUB2 > WS-MOV-COUNT
              IF WS-JAN-QTDE NOT < WS-MIN-QTDE
                 AND WS-JAN-SOMA NOT < WS-LIMITE-AGREG
                 AND WS-JAN-SOMA > WS-MELHOR-SOMA
                 MOVE WS-JAN-QTDE  TO WS-MELHOR-QTDE
                 MOVE WS-JAN-SOMA  TO WS-MELHOR-SOMA
                 MOVE WS-JAN-MAIOR TO WS-MELHOR-MAIOR
                 MOVE WS-MOV-DATA(WS-SUB) TO WS-MELHOR-INICIO
                 MOVE WS-MOV-DATA(WS-ULT-CANDIDATO) TO WS-MELHOR-FIM
              END-IF
           END-IF.
       2700-SAI.
           EXIT.
      *
       2750-SOMAR-NA-JANELA SECTION.
           IF WS-MOV-DIA(WS-SUB2) - WS-MOV-DIA(WS-SUB)
                 < WS-JANELA-DIAS
              AND WS-MOV-VALOR-BRL(WS-SUB2) NOT < WS-PISO-VALOR
              AND WS-MOV-VALOR-BRL(WS-SUB2) < WS-LIMITE-INDIV
              ADD 1 TO WS-JAN-QTDE
              ADD WS-MOV-VALOR-BRL(WS-SUB2) TO WS-JAN-SOMA
              IF WS-MOV-VALOR-BRL(WS-SUB2) > WS-JAN-MAIOR
                 MOVE WS-MOV-VALOR-BRL(WS-SUB2) TO WS-JAN-MAIOR
              END-IF
              MOVE WS-SUB2 TO WS-ULT-CANDIDATO
           END-IF.
       2750-SAI.
           EXIT.
      *
      *--- FRACIONAMENTO JA COMUNICADO NO PERIODO ANTERIOR FICA SO NO
      *--- RELATORIO
       2800-COMUNICAR-FRACIONAMENTO SECTION.
           PERFORM 2900-LER-CLIENTE.
           MOVE 'E' TO RPT-DET-TIPO.
           MOVE WS-MELHOR-INICIO TO RPT-DET-INICIO.
           MOVE WS-MELHOR-FIM    TO RPT-DET-FIM.
           MOVE WS-MELHOR-QTDE   TO RPT-DET-QTDE.
           MOVE WS-MELHOR-SOMA   TO RPT-DET-VALOR.
           IF WS-CLI-JA-COMUNICADO
              ADD 1 TO WS-COUNT-FRAC-ANT
              MOVE 'JA COMUNICADO NO PERIODO ANTERIOR'
                  TO RPT-DET-SITUACAO
           ELSE
              PERFORM 2950-MONTAR-COMUNICACAO
              MOVE 'E'              TO COM-TIPO-COMUNIC
              MOVE WS-MELHOR-INICIO TO COM-DATA-INICIO
              MOVE WS-MELHOR-FIM    TO COM-DATA-FIM
              MOVE WS-MELHOR-QTDE   TO COM-QTDE
              MOVE WS-MELHOR-SOMA   TO COM-VALOR-TOTAL
              MOVE WS-MELHOR-MAIOR  TO COM-MAIOR-VALOR
              MOVE SPACES           TO COM-DC
              MOVE 'BRL'            TO COM-MOEDA
              MOVE ZERO             TO COM-VALOR-ORIGINAL
              PERFORM 4300-WRITE-COMUNICACAO
              ADD 1 TO WS-COUNT-COM-FRAC
              ADD WS-MELHOR-SOMA TO WS-TOTAL-COMUNICADO
              MOVE 'COMUNICADO' TO RPT-DET-SITUACAO
           END-IF.
           PERFORM 2960-LINHA-RELATORIO.
       2800-SAI.
           EXIT.
      *
      *--- IDENTIFICACAO DO CLIENTE EM TB_CLIENTES (UMA LEITURA POR
      *--- CLIENTE)
       2900-LER-CLIENTE SECTION.
           IF NOT WS-CLI-LIDO
              MOVE WS-ANT-ID TO D-ID-CLIENTE
              EXEC SQL
                  SELECT NOME_CLIENTE, NOME_CLIENTE_CONT,
                         ENDERECO_CLIENTE,
                         COALESCE(CEP_CLIENTE, ' '),
                         COALESCE(CIDADE_CLIENTE, ' '),
                         COALESCE(UF_CLIENTE, ' ')
                    INTO :D-NOME-CLIENTE, :D-NOME-CLIENTE-CONT,
                         :D-ENDERECO-CLIENTE, :D-CEP-CLIENTE,
                         :D-CIDADE-CLIENTE, :D-UF-CLIENTE
                    FROM TB_CLIENTES
                   WHERE ID_CLIENTE = :D-ID-CLIENTE
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                      MOVE 'S' TO WS-CLI-CADASTRO
                  WHEN SQLCODE = 100
                      MOVE 'N' TO WS-CLI-CADASTRO
                      MOVE SPACES TO D-NOME-CLIENTE
                      MOVE SPACES TO D-NOME-CLIENTE-CONT
                      MOVE SPACES TO D-ENDERECO-CLIENTE
                      MOVE SPACES TO D-CEP-CLIENTE
                      MOVE SPACES TO D-CIDADE-CLIENTE
                      MOVE SPACES TO D-UF-CLIENTE
                      ADD 1 TO WS-COUNT-SEM-CADASTRO
                      MOVE WS-ANT-ID TO RPT-AVI-ID
                      MOVE 'CLIENTE FORA DE TB_CLIENTES. COMUNICADO SEM
      -                    'NOME/ENDERECO (CADASTRO=N).' TO RPT-AVI-MSG
                      PERFORM 4220-WRITE-AVISO-LINE
                  WHEN OTHER
                      DISPLAY 'MYCOAFRP: ERRO NA LEITURA DE TB_CLIENTES'
                              '. SQLCODE: ' SQLCODE
                      PERFORM 9900-SQL-ERROR-ABEND
              END-EVALUATE
              MOVE 'S' TO WS-CLI-LIDO-SW
           END-IF.
       2900-SAI.
           EXIT.
      *
       2950-MONTAR-COMUNICACAO SECTION.
           MOVE SPACES              TO COM-RECORD.
           MOVE '1'                 TO COM-TIPO-REG.
           ADD 1 TO WS-SEQ-COMUNIC.
           MOVE WS-SEQ-COMUNIC      TO COM-SEQ.
           MOVE WS-ANT-ID           TO COM-ID-CLIENTE.
           MOVE D-NOME-CLIENTE      TO COM-NOME.
           MOVE D-NOME-CLIENTE-CONT TO COM-NOME-CONT.
           MOVE D-ENDERECO-CLIENTE  TO COM-END-LOGRADOURO.
           MOVE D-CEP-CLIENTE       TO COM-END-CEP.
           MOVE D-CIDADE-CLIENTE    TO COM-END-CIDADE.
           MOVE D-UF-CLIENTE        TO COM-END-UF.
           MOVE WS-CLI-CADASTRO     TO COM-CADASTRO.
       2950-SAI.
           EXIT.
      *
       2960-LINHA-RELATORIO SECTION.
           MOVE WS-ANT-ID      TO RPT-DET-ID.
           MOVE D-NOME-CLIENTE TO RPT-DET-NOME.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
       2960-SAI.
           EXIT.
