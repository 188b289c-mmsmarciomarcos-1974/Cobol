       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYTARIFA.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - FATURAMENTO MENSAL DE TARIFAS POR AGENCIA
      * TRANSMISSORA
      *
      * AS AGENCIAS PAGAM POR DETALHE PROCESSADO E A AREA FINANCEIRA
      * CALCULAVA A COBRANCA DO MES SOBRE IMPRESSOS DO ACK-FILE. ESTE
      * PROGRAMA APURA O MES (PARMDD, AAAAMM; SEM CARTAO = MES
      * ANTERIOR AO DA EXECUCAO) A PARTIR DE:
      *
      *   - TARIFDD: TABELA DE TARIFAS (VSAM KSDS POR AGR-PREFIXO) COM
      *     TARIFA FIXA POR LOTE, POR DETALHE ACEITO, POR DETALHE
      *     REJEITADO E POR ESTORNO 'R';
      *   - ACKFILDD: AS GERACOES DO ACK-FILE DO MYBATCH (GDG
      *     PROD.MYNIGHT.ACK, CONCATENADAS) - ACEITOS E REJEITADOS POR
      *     LOTE (ACK-RUN-ID);
      *   - TRNREGDD: O REGISTRO DE TRANSMISSOES - OS LOTES RECEBIDOS
      *     NO MES, BASE DA TARIFA FIXA;
      *   - MSTJRNDD: O DIARIO DO MESTRE - OS ESTORNOS APLICADOS NO
      *     MES (ORIGEM 'R'), PELA RODADA QUE OS TROUXE.
      *
      * A AGENCIA E O PREFIXO (4 PRIMEIRAS POSICOES) DO ID DE RODADA,
      * A MESMA REGRA DO 2407-LOOKUP-AGENCIA DO MYBATCH.
      *
      * SAIDAS: UM ARQUIVO DE FATURA POR AGENCIA (FATUR1DD..FATUR5DD,
      * POSICIONAIS NA ORDEM DA TABELA DE TARIFAS - MESMA CONVENCAO DO
      * MYACKGEN/MYDISTRB) E O REGISTRO DE FATURAMENTO (REPORTDD) COM
      * TOTAIS QUE FECHAM CONTRA A SOMA DOS REGISTROS DO ACK-FILE.
      *
      * RETURN-CODE 0 = FATURAMENTO FECHADO; 4 = MOVIMENTO DE AGENCIA
      * SEM TARIFA OU SEM DD DE FATURA (NAO FATURADO, APONTADO NO
      * REGISTRO); 16 = ERRO FATAL.
      *
      * RODA NO FECHAMENTO (STEP096 DO MYMONTH/MYYEAR), COM O CARTAO
      * DO MES GRAVADO PELO PORTAO. SEM CARTAO (EXECUCAO AVULSA NO
      * INICIO DO MES SEGUINTE), FATURA O MES ANTERIOR.
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
      *--- TABELA DE TARIFAS (VSAM KSDS POR PREFIXO DA AGENCIA)
           SELECT TAR-FILE ASSIGN TO TARIFDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TAR-PREFIXO
                  FILE STATUS IS WS-TAR-FILE-STATUS.
      *
      *--- GERACOES DO ACK-FILE (CONCATENADAS NA JCL)
           SELECT ACK-FILE ASSIGN TO ACKFILDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ACK-FILE-STATUS.
      *
           SELECT TRNREG-FILE ASSIGN TO TRNREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRG-KEY
                  FILE STATUS IS WS-TRG-FILE-STATUS.
      *
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
           SELECT OPTIONAL AGYREG-FILE ASSIGN TO AGYREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AGR-PREFIXO
                  FILE STATUS IS WS-AGY-FILE-STATUS.
      *
      *--- FATURAS POR AGENCIA (POSICIONAIS, NA ORDEM DA TABELA)
           SELECT FAT1-FILE ASSIGN TO FATUR1DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FAT1-FILE-STATUS.
           SELECT FAT2-FILE ASSIGN TO FATUR2DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FAT2-FILE-STATUS.
           SELECT FAT3-FILE ASSIGN TO FATUR3DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FAT3-FILE-STATUS.
           SELECT FAT4-FILE ASSIGN TO FATUR4DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FAT4-FILE-STATUS.
           SELECT FAT5-FILE ASSIGN TO FATUR5DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FAT5-FILE-STATUS.
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
      *--- TARIFAS EM REAIS: FIXA POR LOTE RECEBIDO + UNITARIAS POR
      *--- DETALHE ACEITO, POR DETALHE REJEITADO E POR ESTORNO
       FD TAR-FILE
          RECORD CONTAINS 60 CHARACTERS.
       01 TAR-RECORD.
           05 TAR-PREFIXO            PIC X(04).
           05 TAR-FIXO-LOTE          PIC 9(07)V99.
           05 TAR-UNIT-ACEITO        PIC 9(05)V9(04).
           05 TAR-UNIT-REJEITADO     PIC 9(05)V9(04).
           05 TAR-UNIT-ESTORNO       PIC 9(05)V9(04).
           05 FILLER                 PIC X(20).
      *
      *--- MESMO LAYOUT DO ACK-RECORD DO MYBATCH
       FD ACK-FILE
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ACK-RECORD.
           05 ACK-RUN-DATE           PIC X(08).
           05 ACK-RUN-ID             PIC X(08).
           05 ACK-DET-LIDOS          PIC 9(07).
           05 ACK-ACEITOS            PIC 9(07).
           05 ACK-REJEITADOS         PIC 9(07).
           05 ACK-TOT-DEBITO         PIC 9(13)V99.
           05 ACK-TOT-CREDITO        PIC 9(13)V99.
           05 ACK-BALANCEADO         PIC X(01).
           05 FILLER                 PIC X(02).
      *
      *--- MESMO LAYOUT DO TRNREG-RECORD DO MYBATCH
       FD TRNREG-FILE
          RECORD CONTAINS 24 CHARACTERS.
       01 TRNREG-RECORD.
           05 TRG-KEY.
               10 TRG-RUN-DATE       PIC X(08).
               10 TRG-RUN-ID         PIC X(08).
           05 TRG-RECEIVED-DATE      PIC 9(08).
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
      *--- MESMO LAYOUT DO AGYREG-RECORD DO MYBATCH
       FD AGYREG-FILE
          RECORD CONTAINS 120 CHARACTERS.
       01 AGYREG-RECORD.
           05 AGR-PREFIXO            PIC X(04).
           05 AGR-NOME               PIC X(30).
           05 AGR-DIAS-ESPERADOS     PIC X(07).
           05 AGR-CONTATO            PIC X(20).
           05 AGR-SITUACAO           PIC X(01).
           05 AGR-DATA-INICIO        PIC 9(08).
           05 AGR-DATA-FIM           PIC 9(08).
           05 AGR-VALOR-MAXIMO       PIC 9(13)V99.
           05 AGR-VERSAO-LAYOUT      PIC X(02).
           05 AGR-ULT-ALTERACAO      PIC 9(08).
           05 AGR-ULT-OPERADOR       PIC X(03).
           05 FILLER                 PIC X(14).
      *
      *--- REGISTRO DE FATURA: 'C' CABECALHO, 'I' ITEM, 'T' TOTAL
       FD FAT1-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FAT1-RECORD               PIC X(80).
      *
       FD FAT2-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FAT2-RECORD               PIC X(80).
      *
       FD FAT3-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FAT3-RECORD               PIC X(80).
      *
       FD FAT4-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FAT4-RECORD               PIC X(80).
      *
       FD FAT5-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FAT5-RECORD               PIC X(80).
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
           05 PARM-MES-FATURA        PIC 9(06).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-TAR-FILE-STATUS    PIC X(02).
              88 WS-TAR-OK          VALUE '00'.
           05 WS-ACK-FILE-STATUS    PIC X(02).
              88 WS-ACK-OK          VALUE '00'.
              88 WS-ACK-EOF         VALUE '10'.
           05 WS-TRG-FILE-STATUS    PIC X(02).
              88 WS-TRG-OK          VALUE '00'.
              88 WS-TRG-NOTFND      VALUE '23'.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-AGY-FILE-STATUS    PIC X(02).
              88 WS-AGY-OK          VALUE '00'.
           05 WS-FAT1-FILE-STATUS   PIC X(02).
              88 WS-FAT1-OK         VALUE '00'.
           05 WS-FAT2-FILE-STATUS   PIC X(02).
              88 WS-FAT2-OK         VALUE '00'.
           05 WS-FAT3-FILE-STATUS   PIC X(02).
              88 WS-FAT3-OK         VALUE '00'.
           05 WS-FAT4-FILE-STATUS   PIC X(02).
              88 WS-FAT4-OK         VALUE '00'.
           05 WS-FAT5-FILE-STATUS   PIC X(02).
              88 WS-FAT5-OK         VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- AGENCIAS DO MES: AS DA TABELA DE TARIFAS (NA ORDEM DA
      *--- CHAVE) E, DEPOIS DELAS, AS QUE TIVERAM MOVIMENTO SEM TARIFA
       01 WS-AGY-TABLE.
           05 WS-AGY-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-TAR-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-AGY-ENTRY OCCURS 100 TIMES
              INDEXED BY WS-AGY-IDX.
              10 WS-AGY-PREFIXO     PIC X(04).
              10 WS-AGY-NOME        PIC X(30).
              10 WS-AGY-TEM-TARIFA  PIC X(01).
                 88 WS-AGY-TARIFADA VALUE 'S'.
              10 WS-AGY-FIXO-LOTE   PIC 9(07)V99.
              10 WS-AGY-UNIT-ACE    PIC 9(05)V9(04).
              10 WS-AGY-UNIT-REJ    PIC 9(05)V9(04).
              10 WS-AGY-UNIT-EST    PIC 9(05)V9(04).
              10 WS-AGY-LOTES-TRG   PIC 9(07).
              10 WS-AGY-LOTES-ACK   PIC 9(07).
              10 WS-AGY-ACEITOS     PIC 9(09).
              10 WS-AGY-REJEITADOS  PIC 9(09).
              10 WS-AGY-ESTORNOS    PIC 9(09).
              10 WS-AGY-VLR-LOTES   PIC 9(11)V99.
              10 WS-AGY-VLR-ACE     PIC 9(11)V99.
              10 WS-AGY-VLR-REJ     PIC 9(11)V99.
              10 WS-AGY-VLR-EST     PIC 9(11)V99.
              10 WS-AGY-VLR-TOTAL   PIC 9(11)V99.
      *
       01 WS-WORK-VARS.
           05 WS-PREFIXO-BUSCA      PIC X(04).
           05 WS-AGY-SUB            PIC 9(03) VALUE ZERO.
           05 WS-AGY-ACHOU-SW       PIC X(01) VALUE 'N'.
              88 WS-AGY-ACHOU       VALUE 'S'.
           05 WS-TRG-FIM-SW         PIC X(01) VALUE 'N'.
              88 WS-TRG-FIM         VALUE 'S'.
           05 WS-AVISO-SW           PIC X(01) VALUE 'N'.
              88 WS-TEM-AVISO       VALUE 'S'.
      *
       01 WS-DATA-CONTROLE.
           05 WS-CURRENT-DATE-RAW.
              10 WS-CUR-AAAA        PIC 9(04).
              10 WS-CUR-MM          PIC 9(02).
              10 WS-CUR-DD          PIC 9(02).
           05 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE-RAW
                                    PIC 9(08).
           05 WS-MES-FATURA         PIC 9(06) VALUE ZERO.
           05 WS-MES-FATURA-R REDEFINES WS-MES-FATURA.
              10 WS-FAT-AAAA        PIC 9(04).
              10 WS-FAT-MM          PIC 9(02).
           05 WS-MES-FATURA-X REDEFINES WS-MES-FATURA PIC X(06).
      *
       01 WS-TOTAIS.
           05 WS-TOT-ACK-REGS       PIC 9(07) VALUE ZERO.
           05 WS-TOT-ACK-ACEITOS    PIC 9(09) VALUE ZERO.
           05 WS-TOT-ACK-REJEIT     PIC 9(09) VALUE ZERO.
           05 WS-TOT-FAT-ACEITOS    PIC 9(09) VALUE ZERO.
           05 WS-TOT-FAT-REJEIT     PIC 9(09) VALUE ZERO.
           05 WS-TOT-NFAT-ACEITOS   PIC 9(09) VALUE ZERO.
           05 WS-TOT-NFAT-REJEIT    PIC 9(09) VALUE ZERO.
           05 WS-TOT-LOTES          PIC 9(07) VALUE ZERO.
           05 WS-TOT-ESTORNOS       PIC 9(09) VALUE ZERO.
           05 WS-TOT-FATURADO       PIC 9(13)V99 VALUE ZERO.
           05 WS-COUNT-FATURAS      PIC 9(03) VALUE ZERO.
      *
      *--- REGISTROS DE FATURA (80 BYTES)
       01 WS-FAT-CABECALHO.
           05 FAT-C-TIPO            PIC X(01) VALUE 'C'.
           05 FAT-C-PREFIXO         PIC X(04).
           05 FAT-C-MES             PIC 9(06).
           05 FAT-C-NOME            PIC X(30).
           05 FAT-C-EMISSAO         PIC 9(08).
           05 FILLER                PIC X(31) VALUE SPACES.
      *
       01 WS-FAT-ITEM.
           05 FAT-I-TIPO            PIC X(01) VALUE 'I'.
           05 FAT-I-PREFIXO         PIC X(04).
           05 FAT-I-ITEM            PIC X(10).
           05 FAT-I-QTD             PIC 9(09).
           05 FAT-I-PRECO           PIC 9(07)V9(04).
           05 FAT-I-VALOR           PIC 9(11)V99.
           05 FILLER                PIC X(32) VALUE SPACES.
      *
       01 WS-FAT-TOTAL.
           05 FAT-T-TIPO            PIC X(01) VALUE 'T'.
           05 FAT-T-PREFIXO         PIC X(04).
           05 FAT-T-QTD-ITENS       PIC 9(03).
           05 FAT-T-VALOR           PIC 9(11)V99.
           05 FILLER                PIC X(59) VALUE SPACES.
      *
       01 WS-FAT-BUFFER             PIC X(80).
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              'MYTARIFA - REGISTRO DE FATURAMENTO DE TARIFAS  MES'.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-HDR-MES           PIC 9(06).
           05 FILLER                PIC X(75) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE
              'DD  AGENCIA NOME                            LOTES   ACEIT
      -       'OS REJEITADOS  ESTORNOS     VALOR FATURADO'.
      *
       01 WS-RPT-AGY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-AGY-DD            PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-AGY-PREFIXO       PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-AGY-NOME          PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AGY-LOTES         PIC ZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AGY-ACEITOS       PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AGY-REJEITADOS    PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AGY-ESTORNOS      PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AGY-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AGY-OBS           PIC X(25).
           05 FILLER                PIC X(08) VALUE SPACES.
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
       01 WS-RPT-TEXT-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-TEXT              PIC X(132).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-ACK-GENERATIONS.
           PERFORM 2100-COUNT-TRANSMISSIONS.
           PERFORM 2200-COUNT-REVERSALS.
           PERFORM 2300-PRICE-AGENCIES.
           PERFORM 2400-WRITE-INVOICES.
           PERFORM 3000-FINALIZE.
           IF WS-TEM-AVISO
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'PROGRAMA MYTARIFA CONCLUIDO. MES: ' WS-MES-FATURA
                   ' FATURAS: ' WS-COUNT-FATURAS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           PERFORM 1160-LOAD-TARIFFS.
           PERFORM 1170-LOAD-AGENCY-NAMES.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- MES A FATURAR: PARMDD OU, NA FALTA DELE, O MES ANTERIOR AO
      *--- DA EXECUCAO (O FATURAMENTO RODA NO INICIO DO MES SEGUINTE)
       1150-READ-PARM-CARD.
           ACCEPT WS-CURRENT-DATE-RAW FROM DATE YYYYMMDD.
           IF WS-CUR-MM = 1
              COMPUTE WS-FAT-AAAA = WS-CUR-AAAA - 1
              MOVE 12 TO WS-FAT-MM
           ELSE
              MOVE WS-CUR-AAAA TO WS-FAT-AAAA
              COMPUTE WS-FAT-MM = WS-CUR-MM - 1
           END-IF.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-MES-FATURA IS NUMERIC
                 AND PARM-MES-FATURA > ZERO
                 MOVE PARM-MES-FATURA TO WS-MES-FATURA
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           DISPLAY 'MES DE FATURAMENTO: ' WS-MES-FATURA.
           EXIT.
      *
       1160-LOAD-TARIFFS.
           OPEN INPUT TAR-FILE.
           IF NOT WS-TAR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TAR-FILE'
              DISPLAY 'FILE STATUS: ' WS-TAR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ TAR-FILE NEXT RECORD.
           PERFORM UNTIL NOT WS-TAR-OK
              IF WS-AGY-COUNT >= 80
                 DISPLAY 'MYTF001 MAIS DE 80 AGENCIAS NA TABELA DE '
                         'TARIFAS. EXCEDENTES IGNORADAS.'
                 MOVE '10' TO WS-TAR-FILE-STATUS
              ELSE
                 ADD 1 TO WS-AGY-COUNT
                 SET WS-AGY-IDX TO WS-AGY-COUNT
                 INITIALIZE WS-AGY-ENTRY(WS-AGY-IDX)
                 MOVE TAR-PREFIXO TO WS-AGY-PREFIXO(WS-AGY-IDX)
                 MOVE 'S'         TO WS-AGY-TEM-TARIFA(WS-AGY-IDX)
                 MOVE TAR-FIXO-LOTE
                     TO WS-AGY-FIXO-LOTE(WS-AGY-IDX)
                 MOVE TAR-UNIT-ACEITO
                     TO WS-AGY-UNIT-ACE(WS-AGY-IDX)
                 MOVE TAR-UNIT-REJEITADO
                     TO WS-AGY-UNIT-REJ(WS-AGY-IDX)
                 MOVE TAR-UNIT-ESTORNO
                     TO WS-AGY-UNIT-EST(WS-AGY-IDX)
                 READ TAR-FILE NEXT RECORD
              END-IF
           END-PERFORM.
           CLOSE TAR-FILE.
           MOVE WS-AGY-COUNT TO WS-TAR-COUNT.
           DISPLAY 'TABELA DE TARIFAS CARREGADA. AGENCIAS: '
                   WS-TAR-COUNT.
           EXIT.
      *
      *--- NOMES PARA A FATURA E O REGISTRO (CADASTRO OPCIONAL)
       1170-LOAD-AGENCY-NAMES.
           OPEN INPUT AGYREG-FILE.
           READ AGYREG-FILE.
           PERFORM UNTIL NOT WS-AGY-OK
              MOVE AGR-PREFIXO TO WS-PREFIXO-BUSCA
              PERFORM 2900-FIND-AGENCY
              IF WS-AGY-ACHOU
                 MOVE AGR-NOME TO WS-AGY-NOME(WS-AGY-IDX)
              END-IF
              READ AGYREG-FILE
           END-PERFORM.
           CLOSE AGYREG-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE APURACAO
      *================================================================*
      *--- ACEITOS/REJEITADOS POR LOTE, SO DAS RODADAS DO MES
       2000-READ-ACK-GENERATIONS.
           OPEN INPUT ACK-FILE.
           IF NOT WS-ACK-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ACK-FILE'
              DISPLAY 'FILE STATUS: ' WS-ACK-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4000-READ-ACK.
           PERFORM UNTIL WS-ACK-EOF
              IF ACK-RUN-DATE(1:6) = WS-MES-FATURA-X
                 ADD 1              TO WS-TOT-ACK-REGS
                 ADD ACK-ACEITOS    TO WS-TOT-ACK-ACEITOS
                 ADD ACK-REJEITADOS TO WS-TOT-ACK-REJEIT
                 MOVE ACK-RUN-ID(1:4) TO WS-PREFIXO-BUSCA
                 PERFORM 2950-FIND-OR-ADD-AGENCY
                 ADD 1 TO WS-AGY-LOTES-ACK(WS-AGY-IDX)
                 ADD ACK-ACEITOS    TO WS-AGY-ACEITOS(WS-AGY-IDX)
                 ADD ACK-REJEITADOS TO WS-AGY-REJEITADOS(WS-AGY-IDX)
              END-IF
              PERFORM 4000-READ-ACK
           END-PERFORM.
           CLOSE ACK-FILE.
           EXIT.
      *
      *--- LOTES RECEBIDOS NO MES: POSICIONA NO PRIMEIRO DIA DO MES E
      *--- LE EM ORDEM DE CHAVE (DATA + ID DA RODADA) ATE MUDAR O MES
       2100-COUNT-TRANSMISSIONS.
           OPEN INPUT TRNREG-FILE.
           IF NOT WS-TRG-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TRNREG-FILE'
              DISPLAY 'FILE STATUS: ' WS-TRG-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE LOW-VALUES TO TRG-KEY.
           MOVE WS-MES-FATURA-X TO TRG-RUN-DATE(1:6).
           START TRNREG-FILE KEY IS NOT LESS THAN TRG-KEY.
           EVALUATE TRUE
               WHEN WS-TRG-OK
                   CONTINUE
               WHEN WS-TRG-NOTFND
                   SET WS-TRG-FIM TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL NO START DO TRNREG-FILE'
                   DISPLAY 'FILE STATUS: ' WS-TRG-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           PERFORM UNTIL WS-TRG-FIM
              READ TRNREG-FILE NEXT RECORD
              IF NOT WS-TRG-OK
                 OR TRG-RUN-DATE(1:6) NOT = WS-MES-FATURA-X
                 SET WS-TRG-FIM TO TRUE
              ELSE
                 MOVE TRG-RUN-ID(1:4) TO WS-PREFIXO-BUSCA
                 PERFORM 2950-FIND-OR-ADD-AGENCY
                 ADD 1 TO WS-AGY-LOTES-TRG(WS-AGY-IDX)
                 ADD 1 TO WS-TOT-LOTES
              END-IF
           END-PERFORM.
           CLOSE TRNREG-FILE.
           EXIT.
      *
      *--- ESTORNOS APLICADOS NO MES (UMA LINHA DE ORIGEM 'R' NO
      *--- DIARIO POR ESTORNO ACEITO), PELA AGENCIA DA RODADA
       2200-COUNT-REVERSALS.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4100-READ-JOURNAL.
           PERFORM UNTIL WS-MJR-EOF
              IF MJR-ORIGEM-ESTORNO
                 AND MJR-RUN-DATE(1:6) = WS-MES-FATURA-X
                 MOVE MJR-RUN-ID(1:4) TO WS-PREFIXO-BUSCA
                 PERFORM 2950-FIND-OR-ADD-AGENCY
                 ADD 1 TO WS-AGY-ESTORNOS(WS-AGY-IDX)
                 ADD 1 TO WS-TOT-ESTORNOS
              END-IF
              PERFORM 4100-READ-JOURNAL
           END-PERFORM.
           CLOSE MSTJRN-FILE.
           EXIT.
      *
      *--- VALORIZA CADA AGENCIA TARIFADA. SO AS 5 PRIMEIRAS DA TABELA
      *--- TEM DD DE FATURA; AS DEMAIS (E AS SEM TARIFA) FICAM FORA DO
      *--- FATURAMENTO E SAO APONTADAS NO REGISTRO.
       2300-PRICE-AGENCIES.
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-AGY-COUNT
              SET WS-AGY-SUB TO WS-AGY-IDX
              IF WS-AGY-TARIFADA(WS-AGY-IDX) AND WS-AGY-SUB <= 5
                 COMPUTE WS-AGY-VLR-LOTES(WS-AGY-IDX) ROUNDED =
                     WS-AGY-LOTES-TRG(WS-AGY-IDX)
                   * WS-AGY-FIXO-LOTE(WS-AGY-IDX)
                 COMPUTE WS-AGY-VLR-ACE(WS-AGY-IDX) ROUNDED =
                     WS-AGY-ACEITOS(WS-AGY-IDX)
                   * WS-AGY-UNIT-ACE(WS-AGY-IDX)
                 COMPUTE WS-AGY-VLR-REJ(WS-AGY-IDX) ROUNDED =
                     WS-AGY-REJEITADOS(WS-AGY-IDX)
                   * WS-AGY-UNIT-REJ(WS-AGY-IDX)
                 COMPUTE WS-AGY-VLR-EST(WS-AGY-IDX) ROUNDED =
                     WS-AGY-ESTORNOS(WS-AGY-IDX)
                   * WS-AGY-UNIT-EST(WS-AGY-IDX)
                 COMPUTE WS-AGY-VLR-TOTAL(WS-AGY-IDX) =
                     WS-AGY-VLR-LOTES(WS-AGY-IDX)
                   + WS-AGY-VLR-ACE(WS-AGY-IDX)
                   + WS-AGY-VLR-REJ(WS-AGY-IDX)
                   + WS-AGY-VLR-EST(WS-AGY-IDX)
                 ADD WS-AGY-VLR-TOTAL(WS-AGY-IDX) TO WS-TOT-FATURADO
                 ADD WS-AGY-ACEITOS(WS-AGY-IDX)
                     TO WS-TOT-FAT-ACEITOS
                 ADD WS-AGY-REJEITADOS(WS-AGY-IDX)
                     TO WS-TOT-FAT-REJEIT
              ELSE
                 ADD WS-AGY-ACEITOS(WS-AGY-IDX)
                     TO WS-TOT-NFAT-ACEITOS
                 ADD WS-AGY-REJEITADOS(WS-AGY-IDX)
                     TO WS-TOT-NFAT-REJEIT
                 IF WS-AGY-LOTES-TRG(WS-AGY-IDX) > ZERO
                    OR WS-AGY-LOTES-ACK(WS-AGY-IDX) > ZERO
                    OR WS-AGY-ESTORNOS(WS-AGY-IDX) > ZERO
                    SET WS-TEM-AVISO TO TRUE
                    DISPLAY 'MYTF002 AGENCIA '
                            WS-AGY-PREFIXO(WS-AGY-IDX)
                            ' COM MOVIMENTO NAO FATURADO (SEM TARIFA '
                            'OU SEM DD DE FATURA).' UPON CONSOLE
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      *
      *--- ABRE OS 5 DD DE FATURA (TODOS, MESMO SEM AGENCIA - UM DD
      *--- VAZIO E MELHOR QUE UM GERADO DO MES ANTERIOR) E GRAVA A
      *--- FATURA DE CADA AGENCIA TARIFADA NO SEU DD POSICIONAL
       2400-WRITE-INVOICES.
           OPEN OUTPUT FAT1-FILE FAT2-FILE FAT3-FILE FAT4-FILE
                       FAT5-FILE.
           IF NOT WS-FAT1-OK OR NOT WS-FAT2-OK OR NOT WS-FAT3-OK
              OR NOT WS-FAT4-OK OR NOT WS-FAT5-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DOS DD DE FATURA'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-AGY-COUNT
              SET WS-AGY-SUB TO WS-AGY-IDX
              IF WS-AGY-TARIFADA(WS-AGY-IDX) AND WS-AGY-SUB <= 5
                 PERFORM 2410-WRITE-ONE-INVOICE
              END-IF
           END-PERFORM.
           CLOSE FAT1-FILE FAT2-FILE FAT3-FILE FAT4-FILE FAT5-FILE.
           EXIT.
      *
       2410-WRITE-ONE-INVOICE.
           ADD 1 TO WS-COUNT-FATURAS.
           MOVE WS-AGY-PREFIXO(WS-AGY-IDX) TO FAT-C-PREFIXO
                                              FAT-I-PREFIXO
                                              FAT-T-PREFIXO.
           MOVE WS-MES-FATURA              TO FAT-C-MES.
           MOVE WS-AGY-NOME(WS-AGY-IDX)    TO FAT-C-NOME.
           MOVE WS-CURRENT-DATE-NUM        TO FAT-C-EMISSAO.
           MOVE WS-FAT-CABECALHO TO WS-FAT-BUFFER.
           PERFORM 4300-WRITE-INVOICE-RECORD.
      *
           MOVE 'LOTES'                       TO FAT-I-ITEM.
           MOVE WS-AGY-LOTES-TRG(WS-AGY-IDX)  TO FAT-I-QTD.
           MOVE WS-AGY-FIXO-LOTE(WS-AGY-IDX)  TO FAT-I-PRECO.
           MOVE WS-AGY-VLR-LOTES(WS-AGY-IDX)  TO FAT-I-VALOR.
           MOVE WS-FAT-ITEM TO WS-FAT-BUFFER.
           PERFORM 4300-WRITE-INVOICE-RECORD.
           MOVE 'ACEITOS'                     TO FAT-I-ITEM.
           MOVE WS-AGY-ACEITOS(WS-AGY-IDX)    TO FAT-I-QTD.
           MOVE WS-AGY-UNIT-ACE(WS-AGY-IDX)   TO FAT-I-PRECO.
           MOVE WS-AGY-VLR-ACE(WS-AGY-IDX)    TO FAT-I-VALOR.
           MOVE WS-FAT-ITEM TO WS-FAT-BUFFER.
           PERFORM 4300-WRITE-INVOICE-RECORD.
           MOVE 'REJEITADOS'                  TO FAT-I-ITEM.
           MOVE WS-AGY-REJEITADOS(WS-AGY-IDX) TO FAT-I-QTD.
           MOVE WS-AGY-UNIT-REJ(WS-AGY-IDX)   TO FAT-I-PRECO.
           MOVE WS-AGY-VLR-REJ(WS-AGY-IDX)    TO FAT-I-VALOR.
           MOVE WS-FAT-ITEM TO WS-FAT-BUFFER.
           PERFORM 4300-WRITE-INVOICE-RECORD.
           MOVE 'ESTORNOS'                    TO FAT-I-ITEM.
           MOVE WS-AGY-ESTORNOS(WS-AGY-IDX)   TO FAT-I-QTD.
           MOVE WS-AGY-UNIT-EST(WS-AGY-IDX)   TO FAT-I-PRECO.
           MOVE WS-AGY-VLR-EST(WS-AGY-IDX)    TO FAT-I-VALOR.
           MOVE WS-FAT-ITEM TO WS-FAT-BUFFER.
           PERFORM 4300-WRITE-INVOICE-RECORD.
      *
           MOVE 4                             TO FAT-T-QTD-ITENS.
           MOVE WS-AGY-VLR-TOTAL(WS-AGY-IDX)  TO FAT-T-VALOR.
           MOVE WS-FAT-TOTAL TO WS-FAT-BUFFER.
           PERFORM 4300-WRITE-INVOICE-RECORD.
           EXIT.
      *
      *--- LOCALIZA O PREFIXO NA TABELA DE AGENCIAS
       2900-FIND-AGENCY.
           MOVE 'N' TO WS-AGY-ACHOU-SW.
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-AGY-COUNT
                      OR WS-AGY-ACHOU
              IF WS-AGY-PREFIXO(WS-AGY-IDX) = WS-PREFIXO-BUSCA
                 SET WS-AGY-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WS-AGY-ACHOU
              SET WS-AGY-IDX DOWN BY 1
           END-IF.
           EXIT.
      *
      *--- AGENCIA COM MOVIMENTO E SEM TARIFA ENTRA NO FIM DA TABELA,
      *--- SO PARA O REGISTRO
       2950-FIND-OR-ADD-AGENCY.
           PERFORM 2900-FIND-AGENCY.
           IF NOT WS-AGY-ACHOU
              IF WS-AGY-COUNT >= 100
                 DISPLAY 'MYTF003 MAIS DE 100 AGENCIAS NO MES.'
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-AGY-COUNT
              SET WS-AGY-IDX TO WS-AGY-COUNT
              INITIALIZE WS-AGY-ENTRY(WS-AGY-IDX)
              MOVE WS-PREFIXO-BUSCA TO WS-AGY-PREFIXO(WS-AGY-IDX)
              MOVE 'N'              TO WS-AGY-TEM-TARIFA(WS-AGY-IDX)
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE WS-MES-FATURA TO RPT-HDR-MES.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-AGY-COUNT
              PERFORM 3100-WRITE-AGENCY-LINE
           END-PERFORM.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'REGISTROS ACK DO MES         :' TO RPT-MSG-DESC.
           MOVE WS-TOT-ACK-REGS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'LOTES NO TRNREG DO MES       :' TO RPT-MSG-DESC.
           MOVE WS-TOT-LOTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ACEITOS - SOMA DOS ACK       :' TO RPT-MSG-DESC.
           MOVE WS-TOT-ACK-ACEITOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ACEITOS - FATURADOS          :' TO RPT-MSG-DESC.
           MOVE WS-TOT-FAT-ACEITOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ACEITOS - NAO FATURADOS      :' TO RPT-MSG-DESC.
           MOVE WS-TOT-NFAT-ACEITOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'REJEITADOS - SOMA DOS ACK    :' TO RPT-MSG-DESC.
           MOVE WS-TOT-ACK-REJEIT TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'REJEITADOS - FATURADOS       :' TO RPT-MSG-DESC.
           MOVE WS-TOT-FAT-REJEIT TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'REJEITADOS - NAO FATURADOS   :' TO RPT-MSG-DESC.
           MOVE WS-TOT-NFAT-REJEIT TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ESTORNOS NO DIARIO DO MES    :' TO RPT-MSG-DESC.
           MOVE WS-TOT-ESTORNOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'FATURAS EMITIDAS             :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-FATURAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'TOTAL FATURADO NO MES        :' TO RPT-AMT-DESC.
           MOVE WS-TOT-FATURADO TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
      *--- AMARRACAO: FATURADOS + NAO FATURADOS = SOMA DOS ACK
           MOVE SPACES TO WS-RPT-TEXT-LINE.
           IF WS-TOT-FAT-ACEITOS + WS-TOT-NFAT-ACEITOS
                 = WS-TOT-ACK-ACEITOS
              AND WS-TOT-FAT-REJEIT + WS-TOT-NFAT-REJEIT
                 = WS-TOT-ACK-REJEIT
              MOVE 'TOTAIS FECHAM COM A SOMA DOS REGISTROS DO ACK-FILE.'
                   TO RPT-TEXT
           ELSE
              MOVE '*** TOTAIS NAO FECHAM COM A SOMA DOS REGISTROS DO A
      -            'CK-FILE ***' TO RPT-TEXT
              SET WS-TEM-AVISO TO TRUE
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-TEXT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           CLOSE RPT-FILE.
           EXIT.
      *
       3100-WRITE-AGENCY-LINE.
           MOVE SPACES TO RPT-AGY-DD RPT-AGY-OBS.
           SET WS-AGY-SUB TO WS-AGY-IDX.
           IF WS-AGY-TARIFADA(WS-AGY-IDX)
              IF WS-AGY-SUB <= 5
                 MOVE WS-AGY-SUB(3:1) TO RPT-AGY-DD(2:1)
                 MOVE 'F' TO RPT-AGY-DD(1:1)
              ELSE
                 MOVE 'SEM DD DE FATURA' TO RPT-AGY-OBS
              END-IF
           ELSE
              MOVE 'SEM TARIFA - NAO FATURADA' TO RPT-AGY-OBS
           END-IF.
           MOVE WS-AGY-PREFIXO(WS-AGY-IDX)    TO RPT-AGY-PREFIXO.
           MOVE WS-AGY-NOME(WS-AGY-IDX)       TO RPT-AGY-NOME.
           MOVE WS-AGY-LOTES-TRG(WS-AGY-IDX)  TO RPT-AGY-LOTES.
           MOVE WS-AGY-ACEITOS(WS-AGY-IDX)    TO RPT-AGY-ACEITOS.
           MOVE WS-AGY-REJEITADOS(WS-AGY-IDX) TO RPT-AGY-REJEITADOS.
           MOVE WS-AGY-ESTORNOS(WS-AGY-IDX)   TO RPT-AGY-ESTORNOS.
           MOVE WS-AGY-VLR-TOTAL(WS-AGY-IDX)  TO RPT-AGY-VALOR.
           MOVE WS-RPT-AGY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-ACK.
           READ ACK-FILE.
           IF NOT WS-ACK-OK AND NOT WS-ACK-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO ACK-FILE'
              DISPLAY 'FILE STATUS: ' WS-ACK-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4100-READ-JOURNAL.
           READ MSTJRN-FILE.
           IF NOT WS-MJR-OK AND NOT WS-MJR-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
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
      *--- GRAVA O REGISTRO DE FATURA NO DD POSICIONAL DA AGENCIA
       4300-WRITE-INVOICE-RECORD.
           EVALUATE WS-AGY-SUB
               WHEN 1
                   WRITE FAT1-RECORD FROM WS-FAT-BUFFER
               WHEN 2
                   WRITE FAT2-RECORD FROM WS-FAT-BUFFER
               WHEN 3
                   WRITE FAT3-RECORD FROM WS-FAT-BUFFER
               WHEN 4
                   WRITE FAT4-RECORD FROM WS-FAT-BUFFER
               WHEN 5
                   WRITE FAT5-RECORD FROM WS-FAT-BUFFER
           END-EVALUATE.
           IF NOT WS-FAT1-OK OR NOT WS-FAT2-OK OR NOT WS-FAT3-OK
              OR NOT WS-FAT4-OK OR NOT WS-FAT5-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO DD DE FATURA '
                      WS-AGY-SUB
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYTARIFA ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
