       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCNVCTA.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CONVERSAO DOS ARQUIVOS CHAVEADOS POR CLIENTE
      * PARA A CHAVE ID + CONTA
      *
      * RODA UMA VEZ, NA VIRADA PARA VARIAS CONTAS POR CLIENTE. O
      * MESTRE E OS ARQUIVOS QUE ACOMPANHAM A CHAVE DELE PASSARAM A
      * SER POR ID + CONTA (CONTA 9(03), 001 = CONTA PRINCIPAL). ESTE
      * PROGRAMA LE AS DESCARGAS SEQUENCIAIS DOS CLUSTERS ANTIGOS
      * (REPRO) E GRAVA AS DESCARGAS NO LAYOUT NOVO, COM TODO REGISTRO
      * EXISTENTE NA CONTA 001 - A CONTA ENTRA LOGO DEPOIS DO ID, SEM
      * MEXER NO RESTO DO REGISTRO:
      *
      *   MSTOLDDD -> MSTNEWDD  MESTRE (MASTERDD)     100 -> 119
      *                         (+ DATAS DE DORMENCIA E DE NEGATIVO)
      *   IDHOLDDD -> IDHNEWDD  IDHIST (IDHISTDD)      18 -> 21
      *   WHSOLDDD -> WHSNEWDD  ARMAZEM (WHSFILDD)    106 -> 109
      *                         (CHAVE DATA + ID + CONTA)
      *   ACROLDDD -> ACRNEWDD  JUROS (ACRJURDD)       50 -> 53
      *   DRMOLDDD -> DRMNEWDD  DORMENCIAS (DORMDD)    40 -> 43
      *   CBROLDDD -> CBRNEWDD  COBRANCA (COBRDD)     100 -> 100
      *                         (OS 3 BYTES SAEM DO FILLER DO FIM)
      *
      * NA MESMA VIRADA O MESTRE GANHA NO FIM A DATA DA DORMENCIA E A
      * DATA DESDE A QUAL O SALDO ESTA NEGATIVO, ANTES GUARDADAS SO NO
      * DORMDD E NO COBRDD. O MESTRE CONVERTIDO JA SAI COM ELAS: AS
      * DESCARGAS ANTIGAS DO DORMDD E DO COBRDD (MESMA ORDEM DE ID)
      * SAO CASADAS COM O MESTRE - A DATA DA DORMENCIA SO ENTRA NA
      * CONTA DORMENTE E A DO NEGATIVO SO NA CONTA DEVEDORA; SEM
      * CORRESPONDENCIA A DATA FICA ZERO.
      *
      * CADA ENTRADA E OPCIONAL: ARQUIVO AUSENTE NA JCL = PAR PULADO
      * (AVISO NO CONSOLE). AS DESCARGAS VEM EM ORDEM DE CHAVE E A
      * CONTA 001 NAO ALTERA A ORDEM, ENTAO A SAIDA RECARREGA DIRETO
      * NO CLUSTER REDEFINIDO (REPRO, OU O MYMSTRS PARA O MESTRE).
      *
      * RC 16 = ERRO DE ARQUIVO.
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
           SELECT OPTIONAL MSTOLD-FILE ASSIGN TO MSTOLDDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MSTOLD-FILE-STATUS.
           SELECT MSTNEW-FILE ASSIGN TO MSTNEWDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MSTNEW-FILE-STATUS.
           SELECT OPTIONAL IDHOLD-FILE ASSIGN TO IDHOLDDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-IDHOLD-FILE-STATUS.
           SELECT IDHNEW-FILE ASSIGN TO IDHNEWDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-IDHNEW-FILE-STATUS.
           SELECT OPTIONAL WHSOLD-FILE ASSIGN TO WHSOLDDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-WHSOLD-FILE-STATUS.
           SELECT WHSNEW-FILE ASSIGN TO WHSNEWDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-WHSNEW-FILE-STATUS.
           SELECT OPTIONAL ACROLD-FILE ASSIGN TO ACROLDDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ACROLD-FILE-STATUS.
           SELECT ACRNEW-FILE ASSIGN TO ACRNEWDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ACRNEW-FILE-STATUS.
           SELECT OPTIONAL DRMOLD-FILE ASSIGN TO DRMOLDDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DRMOLD-FILE-STATUS.
           SELECT DRMNEW-FILE ASSIGN TO DRMNEWDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DRMNEW-FILE-STATUS.
           SELECT OPTIONAL CBROLD-FILE ASSIGN TO CBROLDDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CBROLD-FILE-STATUS.
           SELECT CBRNEW-FILE ASSIGN TO CBRNEWDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CBRNEW-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESTRE: ID + RESTO (90 BYTES)
       FD MSTOLD-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MSTOLD-RECORD.
           05 MSTOLD-ID              PIC X(10).
           05 MSTOLD-RESTO           PIC X(90).
       01 MSTOLD-RECORD-R.
           05 FILLER                 PIC X(86).
           05 MSTOLD-SALDO           PIC S9(11)V99.
           05 MSTOLD-SITUACAO        PIC X(01).
      *
       FD MSTNEW-FILE
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MSTNEW-RECORD.
           05 MSTNEW-ID              PIC X(10).
           05 MSTNEW-CONTA           PIC 9(03).
           05 MSTNEW-RESTO           PIC X(90).
           05 MSTNEW-DATA-DORMENCIA  PIC 9(08).
           05 MSTNEW-DATA-NEGATIVO   PIC 9(08).
      *
      *--- IDHIST: ID + DATA
       FD IDHOLD-FILE
          RECORD CONTAINS 18 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 IDHOLD-RECORD.
           05 IDHOLD-ID              PIC X(10).
           05 IDHOLD-RESTO           PIC X(08).
      *
       FD IDHNEW-FILE
          RECORD CONTAINS 21 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 IDHNEW-RECORD.
           05 IDHNEW-ID              PIC X(10).
           05 IDHNEW-CONTA           PIC 9(03).
           05 IDHNEW-RESTO           PIC X(08).
      *
      *--- ARMAZEM: DATA EFETIVA + ID + DETALHE + RODADA
       FD WHSOLD-FILE
          RECORD CONTAINS 106 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 WHSOLD-RECORD.
           05 WHSOLD-DATA-ID         PIC X(18).
           05 WHSOLD-RESTO           PIC X(88).
      *
       FD WHSNEW-FILE
          RECORD CONTAINS 109 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 WHSNEW-RECORD.
           05 WHSNEW-DATA-ID         PIC X(18).
           05 WHSNEW-CONTA           PIC 9(03).
           05 WHSNEW-RESTO           PIC X(88).
      *
      *--- JUROS APROPRIADOS: ID + RESTO
       FD ACROLD-FILE
          RECORD CONTAINS 50 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ACROLD-RECORD.
           05 ACROLD-ID              PIC X(10).
           05 ACROLD-RESTO           PIC X(40).
      *
       FD ACRNEW-FILE
          RECORD CONTAINS 53 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ACRNEW-RECORD.
           05 ACRNEW-ID              PIC X(10).
           05 ACRNEW-CONTA           PIC 9(03).
           05 ACRNEW-RESTO           PIC X(40).
      *
      *--- DORMENCIAS: ID + RESTO
       FD DRMOLD-FILE
          RECORD CONTAINS 40 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 DRMOLD-RECORD.
           05 DRMOLD-ID              PIC X(10).
           05 DRMOLD-RESTO           PIC X(30).
       01 DRMOLD-RECORD-R.
           05 FILLER                 PIC X(10).
           05 DRMOLD-DATA-DORMENCIA  PIC 9(08).
           05 FILLER                 PIC X(22).
      *
       FD DRMNEW-FILE
          RECORD CONTAINS 43 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 DRMNEW-RECORD.
           05 DRMNEW-ID              PIC X(10).
           05 DRMNEW-CONTA           PIC 9(03).
           05 DRMNEW-RESTO           PIC X(30).
      *
      *--- COBRANCA: ID + DADOS (87) + FILLER (3) QUE CEDE O ESPACO
       FD CBROLD-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CBROLD-RECORD.
           05 CBROLD-ID              PIC X(10).
           05 CBROLD-RESTO           PIC X(85).
           05 FILLER                 PIC X(05).
       01 CBROLD-RECORD-R.
           05 FILLER                 PIC X(10).
           05 CBROLD-DATA-NEGATIVO   PIC 9(08).
           05 FILLER                 PIC X(82).
      *
       FD CBRNEW-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CBRNEW-RECORD.
           05 CBRNEW-ID              PIC X(10).
           05 CBRNEW-CONTA           PIC 9(03).
           05 CBRNEW-RESTO           PIC X(85).
           05 FILLER                 PIC X(02).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MSTOLD-FILE-STATUS PIC X(02).
              88 WS-MSTOLD-OK       VALUE '00'.
              88 WS-MSTOLD-EOF      VALUE '10'.
              88 WS-MSTOLD-AUSENTE  VALUE '05'.
           05 WS-MSTNEW-FILE-STATUS PIC X(02).
              88 WS-MSTNEW-OK       VALUE '00'.
           05 WS-IDHOLD-FILE-STATUS PIC X(02).
              88 WS-IDHOLD-OK       VALUE '00'.
              88 WS-IDHOLD-EOF      VALUE '10'.
              88 WS-IDHOLD-AUSENTE  VALUE '05'.
           05 WS-IDHNEW-FILE-STATUS PIC X(02).
              88 WS-IDHNEW-OK       VALUE '00'.
           05 WS-WHSOLD-FILE-STATUS PIC X(02).
              88 WS-WHSOLD-OK       VALUE '00'.
              88 WS-WHSOLD-EOF      VALUE '10'.
              88 WS-WHSOLD-AUSENTE  VALUE '05'.
           05 WS-WHSNEW-FILE-STATUS PIC X(02).
              88 WS-WHSNEW-OK       VALUE '00'.
           05 WS-ACROLD-FILE-STATUS PIC X(02).
              88 WS-ACROLD-OK       VALUE '00'.
              88 WS-ACROLD-EOF      VALUE '10'.
              88 WS-ACROLD-AUSENTE  VALUE '05'.
           05 WS-ACRNEW-FILE-STATUS PIC X(02).
              88 WS-ACRNEW-OK       VALUE '00'.
           05 WS-DRMOLD-FILE-STATUS PIC X(02).
              88 WS-DRMOLD-OK       VALUE '00'.
              88 WS-DRMOLD-EOF      VALUE '10'.
              88 WS-DRMOLD-AUSENTE  VALUE '05'.
           05 WS-DRMNEW-FILE-STATUS PIC X(02).
              88 WS-DRMNEW-OK       VALUE '00'.
           05 WS-CBROLD-FILE-STATUS PIC X(02).
              88 WS-CBROLD-OK       VALUE '00'.
              88 WS-CBROLD-EOF      VALUE '10'.
              88 WS-CBROLD-AUSENTE  VALUE '05'.
           05 WS-CBRNEW-FILE-STATUS PIC X(02).
              88 WS-CBRNEW-OK       VALUE '00'.
      *
      *--- TODO REGISTRO ANTERIOR A VIRADA E DA CONTA PRINCIPAL
       01 WS-CONTA-PRINCIPAL        PIC 9(03) VALUE 001.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-MST          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-IDH          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-WHS          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ACR          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DRM          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CBR          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MST-DORM     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MST-NEG      PIC 9(09) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 2100-CONVERTER-MESTRE.
           PERFORM 2200-CONVERTER-IDHIST.
           PERFORM 2300-CONVERTER-ARMAZEM.
           PERFORM 2400-CONVERTER-JUROS.
           PERFORM 2500-CONVERTER-DORMENCIAS.
           PERFORM 2600-CONVERTER-COBRANCA.
      *
           DISPLAY 'PROGRAMA MYCNVCTA CONCLUIDO'.
           DISPLAY 'MESTRE CONVERTIDOS     : ' WS-COUNT-MST.
           DISPLAY '  COM DATA DE DORMENCIA: ' WS-COUNT-MST-DORM.
           DISPLAY '  COM DATA DE NEGATIVO : ' WS-COUNT-MST-NEG.
           DISPLAY 'IDHIST CONVERTIDOS     : ' WS-COUNT-IDH.
           DISPLAY 'ARMAZEM CONVERTIDOS    : ' WS-COUNT-WHS.
           DISPLAY 'JUROS CONVERTIDOS      : ' WS-COUNT-ACR.
           DISPLAY 'DORMENCIAS CONVERTIDAS : ' WS-COUNT-DRM.
           DISPLAY 'COBRANCA CONVERTIDOS   : ' WS-COUNT-CBR.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE CONVERSAO (UM POR ARQUIVO)
      *================================================================*
       2100-CONVERTER-MESTRE.
           OPEN INPUT MSTOLD-FILE.
           IF WS-MSTOLD-AUSENTE
              DISPLAY 'MYCNVCTA: MSTOLDDD AUSENTE - MESTRE NAO '
                      'CONVERTIDO.' UPON CONSOLE
              CLOSE MSTOLD-FILE
           ELSE
              IF NOT WS-MSTOLD-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO MSTOLD-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MSTOLD-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              OPEN OUTPUT MSTNEW-FILE
              IF NOT WS-MSTNEW-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO MSTNEW-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MSTNEW-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              PERFORM 2110-ABRIR-DATAS
              READ MSTOLD-FILE
              PERFORM UNTIL WS-MSTOLD-EOF
                 IF NOT WS-MSTOLD-OK
                    DISPLAY 'ERRO FATAL DE LEITURA NO MSTOLD-FILE'
                    DISPLAY 'FILE STATUS: ' WS-MSTOLD-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 MOVE MSTOLD-ID          TO MSTNEW-ID
                 MOVE WS-CONTA-PRINCIPAL TO MSTNEW-CONTA
                 MOVE MSTOLD-RESTO       TO MSTNEW-RESTO
                 PERFORM 2150-BUSCAR-DATAS
                 WRITE MSTNEW-RECORD
                 IF NOT WS-MSTNEW-OK
                    DISPLAY 'ERRO FATAL DE ESCRITA NO MSTNEW-FILE'
                    DISPLAY 'FILE STATUS: ' WS-MSTNEW-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-COUNT-MST
                 READ MSTOLD-FILE
              END-PERFORM
              CLOSE MSTOLD-FILE MSTNEW-FILE DRMOLD-FILE CBROLD-FILE
           END-IF.
           EXIT.
      *
      *--- AS DESCARGAS ANTIGAS DO DORMDD E DO COBRDD SAO LIDAS AQUI SO
      *--- PARA AS DATAS DO MESTRE (2500 E 2600 AS LEEM DE NOVO PARA
      *--- CONVERTER). AUSENTE = PRIMEIRA LEITURA JA DA FIM DE ARQUIVO.
       2110-ABRIR-DATAS.
           OPEN INPUT DRMOLD-FILE.
           IF NOT WS-DRMOLD-OK AND NOT WS-DRMOLD-AUSENTE
              DISPLAY 'ERRO FATAL NA ABERTURA DO DRMOLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-DRMOLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN INPUT CBROLD-FILE.
           IF NOT WS-CBROLD-OK AND NOT WS-CBROLD-AUSENTE
              DISPLAY 'ERRO FATAL NA ABERTURA DO CBROLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-CBROLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 2160-LER-DRMOLD.
           PERFORM 2170-LER-CBROLD.
           EXIT.
      *
      *--- CASAMENTO POR ID COM O MESTRE QUE ESTA SENDO CONVERTIDO
       2150-BUSCAR-DATAS.
           MOVE ZERO TO MSTNEW-DATA-DORMENCIA MSTNEW-DATA-NEGATIVO.
           PERFORM UNTIL WS-DRMOLD-EOF OR DRMOLD-ID >= MSTOLD-ID
              PERFORM 2160-LER-DRMOLD
           END-PERFORM.
           IF NOT WS-DRMOLD-EOF AND DRMOLD-ID = MSTOLD-ID
              AND MSTOLD-SITUACAO = 'D'
              MOVE DRMOLD-DATA-DORMENCIA TO MSTNEW-DATA-DORMENCIA
              ADD 1 TO WS-COUNT-MST-DORM
           END-IF.
           PERFORM UNTIL WS-CBROLD-EOF OR CBROLD-ID >= MSTOLD-ID
              PERFORM 2170-LER-CBROLD
           END-PERFORM.
           IF NOT WS-CBROLD-EOF AND CBROLD-ID = MSTOLD-ID
              AND MSTOLD-SALDO < ZERO
              MOVE CBROLD-DATA-NEGATIVO TO MSTNEW-DATA-NEGATIVO
              ADD 1 TO WS-COUNT-MST-NEG
           END-IF.
           EXIT.
      *
       2160-LER-DRMOLD.
           READ DRMOLD-FILE.
           IF NOT WS-DRMOLD-OK AND NOT WS-DRMOLD-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO DRMOLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-DRMOLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2170-LER-CBROLD.
           READ CBROLD-FILE.
           IF NOT WS-CBROLD-OK AND NOT WS-CBROLD-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO CBROLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-CBROLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2200-CONVERTER-IDHIST.
           OPEN INPUT IDHOLD-FILE.
           IF WS-IDHOLD-AUSENTE
              DISPLAY 'MYCNVCTA: IDHOLDDD AUSENTE - IDHIST NAO '
                      'CONVERTIDO.' UPON CONSOLE
              CLOSE IDHOLD-FILE
           ELSE
              IF NOT WS-IDHOLD-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO IDHOLD-FILE'
                 DISPLAY 'FILE STATUS: ' WS-IDHOLD-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              OPEN OUTPUT IDHNEW-FILE
              IF NOT WS-IDHNEW-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO IDHNEW-FILE'
                 DISPLAY 'FILE STATUS: ' WS-IDHNEW-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              READ IDHOLD-FILE
              PERFORM UNTIL WS-IDHOLD-EOF
                 IF NOT WS-IDHOLD-OK
                    DISPLAY 'ERRO FATAL DE LEITURA NO IDHOLD-FILE'
                    DISPLAY 'FILE STATUS: ' WS-IDHOLD-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 MOVE IDHOLD-ID          TO IDHNEW-ID
                 MOVE WS-CONTA-PRINCIPAL TO IDHNEW-CONTA
                 MOVE IDHOLD-RESTO       TO IDHNEW-RESTO
                 WRITE IDHNEW-RECORD
                 IF NOT WS-IDHNEW-OK
                    DISPLAY 'ERRO FATAL DE ESCRITA NO IDHNEW-FILE'
                    DISPLAY 'FILE STATUS: ' WS-IDHNEW-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-COUNT-IDH
                 READ IDHOLD-FILE
              END-PERFORM
              CLOSE IDHOLD-FILE IDHNEW-FILE
           END-IF.
           EXIT.
      *
      *--- NO ARMAZEM A CONTA ENTRA DEPOIS DA DATA EFETIVA + ID
       2300-CONVERTER-ARMAZEM.
           OPEN INPUT WHSOLD-FILE.
           IF WS-WHSOLD-AUSENTE
              DISPLAY 'MYCNVCTA: WHSOLDDD AUSENTE - ARMAZEM NAO '
                      'CONVERTIDO.' UPON CONSOLE
              CLOSE WHSOLD-FILE
           ELSE
              IF NOT WS-WHSOLD-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO WHSOLD-FILE'
                 DISPLAY 'FILE STATUS: ' WS-WHSOLD-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              OPEN OUTPUT WHSNEW-FILE
              IF NOT WS-WHSNEW-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO WHSNEW-FILE'
                 DISPLAY 'FILE STATUS: ' WS-WHSNEW-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              READ WHSOLD-FILE
              PERFORM UNTIL WS-WHSOLD-EOF
                 IF NOT WS-WHSOLD-OK
                    DISPLAY 'ERRO FATAL DE LEITURA NO WHSOLD-FILE'
                    DISPLAY 'FILE STATUS: ' WS-WHSOLD-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 MOVE WHSOLD-DATA-ID     TO WHSNEW-DATA-ID
                 MOVE WS-CONTA-PRINCIPAL TO WHSNEW-CONTA
                 MOVE WHSOLD-RESTO       TO WHSNEW-RESTO
                 WRITE WHSNEW-RECORD
                 IF NOT WS-WHSNEW-OK
                    DISPLAY 'ERRO FATAL DE ESCRITA NO WHSNEW-FILE'
                    DISPLAY 'FILE STATUS: ' WS-WHSNEW-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-COUNT-WHS
                 READ WHSOLD-FILE
              END-PERFORM
              CLOSE WHSOLD-FILE WHSNEW-FILE
           END-IF.
           EXIT.
      *
       2400-CONVERTER-JUROS.
           OPEN INPUT ACROLD-FILE.
           IF WS-ACROLD-AUSENTE
              DISPLAY 'MYCNVCTA: ACROLDDD AUSENTE - JUROS NAO '
                      'CONVERTIDOS.' UPON CONSOLE
              CLOSE ACROLD-FILE
           ELSE
              IF NOT WS-ACROLD-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO ACROLD-FILE'
                 DISPLAY 'FILE STATUS: ' WS-ACROLD-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              OPEN OUTPUT ACRNEW-FILE
              IF NOT WS-ACRNEW-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO ACRNEW-FILE'
                 DISPLAY 'FILE STATUS: ' WS-ACRNEW-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              READ ACROLD-FILE
              PERFORM UNTIL WS-ACROLD-EOF
                 IF NOT WS-ACROLD-OK
                    DISPLAY 'ERRO FATAL DE LEITURA NO ACROLD-FILE'
                    DISPLAY 'FILE STATUS: ' WS-ACROLD-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 MOVE ACROLD-ID          TO ACRNEW-ID
                 MOVE WS-CONTA-PRINCIPAL TO ACRNEW-CONTA
                 MOVE ACROLD-RESTO       TO ACRNEW-RESTO
                 WRITE ACRNEW-RECORD
                 IF NOT WS-ACRNEW-OK
                    DISPLAY 'ERRO FATAL DE ESCRITA NO ACRNEW-FILE'
                    DISPLAY 'FILE STATUS: ' WS-ACRNEW-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-COUNT-ACR
                 READ ACROLD-FILE
              END-PERFORM
              CLOSE ACROLD-FILE ACRNEW-FILE
           END-IF.
           EXIT.
      *
       2500-CONVERTER-DORMENCIAS.
           OPEN INPUT DRMOLD-FILE.
           IF WS-DRMOLD-AUSENTE
              DISPLAY 'MYCNVCTA: DRMOLDDD AUSENTE - DORMENCIAS NAO '
                      'CONVERTIDAS.' UPON CONSOLE
              CLOSE DRMOLD-FILE
           ELSE
              IF NOT WS-DRMOLD-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO DRMOLD-FILE'
                 DISPLAY 'FILE STATUS: ' WS-DRMOLD-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              OPEN OUTPUT DRMNEW-FILE
              IF NOT WS-DRMNEW-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO DRMNEW-FILE'
                 DISPLAY 'FILE STATUS: ' WS-DRMNEW-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              READ DRMOLD-FILE
              PERFORM UNTIL WS-DRMOLD-EOF
                 IF NOT WS-DRMOLD-OK
                    DISPLAY 'ERRO FATAL DE LEITURA NO DRMOLD-FILE'
                    DISPLAY 'FILE STATUS: ' WS-DRMOLD-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 MOVE DRMOLD-ID          TO DRMNEW-ID
                 MOVE WS-CONTA-PRINCIPAL TO DRMNEW-CONTA
                 MOVE DRMOLD-RESTO       TO DRMNEW-RESTO
                 WRITE DRMNEW-RECORD
                 IF NOT WS-DRMNEW-OK
                    DISPLAY 'ERRO FATAL DE ESCRITA NO DRMNEW-FILE'
                    DISPLAY 'FILE STATUS: ' WS-DRMNEW-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-COUNT-DRM
                 READ DRMOLD-FILE
              END-PERFORM
              CLOSE DRMOLD-FILE DRMNEW-FILE
           END-IF.
           EXIT.
      *
      *--- A COBRANCA MANTEM OS 100 BYTES: A CONTA OCUPA 3 DOS 5
      *--- BYTES DE FILLER DO FIM DO LAYOUT ANTIGO
       2600-CONVERTER-COBRANCA.
           OPEN INPUT CBROLD-FILE.
           IF WS-CBROLD-AUSENTE
              DISPLAY 'MYCNVCTA: CBROLDDD AUSENTE - COBRANCA NAO '
                      'CONVERTIDA.' UPON CONSOLE
              CLOSE CBROLD-FILE
           ELSE
              IF NOT WS-CBROLD-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO CBROLD-FILE'
                 DISPLAY 'FILE STATUS: ' WS-CBROLD-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              OPEN OUTPUT CBRNEW-FILE
              IF NOT WS-CBRNEW-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO CBRNEW-FILE'
                 DISPLAY 'FILE STATUS: ' WS-CBRNEW-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              READ CBROLD-FILE
              PERFORM UNTIL WS-CBROLD-EOF
                 IF NOT WS-CBROLD-OK
                    DISPLAY 'ERRO FATAL DE LEITURA NO CBROLD-FILE'
                    DISPLAY 'FILE STATUS: ' WS-CBROLD-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 MOVE SPACES             TO CBRNEW-RECORD
                 MOVE CBROLD-ID          TO CBRNEW-ID
                 MOVE WS-CONTA-PRINCIPAL TO CBRNEW-CONTA
                 MOVE CBROLD-RESTO       TO CBRNEW-RESTO
                 WRITE CBRNEW-RECORD
                 IF NOT WS-CBRNEW-OK
                    DISPLAY 'ERRO FATAL DE ESCRITA NO CBRNEW-FILE'
                    DISPLAY 'FILE STATUS: ' WS-CBRNEW-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-COUNT-CBR
                 READ CBROLD-FILE
              END-PERFORM
              CLOSE CBROLD-FILE CBRNEW-FILE
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCNVCTA ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
