      * DEIXAVA O MESTRE PARA SER REDIGITADO DO PAPEL. ESTE PASSO RODA
      * ANTES DO STEP010 E COPIA O MST-FILE CORRENTE PARA UMA GERACAO
      * GDG DATADA (MESMO PADRAO DO MYCUSTBK, APLICADO AO MST-RECORD
      * DE 119 BYTES); O MYMSTRS RECONSTROI O MESTRE DE UMA GERACAO
      * ESCOLHIDA.
      *
      * JUNTO COM CADA GERACAO SAI O CARIMBO (BKPSTPDD, GDG PARALELO):
      * DATA E HORA DO INICIO DA COPIA E QUANTIDADE DE REGISTROS. E
      * POR ELE QUE A PROVA SEMANAL DOS SALDOS (MYSLDPRV) SABE A
      * PARTIR DE QUE LINHA DO DIARIO DO MESTRE REAPLICAR. SEM O DD
      * DO CARIMBO A COPIA SAI NORMALMENTE (SO AVISO NO CONSOLE).
      *================================================================*
      *
       ENVIRONMENT DIVISION.
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *
      *--- GERACAO DE SEGURANCA (GDG NA JCL: ARCMSTDD APONTA PARA A
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCMST-FILE-STATUS.
      *
      *--- CARIMBO DA GERACAO (GDG PARALELO AO MASTER.BKP)
           SELECT STP-FILE ASSIGN TO BKPSTPDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STP-FILE-STATUS.
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
       FD ARCMST-FILE
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ARCMST-RECORD             PIC X(119).
      *
       FD STP-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 STP-RECORD.
           05 STP-DATA               PIC 9(08).
           05 FILLER                 PIC X(01).
           05 STP-HORA               PIC 9(06).
           05 FILLER                 PIC X(01).
           05 STP-QTDE               PIC 9(09).
           05 FILLER                 PIC X(55).
      *
       WORKING-STORAGE SECTION.
      *
              88 WS-MST-EOF         VALUE '10'.
           05 WS-ARCMST-FILE-STATUS PIC X(02).
              88 WS-ARCMST-OK       VALUE '00'.
           05 WS-STP-FILE-STATUS    PIC X(02).
              88 WS-STP-OK          VALUE '00'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-COPIED       PIC 9(07) VALUE ZERO.
      *
       01 WS-CARIMBO.
           05 WS-INICIO-DATA        PIC 9(08) VALUE ZERO.
           05 WS-INICIO-TIME-RAW    PIC 9(08) VALUE ZERO.
           05 WS-INICIO-TIME-6 REDEFINES WS-INICIO-TIME-RAW.
              10 WS-INICIO-HORA     PIC 9(06).
              10 FILLER             PIC 9(02).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-INICIO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-INICIO-TIME-RAW FROM TIME.
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
      *================================================================*
       3000-FINALIZE.
           CLOSE MST-FILE ARCMST-FILE.
           PERFORM 3100-GRAVAR-CARIMBO.
           EXIT.
      *
       3100-GRAVAR-CARIMBO.
           OPEN OUTPUT STP-FILE.
           IF NOT WS-STP-OK
              DISPLAY 'MYMSTBK: AVISO - CARIMBO DA GERACAO NAO GRAVADO.'
                      ' FILE STATUS: ' WS-STP-FILE-STATUS UPON CONSOLE
           ELSE
              MOVE SPACES          TO STP-RECORD
              MOVE WS-INICIO-DATA  TO STP-DATA
              MOVE WS-INICIO-HORA  TO STP-HORA
              MOVE WS-COUNT-COPIED TO STP-QTDE
              WRITE STP-RECORD
              IF NOT WS-STP-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO STP-FILE'
                 DISPLAY 'FILE STATUS: ' WS-STP-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              CLOSE STP-FILE
           END-IF.
           EXIT.
      *
      *================================================================*
