           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD BKP-FILE
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 BKP-RECORD                PIC X(119).
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
       WORKING-STORAGE SECTION.
      *
              WRITE MST-RECORD
              IF NOT WS-MST-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO MST-FILE. ID='
                         MST-ID ' CONTA=' MST-CONTA
                 DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
