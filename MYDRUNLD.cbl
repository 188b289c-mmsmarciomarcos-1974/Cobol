           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-VSAM-FILE-STATUS.
           SELECT IDHIST-FILE ASSIGN TO IDHISTDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IDH-CHAVE
                  FILE STATUS IS WS-VSAM-FILE-STATUS.
           SELECT TRNREG-FILE ASSIGN TO TRNREGDD
                  ORGANIZATION IS INDEXED
           05 FILLER               PIC X(150).
      *
       FD MST-FILE
          RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE              PIC X(13).
           05 FILLER                 PIC X(106).
      *
       FD IDHIST-FILE
          RECORD CONTAINS 21 CHARACTERS.
       01 IDHIST-RECORD.
           05 IDH-CHAVE              PIC X(13).
           05 FILLER                 PIC X(08).
      *
       FD TRNREG-FILE
          RECORD CONTAINS 160 CHARACTERS.
       01 CUSBKP-RECORD            PIC X(160).
       FD MSTBKP-FILE
          RECORD CONTAINS 119 CHARACTERS.
       01 MSTBKP-RECORD            PIC X(119).
       FD IDHBKP-FILE
          RECORD CONTAINS 21 CHARACTERS.
       01 IDHBKP-RECORD            PIC X(21).
       FD TRGBKP-FILE
          RECORD CONTAINS 24 CHARACTERS.
       01 TRGBKP-RECORD            PIC X(24).
              WRITE MSTBKP-RECORD FROM MST-RECORD
              PERFORM 9810-CHECK-BKP-WRITE
              ADD 1 TO WS-COUNT-RECORDS
              MOVE MST-CHAVE TO WS-KEY-AREA
              PERFORM 2950-ACUMULAR-CHECKSUM
           ELSE
              PERFORM 9820-CHECK-VSAM-READ
              WRITE IDHBKP-RECORD FROM IDHIST-RECORD
              PERFORM 9810-CHECK-BKP-WRITE
              ADD 1 TO WS-COUNT-RECORDS
              MOVE IDH-CHAVE TO WS-KEY-AREA
              PERFORM 2950-ACUMULAR-CHECKSUM
           ELSE
              PERFORM 9820-CHECK-VSAM-READ
