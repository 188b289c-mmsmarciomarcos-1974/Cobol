      * PROGRAMA BATCH - RELATORIO DE ATIVIDADE DA TRILHA DE
      * AUDITORIA 'AUDT'
      *
      * LE O DATASET EXTRAPARTITION DA TDQ 'AUDT' (REGISTROS DE 80
      * BYTES GRAVADOS AGORA POR TODAS AS TRANSACOES DA SUITE, VIA
      * MYAUDCAD: TERMINAL, TASK, DATA, HORA, TRANSACAO, OPERADOR, A
      * CHAVE ACIONADA E O HASH ENCADEADO; AS ANCORAS DO ENCADEAMENTO
      * SAO PULADAS) E PRODUZ O RELATORIO DIARIO DE ATIVIDADE QUE O
      * SUPERVISOR CONSEGUE LER - O RETRATO DO DIA CICS INTEIRO:
      *
      *   1. ENTRADAS POR TRANSACAO;
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO WS-AUDT-REGISTRO DO MYAUDCAD
       FD AUD-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 AUD-RECORD.
           05 AUD-TRANCODE           PIC X(04).
           05 AUD-OPID               PIC X(03).
           05 AUD-DATAI              PIC X(30).
           05 AUD-TIPO-REG           PIC X(01).
              88 AUD-MOVIMENTO       VALUE SPACE.
           05 AUD-HASH               PIC X(16).
           05 FILLER                 PIC X(01).
      *
       FD PARM-FILE
          RECORD CONTAINS 11 CHARACTERS
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
      *--- AS ANCORAS DO ENCADEAMENTO (TIPO 'A'/'P') NAO SAO
      *--- ATIVIDADE DE NINGUEM: FICAM DE FORA DO RELATORIO
       4000-READ-NEXT-AUDIT.
           PERFORM 4010-READ-AUDIT-RECORD.
           PERFORM 4010-READ-AUDIT-RECORD
              UNTIL NOT WS-AUD-OK OR AUD-MOVIMENTO.
           IF WS-AUD-OK
              ADD 1 TO WS-COUNT-AUD-READ
           END-IF.
           EXIT.
      *
       4010-READ-AUDIT-RECORD.
           READ AUD-FILE.
           IF NOT WS-AUD-OK AND NOT WS-AUD-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO AUD-FILE'
              DISPLAY 'FILE STATUS: ' WS-AUD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
