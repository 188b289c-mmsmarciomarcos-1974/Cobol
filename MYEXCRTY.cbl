      *     DO EXC-FILE, COM O SQLCODE/SQLERRMC DA NOVA TENTATIVA),
      *     QUE FICA SO COM AS LINHAS REALMENTE TRAVADAS.
      *
      * A LINHA RESOLVIDA OU JA RESOLVIDA TAMBEM FECHA O ITEM DA FILA
      * DE EXCECOES DA OPERACAO (TB_WORKLIST, FONTE 'MYDB2BAT', CHAVE
      * = ID_CLIENTE) QUE O MYWRKLD ABRIU NA NOITE - O OPERADOR SO VE
      * NA TRNW O QUE SOBROU NO RESIDUAL.
      *
      * COMMIT PERIODICO A CADA 100 LINHAS, PARA NAO SEGURAR LOCKS
      * DURANTE O EXPEDIENTE.
      *================================================================*
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYDB2BAT/MYRECON
       01 WS-DB-HOST-VARS.
           05 H-ID-CLIENTE          PIC S9(09) COMP.
           05 H-WRK-CHAVE           PIC X(20).
           05 H-WRK-DATA            PIC X(08).
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-EXC-FILE-STATUS   PIC X(02).
           05 WS-COUNT-JA-RESOLVIDAS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FALHOU-IGUAL PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FALHOU-NOVO  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ITENS-FECHADOS PIC 9(07) VALUE ZERO.
           05 WS-COMMIT-COUNTER     PIC 9(05) VALUE ZERO.
      *
       01 WS-RETRY-VARS.
           05 WS-RETRY-SQLCODE      PIC S9(09) VALUE ZERO.
           05 WS-DISP-TEXTO         PIC X(20).
      *--- CHAVE DO ITEM DA FILA: O ID EM 10 DIGITOS (COMO O MYWRKLD)
           05 WS-WRK-CHAVE-ID       PIC 9(10).
           05 WS-HOJE               PIC 9(08) VALUE ZERO.
      *
       01 WS-RPT-HEADER            PIC X(133) VALUE
           "REPROCESSAMENTO DAS EXCECOES DO MYDB2BAT (MYEXCRTY)".
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE TO H-WRK-DATA.
      *
           PERFORM 4000-READ-NEXT-EXCEPTION.
           EXIT.
               WHEN WS-RETRY-SQLCODE = ZERO
                   ADD 1 TO WS-COUNT-RESOLVIDAS
                   MOVE 'RESOLVIDA NO RETRY  ' TO WS-DISP-TEXTO
                   PERFORM 2160-CLOSE-WORKLIST-ITEM
               WHEN WS-RETRY-SQLCODE = +100
                   ADD 1 TO WS-COUNT-JA-RESOLVIDAS
                   MOVE 'JA RESOLVIDA        ' TO WS-DISP-TEXTO
                   PERFORM 2160-CLOSE-WORKLIST-ITEM
               WHEN OTHER
                   IF WS-RETRY-SQLCODE = EXC-SQLCODE
                      ADD 1 TO WS-COUNT-FALHOU-IGUAL
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- FECHA O ITEM NAO FECHADO DA FILA PARA ESTE ID (NENHUM ITEM
      *--- = SQLCODE +100, NORMAL: A EXCECAO PODE SER DE NOITE SEM
      *--- CARGA DA FILA OU O OPERADOR JA FECHOU)
       2160-CLOSE-WORKLIST-ITEM.
           MOVE EXC-ID-CLIENTE TO WS-WRK-CHAVE-ID.
           MOVE WS-WRK-CHAVE-ID TO H-WRK-CHAVE.
           EXEC SQL
               UPDATE TB_WORKLIST
                  SET SITUACAO        = 'F',
                      DATA_FECHAMENTO = :H-WRK-DATA,
                      NOTA = 'RESOLVIDA NO REPROCESSAMENTO MATINAL'
                WHERE FONTE = 'MYDB2BAT'
                  AND CHAVE = :H-WRK-CHAVE
                  AND SITUACAO <> 'F'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD SQLERRD(3) TO WS-COUNT-ITENS-FECHADOS
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MYEXCRTY: ERRO NO UPDATE DE TB_WORKLIST. "
                           "SQLCODE: " SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2200-WRITE-DISPOSITION.
           MOVE SPACES TO RPT-RECORD.
                  WS-COUNT-FALHOU-IGUAL DELIMITED BY SIZE
                  " FALHOU-SQL-NOVO=" DELIMITED BY SIZE
                  WS-COUNT-FALHOU-NOVO DELIMITED BY SIZE
                  " ITENS-FILA-FECHADOS=" DELIMITED BY SIZE
                  WS-COUNT-ITENS-FECHADOS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
