      * PROGRAMA BATCH - RESUMO OPERACIONAL DO CICLO MYNIGHT
      *
      * ULTIMO PASSO DO MYNIGHT: LE O RELATORIO DE CADA STEP DA NOITE
      * (MYBATCH, MYDB2BAT, MYCUSTLD, MYRECON E MYWRKLD), EXTRAI OS
      * TOTAIS-CHAVE DE CADA UM E PRODUZ O RESUMO DE UMA PAGINA QUE A
      * OPERACAO CONFERE DE MANHA - COM UM VEREDITO LIMPO/ATENCAO POR
      * STEP - EM VEZ DE ABRIR CINCO SAIDAS E MONTAR O QUADRO DE
      * CABECA. CADA VEREDITO TAMBEM SAI NO CONSOLE (UPON CONSOLE)
      * DIGITOS DA LINHA, O QUE TAMBEM COBRE OS CAMPOS EDITADOS COM
      * PONTO DE MILHAR.
      *
      * DA FILA DE EXCECOES DA OPERACAO (MYWRKLD, STEP047) VEM A
      * CONTAGEM DE ITENS FORA DO PRAZO; CADA ITEM ESCALADO (LINHA
      * 'FORA DO PRAZO' DAQUELE RELATORIO) E COPIADO LOGO ABAIXO DA
      * LINHA DO STEP, ATE WS-MAX-ESCALADOS LINHAS.
      *
      * RETURN-CODE 4 QUANDO ALGUM STEP FICA COM VEREDITO 'ATENCAO'.
      *================================================================*
      *
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RECRPT-FILE-STATUS.
           SELECT WRKRPT-FILE ASSIGN TO WRKRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-WRKRPT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RECRPT-RECORD             PIC X(133).
      *
       FD WRKRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 WRKRPT-RECORD             PIC X(133).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
           05 WS-RECRPT-FILE-STATUS PIC X(02).
              88 WS-RECRPT-OK       VALUE '00'.
              88 WS-RECRPT-EOF      VALUE '10'.
           05 WS-WRKRPT-FILE-STATUS PIC X(02).
              88 WS-WRKRPT-OK       VALUE '00'.
              88 WS-WRKRPT-EOF      VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
           05 WS-DB2-EXCECOES       PIC 9(09) VALUE ZERO.
           05 WS-CLD-CARREGADOS     PIC 9(09) VALUE ZERO.
           05 WS-REC-DIVERGENCIAS   PIC 9(09) VALUE ZERO.
           05 WS-WRK-INCLUIDOS      PIC 9(09) VALUE ZERO.
           05 WS-WRK-NAO-FECHADOS   PIC 9(09) VALUE ZERO.
           05 WS-WRK-FORA-PRAZO     PIC 9(09) VALUE ZERO.
      *
      *--- ITENS ESCALADOS DA FILA DE EXCECOES GUARDADOS PARA SAIR
      *--- ABAIXO DA LINHA DO STEP047
       01 WS-ESCALADOS-AREA.
           05 WS-MAX-ESCALADOS      PIC 9(02) VALUE 20.
           05 WS-QTD-ESCALADOS      PIC 9(02) VALUE ZERO.
           05 WS-ESC-SUB            PIC 9(02) VALUE ZERO.
           05 WS-ESC-LINHA          PIC X(110) OCCURS 20 TIMES.
      *
       01 WS-VERDICT-CONTROLE.
           05 WS-COUNT-ATENCAO      PIC 9(02) VALUE ZERO.
           05 FILLER                PIC X(10) VALUE ' VEREDITO:'.
           05 RPT-STEP-VERDICT      PIC X(08).
           05 FILLER                PIC X(06) VALUE SPACES.
      *
       01 WS-RPT-ESCALADO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE SPACES.
           05 RPT-ESC-TEXTO         PIC X(110).
           05 FILLER                PIC X(04) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 2200-RESUMIR-MYDB2BAT.
           PERFORM 2300-RESUMIR-MYCUSTLD.
           PERFORM 2400-RESUMIR-MYRECON.
           PERFORM 2500-RESUMIR-MYWRKLD.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYSUMARY CONCLUIDO'.
           PERFORM 2900-EMITIR-VEREDITO.
           EXIT.
      *
      *--- FILA DE EXCECOES: ATENCAO QUANDO HA ITEM NAO FECHADO ALEM DO
      *--- PRAZO. AS LINHAS 'FORA DO PRAZO' (ESCALADOS) VAO PARA O
      *--- RESUMO ABAIXO DA LINHA DO STEP
       2500-RESUMIR-MYWRKLD.
           OPEN INPUT WRKRPT-FILE.
           IF NOT WS-WRKRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO WRKRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-WRKRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ WRKRPT-FILE.
           PERFORM UNTIL NOT WS-WRKRPT-OK
              MOVE WRKRPT-RECORD TO WS-SCAN-LINE
              EVALUATE TRUE
                 WHEN WS-SCAN-LINE(2:14) = 'FORA DO PRAZO '
                    IF WS-QTD-ESCALADOS < WS-MAX-ESCALADOS
                       ADD 1 TO WS-QTD-ESCALADOS
                       MOVE WS-SCAN-LINE(2:110)
                         TO WS-ESC-LINHA(WS-QTD-ESCALADOS)
                    END-IF
                 WHEN WS-SCAN-LINE(2:30) =
                      'ITENS INCLUIDOS NA NOITE    :'
                    PERFORM 4500-EXTRAIR-NUMERO
                    MOVE WS-NUM-RESULT TO WS-WRK-INCLUIDOS
                 WHEN WS-SCAN-LINE(2:30) =
                      'ITENS NAO FECHADOS NA FILA  :'
                    PERFORM 4500-EXTRAIR-NUMERO
                    MOVE WS-NUM-RESULT TO WS-WRK-NAO-FECHADOS
                 WHEN WS-SCAN-LINE(2:30) =
                      'ITENS FORA DO PRAZO         :'
                    PERFORM 4500-EXTRAIR-NUMERO
                    MOVE WS-NUM-RESULT TO WS-WRK-FORA-PRAZO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ WRKRPT-FILE
           END-PERFORM.
           CLOSE WRKRPT-FILE.
      *
           IF WS-WRK-FORA-PRAZO > ZERO
              MOVE 'ATENCAO ' TO WS-VEREDITO
           ELSE
              MOVE 'LIMPO   ' TO WS-VEREDITO
           END-IF.
           MOVE 'STEP047 MYWRKLD   ' TO RPT-STEP-NAME.
           MOVE SPACES TO RPT-STEP-DETAIL.
           STRING 'NOVOS=' WS-WRK-INCLUIDOS
                  ' NA FILA=' WS-WRK-NAO-FECHADOS
                  ' FORA DO PRAZO=' WS-WRK-FORA-PRAZO
                  DELIMITED BY SIZE INTO RPT-STEP-DETAIL.
           PERFORM 2900-EMITIR-VEREDITO.
           PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                   UNTIL WS-ESC-SUB > WS-QTD-ESCALADOS
              MOVE WS-ESC-LINHA(WS-ESC-SUB) TO RPT-ESC-TEXTO
              MOVE WS-RPT-ESCALADO-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-PERFORM.
           IF WS-WRK-FORA-PRAZO > WS-QTD-ESCALADOS
              MOVE SPACES TO RPT-ESC-TEXTO
              STRING '... E MAIS ITENS FORA DO PRAZO - VER O RELATORI'
                     'O DO STEP047 OU A TRNW'
                     DELIMITED BY SIZE INTO RPT-ESC-TEXTO
              MOVE WS-RPT-ESCALADO-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *--- GRAVA A LINHA DO STEP NO RESUMO E EMITE O VEREDITO NO
      *--- CONSOLE, PARA A AUTOMACAO CAPTURAR
       2900-EMITIR-VEREDITO.
