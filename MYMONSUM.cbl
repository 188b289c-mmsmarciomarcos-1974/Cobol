       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYMONSUM.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - RESUMO DE CONCLUSAO DO FECHAMENTO MENSAL
      *
      * ULTIMO PASSO DO MYMONTH (E DO MYYEAR): LE O RELATORIO DE CADA
      * STEP DA CADEIA DO MES (PORTAO MYMONGT, MYMONRPT, MYSTMT,
      * MYREGPOS, MYCYCRPT, MYDQRPT, MYLKPRPT E A PROVA DO MES
      * MYPRVMES), EXTRAI OS TOTAIS-CHAVE
      * E PRODUZ O QUADRO DE UMA PAGINA COM UM VEREDITO LIMPO/ATENCAO
      * POR STEP, NO MESMO MOLDE DO RESUMO DIARIO (MYSUMARY). CADA
      * VEREDITO TAMBEM SAI NO CONSOLE (UPON CONSOLE) PARA A AUTOMACAO.
      *
      * ATENCAO QUANDO:
      *   - PORTAO: MENOS RODADAS NA FAIXA DO MES QUE DIAS UTEIS;
      *   - MYMONRPT: ARQUIVO MORTO NAO CONCILIA COM OS TRAILERS;
      *   - MYSTMT: EXTRATO DE CLIENTE SEM MESTRE;
      *   - MYREGPOS: REJEITADO PELAS REGRAS DO REGULADOR OU AMARRACAO
      *     QUE NAO CONFERE (O ARQUIVO NAO PODE SER ENTREGUE ASSIM);
      *   - MYCYCRPT: ALGUMA NOITE DO MES FORA DO PRAZO DAS 06H;
      *   - MYLKPRPT: ACESSO A DADOS DE CLIENTE FORA DO HORARIO
      *     COMERCIAL NO PERIODO;
      *   - MYPRVMES: O MES NAO FECHA NAS TRES VIAS (RC 8 DO STEP -
      *     O COND DO RESUMO DEIXA ELE RODAR MESMO ASSIM) OU A FOLHA
      *     DE PROVA SEM A LINHA DE RESULTADO.
      * O MYDQRPT (TENDENCIA SEMANAL) ENTRA SO PARA INFORMACAO.
      *
      * A EXTRACAO E POR VARREDURA DAS LINHAS QUE CADA PROGRAMA JA
      * IMPRIME, PELOS MESMOS LITERAIS; O VALOR E OBTIDO COLETANDO OS
      * DIGITOS DA LINHA A PARTIR DA COLUNA DO VALOR.
      *
      * RETURN-CODE 4 QUANDO ALGUM STEP FICA COM VEREDITO 'ATENCAO'.
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
           SELECT GATRPT-FILE ASSIGN TO GATRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GATRPT-FILE-STATUS.
           SELECT MONRPT-FILE ASSIGN TO MONRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MONRPT-FILE-STATUS.
           SELECT STMRPT-FILE ASSIGN TO STMRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STMRPT-FILE-STATUS.
           SELECT REGRPT-FILE ASSIGN TO REGRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REGRPT-FILE-STATUS.
           SELECT CYCRPT-FILE ASSIGN TO CYCRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CYCRPT-FILE-STATUS.
           SELECT DQRPT-FILE ASSIGN TO DQRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DQRPT-FILE-STATUS.
           SELECT LKPRPT-FILE ASSIGN TO LKPRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LKPRPT-FILE-STATUS.
           SELECT PRVRPT-FILE ASSIGN TO PRVRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRVRPT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD GATRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 GATRPT-RECORD             PIC X(133).
      *
       FD MONRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MONRPT-RECORD             PIC X(133).
      *
      *--- O PROPRIO ARQUIVO DE IMPRESSAO DOS EXTRATOS (STMTDD)
       FD STMRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 STMRPT-RECORD             PIC X(133).
      *
       FD REGRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 REGRPT-RECORD             PIC X(133).
      *
       FD CYCRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CYCRPT-RECORD             PIC X(133).
      *
       FD DQRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 DQRPT-RECORD              PIC X(133).
      *
       FD LKPRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 LKPRPT-RECORD             PIC X(133).
      *
       FD PRVRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PRVRPT-RECORD             PIC X(133).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-GATRPT-FILE-STATUS PIC X(02).
              88 WS-GATRPT-OK       VALUE '00'.
           05 WS-MONRPT-FILE-STATUS PIC X(02).
              88 WS-MONRPT-OK       VALUE '00'.
           05 WS-STMRPT-FILE-STATUS PIC X(02).
              88 WS-STMRPT-OK       VALUE '00'.
           05 WS-REGRPT-FILE-STATUS PIC X(02).
              88 WS-REGRPT-OK       VALUE '00'.
           05 WS-CYCRPT-FILE-STATUS PIC X(02).
              88 WS-CYCRPT-OK       VALUE '00'.
           05 WS-DQRPT-FILE-STATUS  PIC X(02).
              88 WS-DQRPT-OK        VALUE '00'.
           05 WS-LKPRPT-FILE-STATUS PIC X(02).
              88 WS-LKPRPT-OK       VALUE '00'.
           05 WS-PRVRPT-FILE-STATUS PIC X(02).
              88 WS-PRVRPT-OK       VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
      *--- EXTRACAO DE NUMERO DA LINHA CORRENTE: COLETA OS DIGITOS A
      *--- PARTIR DA COLUNA DO VALOR, IGNORANDO A EDICAO
       01 WS-SCAN-VARS.
           05 WS-SCAN-LINE          PIC X(133).
           05 WS-SCAN-INICIO        PIC 9(03) COMP.
           05 WS-SCAN-SUB           PIC 9(03) COMP.
           05 WS-SCAN-CHAR          PIC X(01).
              88 WS-SCAN-E-DIGITO   VALUE '0' THRU '9'.
           05 WS-SCAN-DIGIT REDEFINES WS-SCAN-CHAR PIC 9(01).
           05 WS-NUM-RESULT         PIC 9(09) VALUE ZERO.
      *
      *--- TOTAIS EXTRAIDOS POR STEP
       01 WS-FECHAMENTO-TOTALS.
           05 WS-GAT-TIPO           PIC X(06) VALUE SPACES.
           05 WS-GAT-DATA-REF       PIC X(08) VALUE SPACES.
           05 WS-GAT-DIAS-UTEIS     PIC 9(09) VALUE ZERO.
           05 WS-GAT-RODADAS        PIC 9(09) VALUE ZERO.
           05 WS-MON-REGISTROS      PIC 9(09) VALUE ZERO.
           05 WS-MON-CONCILIA       PIC X(07) VALUE 'AUSENTE'.
           05 WS-STM-EXTRATOS       PIC 9(09) VALUE ZERO.
           05 WS-STM-SEM-MESTRE     PIC 9(09) VALUE ZERO.
           05 WS-REG-GERADOS        PIC 9(07) VALUE ZERO.
           05 WS-REG-REJEITADOS     PIC 9(07) VALUE ZERO.
           05 WS-REG-AMARRACAO      PIC X(08) VALUE 'CONFERE '.
           05 WS-CYC-NOITES         PIC 9(09) VALUE ZERO.
           05 WS-CYC-NO-PRAZO       PIC 9(09) VALUE ZERO.
           05 WS-DQ-MOTIVOS         PIC 9(09) VALUE ZERO.
           05 WS-DQ-NA-MATRIZ-SW    PIC X(01) VALUE 'N'.
              88 WS-DQ-NA-MATRIZ    VALUE 'S'.
           05 WS-LKP-FORA-HORARIO   PIC 9(09) VALUE ZERO.
           05 WS-PRV-RESULTADO      PIC X(08) VALUE 'AUSENTE '.
           05 WS-PRV-DIVERGENCIAS   PIC 9(09) VALUE ZERO.
      *
       01 WS-VERDICT-CONTROLE.
           05 WS-COUNT-ATENCAO      PIC 9(02) VALUE ZERO.
           05 WS-VEREDITO           PIC X(08).
      *
      *--- LINHAS DO RELATORIO
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              '*** RESUMO DE CONCLUSAO DO FECHAMENTO ***'.
           05 FILLER                PIC X(82) VALUE SPACES.
      *
       01 WS-RPT-STEP-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-STEP-NAME         PIC X(18).
           05 RPT-STEP-DETAIL       PIC X(90).
           05 FILLER                PIC X(10) VALUE ' VEREDITO:'.
           05 RPT-STEP-VERDICT      PIC X(08).
           05 FILLER                PIC X(06) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2100-RESUMIR-PORTAO.
           PERFORM 2200-RESUMIR-MYMONRPT.
           PERFORM 2300-RESUMIR-MYSTMT.
           PERFORM 2400-RESUMIR-MYREGPOS.
           PERFORM 2500-RESUMIR-MYCYCRPT.
           PERFORM 2600-RESUMIR-MYDQRPT.
           PERFORM 2700-RESUMIR-MYLKPRPT.
           PERFORM 2800-RESUMIR-MYPRVMES.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYMONSUM CONCLUIDO'.
           IF WS-COUNT-ATENCAO > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE RESUMO POR STEP
      *================================================================*
       2100-RESUMIR-PORTAO.
           OPEN INPUT GATRPT-FILE.
           IF NOT WS-GATRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GATRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-GATRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ GATRPT-FILE.
           PERFORM UNTIL NOT WS-GATRPT-OK
              MOVE GATRPT-RECORD TO WS-SCAN-LINE
              MOVE 31 TO WS-SCAN-INICIO
              EVALUATE TRUE
                 WHEN WS-SCAN-LINE(2:30) =
                      'TIPO DE FECHAMENTO           :'
                    MOVE WS-SCAN-LINE(33:6) TO WS-GAT-TIPO
                 WHEN WS-SCAN-LINE(2:30) =
                      'DATA DE REFERENCIA           :'
                    MOVE WS-SCAN-LINE(33:8) TO WS-GAT-DATA-REF
                 WHEN WS-SCAN-LINE(2:30) =
                      'DIAS UTEIS NO MES            :'
                    PERFORM 4500-EXTRAIR-NUMERO
                    MOVE WS-NUM-RESULT TO WS-GAT-DIAS-UTEIS
                 WHEN WS-SCAN-LINE(2:30) =
                      'RODADAS DO MES NA FAIXA      :'
                    PERFORM 4500-EXTRAIR-NUMERO
                    MOVE WS-NUM-RESULT TO WS-GAT-RODADAS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ GATRPT-FILE
           END-PERFORM.
           CLOSE GATRPT-FILE.
      *
           MOVE SPACES TO RPT-RECORD.
           STRING 'FECHAMENTO ' WS-GAT-TIPO
                  ' - DATA DE REFERENCIA ' WS-GAT-DATA-REF
                  DELIMITED BY SIZE INTO RPT-RECORD(2:80).
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           IF WS-GAT-RODADAS < WS-GAT-DIAS-UTEIS
              MOVE 'ATENCAO ' TO WS-VEREDITO
           ELSE
              MOVE 'LIMPO   ' TO WS-VEREDITO
           END-IF.
           MOVE 'STEP010 MYMONGT   ' TO RPT-STEP-NAME.
           MOVE SPACES TO RPT-STEP-DETAIL.
           STRING 'DIAS UTEIS=' WS-GAT-DIAS-UTEIS
                  ' RODADAS NA FAIXA=' WS-GAT-RODADAS
                  DELIMITED BY SIZE INTO RPT-STEP-DETAIL.
           PERFORM 2900-EMITIR-VEREDITO.
           EXIT.
      *
       2200-RESUMIR-MYMONRPT.
           OPEN INPUT MONRPT-FILE.
           IF NOT WS-MONRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MONRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-MONRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ MONRPT-FILE.
           PERFORM UNTIL NOT WS-MONRPT-OK
              MOVE MONRPT-RECORD TO WS-SCAN-LINE
              MOVE 31 TO WS-SCAN-INICIO
              EVALUATE TRUE
                 WHEN WS-SCAN-LINE(1:30) =
                      '  REGISTROS NO ARQUIVO MORTO :'
                    PERFORM 4500-EXTRAIR-NUMERO
                    MOVE WS-NUM-RESULT TO WS-MON-REGISTROS
                 WHEN WS-SCAN-LINE(1:38) =
                      '  CONCILIACAO COM OS RESUMOS DIARIOS:'
                    MOVE WS-SCAN-LINE(39:7) TO WS-MON-CONCILIA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ MONRPT-FILE
           END-PERFORM.
           CLOSE MONRPT-FILE.
      *
           IF WS-MON-CONCILIA = 'OK'
              MOVE 'LIMPO   ' TO WS-VEREDITO
           ELSE
              MOVE 'ATENCAO ' TO WS-VEREDITO
           END-IF.
           MOVE 'STEP020 MYMONRPT  ' TO RPT-STEP-NAME.
           MOVE SPACES TO RPT-STEP-DETAIL.
           STRING 'REGISTROS DO MES=' WS-MON-REGISTROS
                  ' CONCILIACAO COM OS TRAILERS=' WS-MON-CONCILIA
                  DELIMITED BY SIZE INTO RPT-STEP-DETAIL.
           PERFORM 2900-EMITIR-VEREDITO.
           EXIT.
      *
      *--- CADA EXTRATO TERMINA COM A POSICAO DE FECHAMENTO OU COM A
      *--- MARCA DE POSICOES INDISPONIVEIS (CLIENTE SEM MESTRE)
       2300-RESUMIR-MYSTMT.
           OPEN INPUT STMRPT-FILE.
           IF NOT WS-STMRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO STMRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-STMRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ STMRPT-FILE.
           PERFORM UNTIL NOT WS-STMRPT-OK
              MOVE STMRPT-RECORD TO WS-SCAN-LINE
              IF WS-SCAN-LINE(2:21) = 'POSICAO DE FECHAMENTO'
                 ADD 1 TO WS-STM-EXTRATOS
              END-IF
              IF WS-SCAN-LINE(2:22) = 'POSICOES INDISPONIVEIS'
                 ADD 1 TO WS-STM-EXTRATOS
                 ADD 1 TO WS-STM-SEM-MESTRE
              END-IF
              READ STMRPT-FILE
           END-PERFORM.
           CLOSE STMRPT-FILE.
      *
           IF WS-STM-SEM-MESTRE > ZERO
              MOVE 'ATENCAO ' TO WS-VEREDITO
           ELSE
              MOVE 'LIMPO   ' TO WS-VEREDITO
           END-IF.
           MOVE 'STEP050 MYSTMT    ' TO RPT-STEP-NAME.
           MOVE SPACES TO RPT-STEP-DETAIL.
           STRING 'EXTRATOS=' WS-STM-EXTRATOS
                  ' SEM MESTRE=' WS-STM-SEM-MESTRE
                  DELIMITED BY SIZE INTO RPT-STEP-DETAIL.
           PERFORM 2900-EMITIR-VEREDITO.
           EXIT.
      *
      *--- LINHA DE CONTAGENS DO MYREGPOS: 'LIDOS=' 9(07) ' GERADOS='
      *--- 9(07) ' REJEITADOS=' 9(07), EM POSICOES FIXAS
       2400-RESUMIR-MYREGPOS.
           OPEN INPUT REGRPT-FILE.
           IF NOT WS-REGRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO REGRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-REGRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ REGRPT-FILE.
           PERFORM UNTIL NOT WS-REGRPT-OK
              MOVE REGRPT-RECORD TO WS-SCAN-LINE
              IF WS-SCAN-LINE(1:6) = 'LIDOS='
                 AND WS-SCAN-LINE(23:7) IS NUMERIC
                 AND WS-SCAN-LINE(42:7) IS NUMERIC
                 MOVE WS-SCAN-LINE(23:7) TO WS-REG-GERADOS
                 MOVE WS-SCAN-LINE(42:7) TO WS-REG-REJEITADOS
              END-IF
              IF WS-SCAN-LINE(1:25) = '   *** AMARRACAO NAO CONF'
                 MOVE 'DIVERGE ' TO WS-REG-AMARRACAO
              END-IF
              READ REGRPT-FILE
           END-PERFORM.
           CLOSE REGRPT-FILE.
      *
           IF WS-REG-REJEITADOS > ZERO
              OR WS-REG-AMARRACAO NOT = 'CONFERE '
              MOVE 'ATENCAO ' TO WS-VEREDITO
           ELSE
              MOVE 'LIMPO   ' TO WS-VEREDITO
           END-IF.
           MOVE 'STEP060 MYREGPOS  ' TO RPT-STEP-NAME.
           MOVE SPACES TO RPT-STEP-DETAIL.
           STRING 'GERADOS=' WS-REG-GERADOS
                  ' REJEITADOS=' WS-REG-REJEITADOS
                  ' AMARRACAO=' WS-REG-AMARRACAO
                  DELIMITED BY SIZE INTO RPT-STEP-DETAIL.
           PERFORM 2900-EMITIR-VEREDITO.
           EXIT.
      *
       2500-RESUMIR-MYCYCRPT.
           OPEN INPUT CYCRPT-FILE.
           IF NOT WS-CYCRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CYCRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-CYCRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ CYCRPT-FILE.
           PERFORM UNTIL NOT WS-CYCRPT-OK
              MOVE CYCRPT-RECORD TO WS-SCAN-LINE
              MOVE 31 TO WS-SCAN-INICIO
              EVALUATE TRUE
                 WHEN WS-SCAN-LINE(2:30) =
                      'NOITES RODADAS NO MES        :'
                    PERFORM 4500-EXTRAIR-NUMERO
                    MOVE WS-NUM-RESULT TO WS-CYC-NOITES
                 WHEN WS-SCAN-LINE(2:30) =
                      'NOITES NO PRAZO (ATE 06H)    :'
                    PERFORM 4500-EXTRAIR-NUMERO
                    MOVE WS-NUM-RESULT TO WS-CYC-NO-PRAZO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ CYCRPT-FILE
           END-PERFORM.
           CLOSE CYCRPT-FILE.
      *
           IF WS-CYC-NO-PRAZO < WS-CYC-NOITES
              MOVE 'ATENCAO ' TO WS-VEREDITO
           ELSE
              MOVE 'LIMPO   ' TO WS-VEREDITO
           END-IF.
           MOVE 'STEP070 MYCYCRPT  ' TO RPT-STEP-NAME.
           MOVE SPACES TO RPT-STEP-DETAIL.
           STRING 'NOITES=' WS-CYC-NOITES
                  ' NO PRAZO=' WS-CYC-NO-PRAZO
                  DELIMITED BY SIZE INTO RPT-STEP-DETAIL.
           PERFORM 2900-EMITIR-VEREDITO.
           EXIT.
      *
      *--- CONTA AS LINHAS DA MATRIZ MOTIVO X DIA (DEPOIS DA LINHA DE
      *--- DATAS). SO INFORMATIVO: VEREDITO SEMPRE LIMPO.
       2600-RESUMIR-MYDQRPT.
           OPEN INPUT DQRPT-FILE.
           IF NOT WS-DQRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO DQRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-DQRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ DQRPT-FILE.
           PERFORM UNTIL NOT WS-DQRPT-OK
              MOVE DQRPT-RECORD TO WS-SCAN-LINE
              IF WS-DQ-NA-MATRIZ AND WS-SCAN-LINE(2:8) NOT = SPACES
                 ADD 1 TO WS-DQ-MOTIVOS
              END-IF
              IF WS-SCAN-LINE(2:15) = 'FONTE    MOTIVO'
                 SET WS-DQ-NA-MATRIZ TO TRUE
              END-IF
              READ DQRPT-FILE
           END-PERFORM.
           CLOSE DQRPT-FILE.
      *
           MOVE 'LIMPO   ' TO WS-VEREDITO.
           MOVE 'STEP080 MYDQRPT   ' TO RPT-STEP-NAME.
           MOVE SPACES TO RPT-STEP-DETAIL.
           STRING 'MOTIVOS NA JANELA DE 7 DIAS=' WS-DQ-MOTIVOS
                  ' (INFORMATIVO)'
                  DELIMITED BY SIZE INTO RPT-STEP-DETAIL.
           PERFORM 2900-EMITIR-VEREDITO.
           EXIT.
      *
       2700-RESUMIR-MYLKPRPT.
           OPEN INPUT LKPRPT-FILE.
           IF NOT WS-LKPRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO LKPRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-LKPRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ LKPRPT-FILE.
           PERFORM UNTIL NOT WS-LKPRPT-OK
              MOVE LKPRPT-RECORD TO WS-SCAN-LINE
              IF WS-SCAN-LINE(1:34) =
                 'ACESSOS FORA DO HORARIO COMERCIAL:'
                 MOVE 35 TO WS-SCAN-INICIO
                 PERFORM 4500-EXTRAIR-NUMERO
                 MOVE WS-NUM-RESULT TO WS-LKP-FORA-HORARIO
              END-IF
              READ LKPRPT-FILE
           END-PERFORM.
           CLOSE LKPRPT-FILE.
      *
           IF WS-LKP-FORA-HORARIO > ZERO
              MOVE 'ATENCAO ' TO WS-VEREDITO
           ELSE
              MOVE 'LIMPO   ' TO WS-VEREDITO
           END-IF.
           MOVE 'STEP090 MYLKPRPT  ' TO RPT-STEP-NAME.
           MOVE SPACES TO RPT-STEP-DETAIL.
           STRING 'ACESSOS FORA DO HORARIO COMERCIAL='
                  WS-LKP-FORA-HORARIO
                  DELIMITED BY SIZE INTO RPT-STEP-DETAIL.
           PERFORM 2900-EMITIR-VEREDITO.
           EXIT.
      *
      *--- A FOLHA DE PROVA NAO TEM BYTE DE CONTROLE: O RESULTADO
      *--- COMECA NA COLUNA 1 E A QUANTIDADE DE DIVERGENCIAS NA 43
       2800-RESUMIR-MYPRVMES.
           OPEN INPUT PRVRPT-FILE.
           IF NOT WS-PRVRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO PRVRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-PRVRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ PRVRPT-FILE.
           PERFORM UNTIL NOT WS-PRVRPT-OK
              MOVE PRVRPT-RECORD TO WS-SCAN-LINE
              EVALUATE TRUE
                 WHEN WS-SCAN-LINE(1:27) =
                      'RESULTADO: O MES NAO FECHA.'
                    MOVE 'NAO FECH' TO WS-PRV-RESULTADO
                    MOVE 43 TO WS-SCAN-INICIO
                    PERFORM 4500-EXTRAIR-NUMERO
                    MOVE WS-NUM-RESULT TO WS-PRV-DIVERGENCIAS
                 WHEN WS-SCAN-LINE(1:22) =
                      'RESULTADO: MES FECHADO'
                    MOVE 'FECHADO ' TO WS-PRV-RESULTADO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ PRVRPT-FILE
           END-PERFORM.
           CLOSE PRVRPT-FILE.
      *
           IF WS-PRV-RESULTADO = 'FECHADO '
              MOVE 'LIMPO   ' TO WS-VEREDITO
           ELSE
              MOVE 'ATENCAO ' TO WS-VEREDITO
           END-IF.
           MOVE 'STEP099A MYPRVMES ' TO RPT-STEP-NAME.
           MOVE SPACES TO RPT-STEP-DETAIL.
           EVALUATE WS-PRV-RESULTADO
              WHEN 'FECHADO '
                 MOVE 'MES FECHADO NAS TRES VIAS' TO RPT-STEP-DETAIL
              WHEN 'NAO FECH'
                 STRING 'MES NAO FECHA - DIVERGENCIAS='
                        WS-PRV-DIVERGENCIAS
                        DELIMITED BY SIZE INTO RPT-STEP-DETAIL
              WHEN OTHER
                 MOVE 'FOLHA DE PROVA SEM RESULTADO'
                      TO RPT-STEP-DETAIL
           END-EVALUATE.
           PERFORM 2900-EMITIR-VEREDITO.
           EXIT.
      *
      *--- GRAVA A LINHA DO STEP NO RESUMO E EMITE O VEREDITO NO
      *--- CONSOLE, PARA A AUTOMACAO CAPTURAR
       2900-EMITIR-VEREDITO.
           MOVE WS-VEREDITO TO RPT-STEP-VERDICT.
           MOVE WS-RPT-STEP-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           IF WS-VEREDITO = 'ATENCAO '
              ADD 1 TO WS-COUNT-ATENCAO
              DISPLAY 'MYMS001 ' RPT-STEP-NAME ' ATENCAO: '
                      RPT-STEP-DETAIL(1:60) UPON CONSOLE
           ELSE
              DISPLAY 'MYMS000 ' RPT-STEP-NAME ' LIMPO' UPON CONSOLE
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           IF WS-COUNT-ATENCAO > ZERO
              STRING 'VEREDITO DO FECHAMENTO: ATENCAO EM '
                     WS-COUNT-ATENCAO ' STEP(S).'
                     DELIMITED BY SIZE INTO RPT-RECORD
           ELSE
              MOVE 'VEREDITO DO FECHAMENTO: FECHAMENTO LIMPO.'
                  TO RPT-RECORD
           END-IF.
           PERFORM 4200-WRITE-REPORT.
           CLOSE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
      *--- COLETA OS DIGITOS DE WS-SCAN-LINE A PARTIR DE
      *--- WS-SCAN-INICIO (APOS O LITERAL DA LINHA), IGNORANDO A
      *--- EDICAO DE MILHAR DOS CAMPOS Z.ZZZ.ZZ9
       4500-EXTRAIR-NUMERO.
           MOVE ZERO TO WS-NUM-RESULT.
           PERFORM VARYING WS-SCAN-SUB FROM WS-SCAN-INICIO BY 1
                   UNTIL WS-SCAN-SUB > 133
              MOVE WS-SCAN-LINE(WS-SCAN-SUB:1) TO WS-SCAN-CHAR
              IF WS-SCAN-E-DIGITO
                 COMPUTE WS-NUM-RESULT =
                    WS-NUM-RESULT * 10 + WS-SCAN-DIGIT
              END-IF
           END-PERFORM.
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
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYMONSUM ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
