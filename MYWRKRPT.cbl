       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYWRKRPT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - RELATORIO SEMANAL DA FILA DE EXCECOES
      *
      * MEDE QUANTO TEMPO CADA TIPO DE EXCECAO (FONTE + MOTIVO) LEVA
      * PARA SER RESOLVIDO NA TB_WORKLIST (CARREGADA PELO MYWRKLD E
      * TRATADA NA TRNW):
      *
      * 1. ITENS FECHADOS NA JANELA (POR PADRAO, OS 7 DIAS ATE A DATA
      *    DE REFERENCIA), POR FONTE E MOTIVO: QUANTIDADE, MEDIA E
      *    MAXIMO DE DIAS DA CARGA AO FECHAMENTO, MEDIA DE DIAS ATE O
      *    ITEM SER ASSUMIDO E QUANTOS FECHARAM FORA DO PRAZO.
      * 2. ITENS AINDA NAO FECHADOS, POR FONTE E MOTIVO: QUANTIDADE,
      *    QUANTOS ESTAO FORA DO PRAZO E A IDADE DO MAIS ANTIGO.
      *
      * A IDADE CONTA DA DATA DE CARGA DO ITEM (A MESMA BASE DO PRAZO
      * CONFERIDO TODA NOITE PELO MYWRKLD). O ITEM FECHADO SOZINHO
      * PELO MYEXCRTY (REPROCESSAMENTO MATINAL) NAO TEM DATA DE
      * ASSUMIDO E NAO ENTRA NA MEDIA ATE ASSUMIR.
      *
      * RODA UMA VEZ POR SEMANA NO MYWEEK (STEP020).
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-8  = DATA DE REFERENCIA AAAAMMDD (BRANCO = HOJE)
      *   COLUNAS 9-11 = JANELA EM DIAS 9(03) (BRANCO = 7)
      *
      * RETURN-CODE 0 = NENHUM ITEM ABERTO FORA DO PRAZO; 4 = HA ITEM
      * ABERTO FORA DO PRAZO; 16 = ERRO FATAL.
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
           05 PARM-DATA-REF          PIC X(08).
           05 PARM-JANELA-DIAS       PIC X(03).
           05 PARM-JANELA-DIAS-N REDEFINES PARM-JANELA-DIAS
                                     PIC 9(03).
           05 FILLER                 PIC X(69).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYSTATLD
       01 WS-DB-HOST-VARS.
           05 H-FONTE                PIC X(08).
           05 H-MOTIVO               PIC X(10).
           05 H-DATA-CARGA           PIC X(08).
           05 H-DATA-CARGA-N REDEFINES H-DATA-CARGA
                                     PIC 9(08).
           05 H-DATA-ASSUMIDO        PIC X(08).
           05 H-DATA-ASSUMIDO-N REDEFINES H-DATA-ASSUMIDO
                                     PIC 9(08).
           05 H-DATA-FECHAMENTO      PIC X(08).
           05 H-DATA-FECHAMENTO-N REDEFINES H-DATA-FECHAMENTO
                                     PIC 9(08).
           05 H-PRAZO-DIAS           PIC S9(04) COMP.
           05 H-DATA-INI             PIC X(08).
           05 H-DATA-FIM             PIC X(08).
      *
      *--- ITENS FECHADOS NA JANELA, AGRUPADOS POR FONTE E MOTIVO
           EXEC SQL
               DECLARE C_FECHADOS CURSOR FOR
                   SELECT FONTE, MOTIVO, DATA_CARGA, DATA_ASSUMIDO,
                          DATA_FECHAMENTO, PRAZO_DIAS
                   FROM TB_WORKLIST
                   WHERE SITUACAO = 'F'
                     AND DATA_FECHAMENTO BETWEEN :H-DATA-INI
                                             AND :H-DATA-FIM
                   ORDER BY FONTE, MOTIVO
           END-EXEC.
      *
      *--- ITENS AINDA NAO FECHADOS, AGRUPADOS POR FONTE E MOTIVO
           EXEC SQL
               DECLARE C_ABERTOS CURSOR FOR
                   SELECT FONTE, MOTIVO, DATA_CARGA, PRAZO_DIAS
                   FROM TB_WORKLIST
                   WHERE SITUACAO <> 'F'
                   ORDER BY FONTE, MOTIVO
           END-EXEC.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-CONTROLE.
           05 WS-FIM-CURSOR-SW      PIC X(01) VALUE 'N'.
              88 WS-FIM-CURSOR      VALUE 'S'.
           05 WS-JANELA-DIAS        PIC 9(03) VALUE 7.
           05 WS-DATA-REF           PIC 9(08) VALUE ZERO.
           05 WS-DATA-INI           PIC 9(08) VALUE ZERO.
           05 WS-IDADE              PIC S9(07) VALUE ZERO.
           05 WS-DIAS-ASSUMIR       PIC S9(07) VALUE ZERO.
           05 WS-MEDIA              PIC 9(05)V9 VALUE ZERO.
           05 WS-CURRENT-DATE       PIC X(21).
           05 WS-QUEBRA-ATUAL.
              10 WS-QBR-FONTE       PIC X(08).
              10 WS-QBR-MOTIVO      PIC X(10).
           05 WS-QUEBRA-LIDA.
              10 WS-LID-FONTE       PIC X(08).
              10 WS-LID-MOTIVO      PIC X(10).
      *
      *--- ACUMULADORES DO GRUPO (FONTE + MOTIVO) E DO RELATORIO
       01 WS-GRUPO.
           05 WS-GRP-QTD            PIC 9(07) VALUE ZERO.
           05 WS-GRP-SOMA-DIAS      PIC 9(09) VALUE ZERO.
           05 WS-GRP-MAX-DIAS       PIC 9(05) VALUE ZERO.
           05 WS-GRP-QTD-ASSUMIDO   PIC 9(07) VALUE ZERO.
           05 WS-GRP-SOMA-ASSUMIR   PIC 9(09) VALUE ZERO.
           05 WS-GRP-FORA-PRAZO     PIC 9(07) VALUE ZERO.
      *
       01 WS-TOTAIS.
           05 WS-TOT-FECHADOS       PIC 9(07) VALUE ZERO.
           05 WS-TOT-SOMA-DIAS      PIC 9(09) VALUE ZERO.
           05 WS-TOT-FECH-FORA      PIC 9(07) VALUE ZERO.
           05 WS-TOT-ABERTOS        PIC 9(07) VALUE ZERO.
           05 WS-TOT-ABERTOS-FORA   PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(47) VALUE
              'MYWRKRPT - FILA DE EXCECOES - TEMPO DE SOLUCAO '.
           05 FILLER                PIC X(06) VALUE 'REF.: '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(08) VALUE ' JANELA '.
           05 RPT-HDR-JANELA        PIC ZZ9.
           05 FILLER                PIC X(05) VALUE ' DIAS'.
           05 FILLER                PIC X(55) VALUE SPACES.
      *
       01 WS-RPT-TITULO-LINE.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 RPT-TIT-TEXTO         PIC X(132).
      *
       01 WS-RPT-FECH-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'FONTE    MOTIVO         QTD  MEDIA DIAS '.
           05 FILLER                PIC X(40) VALUE
              ' MAX DIAS  MEDIA P/ASSUMIR  FORA PRAZO '.
           05 FILLER                PIC X(52) VALUE SPACES.
      *
       01 WS-RPT-FECH-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-FEC-FONTE         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-FEC-MOTIVO        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-FEC-QTD           PIC Z(06)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-FEC-MEDIA         PIC ZZZZ9,9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-FEC-MAX           PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE SPACES.
           05 RPT-FEC-MEDIA-ASS     PIC ZZZZ9,9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-FEC-FORA          PIC Z(06)9.
           05 FILLER                PIC X(58) VALUE SPACES.
      *
       01 WS-RPT-ABER-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'FONTE    MOTIVO         QTD  FORA PRAZO '.
           05 FILLER                PIC X(40) VALUE
              ' MAIS ANTIGO (DIAS)                     '.
           05 FILLER                PIC X(52) VALUE SPACES.
      *
       01 WS-RPT-ABER-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-ABE-FONTE         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-ABE-MOTIVO        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-ABE-QTD           PIC Z(06)9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-ABE-FORA          PIC Z(06)9.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 RPT-ABE-MAX           PIC ZZZZ9.
           05 FILLER                PIC X(81) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       01 WS-RPT-MEDIA-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MED-DESC          PIC X(30).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-MED-VALUE         PIC ZZZZ9,9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SECAO-FECHADOS.
           PERFORM 2500-SECAO-ABERTOS.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYWRKRPT CONCLUIDO. FECHADOS: '
                   WS-TOT-FECHADOS ' ABERTOS FORA DO PRAZO: '
                   WS-TOT-ABERTOS-FORA.
           IF WS-TOT-ABERTOS-FORA > ZERO
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
           MOVE WS-CURRENT-DATE(1:8) TO WS-DATA-REF.
           PERFORM 1150-READ-PARM-CARD.
      *--- JANELA DE N DIAS TERMINANDO NA DATA DE REFERENCIA
           COMPUTE WS-DATA-INI =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                    - WS-JANELA-DIAS + 1).
           MOVE WS-DATA-INI TO H-DATA-INI.
           MOVE WS-DATA-REF TO H-DATA-FIM.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-DATA-REF TO RPT-HDR-DATA.
           MOVE WS-JANELA-DIAS TO RPT-HDR-JANELA.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DATA-REF IS NUMERIC
                 MOVE PARM-DATA-REF TO WS-DATA-REF
              END-IF
              IF PARM-JANELA-DIAS IS NUMERIC
                 AND PARM-JANELA-DIAS-N > ZERO
                 MOVE PARM-JANELA-DIAS-N TO WS-JANELA-DIAS
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * SECAO 1 - ITENS FECHADOS NA JANELA
      *================================================================*
       2000-SECAO-FECHADOS.
           MOVE SPACES TO RPT-TIT-TEXTO.
           STRING 'ITENS FECHADOS DE ' WS-DATA-INI ' A ' WS-DATA-REF
                  ' - DIAS DA CARGA AO FECHAMENTO'
               DELIMITED BY SIZE INTO RPT-TIT-TEXTO.
           MOVE WS-RPT-TITULO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-FECH-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           EXEC SQL OPEN C_FECHADOS END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYWRKRPT: ERRO NA ABERTURA DO CURSOR '
                      'C_FECHADOS. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 'N' TO WS-FIM-CURSOR-SW.
           MOVE LOW-VALUES TO WS-QUEBRA-ATUAL.
           INITIALIZE WS-GRUPO.
           PERFORM 2100-FETCH-FECHADO UNTIL WS-FIM-CURSOR.
           EXEC SQL CLOSE C_FECHADOS END-EXEC.
           IF WS-GRP-QTD > ZERO
              PERFORM 2200-EMITIR-GRUPO-FECHADO
           END-IF.
           EXIT.
      *
       2100-FETCH-FECHADO.
           EXEC SQL
               FETCH C_FECHADOS
               INTO :H-FONTE, :H-MOTIVO, :H-DATA-CARGA,
                    :H-DATA-ASSUMIDO, :H-DATA-FECHAMENTO,
                    :H-PRAZO-DIAS
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYWRKRPT: ERRO NO FETCH DE C_FECHADOS. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN OTHER
                   PERFORM 2110-ACUMULAR-FECHADO
           END-EVALUATE.
           EXIT.
      *
      *--- QUEBRA POR FONTE + MOTIVO E ACUMULO DO ITEM NO GRUPO
       2110-ACUMULAR-FECHADO.
           MOVE H-FONTE  TO WS-LID-FONTE.
           MOVE H-MOTIVO TO WS-LID-MOTIVO.
           IF WS-QUEBRA-LIDA NOT = WS-QUEBRA-ATUAL
              IF WS-GRP-QTD > ZERO
                 PERFORM 2200-EMITIR-GRUPO-FECHADO
              END-IF
              MOVE WS-QUEBRA-LIDA TO WS-QUEBRA-ATUAL
              INITIALIZE WS-GRUPO
           END-IF.
      *
           MOVE ZERO TO WS-IDADE.
           IF H-DATA-CARGA IS NUMERIC
              AND H-DATA-CARGA-N > 16010101
              AND H-DATA-FECHAMENTO IS NUMERIC
              AND H-DATA-FECHAMENTO-N >= H-DATA-CARGA-N
              COMPUTE WS-IDADE =
                  FUNCTION INTEGER-OF-DATE(H-DATA-FECHAMENTO-N)
                - FUNCTION INTEGER-OF-DATE(H-DATA-CARGA-N)
           END-IF.
           ADD 1 TO WS-GRP-QTD.
           ADD WS-IDADE TO WS-GRP-SOMA-DIAS.
           IF WS-IDADE > WS-GRP-MAX-DIAS
              MOVE WS-IDADE TO WS-GRP-MAX-DIAS
           END-IF.
           IF WS-IDADE > H-PRAZO-DIAS
              ADD 1 TO WS-GRP-FORA-PRAZO
           END-IF.
      *
           IF H-DATA-ASSUMIDO IS NUMERIC
              AND H-DATA-ASSUMIDO-N >= H-DATA-CARGA-N
              AND H-DATA-CARGA-N > 16010101
              COMPUTE WS-DIAS-ASSUMIR =
                  FUNCTION INTEGER-OF-DATE(H-DATA-ASSUMIDO-N)
                - FUNCTION INTEGER-OF-DATE(H-DATA-CARGA-N)
              ADD 1 TO WS-GRP-QTD-ASSUMIDO
              ADD WS-DIAS-ASSUMIR TO WS-GRP-SOMA-ASSUMIR
           END-IF.
           EXIT.
      *
       2200-EMITIR-GRUPO-FECHADO.
           MOVE WS-QBR-FONTE  TO RPT-FEC-FONTE.
           MOVE WS-QBR-MOTIVO TO RPT-FEC-MOTIVO.
           MOVE WS-GRP-QTD    TO RPT-FEC-QTD.
           COMPUTE WS-MEDIA ROUNDED = WS-GRP-SOMA-DIAS / WS-GRP-QTD.
           MOVE WS-MEDIA      TO RPT-FEC-MEDIA.
           MOVE WS-GRP-MAX-DIAS TO RPT-FEC-MAX.
           IF WS-GRP-QTD-ASSUMIDO > ZERO
              COMPUTE WS-MEDIA ROUNDED =
                  WS-GRP-SOMA-ASSUMIR / WS-GRP-QTD-ASSUMIDO
           ELSE
              MOVE ZERO TO WS-MEDIA
           END-IF.
           MOVE WS-MEDIA      TO RPT-FEC-MEDIA-ASS.
           MOVE WS-GRP-FORA-PRAZO TO RPT-FEC-FORA.
           MOVE WS-RPT-FECH-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           ADD WS-GRP-QTD        TO WS-TOT-FECHADOS.
           ADD WS-GRP-SOMA-DIAS  TO WS-TOT-SOMA-DIAS.
           ADD WS-GRP-FORA-PRAZO TO WS-TOT-FECH-FORA.
           EXIT.
      *
      *================================================================*
      * SECAO 2 - ITENS AINDA NAO FECHADOS
      *================================================================*
       2500-SECAO-ABERTOS.
           MOVE SPACES TO RPT-TIT-TEXTO.
           STRING 'ITENS NAO FECHADOS EM ' WS-DATA-REF
                  ' - IDADE EM DIAS DESDE A CARGA'
               DELIMITED BY SIZE INTO RPT-TIT-TEXTO.
           MOVE WS-RPT-TITULO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-ABER-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           EXEC SQL OPEN C_ABERTOS END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYWRKRPT: ERRO NA ABERTURA DO CURSOR '
                      'C_ABERTOS. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 'N' TO WS-FIM-CURSOR-SW.
           MOVE LOW-VALUES TO WS-QUEBRA-ATUAL.
           INITIALIZE WS-GRUPO.
           PERFORM 2600-FETCH-ABERTO UNTIL WS-FIM-CURSOR.
           EXEC SQL CLOSE C_ABERTOS END-EXEC.
           IF WS-GRP-QTD > ZERO
              PERFORM 2700-EMITIR-GRUPO-ABERTO
           END-IF.
           EXIT.
      *
       2600-FETCH-ABERTO.
           EXEC SQL
               FETCH C_ABERTOS
               INTO :H-FONTE, :H-MOTIVO, :H-DATA-CARGA,
                    :H-PRAZO-DIAS
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYWRKRPT: ERRO NO FETCH DE C_ABERTOS. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN OTHER
                   PERFORM 2610-ACUMULAR-ABERTO
           END-EVALUATE.
           EXIT.
      *
       2610-ACUMULAR-ABERTO.
           MOVE H-FONTE  TO WS-LID-FONTE.
           MOVE H-MOTIVO TO WS-LID-MOTIVO.
           IF WS-QUEBRA-LIDA NOT = WS-QUEBRA-ATUAL
              IF WS-GRP-QTD > ZERO
                 PERFORM 2700-EMITIR-GRUPO-ABERTO
              END-IF
              MOVE WS-QUEBRA-LIDA TO WS-QUEBRA-ATUAL
              INITIALIZE WS-GRUPO
           END-IF.
      *
           MOVE ZERO TO WS-IDADE.
           IF H-DATA-CARGA IS NUMERIC
              AND H-DATA-CARGA-N > 16010101
              AND H-DATA-CARGA-N <= WS-DATA-REF
              COMPUTE WS-IDADE =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                - FUNCTION INTEGER-OF-DATE(H-DATA-CARGA-N)
           END-IF.
           ADD 1 TO WS-GRP-QTD.
           IF WS-IDADE > WS-GRP-MAX-DIAS
              MOVE WS-IDADE TO WS-GRP-MAX-DIAS
           END-IF.
           IF WS-IDADE > H-PRAZO-DIAS
              ADD 1 TO WS-GRP-FORA-PRAZO
           END-IF.
           EXIT.
      *
       2700-EMITIR-GRUPO-ABERTO.
           MOVE WS-QBR-FONTE      TO RPT-ABE-FONTE.
           MOVE WS-QBR-MOTIVO     TO RPT-ABE-MOTIVO.
           MOVE WS-GRP-QTD        TO RPT-ABE-QTD.
           MOVE WS-GRP-FORA-PRAZO TO RPT-ABE-FORA.
           MOVE WS-GRP-MAX-DIAS   TO RPT-ABE-MAX.
           MOVE WS-RPT-ABER-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           ADD WS-GRP-QTD        TO WS-TOT-ABERTOS.
           ADD WS-GRP-FORA-PRAZO TO WS-TOT-ABERTOS-FORA.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'ITENS FECHADOS NA JANELA    :' TO RPT-MSG-DESC.
           MOVE WS-TOT-FECHADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           IF WS-TOT-FECHADOS > ZERO
              COMPUTE WS-MEDIA ROUNDED =
                  WS-TOT-SOMA-DIAS / WS-TOT-FECHADOS
           ELSE
              MOVE ZERO TO WS-MEDIA
           END-IF.
           MOVE 'MEDIA DE DIAS ATE FECHAR    :' TO RPT-MED-DESC.
           MOVE WS-MEDIA TO RPT-MED-VALUE.
           MOVE WS-RPT-MEDIA-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'FECHADOS FORA DO PRAZO      :' TO RPT-MSG-DESC.
           MOVE WS-TOT-FECH-FORA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ITENS AINDA NAO FECHADOS    :' TO RPT-MSG-DESC.
           MOVE WS-TOT-ABERTOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'NAO FECHADOS FORA DO PRAZO  :' TO RPT-MSG-DESC.
           MOVE WS-TOT-ABERTOS-FORA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           CLOSE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
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
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYWRKRPT ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYWRKRPT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
