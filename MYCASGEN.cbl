       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCASGEN.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - ESTORNOS DAS CONTESTACOES ACEITAS
      *
      * A CONTESTACAO ACEITA NA TRANSACAO TRNK (MYCICSCA) FICA COM O
      * PEDIDO DE ESTORNO PENDENTE EM TB_CASOS (ESTORNO_SITUACAO
      * 'P'). ESTE PASSO, ANTES DO STEP005, MONTA PARA CADA CASO
      * PENDENTE O REGISTRO DE ESTORNO 'R' DO DETALHE CONTESTADO E
      * GRAVA UM LOTE H/R/T COMUM (CASOUTDD) QUE O STEP007 CONCATENA
      * AO IN-FILE DO DIA - DAI EM DIANTE O ESTORNO SEGUE O CAMINHO
      * DE QUALQUER ESTORNO DE AGENCIA NO MYBATCH (VALIDACAO, IDHIST,
      * MESTRE, DIARIO). MESMO DESENHO DO MYORDGEN/STEP006.
      *
      * O DETALHE CONTESTADO E A LINHA DE ORIGEM 'D' DO DIARIO DO
      * MESTRE (MSTJRNDD) DO CLIENTE DO CASO COM O ID DA RODADA DO
      * CASO (E A DATA DA RODADA, QUANDO INFORMADA - SEM ELA VALE A
      * ULTIMA LINHA DA RODADA). O CORPO DO ESTORNO SAI DAS IMAGENS DA
      * LINHA, NO FORMATO QUE O 2135-APPLY-REVERSAL-ACTION DO MYBATCH
      * ESPERA:
      *   'I' INCLUSAO  - A IMAGEM DEPOIS (O ESTORNO EXCLUI A CHAVE);
      *   'A' ALTERACAO - VALOR/NATUREZA/DATA-VALOR/MOEDA DA IMAGEM
      *                   DEPOIS (O MOVIMENTO A DESFAZER NO SALDO) E O
      *                   RESTANTE DA IMAGEM ANTES (O QUE SE RESTAURA);
      *   'E' EXCLUSAO  - A IMAGEM ANTES (O ESTORNO REINCLUI).
      *
      * O ESTORNO RESTAURA IMAGEM: SE O CLIENTE TEVE OUTRO MOVIMENTO
      * ('D' OU 'R') DEPOIS DO CONTESTADO, RESTAURAR PASSARIA POR
      * CIMA DELE - O CASO FICA COM ERRO ('E') PARA ACERTO MANUAL.
      * DETALHE NAO ACHADO NO DIARIO TAMBEM E ERRO. UM SO ESTORNO POR
      * CLIENTE NO LOTE: O SEGUNDO CASO ACEITO DO MESMO CLIENTE FICA
      * PENDENTE PARA O DIA SEGUINTE (COMO A ORDEM ADIADA DO
      * MYORDGEN).
      *
      * O LOTE SAI COM A SERIE PROPRIA DE ID DE RODADA 'CASO' + MMDD
      * (O PREFIXO 'CASO' PRECISA CONSTAR DO CADASTRO DE AGENCIAS
      * AGYREGDD; O MYBATCH DEIXA A SERIE FORA DO CARTAO DE CONTROLE
      * E O MYLIQUID FORA DA LIQUIDACAO). O TRAILER TRAZ OS TOTAIS JA
      * ABATIDOS DOS ESTORNOS (NEGATIVOS), COMO O MYBATCH CONFERE.
      * NADA PENDENTE = ARQUIVO VAZIO, SEM LOTE.
      *
      * O CASO GERADO FICA COM ESTORNO_SITUACAO 'G', A DATA E O ID DA
      * RODADA DO LOTE; O MYCASEVD CONFIRMA ('A') QUANDO ACHA A LINHA
      * 'R' NO DIARIO. A REEXECUCAO NA MESMA DATA REGERA O MESMO LOTE
      * (OS CASOS 'G' DA PROPRIA DATA ENTRAM DE NOVO).
      *
      * RETURN-CODE 0 = OK (CASO COM ERRO NAO SEGURA O CICLO: SAI NO
      * RELATORIO, NO CONSOLE E NO RELATORIO SEMANAL MYCASRPT); 16 =
      * ERRO FATAL.
      *
      * PARMDD (OPCIONAL): DATA DA RODADA AAAAMMDD, SO PARA REEXECUTAR
      * UMA NOITE ATRASADA; SEM CARTAO = DATA DO SISTEMA.
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
      *--- DIARIO DO MESTRE (ACUMULADO, GRAVADO PELO MYBATCH)
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
      *--- LOTE GERADO (MESMO LAYOUT DE 80 BYTES DO IN-FILE)
           SELECT GEN-FILE ASSIGN TO CASOUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GEN-FILE-STATUS.
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
              88 MJR-ORIGEM-DETALHE  VALUE 'D'.
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
       FD GEN-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 GEN-RECORD                PIC X(80).
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
           05 PARM-DATA-REFERENCIA   PIC 9(08).
           05 FILLER                 PIC X(72).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYSTATLD
       01 WS-DB-HOST-VARS.
           05 H-NUM-CASO             PIC S9(09) COMP.
           05 H-ID-CLIENTE           PIC X(10).
           05 H-RUN-ID               PIC X(08).
           05 H-DATA-RODADA          PIC X(08).
           05 H-DATA-LOTE            PIC X(08).
           05 H-RUN-ID-LOTE          PIC X(08).
           05 H-EST-SITUACAO         PIC X(01).
           05 H-EST-MSG              PIC X(40).
      *
      *--- CASOS ACEITOS COM ESTORNO A GERAR (PENDENTES, MAIS OS JA
      *--- GERADOS NA PROPRIA DATA - REEXECUCAO), POR CLIENTE
           EXEC SQL
               DECLARE C_CASOS CURSOR FOR
                   SELECT NUM_CASO, ID_CLIENTE, RUN_ID, DATA_RODADA
                   FROM TB_CASOS
                   WHERE SITUACAO = 'C'
                     AND (ESTORNO_SITUACAO = 'P'
                          OR (ESTORNO_SITUACAO = 'G'
                              AND ESTORNO_DATA = :H-DATA-LOTE))
                   ORDER BY ID_CLIENTE, NUM_CASO
           END-EXEC.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-GEN-FILE-STATUS    PIC X(02).
              88 WS-GEN-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- CASOS DO LOTE, UM POR CLIENTE, EM ORDEM DE CLIENTE (A
      *--- VARREDURA DO DIARIO PROCURA POR SEARCH ALL). A LINHA DO
      *--- DIARIO ACHADA PARA O CASO FICA GUARDADA NA PROPRIA ENTRADA.
       01 WS-CASO-TABLE.
           05 WS-CAS-COUNT          PIC 9(03) COMP VALUE ZERO.
           05 WS-CAS-MAX            PIC 9(03) COMP VALUE 500.
           05 WS-CAS-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-CAS-COUNT
              ASCENDING KEY IS WS-CAS-CLIENTE
              INDEXED BY WS-CAS-IDX.
              10 WS-CAS-CLIENTE     PIC X(10).
              10 WS-CAS-NUM         PIC S9(09) COMP.
              10 WS-CAS-RUN-ID      PIC X(08).
              10 WS-CAS-DATA-ROD    PIC X(08).
              10 WS-CAS-DATA-ROD-N REDEFINES WS-CAS-DATA-ROD
                                    PIC 9(08).
              10 WS-CAS-ACHOU-SW    PIC X(01).
                 88 WS-CAS-ACHOU    VALUE 'S'.
              10 WS-CAS-POSTERIOR-SW PIC X(01).
                 88 WS-CAS-POSTERIOR VALUE 'S'.
              10 WS-CAS-MJR-DATA    PIC 9(08).
              10 WS-CAS-ACAO        PIC X(01).
              10 WS-CAS-DATA-ANTES  PIC X(68).
              10 WS-CAS-DATA-DEPOIS PIC X(68).
      *
       01 WS-DATAS.
           05 WS-CURRENT-DATE-RAW   PIC 9(08).
           05 WS-DATA-RODADA        PIC 9(08) VALUE ZERO.
           05 WS-DATA-RODADA-R REDEFINES WS-DATA-RODADA.
              10 WS-ROD-AAAA        PIC 9(04).
              10 WS-ROD-MMDD        PIC 9(04).
      *
       01 WS-CONTROLE.
           05 WS-FIM-CURSOR-SW      PIC X(01) VALUE 'N'.
              88 WS-FIM-CURSOR      VALUE 'S'.
           05 WS-LOTE-ABERTO-SW     PIC X(01) VALUE 'N'.
              88 WS-LOTE-ABERTO     VALUE 'S'.
           05 WS-ULT-CLIENTE        PIC X(10) VALUE LOW-VALUES.
           05 WS-RUN-ID             PIC X(08).
           05 WS-SITUACAO-RPT       PIC X(40).
           05 WS-SUB                PIC 9(03) COMP VALUE ZERO.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-GERADOS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ERROS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ADIADOS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-MJR-LIDAS    PIC 9(09) VALUE ZERO.
           05 WS-TOT-DEBITO         PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-CREDITO        PIC 9(13)V99 VALUE ZERO.
      *
      *--- REGISTROS DO LOTE (MESMOS LAYOUTS H/R/T DO IN-FILE DO
      *--- MYBATCH; O CORPO DO 'R' E O MESMO DO DETALHE)
       01 WS-GEN-HEADER.
           05 FILLER                PIC X(01) VALUE 'H'.
           05 GEN-HDR-RUN-DATE      PIC 9(08).
           05 GEN-HDR-RUN-ID        PIC X(08).
           05 GEN-HDR-VERSAO        PIC X(02) VALUE '01'.
           05 FILLER                PIC X(61) VALUE SPACES.
      *
       01 WS-GEN-REVERSAL.
           05 FILLER                PIC X(01) VALUE 'R'.
           05 GEN-REV-ID            PIC X(10).
           05 GEN-REV-ACAO          PIC X(01).
           05 GEN-REV-DATA.
              10 GEN-REV-VALOR-X    PIC X(13).
              10 GEN-REV-VALOR REDEFINES GEN-REV-VALOR-X
                                    PIC 9(11)V99.
              10 GEN-REV-DC         PIC X(01).
              10 GEN-REV-DATA-VALOR PIC X(08).
              10 GEN-REV-MOEDA      PIC X(03).
              10 GEN-REV-RESTO      PIC X(43).
      *
      *--- TOTAIS COM SINAL: O ESTORNO ENTRA SUBTRAINDO (2055 DO
      *--- MYBATCH), E O LOTE SO TEM ESTORNOS
       01 WS-GEN-TRAILER.
           05 FILLER                PIC X(01) VALUE 'T'.
           05 GEN-TRL-DETAIL-CNT    PIC 9(07).
           05 GEN-TRL-TOT-DEBITO    PIC S9(13)V99.
           05 GEN-TRL-TOT-CREDITO   PIC S9(13)V99.
           05 FILLER                PIC X(42) VALUE SPACES.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(44) VALUE
              'MYCASGEN - ESTORNOS DE CONTESTACOES ACEITAS'.
           05 FILLER                PIC X(07) VALUE 'RODADA '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(04) VALUE ' ID '.
           05 RPT-HDR-RUN-ID        PIC X(08).
           05 FILLER                PIC X(61) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE
              '     CASO CLIENTE    RODADA   DT RODADA A
      -       '        VALOR D/C SITUACAO'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-CASO          PIC Z(08)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-CLIENTE       PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-RUN-ID        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-DATA          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ACAO          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-VALOR         PIC X(17).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-DC            PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-SITUACAO      PIC X(40).
           05 FILLER                PIC X(29) VALUE SPACES.
      *
       01 WS-VALOR-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(93) VALUE SPACES.
      *
       01 WS-RPT-AMOUNT-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-AMT-DESC          PIC X(30).
           05 RPT-AMT-VALUE         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(84) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-LOAD-CASES.
           IF WS-CAS-COUNT > ZERO
              PERFORM 4000-READ-JOURNAL
              PERFORM 2000-SCAN-JOURNAL UNTIL WS-MJR-EOF
              PERFORM 2500-GENERATE-CASE
                      VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-CAS-COUNT
           END-IF.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYCASGEN CONCLUIDO. ESTORNOS GERADOS: '
                   WS-COUNT-GERADOS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           PERFORM 1100-OPEN-FILES.
           MOVE WS-DATA-RODADA TO RPT-HDR-DATA.
           MOVE WS-RUN-ID      TO RPT-HDR-RUN-ID.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       1100-OPEN-FILES.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT GEN-FILE.
           IF NOT WS-GEN-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GEN-FILE'
              DISPLAY 'FILE STATUS: ' WS-GEN-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- DATA DA RODADA: PARMDD (SO NA REEXECUCAO ATRASADA DE UMA
      *--- NOITE) OU A DATA DO SISTEMA
       1150-READ-PARM-CARD.
           ACCEPT WS-CURRENT-DATE-RAW FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-RAW TO WS-DATA-RODADA.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DATA-REFERENCIA IS NUMERIC
                 AND PARM-DATA-REFERENCIA > ZERO
                 MOVE PARM-DATA-REFERENCIA TO WS-DATA-RODADA
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           MOVE 'CASO'      TO WS-RUN-ID(1:4).
           MOVE WS-ROD-MMDD TO WS-RUN-ID(5:4).
           MOVE WS-DATA-RODADA TO H-DATA-LOTE.
           MOVE WS-RUN-ID      TO H-RUN-ID-LOTE.
           EXIT.
      *
      *--- CARREGA OS CASOS DO LOTE. O SEGUNDO CASO DO MESMO CLIENTE
      *--- (OU O QUE NAO CABE NA TABELA) FICA PENDENTE PARA A PROXIMA
      *--- RODADA, SEM MEXER NO REGISTRO
       1200-LOAD-CASES.
           EXEC SQL OPEN C_CASOS END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYCASGEN: ERRO NA ABERTURA DO CURSOR C_CASOS. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 1250-FETCH-CASE UNTIL WS-FIM-CURSOR.
           EXEC SQL CLOSE C_CASOS END-EXEC.
           EXIT.
      *
       1250-FETCH-CASE.
           EXEC SQL
               FETCH C_CASOS
               INTO :H-NUM-CASO, :H-ID-CLIENTE, :H-RUN-ID,
                    :H-DATA-RODADA
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYCASGEN: ERRO NO FETCH DE C_CASOS. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN H-ID-CLIENTE = WS-ULT-CLIENTE
                   ADD 1 TO WS-COUNT-LIDOS
                   ADD 1 TO WS-COUNT-ADIADOS
                   MOVE 'ADIADO - OUTRO CASO DO CLIENTE NO LOTE'
                       TO WS-SITUACAO-RPT
                   PERFORM 3100-WRITE-HOST-LINE
               WHEN WS-CAS-COUNT >= WS-CAS-MAX
                   ADD 1 TO WS-COUNT-LIDOS
                   ADD 1 TO WS-COUNT-ADIADOS
                   MOVE 'ADIADO - LIMITE DE CASOS DO LOTE'
                       TO WS-SITUACAO-RPT
                   PERFORM 3100-WRITE-HOST-LINE
                   DISPLAY 'MYCG001 MAIS DE ' WS-CAS-MAX
                           ' CASOS A ESTORNAR. CASO ' H-NUM-CASO
                           ' ADIADO.' UPON CONSOLE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-LIDOS
                   ADD 1 TO WS-CAS-COUNT
                   SET WS-CAS-IDX TO WS-CAS-COUNT
                   MOVE H-ID-CLIENTE  TO WS-CAS-CLIENTE(WS-CAS-IDX)
                   MOVE H-NUM-CASO    TO WS-CAS-NUM(WS-CAS-IDX)
                   MOVE H-RUN-ID      TO WS-CAS-RUN-ID(WS-CAS-IDX)
                   MOVE H-DATA-RODADA TO WS-CAS-DATA-ROD(WS-CAS-IDX)
                   MOVE 'N' TO WS-CAS-ACHOU-SW(WS-CAS-IDX)
                   MOVE 'N' TO WS-CAS-POSTERIOR-SW(WS-CAS-IDX)
                   MOVE ZERO   TO WS-CAS-MJR-DATA(WS-CAS-IDX)
                   MOVE SPACES TO WS-CAS-ACAO(WS-CAS-IDX)
                   MOVE SPACES TO WS-CAS-DATA-ANTES(WS-CAS-IDX)
                   MOVE SPACES TO WS-CAS-DATA-DEPOIS(WS-CAS-IDX)
                   MOVE H-ID-CLIENTE TO WS-ULT-CLIENTE
           END-EVALUATE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- CADA LINHA DO DIARIO DE UM CLIENTE DO LOTE: A LINHA 'D' DA
      *--- RODADA DO CASO E O DETALHE CONTESTADO (A MAIS RECENTE
      *--- VALE); QUALQUER 'D'/'R' DEPOIS DELA E MOVIMENTO POSTERIOR
       2000-SCAN-JOURNAL.
           SEARCH ALL WS-CAS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAS-CLIENTE(WS-CAS-IDX) = MJR-ID
                   PERFORM 2100-CHECK-JOURNAL-LINE
           END-SEARCH.
           PERFORM 4000-READ-JOURNAL.
           EXIT.
      *
       2100-CHECK-JOURNAL-LINE.
           IF MJR-ORIGEM-DETALHE
              AND MJR-RUN-ID = WS-CAS-RUN-ID(WS-CAS-IDX)
              AND (WS-CAS-DATA-ROD(WS-CAS-IDX) = SPACES
                   OR WS-CAS-DATA-ROD-N(WS-CAS-IDX) = MJR-RUN-DATE)
              SET WS-CAS-ACHOU(WS-CAS-IDX) TO TRUE
              MOVE 'N' TO WS-CAS-POSTERIOR-SW(WS-CAS-IDX)
              MOVE MJR-RUN-DATE    TO WS-CAS-MJR-DATA(WS-CAS-IDX)
              MOVE MJR-ACAO        TO WS-CAS-ACAO(WS-CAS-IDX)
              MOVE MJR-DATA-ANTES  TO WS-CAS-DATA-ANTES(WS-CAS-IDX)
              MOVE MJR-DATA-DEPOIS TO WS-CAS-DATA-DEPOIS(WS-CAS-IDX)
           ELSE
              IF WS-CAS-ACHOU(WS-CAS-IDX)
                 AND (MJR-ORIGEM-DETALHE OR MJR-ORIGEM-ESTORNO)
                 SET WS-CAS-POSTERIOR(WS-CAS-IDX) TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *--- MONTA O ESTORNO DO CASO (OU O ERRO) E ATUALIZA TB_CASOS
       2500-GENERATE-CASE.
           SET WS-CAS-IDX TO WS-SUB.
           MOVE WS-CAS-NUM(WS-CAS-IDX)      TO H-NUM-CASO.
           MOVE WS-CAS-CLIENTE(WS-CAS-IDX)  TO H-ID-CLIENTE.
           MOVE WS-CAS-RUN-ID(WS-CAS-IDX)   TO H-RUN-ID.
           MOVE WS-CAS-DATA-ROD(WS-CAS-IDX) TO H-DATA-RODADA.
           MOVE SPACES TO WS-SITUACAO-RPT.
           MOVE SPACES TO WS-GEN-REVERSAL(2:79).
      *
           EVALUATE TRUE
               WHEN WS-CAS-RUN-ID(WS-CAS-IDX) = SPACES
                   MOVE 'CASO SEM A RODADA DO DETALHE'
                       TO WS-SITUACAO-RPT
               WHEN NOT WS-CAS-ACHOU(WS-CAS-IDX)
                   MOVE 'DETALHE NAO ENCONTRADO NO DIARIO'
                       TO WS-SITUACAO-RPT
               WHEN WS-CAS-POSTERIOR(WS-CAS-IDX)
                   MOVE 'MOVIMENTO POSTERIOR NO CLIENTE'
                       TO WS-SITUACAO-RPT
               WHEN OTHER
                   PERFORM 2550-BUILD-REVERSAL
           END-EVALUATE.
      *
           IF WS-SITUACAO-RPT = SPACES
              PERFORM 2600-WRITE-REVERSAL
              MOVE 'G' TO H-EST-SITUACAO
              MOVE 'ESTORNO GERADO NO LOTE' TO H-EST-MSG
              MOVE 'GERADO' TO WS-SITUACAO-RPT
           ELSE
              ADD 1 TO WS-COUNT-ERROS
              MOVE 'E' TO H-EST-SITUACAO
              MOVE WS-SITUACAO-RPT TO H-EST-MSG
              DISPLAY 'MYCG002 CASO ' H-NUM-CASO ' SEM ESTORNO: '
                      WS-SITUACAO-RPT UPON CONSOLE
           END-IF.
      *
           EXEC SQL
               UPDATE TB_CASOS
                  SET ESTORNO_SITUACAO = :H-EST-SITUACAO,
                      ESTORNO_DATA     = :H-DATA-LOTE,
                      ESTORNO_RUN_ID   = :H-RUN-ID-LOTE,
                      ESTORNO_MSG      = :H-EST-MSG
                WHERE NUM_CASO = :H-NUM-CASO
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYCASGEN: ERRO NO UPDATE DE TB_CASOS. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 3100-WRITE-HOST-LINE.
           EXIT.
      *
      *--- CORPO DO ESTORNO A PARTIR DAS IMAGENS DA LINHA DO DIARIO
      *--- (VER O CABECALHO). IMAGEM SEM VALOR/NATUREZA VALIDOS NAO
      *--- PASSARIA NA VALIDACAO DO MYBATCH: VIRA ERRO DO CASO AQUI.
       2550-BUILD-REVERSAL.
           MOVE WS-CAS-CLIENTE(WS-CAS-IDX) TO GEN-REV-ID.
           MOVE WS-CAS-ACAO(WS-CAS-IDX)    TO GEN-REV-ACAO.
           EVALUATE WS-CAS-ACAO(WS-CAS-IDX)
               WHEN 'I'
                   MOVE WS-CAS-DATA-DEPOIS(WS-CAS-IDX)
                       TO GEN-REV-DATA
               WHEN 'A'
                   MOVE WS-CAS-DATA-DEPOIS(WS-CAS-IDX)(1:25)
                       TO GEN-REV-DATA(1:25)
                   MOVE WS-CAS-DATA-ANTES(WS-CAS-IDX)(26:43)
                       TO GEN-REV-RESTO
               WHEN 'E'
                   MOVE WS-CAS-DATA-ANTES(WS-CAS-IDX)
                       TO GEN-REV-DATA
               WHEN OTHER
                   MOVE 'ACAO DO DETALHE NO DIARIO INVALIDA'
                       TO WS-SITUACAO-RPT
           END-EVALUATE.
           IF WS-SITUACAO-RPT = SPACES
              IF GEN-REV-VALOR-X NOT NUMERIC
                 OR (GEN-REV-DC NOT = 'D' AND GEN-REV-DC NOT = 'C')
                 MOVE 'IMAGEM DO DIARIO SEM VALOR VALIDO'
                     TO WS-SITUACAO-RPT
              END-IF
           END-IF.
           EXIT.
      *
      *--- GRAVA O ESTORNO (ABRINDO O LOTE NO PRIMEIRO)
       2600-WRITE-REVERSAL.
           IF NOT WS-LOTE-ABERTO
              MOVE WS-DATA-RODADA TO GEN-HDR-RUN-DATE
              MOVE WS-RUN-ID      TO GEN-HDR-RUN-ID
              MOVE WS-GEN-HEADER  TO GEN-RECORD
              PERFORM 4300-WRITE-GEN
              SET WS-LOTE-ABERTO TO TRUE
           END-IF.
           MOVE WS-GEN-REVERSAL TO GEN-RECORD.
           PERFORM 4300-WRITE-GEN.
           ADD 1 TO WS-COUNT-GERADOS.
           IF GEN-REV-DC = 'D'
              ADD GEN-REV-VALOR TO WS-TOT-DEBITO
           ELSE
              ADD GEN-REV-VALOR TO WS-TOT-CREDITO
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           IF WS-LOTE-ABERTO
              MOVE WS-COUNT-GERADOS TO GEN-TRL-DETAIL-CNT
              COMPUTE GEN-TRL-TOT-DEBITO  = ZERO - WS-TOT-DEBITO
              COMPUTE GEN-TRL-TOT-CREDITO = ZERO - WS-TOT-CREDITO
              MOVE WS-GEN-TRAILER   TO GEN-RECORD
              PERFORM 4300-WRITE-GEN
           END-IF.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'CASOS A ESTORNAR LIDOS      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ESTORNOS GERADOS            :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-GERADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CASOS COM ERRO              :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ERROS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CASOS ADIADOS               :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ADIADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'LINHAS DO DIARIO LIDAS      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MJR-LIDAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ESTORNOS A DEBITO           :' TO RPT-AMT-DESC.
           MOVE WS-TOT-DEBITO TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'ESTORNOS A CREDITO          :' TO RPT-AMT-DESC.
           MOVE WS-TOT-CREDITO TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           CLOSE MSTJRN-FILE GEN-FILE RPT-FILE.
      *
      *--- O LOTE JA ESTA GRAVADO: SO AGORA O ESTADO DOS CASOS VALE
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYCASGEN: ERRO NO COMMIT. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- LINHA DO RELATORIO A PARTIR DAS HOST VARIABLES DO CASO
       3100-WRITE-HOST-LINE.
           MOVE H-NUM-CASO    TO RPT-DET-CASO.
           MOVE H-ID-CLIENTE  TO RPT-DET-CLIENTE.
           MOVE H-RUN-ID      TO RPT-DET-RUN-ID.
           MOVE H-DATA-RODADA TO RPT-DET-DATA.
           MOVE SPACES        TO RPT-DET-ACAO.
           MOVE SPACES        TO RPT-DET-VALOR.
           MOVE SPACES        TO RPT-DET-DC.
           IF WS-SITUACAO-RPT = 'GERADO'
              MOVE GEN-REV-ACAO  TO RPT-DET-ACAO
              MOVE GEN-REV-VALOR TO WS-VALOR-ED
              MOVE WS-VALOR-ED   TO RPT-DET-VALOR
              MOVE GEN-REV-DC    TO RPT-DET-DC
           END-IF.
           MOVE WS-SITUACAO-RPT TO RPT-DET-SITUACAO.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-JOURNAL.
           READ MSTJRN-FILE.
           IF WS-MJR-OK
              ADD 1 TO WS-COUNT-MJR-LIDAS
           ELSE
              IF NOT WS-MJR-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
                 PERFORM 9910-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
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
       4300-WRITE-GEN.
           WRITE GEN-RECORD.
           IF NOT WS-GEN-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO GEN-FILE'
              DISPLAY 'FILE STATUS: ' WS-GEN-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCASGEN ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCASGEN ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
