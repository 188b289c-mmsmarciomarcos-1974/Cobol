       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYAJUGEN.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - LOTE DOS AJUSTES MANUAIS APROVADOS
      *
      * O AJUSTE MANUAL DE SALDO E REGISTRADO NA TRANSACAO TRNJ
      * (MYCICSAJ) E APROVADO POR UM SEGUNDO OPERADOR (TB_AJUSTES,
      * SITUACAO 'A'). ESTE PASSO, ANTES DO STEP007, GRAVA OS AJUSTES
      * APROVADOS COMO UM LOTE H/D/T COMUM (AJUOUTDD) QUE O STEP007
      * CONCATENA AO IN-FILE DO DIA - DAI EM DIANTE O AJUSTE SEGUE O
      * CAMINHO DE QUALQUER MOVIMENTO DE AGENCIA NO MYBATCH (STEP009,
      * STEP010: VALIDACAO, MESTRE, DIARIO E LANCAMENTO CONTABIL DO
      * LOTE). MESMO DESENHO DO MYCASGEN/STEP004.
      *
      * CADA DETALHE E UMA ALTERACAO ('A') DO MESTRE DO CLIENTE COM
      * VALOR/NATUREZA/DATA-VALOR/MOEDA DO AJUSTE. NO LUGAR DO
      * RESTANTE DO DADO VAI A REFERENCIA DO AJUSTE (NUMERO, AUTOR E
      * APROVADOR): NO LOTE 'AJUS' O MYBATCH LEVA O APROVADOR PARA A
      * LINHA DO DIARIO DO MESTRE (MSTJRN) E PRESERVA O RESTANTE DO
      * MST-DATA DO PROPRIO MESTRE.
      *
      * O LOTE EXIGE IDS ASCENDENTES E UM SO DETALHE POR CLIENTE: O
      * SEGUNDO AJUSTE APROVADO DO MESMO CLIENTE FICA APROVADO PARA O
      * DIA SEGUINTE (COMO A ORDEM ADIADA DO MYORDGEN). AS DEMAIS
      * REGRAS DO MYBATCH (JANELA DE DUPLICIDADE R004, LIMITE DE
      * POSICAO DEVEDORA R013, TRIAGEM) VALEM PARA O LOTE COMO PARA
      * QUALQUER AGENCIA - O REJEITADO VOLTA NO RETORNO DA SERIE.
      *
      * O LOTE SAI COM A SERIE PROPRIA DE ID DE RODADA 'AJUS' + MMDD
      * (O PREFIXO 'AJUS' PRECISA CONSTAR DO CADASTRO DE AGENCIAS
      * AGYREGDD; O MYBATCH DEIXA A SERIE FORA DO CARTAO DE CONTROLE
      * E O MYLIQUID FORA DA LIQUIDACAO). NADA APROVADO = ARQUIVO
      * VAZIO, SEM LOTE.
      *
      * O AJUSTE GERADO FICA 'G', COM A DATA E O ID DA RODADA DO
      * LOTE. A REEXECUCAO NA MESMA DATA REGERA O MESMO LOTE (OS
      * AJUSTES 'G' DA PROPRIA DATA ENTRAM DE NOVO; O TRNREG DO
      * MYBATCH BARRA A SEGUNDA APLICACAO).
      *
      * RETURN-CODE 0 = OK; 16 = ERRO FATAL.
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
      *--- LOTE GERADO (MESMO LAYOUT DE 80 BYTES DO IN-FILE)
           SELECT GEN-FILE ASSIGN TO AJUOUTDD
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
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCASGEN
       01 WS-DB-HOST-VARS.
           05 H-NUM-AJUSTE           PIC S9(09) COMP.
           05 H-ID-CLIENTE           PIC X(10).
           05 H-VALOR                PIC S9(11)V99 COMP-3.
           05 H-DC                   PIC X(01).
           05 H-MOEDA                PIC X(03).
           05 H-DATA-VALOR           PIC X(08).
           05 H-OPERADOR-CRIACAO     PIC X(03).
           05 H-OPERADOR-APROVACAO   PIC X(03).
           05 H-DATA-LOTE            PIC X(08).
           05 H-RUN-ID-LOTE          PIC X(08).
      *
      *--- AJUSTES APROVADOS (MAIS OS JA GERADOS NA PROPRIA DATA -
      *--- REEXECUCAO), POR CLIENTE
           EXEC SQL
               DECLARE C_AJUSTES CURSOR FOR
                   SELECT NUM_AJUSTE, ID_CLIENTE, VALOR, DC, MOEDA,
                          DATA_VALOR, OPERADOR_CRIACAO,
                          OPERADOR_APROVACAO
                   FROM TB_AJUSTES
                   WHERE SITUACAO = 'A'
                      OR (SITUACAO = 'G'
                          AND DATA_LOTE = :H-DATA-LOTE)
                   ORDER BY ID_CLIENTE, NUM_AJUSTE
           END-EXEC.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-GEN-FILE-STATUS    PIC X(02).
              88 WS-GEN-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- AJUSTES DO LOTE, UM POR CLIENTE, EM ORDEM DE CLIENTE. O
      *--- ESTADO SO E GRAVADO DEPOIS DE FECHADO O CURSOR.
       01 WS-AJU-TABLE.
           05 WS-AJU-COUNT          PIC 9(03) COMP VALUE ZERO.
           05 WS-AJU-MAX            PIC 9(03) COMP VALUE 500.
           05 WS-AJU-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-AJU-COUNT
              INDEXED BY WS-AJU-IDX.
              10 WS-AJU-NUM         PIC S9(09) COMP.
              10 WS-AJU-CLIENTE     PIC X(10).
              10 WS-AJU-VALOR       PIC 9(11)V99.
              10 WS-AJU-DC          PIC X(01).
              10 WS-AJU-MOEDA       PIC X(03).
              10 WS-AJU-DATA-VALOR  PIC X(08).
              10 WS-AJU-OPERADOR    PIC X(03).
              10 WS-AJU-APROVADOR   PIC X(03).
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
           05 WS-COUNT-ADIADOS      PIC 9(07) VALUE ZERO.
           05 WS-TOT-DEBITO         PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-CREDITO        PIC 9(13)V99 VALUE ZERO.
      *
      *--- REGISTROS DO LOTE (MESMOS LAYOUTS H/D/T DO IN-FILE DO
      *--- MYBATCH)
       01 WS-GEN-HEADER.
           05 FILLER                PIC X(01) VALUE 'H'.
           05 GEN-HDR-RUN-DATE      PIC 9(08).
           05 GEN-HDR-RUN-ID        PIC X(08).
           05 GEN-HDR-VERSAO        PIC X(02) VALUE '01'.
           05 FILLER                PIC X(61) VALUE SPACES.
      *
      *--- O RESTANTE DO DADO LEVA A REFERENCIA DO AJUSTE (MESMO
      *--- LAYOUT DO WS-IN-AJUSTE DO MYBATCH)
       01 WS-GEN-DETAIL.
           05 FILLER                PIC X(01) VALUE 'D'.
           05 GEN-DET-ID            PIC X(10).
           05 GEN-DET-ACAO          PIC X(01) VALUE 'A'.
           05 GEN-DET-DATA.
              10 GEN-DET-VALOR      PIC 9(11)V99.
              10 GEN-DET-DC         PIC X(01).
              10 GEN-DET-DATA-VALOR PIC X(08).
              10 GEN-DET-MOEDA      PIC X(03).
              10 GEN-DET-AJUSTE.
                 15 GEN-DET-AJU-NUMERO    PIC 9(09).
                 15 GEN-DET-AJU-OPERADOR  PIC X(03).
                 15 GEN-DET-AJU-APROVADOR PIC X(03).
                 15 FILLER                PIC X(28) VALUE SPACES.
      *
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
              'MYAJUGEN - AJUSTES MANUAIS APROVADOS'.
           05 FILLER                PIC X(07) VALUE 'RODADA '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(04) VALUE ' ID '.
           05 RPT-HDR-RUN-ID        PIC X(08).
           05 FILLER                PIC X(61) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE
              '   AJUSTE CLIENTE    AUT APR           VALOR D/C MOE DT
      -       ' VALOR SITUACAO'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-AJUSTE        PIC Z(08)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-CLIENTE       PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-OPERADOR      PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-APROVADOR     PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-DC            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-MOEDA         PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-DATA-VALOR    PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SITUACAO      PIC X(40).
           05 FILLER                PIC X(29) VALUE SPACES.
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
           PERFORM 1200-LOAD-AJUSTES.
           PERFORM 2500-GENERATE-AJUSTE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AJU-COUNT.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYAJUGEN CONCLUIDO. AJUSTES GERADOS: '
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
           MOVE 'AJUS'      TO WS-RUN-ID(1:4).
           MOVE WS-ROD-MMDD TO WS-RUN-ID(5:4).
           MOVE WS-DATA-RODADA TO H-DATA-LOTE.
           MOVE WS-RUN-ID      TO H-RUN-ID-LOTE.
           EXIT.
      *
      *--- CARREGA OS AJUSTES DO LOTE. O SEGUNDO AJUSTE DO MESMO
      *--- CLIENTE (OU O QUE NAO CABE NA TABELA) FICA APROVADO PARA A
      *--- PROXIMA RODADA, SEM MEXER NO REGISTRO
       1200-LOAD-AJUSTES.
           EXEC SQL OPEN C_AJUSTES END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYAJUGEN: ERRO NA ABERTURA DO CURSOR C_AJUSTES.'
                      ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 1250-FETCH-AJUSTE UNTIL WS-FIM-CURSOR.
           EXEC SQL CLOSE C_AJUSTES END-EXEC.
           EXIT.
      *
       1250-FETCH-AJUSTE.
           EXEC SQL
               FETCH C_AJUSTES
               INTO :H-NUM-AJUSTE, :H-ID-CLIENTE, :H-VALOR, :H-DC,
                    :H-MOEDA, :H-DATA-VALOR, :H-OPERADOR-CRIACAO,
                    :H-OPERADOR-APROVACAO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYAJUGEN: ERRO NO FETCH DE C_AJUSTES. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN H-ID-CLIENTE = WS-ULT-CLIENTE
                   ADD 1 TO WS-COUNT-LIDOS
                   ADD 1 TO WS-COUNT-ADIADOS
                   MOVE 'ADIADO - OUTRO AJUSTE DO CLIENTE NO LOTE'
                       TO WS-SITUACAO-RPT
                   PERFORM 3100-WRITE-HOST-LINE
               WHEN WS-AJU-COUNT >= WS-AJU-MAX
                   ADD 1 TO WS-COUNT-LIDOS
                   ADD 1 TO WS-COUNT-ADIADOS
                   MOVE 'ADIADO - LIMITE DE AJUSTES DO LOTE'
                       TO WS-SITUACAO-RPT
                   PERFORM 3100-WRITE-HOST-LINE
                   DISPLAY 'MYAG001 MAIS DE ' WS-AJU-MAX
                           ' AJUSTES APROVADOS. AJUSTE ' H-NUM-AJUSTE
                           ' ADIADO.' UPON CONSOLE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-LIDOS
                   ADD 1 TO WS-AJU-COUNT
                   SET WS-AJU-IDX TO WS-AJU-COUNT
                   MOVE H-NUM-AJUSTE  TO WS-AJU-NUM(WS-AJU-IDX)
                   MOVE H-ID-CLIENTE  TO WS-AJU-CLIENTE(WS-AJU-IDX)
                   MOVE H-VALOR       TO WS-AJU-VALOR(WS-AJU-IDX)
                   MOVE H-DC          TO WS-AJU-DC(WS-AJU-IDX)
                   MOVE H-MOEDA       TO WS-AJU-MOEDA(WS-AJU-IDX)
                   MOVE H-DATA-VALOR  TO WS-AJU-DATA-VALOR(WS-AJU-IDX)
                   MOVE H-OPERADOR-CRIACAO
                       TO WS-AJU-OPERADOR(WS-AJU-IDX)
                   MOVE H-OPERADOR-APROVACAO
                       TO WS-AJU-APROVADOR(WS-AJU-IDX)
                   MOVE H-ID-CLIENTE TO WS-ULT-CLIENTE
           END-EVALUATE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- GRAVA O DETALHE DO AJUSTE E O MARCA 'G' EM TB_AJUSTES
       2500-GENERATE-AJUSTE.
           SET WS-AJU-IDX TO WS-SUB.
           MOVE WS-AJU-NUM(WS-AJU-IDX)        TO H-NUM-AJUSTE.
           MOVE WS-AJU-CLIENTE(WS-AJU-IDX)    TO H-ID-CLIENTE.
           MOVE WS-AJU-VALOR(WS-AJU-IDX)      TO H-VALOR.
           MOVE WS-AJU-DC(WS-AJU-IDX)         TO H-DC.
           MOVE WS-AJU-MOEDA(WS-AJU-IDX)      TO H-MOEDA.
           MOVE WS-AJU-DATA-VALOR(WS-AJU-IDX) TO H-DATA-VALOR.
           MOVE WS-AJU-OPERADOR(WS-AJU-IDX)   TO H-OPERADOR-CRIACAO.
           MOVE WS-AJU-APROVADOR(WS-AJU-IDX)  TO H-OPERADOR-APROVACAO.
      *
           MOVE H-ID-CLIENTE         TO GEN-DET-ID.
           MOVE WS-AJU-VALOR(WS-AJU-IDX) TO GEN-DET-VALOR.
           MOVE H-DC                 TO GEN-DET-DC.
           MOVE H-DATA-VALOR         TO GEN-DET-DATA-VALOR.
           MOVE H-MOEDA              TO GEN-DET-MOEDA.
           MOVE WS-AJU-NUM(WS-AJU-IDX) TO GEN-DET-AJU-NUMERO.
           MOVE H-OPERADOR-CRIACAO   TO GEN-DET-AJU-OPERADOR.
           MOVE H-OPERADOR-APROVACAO TO GEN-DET-AJU-APROVADOR.
           PERFORM 2600-WRITE-DETAIL.
      *
           EXEC SQL
               UPDATE TB_AJUSTES
                  SET SITUACAO    = 'G',
                      DATA_LOTE   = :H-DATA-LOTE,
                      RUN_ID_LOTE = :H-RUN-ID-LOTE
                WHERE NUM_AJUSTE = :H-NUM-AJUSTE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYAJUGEN: ERRO NO UPDATE DE TB_AJUSTES. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 'GERADO' TO WS-SITUACAO-RPT.
           PERFORM 3100-WRITE-HOST-LINE.
           EXIT.
      *
      *--- GRAVA O DETALHE (ABRINDO O LOTE NO PRIMEIRO)
       2600-WRITE-DETAIL.
           IF NOT WS-LOTE-ABERTO
              MOVE WS-DATA-RODADA TO GEN-HDR-RUN-DATE
              MOVE WS-RUN-ID      TO GEN-HDR-RUN-ID
              MOVE WS-GEN-HEADER  TO GEN-RECORD
              PERFORM 4300-WRITE-GEN
              SET WS-LOTE-ABERTO TO TRUE
           END-IF.
           MOVE WS-GEN-DETAIL TO GEN-RECORD.
           PERFORM 4300-WRITE-GEN.
           ADD 1 TO WS-COUNT-GERADOS.
           IF GEN-DET-DC = 'D'
              ADD GEN-DET-VALOR TO WS-TOT-DEBITO
           ELSE
              ADD GEN-DET-VALOR TO WS-TOT-CREDITO
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           IF WS-LOTE-ABERTO
              MOVE WS-COUNT-GERADOS TO GEN-TRL-DETAIL-CNT
              MOVE WS-TOT-DEBITO    TO GEN-TRL-TOT-DEBITO
              MOVE WS-TOT-CREDITO   TO GEN-TRL-TOT-CREDITO
              MOVE WS-GEN-TRAILER   TO GEN-RECORD
              PERFORM 4300-WRITE-GEN
           END-IF.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'AJUSTES APROVADOS LIDOS     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'AJUSTES GERADOS NO LOTE     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-GERADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'AJUSTES ADIADOS             :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ADIADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'AJUSTES A DEBITO            :' TO RPT-AMT-DESC.
           MOVE WS-TOT-DEBITO TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'AJUSTES A CREDITO           :' TO RPT-AMT-DESC.
           MOVE WS-TOT-CREDITO TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           CLOSE GEN-FILE RPT-FILE.
      *
      *--- O LOTE JA ESTA GRAVADO: SO AGORA O ESTADO DOS AJUSTES VALE
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYAJUGEN: ERRO NO COMMIT. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- LINHA DO RELATORIO A PARTIR DAS HOST VARIABLES DO AJUSTE
       3100-WRITE-HOST-LINE.
           MOVE H-NUM-AJUSTE         TO RPT-DET-AJUSTE.
           MOVE H-ID-CLIENTE         TO RPT-DET-CLIENTE.
           MOVE H-OPERADOR-CRIACAO   TO RPT-DET-OPERADOR.
           MOVE H-OPERADOR-APROVACAO TO RPT-DET-APROVADOR.
           MOVE H-VALOR              TO RPT-DET-VALOR.
           MOVE H-DC                 TO RPT-DET-DC.
           MOVE H-MOEDA              TO RPT-DET-MOEDA.
           MOVE H-DATA-VALOR         TO RPT-DET-DATA-VALOR.
           MOVE WS-SITUACAO-RPT      TO RPT-DET-SITUACAO.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
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
           DISPLAY '*** PROGRAMA MYAJUGEN ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYAJUGEN ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
