       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYSUSRPT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - ENVELHECIMENTO DO SUSPENSO DE CLIENTES NAO
      * CADASTRADOS
      *
      * O MYBATCH ESTACIONA NO SUSPENSO (SUSPNDD) O DETALHE CUJO
      * CLIENTE AINDA NAO CONSTA DO CUSTFILE, EM VEZ DE REJEITA-LO COM
      * R005, E O LIBERA NA PRIMEIRA NOITE EM QUE O CLIENTE EXISTIR.
      * ESTE RELATORIO MOSTRA QUANTO DINHEIRO CADA AGENCIA (PREFIXO DE
      * 4 POSICOES DO ID DA RODADA DE ORIGEM) TEM PARADO NO SUSPENSO,
      * POR MOEDA E POR FAIXA DE IDADE DESDE A CHEGADA, PARA A AREA
      * DE CADASTRO COBRAR AS FICHAS QUE FALTAM ANTES DO PRAZO. ITEM
      * ALEM DO PRAZO VOLTA PARA A AGENCIA COM R019 NA PROXIMA NOITE
      * E SAI CONTADO A PARTE.
      *
      * RODA UMA VEZ POR SEMANA, FORA DO CICLO NOTURNO (STEP070 DO
      * MYWEEK), COM O SUSPENSO ABERTO SO PARA LEITURA.
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-8  = DATA DE REFERENCIA AAAAMMDD (BRANCO = HOJE)
      *   COLUNAS 9-11 = PRAZO DO SUSPENSO EM DIAS 9(03) - O MESMO DO
      *                  PARMDD DO MYBATCH (BRANCO = 10)
      *
      * RETURN-CODE 0 = NENHUM ITEM ALEM DO PRAZO; 4 = HA ITEM QUE
      * SERA DEVOLVIDO NA PROXIMA NOITE; 16 = ERRO FATAL.
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
      *--- SUSPENSO DO MYBATCH (VSAM KSDS), LIDO EM SEQUENCIA
           SELECT SUS-FILE ASSIGN TO SUSPNDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SUS-KEY
                  FILE STATUS IS WS-SUS-FILE-STATUS.
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
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO SUS-RECORD DO MYBATCH
       FD SUS-FILE
          RECORD CONTAINS 130 CHARACTERS.
       01 SUS-RECORD.
           05 SUS-KEY.
               10 SUS-CLI-ID         PIC X(10).
               10 SUS-DATA-CHEGADA   PIC 9(08).
               10 SUS-SEQ            PIC 9(03).
           05 SUS-VALOR              PIC 9(11)V99.
           05 SUS-DC                 PIC X(01).
           05 SUS-MOEDA              PIC X(03).
           05 SUS-RUN-ID             PIC X(08).
           05 SUS-DETALHE            PIC X(80).
           05 SUS-CONTA              PIC X(03).
           05 FILLER                 PIC X(01).
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
           05 PARM-PRAZO-DIAS        PIC X(03).
           05 PARM-PRAZO-DIAS-N REDEFINES PARM-PRAZO-DIAS
                                     PIC 9(03).
           05 FILLER                 PIC X(69).
      *
      *--- UM REGISTRO POR ITEM DO SUSPENSO, JA COM A FAIXA DE IDADE
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-AGENCIA            PIC X(04).
           05 SRT-MOEDA              PIC X(03).
           05 SRT-FAIXA              PIC 9(01).
           05 SRT-VENCIDO            PIC X(01).
           05 SRT-VALOR              PIC 9(11)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-SUS-FILE-STATUS    PIC X(02).
              88 WS-SUS-OK          VALUE '00'.
              88 WS-SUS-EOF         VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-CONTROLE.
           05 WS-FIM-SORT-SW        PIC X(01) VALUE 'N'.
              88 WS-FIM-SORT        VALUE 'S'.
           05 WS-PRAZO-DIAS         PIC 9(03) VALUE 10.
           05 WS-DATA-REF           PIC 9(08) VALUE ZERO.
           05 WS-IDADE              PIC S9(07) VALUE ZERO.
           05 WS-FAIXA              PIC 9(01) VALUE ZERO.
           05 WS-CURRENT-DATE       PIC X(21).
      *--- CHAVE DO GRUPO (AGENCIA + MOEDA) EM CURSO NA SAIDA DO SORT
           05 WS-ANT-AGENCIA        PIC X(04) VALUE LOW-VALUES.
           05 WS-ANT-MOEDA          PIC X(03) VALUE LOW-VALUES.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-ITENS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-VENCIDOS     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-GRUPOS       PIC 9(05) VALUE ZERO.
           05 WS-FAIXA-COUNT        PIC 9(07) OCCURS 4 TIMES.
      *
      *--- ACUMULADORES DO GRUPO AGENCIA + MOEDA
       01 WS-GRUPO.
           05 WS-GRP-ITENS          PIC 9(07) VALUE ZERO.
           05 WS-GRP-VENCIDOS       PIC 9(07) VALUE ZERO.
           05 WS-GRP-TOTAL          PIC 9(13)V99 VALUE ZERO.
           05 WS-GRP-FAIXA-VALOR    PIC 9(13)V99 OCCURS 4 TIMES.
      *
      *--- FAIXAS DE IDADE EM DIAS (LIMITE SUPERIOR DE CADA FAIXA)
       01 WS-FAIXA-TABLE.
           05 FILLER                PIC X(33) VALUE
              '002ATE 2 DIAS                    '.
           05 FILLER                PIC X(33) VALUE
              '005DE 3 A 5 DIAS                 '.
           05 FILLER                PIC X(33) VALUE
              '010DE 6 A 10 DIAS                '.
           05 FILLER                PIC X(33) VALUE
              '999MAIS DE 10 DIAS               '.
       01 WS-FAIXA-TABLE-R REDEFINES WS-FAIXA-TABLE.
           05 WS-FAIXA-ENTRY OCCURS 4 TIMES.
              10 WS-FAIXA-LIMITE    PIC 9(03).
              10 WS-FAIXA-DESC      PIC X(30).
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(47) VALUE
              'MYSUSRPT - SUSPENSO DE CLIENTES NAO CADASTRADOS'.
           05 FILLER                PIC X(08) VALUE ' - REF. '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(07) VALUE ' PRAZO '.
           05 RPT-HDR-PRAZO         PIC ZZ9.
           05 FILLER                PIC X(05) VALUE ' DIAS'.
           05 FILLER                PIC X(54) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(34) VALUE
              'AGEN MOE   ITENS  VENC.       ATE '.
           05 FILLER                PIC X(34) VALUE
              '2 DIAS    DE 3 A 5 DIAS   DE 6 A 1'.
           05 FILLER                PIC X(34) VALUE
              '0 DIAS  MAIS DE 10 DIAS           '.
           05 FILLER                PIC X(30) VALUE
              '   TOTAL'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-AGENCIA       PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-MOEDA         PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-ITENS         PIC ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-VENCIDOS      PIC ZZ.ZZ9.
           05 RPT-DET-FAIXA         OCCURS 4 TIMES.
              10 FILLER             PIC X(01).
              10 RPT-DET-FAIXA-VAL  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-TOTAL         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(22) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
      *--- A ENTRADA CALCULA A IDADE DE CADA ITEM; A SAIDA TOTALIZA
      *--- POR AGENCIA + MOEDA (QUEBRA DE CONTROLE)
           SORT SORT-WORK
                ASCENDING KEY SRT-AGENCIA
                              SRT-MOEDA
                INPUT PROCEDURE IS 2000-CLASSIFICAR-ENTRADA
                OUTPUT PROCEDURE IS 2500-TOTALIZAR-AGENCIAS.
      *
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYSUSRPT CONCLUIDO. ITENS: '
                   WS-COUNT-ITENS ' ALEM DO PRAZO: '
                   WS-COUNT-VENCIDOS.
           IF WS-COUNT-VENCIDOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           INITIALIZE WS-TOTAIS.
           INITIALIZE WS-GRUPO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DATA-REF.
           PERFORM 1150-READ-PARM-CARD.
      *
           OPEN INPUT SUS-FILE.
           IF NOT WS-SUS-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO SUS-FILE'
              DISPLAY 'FILE STATUS: ' WS-SUS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-DATA-REF  TO RPT-HDR-DATA.
           MOVE WS-PRAZO-DIAS TO RPT-HDR-PRAZO.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
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
              IF PARM-PRAZO-DIAS IS NUMERIC
                 AND PARM-PRAZO-DIAS-N > ZERO
                 MOVE PARM-PRAZO-DIAS-N TO WS-PRAZO-DIAS
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'ITENS NO SUSPENSO           :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ITENS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'AGENCIA/MOEDA COM SUSPENSO  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-GRUPOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ALEM DO PRAZO (R019 A NOITE):' TO RPT-MSG-DESC.
           MOVE WS-COUNT-VENCIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 4
              MOVE WS-FAIXA-DESC(WS-FAIXA) TO RPT-MSG-DESC
              MOVE WS-FAIXA-COUNT(WS-FAIXA) TO RPT-MSG-VALUE
              PERFORM 4210-WRITE-SUMMARY-LINE
           END-PERFORM.
      *
           CLOSE SUS-FILE RPT-FILE.
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
              PERFORM 9900-FILE-ERROR-ABEND
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
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYSUSRPT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *================================================================*
      * ENTRADA DO SORT: CADA ITEM DO SUSPENSO COM A SUA IDADE
      *================================================================*
       2000-CLASSIFICAR-ENTRADA SECTION.
           READ SUS-FILE NEXT RECORD.
           PERFORM 2100-LIBERAR-ITEM UNTIL NOT WS-SUS-OK.
           IF NOT WS-SUS-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO SUS-FILE'
              DISPLAY 'FILE STATUS: ' WS-SUS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
       2000-SAI.
           EXIT.
      *
      *--- IDADE EM DIAS CORRIDOS DESDE A CHEGADA, NA MESMA BASE DO
      *--- MYBATCH (ALEM DO PRAZO = DEVOLVIDO COM R019 NA NOITE)
       2100-LIBERAR-ITEM SECTION.
           ADD 1 TO WS-COUNT-ITENS.
           COMPUTE WS-IDADE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
             - FUNCTION INTEGER-OF-DATE(SUS-DATA-CHEGADA).
           IF WS-IDADE < ZERO
              MOVE ZERO TO WS-IDADE
           END-IF.
      *
           PERFORM VARYING WS-FAIXA FROM 1 BY 1
                   UNTIL WS-FAIXA >= 4
                      OR WS-IDADE <= WS-FAIXA-LIMITE(WS-FAIXA)
              CONTINUE
           END-PERFORM.
           ADD 1 TO WS-FAIXA-COUNT(WS-FAIXA).
      *
           MOVE SUS-RUN-ID(1:4) TO SRT-AGENCIA.
           MOVE SUS-MOEDA       TO SRT-MOEDA.
           MOVE WS-FAIXA        TO SRT-FAIXA.
           MOVE SUS-VALOR       TO SRT-VALOR.
           IF WS-IDADE > WS-PRAZO-DIAS
              MOVE 'S' TO SRT-VENCIDO
              ADD 1 TO WS-COUNT-VENCIDOS
           ELSE
              MOVE 'N' TO SRT-VENCIDO
           END-IF.
           RELEASE SORT-RECORD.
           READ SUS-FILE NEXT RECORD.
       2100-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT: UMA LINHA POR AGENCIA + MOEDA
      *================================================================*
       2500-TOTALIZAR-AGENCIAS SECTION.
           PERFORM 2550-ACUMULAR-ITEM UNTIL WS-FIM-SORT.
           IF WS-GRP-ITENS > ZERO
              PERFORM 2600-EMITIR-GRUPO
           END-IF.
       2500-SAI.
           EXIT.
      *
       2550-ACUMULAR-ITEM SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           IF WS-FIM-SORT
              CONTINUE
           ELSE
              IF WS-GRP-ITENS > ZERO
                 AND (SRT-AGENCIA NOT = WS-ANT-AGENCIA
                      OR SRT-MOEDA NOT = WS-ANT-MOEDA)
                 PERFORM 2600-EMITIR-GRUPO
              END-IF
              MOVE SRT-AGENCIA TO WS-ANT-AGENCIA
              MOVE SRT-MOEDA   TO WS-ANT-MOEDA
              ADD 1 TO WS-GRP-ITENS
              IF SRT-VENCIDO = 'S'
                 ADD 1 TO WS-GRP-VENCIDOS
              END-IF
              ADD SRT-VALOR TO WS-GRP-FAIXA-VALOR(SRT-FAIXA)
              ADD SRT-VALOR TO WS-GRP-TOTAL
           END-IF.
       2550-SAI.
           EXIT.
      *
       2600-EMITIR-GRUPO SECTION.
           ADD 1 TO WS-COUNT-GRUPOS.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE WS-ANT-AGENCIA  TO RPT-DET-AGENCIA.
           MOVE WS-ANT-MOEDA    TO RPT-DET-MOEDA.
           MOVE WS-GRP-ITENS    TO RPT-DET-ITENS.
           MOVE WS-GRP-VENCIDOS TO RPT-DET-VENCIDOS.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 4
              MOVE WS-GRP-FAIXA-VALOR(WS-FAIXA)
                  TO RPT-DET-FAIXA-VAL(WS-FAIXA)
           END-PERFORM.
           MOVE WS-GRP-TOTAL    TO RPT-DET-TOTAL.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           INITIALIZE WS-GRUPO.
       2600-SAI.
           EXIT.
