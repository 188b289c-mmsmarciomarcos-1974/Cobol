       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYLIQUID.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - LIQUIDACAO DIARIA POR AGENCIA TRANSMISSORA
      *
      * DEPOIS DE CADA NOITE O BANCO DEVE (OU TEM A RECEBER DE) CADA
      * AGENCIA, E A TESOURARIA TIRAVA A POSICAO LIQUIDA A MAO DOS
      * RETORNOS DO MYACKGEN. ESTE PASSO, DEPOIS DO STEP012, APURA
      * PARA O DIA UTIL DA RODADA, POR PREFIXO DE AGENCIA E MOEDA:
      *
      *   - DEBITOS BRUTOS E CREDITOS BRUTOS DOS DETALHES ACEITOS;
      *   - ESTORNOS ACEITOS (LIQUIDOS, NO SENTIDO DO SALDO);
      *   - O VALOR LIQUIDO A LIQUIDAR E O SENTIDO.
      *
      * A FONTE E O DIARIO DO MESTRE (MSTJRNDD): SO O QUE FOI ACEITO E
      * APLICADO GANHA LINHA NELE, E O DETALHE COM DATA-VALOR FUTURA
      * SO E APLICADO (E DIARIZADO) NA RODADA DO SEU DIA EFETIVO, QUANDO
      * SAI DO ARMAZEM - COM O ID DA RODADA DA AGENCIA QUE O TROUXE.
      * ENTRAM AS LINHAS COM MJR-RUN-DATE = DIA DA LIQUIDACAO E ORIGEM
      * 'D' (DETALHE) OU 'R' (ESTORNO); JUROS ('J') E BACKOUT ('B')
      * NAO SAO MOVIMENTO DE AGENCIA. O VALOR E A VARIACAO DO SALDO DA
      * LINHA (SALDO-DEPOIS - SALDO-ANTES), NA MOEDA DO MOVIMENTO
      * (DATA-DEPOIS, OU DATA-ANTES QUANDO A OPERACAO EXCLUIU - A MESMA
      * REGRA DO MYPRVMES). A AGENCIA E O PREFIXO (4 PRIMEIRAS
      * POSICOES) DO ID DE RODADA, COMO NO MYTARIFA.
      *
      * SENTIDO: CREDITO NA CONTA DO CLIENTE E DINHEIRO QUE A AGENCIA
      * RECEBEU E REPASSA AO BANCO; DEBITO E DINHEIRO QUE A AGENCIA
      * PAGOU E O BANCO REEMBOLSA. LIQUIDO = CREDITOS - DEBITOS +
      * ESTORNOS: POSITIVO = 'R' (A RECEBER DA AGENCIA), NEGATIVO =
      * 'P' (A PAGAR A AGENCIA), ZERO = 'Z' (NADA A LIQUIDAR).
      *
      * AS SERIES 'PROG' (ORDENS PERMANENTES DO MYORDGEN), 'CASO'
      * (ESTORNOS DE CONTESTACOES ACEITAS, DO MYCASGEN) E 'AJUS'
      * (AJUSTES MANUAIS APROVADOS NA TRNJ, DO MYAJUGEN) SAO GERADAS
      * PELO PROPRIO BANCO, SEM AGENCIA DO OUTRO LADO: SAEM SO NO
      * RELATORIO (O ACERTO DA CONTESTACAO COM A AGENCIA E TRATADO NO
      * PROPRIO CASO).
      *
      * SAIDAS: O ARQUIVO DE INSTRUCOES DE LIQUIDACAO (LIQFILDD, UM
      * REGISTRO 'L' POR AGENCIA/MOEDA E O TRAILER 'T' DE CONTROLE) E
      * O RELATORIO (REPORTDD). NA MANHA SEGUINTE O MYLIQCNF CONFERE
      * ESTE ARQUIVO CONTRA A CONFIRMACAO DEVOLVIDA PELA TESOURARIA.
      *
      * PARMDD (OPCIONAL): DIA DA LIQUIDACAO AAAAMMDD, SO PARA
      * REEXECUTAR UMA NOITE; SEM CARTAO = DATA DO SISTEMA.
      *
      * RETURN-CODE 0 = LIQUIDACAO APURADA; 4 = LINHAS DO DIARIO SEM
      * ID DE RODADA (FORA DA LIQUIDACAO, APONTADAS NO RELATORIO);
      * 16 = ERRO FATAL (INCLUSIVE MAIS AGENCIAS/MOEDAS QUE A TABELA).
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
      *--- DIARIO DE MOVIMENTOS DO MESTRE (ACUMULADO)
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
      *--- INSTRUCOES DE LIQUIDACAO DO DIA
           SELECT LIQ-FILE ASSIGN TO LIQFILDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LIQ-FILE-STATUS.
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
      *--- INSTRUCAO DE LIQUIDACAO (100 BYTES). 'L' = UMA AGENCIA E
      *--- MOEDA; 'T' = TRAILER COM A QUANTIDADE DE 'L' E OS TOTAIS
      *--- (SOMA BRUTA DAS MOEDAS, SO PARA CONTROLE). LAYOUT LIDO
      *--- TAMBEM PELO MYLIQCNF.
       FD LIQ-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 LIQ-RECORD.
           05 LIQ-TIPO               PIC X(01).
           05 LIQ-DETALHE.
               10 LIQ-DATA           PIC 9(08).
               10 LIQ-PREFIXO        PIC X(04).
               10 LIQ-MOEDA          PIC X(03).
               10 LIQ-QTD-DEBITOS    PIC 9(07).
               10 LIQ-TOT-DEBITO     PIC 9(13)V99.
               10 LIQ-QTD-CREDITOS   PIC 9(07).
               10 LIQ-TOT-CREDITO    PIC 9(13)V99.
               10 LIQ-QTD-ESTORNOS   PIC 9(07).
               10 LIQ-TOT-ESTORNOS   PIC S9(13)V99.
               10 LIQ-VALOR-LIQUIDO  PIC 9(13)V99.
               10 LIQ-SENTIDO        PIC X(01).
               10 FILLER             PIC X(02).
           05 LIQ-TRAILER REDEFINES LIQ-DETALHE.
               10 LIQT-DATA          PIC 9(08).
               10 LIQT-QTD-REG       PIC 9(07).
               10 LIQT-TOT-DEBITO    PIC 9(15)V99.
               10 LIQT-TOT-CREDITO   PIC 9(15)V99.
               10 LIQT-TOT-ESTORNOS  PIC S9(15)V99.
               10 LIQT-TOT-LIQUIDO   PIC S9(15)V99.
               10 FILLER             PIC X(16).
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
           05 PARM-DATA-LIQUIDACAO   PIC 9(08).
           05 FILLER                 PIC X(72).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-LIQ-FILE-STATUS    PIC X(02).
              88 WS-LIQ-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- POSICAO POR AGENCIA E MOEDA (ATE 200 LINHAS: 10 AGENCIAS X
      *--- 20 MOEDAS, O LIMITE DA TABELA DE TAXAS DO MYBATCH)
       01 WS-LIQ-TABLE.
           05 WS-LIQ-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-LIQ-ENTRY OCCURS 200 TIMES
              INDEXED BY WS-LIQ-IDX.
              10 WS-LIQ-CHAVE.
                 15 WS-LIQ-PREFIXO  PIC X(04).
                 15 WS-LIQ-MOEDA    PIC X(03).
              10 WS-LIQ-QTD-DEB     PIC 9(07).
              10 WS-LIQ-TOT-DEB     PIC 9(13)V99.
              10 WS-LIQ-QTD-CRED    PIC 9(07).
              10 WS-LIQ-TOT-CRED    PIC 9(13)V99.
              10 WS-LIQ-QTD-EST     PIC 9(07).
              10 WS-LIQ-TOT-EST     PIC S9(13)V99.
      *
      *--- AREA DE TROCA DA ORDENACAO (MESMO TAMANHO DE UMA LINHA)
       01 WS-LIQ-TROCA              PIC X(73).
      *
       01 WS-WORK-VARS.
           05 WS-CHAVE-BUSCA.
              10 WS-PREFIXO-BUSCA   PIC X(04).
              10 WS-MOEDA-BUSCA     PIC X(03).
           05 WS-VALOR-MOV          PIC S9(13)V99 VALUE ZERO.
           05 WS-VALOR-LIQ          PIC S9(13)V99 VALUE ZERO.
           05 WS-ACHOU-SW           PIC X(01) VALUE 'N'.
              88 WS-ACHOU           VALUE 'S'.
           05 WS-TROCOU-SW          PIC X(01) VALUE 'N'.
              88 WS-TROCOU          VALUE 'S'.
           05 WS-SUB                PIC 9(03) COMP.
           05 WS-SENTIDO-TXT        PIC X(10).
      *
       01 WS-DATAS.
           05 WS-CURRENT-DATE-RAW   PIC 9(08).
           05 WS-DATA-LIQUIDACAO    PIC 9(08) VALUE ZERO.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-MJR-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MJR-DIA      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SEM-RODADA   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-MOVIMENTO PIC 9(07) VALUE ZERO.
           05 WS-COUNT-LIQ-GRAVADOS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-A-RECEBER    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-A-PAGAR      PIC 9(07) VALUE ZERO.
           05 WS-TOT-DEBITO         PIC 9(15)V99 VALUE ZERO.
           05 WS-TOT-CREDITO        PIC 9(15)V99 VALUE ZERO.
           05 WS-TOT-ESTORNOS       PIC S9(15)V99 VALUE ZERO.
           05 WS-TOT-LIQUIDO        PIC S9(15)V99 VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
              'MYLIQUID - LIQUIDACAO DIARIA POR AGENCIA E MOEDA'.
           05 FILLER                PIC X(12) VALUE 'LIQUIDACAO '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(60) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE
              'AGEN MOE  QTD DEB     DEBITOS BRUTOS  QTD CRED    CREDITO
      -       'S BRUTOS  QTD EST  ESTORNOS (LIQUIDO)   VALOR A LIQUIDAR
      -       'SENTIDO'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-PREFIXO       PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-MOEDA         PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-QTD-DEB       PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-TOT-DEB       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-QTD-CRED      PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-TOT-CRED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-QTD-EST       PIC ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-TOT-EST       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-LIQUIDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SENTIDO       PIC X(10).
           05 FILLER                PIC X(22) VALUE SPACES.
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
           05 RPT-AMT-VALUE         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(79) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-JOURNAL UNTIL WS-MJR-EOF.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYLIQUID CONCLUIDO. INSTRUCOES GRAVADAS: '
                   WS-COUNT-LIQ-GRAVADOS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           PERFORM 1100-OPEN-FILES.
           MOVE WS-DATA-LIQUIDACAO TO RPT-HDR-DATA.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 4000-READ-JOURNAL.
           EXIT.
      *
       1100-OPEN-FILES.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT LIQ-FILE.
           IF NOT WS-LIQ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO LIQ-FILE'
              DISPLAY 'FILE STATUS: ' WS-LIQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- DIA DA LIQUIDACAO: PARMDD (SO NA REEXECUCAO ATRASADA DE UMA
      *--- NOITE) OU A DATA DO SISTEMA
       1150-READ-PARM-CARD.
           ACCEPT WS-CURRENT-DATE-RAW FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-RAW TO WS-DATA-LIQUIDACAO.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DATA-LIQUIDACAO IS NUMERIC
                 AND PARM-DATA-LIQUIDACAO > ZERO
                 MOVE PARM-DATA-LIQUIDACAO TO WS-DATA-LIQUIDACAO
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- UMA LINHA DO DIARIO: SO DETALHES E ESTORNOS DO DIA
       2000-SCAN-JOURNAL.
           IF MJR-RUN-DATE = WS-DATA-LIQUIDACAO
              AND (MJR-ORIGEM-DETALHE OR MJR-ORIGEM-ESTORNO)
              ADD 1 TO WS-COUNT-MJR-DIA
              PERFORM 2100-ACUMULAR-LINHA
           END-IF.
           PERFORM 4000-READ-JOURNAL.
           EXIT.
      *
       2100-ACUMULAR-LINHA.
           COMPUTE WS-VALOR-MOV = MJR-SALDO-DEPOIS - MJR-SALDO-ANTES.
      *--- EXCLUSAO (E QUALQUER OPERACAO QUE NAO MOVE SALDO) NAO E
      *--- DINHEIRO A LIQUIDAR
           IF WS-VALOR-MOV = ZERO
              ADD 1 TO WS-COUNT-SEM-MOVIMENTO
           ELSE
              IF MJR-RUN-ID = SPACES
                 ADD 1 TO WS-COUNT-SEM-RODADA
              ELSE
                 MOVE MJR-RUN-ID(1:4) TO WS-PREFIXO-BUSCA
                 IF MJR-DATA-DEPOIS NOT = SPACES
                    MOVE MJR-DATA-DEPOIS(23:3) TO WS-MOEDA-BUSCA
                 ELSE
                    MOVE MJR-DATA-ANTES(23:3) TO WS-MOEDA-BUSCA
                 END-IF
                 IF WS-MOEDA-BUSCA = SPACES
                    MOVE 'BRL' TO WS-MOEDA-BUSCA
                 END-IF
                 PERFORM 2500-LOCALIZAR-LINHA
                 PERFORM 2200-SOMAR-MOVIMENTO
              END-IF
           END-IF.
           EXIT.
      *
       2200-SOMAR-MOVIMENTO.
           IF MJR-ORIGEM-ESTORNO
              ADD 1 TO WS-LIQ-QTD-EST(WS-LIQ-IDX)
              ADD WS-VALOR-MOV TO WS-LIQ-TOT-EST(WS-LIQ-IDX)
           ELSE
              IF WS-VALOR-MOV > ZERO
                 ADD 1 TO WS-LIQ-QTD-CRED(WS-LIQ-IDX)
                 ADD WS-VALOR-MOV TO WS-LIQ-TOT-CRED(WS-LIQ-IDX)
              ELSE
                 ADD 1 TO WS-LIQ-QTD-DEB(WS-LIQ-IDX)
                 SUBTRACT WS-VALOR-MOV FROM WS-LIQ-TOT-DEB(WS-LIQ-IDX)
              END-IF
           END-IF.
           EXIT.
      *
      *--- LOCALIZA (OU ABRE) A LINHA AGENCIA/MOEDA DE WS-CHAVE-BUSCA.
      *--- TABELA CHEIA E FATAL: LIQUIDACAO PARCIAL NAO PODE SAIR.
       2500-LOCALIZAR-LINHA.
           MOVE 'N' TO WS-ACHOU-SW.
           IF WS-LIQ-COUNT > ZERO
              PERFORM VARYING WS-LIQ-IDX FROM 1 BY 1
                      UNTIL WS-LIQ-IDX > WS-LIQ-COUNT
                 IF WS-LIQ-CHAVE(WS-LIQ-IDX) = WS-CHAVE-BUSCA
                    SET WS-ACHOU TO TRUE
                    SET WS-SUB TO WS-LIQ-IDX
                    SET WS-LIQ-IDX TO WS-LIQ-COUNT
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-ACHOU
              SET WS-LIQ-IDX TO WS-SUB
           ELSE
              IF WS-LIQ-COUNT < 200
                 ADD 1 TO WS-LIQ-COUNT
                 SET WS-LIQ-IDX TO WS-LIQ-COUNT
                 MOVE WS-CHAVE-BUSCA TO WS-LIQ-CHAVE(WS-LIQ-IDX)
                 MOVE ZERO TO WS-LIQ-QTD-DEB(WS-LIQ-IDX)
                 MOVE ZERO TO WS-LIQ-TOT-DEB(WS-LIQ-IDX)
                 MOVE ZERO TO WS-LIQ-QTD-CRED(WS-LIQ-IDX)
                 MOVE ZERO TO WS-LIQ-TOT-CRED(WS-LIQ-IDX)
                 MOVE ZERO TO WS-LIQ-QTD-EST(WS-LIQ-IDX)
                 MOVE ZERO TO WS-LIQ-TOT-EST(WS-LIQ-IDX)
              ELSE
                 DISPLAY 'MYLQ001 MAIS DE 200 PARES AGENCIA/MOEDA NO '
                         'DIA. LIQUIDACAO NAO APURADA.' UPON CONSOLE
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           PERFORM 3050-ORDENAR-TABELA.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           IF WS-LIQ-COUNT > ZERO
              PERFORM VARYING WS-LIQ-IDX FROM 1 BY 1
                      UNTIL WS-LIQ-IDX > WS-LIQ-COUNT
                 PERFORM 3100-LIQUIDAR-LINHA
              END-PERFORM
           END-IF.
           PERFORM 3200-WRITE-TRAILER.
           PERFORM 3300-WRITE-SUMMARY.
      *
           IF WS-COUNT-SEM-RODADA > ZERO
              DISPLAY 'MYLQ002 ' WS-COUNT-SEM-RODADA ' LINHAS DO '
                      'DIARIO SEM ID DE RODADA FICARAM FORA DA '
                      'LIQUIDACAO.' UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE MSTJRN-FILE LIQ-FILE RPT-FILE.
           EXIT.
      *
      *--- ORDENA POR AGENCIA E MOEDA (TROCA SIMPLES, COMO NO MYPRVMES)
       3050-ORDENAR-TABELA.
           SET WS-TROCOU TO TRUE.
           PERFORM UNTIL NOT WS-TROCOU
              MOVE 'N' TO WS-TROCOU-SW
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB >= WS-LIQ-COUNT
                 IF WS-LIQ-CHAVE(WS-SUB) > WS-LIQ-CHAVE(WS-SUB + 1)
                    MOVE WS-LIQ-ENTRY(WS-SUB) TO WS-LIQ-TROCA
                    MOVE WS-LIQ-ENTRY(WS-SUB + 1)
                        TO WS-LIQ-ENTRY(WS-SUB)
                    MOVE WS-LIQ-TROCA TO WS-LIQ-ENTRY(WS-SUB + 1)
                    SET WS-TROCOU TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.
           EXIT.
      *
      *--- UMA LINHA AGENCIA/MOEDA: LIQUIDO, SENTIDO, INSTRUCAO (FORA
      *--- AS SERIES INTERNAS 'PROG'/'CASO') E A LINHA DO RELATORIO
       3100-LIQUIDAR-LINHA.
           COMPUTE WS-VALOR-LIQ = WS-LIQ-TOT-CRED(WS-LIQ-IDX)
                                - WS-LIQ-TOT-DEB(WS-LIQ-IDX)
                                + WS-LIQ-TOT-EST(WS-LIQ-IDX).
           MOVE SPACES TO LIQ-RECORD.
           MOVE 'L'                         TO LIQ-TIPO.
           MOVE WS-DATA-LIQUIDACAO          TO LIQ-DATA.
           MOVE WS-LIQ-PREFIXO(WS-LIQ-IDX)  TO LIQ-PREFIXO.
           MOVE WS-LIQ-MOEDA(WS-LIQ-IDX)    TO LIQ-MOEDA.
           MOVE WS-LIQ-QTD-DEB(WS-LIQ-IDX)  TO LIQ-QTD-DEBITOS.
           MOVE WS-LIQ-TOT-DEB(WS-LIQ-IDX)  TO LIQ-TOT-DEBITO.
           MOVE WS-LIQ-QTD-CRED(WS-LIQ-IDX) TO LIQ-QTD-CREDITOS.
           MOVE WS-LIQ-TOT-CRED(WS-LIQ-IDX) TO LIQ-TOT-CREDITO.
           MOVE WS-LIQ-QTD-EST(WS-LIQ-IDX)  TO LIQ-QTD-ESTORNOS.
           MOVE WS-LIQ-TOT-EST(WS-LIQ-IDX)  TO LIQ-TOT-ESTORNOS.
           EVALUATE TRUE
               WHEN WS-VALOR-LIQ > ZERO
                   MOVE WS-VALOR-LIQ TO LIQ-VALOR-LIQUIDO
                   MOVE 'R' TO LIQ-SENTIDO
                   MOVE 'A RECEBER' TO WS-SENTIDO-TXT
               WHEN WS-VALOR-LIQ < ZERO
                   COMPUTE LIQ-VALOR-LIQUIDO = ZERO - WS-VALOR-LIQ
                   MOVE 'P' TO LIQ-SENTIDO
                   MOVE 'A PAGAR' TO WS-SENTIDO-TXT
               WHEN OTHER
                   MOVE ZERO TO LIQ-VALOR-LIQUIDO
                   MOVE 'Z' TO LIQ-SENTIDO
                   MOVE 'NADA' TO WS-SENTIDO-TXT
           END-EVALUATE.
      *
           IF WS-LIQ-PREFIXO(WS-LIQ-IDX) = 'PROG'
              OR WS-LIQ-PREFIXO(WS-LIQ-IDX) = 'CASO'
              OR WS-LIQ-PREFIXO(WS-LIQ-IDX) = 'AJUS'
              MOVE 'INTERNA' TO WS-SENTIDO-TXT
           ELSE
              PERFORM 4300-WRITE-LIQ
              ADD 1 TO WS-COUNT-LIQ-GRAVADOS
              ADD WS-LIQ-TOT-DEB(WS-LIQ-IDX)  TO WS-TOT-DEBITO
              ADD WS-LIQ-TOT-CRED(WS-LIQ-IDX) TO WS-TOT-CREDITO
              ADD WS-LIQ-TOT-EST(WS-LIQ-IDX)  TO WS-TOT-ESTORNOS
              ADD WS-VALOR-LIQ                TO WS-TOT-LIQUIDO
              IF LIQ-SENTIDO = 'R'
                 ADD 1 TO WS-COUNT-A-RECEBER
              END-IF
              IF LIQ-SENTIDO = 'P'
                 ADD 1 TO WS-COUNT-A-PAGAR
              END-IF
           END-IF.
      *
           MOVE WS-LIQ-PREFIXO(WS-LIQ-IDX)  TO RPT-DET-PREFIXO.
           MOVE WS-LIQ-MOEDA(WS-LIQ-IDX)    TO RPT-DET-MOEDA.
           MOVE WS-LIQ-QTD-DEB(WS-LIQ-IDX)  TO RPT-DET-QTD-DEB.
           MOVE WS-LIQ-TOT-DEB(WS-LIQ-IDX)  TO RPT-DET-TOT-DEB.
           MOVE WS-LIQ-QTD-CRED(WS-LIQ-IDX) TO RPT-DET-QTD-CRED.
           MOVE WS-LIQ-TOT-CRED(WS-LIQ-IDX) TO RPT-DET-TOT-CRED.
           MOVE WS-LIQ-QTD-EST(WS-LIQ-IDX)  TO RPT-DET-QTD-EST.
           MOVE WS-LIQ-TOT-EST(WS-LIQ-IDX)  TO RPT-DET-TOT-EST.
           MOVE LIQ-VALOR-LIQUIDO           TO RPT-DET-LIQUIDO.
           MOVE WS-SENTIDO-TXT              TO RPT-DET-SENTIDO.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       3200-WRITE-TRAILER.
           MOVE SPACES TO LIQ-RECORD.
           MOVE 'T'                   TO LIQ-TIPO.
           MOVE WS-DATA-LIQUIDACAO    TO LIQT-DATA.
           MOVE WS-COUNT-LIQ-GRAVADOS TO LIQT-QTD-REG.
           MOVE WS-TOT-DEBITO         TO LIQT-TOT-DEBITO.
           MOVE WS-TOT-CREDITO        TO LIQT-TOT-CREDITO.
           MOVE WS-TOT-ESTORNOS       TO LIQT-TOT-ESTORNOS.
           MOVE WS-TOT-LIQUIDO        TO LIQT-TOT-LIQUIDO.
           PERFORM 4300-WRITE-LIQ.
           EXIT.
      *
       3300-WRITE-SUMMARY.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'LINHAS DO DIARIO LIDAS       :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MJR-READ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'DETALHES/ESTORNOS DO DIA     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MJR-DIA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  SEM MOVIMENTO DE SALDO     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-MOVIMENTO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  SEM ID DE RODADA (FORA)    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-RODADA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'INSTRUCOES GRAVADAS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIQ-GRAVADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  A RECEBER DA AGENCIA       :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-A-RECEBER TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  A PAGAR A AGENCIA          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-A-PAGAR TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'TOTAL DEBITOS (CONTROLE)     :' TO RPT-AMT-DESC.
           MOVE WS-TOT-DEBITO TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           MOVE 'TOTAL CREDITOS (CONTROLE)    :' TO RPT-AMT-DESC.
           MOVE WS-TOT-CREDITO TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           MOVE 'TOTAL ESTORNOS (CONTROLE)    :' TO RPT-AMT-DESC.
           MOVE WS-TOT-ESTORNOS TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           MOVE 'TOTAL LIQUIDO (CONTROLE)     :' TO RPT-AMT-DESC.
           MOVE WS-TOT-LIQUIDO TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           MOVE '(TOTAIS DE CONTROLE SOMAM MOEDAS DIFERENTES - SAO OS'
               TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE ' MESMOS DO TRAILER DO LIQFILDD, NAO UM VALOR A PAGAR)'
               TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-JOURNAL.
           READ MSTJRN-FILE.
           IF WS-MJR-OK
              ADD 1 TO WS-COUNT-MJR-READ
           ELSE
              IF NOT WS-MJR-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
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
       4210-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       4220-WRITE-AMOUNT-LINE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       4300-WRITE-LIQ.
           WRITE LIQ-RECORD.
           IF NOT WS-LIQ-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO LIQ-FILE'
              DISPLAY 'FILE STATUS: ' WS-LIQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYLIQUID ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
