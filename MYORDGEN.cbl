       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYORDGEN.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - GERACAO DAS ORDENS PERMANENTES DO DIA
      *
      * ALGUNS CLIENTES TEM MOVIMENTOS FIXOS (MENSAIS, SEMANAIS OU EM
      * DIA CERTO) QUE AS AGENCIAS RETRANSMITIAM A MAO - E AS VEZES
      * ESQUECIAM. AS ORDENS FICAM NO ORDPRGDD (VSAM KSDS POR CLIENTE
      * + NUMERO DA ORDEM, MANTIDO PELA TRANSACAO TRNO/MYCICSSO) E
      * ESTE PASSO, ANTES DO STEP010, GERA AS DEVIDAS NO DIA UTIL DA
      * RODADA COMO UM LOTE H/D/T COMUM (ORDOUTDD), CONCATENADO AO
      * IN-FILE DO DIA. O MYBATCH VALIDA, BALANCEIA E DIARIZA O LOTE
      * COMO O DE QUALQUER AGENCIA.
      *
      * DIA DEVIDO E DIA UTIL: UMA ORDEM E GERADA NO DIA UTIL DA
      * RODADA QUANDO SUA DATA NOMINAL CAI ENTRE O DIA SEGUINTE AO DIA
      * UTIL ANTERIOR E A DATA DA RODADA - OU SEJA, A DATA NOMINAL
      * ROLADA PARA O PRIMEIRO DIA UTIL MAIOR OU IGUAL A ELA (MESMA
      * REGRA DO 2118-ROLL-TO-BUSINESS-DAY DO MYBATCH, SOBRE O MESMO
      * CALENDDD) E A DATA DA RODADA. FREQUENCIAS:
      *   'M' MENSAL  - NO DIA ORD-DIA DO MES (31 EM MES DE 30 DIAS =
      *                 ULTIMO DIA DO MES);
      *   'S' SEMANAL - NO DIA DA SEMANA ORD-DIA (1 = SEGUNDA ...
      *                 7 = DOMINGO);
      *   'E' DIA CERTO - UMA UNICA VEZ, NA DATA DE INICIO.
      *
      * O LOTE SAI COM A SERIE PROPRIA DE ID DE RODADA 'PROG' + MMDD
      * (O PREFIXO 'PROG' PRECISA CONSTAR DO CADASTRO DE AGENCIAS
      * AGYREGDD; O MYBATCH DEIXA A SERIE FORA DO CARTAO DE CONTROLE).
      * CADA DETALHE E UMA ALTERACAO ('A') DA CONTA 001 DO CLIENTE NO
      * MESTRE (O LOTE SEGUE NO LAYOUT SEM CONTA), COM
      * VALOR/NATUREZA/MOEDA DA ORDEM, DATA-VALOR = DATA DA RODADA E O
      * RESTANTE DO DADO COPIADO DO PROPRIO MESTRE (A ALTERACAO
      * REGRAVA O MST-DATA INTEIRO). NADA DEVIDO = ARQUIVO VAZIO, SEM
      * LOTE.
      *
      * O LOTE EXIGE IDS ASCENDENTES E UM SO DETALHE POR CLIENTE: A
      * SEGUNDA ORDEM DEVIDA DO MESMO CLIENTE NO DIA E ADIADA
      * (ORD-DATA-PENDENTE) E SAI NO PROXIMO DIA UTIL. AS DEMAIS
      * REGRAS DO MYBATCH (JANELA DE DUPLICIDADE R004, LIMITE DE
      * POSICAO DEVEDORA R013) VALEM PARA O LOTE COMO PARA QUALQUER
      * AGENCIA - O REJEITADO VOLTA NO RETORNO DA SERIE 'PROG'.
      *
      * O RELATORIO (REPORTDD) LISTA O QUE FOI GERADO, PULADO
      * (SUSPENSA, EXPIRADA, SEM MESTRE), ADIADO E ROLADO (DATA
      * NOMINAL EM DIA NAO UTIL). A REEXECUCAO NA MESMA DATA REGERA
      * O MESMO LOTE (O TRNREG DO MYBATCH BARRA A SEGUNDA APLICACAO);
      * ORDEM COM GERACAO POSTERIOR A DATA DA RODADA NAO E REGERADA.
      *
      * RETURN-CODE 0 = OK; 4 = DATA DA RODADA FORA DO CALENDARIO
      * (NADA GERADO); 16 = ERRO FATAL.
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
      *--- ORDENS PERMANENTES (VSAM KSDS POR CLIENTE + NUMERO)
           SELECT ORD-FILE ASSIGN TO ORDPRGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ORD-KEY
                  FILE STATUS IS WS-ORD-FILE-STATUS.
      *
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *
           SELECT CAL-FILE ASSIGN TO CALENDDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CAL-DATE
                  FILE STATUS IS WS-CAL-FILE-STATUS.
      *
      *--- LOTE GERADO (MESMO LAYOUT DE 80 BYTES DO IN-FILE)
           SELECT GEN-FILE ASSIGN TO ORDOUTDD
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
      *--- ORDEM PERMANENTE (100 BYTES). ORD-ULT-GERACAO = DATA DA
      *--- ULTIMA RODADA QUE GEROU A ORDEM; ORD-DATA-PENDENTE = DATA
      *--- NOMINAL DE UMA OCORRENCIA ADIADA, AINDA A GERAR.
       FD ORD-FILE
          RECORD CONTAINS 100 CHARACTERS.
       01 ORD-RECORD.
           05 ORD-KEY.
               10 ORD-CLIENTE        PIC X(10).
               10 ORD-NUMERO         PIC 9(03).
           05 ORD-VALOR              PIC 9(11)V99.
           05 ORD-DC                 PIC X(01).
           05 ORD-MOEDA              PIC X(03).
           05 ORD-FREQUENCIA         PIC X(01).
              88 ORD-MENSAL          VALUE 'M'.
              88 ORD-SEMANAL         VALUE 'S'.
              88 ORD-DIA-CERTO       VALUE 'E'.
           05 ORD-DIA                PIC 9(02).
           05 ORD-DATA-INICIO        PIC 9(08).
           05 ORD-DATA-FIM           PIC 9(08).
           05 ORD-SITUACAO           PIC X(01).
              88 ORD-ATIVA           VALUE 'A'.
              88 ORD-SUSPENSA        VALUE 'S'.
           05 ORD-ULT-GERACAO        PIC 9(08).
           05 ORD-DESCRICAO          PIC X(30).
           05 ORD-DATA-PENDENTE      PIC 9(08).
           05 FILLER                 PIC X(04).
      *
      *--- MESMO LAYOUT DO MST-RECORD DO MYBATCH
       FD MST-FILE
          RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE.
               10 MST-ID             PIC X(10).
               10 MST-CONTA          PIC 9(03).
           05 MST-DATA               PIC X(68).
           05 MST-ULT-ATUALIZACAO    PIC 9(08).
           05 MST-SALDO              PIC S9(11)V99.
           05 FILLER                 PIC X(17).
      *
       FD CAL-FILE
          RECORD CONTAINS 8 CHARACTERS.
       01 CAL-RECORD.
           05 CAL-DATE               PIC 9(08).
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
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-ORD-FILE-STATUS    PIC X(02).
              88 WS-ORD-OK          VALUE '00'.
              88 WS-ORD-EOF         VALUE '10'.
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK          VALUE '00'.
              88 WS-MST-NOTFND      VALUE '23'.
           05 WS-CAL-FILE-STATUS    PIC X(02).
              88 WS-CAL-OK          VALUE '00'.
           05 WS-GEN-FILE-STATUS    PIC X(02).
              88 WS-GEN-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- CALENDARIO DE DIAS UTEIS (MESMA CARGA DO MYBATCH)
       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-CAL-ENTRY OCCURS 600 TIMES
              INDEXED BY WS-CAL-IDX.
              10 WS-CAL-DATA        PIC 9(08).
           05 WS-CAL-ACHOU-SW       PIC X(01) VALUE 'N'.
              88 WS-CAL-ACHOU       VALUE 'S'.
      *
       01 WS-DATAS.
           05 WS-CURRENT-DATE-RAW   PIC 9(08).
           05 WS-DATA-RODADA        PIC 9(08) VALUE ZERO.
           05 WS-DATA-RODADA-R REDEFINES WS-DATA-RODADA.
              10 WS-ROD-AAAA        PIC 9(04).
              10 WS-ROD-MMDD        PIC 9(04).
           05 WS-DIA-UTIL-ANTERIOR  PIC 9(08) VALUE ZERO.
           05 WS-INT-JANELA-INI     PIC S9(09) COMP VALUE ZERO.
           05 WS-INT-JANELA-FIM     PIC S9(09) COMP VALUE ZERO.
           05 WS-INT-DIA            PIC S9(09) COMP VALUE ZERO.
           05 WS-DATA-TESTE         PIC 9(08) VALUE ZERO.
           05 WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
              10 WS-TST-AAAA        PIC 9(04).
              10 WS-TST-MM          PIC 9(02).
              10 WS-TST-DD          PIC 9(02).
           05 WS-PROX-MES           PIC 9(08) VALUE ZERO.
           05 WS-PROX-MES-R REDEFINES WS-PROX-MES.
              10 WS-PXM-AAAA        PIC 9(04).
              10 WS-PXM-MM          PIC 9(02).
              10 WS-PXM-DD          PIC 9(02).
           05 WS-ULTIMO-DIA-MES     PIC 9(02) VALUE ZERO.
           05 WS-DIA-DEVIDO         PIC 9(02) VALUE ZERO.
           05 WS-DIA-SEMANA         PIC 9(01) VALUE ZERO.
           05 WS-DATA-DEVIDA        PIC 9(08) VALUE ZERO.
      *
       01 WS-CONTROLE.
           05 WS-OCORRE-SW          PIC X(01) VALUE 'N'.
              88 WS-OCORRE-NA-JANELA VALUE 'S'.
           05 WS-DEVIDA-SW          PIC X(01) VALUE 'N'.
              88 WS-DEVIDA          VALUE 'S'.
           05 WS-LOTE-ABERTO-SW     PIC X(01) VALUE 'N'.
              88 WS-LOTE-ABERTO     VALUE 'S'.
           05 WS-ULT-CLIENTE-GERADO PIC X(10) VALUE LOW-VALUES.
           05 WS-RUN-ID             PIC X(08).
           05 WS-SITUACAO-RPT       PIC X(40).
      *
       01 WS-TOTAIS.
           05 WS-COUNT-LIDAS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-GERADAS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ROLADAS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SUSPENSAS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EXPIRADAS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-MESTRE   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ADIADAS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-JA-GERADAS   PIC 9(07) VALUE ZERO.
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
       01 WS-GEN-DETAIL.
           05 FILLER                PIC X(01) VALUE 'D'.
           05 GEN-DET-ID            PIC X(10).
           05 GEN-DET-ACAO          PIC X(01) VALUE 'A'.
           05 GEN-DET-DATA.
              10 GEN-DET-VALOR      PIC 9(11)V99.
              10 GEN-DET-DC         PIC X(01).
              10 GEN-DET-DATA-VALOR PIC 9(08).
              10 GEN-DET-MOEDA      PIC X(03).
              10 GEN-DET-RESTO      PIC X(43).
      *
       01 WS-GEN-TRAILER.
           05 FILLER                PIC X(01) VALUE 'T'.
           05 GEN-TRL-DETAIL-CNT    PIC 9(07).
           05 GEN-TRL-TOT-DEBITO    PIC 9(13)V99.
           05 GEN-TRL-TOT-CREDITO   PIC 9(13)V99.
           05 FILLER                PIC X(42) VALUE SPACES.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(44) VALUE
              'MYORDGEN - GERACAO DE ORDENS PERMANENTES  '.
           05 FILLER                PIC X(07) VALUE 'RODADA '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(04) VALUE ' ID '.
           05 RPT-HDR-RUN-ID        PIC X(08).
           05 FILLER                PIC X(61) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE
              'CLIENTE    ORD              VALOR D/C MOEDA DT NOMINAL
      -       'SITUACAO'.
      *
       01 WS-RPT-DETAIL-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-CLIENTE       PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-NUMERO        PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-DC            PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-MOEDA         PIC X(03).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-DATA          PIC 9(08).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-SITUACAO      PIC X(40).
           05 FILLER                PIC X(37) VALUE SPACES.
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
           IF WS-CAL-ACHOU
              PERFORM 4000-READ-ORDER
              PERFORM UNTIL WS-ORD-EOF
                 PERFORM 2000-PROCESS-ORDER
                 PERFORM 4000-READ-ORDER
              END-PERFORM
           ELSE
              DISPLAY 'MYOG001 DATA DA RODADA ' WS-DATA-RODADA
                      ' NAO E DIA UTIL NO CALENDDD. NENHUMA ORDEM '
                      'GERADA.' UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYORDGEN CONCLUIDO. ORDENS GERADAS: '
                   WS-COUNT-GERADAS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           PERFORM 1155-LOAD-CALENDAR.
           PERFORM 1170-SET-WINDOW.
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
           OPEN I-O ORD-FILE.
           IF NOT WS-ORD-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ORD-FILE'
              DISPLAY 'FILE STATUS: ' WS-ORD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT GEN-FILE.
           IF NOT WS-GEN-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GEN-FILE'
              DISPLAY 'FILE STATUS: ' WS-GEN-FILE-STATUS
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
           MOVE 'PROG'      TO WS-RUN-ID(1:4).
           MOVE WS-ROD-MMDD TO WS-RUN-ID(5:4).
           EXIT.
      *
       1155-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF NOT WS-CAL-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CAL-FILE'
              DISPLAY 'FILE STATUS: ' WS-CAL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ CAL-FILE.
           PERFORM UNTIL NOT WS-CAL-OK
              IF WS-CAL-COUNT >= 600
                 DISPLAY 'MYOG002 CALENDARIO COM MAIS DE 600 DATAS. '
                         'EXCEDENTES IGNORADOS.'
                 MOVE '10' TO WS-CAL-FILE-STATUS
              ELSE
                 ADD 1 TO WS-CAL-COUNT
                 SET WS-CAL-IDX TO WS-CAL-COUNT
                 MOVE CAL-DATE TO WS-CAL-DATA(WS-CAL-IDX)
                 READ CAL-FILE
              END-IF
           END-PERFORM.
           CLOSE CAL-FILE.
           IF WS-CAL-COUNT = ZERO
              DISPLAY 'MYOG003 CALENDARIO (CALENDDD) VAZIO.'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- JANELA DE DATAS NOMINAIS QUE ROLAM PARA A DATA DA RODADA:
      *--- DO DIA SEGUINTE AO DIA UTIL ANTERIOR ATE A PROPRIA DATA.
      *--- DATA DA RODADA FORA DO CALENDARIO DEIXA WS-CAL-ACHOU
      *--- DESLIGADO E NADA E GERADO.
       1170-SET-WINDOW.
           MOVE 'N' TO WS-CAL-ACHOU-SW.
           MOVE ZERO TO WS-DIA-UTIL-ANTERIOR.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-ACHOU
              IF WS-CAL-DATA(WS-CAL-IDX) = WS-DATA-RODADA
                 SET WS-CAL-ACHOU TO TRUE
              ELSE
                 IF WS-CAL-DATA(WS-CAL-IDX) < WS-DATA-RODADA
                    MOVE WS-CAL-DATA(WS-CAL-IDX)
                        TO WS-DIA-UTIL-ANTERIOR
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE WS-INT-JANELA-FIM =
              FUNCTION INTEGER-OF-DATE(WS-DATA-RODADA).
           IF WS-DIA-UTIL-ANTERIOR = ZERO
              MOVE WS-INT-JANELA-FIM TO WS-INT-JANELA-INI
           ELSE
              COMPUTE WS-INT-JANELA-INI =
                 FUNCTION INTEGER-OF-DATE(WS-DIA-UTIL-ANTERIOR) + 1
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
       2000-PROCESS-ORDER.
           ADD 1 TO WS-COUNT-LIDAS.
           MOVE 'N' TO WS-DEVIDA-SW.
           MOVE SPACES TO WS-SITUACAO-RPT.
      *
      *--- ORDEM JA GERADA POR UMA RODADA POSTERIOR (REEXECUCAO DE
      *--- DATA PASSADA): NAO REGERA
           IF ORD-ULT-GERACAO > WS-DATA-RODADA
              ADD 1 TO WS-COUNT-JA-GERADAS
           ELSE
      *--- OCORRENCIA ADIADA DE UMA RODADA ANTERIOR TEM PRIORIDADE;
      *--- SENAO, PROCURA A DATA NOMINAL NA JANELA DE HOJE
              IF ORD-DATA-PENDENTE > ZERO
                 MOVE ORD-DATA-PENDENTE TO WS-DATA-DEVIDA
                 SET WS-OCORRE-NA-JANELA TO TRUE
              ELSE
                 PERFORM 2100-FIND-OCCURRENCE
              END-IF
              IF WS-OCORRE-NA-JANELA
                 PERFORM 2200-CLASSIFY-OCCURRENCE
              END-IF
           END-IF.
      *
           IF WS-DEVIDA
              PERFORM 2300-GENERATE-DETAIL
           END-IF.
           IF WS-SITUACAO-RPT NOT = SPACES
              PERFORM 3100-WRITE-ORDER-LINE
           END-IF.
           EXIT.
      *
      *--- PERCORRE A JANELA DIA A DIA ATE ACHAR UMA DATA NOMINAL DA
      *--- ORDEM (SEM OLHAR SITUACAO NEM VIGENCIA - ISSO E DO 2200)
       2100-FIND-OCCURRENCE.
           MOVE 'N' TO WS-OCORRE-SW.
           PERFORM VARYING WS-INT-DIA FROM WS-INT-JANELA-INI BY 1
                   UNTIL WS-INT-DIA > WS-INT-JANELA-FIM
                      OR WS-OCORRE-NA-JANELA
              COMPUTE WS-DATA-TESTE =
                 FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
              EVALUATE TRUE
                  WHEN ORD-MENSAL
                      PERFORM 2110-CHECK-MONTHLY
                  WHEN ORD-SEMANAL
                      COMPUTE WS-DIA-SEMANA =
                         FUNCTION MOD(WS-INT-DIA - 1, 7) + 1
                      IF WS-DIA-SEMANA = ORD-DIA
                         SET WS-OCORRE-NA-JANELA TO TRUE
                      END-IF
                  WHEN ORD-DIA-CERTO
                      IF WS-DATA-TESTE = ORD-DATA-INICIO
                         SET WS-OCORRE-NA-JANELA TO TRUE
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              IF WS-OCORRE-NA-JANELA
                 MOVE WS-DATA-TESTE TO WS-DATA-DEVIDA
              END-IF
           END-PERFORM.
           EXIT.
      *
      *--- MENSAL: O DIA DA ORDEM, LIMITADO AO ULTIMO DIA DO MES
       2110-CHECK-MONTHLY.
           MOVE WS-TST-AAAA TO WS-PXM-AAAA.
           MOVE WS-TST-MM   TO WS-PXM-MM.
           MOVE 1           TO WS-PXM-DD.
           IF WS-PXM-MM = 12
              ADD 1 TO WS-PXM-AAAA
              MOVE 1 TO WS-PXM-MM
           ELSE
              ADD 1 TO WS-PXM-MM
           END-IF.
           COMPUTE WS-PROX-MES = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1).
           MOVE WS-PXM-DD TO WS-ULTIMO-DIA-MES.
           IF ORD-DIA > WS-ULTIMO-DIA-MES
              MOVE WS-ULTIMO-DIA-MES TO WS-DIA-DEVIDO
           ELSE
              MOVE ORD-DIA TO WS-DIA-DEVIDO
           END-IF.
           IF WS-TST-DD = WS-DIA-DEVIDO
              SET WS-OCORRE-NA-JANELA TO TRUE
           END-IF.
           EXIT.
      *
      *--- A OCORRENCIA DA JANELA E GERADA, PULADA OU ADIADA
       2200-CLASSIFY-OCCURRENCE.
           EVALUATE TRUE
               WHEN ORD-SUSPENSA
                   ADD 1 TO WS-COUNT-SUSPENSAS
                   MOVE 'PULADA - ORDEM SUSPENSA' TO WS-SITUACAO-RPT
                   PERFORM 2250-CLEAR-PENDING
               WHEN WS-DATA-DEVIDA < ORD-DATA-INICIO
                   CONTINUE
               WHEN ORD-DATA-FIM NOT = ZERO
                    AND WS-DATA-DEVIDA > ORD-DATA-FIM
                   ADD 1 TO WS-COUNT-EXPIRADAS
                   MOVE 'PULADA - ORDEM EXPIRADA' TO WS-SITUACAO-RPT
                   PERFORM 2250-CLEAR-PENDING
               WHEN ORD-CLIENTE = WS-ULT-CLIENTE-GERADO
                   ADD 1 TO WS-COUNT-ADIADAS
                   MOVE 'ADIADA - OUTRA ORDEM DO CLIENTE NO LOTE'
                       TO WS-SITUACAO-RPT
                   MOVE WS-DATA-DEVIDA TO ORD-DATA-PENDENTE
                   PERFORM 4100-REWRITE-ORDER
               WHEN OTHER
      *--- O LOTE PROG NAO TRAZ A CONTA: A ORDEM POSTA NA CONTA 001
                   MOVE ORD-CLIENTE TO MST-ID
                   MOVE 1 TO MST-CONTA
                   READ MST-FILE
                   EVALUATE TRUE
                       WHEN WS-MST-OK
                           SET WS-DEVIDA TO TRUE
                       WHEN WS-MST-NOTFND
                           ADD 1 TO WS-COUNT-SEM-MESTRE
                           MOVE 'PULADA - CLIENTE SEM MESTRE'
                               TO WS-SITUACAO-RPT
                           PERFORM 2250-CLEAR-PENDING
                       WHEN OTHER
                           DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
                           DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                           PERFORM 9900-FILE-ERROR-ABEND
                   END-EVALUATE
           END-EVALUATE.
           EXIT.
      *
      *--- OCORRENCIA ADIADA QUE NAO SERA MAIS GERADA SAI DA ORDEM
       2250-CLEAR-PENDING.
           IF ORD-DATA-PENDENTE > ZERO
              MOVE ZERO TO ORD-DATA-PENDENTE
              PERFORM 4100-REWRITE-ORDER
           END-IF.
           EXIT.
      *
      *--- GRAVA O DETALHE (ABRINDO O LOTE NO PRIMEIRO) E CARIMBA A
      *--- ORDEM COM A DATA DA RODADA
       2300-GENERATE-DETAIL.
           IF NOT WS-LOTE-ABERTO
              MOVE WS-DATA-RODADA TO GEN-HDR-RUN-DATE
              MOVE WS-RUN-ID      TO GEN-HDR-RUN-ID
              MOVE WS-GEN-HEADER  TO GEN-RECORD
              PERFORM 4300-WRITE-GEN
              SET WS-LOTE-ABERTO TO TRUE
           END-IF.
           MOVE ORD-CLIENTE    TO GEN-DET-ID.
           MOVE ORD-VALOR      TO GEN-DET-VALOR.
           MOVE ORD-DC         TO GEN-DET-DC.
           MOVE WS-DATA-RODADA TO GEN-DET-DATA-VALOR.
           MOVE ORD-MOEDA      TO GEN-DET-MOEDA.
           MOVE MST-DATA(26:43) TO GEN-DET-RESTO.
           MOVE WS-GEN-DETAIL  TO GEN-RECORD.
           PERFORM 4300-WRITE-GEN.
           ADD 1 TO WS-COUNT-GERADAS.
           IF ORD-DC = 'D'
              ADD ORD-VALOR TO WS-TOT-DEBITO
           ELSE
              ADD ORD-VALOR TO WS-TOT-CREDITO
           END-IF.
           MOVE ORD-CLIENTE TO WS-ULT-CLIENTE-GERADO.
      *
           IF WS-DATA-DEVIDA NOT = WS-DATA-RODADA
              ADD 1 TO WS-COUNT-ROLADAS
              MOVE 'GERADA - ROLADA PARA O DIA UTIL'
                  TO WS-SITUACAO-RPT
           ELSE
              MOVE 'GERADA' TO WS-SITUACAO-RPT
           END-IF.
           MOVE WS-DATA-RODADA TO ORD-ULT-GERACAO.
           MOVE ZERO           TO ORD-DATA-PENDENTE.
           PERFORM 4100-REWRITE-ORDER.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           IF WS-LOTE-ABERTO
              MOVE WS-COUNT-GERADAS TO GEN-TRL-DETAIL-CNT
              MOVE WS-TOT-DEBITO    TO GEN-TRL-TOT-DEBITO
              MOVE WS-TOT-CREDITO   TO GEN-TRL-TOT-CREDITO
              MOVE WS-GEN-TRAILER   TO GEN-RECORD
              PERFORM 4300-WRITE-GEN
           END-IF.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'ORDENS LIDAS                 :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIDAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ORDENS GERADAS               :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-GERADAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE '  DAS QUAIS ROLADAS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ROLADAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'PULADAS - SUSPENSAS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SUSPENSAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'PULADAS - EXPIRADAS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EXPIRADAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'PULADAS - SEM MESTRE         :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-MESTRE TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ADIADAS                      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ADIADAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'JA GERADAS EM RODADA POSTERIOR:' TO RPT-MSG-DESC.
           MOVE WS-COUNT-JA-GERADAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'TOTAL A DEBITO DO LOTE       :' TO RPT-AMT-DESC.
           MOVE WS-TOT-DEBITO TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'TOTAL A CREDITO DO LOTE      :' TO RPT-AMT-DESC.
           MOVE WS-TOT-CREDITO TO RPT-AMT-VALUE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           CLOSE ORD-FILE MST-FILE GEN-FILE RPT-FILE.
           EXIT.
      *
       3100-WRITE-ORDER-LINE.
           MOVE ORD-CLIENTE     TO RPT-DET-CLIENTE.
           MOVE ORD-NUMERO      TO RPT-DET-NUMERO.
           MOVE ORD-VALOR       TO RPT-DET-VALOR.
           MOVE ORD-DC          TO RPT-DET-DC.
           MOVE ORD-MOEDA       TO RPT-DET-MOEDA.
           MOVE WS-DATA-DEVIDA  TO RPT-DET-DATA.
           MOVE WS-SITUACAO-RPT TO RPT-DET-SITUACAO.
           MOVE WS-RPT-DETAIL-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-ORDER.
           READ ORD-FILE NEXT RECORD.
           IF NOT WS-ORD-OK AND NOT WS-ORD-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO ORD-FILE'
              DISPLAY 'FILE STATUS: ' WS-ORD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4100-REWRITE-ORDER.
           REWRITE ORD-RECORD.
           IF NOT WS-ORD-OK
              DISPLAY 'ERRO FATAL DE REWRITE NO ORD-FILE'
              DISPLAY 'FILE STATUS: ' WS-ORD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
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
       4300-WRITE-GEN.
           WRITE GEN-RECORD.
           IF NOT WS-GEN-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO GEN-FILE'
              DISPLAY 'FILE STATUS: ' WS-GEN-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYORDGEN ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
