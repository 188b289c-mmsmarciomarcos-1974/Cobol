       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYMEDCLI.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - MEDIA HISTORICA DE VALOR POR CLIENTE
      *
      * A TRIAGEM DE MOVIMENTO SUSPEITO DO MYBATCH COMPARA CADA
      * DETALHE COM O VALOR MEDIO QUE O CLIENTE COSTUMA MOVIMENTAR.
      * ESTE PROGRAMA TIRA ESSA MEDIA DO DIARIO DO CADASTRO MESTRE
      * (MSTJRNDD): SO AS LINHAS DE DETALHE (ORIGEM 'D') DE INCLUSAO
      * OU ALTERACAO COM VALOR NUMERICO POSITIVO NA IMAGEM "DEPOIS",
      * GRAVADAS DENTRO DA JANELA DE DIAS DO PARMDD. ESTORNOS E
      * EXCLUSOES FICAM DE FORA.
      *
      * CLASSIFICA POR CLIENTE (SORT INTERNO, COMO NO MYSUSRPT) E
      * RECONSTROI O MEDIADD INTEIRO A CADA NOITE (OPEN OUTPUT NO
      * KSDS DEFINIDO COM REUSE, MESMO CRITERIO DO MYCUSTLD): UM
      * REGISTRO POR CLIENTE COM A QUANTIDADE DE MOVIMENTOS, O VALOR
      * MEDIO E A DATA DO ULTIMO MOVIMENTO DA JANELA.
      *
      * RODA NO MYNIGHTP (STEP003) ANTES DO MYBATCH: A TRIAGEM DA NOITE
      * COMPARA COM O HISTORICO ATE A RODADA ANTERIOR.
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-3 = JANELA EM DIAS 9(03) (BRANCO/ZERO = 90)
      *   COLUNAS 4-11 = DATA DE REFERENCIA AAAAMMDD (BRANCO = HOJE),
      *                  SO PARA REEXECUTAR UMA NOITE ATRASADA
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
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
      *--- MEDIA HISTORICA POR CLIENTE (VSAM KSDS POR ID, REUSE),
      *--- GRAVADA EM ORDEM DE CHAVE NA SAIDA DO SORT
           SELECT MED-FILE ASSIGN TO MEDIADD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MED-ID
                  FILE STATUS IS WS-MED-FILE-STATUS.
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
      *--- MESMO LAYOUT DO MED-RECORD DO MYBATCH
       FD MED-FILE
          RECORD CONTAINS 40 CHARACTERS.
       01 MED-RECORD.
           05 MED-ID                 PIC X(10).
           05 MED-QTDE               PIC 9(07).
           05 MED-VALOR-MEDIO        PIC 9(11)V99.
           05 MED-ULT-DATA           PIC 9(08).
           05 FILLER                 PIC X(02).
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
           05 PARM-JANELA-DIAS       PIC X(03).
           05 PARM-JANELA-DIAS-N REDEFINES PARM-JANELA-DIAS
                                     PIC 9(03).
           05 PARM-DATA-REF          PIC X(08).
           05 FILLER                 PIC X(69).
      *
      *--- UM REGISTRO POR MOVIMENTO DA JANELA
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-ID                 PIC X(10).
           05 SRT-DATA               PIC 9(08).
           05 SRT-VALOR              PIC 9(11)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-MED-FILE-STATUS    PIC X(02).
              88 WS-MED-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-CONTROLE.
           05 WS-FIM-SORT-SW        PIC X(01) VALUE 'N'.
              88 WS-FIM-SORT        VALUE 'S'.
           05 WS-JANELA-DIAS        PIC 9(03) VALUE 90.
           05 WS-DATA-REF           PIC 9(08) VALUE ZERO.
           05 WS-IDADE              PIC S9(07) VALUE ZERO.
           05 WS-CURRENT-DATE       PIC X(21).
           05 WS-VALOR-X            PIC X(13).
           05 WS-VALOR-N REDEFINES WS-VALOR-X PIC 9(11)V99.
      *--- CLIENTE EM CURSO NA SAIDA DO SORT
           05 WS-ANT-ID             PIC X(10) VALUE LOW-VALUES.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-JRN-LIDOS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CONSIDERADOS PIC 9(09) VALUE ZERO.
           05 WS-COUNT-FORA-JANELA  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CLIENTES     PIC 9(07) VALUE ZERO.
      *
      *--- ACUMULADORES DO CLIENTE
       01 WS-CLIENTE.
           05 WS-CLI-QTDE           PIC 9(07) VALUE ZERO.
           05 WS-CLI-TOTAL          PIC 9(15)V99 VALUE ZERO.
           05 WS-CLI-ULT-DATA       PIC 9(08) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(45) VALUE
              'MYMEDCLI - MEDIA HISTORICA DE VALOR (MEDIADD)'.
           05 FILLER                PIC X(08) VALUE ' - REF. '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(09) VALUE ' JANELA '.
           05 RPT-HDR-JANELA        PIC ZZ9.
           05 FILLER                PIC X(05) VALUE ' DIAS'.
           05 FILLER                PIC X(54) VALUE SPACES.
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
      *--- A ENTRADA FILTRA O DIARIO PELA JANELA; A SAIDA TOTALIZA
      *--- POR CLIENTE (QUEBRA DE CONTROLE) E GRAVA O MEDIADD
           SORT SORT-WORK
                ASCENDING KEY SRT-ID
                              SRT-DATA
                INPUT PROCEDURE IS 2000-CLASSIFICAR-ENTRADA
                OUTPUT PROCEDURE IS 2500-GRAVAR-MEDIAS.
      *
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYMEDCLI CONCLUIDO. MOVIMENTOS: '
                   WS-COUNT-CONSIDERADOS ' CLIENTES: '
                   WS-COUNT-CLIENTES.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           INITIALIZE WS-TOTAIS.
           INITIALIZE WS-CLIENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DATA-REF.
           PERFORM 1150-READ-PARM-CARD.
      *
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT MED-FILE.
           IF NOT WS-MED-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MED-FILE'
              DISPLAY 'FILE STATUS: ' WS-MED-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-DATA-REF    TO RPT-HDR-DATA.
           MOVE WS-JANELA-DIAS TO RPT-HDR-JANELA.
           MOVE WS-RPT-HEADER  TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-JANELA-DIAS IS NUMERIC
                 AND PARM-JANELA-DIAS-N > ZERO
                 MOVE PARM-JANELA-DIAS-N TO WS-JANELA-DIAS
              END-IF
              IF PARM-DATA-REF IS NUMERIC
                 MOVE PARM-DATA-REF TO WS-DATA-REF
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
           MOVE 'LINHAS DO DIARIO LIDAS      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-JRN-LIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS NA JANELA        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CONSIDERADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS FORA DA JANELA   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-FORA-JANELA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES GRAVADOS NO MEDIADD:' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CLIENTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           CLOSE MSTJRN-FILE MED-FILE RPT-FILE.
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
           DISPLAY '*** PROGRAMA MYMEDCLI ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *================================================================*
      * ENTRADA DO SORT: MOVIMENTOS DE DETALHE DENTRO DA JANELA
      *================================================================*
       2000-CLASSIFICAR-ENTRADA SECTION.
           READ MSTJRN-FILE.
           PERFORM 2100-FILTRAR-LINHA UNTIL NOT WS-MJR-OK.
           IF NOT WS-MJR-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
       2000-SAI.
           EXIT.
      *
      *--- O VALOR DO MOVIMENTO ESTA NO INICIO DA IMAGEM "DEPOIS" (O
      *--- DADO DO DETALHE, MESMO MAPEAMENTO DO WS-IN-VALOR DO MYBATCH)
       2100-FILTRAR-LINHA SECTION.
           ADD 1 TO WS-COUNT-JRN-LIDOS.
           MOVE MJR-DATA-DEPOIS(1:13) TO WS-VALOR-X.
           IF MJR-ORIGEM = 'D'
              AND (MJR-ACAO = 'I' OR MJR-ACAO = 'A')
              AND WS-VALOR-X IS NUMERIC
              AND WS-VALOR-N > ZERO
              AND MJR-RUN-DATE IS NUMERIC
              AND MJR-RUN-DATE NOT > WS-DATA-REF
              COMPUTE WS-IDADE =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
                - FUNCTION INTEGER-OF-DATE(MJR-RUN-DATE)
              IF WS-IDADE > WS-JANELA-DIAS
                 ADD 1 TO WS-COUNT-FORA-JANELA
              ELSE
                 ADD 1 TO WS-COUNT-CONSIDERADOS
                 MOVE MJR-ID       TO SRT-ID
                 MOVE MJR-RUN-DATE TO SRT-DATA
                 MOVE WS-VALOR-N   TO SRT-VALOR
                 RELEASE SORT-RECORD
              END-IF
           END-IF.
           READ MSTJRN-FILE.
       2100-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT: UM REGISTRO DE MEDIA POR CLIENTE
      *================================================================*
       2500-GRAVAR-MEDIAS SECTION.
           PERFORM 2550-ACUMULAR-MOVIMENTO UNTIL WS-FIM-SORT.
           IF WS-CLI-QTDE > ZERO
              PERFORM 2600-GRAVAR-CLIENTE
           END-IF.
       2500-SAI.
           EXIT.
      *
       2550-ACUMULAR-MOVIMENTO SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           IF WS-FIM-SORT
              CONTINUE
           ELSE
              IF WS-CLI-QTDE > ZERO
                 AND SRT-ID NOT = WS-ANT-ID
                 PERFORM 2600-GRAVAR-CLIENTE
              END-IF
              MOVE SRT-ID TO WS-ANT-ID
              ADD 1 TO WS-CLI-QTDE
              ADD SRT-VALOR TO WS-CLI-TOTAL
              MOVE SRT-DATA TO WS-CLI-ULT-DATA
           END-IF.
       2550-SAI.
           EXIT.
      *
       2600-GRAVAR-CLIENTE SECTION.
           MOVE SPACES          TO MED-RECORD.
           MOVE WS-ANT-ID       TO MED-ID.
           MOVE WS-CLI-QTDE     TO MED-QTDE.
           COMPUTE MED-VALOR-MEDIO ROUNDED =
                   WS-CLI-TOTAL / WS-CLI-QTDE.
           MOVE WS-CLI-ULT-DATA TO MED-ULT-DATA.
           WRITE MED-RECORD.
           IF NOT WS-MED-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO MED-FILE. ID='
                      MED-ID
              DISPLAY 'FILE STATUS: ' WS-MED-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-CLIENTES.
           INITIALIZE WS-CLIENTE.
       2600-SAI.
           EXIT.
