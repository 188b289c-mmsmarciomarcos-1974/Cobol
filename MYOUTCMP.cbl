       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYOUTCMP.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - COMPARADOR DE DUAS GERACOES DO OUT-FILE
      *
      * A CADA VERSAO NOVA DO MYBATCH (E A CADA NOITE CONTESTADA
      * REEXECUTADA PELO MODO REPLAY) SO SE COMPARAVAM CONTAGENS. ESTE
      * UTILITARIO LE DUAS GERACOES DO OUT-FILE - A ORIGINAL (OUTADD,
      * EX: UMA GERACAO DO OUT.ARCH) E A NOVA (OUTBDD, EX: A SAIDA DA
      * RODADA PARALELA OU DO REPLAY) - E CASA OS REGISTROS POR TIPO
      * E ID (SORT INTERNO, AS DUAS ENTRADAS NA MESMA CLASSIFICACAO):
      *
      *   - REGISTRO SO EM A / SO EM B;
      *   - PARA OS PARES, A DIFERENCA CAMPO A CAMPO: TIMESTAMP E OS
      *     CAMPOS DO DADO (VALOR, NATUREZA, DATA-VALOR, MOEDA E O
      *     RESTO) DO 'D'; O DADO DA EXTENSAO 'E'; A CONTAGEM E O HASH
      *     DO TRAILER 'T';
      *   - O CABECALHO 'H' (DATA E ID DA RODADA) E COMPARADO SO PARA
      *     INFORMACAO: A RODADA PARALELA E O REPLAY TEM OUTRA DATA.
      *
      * UM MESMO TIPO+ID REPETIDO NUM ARQUIVO E CASADO NA ORDEM DE
      * OCORRENCIA (1A DE A COM 1A DE B, ...).
      *
      * E A ASSINATURA DA RODADA PARALELA DE CADA VERSAO DO MYBATCH.
      * RODA SOB DEMANDA, FORA DO CICLO (SEM JCL NO MYNIGHT, COMO O
      * MYOUTVFY).
      *
      * PARMDD (OPCIONAL):
      *   COLUNA 1     = 'S' IGNORA O TIMESTAMP DO 'D' (BRANCO = 'N')
      *   COLUNAS 2-6  = MAXIMO DE LINHAS DE DIFERENCA LISTADAS 9(05)
      *                  (BRANCO/ZERO = 1000; ACIMA DISSO SO CONTA)
      *
      * RETURN-CODE 0 = SAIDAS EQUIVALENTES; 8 = HA DIFERENCA (SO EM
      * A, SO EM B OU CAMPO DIFERENTE); 16 = ERRO FATAL.
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
           SELECT OUTA-FILE ASSIGN TO OUTADD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OUTA-FILE-STATUS.
           SELECT OUTB-FILE ASSIGN TO OUTBDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OUTB-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO OUT-RECORD DO MYBATCH (100 BYTES)
       FD OUTA-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 OUTA-RECORD               PIC X(100).
      *
       FD OUTB-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 OUTB-RECORD               PIC X(100).
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
           05 PARM-IGNORA-TS         PIC X(01).
           05 PARM-MAX-LINHAS        PIC X(05).
           05 PARM-MAX-LINHAS-N REDEFINES PARM-MAX-LINHAS
                                     PIC 9(05).
           05 FILLER                 PIC X(74).
      *
      *--- REGISTRO DE CLASSIFICACAO: TIPO + ID CASAM OS REGISTROS;
      *--- O ARQUIVO (A ANTES DE B) E A SEQUENCIA DE ENTRADA ORDENAM
      *--- AS OCORRENCIAS DENTRO DE CADA CHAVE
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-TIPO               PIC X(01).
           05 SRT-ID                 PIC X(10).
           05 SRT-ARQUIVO            PIC X(01).
              88 SRT-DE-A            VALUE 'A'.
              88 SRT-DE-B            VALUE 'B'.
           05 SRT-ENTRADA-SEQ        PIC 9(09).
           05 SRT-DADOS              PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-OUTA-FILE-STATUS   PIC X(02).
              88 WS-OUTA-OK         VALUE '00'.
              88 WS-OUTA-EOF        VALUE '10'.
           05 WS-OUTB-FILE-STATUS   PIC X(02).
              88 WS-OUTB-OK         VALUE '00'.
              88 WS-OUTB-EOF        VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-PARM-CONTROLE.
           05 WS-IGNORA-TS-SW       PIC X(01) VALUE 'N'.
              88 WS-IGNORA-TS       VALUE 'S'.
           05 WS-MAX-LINHAS         PIC 9(05) VALUE 1000.
      *
      *--- VISOES DO REGISTRO DO OUT-FILE (MESMOS CAMPOS DO
      *--- WS-OUT-RECORD-LAYOUT / WS-OUT-EXT-LAYOUT / TRAILER DO
      *--- MYBATCH), UMA PARA O LADO A E OUTRA PARA O LADO B
       01 WS-REG-A.
           05 WS-A-TIPO             PIC X(01).
           05 WS-A-ID               PIC X(10).
           05 WS-A-TIMESTAMP        PIC X(26).
           05 WS-A-DATA.
               10 WS-A-VALOR        PIC X(13).
               10 WS-A-DC           PIC X(01).
               10 WS-A-DATA-VALOR   PIC X(08).
               10 WS-A-MOEDA        PIC X(03).
               10 WS-A-RESTO        PIC X(38).
       01 WS-REG-A-EXT REDEFINES WS-REG-A.
           05 FILLER                PIC X(11).
           05 WS-A-EXT-DADOS-1      PIC X(35).
           05 WS-A-EXT-DADOS-2      PIC X(34).
           05 FILLER                PIC X(20).
       01 WS-REG-A-CTL REDEFINES WS-REG-A.
           05 FILLER                PIC X(01).
           05 WS-A-HDR-RUN-DATE     PIC X(08).
           05 WS-A-HDR-RUN-ID       PIC X(08).
           05 FILLER                PIC X(83).
       01 WS-REG-A-TRL REDEFINES WS-REG-A.
           05 FILLER                PIC X(01).
           05 WS-A-TRL-COUNT        PIC X(09).
           05 WS-A-TRL-CHECKSUM     PIC X(15).
           05 FILLER                PIC X(75).
      *
       01 WS-REG-B.
           05 WS-B-TIPO             PIC X(01).
           05 WS-B-ID               PIC X(10).
           05 WS-B-TIMESTAMP        PIC X(26).
           05 WS-B-DATA.
               10 WS-B-VALOR        PIC X(13).
               10 WS-B-DC           PIC X(01).
               10 WS-B-DATA-VALOR   PIC X(08).
               10 WS-B-MOEDA        PIC X(03).
               10 WS-B-RESTO        PIC X(38).
       01 WS-REG-B-EXT REDEFINES WS-REG-B.
           05 FILLER                PIC X(11).
           05 WS-B-EXT-DADOS-1      PIC X(35).
           05 WS-B-EXT-DADOS-2      PIC X(34).
           05 FILLER                PIC X(20).
       01 WS-REG-B-CTL REDEFINES WS-REG-B.
           05 FILLER                PIC X(01).
           05 WS-B-HDR-RUN-DATE     PIC X(08).
           05 WS-B-HDR-RUN-ID       PIC X(08).
           05 FILLER                PIC X(83).
       01 WS-REG-B-TRL REDEFINES WS-REG-B.
           05 FILLER                PIC X(01).
           05 WS-B-TRL-COUNT        PIC X(09).
           05 WS-B-TRL-CHECKSUM     PIC X(15).
           05 FILLER                PIC X(75).
      *
      *--- GRUPO CORRENTE (MESMO TIPO+ID): AS OCORRENCIAS DE A FICAM
      *--- GUARDADAS ATE AS DE B CHEGAREM PARA O CASAMENTO
       01 WS-GRUPO-CONTROLE.
           05 WS-FIM-SORT-SW        PIC X(01) VALUE 'N'.
              88 WS-FIM-SORT        VALUE 'S'.
           05 WS-GRP-TIPO           PIC X(01) VALUE LOW-VALUES.
           05 WS-GRP-ID             PIC X(10) VALUE LOW-VALUES.
           05 WS-GRP-QTD            PIC 9(03) COMP VALUE ZERO.
           05 WS-GRP-PROX           PIC 9(03) COMP VALUE ZERO.
           05 WS-GRP-A-REG          PIC X(100) OCCURS 50 TIMES.
      *
      *--- COMPARACAO DE UM CAMPO: NOME E OS DOIS CONTEUDOS
       01 WS-CAMPO-CONTROLE.
           05 WS-CMP-CAMPO          PIC X(12).
           05 WS-CMP-A              PIC X(50).
           05 WS-CMP-B              PIC X(50).
           05 WS-CMP-INFO-SW        PIC X(01) VALUE 'N'.
              88 WS-CMP-INFORMATIVO VALUE 'S'.
           05 WS-PAR-DIFERE-SW      PIC X(01) VALUE 'N'.
              88 WS-PAR-DIFERE      VALUE 'S'.
      *
       01 WS-COUNTERS.
           05 WS-ENTRADA-SEQ        PIC 9(09) VALUE ZERO.
           05 WS-COUNT-LIDOS-A      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-LIDOS-B      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-PARES-IGUAIS PIC 9(09) VALUE ZERO.
           05 WS-COUNT-PARES-DIFER  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CAMPOS-DIFER PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SO-A         PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SO-B         PIC 9(09) VALUE ZERO.
           05 WS-COUNT-INFORMATIVAS PIC 9(09) VALUE ZERO.
           05 WS-COUNT-LINHAS       PIC 9(09) VALUE ZERO.
           05 WS-COUNT-EXCEDENTES   PIC 9(09) VALUE ZERO.
      *
      *--- LINHAS DO RELATORIO
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(60) VALUE
              '*** COMPARACAO DE GERACOES DO OUT-FILE (MYOUTCMP) ***'.
           05 FILLER                PIC X(72) VALUE SPACES.
      *
       01 WS-RPT-COLUNAS.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(02) VALUE 'T '.
           05 FILLER                PIC X(11) VALUE 'ID'.
           05 FILLER                PIC X(13) VALUE 'CAMPO'.
           05 FILLER                PIC X(51) VALUE
              'ARQUIVO A (ORIGINAL)'.
           05 FILLER                PIC X(55) VALUE
              'ARQUIVO B (NOVO)'.
      *
       01 WS-RPT-DIFER-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DIF-TIPO          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DIF-ID            PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DIF-CAMPO         PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DIF-A             PIC X(50).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DIF-B             PIC X(50).
           05 FILLER                PIC X(05) VALUE SPACES.
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
      *--- A ENTRADA LIBERA OS DOIS ARQUIVOS MARCADOS COM A ORIGEM;
      *--- A SAIDA CASA AS OCORRENCIAS DE CADA TIPO+ID
           SORT SORT-WORK
               ON ASCENDING KEY SRT-TIPO
                                SRT-ID
                                SRT-ARQUIVO
                                SRT-ENTRADA-SEQ
               INPUT PROCEDURE IS 2000-CLASSIFICAR-ENTRADA
               OUTPUT PROCEDURE IS 2500-COMPARAR-SAIDA.
      *
           PERFORM 3000-FINALIZE.
      *
           IF WS-COUNT-SO-A > ZERO OR WS-COUNT-SO-B > ZERO
              OR WS-COUNT-PARES-DIFER > ZERO
              DISPLAY 'MYOC000 SAIDAS DIFERENTES. SO EM A: '
                      WS-COUNT-SO-A ' SO EM B: ' WS-COUNT-SO-B
                      ' PARES DIFERENTES: ' WS-COUNT-PARES-DIFER
                      UPON CONSOLE
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'MYOUTCMP: SAIDAS EQUIVALENTES. PARES: '
                      WS-COUNT-PARES-IGUAIS
           END-IF.
           DISPLAY 'PROGRAMA MYOUTCMP CONCLUIDO'.
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
           PERFORM 1150-READ-PARM-CARD.
      *
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           IF WS-IGNORA-TS
              MOVE 'TIMESTAMP DO DETALHE IGNORADO NA COMPARACAO'
                  TO RPT-RECORD(2:60)
           ELSE
              MOVE 'TIMESTAMP DO DETALHE INCLUIDO NA COMPARACAO'
                  TO RPT-RECORD(2:60)
           END-IF.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COLUNAS TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- CARTAO OPCIONAL: SEM ELE, TIMESTAMP COMPARADO E ATE 1000
      *--- LINHAS DE DIFERENCA NO RELATORIO
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-IGNORA-TS = 'S'
                 SET WS-IGNORA-TS TO TRUE
              END-IF
              IF PARM-MAX-LINHAS IS NUMERIC
                 AND PARM-MAX-LINHAS-N > ZERO
                 MOVE PARM-MAX-LINHAS-N TO WS-MAX-LINHAS
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * PROCEDIMENTO DE ENTRADA DO SORT
      *================================================================*
       2000-CLASSIFICAR-ENTRADA SECTION.
       2010-LIBERAR-A.
           OPEN INPUT OUTA-FILE.
           IF NOT WS-OUTA-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO OUTA-FILE'
              DISPLAY 'FILE STATUS: ' WS-OUTA-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ OUTA-FILE.
           PERFORM UNTIL NOT WS-OUTA-OK
              ADD 1 TO WS-COUNT-LIDOS-A
              ADD 1 TO WS-ENTRADA-SEQ
              MOVE 'A' TO SRT-ARQUIVO
              MOVE OUTA-RECORD TO SRT-DADOS
              PERFORM 2100-CHAVEAR-REGISTRO
              RELEASE SORT-RECORD
              READ OUTA-FILE
           END-PERFORM.
           IF NOT WS-OUTA-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO OUTA-FILE'
              DISPLAY 'FILE STATUS: ' WS-OUTA-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE OUTA-FILE.
       2020-LIBERAR-B.
           OPEN INPUT OUTB-FILE.
           IF NOT WS-OUTB-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO OUTB-FILE'
              DISPLAY 'FILE STATUS: ' WS-OUTB-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ OUTB-FILE.
           PERFORM UNTIL NOT WS-OUTB-OK
              ADD 1 TO WS-COUNT-LIDOS-B
              ADD 1 TO WS-ENTRADA-SEQ
              MOVE 'B' TO SRT-ARQUIVO
              MOVE OUTB-RECORD TO SRT-DADOS
              PERFORM 2100-CHAVEAR-REGISTRO
              RELEASE SORT-RECORD
              READ OUTB-FILE
           END-PERFORM.
           IF NOT WS-OUTB-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO OUTB-FILE'
              DISPLAY 'FILE STATUS: ' WS-OUTB-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE OUTB-FILE.
       2090-FIM-ENTRADA.
           EXIT.
      *
      *--- CHAVE: TIPO + ID PARA 'D'/'E'; CABECALHO E TRAILER (UM POR
      *--- ARQUIVO) CASAM SO PELO TIPO
       2100-CHAVEAR-REGISTRO SECTION.
       2110-CHAVEAR.
           MOVE SRT-DADOS(1:1)  TO SRT-TIPO.
           MOVE WS-ENTRADA-SEQ  TO SRT-ENTRADA-SEQ.
           IF SRT-TIPO = 'H' OR SRT-TIPO = 'T'
              MOVE SPACES TO SRT-ID
           ELSE
              MOVE SRT-DADOS(2:10) TO SRT-ID
           END-IF.
       2190-FIM-CHAVEAR.
           EXIT.
      *
      *================================================================*
      * PROCEDIMENTO DE SAIDA DO SORT
      *================================================================*
       2500-COMPARAR-SAIDA SECTION.
       2510-COMPARAR.
           PERFORM 2550-AVALIAR-REGISTRO UNTIL WS-FIM-SORT.
           PERFORM 2600-FECHAR-GRUPO.
       2590-FIM-SAIDA.
           EXIT.
      *
      *--- CHAVE NOVA FECHA O GRUPO ANTERIOR. OCORRENCIA DE A E
      *--- GUARDADA; OCORRENCIA DE B CASA COM A PROXIMA DE A AINDA
      *--- LIVRE DO GRUPO OU, SE NAO HOUVER, E 'SO EM B'
       2550-AVALIAR-REGISTRO SECTION.
       2560-AVALIAR.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           IF WS-FIM-SORT
              GO TO 2570-FIM-AVALIAR
           END-IF.
           IF SRT-TIPO NOT = WS-GRP-TIPO OR SRT-ID NOT = WS-GRP-ID
              PERFORM 2600-FECHAR-GRUPO
              MOVE SRT-TIPO TO WS-GRP-TIPO
              MOVE SRT-ID   TO WS-GRP-ID
           END-IF.
           IF SRT-DE-A
              IF WS-GRP-QTD < 50
                 ADD 1 TO WS-GRP-QTD
                 MOVE SRT-DADOS TO WS-GRP-A-REG(WS-GRP-QTD)
              ELSE
      *--- MAIS DE 50 OCORRENCIAS DA MESMA CHAVE: O EXCEDENTE DE A
      *--- SAI DIRETO COMO 'SO EM A'
                 MOVE SRT-DADOS TO WS-REG-A
                 PERFORM 2710-REGISTRAR-SO-A
              END-IF
           ELSE
              MOVE SRT-DADOS TO WS-REG-B
              IF WS-GRP-PROX < WS-GRP-QTD
                 ADD 1 TO WS-GRP-PROX
                 MOVE WS-GRP-A-REG(WS-GRP-PROX) TO WS-REG-A
                 PERFORM 2650-COMPARAR-PAR
              ELSE
                 PERFORM 2720-REGISTRAR-SO-B
              END-IF
           END-IF.
       2570-FIM-AVALIAR.
           EXIT.
      *
      *--- AS OCORRENCIAS DE A QUE FICARAM SEM PAR SAO 'SO EM A'
       2600-FECHAR-GRUPO SECTION.
       2610-FECHAR.
           PERFORM UNTIL WS-GRP-PROX >= WS-GRP-QTD
              ADD 1 TO WS-GRP-PROX
              MOVE WS-GRP-A-REG(WS-GRP-PROX) TO WS-REG-A
              PERFORM 2710-REGISTRAR-SO-A
           END-PERFORM.
           MOVE ZERO TO WS-GRP-QTD.
           MOVE ZERO TO WS-GRP-PROX.
       2640-FIM-FECHAR.
           EXIT.
      *
      *--- PAR A/B DA MESMA CHAVE: CAMPO A CAMPO CONFORME O TIPO
       2650-COMPARAR-PAR SECTION.
       2660-COMPARAR.
           MOVE 'N' TO WS-PAR-DIFERE-SW.
           MOVE 'N' TO WS-CMP-INFO-SW.
           EVALUATE WS-A-TIPO
               WHEN 'D'
                   IF NOT WS-IGNORA-TS
                      MOVE 'TIMESTAMP'    TO WS-CMP-CAMPO
                      MOVE WS-A-TIMESTAMP TO WS-CMP-A
                      MOVE WS-B-TIMESTAMP TO WS-CMP-B
                      PERFORM 2700-COMPARAR-CAMPO
                   END-IF
                   MOVE 'VALOR'         TO WS-CMP-CAMPO
                   MOVE WS-A-VALOR      TO WS-CMP-A
                   MOVE WS-B-VALOR      TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
                   MOVE 'NATUREZA D/C'  TO WS-CMP-CAMPO
                   MOVE WS-A-DC         TO WS-CMP-A
                   MOVE WS-B-DC         TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
                   MOVE 'DATA-VALOR'    TO WS-CMP-CAMPO
                   MOVE WS-A-DATA-VALOR TO WS-CMP-A
                   MOVE WS-B-DATA-VALOR TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
                   MOVE 'MOEDA'         TO WS-CMP-CAMPO
                   MOVE WS-A-MOEDA      TO WS-CMP-A
                   MOVE WS-B-MOEDA      TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
                   MOVE 'RESTO DADO'    TO WS-CMP-CAMPO
                   MOVE WS-A-RESTO      TO WS-CMP-A
                   MOVE WS-B-RESTO      TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
               WHEN 'E'
                   MOVE 'EXTENSAO 1-35' TO WS-CMP-CAMPO
                   MOVE WS-A-EXT-DADOS-1 TO WS-CMP-A
                   MOVE WS-B-EXT-DADOS-1 TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
                   MOVE 'EXTENS 36-69'  TO WS-CMP-CAMPO
                   MOVE WS-A-EXT-DADOS-2 TO WS-CMP-A
                   MOVE WS-B-EXT-DADOS-2 TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
               WHEN 'T'
                   MOVE 'CONTAGEM'      TO WS-CMP-CAMPO
                   MOVE WS-A-TRL-COUNT  TO WS-CMP-A
                   MOVE WS-B-TRL-COUNT  TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
                   MOVE 'HASH DOS IDS'  TO WS-CMP-CAMPO
                   MOVE WS-A-TRL-CHECKSUM TO WS-CMP-A
                   MOVE WS-B-TRL-CHECKSUM TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
      *--- CABECALHO: DIFERENCA ESPERADA NA RODADA PARALELA/REPLAY,
      *--- LISTADA SO PARA INFORMACAO
               WHEN 'H'
                   MOVE 'S' TO WS-CMP-INFO-SW
                   MOVE 'DATA RODADA'   TO WS-CMP-CAMPO
                   MOVE WS-A-HDR-RUN-DATE TO WS-CMP-A
                   MOVE WS-B-HDR-RUN-DATE TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
                   MOVE 'ID RODADA'     TO WS-CMP-CAMPO
                   MOVE WS-A-HDR-RUN-ID TO WS-CMP-A
                   MOVE WS-B-HDR-RUN-ID TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
                   MOVE 'N' TO WS-CMP-INFO-SW
      *--- TIPO DESCONHECIDO: O REGISTRO INTEIRO E O CAMPO
               WHEN OTHER
                   MOVE 'REGISTRO 1-50' TO WS-CMP-CAMPO
                   MOVE WS-REG-A(1:50)  TO WS-CMP-A
                   MOVE WS-REG-B(1:50)  TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
                   MOVE 'REG. 51-100'   TO WS-CMP-CAMPO
                   MOVE WS-REG-A(51:50) TO WS-CMP-A
                   MOVE WS-REG-B(51:50) TO WS-CMP-B
                   PERFORM 2700-COMPARAR-CAMPO
           END-EVALUATE.
           IF WS-PAR-DIFERE
              ADD 1 TO WS-COUNT-PARES-DIFER
           ELSE
              ADD 1 TO WS-COUNT-PARES-IGUAIS
           END-IF.
       2690-FIM-COMPARAR.
           EXIT.
      *
      *--- UM CAMPO DIFERENTE VIRA UMA LINHA DO RELATORIO (ATE O
      *--- MAXIMO DO CARTAO; DEPOIS SO CONTA)
       2700-COMPARAR-CAMPO SECTION.
       2705-COMPARAR-CAMPO.
           IF WS-CMP-A NOT = WS-CMP-B
              IF WS-CMP-INFORMATIVO
                 ADD 1 TO WS-COUNT-INFORMATIVAS
              ELSE
                 SET WS-PAR-DIFERE TO TRUE
                 ADD 1 TO WS-COUNT-CAMPOS-DIFER
              END-IF
              MOVE WS-GRP-TIPO  TO RPT-DIF-TIPO
              MOVE WS-GRP-ID    TO RPT-DIF-ID
              MOVE WS-CMP-CAMPO TO RPT-DIF-CAMPO
              MOVE WS-CMP-A     TO RPT-DIF-A
              MOVE WS-CMP-B     TO RPT-DIF-B
              PERFORM 2790-LISTAR-DIFERENCA
           END-IF.
       2709-FIM-CAMPO.
           EXIT.
      *
       2710-REGISTRAR-SO-A SECTION.
       2711-REGISTRAR-SO-A.
           ADD 1 TO WS-COUNT-SO-A.
           MOVE WS-A-TIPO         TO RPT-DIF-TIPO.
           MOVE WS-REG-A(2:10)    TO RPT-DIF-ID.
           IF WS-A-TIPO = 'H' OR WS-A-TIPO = 'T'
              MOVE SPACES TO RPT-DIF-ID
           END-IF.
           MOVE '** SO EM A'      TO RPT-DIF-CAMPO.
           MOVE WS-REG-A(12:50)   TO RPT-DIF-A.
           MOVE SPACES            TO RPT-DIF-B.
           PERFORM 2790-LISTAR-DIFERENCA.
       2719-FIM-SO-A.
           EXIT.
      *
       2720-REGISTRAR-SO-B SECTION.
       2721-REGISTRAR-SO-B.
           ADD 1 TO WS-COUNT-SO-B.
           MOVE WS-B-TIPO         TO RPT-DIF-TIPO.
           MOVE WS-REG-B(2:10)    TO RPT-DIF-ID.
           IF WS-B-TIPO = 'H' OR WS-B-TIPO = 'T'
              MOVE SPACES TO RPT-DIF-ID
           END-IF.
           MOVE '** SO EM B'      TO RPT-DIF-CAMPO.
           MOVE SPACES            TO RPT-DIF-A.
           MOVE WS-REG-B(12:50)   TO RPT-DIF-B.
           PERFORM 2790-LISTAR-DIFERENCA.
       2729-FIM-SO-B.
           EXIT.
      *
       2790-LISTAR-DIFERENCA SECTION.
       2791-LISTAR-DIFERENCA.
           IF WS-COUNT-LINHAS < WS-MAX-LINHAS
              ADD 1 TO WS-COUNT-LINHAS
              MOVE WS-RPT-DIFER-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           ELSE
              ADD 1 TO WS-COUNT-EXCEDENTES
           END-IF.
       2799-FIM-LISTAR.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE SECTION.
       3010-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE 'REGISTROS LIDOS EM A         :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIDOS-A TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'REGISTROS LIDOS EM B         :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIDOS-B TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'PARES IGUAIS                 :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-PARES-IGUAIS TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'PARES COM DIFERENCA          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-PARES-DIFER TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'CAMPOS DIFERENTES            :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CAMPOS-DIFER TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'REGISTROS SO EM A            :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SO-A TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'REGISTROS SO EM B            :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SO-B TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'DIFERENCAS DE CABECALHO (INF):' TO RPT-MSG-DESC.
           MOVE WS-COUNT-INFORMATIVAS TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'LINHAS NAO LISTADAS (LIMITE) :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EXCEDENTES TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           IF WS-COUNT-SO-A > ZERO OR WS-COUNT-SO-B > ZERO
              OR WS-COUNT-PARES-DIFER > ZERO
              MOVE 'RESULTADO: SAIDAS DIFERENTES (RC 8)'
                  TO RPT-RECORD(2:60)
           ELSE
              MOVE 'RESULTADO: SAIDAS EQUIVALENTES (RC 0)'
                  TO RPT-RECORD(2:60)
           END-IF.
           PERFORM 4200-WRITE-REPORT.
      *
           CLOSE RPT-FILE.
       3090-FIM-FINALIZE.
           EXIT.
      *
       3100-LINHA-RESUMO SECTION.
       3110-LINHA-RESUMO.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
       3190-FIM-RESUMO.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4200-WRITE-REPORT SECTION.
       4210-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
       4290-FIM-WRITE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND SECTION.
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYOUTCMP ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
