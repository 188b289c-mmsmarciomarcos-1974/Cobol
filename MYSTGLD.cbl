       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYSTGLD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CARGA DA MINHA_TABELA A PARTIR DO OUT-FILE
      *
      * NADA NO SISTEMA INSERIA LINHAS NA MINHA_TABELA: O STEP020
      * (MYDB2BAT) SO VIRA PARA 'PROCESSADO' O QUE JA ESTA 'PENDENTE',
      * E AS LINHAS ERAM PREPARADAS A MAO NO SPUFI. ESTE PROGRAMA LE
      * OS DETALHES 'D' ACEITOS PELO MYBATCH (PROD.MYNIGHT.OUT.DIARIO)
      * E INSERE OU RENOVA UMA LINHA POR ID ACEITO, COM
      * STATUS_REGISTRO = 'PENDENTE', PENDENTE_TS E A PRIORIDADE
      * DERIVADA DO MOVIMENTO.
      *
      * DUAS PASSADAS NO ARQUIVO:
      *   1. CONFERENCIA DO CABECALHO 'H' E DO TRAILER 'T' (CONTAGEM
      *      DE 'D' E HASH DOS IDS - O MESMO CALCULO DO MYOUTVFY). SE
      *      O ARQUIVO NAO FECHA, NENHUMA LINHA E TOCADA E O PASSO
      *      TERMINA COM RC 8 (O COND DO STEP020 SEGURA O RESTO).
      *   2. CARGA: UPDATE DA LINHA EXISTENTE; SQLCODE +100 = INSERT.
      *
      * O RELATORIO RECONCILIA O QUE FOI CARREGADO CONTRA O TRAILER
      * (INSERIDAS + RENOVADAS + NAO CARREGAVEIS = CONTAGEM DO
      * TRAILER). ASSIM O QUE O MYDB2BAT PROCESSA A NOITE E
      * COMPROVADAMENTE O MESMO QUE O MYBATCH ACEITOU.
      *
      * CARGA NAO RECONCILIADA (MYSG013) NAO E CONFIRMADA: O PASSO DA
      * ROLLBACK EM VEZ DO COMMIT FINAL. OS COMMITS INTERMEDIARIOS (A
      * CADA N LINHAS DO PARMDD) JA CONFIRMADOS CONTINUAM NA TABELA,
      * ENTAO DEPOIS DE UM RC 8 A RE-EXECUCAO DO PASSO E OBRIGATORIA
      * ANTES DO STEP020 - E SEGURA: O UPDATE/INSERT NO +100 SO RENOVA
      * AS LINHAS QUE A TENTATIVA ANTERIOR JA TINHA GRAVADO.
      *
      * RETURN-CODE 0 = CARGA RECONCILIADA; 8 = ARQUIVO REPROVADO NA
      * CONFERENCIA OU CARGA NAO RECONCILIADA; 16 = ERRO FATAL.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-FILE ASSIGN TO OUTPUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO OUT-RECORD DO MYBATCH/MYOUTVFY
       FD OUT-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 OUT-RECORD.
           05 OUT-REC-TYPE           PIC X(01).
              88 OUT-REC-IS-HEADER   VALUE 'H'.
              88 OUT-REC-IS-DETAIL   VALUE 'D'.
              88 OUT-REC-IS-TRAILER  VALUE 'T'.
              88 OUT-REC-IS-EXTENSAO VALUE 'E'.
           05 OUT-REC-BODY           PIC X(99).
      *
      *--- DETALHE: WS-OUT-ID + WS-OUT-TIMESTAMP + WS-OUT-DATA. O
      *--- WS-OUT-DATA E O INICIO DO WS-IN-DATA DO DETALHE DE ENTRADA
      *--- (VALOR 9(11)V99 + D/C + DATA-VALOR + MOEDA + RESTO).
       01 OUT-DETAIL-ALT REDEFINES OUT-RECORD.
           05 FILLER                 PIC X(01).
           05 OUT-DET-ID             PIC X(10).
           05 OUT-DET-ID-NUM REDEFINES OUT-DET-ID PIC 9(10).
           05 OUT-DET-TIMESTAMP      PIC X(26).
           05 OUT-DET-DATA.
              10 OUT-DET-VALOR       PIC 9(11)V99.
              10 OUT-DET-DC          PIC X(01).
                 88 OUT-DET-DEBITO   VALUE 'D'.
              10 OUT-DET-DATA-VALOR  PIC X(08).
              10 OUT-DET-MOEDA       PIC X(03).
              10 FILLER              PIC X(38).
      *
       01 OUT-HEADER-ALT REDEFINES OUT-RECORD.
           05 FILLER                 PIC X(01).
           05 OUT-HDR-RUN-DATE       PIC 9(08).
           05 OUT-HDR-RUN-ID         PIC X(08).
           05 FILLER                 PIC X(83).
      *
       01 OUT-TRAILER-ALT REDEFINES OUT-RECORD.
           05 FILLER                 PIC X(01).
           05 OUT-TRL-COUNT          PIC 9(09).
           05 OUT-TRL-CHECKSUM       PIC 9(15).
           05 FILLER                 PIC X(75).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
      *--- CARTAO DE PARAMETROS (OPCIONAL)
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-COMMIT-FREQUENCY    PIC 9(05).
           05 PARM-LIMITE-PRIORIDADE-1 PIC 9(11)V99.
           05 FILLER                   PIC X(62).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYEXCRTY/MYDQHLD
       01 WS-DB-HOST-VARS.
           05 H-ID-CLIENTE          PIC S9(09) COMP.
           05 H-NOME-CLIENTE        PIC X(40).
           05 H-PENDENTE-TS         PIC X(26).
           05 H-PRIORIDADE          PIC S9(04) COMP.
           05 H-RUN-TS              PIC X(26).
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-OUT-FILE-STATUS    PIC X(02).
              88 WS-OUT-OK          VALUE '00'.
              88 WS-OUT-EOF         VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- CONFERENCIA DO ARQUIVO (PASSADA 1)
       01 WS-VERIFY-CONTROLE.
           05 WS-COUNT-RECORDS      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DETAILS      PIC 9(09) VALUE ZERO.
           05 WS-CHECKSUM           PIC 9(15) VALUE ZERO.
           05 WS-HDR-SEEN-SW        PIC X(01) VALUE 'N'.
              88 WS-HDR-SEEN        VALUE 'S'.
           05 WS-TRL-SEEN-SW        PIC X(01) VALUE 'N'.
              88 WS-TRL-SEEN        VALUE 'S'.
           05 WS-HDR-RUN-DATE       PIC 9(08) VALUE ZERO.
           05 WS-HDR-RUN-ID         PIC X(08) VALUE SPACES.
           05 WS-TRL-COUNT          PIC 9(09) VALUE ZERO.
           05 WS-TRL-CHECKSUM       PIC 9(15) VALUE ZERO.
           05 WS-ERRO-SW            PIC X(01) VALUE 'N'.
              88 WS-TEM-ERRO        VALUE 'S'.
      *
      *--- CARGA (PASSADA 2)
       01 WS-COUNTERS.
           05 WS-COUNT-STAGE-READ   PIC 9(09) VALUE ZERO.
           05 WS-COUNT-INSERTED     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-REFRESHED    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-NAO-CARREG   PIC 9(09) VALUE ZERO.
           05 WS-COUNT-PRIORIDADE   PIC 9(09) VALUE ZERO
                                    OCCURS 3 TIMES.
           05 WS-COUNT-SEM-NOME     PIC 9(09) VALUE ZERO.
           05 WS-STAGE-CHECKSUM     PIC 9(15) VALUE ZERO.
           05 WS-COUNT-RECONCIL     PIC 9(09) VALUE ZERO.
           05 WS-COMMIT-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-PRI-SUB            PIC 9(01) VALUE ZERO.
      *
       01 WS-PARM-CONTROLE.
           05 WS-COMMIT-FREQUENCY   PIC 9(05) VALUE 1000.
      *--- VALOR A PARTIR DO QUAL O MOVIMENTO ENTRA NA CLASSE 1
      *--- (CRITICA) DO CURSOR C1 DO MYDB2BAT. ZERO = SEM CLASSE 1.
           05 WS-LIMITE-PRIORIDADE-1 PIC 9(11)V99 VALUE ZERO.
      *
       01 WS-RECONCIL-SW            PIC X(01) VALUE 'S'.
           88 WS-CARGA-RECONCILIADA VALUE 'S'.
           88 WS-CARGA-DIVERGENTE   VALUE 'N'.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(45) VALUE
              'MYSTGLD - CARGA DA MINHA_TABELA (OUT-FILE)'.
           05 FILLER                PIC X(20) VALUE
              '     RODADA: '.
           05 RPT-HDR-RUN-ID        PIC X(08).
           05 FILLER                PIC X(08) VALUE '  DATA: '.
           05 RPT-HDR-RUN-DATE      PIC 9(08).
           05 FILLER                PIC X(43) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(83) VALUE SPACES.
      *
       01 WS-RPT-TEXT-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-TEXT              PIC X(132).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-VERIFY-RECORDS UNTIL WS-OUT-EOF.
           PERFORM 2900-CHECK-VERIFY.
           IF NOT WS-TEM-ERRO
              PERFORM 1200-REOPEN-OUT-FILE
              PERFORM 2100-STAGE-RECORD UNTIL WS-OUT-EOF
              PERFORM 2950-RECONCILE-LOAD
           END-IF.
           PERFORM 3000-FINALIZE.
      *
           IF WS-TEM-ERRO OR WS-CARGA-DIVERGENTE
              DISPLAY 'MYSG010 CARGA DA MINHA_TABELA NAO RECONCILIADA'
                      ' COM O OUT-FILE. VER RELATORIO.' UPON CONSOLE
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'PROGRAMA MYSTGLD CONCLUIDO. INSERIDAS: '
                   WS-COUNT-INSERTED ' RENOVADAS: '
                   WS-COUNT-REFRESHED.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           OPEN INPUT OUT-FILE.
           IF NOT WS-OUT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO OUT-FILE'
              DISPLAY 'FILE STATUS: ' WS-OUT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *--- PENDENTE_TS DAS LINHAS CUJO DETALHE NAO TRAZ TIMESTAMP: UM
      *--- UNICO INSTANTE PARA A CARGA INTEIRA (A IDADE EM 'PENDENTE'
      *--- QUE O MYDB2BAT MEDE CONTA A PARTIR DA CARGA).
           EXEC SQL
               SELECT CURRENT TIMESTAMP
                 INTO :H-RUN-TS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSTGLD: ERRO AO OBTER CURRENT TIMESTAMP. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 4000-READ-NEXT-RECORD.
           EXIT.
      *
      *--- LE O CARTAO PARMDD (OPCIONAL). SEM ELE, COMMIT A CADA 1000
      *--- LINHAS E NENHUM MOVIMENTO NA CLASSE 1.
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-COMMIT-FREQUENCY IS NUMERIC
                 AND PARM-COMMIT-FREQUENCY > ZERO
                 MOVE PARM-COMMIT-FREQUENCY TO WS-COMMIT-FREQUENCY
              END-IF
              IF PARM-LIMITE-PRIORIDADE-1 IS NUMERIC
                 MOVE PARM-LIMITE-PRIORIDADE-1
                      TO WS-LIMITE-PRIORIDADE-1
              END-IF
              DISPLAY 'CARTAO DE PARAMETROS LIDO. FREQUENCIA DE '
                      'COMMIT=' WS-COMMIT-FREQUENCY
                      ' LIMITE PRIORIDADE 1=' WS-LIMITE-PRIORIDADE-1
           ELSE
              DISPLAY 'CARTAO DE PARAMETROS (PARMDD) NAO FORNECIDO. '
                      'USANDO DEFAULTS.'
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *--- SEGUNDA PASSADA: O ARQUIVO SO E CARREGADO DEPOIS DE
      *--- CONFERIDO POR INTEIRO NA PRIMEIRA.
       1200-REOPEN-OUT-FILE.
           CLOSE OUT-FILE.
           OPEN INPUT OUT-FILE.
           IF NOT WS-OUT-OK
              DISPLAY 'ERRO FATAL NA REABERTURA DO OUT-FILE'
              DISPLAY 'FILE STATUS: ' WS-OUT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4000-READ-NEXT-RECORD.
           EXIT.
      *
      *================================================================*
      * PASSADA 1 - CONFERENCIA DO CABECALHO E DO TRAILER
      *================================================================*
       2000-VERIFY-RECORDS.
           EVALUATE TRUE
               WHEN OUT-REC-IS-HEADER
                   IF WS-COUNT-RECORDS NOT = 1
                      DISPLAY 'MYSG001 CABECALHO FORA DA PRIMEIRA '
                              'POSICAO.'
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
                   IF WS-HDR-SEEN
                      DISPLAY 'MYSG002 MAIS DE UM CABECALHO.'
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
                   SET WS-HDR-SEEN TO TRUE
                   MOVE OUT-HDR-RUN-DATE TO WS-HDR-RUN-DATE
                   MOVE OUT-HDR-RUN-ID   TO WS-HDR-RUN-ID
      *
               WHEN OUT-REC-IS-DETAIL
                   IF WS-TRL-SEEN
                      DISPLAY 'MYSG003 REGISTRO DE DADOS DEPOIS DO '
                              'TRAILER.'
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
                   ADD 1 TO WS-COUNT-DETAILS
                   IF OUT-DET-ID-NUM IS NUMERIC
                      ADD OUT-DET-ID-NUM TO WS-CHECKSUM
                   END-IF
      *
               WHEN OUT-REC-IS-EXTENSAO
                   IF WS-TRL-SEEN
                      DISPLAY 'MYSG003 REGISTRO DE DADOS DEPOIS DO '
                              'TRAILER.'
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
      *
               WHEN OUT-REC-IS-TRAILER
                   IF WS-TRL-SEEN
                      DISPLAY 'MYSG004 MAIS DE UM TRAILER.'
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
                   SET WS-TRL-SEEN TO TRUE
                   MOVE OUT-TRL-COUNT    TO WS-TRL-COUNT
                   MOVE OUT-TRL-CHECKSUM TO WS-TRL-CHECKSUM
      *
               WHEN OTHER
                   DISPLAY 'MYSG005 TIPO DE REGISTRO DESCONHECIDO: '
                           OUT-REC-TYPE
                   SET WS-TEM-ERRO TO TRUE
           END-EVALUATE.
      *
           PERFORM 4000-READ-NEXT-RECORD.
           EXIT.
      *
       2900-CHECK-VERIFY.
           IF NOT WS-HDR-SEEN
              DISPLAY 'MYSG006 CABECALHO AUSENTE.'
              SET WS-TEM-ERRO TO TRUE
           END-IF.
           IF NOT WS-TRL-SEEN
              DISPLAY 'MYSG007 TRAILER AUSENTE (ARQUIVO TRUNCADO?).'
              SET WS-TEM-ERRO TO TRUE
           ELSE
              IF WS-TRL-COUNT NOT = WS-COUNT-DETAILS
                 DISPLAY 'MYSG008 TRAILER INFORMA ' WS-TRL-COUNT
                         ' REGISTROS, LIDOS ' WS-COUNT-DETAILS
                 SET WS-TEM-ERRO TO TRUE
              END-IF
              IF WS-TRL-CHECKSUM NOT = WS-CHECKSUM
                 DISPLAY 'MYSG009 HASH DO TRAILER ' WS-TRL-CHECKSUM
                         ' DIFERENTE DO CALCULADO ' WS-CHECKSUM
                 SET WS-TEM-ERRO TO TRUE
              END-IF
           END-IF.
           IF WS-TEM-ERRO
              DISPLAY 'MYSG011 OUT-FILE REPROVADO NA CONFERENCIA. '
                      'NENHUMA LINHA CARREGADA.' UPON CONSOLE
           END-IF.
           EXIT.
      *
      *================================================================*
      * PASSADA 2 - CARGA DA MINHA_TABELA
      *================================================================*
       2100-STAGE-RECORD.
           IF OUT-REC-IS-DETAIL
              ADD 1 TO WS-COUNT-STAGE-READ
              IF OUT-DET-ID-NUM IS NUMERIC
                 ADD OUT-DET-ID-NUM TO WS-STAGE-CHECKSUM
              END-IF
      *--- ID_CLIENTE E S9(09): ID NAO NUMERICO OU ACIMA DE NOVE
      *--- DIGITOS NAO CABE NA COLUNA E FICA FORA DA CARGA (CONTADO
      *--- A PARTE NA RECONCILIACAO).
              IF OUT-DET-ID-NUM IS NOT NUMERIC
                 OR OUT-DET-ID-NUM > 999999999
                 ADD 1 TO WS-COUNT-NAO-CARREG
                 DISPLAY 'MYSG012 ID NAO CARREGAVEL NA MINHA_TABELA: '
                         OUT-DET-ID
              ELSE
                 PERFORM 2110-DERIVE-ROW-VALUES
                 PERFORM 2120-UPSERT-ROW
                 PERFORM 2300-CHECK-COMMIT
              END-IF
           END-IF.
           PERFORM 4000-READ-NEXT-RECORD.
           EXIT.
      *
      *--- PRIORIDADE: 1 = VALOR A PARTIR DO LIMITE DO PARMDD,
      *--- 2 = DEBITO, 3 = DEMAIS (A CLASSE PEGA-TUDO DO MYDB2BAT).
       2110-DERIVE-ROW-VALUES.
           MOVE OUT-DET-ID-NUM TO H-ID-CLIENTE.
           IF OUT-DET-TIMESTAMP = SPACES
              MOVE H-RUN-TS          TO H-PENDENTE-TS
           ELSE
              MOVE OUT-DET-TIMESTAMP TO H-PENDENTE-TS
           END-IF.
           EVALUATE TRUE
               WHEN WS-LIMITE-PRIORIDADE-1 > ZERO
                AND OUT-DET-VALOR IS NUMERIC
                AND OUT-DET-VALOR >= WS-LIMITE-PRIORIDADE-1
                   MOVE 1 TO H-PRIORIDADE
               WHEN OUT-DET-DEBITO
                   MOVE 2 TO H-PRIORIDADE
               WHEN OTHER
                   MOVE 3 TO H-PRIORIDADE
           END-EVALUATE.
           MOVE H-PRIORIDADE TO WS-PRI-SUB.
           ADD 1 TO WS-COUNT-PRIORIDADE(WS-PRI-SUB).
           EXIT.
      *
      *--- RENOVA A LINHA QUE JA EXISTE (ID QUE VOLTOU A MOVIMENTAR
      *--- ANTES DE O MYDB2BAT PROCESSAR, OU JA 'PROCESSADO' EM NOITE
      *--- ANTERIOR); SQLCODE +100 = PRIMEIRA VEZ, INSERE.
       2120-UPSERT-ROW.
           EXEC SQL
               UPDATE MINHA_TABELA
                  SET STATUS_REGISTRO = 'PENDENTE',
                      PENDENTE_TS     = TIMESTAMP(:H-PENDENTE-TS),
                      PRIORIDADE      = :H-PRIORIDADE
                WHERE ID_CLIENTE = :H-ID-CLIENTE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-COUNT-REFRESHED
               WHEN SQLCODE = +100
                   PERFORM 2130-INSERT-ROW
               WHEN OTHER
                   DISPLAY 'MYSTGLD: ERRO NO UPDATE DA MINHA_TABELA. '
                           'ID: ' H-ID-CLIENTE ' SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- O NOME VEM DE TB_CLIENTES (O OUT-FILE NAO O TRAZ). CLIENTE
      *--- AINDA SEM CADASTRO ENTRA COM NOME EM BRANCO - O MYBATCH JA
      *--- ACEITOU O MOVIMENTO, A LINHA NAO PODE FICAR DE FORA.
       2130-INSERT-ROW.
           MOVE SPACES TO H-NOME-CLIENTE.
           EXEC SQL
               SELECT NOME_CLIENTE
                 INTO :H-NOME-CLIENTE
                 FROM TB_CLIENTES
                WHERE ID_CLIENTE = :H-ID-CLIENTE
           END-EXEC.
           IF SQLCODE = +100
              ADD 1 TO WS-COUNT-SEM-NOME
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY 'MYSTGLD: ERRO NA CONSULTA A TB_CLIENTES. '
                         'ID: ' H-ID-CLIENTE ' SQLCODE: ' SQLCODE
                 PERFORM 9900-SQL-ERROR-ABEND
              END-IF
           END-IF.
           EXEC SQL
               INSERT INTO MINHA_TABELA
                   (ID_CLIENTE, NOME_CLIENTE, STATUS_REGISTRO,
                    PENDENTE_TS, PRIORIDADE)
               VALUES
                   (:H-ID-CLIENTE, :H-NOME-CLIENTE, 'PENDENTE',
                    TIMESTAMP(:H-PENDENTE-TS), :H-PRIORIDADE)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYSTGLD: ERRO NO INSERT NA MINHA_TABELA. '
                      'ID: ' H-ID-CLIENTE ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-INSERTED.
           EXIT.
      *
       2300-CHECK-COMMIT.
           ADD 1 TO WS-COMMIT-COUNT.
           IF WS-COMMIT-COUNT >= WS-COMMIT-FREQUENCY
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MYSTGLD: ERRO NO COMMIT. SQLCODE: ' SQLCODE
                 PERFORM 9900-SQL-ERROR-ABEND
              END-IF
              MOVE ZERO TO WS-COMMIT-COUNT
           END-IF.
           EXIT.
      *
      *--- TODO DETALHE DO TRAILER TEM QUE TER VIRADO LINHA (INSERIDA
      *--- OU RENOVADA) OU ESTAR CONTADO COMO NAO CARREGAVEL, E O
      *--- HASH DA SEGUNDA PASSADA TEM QUE BATER COM O DO TRAILER.
       2950-RECONCILE-LOAD.
           COMPUTE WS-COUNT-RECONCIL = WS-COUNT-INSERTED
                                     + WS-COUNT-REFRESHED
                                     + WS-COUNT-NAO-CARREG.
           IF WS-COUNT-RECONCIL NOT = WS-TRL-COUNT
              OR WS-COUNT-STAGE-READ NOT = WS-TRL-COUNT
              OR WS-STAGE-CHECKSUM NOT = WS-TRL-CHECKSUM
              SET WS-CARGA-DIVERGENTE TO TRUE
              DISPLAY 'MYSG013 CARGA ' WS-COUNT-RECONCIL
                      ' DIFERENTE DO TRAILER ' WS-TRL-COUNT
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           IF NOT WS-TEM-ERRO
              IF WS-CARGA-DIVERGENTE
                 EXEC SQL ROLLBACK END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'MYSTGLD: ERRO NO ROLLBACK. SQLCODE: '
                            SQLCODE
                    PERFORM 9900-SQL-ERROR-ABEND
                 END-IF
              ELSE
                 EXEC SQL COMMIT END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'MYSTGLD: ERRO NO COMMIT. SQLCODE: '
                            SQLCODE
                    PERFORM 9900-SQL-ERROR-ABEND
                 END-IF
              END-IF
           END-IF.
           PERFORM 4200-WRITE-REPORT.
           CLOSE OUT-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-RECORD.
           READ OUT-FILE.
           IF WS-OUT-OK
              ADD 1 TO WS-COUNT-RECORDS
           ELSE
              IF NOT WS-OUT-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO OUT-FILE'
                 DISPLAY 'FILE STATUS: ' WS-OUT-FILE-STATUS
                 PERFORM 9910-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           MOVE WS-HDR-RUN-ID   TO RPT-HDR-RUN-ID.
           MOVE WS-HDR-RUN-DATE TO RPT-HDR-RUN-DATE.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4210-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4210-WRITE-RPT-LINE.
      *
           MOVE 'TRAILER - DETALHES INFORMADOS:' TO RPT-MSG-DESC.
           MOVE WS-TRL-COUNT TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'TRAILER - HASH DOS IDS       :' TO RPT-MSG-DESC.
           MOVE WS-TRL-CHECKSUM TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'DETALHES CONFERIDOS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-DETAILS TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'HASH CALCULADO NA CONFERENCIA:' TO RPT-MSG-DESC.
           MOVE WS-CHECKSUM TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
      *
           MOVE SPACES TO WS-RPT-TEXT-LINE.
           IF WS-TEM-ERRO
              MOVE '*** OUT-FILE REPROVADO NA CONFERENCIA - NENHUMA LIN
      -            'HA DA MINHA_TABELA FOI TOCADA ***' TO RPT-TEXT
              MOVE WS-RPT-TEXT-LINE TO RPT-RECORD
              PERFORM 4210-WRITE-RPT-LINE
           ELSE
              PERFORM 4230-WRITE-LOAD-SUMMARY
           END-IF.
           EXIT.
      *
       4230-WRITE-LOAD-SUMMARY.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4210-WRITE-RPT-LINE.
           MOVE 'LINHAS INSERIDAS             :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-INSERTED TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'LINHAS RENOVADAS (EXISTENTES):' TO RPT-MSG-DESC.
           MOVE WS-COUNT-REFRESHED TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'IDS NAO CARREGAVEIS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-NAO-CARREG TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'TOTAL RECONCILIADO           :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-RECONCIL TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'HASH DOS IDS NA CARGA        :' TO RPT-MSG-DESC.
           MOVE WS-STAGE-CHECKSUM TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4210-WRITE-RPT-LINE.
           MOVE 'PRIORIDADE 1 (VALOR ALTO)    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-PRIORIDADE(1) TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'PRIORIDADE 2 (DEBITO)        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-PRIORIDADE(2) TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'PRIORIDADE 3 (DEMAIS)        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-PRIORIDADE(3) TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
           MOVE 'INSERIDAS SEM NOME (SEM CAD.):' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-NOME TO RPT-MSG-VALUE.
           PERFORM 4220-WRITE-SUMMARY-LINE.
      *
           MOVE SPACES TO WS-RPT-TEXT-LINE.
           IF WS-CARGA-RECONCILIADA
              MOVE 'CARGA RECONCILIADA COM O TRAILER DO OUT-FILE.'
                   TO RPT-TEXT
           ELSE
              MOVE '*** CARGA NAO RECONCILIADA COM O TRAILER DO OUT-FIL
      -            'E ***' TO RPT-TEXT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4210-WRITE-RPT-LINE.
           MOVE WS-RPT-TEXT-LINE TO RPT-RECORD.
           PERFORM 4210-WRITE-RPT-LINE.
           IF WS-CARGA-DIVERGENTE
              MOVE SPACES TO WS-RPT-TEXT-LINE
              MOVE '*** ULTIMO BLOCO DESFEITO (ROLLBACK) - RE-EXECUTAR
      -            'O PASSO ANTES DO STEP020 ***' TO RPT-TEXT
              MOVE WS-RPT-TEXT-LINE TO RPT-RECORD
              PERFORM 4210-WRITE-RPT-LINE
           END-IF.
           EXIT.
      *
       4210-WRITE-RPT-LINE.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4220-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4210-WRITE-RPT-LINE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYSTGLD ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYSTGLD ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
