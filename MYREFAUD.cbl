       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYREFAUD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - AUDITORIA REFERENCIAL MESTRE X CLIENTES
      *
      * O MYRECON GARANTE QUE CUSTFILE, TB_CLIENTES E DBCLIENT
      * CONCORDAM ENTRE SI, MAS NADA CONFERIA O MST-FILE CONTRA ELES:
      * SOBRAVAM MESTRES DE CLIENTES FUNDIDOS (MYMERGE) OU
      * ANONIMIZADOS (MYANONYM) E CLIENTES INATIVADOS PELA TRN3 COM
      * SALDO NA CONTA. ESTE PROGRAMA FAZ O MATCH/MERGE DO MASTERDD
      * (ORDEM DE MST-ID) COM TB_CLIENTES (ORDER BY ID_CLIENTE) E
      * RELATA CADA MESTRE EM UMA DAS CLASSES:
      *
      *   1. MESTRE SEM CLIENTE  - NENHUMA LINHA NA TB_CLIENTES;
      *   2. MESTRE CLI INATIVO  - CLIENTE INATIVO (OU FUNDIDO, QUE O
      *      MYMERGE DEIXA INATIVO) E SALDO ZERO;
      *   3. INATIVO COM SALDO   - CLIENTE INATIVO/FUNDIDO E MST-SALDO
      *      DIFERENTE DE ZERO (DINHEIRO PARADO EM CONTA SEM DONO);
      *   4. ID DIGITO INVALIDO  - MST-ID REPROVADO PELO MYCHKDIG
      *      (INDEPENDENTE DAS OUTRAS CLASSES).
      *
      * A FUSAO E RECONHECIDA PELA LINHA DO MYMERGE NO DIARIO
      * TB_CLIENTES_JOURNAL; A ANONIMIZACAO, PELO NOME 'ANONIMIZADO'.
      * AS DUAS SAO SO ANOTADAS NA LINHA DE DETALHE.
      *
      * O MESTRE E POR ID + CONTA: CADA CONTA DO CLIENTE E CLASSIFICADA
      * NA SUA LINHA (A CLASSE 3 APONTA A CONTA QUE TEM O SALDO); O
      * DIGITO DO ID E CONFERIDO UMA VEZ SO, NA PRIMEIRA CONTA.
      *
      * AS LINHAS DE DETALHE COMECAM PELO NOME DA CLASSE - O COLETOR
      * DE QUALIDADE (MYDQCOLL) AS CONTA POR ESSE PREFIXO, COMO FAZ
      * COM O RELATORIO DO MYRECON.
      *
      * PARMDD (OPCIONAL): LIMITES DE TOLERANCIA AVISO/ERRO PIC 9(07)
      * POR CLASSE, NA ORDEM ACIMA (8 X 9(07)). CONTAGEM ACIMA DO
      * AVISO = RC 4; ACIMA DO ERRO = RC 8; 9999999 (OU CARTAO
      * AUSENTE) DESLIGA O LIMITE - O MESMO PORTAO DO STEP040/MYRECON.
      *
      * SO LEITURA: NENHUM ACERVO E ALTERADO. RC 16 = ERRO DE DB2 OU
      * DE ARQUIVO.
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
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
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
           05 MST-SITUACAO           PIC X(01).
           05 FILLER                 PIC X(16).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
      *--- LIMITES AVISO/ERRO DAS QUATRO CLASSES, NA ORDEM DA TABELA
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PARM-RECORD.
           05 PARM-LIMITES OCCURS 4 TIMES.
              10 PARM-WARN           PIC 9(07).
              10 PARM-ERRO           PIC 9(07).
           05 FILLER                 PIC X(24).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-STATUS-CLIENTE      PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-FUNDIDO             PIC X(01).
      *
      *--- TODOS OS CLIENTES, INCLUSIVE OS INATIVOS (O QUE INTERESSA
      *--- AQUI E JUSTAMENTE O MESTRE QUE FICOU PARA TRAS)
           EXEC SQL
               DECLARE C_CLIENTES CURSOR FOR
                   SELECT C.ID_CLIENTE, C.STATUS_CLIENTE,
                          C.NOME_CLIENTE,
                          CASE WHEN EXISTS
                               (SELECT 1
                                  FROM TB_CLIENTES_JOURNAL J
                                 WHERE J.ID_CLIENTE = C.ID_CLIENTE
                                   AND J.PROGRAM_NAME = 'MYMERGE')
                               THEN 'S' ELSE 'N' END
                   FROM TB_CLIENTES C
                   ORDER BY C.ID_CLIENTE
           END-EXEC.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK               VALUE '00'.
              88 WS-MST-EOF              VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK              VALUE '00'.
      *
      *--- CHAVES DO MATCH/MERGE (HIGH-VALUES NO FIM DE CADA LADO)
       01 WS-CHAVES.
           05 WS-CHAVE-MST          PIC X(10) VALUE LOW-VALUES.
           05 WS-CHAVE-DB2          PIC X(10) VALUE LOW-VALUES.
      *--- ULTIMO ID QUE PASSOU PELA CONFERENCIA DO DIGITO
           05 WS-ID-CONFERIDO       PIC X(10) VALUE LOW-VALUES.
      *
       01 WS-DATA-CONTROLE.
           05 WS-CURRENT-DATE-NUM   PIC 9(08) VALUE ZERO.
      *
      *--- CLASSES DA AUDITORIA: CONTAGEM, LIMITES E O PREFIXO DA
      *--- LINHA DE DETALHE (QUE O MYDQCOLL RECONHECE)
       01 WS-CLASSES-NOMES.
           05 FILLER PIC X(20) VALUE 'MESTRE SEM CLIENTE'.
           05 FILLER PIC X(20) VALUE 'MESTRE CLI INATIVO'.
           05 FILLER PIC X(20) VALUE 'INATIVO COM SALDO'.
           05 FILLER PIC X(20) VALUE 'ID DIGITO INVALIDO'.
       01 WS-CLASSES-NOMES-R REDEFINES WS-CLASSES-NOMES.
           05 WS-CLS-NOME           PIC X(20) OCCURS 4 TIMES.
      *
       01 WS-CLASSES.
           05 WS-CLS-ENT OCCURS 4 TIMES
                         INDEXED BY WS-CLS-IDX.
              10 WS-CLS-COUNT       PIC 9(08).
              10 WS-CLS-WARN        PIC 9(07).
              10 WS-CLS-ERRO        PIC 9(07).
      *
       01 WS-COUNTERS.
           05 WS-COUNT-MESTRES      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CASADOS      PIC 9(09) VALUE ZERO.
           05 WS-CLS-ATUAL          PIC 9(01) VALUE ZERO.
           05 WS-FINAL-RC           PIC 9(02) VALUE ZERO.
      *
       01 WS-APOIO-VARS.
           05 WS-OBSERVACAO         PIC X(20).
           05 WS-STATUS-ATUAL       PIC X(10).
      *
       COPY MYCHKDGC.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(52) VALUE
              'MYREFAUD - AUDITORIA REFERENCIAL MESTRE X CLIENTES  '.
           05 RPT-HDR-DATE          PIC 9(08).
           05 FILLER                PIC X(73) VALUE SPACES.
       01 RPT-DIVISOR              PIC X(133) VALUE ALL '='.
      *
      *--- LINHA DE DETALHE: O NOME DA CLASSE NA COLUNA 1
       01 RPT-DET-LINE.
           05 RPT-DET-CLASSE        PIC X(20).
           05 FILLER                PIC X(04) VALUE ' ID='.
           05 RPT-DET-ID            PIC X(10).
           05 FILLER                PIC X(07) VALUE ' CONTA='.
           05 RPT-DET-CONTA         PIC 9(03).
           05 FILLER                PIC X(07) VALUE ' SALDO='.
           05 RPT-DET-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(08) VALUE ' STATUS='.
           05 RPT-DET-STATUS        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-DET-OBS           PIC X(20).
           05 FILLER                PIC X(25) VALUE SPACES.
      *
       01 RPT-TOTAL-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-TOT-CLASSE        PIC X(20).
           05 FILLER                PIC X(09) VALUE ' QTDE = '.
           05 RPT-TOT-COUNT         PIC ZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(08) VALUE ' AVISO='.
           05 RPT-TOT-WARN          PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(07) VALUE ' ERRO='.
           05 RPT-TOT-ERRO          PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-TOT-SITUACAO      PIC X(20).
           05 FILLER                PIC X(37) VALUE SPACES.
      *
       01 RPT-RESUMO-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-RES-DESCRICAO     PIC X(40).
           05 RPT-RES-COUNT         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(79) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CASAR-MESTRE UNTIL WS-CHAVE-MST = HIGH-VALUES.
           PERFORM 3000-CHECK-TOLERANCE-LIMITS.
           PERFORM 3900-FINALIZE.
           DISPLAY 'PROGRAMA MYREFAUD CONCLUIDO. MESTRES LIDOS: '
                   WS-COUNT-MESTRES.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > 4
               MOVE ZERO    TO WS-CLS-COUNT(WS-CLS-IDX)
               MOVE 9999999 TO WS-CLS-WARN(WS-CLS-IDX)
                               WS-CLS-ERRO(WS-CLS-IDX)
           END-PERFORM.
           PERFORM 1100-READ-PARM-CARD.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-CURRENT-DATE-NUM TO RPT-HDR-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-DIVISOR.
      *
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXEC SQL OPEN C_CLIENTES END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYREFAUD: ERRO NO OPEN DO C_CLIENTES. SQLCODE: '
                      SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 2100-LER-MESTRE.
           PERFORM 2200-FETCH-CLIENTE.
           EXIT.
      *
      *--- CARTAO OPCIONAL, MESMA CONVENCAO DO MYRECON: SEM CARTAO OS
      *--- LIMITES FICAM DESLIGADOS E A AUDITORIA SO RELATA
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                      UNTIL WS-CLS-IDX > 4
                  IF PARM-WARN(WS-CLS-IDX) IS NUMERIC
                     MOVE PARM-WARN(WS-CLS-IDX)
                       TO WS-CLS-WARN(WS-CLS-IDX)
                  END-IF
                  IF PARM-ERRO(WS-CLS-IDX) IS NUMERIC
                     MOVE PARM-ERRO(WS-CLS-IDX)
                       TO WS-CLS-ERRO(WS-CLS-IDX)
                  END-IF
              END-PERFORM
              DISPLAY 'MYREFAUD: LIMITES DE TOLERANCIA CARREGADOS '
                      'DO CARTAO PARMDD.'
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * MATCH/MERGE MASTERDD X TB_CLIENTES. SO O LADO DO MESTRE
      * INTERESSA: CLIENTE SEM MESTRE E NORMAL (AINDA SEM MOVIMENTO).
      *================================================================*
       2000-CASAR-MESTRE.
           EVALUATE TRUE
               WHEN WS-CHAVE-DB2 < WS-CHAVE-MST
                   PERFORM 2200-FETCH-CLIENTE
               WHEN WS-CHAVE-DB2 = WS-CHAVE-MST
                   ADD 1 TO WS-COUNT-CASADOS
                   MOVE D-STATUS-CLIENTE TO WS-STATUS-ATUAL
                   MOVE SPACES TO WS-OBSERVACAO
                   PERFORM 2400-CLASSIFICAR-CASADO
                   PERFORM 2300-CONFERIR-DIGITO
                   PERFORM 2100-LER-MESTRE
               WHEN OTHER
                   MOVE 1 TO WS-CLS-ATUAL
                   MOVE SPACES TO WS-STATUS-ATUAL WS-OBSERVACAO
                   PERFORM 2800-RELATAR-CLASSE
                   PERFORM 2300-CONFERIR-DIGITO
                   PERFORM 2100-LER-MESTRE
           END-EVALUATE.
           EXIT.
      *
       2100-LER-MESTRE.
           READ MST-FILE NEXT.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   ADD 1 TO WS-COUNT-MESTRES
                   MOVE MST-ID TO WS-CHAVE-MST
               WHEN WS-MST-EOF
                   MOVE HIGH-VALUES TO WS-CHAVE-MST
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2200-FETCH-CLIENTE.
           EXEC SQL
               FETCH C_CLIENTES
                INTO :D-ID-CLIENTE, :D-STATUS-CLIENTE,
                     :D-NOME-CLIENTE, :D-FUNDIDO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE D-ID-CLIENTE TO WS-CHAVE-DB2
               WHEN 100
                   MOVE HIGH-VALUES TO WS-CHAVE-DB2
               WHEN OTHER
                   DISPLAY 'MYREFAUD: ERRO NO FETCH DO C_CLIENTES. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- AS DEMAIS CONTAS DO MESMO CLIENTE NAO REPETEM A CLASSE 4
       2300-CONFERIR-DIGITO.
           IF MST-ID NOT = WS-ID-CONFERIDO
              MOVE MST-ID TO WS-ID-CONFERIDO
              SET CHK-FN-VALIDAR TO TRUE
              MOVE MST-ID TO CHK-ID-CLIENTE
              CALL 'MYCHKDIG' USING MYCHKDIG-PARAMETROS
              IF NOT CHK-OK
                 MOVE 4 TO WS-CLS-ATUAL
                 PERFORM 2800-RELATAR-CLASSE
              END-IF
           END-IF.
           EXIT.
      *
      *--- CLIENTE ATIVO: MESTRE EM ORDEM. INATIVO (FUNDIDO OU NAO):
      *--- CLASSE 3 SE AINDA HA SALDO, SENAO CLASSE 2.
       2400-CLASSIFICAR-CASADO.
           IF D-STATUS-CLIENTE = 'INATIVO'
              EVALUATE TRUE
                  WHEN D-NOME-CLIENTE = 'ANONIMIZADO'
                      MOVE 'ANONIMIZADO' TO WS-OBSERVACAO
                  WHEN D-FUNDIDO = 'S'
                      MOVE 'FUNDIDO (MYMERGE)' TO WS-OBSERVACAO
              END-EVALUATE
              IF MST-SALDO NOT = ZERO
                 MOVE 3 TO WS-CLS-ATUAL
              ELSE
                 MOVE 2 TO WS-CLS-ATUAL
              END-IF
              PERFORM 2800-RELATAR-CLASSE
           END-IF.
           EXIT.
      *
       2800-RELATAR-CLASSE.
           SET WS-CLS-IDX TO WS-CLS-ATUAL.
           ADD 1 TO WS-CLS-COUNT(WS-CLS-IDX).
           MOVE WS-CLS-NOME(WS-CLS-ATUAL) TO RPT-DET-CLASSE.
           MOVE MST-ID                    TO RPT-DET-ID.
           MOVE MST-CONTA                 TO RPT-DET-CONTA.
           MOVE MST-SALDO                 TO RPT-DET-SALDO.
           MOVE WS-STATUS-ATUAL           TO RPT-DET-STATUS.
           MOVE WS-OBSERVACAO             TO RPT-DET-OBS.
           WRITE RPT-RECORD FROM RPT-DET-LINE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PORTAO DE TOLERANCIA (MESMO CRITERIO DO MYRECON)
      *================================================================*
       3000-CHECK-TOLERANCE-LIMITS.
           MOVE ZERO TO WS-FINAL-RC.
           WRITE RPT-RECORD FROM RPT-DIVISOR.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > 4
               MOVE WS-CLS-NOME(WS-CLS-IDX)  TO RPT-TOT-CLASSE
               MOVE WS-CLS-COUNT(WS-CLS-IDX) TO RPT-TOT-COUNT
               MOVE WS-CLS-WARN(WS-CLS-IDX)  TO RPT-TOT-WARN
               MOVE WS-CLS-ERRO(WS-CLS-IDX)  TO RPT-TOT-ERRO
               EVALUATE TRUE
                   WHEN WS-CLS-COUNT(WS-CLS-IDX) >
                        WS-CLS-ERRO(WS-CLS-IDX)
                       MOVE 8 TO WS-FINAL-RC
                       MOVE '*** ACIMA DO ERRO' TO RPT-TOT-SITUACAO
                       DISPLAY 'MYREFAUD: ERRO - '
                               WS-CLS-NOME(WS-CLS-IDX) ' ('
                               WS-CLS-COUNT(WS-CLS-IDX)
                               ') ACIMA DO LIMITE DE ERRO ('
                               WS-CLS-ERRO(WS-CLS-IDX) ').'
                   WHEN WS-CLS-COUNT(WS-CLS-IDX) >
                        WS-CLS-WARN(WS-CLS-IDX)
                       IF WS-FINAL-RC < 4
                          MOVE 4 TO WS-FINAL-RC
                       END-IF
                       MOVE '*** ACIMA DO AVISO' TO RPT-TOT-SITUACAO
                       DISPLAY 'MYREFAUD: AVISO - '
                               WS-CLS-NOME(WS-CLS-IDX) ' ('
                               WS-CLS-COUNT(WS-CLS-IDX)
                               ') ACIMA DO LIMITE ('
                               WS-CLS-WARN(WS-CLS-IDX) ').'
                   WHEN OTHER
                       MOVE 'DENTRO DO LIMITE' TO RPT-TOT-SITUACAO
               END-EVALUATE
               WRITE RPT-RECORD FROM RPT-TOTAL-LINE
           END-PERFORM.
           IF WS-FINAL-RC > ZERO
              DISPLAY 'MYREFAUD: AUDITORIA REFERENCIAL FORA DA '
                      'TOLERANCIA. RETURN-CODE ' WS-FINAL-RC
                      UPON CONSOLE
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3900-FINALIZE.
           MOVE 'MESTRES LIDOS'                 TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-MESTRES                TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE 'MESTRES COM CLIENTE NA TB_CLIENTES'
                                                TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-CASADOS                TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           EXEC SQL CLOSE C_CLIENTES END-EXEC.
           CLOSE MST-FILE.
           CLOSE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYREFAUD ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYREFAUD ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
