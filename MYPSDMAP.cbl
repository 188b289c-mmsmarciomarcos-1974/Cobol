       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYPSDMAP.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH (BMP) - MAPA DE IDS DA COPIA DE TESTE
      *
      * PRIMEIRO PASSO DO MYTSTREF (COPIA PSEUDONIMIZADA DA PRODUCAO
      * PARA O AMBIENTE DE TESTE). RECOLHE TODO ID DE CLIENTE QUE
      * APARECE EM QUALQUER ACERVO DESCARREGADO PELO MYPSDUNL:
      *
      *   1 = TB_CLIENTES                5 = SEGMENTOS CLIENTE DO
      *   2 = TB_CLIENTES_JOURNAL            DBCLIENT (GN)
      *   3 = CUSTFILE                   6 = GERACAO ARQUIVADA DO
      *   4 = MASTERDD                       IN-FILE (ARCINDD)
      *                                  7 = GERACAO ARQUIVADA DO
      *                                      OUT-FILE (ARCOUTDD)
      *
      * E DA A CADA ID DISTINTO UM ID DE TESTE: NOVE POSICOES
      * SEQUENCIAIS + DIGITO VERIFICADOR VALIDO (MYCHKDIG). A
      * SEQUENCIA E DISTRIBUIDA NA ORDEM DO HASH (MYHASH) DO ID
      * ENCADEADO NA CHAVE DA RODADA - SORT INTERNO, COMO NO MYDUPRPT
      * - E NAO NA ORDEM DO ID REAL: O ID DE TESTE NAO DEIXA ADIVINHAR
      * O ID DE PRODUCAO PELA POSICAO.
      *
      * O MAPA (TB_PSEUDO_MAPA) E A CHAVE (TB_PSEUDO_CHAVE) SAO
      * REFEITOS A CADA RODADA E FICAM SO NA PRODUCAO - LAYOUT E
      * REGRAS NO COPYBOOK MYPSDC. A CHAVE SAI DA FRASE SECRETA DO
      * CARTAO PARMDD (DATASET PROTEGIDO) COM A DATA E A HORA DA
      * RODADA: CADA REFRESH EMBARALHA DE NOVO, E O MESMO CLIENTE NAO
      * E RASTREAVEL DE UMA COPIA DE TESTE PARA A SEGUINTE.
      *
      * SEM RESTART: QUALQUER ERRO DESFAZ (ROLB) E A RODADA E REFEITA
      * INTEIRA - O MAPA E APAGADO NO INICIO. O CHKP PERIODICO SO
      * LIMITA O TAMANHO DA UNIDADE DE TRABALHO.
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
           SELECT CUSTFILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CUST-ID
                  FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT ARCIN-FILE ASSIGN TO ARCINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCIN-FILE-STATUS.
           SELECT ARCOUT-FILE ASSIGN TO ARCOUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCOUT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
      *--- CARTAO COM A FRASE SECRETA (OPCIONAL - SEM ELE A CHAVE SAI
      *--- SO DA DATA/HORA, O QUE A JCL DE PRODUCAO NAO DEVE FAZER)
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- SO A CHAVE INTERESSA AQUI (LAYOUTS COMPLETOS NO MYPSDUNL)
       FD  CUSTFILE
           RECORD CONTAINS 160 CHARACTERS.
       01 CUSTFILE-RECORD.
           05 CUST-ID              PIC X(10).
           05 FILLER               PIC X(150).
      *
       FD  MST-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE.
               10 MST-ID             PIC X(10).
               10 MST-CONTA          PIC 9(03).
           05 FILLER                 PIC X(106).
      *
      *--- BYTE 1 = TIPO DO REGISTRO; NOS TIPOS QUE NOMEIAM CLIENTE
      *--- (D/R/E/C NA ENTRADA, D/E NA SAIDA) O ID VEM EM SEGUIDA
       FD  ARCIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ARCIN-RECORD.
           05 ARCIN-TIPO            PIC X(01).
              88 ARCIN-COM-ID       VALUE 'D' 'R' 'E' 'C'.
           05 ARCIN-ID              PIC X(10).
           05 FILLER                PIC X(69).
      *
       FD  ARCOUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 ARCOUT-RECORD.
           05 ARCOUT-TIPO           PIC X(01).
              88 ARCOUT-COM-ID      VALUE 'D' 'E'.
           05 ARCOUT-ID             PIC X(10).
           05 FILLER                PIC X(89).
      *
       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PARM-RECORD.
           05 PARM-FRASE            PIC X(64).
           05 FILLER                PIC X(16).
      *
      *--- HASH DO ID NA CHAVE DA RODADA, ID E ACERVO DE ORIGEM. O
      *--- ACERVO '1' (TB_CLIENTES) CLASSIFICA NA FRENTE DOS DEMAIS
      *--- DO MESMO ID.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SRT-HASH               PIC X(16).
           05 SRT-ID-CLIENTE         PIC X(10).
           05 SRT-FONTE              PIC X(01).
              88 SRT-FONTE-TB-CLIENTES VALUE '1'.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYIMSLD/MYRECON
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 H-ID-PRODUCAO         PIC X(10).
           05 H-ID-TESTE            PIC X(10).
           05 H-EM-TB-CLIENTES      PIC X(01).
           05 H-CHAVE               PIC X(16).
      *
      *--- TODOS OS IDS, ATIVOS OU NAO: O MESMO ID QUE APARECE EM
      *--- OUTRO ACERVO PRECISA CASAR NA COPIA DE TESTE
           EXEC SQL
               DECLARE C_IDS_CLI CURSOR FOR
                   SELECT ID_CLIENTE
                   FROM TB_CLIENTES
           END-EXEC.
      *
      *--- O DIARIO GUARDA CLIENTES JA EXCLUIDOS DE TB_CLIENTES
           EXEC SQL
               DECLARE C_IDS_JRN CURSOR FOR
                   SELECT DISTINCT ID_CLIENTE
                   FROM TB_CLIENTES_JOURNAL
           END-EXEC.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-CUSTFILE-STATUS   PIC X(02).
              88 WS-CUSTFILE-OK          VALUE '00'.
              88 WS-CUSTFILE-EOF         VALUE '10'.
           05 WS-MST-FILE-STATUS   PIC X(02).
              88 WS-MST-OK               VALUE '00'.
              88 WS-MST-EOF              VALUE '10'.
           05 WS-ARCIN-FILE-STATUS PIC X(02).
              88 WS-ARCIN-OK             VALUE '00'.
              88 WS-ARCIN-EOF            VALUE '10'.
           05 WS-ARCOUT-FILE-STATUS PIC X(02).
              88 WS-ARCOUT-OK            VALUE '00'.
              88 WS-ARCOUT-EOF           VALUE '10'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
           05 WS-PARM-FILE-STATUS  PIC X(02).
              88 WS-PARM-OK              VALUE '00'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-CURSOR        PIC X(01) VALUE 'N'.
              88 FIM-CURSOR              VALUE 'S'.
           05 WS-EOF-DBCLIENT      PIC X(01) VALUE 'N'.
              88 FIM-DBCLIENT            VALUE 'S'.
           05 WS-EOF-SORT          PIC X(01) VALUE 'N'.
              88 FIM-SORT                VALUE 'S'.
      *
      *--- REGISTROS LIDOS POR ACERVO (MESMA NUMERACAO DO SRT-FONTE)
       01 WS-COUNTERS.
           05 WS-COUNT-LIDOS        PIC 9(09) OCCURS 7 TIMES.
           05 WS-COUNT-MAPEADOS     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-EM-TB        PIC 9(09) VALUE ZERO.
           05 WS-COUNT-FORA-TB      PIC 9(09) VALUE ZERO.
           05 WS-FONTE-SUB          PIC 9(01).
      *
       01 WS-NOMES-FONTE.
           05 FILLER PIC X(20) VALUE 'TB_CLIENTES'.
           05 FILLER PIC X(20) VALUE 'TB_CLIENTES_JOURNAL'.
           05 FILLER PIC X(20) VALUE 'CUSTFILE'.
           05 FILLER PIC X(20) VALUE 'MASTERDD'.
           05 FILLER PIC X(20) VALUE 'DBCLIENT (CLIENTE)'.
           05 FILLER PIC X(20) VALUE 'IN-FILE ARQUIVADO'.
           05 FILLER PIC X(20) VALUE 'OUT-FILE ARQUIVADO'.
       01 WS-NOMES-FONTE-R REDEFINES WS-NOMES-FONTE.
           05 WS-NOME-FONTE         PIC X(20) OCCURS 7 TIMES.
      *
      *--- CHAVE DA RODADA: HASH DA FRASE + DATA + HORA
       01 WS-CHAVE-CONTROLE.
           05 WS-SEMENTE.
              10 WS-SEM-FRASE       PIC X(64).
              10 WS-SEM-DATA        PIC 9(08).
              10 WS-SEM-HORA        PIC 9(08).
           05 WS-CHAVE-RODADA       PIC X(16).
      *
       01 WS-MAPA-CONTROLE.
           05 WS-ID-LIBERAR         PIC X(10).
           05 WS-FONTE-LIBERAR      PIC X(01).
           05 WS-ANT-ID-CLIENTE     PIC X(10) VALUE LOW-VALUES.
           05 WS-SEQ-TESTE          PIC 9(09) VALUE ZERO.
      *
       COPY MYHASHC.
       COPY MYCHKDGC.
      *
      *--- FUNCOES DL/I, SEGMENTO E SSA (MESMOS LAYOUTS DO MYIMSLD)
       01 WS-DLI-FUNCTIONS.
           05 WS-GN                 PIC X(04) VALUE 'GN  '.
           05 WS-ROLB               PIC X(04) VALUE 'ROLB'.
           05 WS-CHKP               PIC X(04) VALUE 'CHKP'.
      *
       01 WS-CHKP-ID               PIC X(08) VALUE 'MYPSDMAP'.
      *
       01 WS-CHKP-CONTROLE.
           05 WS-CHKP-INTERVALO     PIC 9(05) VALUE 1000.
           05 WS-OPS-DESDE-CHKP     PIC 9(05) VALUE ZERO.
      *
       01 SEG-CLIENTE.
           05 SEG-CLI-ID            PIC X(10).
           05 SEG-CLI-NOME          PIC X(40).
           05 SEG-CLI-ENDERECO      PIC X(40).
           05 FILLER                PIC X(10).
      *
      *--- SSA SO COM O NOME DO SEGMENTO: O GN PERCORRE AS RAIZES
      *--- CLIENTE E NAO DESCE PARA OS DEPENDENTES
       01 WS-SSA-UNQUAL            PIC X(09) VALUE 'CLIENTE  '.
      *
       01 RPT-HEADER-1             PIC X(133) VALUE
           'MYPSDMAP - MAPA DE IDS DA COPIA DE TESTE (TB_PSEUDO_MAPA)'.
       01 RPT-DIVISOR              PIC X(133) VALUE ALL '='.
       01 RPT-FONTE-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-FON-NOME         PIC X(20).
           05 FILLER               PIC X(24) VALUE
              ' REGISTROS COM ID LIDOS:'.
           05 RPT-FON-LIDOS        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(76) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *--- PCB DE I/O (CHKP/ROLB) E O PCB DO BANCO DBCLIENT
       01 IO-PCB-MASK.
           05 IO-LTERM-NAME         PIC X(08).
           05 FILLER                PIC X(02).
           05 IO-STATUS-CODE        PIC X(02).
           05 FILLER                PIC X(22).
      *
       01 DB-PCB-MASK.
           05 DB-DBD-NAME           PIC X(08).
           05 DB-SEG-LEVEL          PIC X(02).
           05 DB-STATUS-CODE        PIC X(02).
           05 FILLER                PIC X(12).
           05 DB-KEY-FEEDBACK       PIC X(10).
      *
       PROCEDURE DIVISION.
       ENTRY 'DLITCBL' USING IO-PCB-MASK
                             DB-PCB-MASK.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
           SORT SORT-WORK
                ASCENDING KEY SRT-HASH
                              SRT-ID-CLIENTE
                              SRT-FONTE
                INPUT PROCEDURE IS 2000-COLETAR-IDS
                OUTPUT PROCEDURE IS 3000-GRAVAR-MAPA.
      *
           PERFORM 4000-FINALIZE.
           DISPLAY 'PROGRAMA MYPSDMAP CONCLUIDO. IDS MAPEADOS: '
                   WS-COUNT-MAPEADOS.
           MOVE 0 TO RETURN-CODE.
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
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE RPT-HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-DIVISOR TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING WS-FONTE-SUB FROM 1 BY 1
                   UNTIL WS-FONTE-SUB > 7
               MOVE ZERO TO WS-COUNT-LIDOS(WS-FONTE-SUB)
           END-PERFORM.
           PERFORM 1100-GERAR-CHAVE.
           PERFORM 1200-RENOVAR-TABELAS.
           EXIT.
      *
       1100-GERAR-CHAVE.
           MOVE SPACES TO WS-SEM-FRASE.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              MOVE PARM-FRASE TO WS-SEM-FRASE
           END-IF.
           CLOSE PARM-FILE.
           IF WS-SEM-FRASE = SPACES
              DISPLAY 'MYPSDMAP: AVISO - SEM FRASE NO PARMDD; CHAVE '
                      'DERIVADA SO DA DATA/HORA'
           END-IF.
           ACCEPT WS-SEM-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-SEM-HORA FROM TIME.
           MOVE ALL '0' TO HSH-HASH-ANTERIOR.
           MOVE 80 TO HSH-TAMANHO.
           CALL 'MYHASH' USING MYHASH-PARAMETROS WS-SEMENTE.
           IF NOT HSH-OK
              DISPLAY 'MYPSDMAP: ERRO NO MYHASH AO GERAR A CHAVE'
              PERFORM 9930-PROGRAM-ERROR-ABEND
           END-IF.
           MOVE HSH-HASH-NOVO TO WS-CHAVE-RODADA.
           MOVE SPACES TO WS-SEMENTE.
           EXIT.
      *
      *--- O MAPA DA RODADA ANTERIOR SAI INTEIRO; A CHAVE NOVA ENTRA
      *--- NA MESMA UNIDADE DE TRABALHO DO MAPA NOVO
       1200-RENOVAR-TABELAS.
           EXEC SQL
               DELETE FROM TB_PSEUDO_MAPA
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'MYPSDMAP: ERRO NO DELETE DE TB_PSEUDO_MAPA. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXEC SQL
               DELETE FROM TB_PSEUDO_CHAVE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'MYPSDMAP: ERRO NO DELETE DE TB_PSEUDO_CHAVE. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE WS-CHAVE-RODADA TO H-CHAVE.
           EXEC SQL
               INSERT INTO TB_PSEUDO_CHAVE
                   (CHAVE, GERADO_TS)
               VALUES
                   (:H-CHAVE, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYPSDMAP: ERRO NO INSERT DE TB_PSEUDO_CHAVE. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * ENTRADA DO SORT: UM REGISTRO POR OCORRENCIA DE ID EM CADA
      * ACERVO (AS REPETICOES SE JUNTAM NA SAIDA)
      *================================================================*
       2000-COLETAR-IDS SECTION.
           PERFORM 2100-COLETAR-TB-CLIENTES.
           PERFORM 2200-COLETAR-JOURNAL.
           PERFORM 2300-COLETAR-CUSTFILE.
           PERFORM 2400-COLETAR-MASTER.
           PERFORM 2500-COLETAR-DBCLIENT.
           PERFORM 2600-COLETAR-ARCIN.
           PERFORM 2700-COLETAR-ARCOUT.
       2000-SAI.
           EXIT.
      *
       2100-COLETAR-TB-CLIENTES SECTION.
           EXEC SQL OPEN C_IDS_CLI END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYPSDMAP: ERRO NO OPEN DO C_IDS_CLI. SQLCODE: '
                      SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 'N' TO WS-EOF-CURSOR.
           MOVE '1' TO WS-FONTE-LIBERAR.
           PERFORM 2110-FETCH-TB-CLIENTES UNTIL FIM-CURSOR.
           EXEC SQL CLOSE C_IDS_CLI END-EXEC.
       2100-SAI.
           EXIT.
      *
       2110-FETCH-TB-CLIENTES SECTION.
           EXEC SQL
               FETCH C_IDS_CLI
               INTO :D-ID-CLIENTE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE D-ID-CLIENTE TO WS-ID-LIBERAR
                   PERFORM 2900-LIBERAR-ID
               WHEN 100
                   SET FIM-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'MYPSDMAP: ERRO NO FETCH DO C_IDS_CLI. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
       2110-SAI.
           EXIT.
      *
       2200-COLETAR-JOURNAL SECTION.
           EXEC SQL OPEN C_IDS_JRN END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYPSDMAP: ERRO NO OPEN DO C_IDS_JRN. SQLCODE: '
                      SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 'N' TO WS-EOF-CURSOR.
           MOVE '2' TO WS-FONTE-LIBERAR.
           PERFORM 2210-FETCH-JOURNAL UNTIL FIM-CURSOR.
           EXEC SQL CLOSE C_IDS_JRN END-EXEC.
       2200-SAI.
           EXIT.
      *
       2210-FETCH-JOURNAL SECTION.
           EXEC SQL
               FETCH C_IDS_JRN
               INTO :D-ID-CLIENTE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE D-ID-CLIENTE TO WS-ID-LIBERAR
                   PERFORM 2900-LIBERAR-ID
               WHEN 100
                   SET FIM-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'MYPSDMAP: ERRO NO FETCH DO C_IDS_JRN. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
       2210-SAI.
           EXIT.
      *
       2300-COLETAR-CUSTFILE SECTION.
           OPEN INPUT CUSTFILE.
           IF NOT WS-CUSTFILE-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CUSTFILE'
              DISPLAY 'FILE STATUS: ' WS-CUSTFILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE '3' TO WS-FONTE-LIBERAR.
           PERFORM 2310-LER-CUSTFILE UNTIL WS-CUSTFILE-EOF.
           CLOSE CUSTFILE.
       2300-SAI.
           EXIT.
      *
       2310-LER-CUSTFILE SECTION.
           READ CUSTFILE.
           EVALUATE TRUE
               WHEN WS-CUSTFILE-OK
                   MOVE CUST-ID TO WS-ID-LIBERAR
                   PERFORM 2900-LIBERAR-ID
               WHEN WS-CUSTFILE-EOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL NA LEITURA DO CUSTFILE'
                   DISPLAY 'FILE STATUS: ' WS-CUSTFILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
       2310-SAI.
           EXIT.
      *
       2400-COLETAR-MASTER SECTION.
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE '4' TO WS-FONTE-LIBERAR.
           PERFORM 2410-LER-MASTER UNTIL WS-MST-EOF.
           CLOSE MST-FILE.
       2400-SAI.
           EXIT.
      *
       2410-LER-MASTER SECTION.
           READ MST-FILE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   MOVE MST-ID TO WS-ID-LIBERAR
                   PERFORM 2900-LIBERAR-ID
               WHEN WS-MST-EOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL NA LEITURA DO MST-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
       2410-SAI.
           EXIT.
      *
      *--- GN NO DBCLIENT: 'GB' = FIM DO BANCO; QUALQUER OUTRO STATUS
      *--- NAO-BRANCO E ERRO REAL (MESMO CRITERIO DO MYRECON)
       2500-COLETAR-DBCLIENT SECTION.
           MOVE '5' TO WS-FONTE-LIBERAR.
           PERFORM 2510-LER-DBCLIENT UNTIL FIM-DBCLIENT.
       2500-SAI.
           EXIT.
      *
       2510-LER-DBCLIENT SECTION.
           CALL 'CBLTDLI' USING WS-GN
                                DB-PCB-MASK
                                SEG-CLIENTE
                                WS-SSA-UNQUAL.
           EVALUATE DB-STATUS-CODE
               WHEN SPACES
                   MOVE SEG-CLI-ID TO WS-ID-LIBERAR
                   PERFORM 2900-LIBERAR-ID
               WHEN 'GE'
               WHEN 'GB'
                   SET FIM-DBCLIENT TO TRUE
               WHEN OTHER
                   DISPLAY 'MYPSDMAP: ERRO NO GN DO DBCLIENT. STATUS: '
                           DB-STATUS-CODE
                   PERFORM 9920-DLI-ERROR-ABEND
           END-EVALUATE.
       2510-SAI.
           EXIT.
      *
       2600-COLETAR-ARCIN SECTION.
           OPEN INPUT ARCIN-FILE.
           IF NOT WS-ARCIN-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ARCIN-FILE'
              DISPLAY 'FILE STATUS: ' WS-ARCIN-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE '6' TO WS-FONTE-LIBERAR.
           PERFORM 2610-LER-ARCIN UNTIL WS-ARCIN-EOF.
           CLOSE ARCIN-FILE.
       2600-SAI.
           EXIT.
      *
       2610-LER-ARCIN SECTION.
           READ ARCIN-FILE.
           EVALUATE TRUE
               WHEN WS-ARCIN-OK
                   IF ARCIN-COM-ID
                      MOVE ARCIN-ID TO WS-ID-LIBERAR
                      PERFORM 2900-LIBERAR-ID
                   END-IF
               WHEN WS-ARCIN-EOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL NA LEITURA DO ARCIN-FILE'
                   DISPLAY 'FILE STATUS: ' WS-ARCIN-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
       2610-SAI.
           EXIT.
      *
       2700-COLETAR-ARCOUT SECTION.
           OPEN INPUT ARCOUT-FILE.
           IF NOT WS-ARCOUT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ARCOUT-FILE'
              DISPLAY 'FILE STATUS: ' WS-ARCOUT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE '7' TO WS-FONTE-LIBERAR.
           PERFORM 2710-LER-ARCOUT UNTIL WS-ARCOUT-EOF.
           CLOSE ARCOUT-FILE.
       2700-SAI.
           EXIT.
      *
       2710-LER-ARCOUT SECTION.
           READ ARCOUT-FILE.
           EVALUATE TRUE
               WHEN WS-ARCOUT-OK
                   IF ARCOUT-COM-ID
                      MOVE ARCOUT-ID TO WS-ID-LIBERAR
                      PERFORM 2900-LIBERAR-ID
                   END-IF
               WHEN WS-ARCOUT-EOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL NA LEITURA DO ARCOUT-FILE'
                   DISPLAY 'FILE STATUS: ' WS-ARCOUT-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
       2710-SAI.
           EXIT.
      *
      *--- ID EM BRANCO NAO E DE CLIENTE NENHUM: FICA FORA DO MAPA
      *--- (O MYPSEUDO O DEVOLVE COMO VEIO)
       2900-LIBERAR-ID SECTION.
           IF WS-ID-LIBERAR NOT = SPACES AND NOT = LOW-VALUES
              MOVE WS-FONTE-LIBERAR TO WS-FONTE-SUB
              ADD 1 TO WS-COUNT-LIDOS(WS-FONTE-SUB)
              MOVE WS-CHAVE-RODADA TO HSH-HASH-ANTERIOR
              MOVE 10 TO HSH-TAMANHO
              CALL 'MYHASH' USING MYHASH-PARAMETROS WS-ID-LIBERAR
              IF NOT HSH-OK
                 DISPLAY 'MYPSDMAP: ERRO NO MYHASH DO ID '
                         WS-ID-LIBERAR
                 PERFORM 9930-PROGRAM-ERROR-ABEND
              END-IF
              MOVE HSH-HASH-NOVO    TO SRT-HASH
              MOVE WS-ID-LIBERAR    TO SRT-ID-CLIENTE
              MOVE WS-FONTE-LIBERAR TO SRT-FONTE
              RELEASE SORT-RECORD
           END-IF.
       2900-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT: O PRIMEIRO REGISTRO DE CADA ID GANHA O PROXIMO
      * ID DE TESTE; OS DEMAIS (O MESMO ID EM OUTROS ACERVOS) PASSAM
      *================================================================*
       3000-GRAVAR-MAPA SECTION.
           PERFORM 3100-RETORNAR-ID UNTIL FIM-SORT.
       3000-SAI.
           EXIT.
      *
       3100-RETORNAR-ID SECTION.
           RETURN SORT-WORK
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
           IF NOT FIM-SORT
              IF SRT-ID-CLIENTE NOT = WS-ANT-ID-CLIENTE
                 PERFORM 3200-GRAVAR-MAPEAMENTO
                 MOVE SRT-ID-CLIENTE TO WS-ANT-ID-CLIENTE
              END-IF
           END-IF.
       3100-SAI.
           EXIT.
      *
       3200-GRAVAR-MAPEAMENTO SECTION.
           ADD 1 TO WS-SEQ-TESTE.
           SET CHK-FN-GERAR TO TRUE.
           MOVE SPACES TO CHK-ID-CLIENTE.
           MOVE WS-SEQ-TESTE TO CHK-ID-CLIENTE(1:9).
           CALL 'MYCHKDIG' USING MYCHKDIG-PARAMETROS.
           IF NOT CHK-OK
              DISPLAY 'MYPSDMAP: ERRO NO MYCHKDIG DA SEQUENCIA '
                      WS-SEQ-TESTE
              PERFORM 9930-PROGRAM-ERROR-ABEND
           END-IF.
           MOVE SRT-ID-CLIENTE TO H-ID-PRODUCAO.
           MOVE CHK-ID-CLIENTE TO H-ID-TESTE.
           IF SRT-FONTE-TB-CLIENTES
              MOVE 'S' TO H-EM-TB-CLIENTES
              ADD 1 TO WS-COUNT-EM-TB
           ELSE
              MOVE 'N' TO H-EM-TB-CLIENTES
              ADD 1 TO WS-COUNT-FORA-TB
           END-IF.
           EXEC SQL
               INSERT INTO TB_PSEUDO_MAPA
                   (ID_PRODUCAO, ID_TESTE, EM_TB_CLIENTES)
               VALUES
                   (:H-ID-PRODUCAO, :H-ID-TESTE, :H-EM-TB-CLIENTES)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYPSDMAP: ERRO NO INSERT DE TB_PSEUDO_MAPA. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-MAPEADOS.
           ADD 1 TO WS-OPS-DESDE-CHKP.
           IF WS-OPS-DESDE-CHKP >= WS-CHKP-INTERVALO
              PERFORM 4500-TOMAR-CHECKPOINT
           END-IF.
       3200-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       4000-FINALIZE SECTION.
           PERFORM 4500-TOMAR-CHECKPOINT.
           PERFORM VARYING WS-FONTE-SUB FROM 1 BY 1
                   UNTIL WS-FONTE-SUB > 7
               MOVE WS-NOME-FONTE(WS-FONTE-SUB)  TO RPT-FON-NOME
               MOVE WS-COUNT-LIDOS(WS-FONTE-SUB) TO RPT-FON-LIDOS
               WRITE RPT-RECORD FROM RPT-FONTE-LINE
           END-PERFORM.
           MOVE RPT-DIVISOR TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           STRING 'IDS DISTINTOS MAPEADOS: ' DELIMITED BY SIZE
                  WS-COUNT-MAPEADOS DELIMITED BY SIZE
                  ' COM LINHA EM TB_CLIENTES: ' DELIMITED BY SIZE
                  WS-COUNT-EM-TB DELIMITED BY SIZE
                  ' SO EM OUTROS ACERVOS: ' DELIMITED BY SIZE
                  WS-COUNT-FORA-TB DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
           CLOSE RPT-FILE.
       4000-SAI.
           EXIT.
      *
      *--- CHKP BASICO: COMMITA O DB2 (O MAPA GRAVADO ATE AQUI)
       4500-TOMAR-CHECKPOINT SECTION.
           CALL 'CBLTDLI' USING WS-CHKP
                                IO-PCB-MASK
                                WS-CHKP-ID.
           IF IO-STATUS-CODE NOT = SPACES
              DISPLAY 'MYPSDMAP: ERRO NO CHKP. STATUS: '
                      IO-STATUS-CODE
              PERFORM 9920-DLI-ERROR-ABEND
           END-IF.
           MOVE ZERO TO WS-OPS-DESDE-CHKP.
       4500-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND - ROLB DESFAZ A UNIDADE CORRENTE; A
      * RODADA E REFEITA DO INICIO
      *================================================================*
       9900-SQL-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYPSDMAP ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           CALL 'CBLTDLI' USING WS-ROLB
                                IO-PCB-MASK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYPSDMAP ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           CALL 'CBLTDLI' USING WS-ROLB
                                IO-PCB-MASK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9920-DLI-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYPSDMAP ENCERRADO COM ERRO'
                   ' DE DL/I ***'.
           CALL 'CBLTDLI' USING WS-ROLB
                                IO-PCB-MASK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9930-PROGRAM-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYPSDMAP ENCERRADO COM ERRO'
                   ' DE MODULO ***'.
           CALL 'CBLTDLI' USING WS-ROLB
                                IO-PCB-MASK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
