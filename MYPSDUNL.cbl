       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYPSDUNL.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH (BMP) - DESCARGA PSEUDONIMIZADA PARA TESTE
      *
      * SEGUNDO PASSO DO MYTSTREF. DESCARREGA OS SETE ACERVOS QUE O
      * MYPSDMAP MAPEOU PARA ARQUIVOS SEQUENCIAIS QUE VAO PARA O
      * AMBIENTE DE TESTE, TROCANDO NO CAMINHO (MODULO MYPSEUDO):
      *
      *   - TODO ID DE CLIENTE PELO ID DE TESTE DO TB_PSEUDO_MAPA (UM
      *     SO MAPEAMENTO PARA TODOS OS ACERVOS);
      *   - NOME, CONTINUACAO DA RAZAO SOCIAL, ENDERECO E CONTATO POR
      *     VALORES FICTICIOS VEROSSIMEIS.
      *
      *   ACERVO               ARQUIVO DE TESTE      LRECL
      *   1 TB_CLIENTES        TSTCLIDD               160
      *   2 TB_CLIENTES_JOURNAL TSTJRNDD              263
      *   3 CUSTFILE           TSTCUSDD               160
      *   4 MASTERDD           TSTMSTDD               119
      *   5 DBCLIENT (CLIENTE) TSTSEGDD               100
      *   6 IN-FILE ARQUIVADO  TSTINDD                 80
      *   7 OUT-FILE ARQUIVADO TSTOUTDD               100
      *
      * O MAPA NUNCA SAI DAQUI: NENHUM ARQUIVO DE TESTE LEVA O ID DE
      * PRODUCAO. UM REGISTRO CUJO ID NAO TEM MAPEAMENTO (CLIENTE
      * CRIADO ENTRE O MYPSDMAP E ESTE PASSO) E OMITIDO E CONTADO.
      *
      * O QUE E RECALCULADO PARA A COPIA CONTINUAR COERENTE:
      *   - O HASH DO TRAILER 'T' DO OUT-FILE (SOMA DOS IDS DOS
      *     REGISTROS 'D', AGORA DE TESTE) E A CONTAGEM, SE ALGUM
      *     'D' FOI OMITIDO - O MYOUTVFY CONTINUA VALENDO NA COPIA;
      *   - A CADEIA DE HASH DO DIARIO (SEQ_CADEIA/HASH_CADEIA, MESMO
      *     CALCULO DO MYTRLCAD), REFEITA SOBRE AS LINHAS JA
      *     PSEUDONIMIZADAS A PARTIR DO HASH INICIAL. A ULTIMA
      *     SEQUENCIA E O ULTIMO HASH SAEM NO RELATORIO PARA A CARGA
      *     DO TB_AUDIT_CADEIA DE TESTE.
      * A ORDEM DOS DETALHES DENTRO DE CADA LOTE DO IN-FILE NAO E
      * MAIS ASCENDENTE COM OS IDS NOVOS: O MYTSTREF REORDENA A COPIA
      * COM O MYINSORT NO PASSO SEGUINTE.
      *
      * MANIFESTO (MANIFDD): UMA LINHA POR ACERVO COM OS REGISTROS
      * GRAVADOS, OS OMITIDOS E QUANTOS DOS GRAVADOS NOMEIAM UM
      * CLIENTE SEM LINHA EM TB_CLIENTES NA PRODUCAO. O MYPSDCNT
      * CONFERE A COPIA DE TESTE CONTRA ESTE MANIFESTO.
      *
      * SO LEITURA NA PRODUCAO (SEM CHKP); QUALQUER ERRO E RC 16 E A
      * DESCARGA E REFEITA INTEIRA.
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
      *
           SELECT TSTCLI-FILE ASSIGN TO TSTCLIDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTJRN-FILE ASSIGN TO TSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTCUS-FILE ASSIGN TO TSTCUSDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTMST-FILE ASSIGN TO TSTMSTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTSEG-FILE ASSIGN TO TSTSEGDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTIN-FILE ASSIGN TO TSTINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTOUT-FILE ASSIGN TO TSTOUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
      *
           SELECT MANIF-FILE ASSIGN TO MANIFDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MANIF-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- LAYOUT IDENTICO AO CUST-RECORD DO MYCICSBR/MYRECON
       FD  CUSTFILE
           RECORD CONTAINS 160 CHARACTERS.
       01 CUSTFILE-RECORD.
           05 CUST-ID              PIC X(10).
           05 CUST-NOME            PIC X(40).
           05 CUST-NOME-CONT       PIC X(40).
           05 CUST-ENDERECO        PIC X(40).
           05 CUST-CONTATO         PIC X(20).
           05 FILLER               PIC X(10).
      *
      *--- O MESTRE SO TEM O ID DE DADO PESSOAL; O RESTO VAI COMO ESTA
       FD  MST-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE.
               10 MST-ID             PIC X(10).
               10 MST-CONTA          PIC 9(03).
           05 FILLER                 PIC X(106).
      *
      *--- LAYOUTS DO WS-IN-RECORD-LAYOUT E DO OUT-RECORD DO MYBATCH,
      *--- SO COM OS CAMPOS QUE MUDAM NA COPIA
       FD  ARCIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ARCIN-RECORD.
           05 ARCIN-TIPO            PIC X(01).
              88 ARCIN-COM-ID       VALUE 'D' 'R' 'E'.
              88 ARCIN-CADASTRO     VALUE 'C'.
           05 ARCIN-ID              PIC X(10).
           05 ARCIN-CAD-SEQ         PIC X(01).
              88 ARCIN-CAD-NOME     VALUE '1'.
              88 ARCIN-CAD-CONT     VALUE '2'.
              88 ARCIN-CAD-ENDERECO VALUE '3'.
           05 ARCIN-CAD-DADOS       PIC X(68).
           05 ARCIN-CAD-REG-NOME REDEFINES ARCIN-CAD-DADOS.
              10 ARCIN-CAD-NOME-CLI PIC X(40).
              10 ARCIN-CAD-CONTATO  PIC X(20).
              10 FILLER             PIC X(08).
           05 ARCIN-CAD-REG-CONT REDEFINES ARCIN-CAD-DADOS.
              10 ARCIN-CAD-NOME-CONT PIC X(40).
              10 FILLER             PIC X(28).
           05 ARCIN-CAD-REG-END REDEFINES ARCIN-CAD-DADOS.
              10 ARCIN-CAD-END-CLI  PIC X(40).
              10 ARCIN-CAD-CEP      PIC X(08).
              10 ARCIN-CAD-CIDADE   PIC X(18).
              10 ARCIN-CAD-UF       PIC X(02).
      *
       FD  ARCOUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 ARCOUT-RECORD.
           05 ARCOUT-TIPO           PIC X(01).
              88 ARCOUT-DETALHE     VALUE 'D'.
              88 ARCOUT-EXTENSAO    VALUE 'E'.
              88 ARCOUT-TRAILER     VALUE 'T'.
           05 ARCOUT-ID             PIC X(10).
           05 ARCOUT-ID-NUM REDEFINES ARCOUT-ID PIC 9(10).
           05 FILLER                PIC X(89).
       01 ARCOUT-TRAILER-REC.
           05 FILLER                PIC X(01).
           05 ARCOUT-TRL-COUNT      PIC 9(09).
           05 ARCOUT-TRL-CHECKSUM   PIC 9(15).
           05 FILLER                PIC X(75).
      *
      *--- TB_CLIENTES DESCARREGADA: AS SEIS COLUNAS NA ORDEM DA TABELA
       FD  TSTCLI-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 TSTCLI-RECORD.
           05 TCL-ID-CLIENTE        PIC X(10).
           05 TCL-NOME              PIC X(40).
           05 TCL-NOME-CONT         PIC X(40).
           05 TCL-ENDERECO          PIC X(40).
           05 TCL-CONTATO           PIC X(20).
           05 TCL-STATUS            PIC X(10).
      *
      *--- TB_CLIENTES_JOURNAL DESCARREGADA: A IMAGEM WS-JOURNAL-VARS
      *--- (MYJRNLC) SEGUIDA DAS COLUNAS DA CADEIA
       FD  TSTJRN-FILE
           RECORD CONTAINS 263 CHARACTERS.
       01 TSTJRN-RECORD.
           05 TJR-LINHA             PIC X(232).
           05 TJR-SEQ-CADEIA        PIC 9(15).
           05 TJR-HASH-CADEIA       PIC X(16).
      *
       FD  TSTCUS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 TSTCUS-RECORD             PIC X(160).
      *
       FD  TSTMST-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01 TSTMST-RECORD             PIC X(119).
      *
       FD  TSTSEG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 TSTSEG-RECORD             PIC X(100).
      *
       FD  TSTIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TSTIN-RECORD              PIC X(80).
      *
       FD  TSTOUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 TSTOUT-RECORD             PIC X(100).
      *
      *--- MANIFESTO: ACERVO, NOME, GRAVADOS, OMITIDOS E GRAVADOS COM
      *--- CLIENTE FORA DE TB_CLIENTES (CONTAGEM DE PRODUCAO)
       FD  MANIF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MANIF-RECORD.
           05 MAN-FONTE             PIC 9(01).
           05 MAN-NOME-FONTE        PIC X(20).
           05 MAN-GRAVADOS          PIC 9(09).
           05 MAN-OMITIDOS          PIC 9(09).
           05 MAN-SEM-CADASTRO      PIC 9(09).
           05 MAN-DATA              PIC 9(08).
           05 FILLER                PIC X(24).
      *
       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYPSDMAP
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-NOME-CLIENTE-CONT   PIC X(40).
           05 D-ENDERECO-CLIENTE    PIC X(40).
           05 D-CONTATO-CLIENTE     PIC X(20).
           05 D-STATUS-CLIENTE      PIC X(10).
           05 D-SEQ-CADEIA          PIC S9(15) COMP-3.
           05 D-HASH-CADEIA         PIC X(16).
      *
           EXEC SQL
               DECLARE C_UNL_CLI CURSOR FOR
                   SELECT ID_CLIENTE, NOME_CLIENTE, NOME_CLIENTE_CONT,
                          ENDERECO_CLIENTE, CONTATO_CLIENTE,
                          STATUS_CLIENTE
                   FROM TB_CLIENTES
           END-EXEC.
      *
      *--- NA ORDEM DA CADEIA: AS LINHAS SEM ENCADEAMENTO (SEQUENCIA
      *--- ZERO, ANTERIORES AO MYTRLCAD) VEM PRIMEIRO, POR TIMESTAMP
           EXEC SQL
               DECLARE C_UNL_JRN CURSOR FOR
                   SELECT PROGRAM_NAME, TASK_ID, CHANGE_TS,
                          ID_CLIENTE, NOME_ANTES, NOME_DEPOIS,
                          NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                          STATUS_ANTES, STATUS_DEPOIS,
                          SEQ_CADEIA, HASH_CADEIA
                   FROM TB_CLIENTES_JOURNAL
                   ORDER BY SEQ_CADEIA, CHANGE_TS
           END-EXEC.
      *
       COPY MYJRNLC.
       COPY MYPSDC.
       COPY MYHASHC.
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
           05 WS-TST-FILE-STATUS   PIC X(02).
              88 WS-TST-OK               VALUE '00'.
           05 WS-MANIF-FILE-STATUS PIC X(02).
              88 WS-MANIF-OK             VALUE '00'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-CURSOR        PIC X(01) VALUE 'N'.
              88 FIM-CURSOR              VALUE 'S'.
           05 WS-EOF-DBCLIENT      PIC X(01) VALUE 'N'.
              88 FIM-DBCLIENT            VALUE 'S'.
      *
      *--- CONTADORES POR ACERVO (MESMA NUMERACAO DO MYPSDMAP)
       01 WS-COUNTERS.
           05 WS-CONT-FONTE OCCURS 7 TIMES.
              10 WS-COUNT-GRAVADOS     PIC 9(09).
              10 WS-COUNT-OMITIDOS     PIC 9(09).
              10 WS-COUNT-SEM-CADASTRO PIC 9(09).
           05 WS-FONTE-SUB          PIC 9(01).
           05 WS-COUNT-TRAILERS-OUT PIC 9(07) VALUE ZERO.
           05 WS-COUNT-TOTAL-OMITIDOS PIC 9(09) VALUE ZERO.
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
      *--- RESULTADO DO MAPEAMENTO DO REGISTRO CORRENTE
       01 WS-MAPEAMENTO.
           05 WS-MAP-SW             PIC X(01).
              88 WS-MAP-OK               VALUE 'S'.
              88 WS-MAP-OMITIR           VALUE 'N'.
           05 WS-ID-REAL            PIC X(10).
           05 WS-ID-NOVO            PIC X(10).
           05 WS-ID-NOVO-NUM REDEFINES WS-ID-NOVO PIC 9(10).
      *
      *--- TRAILER DO OUT-FILE: CONTAGEM E HASH REFEITOS POR GERACAO
      *--- (O ARQUIVO DE ENTRADA PODE SER UMA CONCATENACAO)
       01 WS-OUT-CONTROLE.
           05 WS-OUT-COUNT-DET      PIC 9(09) VALUE ZERO.
           05 WS-OUT-CHECKSUM       PIC 9(15) VALUE ZERO.
      *
      *--- CADEIA DO DIARIO REFEITA SOBRE AS LINHAS PSEUDONIMIZADAS
       01 WS-CADEIA-CONTROLE.
           05 WS-CAD-ULT-HASH       PIC X(16) VALUE ALL '0'.
           05 WS-CAD-ULT-SEQ        PIC 9(15) VALUE ZERO.
           05 WS-CAD-QTD-LINHAS     PIC 9(09) VALUE ZERO.
       01 WS-CONTEUDO.
           05 WS-CONT-SEQ           PIC 9(15).
           05 WS-CONT-LINHA         PIC X(232).
      *
      *--- FUNCOES DL/I, SEGMENTO E SSA (MESMOS LAYOUTS DO MYPSDMAP)
       01 WS-DLI-FUNCTIONS.
           05 WS-GN                 PIC X(04) VALUE 'GN  '.
      *
       01 SEG-CLIENTE.
           05 SEG-CLI-ID            PIC X(10).
           05 SEG-CLI-NOME          PIC X(40).
           05 SEG-CLI-ENDERECO      PIC X(40).
           05 FILLER                PIC X(10).
      *
       01 WS-SSA-UNQUAL            PIC X(09) VALUE 'CLIENTE  '.
      *
       01 WS-DATA-RODADA            PIC 9(08).
      *
       01 RPT-HEADER-1             PIC X(133) VALUE
           'MYPSDUNL - DESCARGA PSEUDONIMIZADA PARA O AMBIENTE TESTE'.
       01 RPT-DIVISOR              PIC X(133) VALUE ALL '='.
       01 RPT-COLUNAS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE 'ACERVO'.
           05 FILLER               PIC X(14) VALUE '     GRAVADOS'.
           05 FILLER               PIC X(14) VALUE '     OMITIDOS'.
           05 FILLER               PIC X(14) VALUE ' SEM CADASTRO'.
           05 FILLER               PIC X(69) VALUE SPACES.
       01 RPT-FONTE-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-FON-NOME         PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-FON-GRAVADOS     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-FON-OMITIDOS     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-FON-SEM-CAD      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(71) VALUE SPACES.
       01 RPT-CADEIA-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(38) VALUE
              'CADEIA DO DIARIO RECALCULADA - LINHAS:'.
           05 RPT-CAD-LINHAS       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(14) VALUE ' ULTIMA SEQ.: '.
           05 RPT-CAD-SEQ          PIC Z(14)9.
           05 FILLER               PIC X(15) VALUE ' ULTIMO HASH: '.
           05 RPT-CAD-HASH         PIC X(16).
           05 FILLER               PIC X(22) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *--- PCB DE I/O E O PCB DO BANCO DBCLIENT (SO LEITURA)
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
           PERFORM 2100-DESCARREGAR-TB-CLIENTES.
           PERFORM 2200-DESCARREGAR-JOURNAL.
           PERFORM 2300-DESCARREGAR-CUSTFILE.
           PERFORM 2400-DESCARREGAR-MASTER.
           PERFORM 2500-DESCARREGAR-DBCLIENT.
           PERFORM 2600-DESCARREGAR-ARCIN.
           PERFORM 2700-DESCARREGAR-ARCOUT.
           PERFORM 4000-FINALIZE.
           DISPLAY 'PROGRAMA MYPSDUNL CONCLUIDO. REGISTROS OMITIDOS: '
                   WS-COUNT-TOTAL-OMITIDOS.
           IF WS-COUNT-TOTAL-OMITIDOS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
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
           OPEN OUTPUT MANIF-FILE.
           IF NOT WS-MANIF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MANIF-FILE'
              DISPLAY 'FILE STATUS: ' WS-MANIF-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE RPT-HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-DIVISOR TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING WS-FONTE-SUB FROM 1 BY 1
                   UNTIL WS-FONTE-SUB > 7
               MOVE ZERO TO WS-COUNT-GRAVADOS(WS-FONTE-SUB)
                            WS-COUNT-OMITIDOS(WS-FONTE-SUB)
                            WS-COUNT-SEM-CADASTRO(WS-FONTE-SUB)
           END-PERFORM.
           ACCEPT WS-DATA-RODADA FROM DATE YYYYMMDD.
           EXIT.
      *
      *================================================================*
      * 1 - TB_CLIENTES
      *================================================================*
       2100-DESCARREGAR-TB-CLIENTES SECTION.
           OPEN OUTPUT TSTCLI-FILE.
           IF NOT WS-TST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TSTCLIDD'
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXEC SQL OPEN C_UNL_CLI END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYPSDUNL: ERRO NO OPEN DO C_UNL_CLI. SQLCODE: '
                      SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 1 TO WS-FONTE-SUB.
           MOVE 'N' TO WS-EOF-CURSOR.
           PERFORM 2110-FETCH-TB-CLIENTES UNTIL FIM-CURSOR.
           EXEC SQL CLOSE C_UNL_CLI END-EXEC.
           CLOSE TSTCLI-FILE.
       2100-SAI.
           EXIT.
      *
       2110-FETCH-TB-CLIENTES SECTION.
           EXEC SQL
               FETCH C_UNL_CLI
               INTO :D-ID-CLIENTE, :D-NOME-CLIENTE,
                    :D-NOME-CLIENTE-CONT, :D-ENDERECO-CLIENTE,
                    :D-CONTATO-CLIENTE, :D-STATUS-CLIENTE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE D-ID-CLIENTE TO WS-ID-REAL
                   PERFORM 2900-MAPEAR-ID
                   IF WS-MAP-OK
                      MOVE SPACES TO TSTCLI-RECORD
                      MOVE WS-ID-NOVO TO TCL-ID-CLIENTE
                      MOVE D-NOME-CLIENTE TO PSD-VALOR
                      PERFORM 2910-NOME-FICTICIO
                      MOVE PSD-FICTICIO TO TCL-NOME
                      MOVE D-NOME-CLIENTE-CONT TO PSD-VALOR
                      PERFORM 2920-CONTINUACAO-FICTICIA
                      MOVE PSD-FICTICIO TO TCL-NOME-CONT
                      MOVE D-ENDERECO-CLIENTE TO PSD-VALOR
                      PERFORM 2930-ENDERECO-FICTICIO
                      MOVE PSD-FICTICIO TO TCL-ENDERECO
                      MOVE D-CONTATO-CLIENTE TO PSD-VALOR
                      PERFORM 2940-CONTATO-FICTICIO
                      MOVE PSD-FICTICIO TO TCL-CONTATO
                      MOVE D-STATUS-CLIENTE TO TCL-STATUS
                      WRITE TSTCLI-RECORD
                      PERFORM 2990-CONFERIR-GRAVACAO
                   END-IF
               WHEN 100
                   SET FIM-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'MYPSDUNL: ERRO NO FETCH DO C_UNL_CLI. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
       2110-SAI.
           EXIT.
      *
      *================================================================*
      * 2 - TB_CLIENTES_JOURNAL (COM A CADEIA REFEITA)
      *================================================================*
       2200-DESCARREGAR-JOURNAL SECTION.
           OPEN OUTPUT TSTJRN-FILE.
           IF NOT WS-TST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TSTJRNDD'
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXEC SQL OPEN C_UNL_JRN END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYPSDUNL: ERRO NO OPEN DO C_UNL_JRN. SQLCODE: '
                      SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 2 TO WS-FONTE-SUB.
           MOVE 'N' TO WS-EOF-CURSOR.
           PERFORM 2210-FETCH-JOURNAL UNTIL FIM-CURSOR.
           EXEC SQL CLOSE C_UNL_JRN END-EXEC.
           CLOSE TSTJRN-FILE.
       2200-SAI.
           EXIT.
      *
       2210-FETCH-JOURNAL SECTION.
           EXEC SQL
               FETCH C_UNL_JRN
               INTO :WS-JRNL-PROGRAM-NAME, :WS-JRNL-TASK-ID,
                    :WS-JRNL-CHANGE-TS, :WS-JRNL-ID-CLIENTE,
                    :WS-JRNL-NOME-ANTES, :WS-JRNL-NOME-DEPOIS,
                    :WS-JRNL-NOME-CONT-ANTES, :WS-JRNL-NOME-CONT-DEPOIS,
                    :WS-JRNL-STATUS-ANTES, :WS-JRNL-STATUS-DEPOIS,
                    :D-SEQ-CADEIA, :D-HASH-CADEIA
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-JRNL-ID-CLIENTE TO WS-ID-REAL
                   PERFORM 2900-MAPEAR-ID
                   IF WS-MAP-OK
                      PERFORM 2220-GRAVAR-JOURNAL
                   END-IF
               WHEN 100
                   SET FIM-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'MYPSDUNL: ERRO NO FETCH DO C_UNL_JRN. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
       2210-SAI.
           EXIT.
      *
      *--- O NOME ANTES/DEPOIS PASSA PELA MESMA FUNCAO DO NOME ATUAL:
      *--- O ULTIMO 'DEPOIS' DO DIARIO CONTINUA IGUAL AO NOME DA
      *--- TB_CLIENTES DE TESTE
       2220-GRAVAR-JOURNAL SECTION.
           MOVE WS-ID-NOVO TO WS-JRNL-ID-CLIENTE.
           MOVE WS-JRNL-NOME-ANTES TO PSD-VALOR.
           PERFORM 2910-NOME-FICTICIO.
           MOVE PSD-FICTICIO TO WS-JRNL-NOME-ANTES.
           MOVE WS-JRNL-NOME-DEPOIS TO PSD-VALOR.
           PERFORM 2910-NOME-FICTICIO.
           MOVE PSD-FICTICIO TO WS-JRNL-NOME-DEPOIS.
           MOVE WS-JRNL-NOME-CONT-ANTES TO PSD-VALOR.
           PERFORM 2920-CONTINUACAO-FICTICIA.
           MOVE PSD-FICTICIO TO WS-JRNL-NOME-CONT-ANTES.
           MOVE WS-JRNL-NOME-CONT-DEPOIS TO PSD-VALOR.
           PERFORM 2920-CONTINUACAO-FICTICIA.
           MOVE PSD-FICTICIO TO WS-JRNL-NOME-CONT-DEPOIS.
           MOVE WS-JOURNAL-VARS TO TJR-LINHA.
           MOVE D-SEQ-CADEIA TO TJR-SEQ-CADEIA.
           IF D-SEQ-CADEIA > ZERO
              PERFORM 2230-REFAZER-ELO
           ELSE
              MOVE SPACES TO TJR-HASH-CADEIA
           END-IF.
           WRITE TSTJRN-RECORD.
           PERFORM 2990-CONFERIR-GRAVACAO.
       2220-SAI.
           EXIT.
      *
      *--- MESMO CONTEUDO QUE O MYTRLCAD PASSA AO MYHASH: SEQUENCIA EM
      *--- 15 DIGITOS + IMAGEM WS-JOURNAL-VARS
       2230-REFAZER-ELO SECTION.
           MOVE D-SEQ-CADEIA TO WS-CONT-SEQ.
           MOVE WS-JOURNAL-VARS TO WS-CONT-LINHA.
           MOVE WS-CAD-ULT-HASH TO HSH-HASH-ANTERIOR.
           COMPUTE HSH-TAMANHO = 15 + LENGTH OF WS-JOURNAL-VARS.
           CALL 'MYHASH' USING MYHASH-PARAMETROS WS-CONTEUDO.
           IF NOT HSH-OK
              DISPLAY 'MYPSDUNL: ERRO NO MYHASH DA SEQUENCIA '
                      WS-CONT-SEQ
              PERFORM 9930-PROGRAM-ERROR-ABEND
           END-IF.
           MOVE HSH-HASH-NOVO TO TJR-HASH-CADEIA WS-CAD-ULT-HASH.
           MOVE D-SEQ-CADEIA  TO WS-CAD-ULT-SEQ.
           ADD 1 TO WS-CAD-QTD-LINHAS.
       2230-SAI.
           EXIT.
      *
      *================================================================*
      * 3 - CUSTFILE
      *================================================================*
       2300-DESCARREGAR-CUSTFILE SECTION.
           OPEN INPUT CUSTFILE.
           IF NOT WS-CUSTFILE-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CUSTFILE'
              DISPLAY 'FILE STATUS: ' WS-CUSTFILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT TSTCUS-FILE.
           IF NOT WS-TST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TSTCUSDD'
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE 3 TO WS-FONTE-SUB.
           PERFORM 2310-LER-CUSTFILE UNTIL WS-CUSTFILE-EOF.
           CLOSE CUSTFILE TSTCUS-FILE.
       2300-SAI.
           EXIT.
      *
       2310-LER-CUSTFILE SECTION.
           READ CUSTFILE.
           EVALUATE TRUE
               WHEN WS-CUSTFILE-OK
                   MOVE CUST-ID TO WS-ID-REAL
                   PERFORM 2900-MAPEAR-ID
                   IF WS-MAP-OK
                      MOVE WS-ID-NOVO TO CUST-ID
                      MOVE CUST-NOME TO PSD-VALOR
                      PERFORM 2910-NOME-FICTICIO
                      MOVE PSD-FICTICIO TO CUST-NOME
                      MOVE CUST-NOME-CONT TO PSD-VALOR
                      PERFORM 2920-CONTINUACAO-FICTICIA
                      MOVE PSD-FICTICIO TO CUST-NOME-CONT
                      MOVE CUST-ENDERECO TO PSD-VALOR
                      PERFORM 2930-ENDERECO-FICTICIO
                      MOVE PSD-FICTICIO TO CUST-ENDERECO
                      MOVE CUST-CONTATO TO PSD-VALOR
                      PERFORM 2940-CONTATO-FICTICIO
                      MOVE PSD-FICTICIO TO CUST-CONTATO
                      WRITE TSTCUS-RECORD FROM CUSTFILE-RECORD
                      PERFORM 2990-CONFERIR-GRAVACAO
                   END-IF
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
      *================================================================*
      * 4 - MASTERDD
      *================================================================*
       2400-DESCARREGAR-MASTER SECTION.
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT TSTMST-FILE.
           IF NOT WS-TST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TSTMSTDD'
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE 4 TO WS-FONTE-SUB.
           PERFORM 2410-LER-MASTER UNTIL WS-MST-EOF.
           CLOSE MST-FILE TSTMST-FILE.
       2400-SAI.
           EXIT.
      *
       2410-LER-MASTER SECTION.
           READ MST-FILE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   MOVE MST-ID TO WS-ID-REAL
                   PERFORM 2900-MAPEAR-ID
                   IF WS-MAP-OK
                      MOVE WS-ID-NOVO TO MST-ID
                      WRITE TSTMST-RECORD FROM MST-RECORD
                      PERFORM 2990-CONFERIR-GRAVACAO
                   END-IF
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
      *================================================================*
      * 5 - SEGMENTOS CLIENTE DO DBCLIENT (GN, MESMO CRITERIO DO
      *     MYPSDMAP)
      *================================================================*
       2500-DESCARREGAR-DBCLIENT SECTION.
           OPEN OUTPUT TSTSEG-FILE.
           IF NOT WS-TST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TSTSEGDD'
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE 5 TO WS-FONTE-SUB.
           PERFORM 2510-LER-DBCLIENT UNTIL FIM-DBCLIENT.
           CLOSE TSTSEG-FILE.
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
                   MOVE SEG-CLI-ID TO WS-ID-REAL
                   PERFORM 2900-MAPEAR-ID
                   IF WS-MAP-OK
                      MOVE WS-ID-NOVO TO SEG-CLI-ID
                      MOVE SEG-CLI-NOME TO PSD-VALOR
                      PERFORM 2910-NOME-FICTICIO
                      MOVE PSD-FICTICIO TO SEG-CLI-NOME
                      MOVE SEG-CLI-ENDERECO TO PSD-VALOR
                      PERFORM 2930-ENDERECO-FICTICIO
                      MOVE PSD-FICTICIO TO SEG-CLI-ENDERECO
                      WRITE TSTSEG-RECORD FROM SEG-CLIENTE
                      PERFORM 2990-CONFERIR-GRAVACAO
                   END-IF
               WHEN 'GE'
               WHEN 'GB'
                   SET FIM-DBCLIENT TO TRUE
               WHEN OTHER
                   DISPLAY 'MYPSDUNL: ERRO NO GN DO DBCLIENT. STATUS: '
                           DB-STATUS-CODE
                   PERFORM 9920-DLI-ERROR-ABEND
           END-EVALUATE.
       2510-SAI.
           EXIT.
      *
      *================================================================*
      * 6 - IN-FILE ARQUIVADO: IDS DE D/R/E/C E OS DADOS PESSOAIS DO
      *     CADASTRO 'C'. CABECALHO E TRAILER DO LOTE NAO TEM ID (O
      *     TRAILER SO TOTALIZA VALORES) E PASSAM COMO VIERAM.
      *================================================================*
       2600-DESCARREGAR-ARCIN SECTION.
           OPEN INPUT ARCIN-FILE.
           IF NOT WS-ARCIN-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ARCIN-FILE'
              DISPLAY 'FILE STATUS: ' WS-ARCIN-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT TSTIN-FILE.
           IF NOT WS-TST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TSTINDD'
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE 6 TO WS-FONTE-SUB.
           PERFORM 2610-LER-ARCIN UNTIL WS-ARCIN-EOF.
           CLOSE ARCIN-FILE TSTIN-FILE.
       2600-SAI.
           EXIT.
      *
       2610-LER-ARCIN SECTION.
           READ ARCIN-FILE.
           EVALUATE TRUE
               WHEN WS-ARCIN-OK
                   IF ARCIN-COM-ID OR ARCIN-CADASTRO
                      MOVE ARCIN-ID TO WS-ID-REAL
                      PERFORM 2900-MAPEAR-ID
                   ELSE
                      SET WS-MAP-OK TO TRUE
                   END-IF
                   IF WS-MAP-OK
                      PERFORM 2620-GRAVAR-ARCIN
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
       2620-GRAVAR-ARCIN SECTION.
           IF ARCIN-COM-ID OR ARCIN-CADASTRO
              MOVE WS-ID-NOVO TO ARCIN-ID
           END-IF.
           IF ARCIN-CADASTRO
              EVALUATE TRUE
                  WHEN ARCIN-CAD-NOME
                      MOVE ARCIN-CAD-NOME-CLI TO PSD-VALOR
                      PERFORM 2910-NOME-FICTICIO
                      MOVE PSD-FICTICIO TO ARCIN-CAD-NOME-CLI
                      MOVE ARCIN-CAD-CONTATO TO PSD-VALOR
                      PERFORM 2940-CONTATO-FICTICIO
                      MOVE PSD-FICTICIO TO ARCIN-CAD-CONTATO
                  WHEN ARCIN-CAD-CONT
                      MOVE ARCIN-CAD-NOME-CONT TO PSD-VALOR
                      PERFORM 2920-CONTINUACAO-FICTICIA
                      MOVE PSD-FICTICIO TO ARCIN-CAD-NOME-CONT
                  WHEN ARCIN-CAD-ENDERECO
                      MOVE ARCIN-CAD-END-CLI TO PSD-VALOR
                      PERFORM 2930-ENDERECO-FICTICIO
                      MOVE PSD-FICTICIO TO ARCIN-CAD-END-CLI
                      IF ARCIN-CAD-CEP NOT = SPACES
                         OR ARCIN-CAD-CIDADE NOT = SPACES
                         MOVE PSD-CEP    TO ARCIN-CAD-CEP
                         MOVE PSD-CIDADE TO ARCIN-CAD-CIDADE
                         MOVE PSD-UF     TO ARCIN-CAD-UF
                      END-IF
              END-EVALUATE
           END-IF.
           WRITE TSTIN-RECORD FROM ARCIN-RECORD.
           PERFORM 2990-CONFERIR-GRAVACAO.
       2620-SAI.
           EXIT.
      *
      *================================================================*
      * 7 - OUT-FILE ARQUIVADO: IDS DE D/E E O TRAILER DE CADA
      *     GERACAO REFEITO (CONTAGEM E HASH DOS IDS DE TESTE)
      *================================================================*
       2700-DESCARREGAR-ARCOUT SECTION.
           OPEN INPUT ARCOUT-FILE.
           IF NOT WS-ARCOUT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ARCOUT-FILE'
              DISPLAY 'FILE STATUS: ' WS-ARCOUT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT TSTOUT-FILE.
           IF NOT WS-TST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TSTOUTDD'
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE 7 TO WS-FONTE-SUB.
           MOVE ZERO TO WS-OUT-COUNT-DET WS-OUT-CHECKSUM.
           PERFORM 2710-LER-ARCOUT UNTIL WS-ARCOUT-EOF.
           CLOSE ARCOUT-FILE TSTOUT-FILE.
       2700-SAI.
           EXIT.
      *
       2710-LER-ARCOUT SECTION.
           READ ARCOUT-FILE.
           EVALUATE TRUE
               WHEN WS-ARCOUT-OK
                   EVALUATE TRUE
                       WHEN ARCOUT-DETALHE
                       WHEN ARCOUT-EXTENSAO
                           MOVE ARCOUT-ID TO WS-ID-REAL
                           PERFORM 2900-MAPEAR-ID
                           IF WS-MAP-OK
                              PERFORM 2720-GRAVAR-ARCOUT-ID
                           END-IF
                       WHEN ARCOUT-TRAILER
                           MOVE WS-OUT-COUNT-DET TO ARCOUT-TRL-COUNT
                           MOVE WS-OUT-CHECKSUM  TO ARCOUT-TRL-CHECKSUM
                           MOVE ZERO TO WS-OUT-COUNT-DET
                                        WS-OUT-CHECKSUM
                           ADD 1 TO WS-COUNT-TRAILERS-OUT
                           WRITE TSTOUT-RECORD FROM ARCOUT-RECORD
                           PERFORM 2990-CONFERIR-GRAVACAO
                       WHEN OTHER
                           WRITE TSTOUT-RECORD FROM ARCOUT-RECORD
                           PERFORM 2990-CONFERIR-GRAVACAO
                   END-EVALUATE
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
      *--- MESMO CALCULO DO 4120-ACCUMULATE-OUT-CHECKSUM DO MYBATCH
       2720-GRAVAR-ARCOUT-ID SECTION.
           MOVE WS-ID-NOVO TO ARCOUT-ID.
           IF ARCOUT-DETALHE
              ADD 1 TO WS-OUT-COUNT-DET
              IF WS-ID-NOVO-NUM IS NUMERIC
                 ADD WS-ID-NOVO-NUM TO WS-OUT-CHECKSUM
              END-IF
           END-IF.
           WRITE TSTOUT-RECORD FROM ARCOUT-RECORD.
           PERFORM 2990-CONFERIR-GRAVACAO.
       2720-SAI.
           EXIT.
      *
      *================================================================*
      * CHAMADAS AO MYPSEUDO
      *================================================================*
      *--- ID SEM MAPEAMENTO: O REGISTRO NAO SAI (NUNCA SAI ID REAL)
       2900-MAPEAR-ID SECTION.
           SET PSD-FN-MAPEAR TO TRUE.
           MOVE WS-ID-REAL TO PSD-ID-PRODUCAO.
           CALL 'MYPSEUDO' USING MYPSEUDO-PARAMETROS.
           EVALUATE TRUE
               WHEN PSD-OK
                   SET WS-MAP-OK TO TRUE
                   MOVE PSD-ID-TESTE TO WS-ID-NOVO
                   IF NOT PSD-CLIENTE-CADASTRADO
                      ADD 1 TO WS-COUNT-SEM-CADASTRO(WS-FONTE-SUB)
                   END-IF
               WHEN PSD-SEM-MAPEAMENTO
                   SET WS-MAP-OMITIR TO TRUE
                   ADD 1 TO WS-COUNT-OMITIDOS(WS-FONTE-SUB)
                   ADD 1 TO WS-COUNT-TOTAL-OMITIDOS
               WHEN OTHER
                   PERFORM 2960-ERRO-MYPSEUDO
           END-EVALUATE.
       2900-SAI.
           EXIT.
      *
       2910-NOME-FICTICIO SECTION.
           SET PSD-FN-NOME TO TRUE.
           PERFORM 2950-CHAMAR-MYPSEUDO.
       2910-SAI.
           EXIT.
      *
       2920-CONTINUACAO-FICTICIA SECTION.
           SET PSD-FN-CONTINUACAO TO TRUE.
           PERFORM 2950-CHAMAR-MYPSEUDO.
       2920-SAI.
           EXIT.
      *
       2930-ENDERECO-FICTICIO SECTION.
           SET PSD-FN-ENDERECO TO TRUE.
           PERFORM 2950-CHAMAR-MYPSEUDO.
       2930-SAI.
           EXIT.
      *
       2940-CONTATO-FICTICIO SECTION.
           SET PSD-FN-CONTATO TO TRUE.
           PERFORM 2950-CHAMAR-MYPSEUDO.
       2940-SAI.
           EXIT.
      *
       2950-CHAMAR-MYPSEUDO SECTION.
           CALL 'MYPSEUDO' USING MYPSEUDO-PARAMETROS.
           IF NOT PSD-OK
              PERFORM 2960-ERRO-MYPSEUDO
           END-IF.
       2950-SAI.
           EXIT.
      *
       2960-ERRO-MYPSEUDO SECTION.
           DISPLAY 'MYPSDUNL: ERRO NO MYPSEUDO. FUNCAO: ' PSD-FUNCAO
                   ' RETORNO: ' PSD-RETORNO ' SQLCODE: ' PSD-SQLCODE.
           IF PSD-ERRO-SQL
              PERFORM 9900-SQL-ERROR-ABEND
           ELSE
              PERFORM 9930-PROGRAM-ERROR-ABEND
           END-IF.
       2960-SAI.
           EXIT.
      *
       2990-CONFERIR-GRAVACAO SECTION.
           IF NOT WS-TST-OK
              DISPLAY 'ERRO FATAL NA GRAVACAO DA COPIA DE TESTE - '
                      WS-NOME-FONTE(WS-FONTE-SUB)
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-GRAVADOS(WS-FONTE-SUB).
       2990-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO - MANIFESTO E RELATORIO
      *================================================================*
       4000-FINALIZE SECTION.
           WRITE RPT-RECORD FROM RPT-COLUNAS.
           PERFORM VARYING WS-FONTE-SUB FROM 1 BY 1
                   UNTIL WS-FONTE-SUB > 7
               MOVE SPACES TO MANIF-RECORD
               MOVE WS-FONTE-SUB                TO MAN-FONTE
               MOVE WS-NOME-FONTE(WS-FONTE-SUB) TO MAN-NOME-FONTE
               MOVE WS-COUNT-GRAVADOS(WS-FONTE-SUB) TO MAN-GRAVADOS
               MOVE WS-COUNT-OMITIDOS(WS-FONTE-SUB) TO MAN-OMITIDOS
               MOVE WS-COUNT-SEM-CADASTRO(WS-FONTE-SUB)
                                                TO MAN-SEM-CADASTRO
               MOVE WS-DATA-RODADA              TO MAN-DATA
               WRITE MANIF-RECORD
               IF NOT WS-MANIF-OK
                  DISPLAY 'ERRO FATAL NA GRAVACAO DO MANIF-FILE'
                  DISPLAY 'FILE STATUS: ' WS-MANIF-FILE-STATUS
                  PERFORM 9910-FILE-ERROR-ABEND
               END-IF
               MOVE WS-NOME-FONTE(WS-FONTE-SUB)     TO RPT-FON-NOME
               MOVE WS-COUNT-GRAVADOS(WS-FONTE-SUB) TO RPT-FON-GRAVADOS
               MOVE WS-COUNT-OMITIDOS(WS-FONTE-SUB) TO RPT-FON-OMITIDOS
               MOVE WS-COUNT-SEM-CADASTRO(WS-FONTE-SUB)
                                                    TO RPT-FON-SEM-CAD
               WRITE RPT-RECORD FROM RPT-FONTE-LINE
           END-PERFORM.
           MOVE RPT-DIVISOR TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE WS-CAD-QTD-LINHAS TO RPT-CAD-LINHAS.
           MOVE WS-CAD-ULT-SEQ    TO RPT-CAD-SEQ.
           MOVE WS-CAD-ULT-HASH   TO RPT-CAD-HASH.
           WRITE RPT-RECORD FROM RPT-CADEIA-LINE.
           MOVE SPACES TO RPT-RECORD.
           STRING '  TRAILERS DO OUT-FILE REFEITOS: ' DELIMITED BY SIZE
                  WS-COUNT-TRAILERS-OUT DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-COUNT-TOTAL-OMITIDOS > ZERO
              MOVE SPACES TO RPT-RECORD
              STRING '  *** REGISTROS OMITIDOS POR FALTA DE '
                     'MAPEAMENTO (CLIENTE NOVO DEPOIS DO MYPSDMAP): '
                     DELIMITED BY SIZE
                     WS-COUNT-TOTAL-OMITIDOS DELIMITED BY SIZE
                     INTO RPT-RECORD
              WRITE RPT-RECORD
           END-IF.
           CLOSE MANIF-FILE RPT-FILE.
       4000-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND - NADA FOI ALTERADO NA PRODUCAO; A
      * DESCARGA E REFEITA DO INICIO
      *================================================================*
       9900-SQL-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYPSDUNL ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYPSDUNL ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9920-DLI-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYPSDUNL ENCERRADO COM ERRO'
                   ' DE DL/I ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9930-PROGRAM-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYPSDUNL ENCERRADO COM ERRO'
                   ' DE MODULO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
