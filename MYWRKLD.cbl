       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYWRKLD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CARGA DA FILA DE EXCECOES DA OPERACAO
      *
      * DE MANHA O OPERADOR ABRIA CINCO SAIDAS EM SEPARADO PARA SABER
      * O QUE PRECISA DE ACAO. ESTE PASSO, NO FIM DO MYNIGHT, JUNTA
      * TUDO NA TABELA TB_WORKLIST - UM ITEM POR EXCECAO ACIONAVEL,
      * COM FONTE, CHAVE, MOTIVO, VALOR E DATA DE ORIGEM - QUE A
      * TRANSACAO TRNW (MYCICSWL) LISTA POR PRIORIDADE PARA O
      * OPERADOR ASSUMIR, ANOTAR E FECHAR:
      *
      *   FONTE     ORIGEM                         CHAVE
      *   MYBATCH   REJECTDD (REJ.DIARIO), UM ITEM ID + ID DA RODADA
      *             POR REJEITADO; MOTIVO = R0NN
      *   MYDB2BAT  EXCPTDD (EXC.MYDB2BAT), UM     ID_CLIENTE
      *             ITEM POR EXCECAO; MOTIVO =
      *             SQLCODE
      *   MYRECON   RECRPTDD (RPT.MYRECON), AS     ID DO CLIENTE
      *             LINHAS DE DIVERGENCIA POR
      *             CLASSE (MESMOS PREFIXOS DO
      *             MYDQCOLL/MYSUMARY)
      *   PENDENTE  MINHA_TABELA: LINHA PENDENTE   ID_CLIENTE
      *             HA MAIS DIAS QUE O LIMITE DO
      *             AVISO MYD2001 DO MYDB2BAT
      *   MYACKGEN  ACKFILDD: LOTE DESBALANCEADO   ID + DATA DA
      *             ('DESBALANC') E LOTE COM        RODADA
      *             REJEITADOS DEVOLVIDOS A
      *             AGENCIA ('DEVOLVIDOS')
      *
      * UMA EXCECAO QUE JA TEM ITEM NAO FECHADO COM A MESMA FONTE,
      * CHAVE E MOTIVO NAO GERA ITEM NOVO (A LINHA PENDENTE DE ONTEM
      * CONTINUA NO MESMO ITEM, COM A IDADE CORRENDO).
      *
      * PRIORIDADE (1 = MAIS URGENTE) E PRAZO EM DIAS (SLA) SAO POR
      * FONTE, NA TABELA WS-PRAZO-TABLE. O PRAZO CONTA DA DATA DE
      * CARGA DO ITEM. DEPOIS DA CARGA, TODO ITEM NAO FECHADO ALEM DO
      * PRAZO SAI NO RELATORIO COMO 'FORA DO PRAZO' - O MYSUMARY
      * (STEP050) COPIA ESSAS LINHAS PARA O RESUMO DA NOITE - E, NA
      * PRIMEIRA VEZ, E MARCADO ESCALADO COM PRIORIDADE 0 (PASSA A
      * ENCABECAR A LISTA DA TRNW).
      *
      * SITUACAO DO ITEM: 'A' ABERTO, 'T' EM TRATAMENTO (ASSUMIDO NA
      * TRNW), 'F' FECHADO. O MYEXCRTY FECHA SOZINHO OS ITENS
      * MYDB2BAT QUE O REPROCESSAMENTO MATINAL RESOLVE.
      *
      * PARMDD (OPCIONAL): COLUNAS 1-3 = LIMITE EM DIAS 9(03) DA LINHA
      * PENDENTE (BRANCO = 7, O MESMO DO MYDB2BAT).
      *
      * RETURN-CODE 0 = OK; 4 = HA ITEM FORA DO PRAZO; 16 = ERRO
      * FATAL.
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
           SELECT REJ-FILE ASSIGN TO REJECTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT EXC-FILE ASSIGN TO EXCPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT RECRPT-FILE ASSIGN TO RECRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RECRPT-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKFILDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ACK-FILE-STATUS.
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
      *--- MESMO LAYOUT DO REJ-RECORD DO MYBATCH (O DADO REJEITADO E
      *--- O REGISTRO DO IN-FILE: TIPO, ID, ACAO E O VALOR NO INICIO
      *--- DO DADO DO DETALHE)
       FD REJ-FILE
          RECORD CONTAINS 92 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 REJ-RECORD.
           05 REJ-IN-DATA            PIC X(80).
           05 REJ-IN-DETALHE REDEFINES REJ-IN-DATA.
              10 REJ-IN-TIPO         PIC X(01).
              10 REJ-IN-ID           PIC X(10).
              10 REJ-IN-ACAO         PIC X(01).
              10 REJ-IN-VALOR-X      PIC X(13).
              10 REJ-IN-VALOR REDEFINES REJ-IN-VALOR-X
                                     PIC 9(11)V99.
              10 FILLER              PIC X(55).
           05 REJ-REASON-CODE        PIC X(04).
           05 REJ-RUN-ID             PIC X(08).
      *
      *--- MESMO LAYOUT DO EXC-RECORD DO MYDB2BAT
       FD EXC-FILE
          RECORD CONTAINS 168 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 EXC-RECORD.
           05 EXC-ID-CLIENTE       PIC S9(09).
           05 EXC-NOME-CLIENTE     PIC X(30).
           05 EXC-STATUS-REGISTRO  PIC X(10).
           05 EXC-ENDERECO-CLIENTE PIC X(40).
           05 EXC-SQLCODE          PIC S9(09).
           05 EXC-SQLERRMC         PIC X(70).
      *
       FD RECRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RECRPT-RECORD             PIC X(133).
      *
      *--- MESMO LAYOUT DO ACK-RECORD DO MYBATCH
       FD ACK-FILE
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ACK-RECORD.
           05 ACK-RUN-DATE           PIC X(08).
           05 ACK-RUN-ID             PIC X(08).
           05 ACK-DET-LIDOS          PIC 9(07).
           05 ACK-ACEITOS            PIC 9(07).
           05 ACK-REJEITADOS         PIC 9(07).
           05 ACK-TOT-DEBITO         PIC 9(13)V99.
           05 ACK-TOT-CREDITO        PIC 9(13)V99.
           05 ACK-BALANCEADO         PIC X(01).
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
           05 PARM-LIMITE-PEND       PIC X(03).
           05 PARM-LIMITE-PEND-N REDEFINES PARM-LIMITE-PEND
                                     PIC 9(03).
           05 FILLER                 PIC X(77).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYSTATLD
       01 WS-DB-HOST-VARS.
           05 H-NUM-ITEM            PIC S9(09) COMP.
           05 H-FONTE               PIC X(08).
           05 H-CHAVE               PIC X(20).
           05 H-MOTIVO              PIC X(10).
           05 H-VALOR               PIC S9(11)V99 COMP-3.
           05 H-DATA-ORIGEM         PIC X(08).
           05 H-DATA-CARGA          PIC X(08).
           05 H-DATA-CARGA-N REDEFINES H-DATA-CARGA
                                    PIC 9(08).
           05 H-PRIORIDADE          PIC S9(04) COMP.
           05 H-PRAZO-DIAS          PIC S9(04) COMP.
           05 H-DESCRICAO           PIC X(60).
           05 H-SITUACAO            PIC X(01).
           05 H-OPERADOR-RESP       PIC X(03).
           05 H-ESCALADO            PIC X(01).
              88 H-JA-ESCALADO      VALUE 'S'.
           05 H-QTD                 PIC S9(09) COMP.
           05 H-LIMITE-DIAS         PIC S9(04) COMP.
           05 H-PEND-ID             PIC S9(09) COMP.
           05 H-PEND-NOME           PIC X(30).
           05 H-PEND-DATA           PIC S9(09) COMP.
      *
      *--- LINHAS PENDENTE HA MAIS DIAS QUE O LIMITE (MESMO PREDICADO
      *--- DA CONTAGEM ACIMA DO LIMITE DO 1180 DO MYDB2BAT)
           EXEC SQL
               DECLARE C_PEND_LIMITE CURSOR WITH HOLD FOR
                   SELECT ID_CLIENTE, NOME_CLIENTE,
                          YEAR(PENDENTE_TS) * 10000
                        + MONTH(PENDENTE_TS) * 100
                        + DAY(PENDENTE_TS)
                   FROM MINHA_TABELA
                   WHERE STATUS_REGISTRO = 'PENDENTE'
                     AND DATE(PENDENTE_TS) <
                         CURRENT DATE - :H-LIMITE-DIAS DAYS
                   ORDER BY ID_CLIENTE
           END-EXEC.
      *
      *--- ITENS NAO FECHADOS, PARA A CONFERENCIA DO PRAZO
           EXEC SQL
               DECLARE C_NAO_FECHADOS CURSOR WITH HOLD FOR
                   SELECT NUM_ITEM, FONTE, CHAVE, MOTIVO, PRIORIDADE,
                          PRAZO_DIAS, DATA_CARGA, SITUACAO,
                          OPERADOR_RESP, ESCALADO
                   FROM TB_WORKLIST
                   WHERE SITUACAO <> 'F'
                   ORDER BY PRIORIDADE, NUM_ITEM
           END-EXEC.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-REJ-FILE-STATUS    PIC X(02).
              88 WS-REJ-OK          VALUE '00'.
              88 WS-REJ-EOF         VALUE '10'.
           05 WS-EXC-FILE-STATUS    PIC X(02).
              88 WS-EXC-OK          VALUE '00'.
              88 WS-EXC-EOF         VALUE '10'.
           05 WS-RECRPT-FILE-STATUS PIC X(02).
              88 WS-RECRPT-OK       VALUE '00'.
              88 WS-RECRPT-EOF      VALUE '10'.
           05 WS-ACK-FILE-STATUS    PIC X(02).
              88 WS-ACK-OK          VALUE '00'.
              88 WS-ACK-EOF         VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- PRIORIDADE E PRAZO (DIAS) POR FONTE. FONTE NOVA ENTRA AQUI.
      *--- DIVERGENCIA DE CADASTRO E LOTE DA AGENCIA SAO OS MAIS
      *--- URGENTES; O REJEITADO DEPENDE DA AGENCIA E TEM MAIS PRAZO.
       01 WS-PRAZO-TABLE.
           05 FILLER PIC X(11) VALUE 'MYRECON 102'.
           05 FILLER PIC X(11) VALUE 'MYACKGEN101'.
           05 FILLER PIC X(11) VALUE 'MYDB2BAT201'.
           05 FILLER PIC X(11) VALUE 'PENDENTE202'.
           05 FILLER PIC X(11) VALUE 'MYBATCH 303'.
       01 WS-PRAZO-TABLE-R REDEFINES WS-PRAZO-TABLE.
           05 WS-PRZ-ENTRY OCCURS 5 TIMES INDEXED BY WS-PRZ-IDX.
              10 WS-PRZ-FONTE       PIC X(08).
              10 WS-PRZ-PRIORIDADE  PIC 9(01).
              10 WS-PRZ-DIAS        PIC 9(02).
      *
      *--- CONTAGENS POR FONTE, NA ORDEM DA TABELA DE PRAZOS
       01 WS-FONTE-CONTAGENS.
           05 WS-FC-ENTRY OCCURS 5 TIMES.
              10 WS-FC-LIDAS        PIC 9(07).
              10 WS-FC-INCLUIDOS    PIC 9(07).
              10 WS-FC-JA-ABERTOS   PIC 9(07).
      *
       01 WS-WORK-VARS.
           05 WS-HOJE               PIC 9(08) VALUE ZERO.
           05 WS-HOJE-X REDEFINES WS-HOJE
                                    PIC X(08).
           05 WS-LIMITE-PEND        PIC 9(03) VALUE 7.
           05 WS-FONTE-ATUAL        PIC X(08).
           05 WS-SQLCODE-ED         PIC -999999999.
           05 WS-CHAVE-ID           PIC 9(10).
           05 WS-POS-ID             PIC 9(03) COMP.
           05 WS-QTD-ED             PIC Z(06)9.
           05 WS-DATA-ED            PIC 9(08).
           05 WS-IDADE              PIC S9(07) VALUE ZERO.
           05 WS-PROX-ITEM          PIC S9(09) COMP VALUE ZERO.
           05 WS-COMMIT-COUNTER     PIC 9(05) VALUE ZERO.
           05 WS-FIM-CURSOR-SW      PIC X(01) VALUE 'N'.
              88 WS-FIM-CURSOR      VALUE 'S'.
           05 WS-ITEM-MOTIVO        PIC X(10).
           05 WS-ITEM-CHAVE         PIC X(20).
           05 WS-ITEM-VALOR         PIC S9(11)V99 VALUE ZERO.
           05 WS-ITEM-ORIGEM        PIC X(08).
           05 WS-ITEM-DESCRICAO     PIC X(60).
      *
       01 WS-TOTAIS.
           05 WS-COUNT-INCLUIDOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-JA-ABERTOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-NAO-FECHADOS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FORA-PRAZO   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ESCALADOS    PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(48) VALUE
              'MYWRKLD - FILA DE EXCECOES DA OPERACAO - DATA: '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(76) VALUE SPACES.
      *
       01 WS-RPT-FONTE-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'FONTE '.
           05 RPT-FON-NOME          PIC X(08).
           05 FILLER                PIC X(09) VALUE ' LIDAS: '.
           05 RPT-FON-LIDAS         PIC Z(06)9.
           05 FILLER                PIC X(12) VALUE ' INCLUIDOS: '.
           05 RPT-FON-INCLUIDOS     PIC Z(06)9.
           05 FILLER                PIC X(19) VALUE
              ' JA EM ABERTO: '.
           05 RPT-FON-JA-ABERTOS    PIC Z(06)9.
           05 FILLER                PIC X(57) VALUE SPACES.
      *
      *--- LINHA DE ITEM FORA DO PRAZO: O LITERAL DAS COLUNAS 2-14 E O
      *--- QUE O MYSUMARY PROCURA PARA COPIAR A LINHA NO RESUMO
       01 WS-RPT-PRAZO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE 'FORA DO PRAZO '.
           05 RPT-PRZ-NUM           PIC Z(08)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-PRZ-FONTE         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-PRZ-MOTIVO        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-PRZ-CHAVE         PIC X(20).
           05 FILLER                PIC X(07) VALUE ' CARGA '.
           05 RPT-PRZ-CARGA         PIC X(08).
           05 FILLER                PIC X(07) VALUE ' IDADE '.
           05 RPT-PRZ-IDADE         PIC ZZZ9.
           05 FILLER                PIC X(07) VALUE ' PRAZO '.
           05 RPT-PRZ-PRAZO         PIC Z9.
           05 FILLER                PIC X(06) VALUE ' SIT. '.
           05 RPT-PRZ-SIT           PIC X(01).
           05 FILLER                PIC X(06) VALUE ' RESP '.
           05 RPT-PRZ-RESP          PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-PRZ-NOVO          PIC X(08).
           05 FILLER                PIC X(09) VALUE SPACES.
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
           PERFORM 2100-CARREGAR-REJEITADOS.
           PERFORM 2200-CARREGAR-EXCECOES.
           PERFORM 2300-CARREGAR-DIVERGENCIAS.
           PERFORM 2400-CARREGAR-PENDENTES.
           PERFORM 2500-CARREGAR-LOTES.
           PERFORM 2800-COMMIT.
           PERFORM 2600-CONFERIR-PRAZOS.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYWRKLD CONCLUIDO. INCLUIDOS: '
                   WS-COUNT-INCLUIDOS ' FORA DO PRAZO: '
                   WS-COUNT-FORA-PRAZO.
           IF WS-COUNT-FORA-PRAZO > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WS-FONTE-CONTAGENS.
           PERFORM 1150-READ-PARM-CARD.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-HOJE TO RPT-HDR-DATA.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
      *--- SO ESTE PASSO INCLUI ITENS (A TRNW SO ALTERA), ENTAO A
      *--- NUMERACAO SEGUE DO MAIOR NUMERO JA GRAVADO
           EXEC SQL
               SELECT COALESCE(MAX(NUM_ITEM), 0)
                 INTO :WS-PROX-ITEM
                 FROM TB_WORKLIST
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYWRKLD: ERRO NA NUMERACAO DE TB_WORKLIST. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-LIMITE-PEND IS NUMERIC
                 AND PARM-LIMITE-PEND-N > ZERO
                 MOVE PARM-LIMITE-PEND-N TO WS-LIMITE-PEND
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE CARGA POR FONTE
      *================================================================*
      *--- UM ITEM POR REJEITADO DO MYBATCH. O VALOR SO VEM DE
      *--- DETALHE/ESTORNO COM VALOR NUMERICO
       2100-CARREGAR-REJEITADOS.
           MOVE 'MYBATCH ' TO WS-FONTE-ATUAL.
           OPEN INPUT REJ-FILE.
           IF NOT WS-REJ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO REJ-FILE'
              DISPLAY 'FILE STATUS: ' WS-REJ-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ REJ-FILE.
           PERFORM UNTIL NOT WS-REJ-OK
              MOVE REJ-REASON-CODE TO WS-ITEM-MOTIVO
              MOVE SPACES TO WS-ITEM-CHAVE
              STRING REJ-IN-ID ' ' REJ-RUN-ID
                  DELIMITED BY SIZE INTO WS-ITEM-CHAVE
              MOVE ZERO TO WS-ITEM-VALOR
              IF (REJ-IN-TIPO = 'D' OR REJ-IN-TIPO = 'R')
                 AND REJ-IN-VALOR-X IS NUMERIC
                 MOVE REJ-IN-VALOR TO WS-ITEM-VALOR
              END-IF
              MOVE WS-HOJE-X TO WS-ITEM-ORIGEM
              MOVE SPACES TO WS-ITEM-DESCRICAO
              STRING 'REGISTRO ' REJ-IN-TIPO ' ACAO ' REJ-IN-ACAO
                     ' REJEITADO COM ' REJ-REASON-CODE
                     ' NO LOTE ' REJ-RUN-ID
                  DELIMITED BY SIZE INTO WS-ITEM-DESCRICAO
              PERFORM 2900-INCLUIR-ITEM
              READ REJ-FILE
           END-PERFORM.
           CLOSE REJ-FILE.
           EXIT.
      *
      *--- UM ITEM POR EXCECAO DO MYDB2BAT (O QUE O MYEXCRTY RESOLVER
      *--- DE MANHA ELE MESMO FECHA)
       2200-CARREGAR-EXCECOES.
           MOVE 'MYDB2BAT' TO WS-FONTE-ATUAL.
           OPEN INPUT EXC-FILE.
           IF NOT WS-EXC-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO EXC-FILE'
              DISPLAY 'FILE STATUS: ' WS-EXC-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ EXC-FILE.
           PERFORM UNTIL NOT WS-EXC-OK
              MOVE EXC-SQLCODE TO WS-SQLCODE-ED
              MOVE WS-SQLCODE-ED TO WS-ITEM-MOTIVO
              MOVE EXC-ID-CLIENTE TO WS-CHAVE-ID
              MOVE WS-CHAVE-ID TO WS-ITEM-CHAVE
              MOVE ZERO TO WS-ITEM-VALOR
              MOVE WS-HOJE-X TO WS-ITEM-ORIGEM
              MOVE EXC-SQLERRMC TO WS-ITEM-DESCRICAO
              PERFORM 2900-INCLUIR-ITEM
              READ EXC-FILE
           END-PERFORM.
           CLOSE EXC-FILE.
           EXIT.
      *
      *--- AS LINHAS DE DIVERGENCIA DO RELATORIO DO MYRECON (MESMOS
      *--- PREFIXOS E CLASSES DO MYDQCOLL); A CHAVE SAO OS 10 BYTES
      *--- DEPOIS DE 'ID='. AS TRES LINHAS DE UM MESMO CLIENTE
      *--- DIVERGENTE (NOME/CONT/END) VIRAM UM ITEM SO.
       2300-CARREGAR-DIVERGENCIAS.
           MOVE 'MYRECON ' TO WS-FONTE-ATUAL.
           OPEN INPUT RECRPT-FILE.
           IF NOT WS-RECRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RECRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RECRPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ RECRPT-FILE.
           PERFORM UNTIL NOT WS-RECRPT-OK
              MOVE SPACES TO WS-ITEM-MOTIVO
              EVALUATE TRUE
                  WHEN RECRPT-RECORD(1:11) = 'DIVERGENCIA'
                      MOVE 'DIVERGENTE' TO WS-ITEM-MOTIVO
                  WHEN RECRPT-RECORD(1:15) = 'SO NO CUSTFILE '
                      MOVE 'SO-VSAM   ' TO WS-ITEM-MOTIVO
                  WHEN RECRPT-RECORD(1:16) = 'SO NA TB_CLIENTE'
                      MOVE 'SO-DB2    ' TO WS-ITEM-MOTIVO
                  WHEN RECRPT-RECORD(1:13) = 'SO NO DBCLIEN'
                      MOVE 'SO-IMS    ' TO WS-ITEM-MOTIVO
                  WHEN RECRPT-RECORD(1:12) = 'SEM DBCLIENT'
                      MOVE 'SEM-IMS   ' TO WS-ITEM-MOTIVO
                  WHEN RECRPT-RECORD(1:12) = 'SEM CUSTFILE'
                      MOVE 'SEM-VSAM  ' TO WS-ITEM-MOTIVO
                  WHEN RECRPT-RECORD(1:15) = 'SEM TB_CLIENTES'
                      MOVE 'SEM-DB2   ' TO WS-ITEM-MOTIVO
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              IF WS-ITEM-MOTIVO NOT = SPACES
                 MOVE ZERO TO WS-POS-ID
                 INSPECT RECRPT-RECORD TALLYING WS-POS-ID
                         FOR CHARACTERS BEFORE INITIAL 'ID='
                 IF WS-POS-ID < 120
                    MOVE RECRPT-RECORD(WS-POS-ID + 4:10)
                        TO WS-ITEM-CHAVE
                    MOVE ZERO TO WS-ITEM-VALOR
                    MOVE WS-HOJE-X TO WS-ITEM-ORIGEM
                    MOVE RECRPT-RECORD(1:60) TO WS-ITEM-DESCRICAO
                    PERFORM 2900-INCLUIR-ITEM
                 END-IF
              END-IF
              READ RECRPT-FILE
           END-PERFORM.
           CLOSE RECRPT-FILE.
           EXIT.
      *
      *--- LINHAS PENDENTE ALEM DO LIMITE: A DATA DE ORIGEM DO ITEM E
      *--- A DATA EM QUE A LINHA ENTROU EM PENDENTE
       2400-CARREGAR-PENDENTES.
           MOVE 'PENDENTE' TO WS-FONTE-ATUAL.
           MOVE WS-LIMITE-PEND TO H-LIMITE-DIAS.
           EXEC SQL OPEN C_PEND_LIMITE END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYWRKLD: ERRO NA ABERTURA DO CURSOR '
                      'C_PEND_LIMITE. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 'N' TO WS-FIM-CURSOR-SW.
           PERFORM 2410-FETCH-PENDENTE UNTIL WS-FIM-CURSOR.
           EXEC SQL CLOSE C_PEND_LIMITE END-EXEC.
           EXIT.
      *
       2410-FETCH-PENDENTE.
           EXEC SQL
               FETCH C_PEND_LIMITE
               INTO :H-PEND-ID, :H-PEND-NOME, :H-PEND-DATA
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYWRKLD: ERRO NO FETCH DE C_PEND_LIMITE. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN OTHER
                   MOVE 'PEND-LIMIT' TO WS-ITEM-MOTIVO
                   MOVE H-PEND-ID TO WS-CHAVE-ID
                   MOVE WS-CHAVE-ID TO WS-ITEM-CHAVE
                   MOVE ZERO TO WS-ITEM-VALOR
                   MOVE H-PEND-DATA TO WS-DATA-ED
                   MOVE WS-DATA-ED TO WS-ITEM-ORIGEM
                   MOVE WS-LIMITE-PEND TO WS-QTD-ED
                   MOVE SPACES TO WS-ITEM-DESCRICAO
                   STRING 'PENDENTE HA MAIS DE' WS-QTD-ED ' DIAS: '
                          H-PEND-NOME
                       DELIMITED BY SIZE INTO WS-ITEM-DESCRICAO
                   PERFORM 2900-INCLUIR-ITEM
           END-EVALUATE.
           EXIT.
      *
      *--- LOTES DA NOITE QUE PEDEM ACAO JUNTO A AGENCIA: TRAILER QUE
      *--- NAO BALANCEOU (VALOR = DIFERENCA DEBITO/CREDITO) E LOTE COM
      *--- REJEITADOS DEVOLVIDOS NO RETORNO DO MYACKGEN (ACOMPANHAR O
      *--- REENVIO; CADA REJEITADO JA TEM O SEU ITEM MYBATCH)
       2500-CARREGAR-LOTES.
           MOVE 'MYACKGEN' TO WS-FONTE-ATUAL.
           OPEN INPUT ACK-FILE.
           IF NOT WS-ACK-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ACK-FILE'
              DISPLAY 'FILE STATUS: ' WS-ACK-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ ACK-FILE.
           PERFORM UNTIL NOT WS-ACK-OK
              MOVE SPACES TO WS-ITEM-CHAVE
              STRING ACK-RUN-ID ' ' ACK-RUN-DATE
                  DELIMITED BY SIZE INTO WS-ITEM-CHAVE
              MOVE WS-HOJE-X TO WS-ITEM-ORIGEM
              IF ACK-BALANCEADO NOT = 'S'
                 MOVE 'DESBALANC ' TO WS-ITEM-MOTIVO
                 IF ACK-TOT-DEBITO > ACK-TOT-CREDITO
                    COMPUTE WS-ITEM-VALOR =
                        ACK-TOT-DEBITO - ACK-TOT-CREDITO
                 ELSE
                    COMPUTE WS-ITEM-VALOR =
                        ACK-TOT-CREDITO - ACK-TOT-DEBITO
                 END-IF
                 MOVE 'TRAILER DO LOTE NAO BALANCEOU (DEBITO X CREDI
      -               'TO)' TO WS-ITEM-DESCRICAO
                 PERFORM 2900-INCLUIR-ITEM
              END-IF
              IF ACK-REJEITADOS > ZERO
                 MOVE 'DEVOLVIDOS' TO WS-ITEM-MOTIVO
                 MOVE ZERO TO WS-ITEM-VALOR
                 MOVE ACK-REJEITADOS TO WS-QTD-ED
                 MOVE SPACES TO WS-ITEM-DESCRICAO
                 STRING WS-QTD-ED ' REJEITADO(S) DEVOLVIDO(S) A AGENC'
                        'IA - ACOMPANHAR O REENVIO'
                     DELIMITED BY SIZE INTO WS-ITEM-DESCRICAO
                 PERFORM 2900-INCLUIR-ITEM
              END-IF
              READ ACK-FILE
           END-PERFORM.
           CLOSE ACK-FILE.
           EXIT.
      *
      *--- INCLUI O ITEM WS-ITEM-* DA FONTE CORRENTE, SE AINDA NAO HA
      *--- ITEM NAO FECHADO COM A MESMA FONTE, CHAVE E MOTIVO
       2900-INCLUIR-ITEM.
           SET WS-PRZ-IDX TO 1.
           SEARCH WS-PRZ-ENTRY
               AT END
                   DISPLAY 'MYWRKLD: FONTE SEM PRAZO NA TABELA: '
                           WS-FONTE-ATUAL
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN WS-PRZ-FONTE(WS-PRZ-IDX) = WS-FONTE-ATUAL
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-FC-LIDAS(WS-PRZ-IDX).
      *
           MOVE WS-FONTE-ATUAL TO H-FONTE.
           MOVE WS-ITEM-CHAVE  TO H-CHAVE.
           MOVE WS-ITEM-MOTIVO TO H-MOTIVO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :H-QTD
                 FROM TB_WORKLIST
                WHERE FONTE = :H-FONTE
                  AND CHAVE = :H-CHAVE
                  AND MOTIVO = :H-MOTIVO
                  AND SITUACAO <> 'F'
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYWRKLD: ERRO NA CONSULTA A TB_WORKLIST. '
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           IF H-QTD > ZERO
              ADD 1 TO WS-FC-JA-ABERTOS(WS-PRZ-IDX)
              ADD 1 TO WS-COUNT-JA-ABERTOS
           ELSE
              ADD 1 TO WS-PROX-ITEM
              MOVE WS-PROX-ITEM      TO H-NUM-ITEM
              MOVE WS-ITEM-VALOR     TO H-VALOR
              MOVE WS-ITEM-ORIGEM    TO H-DATA-ORIGEM
              MOVE WS-HOJE-X         TO H-DATA-CARGA
              MOVE WS-PRZ-PRIORIDADE(WS-PRZ-IDX) TO H-PRIORIDADE
              MOVE WS-PRZ-DIAS(WS-PRZ-IDX)       TO H-PRAZO-DIAS
              MOVE WS-ITEM-DESCRICAO TO H-DESCRICAO
              EXEC SQL
                  INSERT INTO TB_WORKLIST
                      (NUM_ITEM, FONTE, CHAVE, MOTIVO, VALOR,
                       DATA_ORIGEM, DATA_CARGA, PRIORIDADE,
                       PRAZO_DIAS, DESCRICAO, SITUACAO,
                       OPERADOR_RESP, DATA_ASSUMIDO,
                       DATA_FECHAMENTO, NOTA, ESCALADO,
                       DATA_ESCALADO)
                  VALUES
                      (:H-NUM-ITEM, :H-FONTE, :H-CHAVE, :H-MOTIVO,
                       :H-VALOR, :H-DATA-ORIGEM, :H-DATA-CARGA,
                       :H-PRIORIDADE, :H-PRAZO-DIAS, :H-DESCRICAO,
                       'A', ' ', ' ', ' ', ' ', 'N', ' ')
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MYWRKLD: ERRO NO INSERT EM TB_WORKLIST. '
                         'SQLCODE: ' SQLCODE
                 PERFORM 9900-SQL-ERROR-ABEND
              END-IF
              ADD 1 TO WS-FC-INCLUIDOS(WS-PRZ-IDX)
              ADD 1 TO WS-COUNT-INCLUIDOS
              ADD 1 TO WS-COMMIT-COUNTER
              IF WS-COMMIT-COUNTER >= 500
                 PERFORM 2800-COMMIT
              END-IF
           END-IF.
           EXIT.
      *
      *--- COMMIT PERIODICO (NOITE COM MUITO REJEITADO NAO SEGURA
      *--- LOCK NA TABELA QUE A TRNW USA)
       2800-COMMIT.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYWRKLD: ERRO NO COMMIT. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE ZERO TO WS-COMMIT-COUNTER.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE CONFERENCIA DO PRAZO
      *================================================================*
       2600-CONFERIR-PRAZOS.
           EXEC SQL OPEN C_NAO_FECHADOS END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYWRKLD: ERRO NA ABERTURA DO CURSOR '
                      'C_NAO_FECHADOS. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 'N' TO WS-FIM-CURSOR-SW.
           PERFORM 2610-FETCH-NAO-FECHADO UNTIL WS-FIM-CURSOR.
           EXEC SQL CLOSE C_NAO_FECHADOS END-EXEC.
           PERFORM 2800-COMMIT.
           EXIT.
      *
       2610-FETCH-NAO-FECHADO.
           EXEC SQL
               FETCH C_NAO_FECHADOS
               INTO :H-NUM-ITEM, :H-FONTE, :H-CHAVE, :H-MOTIVO,
                    :H-PRIORIDADE, :H-PRAZO-DIAS, :H-DATA-CARGA,
                    :H-SITUACAO, :H-OPERADOR-RESP, :H-ESCALADO
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYWRKLD: ERRO NO FETCH DE C_NAO_FECHADOS. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN OTHER
                   ADD 1 TO WS-COUNT-NAO-FECHADOS
                   PERFORM 2620-VERIFICAR-PRAZO
           END-EVALUATE.
           EXIT.
      *
      *--- IDADE = DIAS DESDE A CARGA. ALEM DO PRAZO: LINHA NO
      *--- RELATORIO E, NA PRIMEIRA VEZ, ESCALADO COM PRIORIDADE 0
       2620-VERIFICAR-PRAZO.
           IF H-DATA-CARGA IS NUMERIC
              AND H-DATA-CARGA-N > 16010101
              COMPUTE WS-IDADE =
                  FUNCTION INTEGER-OF-DATE(WS-HOJE)
                - FUNCTION INTEGER-OF-DATE(H-DATA-CARGA-N)
           ELSE
              MOVE ZERO TO WS-IDADE
           END-IF.
           IF WS-IDADE > H-PRAZO-DIAS
              ADD 1 TO WS-COUNT-FORA-PRAZO
              MOVE SPACES TO RPT-PRZ-NOVO
              IF NOT H-JA-ESCALADO
                 EXEC SQL
                     UPDATE TB_WORKLIST
                        SET ESCALADO      = 'S',
                            DATA_ESCALADO = :WS-HOJE-X,
                            PRIORIDADE    = 0
                      WHERE NUM_ITEM = :H-NUM-ITEM
                 END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'MYWRKLD: ERRO NO UPDATE DE TB_WORKLIST. '
                            'SQLCODE: ' SQLCODE
                    PERFORM 9900-SQL-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-COUNT-ESCALADOS
                 MOVE 'ESCALADO' TO RPT-PRZ-NOVO
              END-IF
              MOVE H-NUM-ITEM      TO RPT-PRZ-NUM
              MOVE H-FONTE         TO RPT-PRZ-FONTE
              MOVE H-MOTIVO        TO RPT-PRZ-MOTIVO
              MOVE H-CHAVE         TO RPT-PRZ-CHAVE
              MOVE H-DATA-CARGA    TO RPT-PRZ-CARGA
              MOVE WS-IDADE        TO RPT-PRZ-IDADE
              MOVE H-PRAZO-DIAS    TO RPT-PRZ-PRAZO
              MOVE H-SITUACAO      TO RPT-PRZ-SIT
              MOVE H-OPERADOR-RESP TO RPT-PRZ-RESP
              MOVE WS-RPT-PRAZO-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM VARYING WS-PRZ-IDX FROM 1 BY 1 UNTIL WS-PRZ-IDX > 5
              MOVE WS-PRZ-FONTE(WS-PRZ-IDX)      TO RPT-FON-NOME
              MOVE WS-FC-LIDAS(WS-PRZ-IDX)       TO RPT-FON-LIDAS
              MOVE WS-FC-INCLUIDOS(WS-PRZ-IDX)   TO RPT-FON-INCLUIDOS
              MOVE WS-FC-JA-ABERTOS(WS-PRZ-IDX)  TO RPT-FON-JA-ABERTOS
              MOVE WS-RPT-FONTE-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-PERFORM.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'ITENS INCLUIDOS NA NOITE    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-INCLUIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'EXCECOES JA COM ITEM ABERTO :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-JA-ABERTOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ITENS NAO FECHADOS NA FILA  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-NAO-FECHADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ITENS FORA DO PRAZO         :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-FORA-PRAZO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'ITENS ESCALADOS NESTA NOITE :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ESCALADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           CLOSE RPT-FILE.
      *
           IF WS-COUNT-FORA-PRAZO > ZERO
              DISPLAY 'MYWL001 ' WS-COUNT-FORA-PRAZO ' ITEM(NS) DA '
                      'FILA DE EXCECOES FORA DO PRAZO.' UPON CONSOLE
           END-IF.
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
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYWRKLD ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYWRKLD ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
