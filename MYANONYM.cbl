      *
      *   1. TB_CLIENTES (NOME, CONTINUACAO E ENDERECO);
      *   2. TB_CLIENTES_JOURNAL (AS IMAGENS ANTES/DEPOIS DA
      *      HISTORIA INTEIRA DO CLIENTE). A PROPRIA ELIMINACAO GANHA
      *      UMA LINHA NO DIARIO (MYJRNLC, IMAGENS 'ANONIMIZADO') E O
      *      EVENTO 'ELIMINACAO' NA FILA MQ CLI.EVENTOS (MYJRNPUB),
      *      PARA OS SISTEMAS DESTINO APAGAREM A SUA COPIA;
      *   3. CUSTFILE (KSDS - REWRITE POR CHAVE);
      *   4. SEGMENTO CLIENTE DO DBCLIENT (GHU + REPL);
      *   5. O EXC-FILE RESIDUAL DO MYDB2BAT (EXCPTDD, REWRITE EM
      *      SEQUENCIAL ABERTO I-O);
      *   6. TB_CLIENTES_NOTAS (O TEXTO LIVRE DAS NOTAS DE
      *      ATENDIMENTO DA TRNN; DATA, CATEGORIA E OPERADOR FICAM
      *      COMO REGISTRO DO CONTATO).
      *   (CLIENT_LOOKUP_LOG NAO GUARDA NOME/ENDERECO - NADA A APAGAR
      *   LA; O EXPURGO POR IDADE E DO MYHOUSEK.)
      *
      * ABENDA COM ROLB (DESFAZ DB2 + IMS COORDENADAMENTE) EM VEZ DE
      * DEIXAR UMA ANONIMIZACAO PELA METADE - A RODADA E IDEMPOTENTE
      * E PODE SER REPETIDA INTEIRA APOS A CORRECAO.
      *
      * O CLIENTE E AVISADO DA ELIMINACAO: ANTES DE APAGAR, O NOME,
      * ENDERECO, CONTATO E OPT-OUT DE TB_CLIENTES SAO GUARDADOS EM
      * MEMORIA; DEPOIS DO SYNC POINT CADA PEDIDO EFETIVADO GERA UM
      * EVENTO 'ELIM' NO NOTIFDD (LAYOUT MYNOTFC) COM ESSA FOTO, POIS
      * O FORMATADOR JA NAO ENCONTRA OS DADOS NO CADASTRO. CLIENTE JA
      * ANONIMIZADO (RODADA REPETIDA) NAO E AVISADO DE NOVO.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT NTF-FILE ASSIGN TO NOTIFDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NTF-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
      *--- EVENTOS DE AVISO AO CLIENTE (ACUMULADO, OPEN EXTEND)
       FD  NTF-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY MYNOTFC.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-ID-CLIENTE-NUM      PIC S9(09) COMP.
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-ENDERECO-CLIENTE    PIC X(40).
           05 D-CONTATO-CLIENTE     PIC X(20).
           05 D-OPTOUT-NOTIF        PIC X(01).
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-REQ-FILE-STATUS   PIC X(02).
              88 WS-EXC-EOF              VALUE '10'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
           05 WS-NTF-FILE-STATUS   PIC X(02).
              88 WS-NTF-OK               VALUE '00'.
      *
      *--- O VALOR QUE SUBSTITUI OS DADOS PESSOAIS EM TODO ACERVO
       01 WS-ANON-VALOR            PIC X(40) VALUE 'ANONIMIZADO'.
      *
      *--- DIARIO DE ALTERACOES DE TB_CLIENTES E PUBLICACAO DO EVENTO
      *--- NA FILA MQ (MODULO MYJRNPUB)
       COPY MYJRNLC.
       COPY MYJPUBC.
      *--- ENCADEAMENTO DA LINHA DO DIARIO (MODULO MYTRLCAD)
       COPY MYTRLCDC.
      *
      *--- PEDIDOS CARREGADOS (A PASSADA NO EXC-FILE PRECISA DA LISTA
      *--- INTEIRA DE UMA VEZ)
       01 WS-PEDIDOS-TABLE.
              INDEXED BY WS-PED-IDX.
              10 WS-PED-ID          PIC X(10).
              10 WS-PED-EXC-COUNT   PIC 9(05).
      *--- FOTO DO CADASTRO ANTES DA ELIMINACAO, PARA O AVISO
              10 WS-PED-AVISO-SW    PIC X(01).
                 88 WS-PED-AVISAR   VALUE 'S'.
              10 WS-PED-NOME        PIC X(40).
              10 WS-PED-ENDERECO    PIC X(40).
              10 WS-PED-CONTATO     PIC X(20).
              10 WS-PED-OPTOUT      PIC X(01).
      *
       01 WS-WORK-VARS.
           05 WS-TOCOU-TB-SW        PIC X(01).
              88 WS-TOCOU-VSAM      VALUE 'S'.
           05 WS-TOCOU-IMS-SW       PIC X(01).
              88 WS-TOCOU-IMS       VALUE 'S'.
           05 WS-TOCOU-NOTA-CNT     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-PEDIDOS      PIC 9(03) VALUE ZERO.
           05 WS-COUNT-AVISOS       PIC 9(03) VALUE ZERO.
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-TIME-NOW           PIC 9(08) VALUE ZERO.
      *--- COMPARACAO DO ID X(10) DO PEDIDO COM O ID NUMERICO DO
      *--- EXC-RECORD, SEM INTRINSECA: VISAO NUMERICA POR REDEFINES
           05 WS-ID-COMPARE         PIC X(10).
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > WS-PED-COUNT
               MOVE WS-PED-ID(WS-PED-IDX) TO D-ID-CLIENTE
               PERFORM 2150-FOTOGRAFAR-CLIENTE
               PERFORM 2200-ANONIMIZAR-TB-CLIENTES
               PERFORM 2300-ANONIMIZAR-JOURNAL
               IF WS-PED-AVISAR(WS-PED-IDX)
                  PERFORM 2350-GRAVAR-JOURNAL-ELIMINACAO
               END-IF
               PERFORM 2400-ANONIMIZAR-CUSTFILE
               PERFORM 2500-ANONIMIZAR-DBCLIENT
               PERFORM 2600-ANONIMIZAR-NOTAS
               PERFORM 2900-GRAVAR-CERTIFICADO
               ADD 1 TO WS-COUNT-PEDIDOS
           END-PERFORM.
           EXIT.
      *
      *--- GUARDA O CONTATO DO CLIENTE ANTES DE APAGA-LO: SEM ISSO O
      *--- AVISO DA ELIMINACAO NAO TERIA PARA ONDE IR. LINHA AUSENTE
      *--- OU JA ANONIMIZADA NAO GERA AVISO.
       2150-FOTOGRAFAR-CLIENTE.
           MOVE 'N' TO WS-PED-AVISO-SW(WS-PED-IDX).
           EXEC SQL
               SELECT NOME_CLIENTE, ENDERECO_CLIENTE, CONTATO_CLIENTE,
                      COALESCE(OPTOUT_NOTIF, 'N')
                 INTO :D-NOME-CLIENTE, :D-ENDERECO-CLIENTE,
                      :D-CONTATO-CLIENTE, :D-OPTOUT-NOTIF
                 FROM TB_CLIENTES
                WHERE ID_CLIENTE = :D-ID-CLIENTE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF D-NOME-CLIENTE NOT = WS-ANON-VALOR
                      SET WS-PED-AVISAR(WS-PED-IDX) TO TRUE
                      MOVE D-NOME-CLIENTE
                        TO WS-PED-NOME(WS-PED-IDX)
                      MOVE D-ENDERECO-CLIENTE
                        TO WS-PED-ENDERECO(WS-PED-IDX)
                      MOVE D-CONTATO-CLIENTE
                        TO WS-PED-CONTATO(WS-PED-IDX)
                      MOVE D-OPTOUT-NOTIF
                        TO WS-PED-OPTOUT(WS-PED-IDX)
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MYANONYM: ERRO NA CONSULTA A TB_CLIENTES."
                           " SQLCODE: " SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2200-ANONIMIZAR-TB-CLIENTES.
           MOVE 'N' TO WS-TOCOU-TB-SW.
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- A ELIMINACAO TAMBEM E UMA ALTERACAO DO CADASTRO: LINHA NO
      *--- DIARIO SEM O DADO PESSOAL (ANTES E DEPOIS 'ANONIMIZADO') E
      *--- EVENTO NA FILA, SOB O MESMO CHKP/ROLB. SO NA PRIMEIRA
      *--- ANONIMIZACAO DO CLIENTE - A RODADA REPETIDA NAO DUPLICA.
       2350-GRAVAR-JOURNAL-ELIMINACAO.
           MOVE 'MYANONYM'    TO WS-JRNL-PROGRAM-NAME.
           MOVE IO-LTERM-NAME TO WS-JRNL-TASK-ID.
           MOVE D-ID-CLIENTE  TO WS-JRNL-ID-CLIENTE.
           MOVE WS-ANON-VALOR TO WS-JRNL-NOME-ANTES.
           MOVE WS-ANON-VALOR TO WS-JRNL-NOME-DEPOIS.
           MOVE SPACES TO WS-JRNL-NOME-CONT-ANTES.
           MOVE SPACES TO WS-JRNL-NOME-CONT-DEPOIS.
           MOVE SPACES TO WS-JRNL-STATUS-ANTES.
           MOVE SPACES TO WS-JRNL-STATUS-DEPOIS.
      *--- O MESMO TIMESTAMP VAI NA LINHA DO DIARIO E NO EVENTO MQ
           EXEC SQL
               SET :WS-JRNL-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
      *--- SEQUENCIA E HASH ENCADEADO DA LINHA (MYTRLCAD), NA MESMA
      *--- UNIDADE DE TRABALHO DO INSERT
           MOVE 'JOURNAL' TO TRC-TRILHA.
           MOVE LENGTH OF WS-JOURNAL-VARS TO TRC-TAMANHO.
           CALL 'MYTRLCAD' USING MYTRLCAD-PARAMETROS WS-JOURNAL-VARS.
           IF NOT TRC-OK
               DISPLAY "MYANONYM: ERRO NO ENCADEAMENTO DO DIARIO. "
                       "SQLCODE: " TRC-SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXEC SQL
               INSERT INTO TB_CLIENTES_JOURNAL
                   (PROGRAM_NAME, TASK_ID, CHANGE_TS, ID_CLIENTE,
                    NOME_ANTES, NOME_DEPOIS,
                    NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                    STATUS_ANTES, STATUS_DEPOIS,
                    SEQ_CADEIA, HASH_CADEIA)
               VALUES
                   (:WS-JRNL-PROGRAM-NAME, :WS-JRNL-TASK-ID,
                    :WS-JRNL-CHANGE-TS, :WS-JRNL-ID-CLIENTE,
                    :WS-JRNL-NOME-ANTES, :WS-JRNL-NOME-DEPOIS,
                    :WS-JRNL-NOME-CONT-ANTES,
                    :WS-JRNL-NOME-CONT-DEPOIS,
                    :WS-JRNL-STATUS-ANTES, :WS-JRNL-STATUS-DEPOIS,
                    :TRC-SEQ, :TRC-HASH)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYANONYM: ERRO NO INSERT DO DIARIO. SQLCODE: "
                       SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           SET JPUB-FN-PUBLICAR TO TRUE.
           MOVE 'N' TO JPUB-REPUBLICACAO.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           EXIT.
      *
       2400-ANONIMIZAR-CUSTFILE.
           MOVE 'N' TO WS-TOCOU-VSAM-SW.
           END-EVALUATE.
           EXIT.
      *
      *--- O TEXTO DAS NOTAS DE ATENDIMENTO E LIVRE E PODE CONTER
      *--- QUALQUER DADO DO CLIENTE - E SOBRESCRITO POR INTEIRO
       2600-ANONIMIZAR-NOTAS.
           MOVE ZERO TO WS-TOCOU-NOTA-CNT.
           EXEC SQL
               UPDATE TB_CLIENTES_NOTAS
                  SET TEXTO_NOTA = :WS-ANON-VALOR
                WHERE ID_CLIENTE = :D-ID-CLIENTE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-TOCOU-NOTA-CNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MYANONYM: ERRO NO UPDATE DAS NOTAS."
                           " SQLCODE: " SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- CERTIFICADO DE CONCLUSAO DO PEDIDO: CADA ACERVO TOCADO (OU
      *--- A AUSENCIA DO CLIENTE NELE), EM UMA LINHA POR ID
       2900-GRAVAR-CERTIFICADO.
                  WS-TOCOU-IMS-SW DELIMITED BY SIZE
                  " EXC-FILE=" DELIMITED BY SIZE
                  WS-PED-EXC-COUNT(WS-PED-IDX) DELIMITED BY SIZE
                  " NOTAS=" DELIMITED BY SIZE
                  WS-TOCOU-NOTA-CNT DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
                       IO-STATUS-CODE
               PERFORM 9920-DLI-ERROR-ABEND
           END-IF.
      *
           PERFORM 3100-GRAVAR-AVISOS.
      *
           CLOSE CUSTFILE.
           CLOSE RPT-FILE.
           DISPLAY "MYANONYM CONCLUIDO. PEDIDOS ANONIMIZADOS: "
                   WS-COUNT-PEDIDOS.
           DISPLAY "MYANONYM: AVISOS DE ELIMINACAO GRAVADOS: "
                   WS-COUNT-AVISOS.
           EXIT.
      *
      *--- ELIMINACOES JA COMMITADAS VIRAM EVENTOS 'ELIM' NO NOTIFDD,
      *--- COM A FOTO DO CADASTRO (NTF-INSTANTANEO = 'S'). UMA FALHA
      *--- AQUI NAO DESFAZ NADA (O CHKP JA FOI).
       3100-GRAVAR-AVISOS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           OPEN EXTEND NTF-FILE.
           IF NOT WS-NTF-OK
               DISPLAY "MYANONYM: ERRO AO ABRIR NTF-FILE. STATUS: "
                       WS-NTF-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > WS-PED-COUNT
               IF WS-PED-AVISAR(WS-PED-IDX)
                  PERFORM 3110-GRAVAR-AVISO-ELIMINACAO
               END-IF
           END-PERFORM.
           CLOSE NTF-FILE.
           EXIT.
      *
       3110-GRAVAR-AVISO-ELIMINACAO.
           MOVE SPACES TO NTF-RECORD.
           MOVE WS-TODAY-DATE TO NTF-DATA.
           MOVE WS-TIME-NOW(1:6) TO NTF-HORA.
           MOVE 'MYANONYM' TO NTF-PROGRAMA.
           SET NTF-EVT-ELIMINACAO TO TRUE.
           MOVE WS-PED-ID(WS-PED-IDX) TO NTF-ID-CLIENTE.
           MOVE ZERO TO NTF-VALOR.
           SET NTF-COM-INSTANTANEO TO TRUE.
           MOVE WS-PED-NOME(WS-PED-IDX) TO NTF-NOME.
           MOVE WS-PED-ENDERECO(WS-PED-IDX) TO NTF-ENDERECO.
           MOVE WS-PED-CONTATO(WS-PED-IDX) TO NTF-CONTATO.
           MOVE WS-PED-OPTOUT(WS-PED-IDX) TO NTF-OPTOUT.
           WRITE NTF-RECORD.
           IF NOT WS-NTF-OK
               DISPLAY "MYANONYM: ERRO DE ESCRITA NO NTF-FILE. "
                       "STATUS: " WS-NTF-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-AVISOS.
           EXIT.
      *
       4200-WRITE-REPORT.
