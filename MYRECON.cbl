      * CONTINUA ATUANDO SO SOBRE O CUSTFILE (O LADO IMS E ALINHADO
      * PELA CARGA NOTURNA PROPRIA DELE).
      *
      * O LADO IMS TAMBEM TRAZ O SALDO: PARA CADA CLIENTE DO DBCLIENT,
      * O SEGMENTO FILHO POSICAO (CARREGADO PELO MYPOSLD NO STEP026) E
      * CONFERIDO CONTRA A SOMA DO MST-SALDO DAS CONTAS DO CLIENTE NO
      * MASTERDD (START PELO ID E LEITURA DAS CONTAS EM SEQUENCIA).
      * SALDO DIFERENTE, POSICAO SEM MESTRE OU MESTRE SEM POSICAO
      * ENTRAM NUMA CLASSE PROPRIA (DIVERG-SALDO), RELATADA E
      * PERSISTIDA COMO AS OUTRAS, MAS FORA DO PORTAO DE TOLERANCIA -
      * O SEGMENTO E UMA COPIA DE CONSULTA, REFEITA TODA NOITE.
      *
      * CADA OCORRENCIA DE DIVERGENCIA TAMBEM E PERSISTIDA NA TABELA
      * RECON_DIVERG_HIST (CLIENTE + CLASSE + NOITE): A SECAO DE
      * REINCIDENCIA DO RELATORIO MOSTRA OS CLIENTES QUE DIVERGEM N
      * QUE VOLTARAM A DIVERGIR HOJE APOS UM INTERVALO (REPARO QUE
      * NAO SEGUROU) - O GLITCH DE UMA NOITE E O BUG CRONICO DE
      * SINCRONIA DEIXAM DE PARECER IGUAIS NO PAPEL.
      *
      * CHECKPOINT/RESTART: A CADA N CHAVES CASADAS (PARMDD, DEFAULT
      * 1000) O PROGRAMA TOMA UM CHKP (COMMITA O HISTORICO DB2 E O
      * LADO IMS, COMO O MYANONYM) E GRAVA NO CHKPTDD A CHAVE, OS
      * CONTADORES E QUANTAS LINHAS JA FORAM PARA O RELATORIO, AS
      * CORRECOES, A EDICAO COMPLETA E O DIARIO. NO RESTART (RESTARTDD
      * APONTANDO PARA O CHECKPOINT DA RODADA QUE CAIU, DECK MONTADO
      * PELO MYRESTRT) OS TRES LADOS RETOMAM APOS A ULTIMA CHAVE, AS
      * LINHAS JA GRAVADAS ATE O CHECKPOINT VEM COPIADAS DAS SAIDAS
      * ANTERIORES (...ANTDD) E O RESTO E GERADO DE NOVO - SEM LINHA
      * DUPLICADA. O REPARO NO CUSTFILE NAO E DESFEITO NO BACKOUT:
      * O QUE FOI APLICADO DEPOIS DO CHECKPOINT JA CASA NA RETOMADA
      * (NAO E REAPLICADO) E CONTINUA REGISTRADO NO DIARIO, COPIADO
      * INTEIRO.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
      *--- MESTRE (SO LEITURA, POR ID + CONTA): A SOMA DAS CONTAS DO
      *--- CLIENTE E CONFERIDA CONTRA O SEGMENTO POSICAO DO DBCLIENT
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *
      *--- CARTAO DE PARAMETROS (OPCIONAL): CHAVE DO MODO DE REPARO.
      *--- SEM O CARTAO, O PROGRAMA SO RELATA, COMO SEMPRE FEZ.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-JRNL-FILE-STATUS.
      *
      *--- CHECKPOINT DA RECONCILIACAO: UM REGISTRO POR SYNC POINT
      *--- (CHKP), COM A ULTIMA CHAVE CASADA, OS CONTADORES E A
      *--- POSICAO (LINHAS GRAVADAS) DE CADA ARQUIVO DE SAIDA
           SELECT CHK-FILE ASSIGN TO CHKPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHK-FILE-STATUS.
      *
      *--- CHECKPOINT DA RODADA INTERROMPIDA (OPCIONAL), MESMA
      *--- CONVENCAO DO MYDB2BAT: PRESENTE, O MATCH/MERGE RETOMA APOS
      *--- A ULTIMA CHAVE DO ULTIMO REGISTRO
           SELECT OPTIONAL RESTART-FILE ASSIGN TO RESTARTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RESTART-FILE-STATUS.
      *
      *--- SAIDAS DA RODADA INTERROMPIDA (OPCIONAIS, SO NO RESTART):
      *--- AS LINHAS ATE A POSICAO DO CHECKPOINT SAO COPIADAS PARA AS
      *--- SAIDAS NOVAS ANTES DA RETOMADA
           SELECT OPTIONAL RPTANT-FILE ASSIGN TO RPTANTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPTANT-FILE-STATUS.
           SELECT OPTIONAL CORANT-FILE ASSIGN TO CORANTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CORANT-FILE-STATUS.
           SELECT OPTIONAL FULANT-FILE ASSIGN TO FULANTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FULANT-FILE-STATUS.
           SELECT OPTIONAL JRNANT-FILE ASSIGN TO JRNANTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-JRNANT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
      *--- MESMO LAYOUT DO MST-RECORD DO MYBATCH
       FD  MST-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE.
               10 MST-ID           PIC X(10).
               10 MST-CONTA        PIC 9(03).
           05 MST-DATA             PIC X(68).
           05 MST-ULT-ATUALIZACAO  PIC 9(08).
           05 MST-SALDO            PIC S9(11)V99.
           05 MST-SITUACAO         PIC X(01).
           05 FILLER               PIC X(16).
      *
      *--- CARTAO DE PARAMETROS: 'S' LIGA O MODO DE REPARO (DEFAULT
      *--- 'N' = SO RELATAR) + LIMITES DE TOLERANCIA POR CLASSE DE
      *--- DIVERGENCIA (AVISO E ERRO, NESTA ORDEM, PARA NOMES
      *--- RECONCILIACAO ESTOURAR (EX: UMA CARGA QUEBRADA DO
      *--- MYCUSTLD). 9999999 DESLIGA O LIMITE.
       FD  PARM-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01 PARM-RECORD.
           05 PARM-APPLY-MODE      PIC X(01).
           05 PARM-FULL-DATA       PIC X(01).
      *--- JANELA (DIAS) E MINIMO DE NOITES DA SECAO DE REINCIDENCIA
           05 PARM-RECUR-JANELA    PIC 9(03).
           05 PARM-RECUR-MIN       PIC 9(03).
      *--- INTERVALO DE CHECKPOINT (CHAVES CASADAS ENTRE UM CHKP E
      *--- OUTRO). BRANCO OU ZERO = 1000, O MESMO DO MYIMSLD
           05 PARM-CHKP-INTERVALO  PIC 9(05).
      *
       FD  CORR-FILE
           RECORD CONTAINS 133 CHARACTERS.
           05 JR-NOME-DEPOIS       PIC X(40).
           05 JR-NOME-CONT-ANTES   PIC X(40).
           05 JR-NOME-CONT-DEPOIS  PIC X(40).
      *
      *--- CHK-FILE E RESTART-FILE COMPARTILHAM O MESMO LAYOUT. OS
      *--- CONTADORES SEGUEM A ORDEM DE WS-COUNTERS (MOVIDOS EM
      *--- GRUPO); A DATA DA NOITE VIAJA JUNTO PARA QUE O RESTART
      *--- DEPOIS DA MEIA-NOITE CONTINUE GRAVANDO NA NOITE ORIGINAL.
      *--- O CONTADOR DE SALDO DIVERGENTE OCUPA OS SEIS BYTES FINAIS
      *--- (ANTES FILLER; EM BRANCO NUM CHECKPOINT ANTIGO).
       FD  CHK-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01 CHK-RECORD.
           05 CHK-ULTIMA-CHAVE     PIC X(10).
           05 CHK-DATA-NOITE       PIC 9(08).
           05 CHK-CONTADORES.
              10 CHK-COUNT-MATCH       PIC 9(07).
              10 CHK-COUNT-DIVERGENCIA PIC 9(07).
              10 CHK-COUNT-SO-VSAM     PIC 9(07).
              10 CHK-COUNT-SO-DB2      PIC 9(07).
              10 CHK-COUNT-SO-IMS      PIC 9(07).
              10 CHK-COUNT-FALTA-IMS   PIC 9(07).
              10 CHK-COUNT-FALTA-VSAM  PIC 9(07).
              10 CHK-COUNT-FALTA-DB2   PIC 9(07).
              10 CHK-COUNT-DIVERG-IMS  PIC 9(07).
           05 CHK-COUNT-REPAROS    PIC 9(07).
           05 CHK-LINHAS-RPT       PIC 9(09).
           05 CHK-LINHAS-CORR      PIC 9(09).
           05 CHK-LINHAS-FULL      PIC 9(09).
           05 CHK-LINHAS-JRNL      PIC 9(09).
           05 CHK-COUNT-DIVERG-SALDO PIC 9(06).
      *
       FD  RESTART-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01 RESTART-RECORD.
           05 RESTART-ULTIMA-CHAVE PIC X(10).
           05 RESTART-DATA-NOITE   PIC 9(08).
           05 RESTART-CONTADORES   PIC X(63).
           05 RESTART-COUNT-REPAROS PIC 9(07).
           05 RESTART-LINHAS-RPT   PIC 9(09).
           05 RESTART-LINHAS-CORR  PIC 9(09).
           05 RESTART-LINHAS-FULL  PIC 9(09).
           05 RESTART-LINHAS-JRNL  PIC 9(09).
           05 RESTART-COUNT-DIVERG-SALDO PIC 9(06).
      *
      *--- SAIDAS DA RODADA INTERROMPIDA, MESMOS TAMANHOS DAS NOVAS
       FD  RPTANT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPTANT-RECORD             PIC X(133).
      *
       FD  CORANT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 CORANT-RECORD             PIC X(133).
      *
       FD  FULANT-FILE
           RECORD CONTAINS 142 CHARACTERS.
       01 FULANT-RECORD             PIC X(142).
      *
       FD  JRNANT-FILE
           RECORD CONTAINS 192 CHARACTERS.
       01 JRNANT-RECORD             PIC X(192).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *--- CLIENTES INATIVADOS FICAM FORA DA RECONCILIACAO: O
      *--- MYCUSTLD TAMBEM OS EXCLUI DO CUSTFILE, ENTAO UMA CONTA
      *--- ENCERRADA NAO PODE VIRAR FALSO "SO NA TB_CLIENTES".
      *--- O PREDICADO DE RETOMADA (> :WS-RESTART-CHAVE) VALE PARA O
      *--- RESTART E PARA A REABERTURA APOS CADA CHKP (QUE FECHA O
      *--- CURSOR), COMO NO MYIMSLD; NA PARTIDA FRIA ELE E
      *--- LOW-VALUES E NAO FILTRA NADA.
           EXEC SQL
               DECLARE C_TBCLIENTES CURSOR FOR
                   SELECT ID_CLIENTE, NOME_CLIENTE, NOME_CLIENTE_CONT,
                          ENDERECO_CLIENTE, CONTATO_CLIENTE
                   FROM TB_CLIENTES
                   WHERE STATUS_CLIENTE <> 'INATIVO'
                     AND ID_CLIENTE > :WS-RESTART-CHAVE
                   ORDER BY ID_CLIENTE
           END-EXEC.
      *
           05 WS-CUSTFILE-STATUS   PIC X(02).
              88 WS-CUSTFILE-OK          VALUE '00'.
              88 WS-CUSTFILE-EOF         VALUE '10'.
              88 WS-CUSTFILE-NOTFND      VALUE '23'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
           05 WS-PARM-FILE-STATUS  PIC X(02).
              88 WS-PARM-OK              VALUE '00'.
           05 WS-MST-FILE-STATUS   PIC X(02).
              88 WS-MST-OK               VALUE '00'.
              88 WS-MST-NOTFND           VALUE '23'.
              88 WS-MST-EOF              VALUE '10'.
           05 WS-CORR-FILE-STATUS  PIC X(02).
              88 WS-CORR-OK              VALUE '00'.
           05 WS-JRNL-FILE-STATUS  PIC X(02).
              88 WS-JRNL-OK              VALUE '00'.
           05 WS-FULL-FILE-STATUS  PIC X(02).
              88 WS-FULL-OK              VALUE '00'.
           05 WS-CHK-FILE-STATUS   PIC X(02).
              88 WS-CHK-OK               VALUE '00'.
           05 WS-RESTART-FILE-STATUS PIC X(02).
              88 WS-RESTART-OK           VALUE '00'.
           05 WS-RPTANT-FILE-STATUS PIC X(02).
              88 WS-RPTANT-OK            VALUE '00'.
           05 WS-CORANT-FILE-STATUS PIC X(02).
              88 WS-CORANT-OK            VALUE '00'.
           05 WS-FULANT-FILE-STATUS PIC X(02).
              88 WS-FULANT-OK            VALUE '00'.
           05 WS-JRNANT-FILE-STATUS PIC X(02).
              88 WS-JRNANT-OK            VALUE '00'.
              88 WS-JRNANT-EOF           VALUE '10'.
      *
      *--- CHECKPOINT/RESTART: CHAVE DE RETOMADA (ULTIMA CHAVE CASADA
      *--- E COMMITADA), INTERVALO ENTRE CHKPS E AS LINHAS GRAVADAS
      *--- EM CADA SAIDA (A POSICAO QUE VAI NO CHECKPOINT). A CHAVE
      *--- SO SAI DE LOW-VALUES NO RESTART E NOS CHKPS.
       01 WS-RESTART-CHAVE         PIC X(10) VALUE LOW-VALUES.
      *
       01 WS-RESTART-CONTROLE.
           05 WS-RESTART-SWITCH     PIC X(01) VALUE 'N'.
              88 WS-RESTART-IS-ACTIVE    VALUE 'S'.
           05 WS-CHKP-INTERVALO     PIC 9(05) VALUE 1000.
           05 WS-CHAVES-DESDE-CHKP  PIC 9(05) VALUE ZERO.
           05 WS-COUNT-CHECKPOINTS  PIC 9(05) VALUE ZERO.
           05 WS-LINHAS-RPT         PIC 9(09) VALUE ZERO.
           05 WS-LINHAS-CORR        PIC 9(09) VALUE ZERO.
           05 WS-LINHAS-FULL        PIC 9(09) VALUE ZERO.
           05 WS-LINHAS-JRNL        PIC 9(09) VALUE ZERO.
      *--- POSICOES LIDAS DO RESTARTDD (ALVO DA COPIA DAS SAIDAS DA
      *--- RODADA INTERROMPIDA) E REPAROS ACHADOS ALEM DELAS
           05 WS-ALVO-RPT           PIC 9(09) VALUE ZERO.
           05 WS-ALVO-CORR          PIC 9(09) VALUE ZERO.
           05 WS-ALVO-FULL          PIC 9(09) VALUE ZERO.
           05 WS-ALVO-JRNL          PIC 9(09) VALUE ZERO.
           05 WS-REPAROS-APOS-CHKP  PIC 9(07) VALUE ZERO.
      *
      *--- MODO DE REPARO (DEFAULT DESLIGADO: SO RELATAR). NO MODO DE
      *--- REPARO O TB_CLIENTES (DB2) E A FONTE DA VERDADE E O
      *--- IMS; A DIVERGENCIA DE NOME DO LADO IMS SOMA COM A DO VSAM.
           05 WS-RECUR-JANELA      PIC 9(03) VALUE 30.
           05 WS-RECUR-MIN         PIC 9(03) VALUE 3.
           05 WS-REC-NOITES        PIC 9(05) VALUE ZERO.
           05 WS-JANELA-INTEGER    PIC 9(07) VALUE ZERO.
           05 WS-JANELA-DE-NUM     PIC 9(08) VALUE ZERO.
           05 WS-ONTEM-NUM         PIC 9(08) VALUE ZERO.
           05 WS-COUNT-FALTA-DB2    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-DIVERG-IMS   PIC 9(07) VALUE ZERO.
      *
      *--- CONFERENCIA DE SALDO (POSICAO X MASTERDD): CONTADOR FORA DE
      *--- WS-COUNTERS (O GRUPO VAI INTEIRO PARA O CHECKPOINT) E OS
      *--- SALDOS EDITADOS PARA O RELATORIO
       01 WS-SALDO-CONTROLE.
           05 WS-COUNT-DIVERG-SALDO PIC 9(06) VALUE ZERO.
           05 WS-POSICAO-SW         PIC X(01) VALUE 'N'.
              88 WS-TEM-POSICAO     VALUE 'S'.
           05 WS-MESTRE-SW          PIC X(01) VALUE 'N'.
              88 WS-TEM-MESTRE      VALUE 'S'.
           05 WS-SALDO-IMS-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-SALDO-MST-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-SALDO-MST-CLIENTE  PIC S9(11)V99 VALUE ZERO.
      *
      *--- LADO IMS: FUNCOES DL/I, SEGMENTO CLIENTE (MESMO LAYOUT DO
      *--- MYIMSBWS) E AS CHAVES DE TRABALHO DO MATCH/MERGE DE TRES
      *--- VIAS (FONTE ESGOTADA FICA COM HIGH-VALUES E PERDE SEMPRE
      *--- NA ESCOLHA DA MENOR CHAVE)
       01 WS-DLI-FUNCTIONS.
           05 WS-GU                 PIC X(04) VALUE 'GU  '.
           05 WS-GN                 PIC X(04) VALUE 'GN  '.
           05 WS-GNP                PIC X(04) VALUE 'GNP '.
           05 WS-CHKP               PIC X(04) VALUE 'CHKP'.
      *
       01 WS-CHKP-ID               PIC X(08) VALUE 'MYRECON '.
      *
      *--- SSA DE REPOSICIONAMENTO NO DBCLIENT (CLIID > CHAVE DE
      *--- RETOMADA): O CHKP PERDE A POSICAO NO BANCO E O RESTART
      *--- COMECA LOGO APOS A ULTIMA CHAVE COMMITADA
       01 WS-SSA-POSICIONA.
           05 SSAP-SEGNAME          PIC X(08) VALUE 'CLIENTE '.
           05 SSAP-LPAREN           PIC X(01) VALUE '('.
           05 SSAP-KEYNAME          PIC X(08) VALUE 'CLIID   '.
           05 SSAP-OPERATOR         PIC X(02) VALUE ' >'.
           05 SSAP-KEY-VALUE        PIC X(10) VALUE LOW-VALUES.
           05 SSAP-RPAREN           PIC X(01) VALUE ')'.
      *
       01 SEG-CLIENTE.
           05 SEG-CLI-ID            PIC X(10).
      *--- ENDERECO NOS BYTES ANTES EM FILLER (VER MYIMSLD)
           05 SEG-CLI-ENDERECO      PIC X(40).
           05 FILLER                PIC X(10).
      *
      *--- SSA NAO QUALIFICADO DO CLIENTE: O PSB TAMBEM E SENSIVEL AO
      *--- FILHO POSICAO, E O GN SEM SSA DEVOLVERIA O FILHO
       01 WS-SSA-CLIENTE-UNQUAL    PIC X(09) VALUE 'CLIENTE  '.
      *
      *--- SEGMENTO POSICAO (FILHO DO CLIENTE) E O SSA DELE
       COPY MYPOSC.
      *
       01 WS-MERGE-CONTROLE.
           05 WS-CHAVE-VSAM         PIC X(10).
      *
       LINKAGE SECTION.
      *
      *--- PCB DE I/O (PRIMEIRO PCB DO BMP; USADO PELO CHKP) E O PCB
      *--- DO BANCO DBCLIENT (O PROGRAMA RODA COMO BMP)
       01 IO-PCB-MASK.
           05 IO-LTERM-NAME         PIC X(08).
           05 FILLER                PIC X(02).
           05 IO-STATUS-CODE        PIC X(02).
           05 FILLER                PIC X(22).
      *
       01 DB-PCB-MASK.
           05 DB-DBD-NAME           PIC X(08).
           05 DB-SEG-LEVEL          PIC X(02).
           05 DB-KEY-FEEDBACK       PIC X(10).
      *
       PROCEDURE DIVISION.
       ENTRY 'DLITCBL' USING IO-PCB-MASK
                             DB-PCB-MASK.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-RECORDS
           PERFORM 1100-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           PERFORM 1200-CHECK-RESTART.
      *
      *--- NO MODO DE REPARO O CUSTFILE E ABERTO I-O (WRITE/REWRITE/
      *--- DELETE); FORA DELE, INPUT COMO SEMPRE FOI.
                       WS-CUSTFILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
               DISPLAY "MYRECON: ERRO AO ABRIR MST-FILE. STATUS: "
                       WS-MST-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
           OPEN OUTPUT CORR-FILE.
           IF NOT WS-CORR-OK
               DISPLAY "MYRECON: ERRO AO ABRIR CORR-FILE. STATUS: "
                       WS-RPT-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
           OPEN OUTPUT CHK-FILE.
           IF NOT WS-CHK-OK
               DISPLAY "MYRECON: ERRO AO ABRIR CHK-FILE. STATUS: "
                       WS-CHK-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
      *
      *--- NO RESTART O CABECALHO JA VEM NAS LINHAS COPIADAS DA
      *--- RODADA INTERROMPIDA
           IF WS-RESTART-IS-ACTIVE
               PERFORM 1300-COPIAR-SAIDAS-ANTERIORES
           ELSE
               MOVE WS-RPT-HEADER TO RPT-RECORD
               ADD 1 TO WS-LINHAS-RPT
               WRITE RPT-RECORD
               IF NOT WS-RPT-OK
                   DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. "
                           "STATUS: " WS-RPT-FILE-STATUS
                   PERFORM 9900-ABEND
               END-IF
           END-IF.
      *
      *--- OS TRES LADOS COMECAM NA PRIMEIRA CHAVE APOS A DE RETOMADA
      *--- (NA PARTIDA FRIA, LOW-VALUES: DO INICIO, COMO SEMPRE)
           EXEC SQL OPEN C_TBCLIENTES END-EXEC.
           IF WS-RESTART-IS-ACTIVE
               PERFORM 1400-POSICIONAR-CUSTFILE
               PERFORM 4310-POSICIONAR-DBCLIENT
           ELSE
               PERFORM 4300-LER-PROXIMO-DBCLIENT
           END-IF.
           PERFORM 4100-LER-PROXIMO-CUSTFILE.
           PERFORM 4200-FETCH-PROXIMA-LINHA.
           EXIT.
      *
      *--- LE O CARTAO PARMDD (OPCIONAL), MESMA CONVENCAO DO MYBATCH.
               IF PARM-RECUR-MIN > ZERO
                   MOVE PARM-RECUR-MIN TO WS-RECUR-MIN
               END-IF
               IF PARM-CHKP-INTERVALO IS NUMERIC
                  AND PARM-CHKP-INTERVALO > ZERO
                   MOVE PARM-CHKP-INTERVALO TO WS-CHKP-INTERVALO
               END-IF
               DISPLAY "MYRECON: LIMITES DE TOLERANCIA CARREGADOS "
                       "DO CARTAO PARMDD."
           END-IF.
           CLOSE PARM-FILE.
      *
      *--- LE O CARTAO DE RESTART (OPCIONAL) ATE O ULTIMO REGISTRO (O
      *--- CHKP MAIS RECENTE), COMO O 1200-CHECK-RESTART DO MYDB2BAT,
      *--- E RESTAURA A CHAVE DE RETOMADA, OS CONTADORES, A DATA DA
      *--- NOITE E AS POSICOES DAS SAIDAS
       1200-CHECK-RESTART.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-OK
               READ RESTART-FILE
               PERFORM UNTIL NOT WS-RESTART-OK
                   SET WS-RESTART-IS-ACTIVE TO TRUE
                   MOVE RESTART-ULTIMA-CHAVE TO WS-RESTART-CHAVE
                   MOVE RESTART-DATA-NOITE   TO WS-RUN-DATE
                   MOVE RESTART-CONTADORES   TO WS-COUNTERS
                   MOVE RESTART-COUNT-REPAROS TO WS-COUNT-REPAROS
                   MOVE RESTART-LINHAS-RPT   TO WS-ALVO-RPT
                   MOVE RESTART-LINHAS-CORR  TO WS-ALVO-CORR
                   MOVE RESTART-LINHAS-FULL  TO WS-ALVO-FULL
                   MOVE RESTART-LINHAS-JRNL  TO WS-ALVO-JRNL
                   IF RESTART-COUNT-DIVERG-SALDO IS NUMERIC
                       MOVE RESTART-COUNT-DIVERG-SALDO
                           TO WS-COUNT-DIVERG-SALDO
                   ELSE
                       MOVE ZERO TO WS-COUNT-DIVERG-SALDO
                   END-IF
                   READ RESTART-FILE
               END-PERFORM
               CLOSE RESTART-FILE
           END-IF.
           IF WS-RESTART-IS-ACTIVE
               DISPLAY "MYRECON: RESTART APOS A CHAVE "
                       WS-RESTART-CHAVE " DA NOITE " WS-RUN-DATE
               DISPLAY "MYRECON: CONTADORES RESTAURADOS. IGUAIS="
                       WS-COUNT-MATCH " DIVERGENTES="
                       WS-COUNT-DIVERGENCIA " REPAROS="
                       WS-COUNT-REPAROS
           END-IF.
      *
      *--- COPIA PARA AS SAIDAS NOVAS AS LINHAS QUE A RODADA
      *--- INTERROMPIDA GRAVOU ATE O CHECKPOINT. O QUE ELA GRAVOU
      *--- DEPOIS DELE E DESCARTADO NO RELATORIO, NAS CORRECOES E NA
      *--- EDICAO COMPLETA (A RETOMADA GERA DE NOVO, E OS INSERTS DO
      *--- HISTORICO FORAM DESFEITOS COM O BACKOUT DO BMP). O DIARIO
      *--- DE REPAROS E COPIADO INTEIRO: O CUSTFILE NAO E DESFEITO
      *--- PELO BACKOUT, ENTAO OS REPAROS ALEM DO CHECKPOINT FORAM
      *--- APLICADOS DE FATO - NA RETOMADA ESSES CLIENTES JA CASAM E
      *--- NAO SAO REPARADOS DE NOVO, E O DIARIO GUARDA O REGISTRO.
       1300-COPIAR-SAIDAS-ANTERIORES.
           OPEN INPUT RPTANT-FILE.
           PERFORM 1310-COPIAR-LINHA-RPT
               UNTIL WS-LINHAS-RPT >= WS-ALVO-RPT.
           CLOSE RPTANT-FILE.
           OPEN INPUT CORANT-FILE.
           PERFORM 1320-COPIAR-LINHA-CORR
               UNTIL WS-LINHAS-CORR >= WS-ALVO-CORR.
           CLOSE CORANT-FILE.
           OPEN INPUT FULANT-FILE.
           PERFORM 1330-COPIAR-LINHA-FULL
               UNTIL WS-LINHAS-FULL >= WS-ALVO-FULL.
           CLOSE FULANT-FILE.
           OPEN INPUT JRNANT-FILE.
           PERFORM 1340-COPIAR-LINHA-JRNL
               UNTIL WS-JRNANT-EOF.
           CLOSE JRNANT-FILE.
           IF WS-LINHAS-JRNL < WS-ALVO-JRNL
               DISPLAY "MYRECON: DIARIO ANTERIOR (JRNANTDD) MENOR QUE "
                       "O CHECKPOINT. LINHAS=" WS-LINHAS-JRNL
                       " CHECKPOINT=" WS-ALVO-JRNL
               PERFORM 9900-ABEND
           END-IF.
           COMPUTE WS-REPAROS-APOS-CHKP =
              WS-LINHAS-JRNL - WS-ALVO-JRNL.
           ADD WS-REPAROS-APOS-CHKP TO WS-COUNT-REPAROS.
           DISPLAY "MYRECON: SAIDAS ANTERIORES COPIADAS ATE O "
                   "CHECKPOINT. RELATORIO=" WS-LINHAS-RPT
                   " CORRECOES=" WS-LINHAS-CORR
                   " EDICAO COMPLETA=" WS-LINHAS-FULL.
           IF WS-REPAROS-APOS-CHKP > ZERO
               DISPLAY "MYRECON: REPAROS APLICADOS APOS O CHECKPOINT "
                       "(MANTIDOS NO DIARIO): " WS-REPAROS-APOS-CHKP
           END-IF.
      *
      *--- A SAIDA ANTERIOR TEM QUE TER PELO MENOS AS LINHAS DO
      *--- CHECKPOINT; MENOS QUE ISSO E DATASET TROCADO NO RESTARTDD
      *--- OU NOS DDS ...ANTDD, E A RETOMADA NAO PODE SEGUIR
       1310-COPIAR-LINHA-RPT.
           READ RPTANT-FILE.
           IF NOT WS-RPTANT-OK
               DISPLAY "MYRECON: RELATORIO ANTERIOR (RPTANTDD) MENOR "
                       "QUE O CHECKPOINT. STATUS: "
                       WS-RPTANT-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
           MOVE RPTANT-RECORD TO RPT-RECORD.
           ADD 1 TO WS-LINHAS-RPT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. STATUS: "
                       WS-RPT-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
      *
       1320-COPIAR-LINHA-CORR.
           READ CORANT-FILE.
           IF NOT WS-CORANT-OK
               DISPLAY "MYRECON: CORRECOES ANTERIORES (CORANTDD) "
                       "MENORES QUE O CHECKPOINT. STATUS: "
                       WS-CORANT-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
           MOVE CORANT-RECORD TO CORR-RECORD.
           PERFORM 4350-GRAVAR-CORRECAO.
      *
       1330-COPIAR-LINHA-FULL.
           READ FULANT-FILE.
           IF NOT WS-FULANT-OK
               DISPLAY "MYRECON: EDICAO COMPLETA ANTERIOR (FULANTDD) "
                       "MENOR QUE O CHECKPOINT. STATUS: "
                       WS-FULANT-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
           MOVE FULANT-RECORD TO FULL-RECORD.
           ADD 1 TO WS-LINHAS-FULL.
           WRITE FULL-RECORD.
           IF NOT WS-FULL-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO FULL-FILE. "
                       "STATUS: " WS-FULL-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
      *
       1340-COPIAR-LINHA-JRNL.
           READ JRNANT-FILE.
           EVALUATE TRUE
               WHEN WS-JRNANT-OK
                   MOVE JRNANT-RECORD TO JRNL-RECORD
                   ADD 1 TO WS-LINHAS-JRNL
                   WRITE JRNL-RECORD
                   IF NOT WS-JRNL-OK
                       DISPLAY "MYRECON: ERRO DE ESCRITA NO JRNL-FILE. "
                               "STATUS: " WS-JRNL-FILE-STATUS
                       PERFORM 9900-ABEND
                   END-IF
               WHEN WS-JRNANT-EOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MYRECON: ERRO DE LEITURA NO JRNANTDD. "
                           "STATUS: " WS-JRNANT-FILE-STATUS
                   PERFORM 9900-ABEND
           END-EVALUATE.
      *
      *--- VSAM: POSICIONA A VARREDURA NA PRIMEIRA CHAVE APOS A DE
      *--- RETOMADA (O READ NEXT SEGUINTE LE DALI)
       1400-POSICIONAR-CUSTFILE.
           MOVE WS-RESTART-CHAVE TO CUST-ID.
           START CUSTFILE KEY IS GREATER THAN CUST-ID.
           EVALUATE TRUE
               WHEN WS-CUSTFILE-OK
                   CONTINUE
               WHEN WS-CUSTFILE-NOTFND
                   SET FIM-CUSTFILE TO TRUE
               WHEN OTHER
                   DISPLAY "MYRECON: ERRO NO START DO CUSTFILE. "
                           "STATUS: " WS-CUSTFILE-STATUS
                   PERFORM 9900-ABEND
           END-EVALUATE.
      *
       2000-PROCESS-RECORDS.
           PERFORM 2050-DETERMINAR-MENOR-CHAVE.
                        WS-DB2-NOME-M DELIMITED BY SIZE
                        "'" DELIMITED BY SIZE
                        INTO RPT-RECORD
                 ADD 1 TO WS-LINHAS-RPT
                 WRITE RPT-RECORD
                 IF NOT WS-RPT-OK
                     DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. "
                 PERFORM 4700-GRAVAR-DIVERG-HIST
              END-IF
           END-IF.
      *
      *--- SALDO DO SEGMENTO POSICAO CONTRA O MASTERDD, ENQUANTO O
      *--- CLIENTE CORRENTE DO DBCLIENT AINDA E O PAI ESTABELECIDO
           IF WS-IMS-NA-CHAVE
              PERFORM 2500-COMPARAR-SALDO
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-CHAVE-VSAM = WS-MENOR-CHAVE
              PERFORM 4300-LER-PROXIMO-DBCLIENT
           END-IF.
      *
      *--- A CHAVE CORRENTE ESTA INTEIRAMENTE TRATADA NOS TRES LADOS:
      *--- A CADA INTERVALO, SYNC POINT + CHECKPOINT NELA
           ADD 1 TO WS-CHAVES-DESDE-CHKP.
           IF WS-CHAVES-DESDE-CHKP >= WS-CHKP-INTERVALO
              PERFORM 4800-TOMAR-CHECKPOINT
           END-IF.
      *
      *--- ESCOLHE A MENOR CHAVE ENTRE AS TRES FONTES ATIVAS E MARCA
      *--- SE O LADO IMS PARTICIPA DELA
       2050-DETERMINAR-MENOR-CHAVE.
                          WS-DB2-NOME-M DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO RPT-RECORD
                   ADD 1 TO WS-LINHAS-RPT
                   WRITE RPT-RECORD
                   IF NOT WS-RPT-OK
                       DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. "
                          WS-DB2-CONT-M DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO RPT-RECORD
                   ADD 1 TO WS-LINHAS-RPT
                   WRITE RPT-RECORD
                   IF NOT WS-RPT-OK
                       DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. "
                          WS-DB2-END-M DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO RPT-RECORD
                   ADD 1 TO WS-LINHAS-RPT
                   WRITE RPT-RECORD
                   IF NOT WS-RPT-OK
                       DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. "
                  WS-CUST-CONT-M DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO RPT-RECORD.
           ADD 1 TO WS-LINHAS-RPT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. STATUS: "
                  WS-CUST-NOME-M DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO RPT-RECORD.
           ADD 1 TO WS-LINHAS-RPT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. STATUS: "
                  WS-DB2-CONT-M DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO RPT-RECORD.
           ADD 1 TO WS-LINHAS-RPT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. STATUS: "
                  WS-DB2-NOME-M DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO RPT-RECORD.
           ADD 1 TO WS-LINHAS-RPT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. STATUS: "
                  WS-IMS-NOME-M DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO RPT-RECORD.
           ADD 1 TO WS-LINHAS-RPT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. STATUS: "
           STRING "SEM DBCLIENT (VSAM+DB2) ID=" DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  INTO RPT-RECORD.
           ADD 1 TO WS-LINHAS-RPT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. STATUS: "
           MOVE SPACES TO FULL-NOME-IMS.
           PERFORM 4600-GRAVAR-EDICAO-COMPLETA.
           PERFORM 4700-GRAVAR-DIVERG-HIST.
      *
      *--- GNP DO FILHO POSICAO SOB O CLIENTE CORRENTE E SOMA DAS
      *--- CONTAS DO MESMO ID NO MESTRE (O SEGMENTO GUARDA A POSICAO
      *--- DO CLIENTE, NAO DE UMA CONTA). NENHUM DOS DOIS = CLIENTE
      *--- SEM CONTA NO MESTRE, NADA A CONFERIR.
       2500-COMPARAR-SALDO.
           MOVE 'N' TO WS-POSICAO-SW.
           MOVE 'N' TO WS-MESTRE-SW.
           CALL 'CBLTDLI' USING WS-GNP
                                DB-PCB-MASK
                                SEG-POSICAO
                                WS-SSA-POSICAO.
           EVALUATE DB-STATUS-CODE
               WHEN SPACES
                   SET WS-TEM-POSICAO TO TRUE
               WHEN 'GE'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MYRECON: ERRO NO GNP DA POSICAO. ID="
                           SEG-CLI-ID " STATUS: " DB-STATUS-CODE
                   PERFORM 9900-ABEND
           END-EVALUATE.
           MOVE ZERO TO WS-SALDO-MST-CLIENTE.
           MOVE SEG-CLI-ID TO MST-ID.
           MOVE ZERO TO MST-CONTA.
           START MST-FILE KEY IS NOT LESS THAN MST-CHAVE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   PERFORM 2510-LER-CONTA-MESTRE
                   PERFORM 2520-SOMAR-CONTA-MESTRE
                       UNTIL WS-MST-EOF OR MST-ID NOT = SEG-CLI-ID
               WHEN WS-MST-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MYRECON: ERRO NO START DO MST-FILE. ID="
                           SEG-CLI-ID " STATUS: " WS-MST-FILE-STATUS
                   PERFORM 9900-ABEND
           END-EVALUATE.
      *
           MOVE SPACES TO RPT-RECORD.
           EVALUATE TRUE
               WHEN WS-TEM-POSICAO AND WS-TEM-MESTRE
                   IF SEG-POS-SALDO NOT = WS-SALDO-MST-CLIENTE
                       MOVE SEG-POS-SALDO TO WS-SALDO-IMS-ED
                       MOVE WS-SALDO-MST-CLIENTE TO WS-SALDO-MST-ED
                       STRING "DIVERGENCIA (SALDO) ID="
                                  DELIMITED BY SIZE
                              SEG-CLI-ID DELIMITED BY SIZE
                              " IMS=" DELIMITED BY SIZE
                              WS-SALDO-IMS-ED DELIMITED BY SIZE
                              " MESTRE=" DELIMITED BY SIZE
                              WS-SALDO-MST-ED DELIMITED BY SIZE
                              INTO RPT-RECORD
                   END-IF
               WHEN WS-TEM-POSICAO
                   MOVE SEG-POS-SALDO TO WS-SALDO-IMS-ED
                   STRING "POSICAO SEM MESTRE (IMS) ID="
                              DELIMITED BY SIZE
                          SEG-CLI-ID DELIMITED BY SIZE
                          " IMS=" DELIMITED BY SIZE
                          WS-SALDO-IMS-ED DELIMITED BY SIZE
                          INTO RPT-RECORD
               WHEN WS-TEM-MESTRE
                   MOVE WS-SALDO-MST-CLIENTE TO WS-SALDO-MST-ED
                   STRING "MESTRE SEM POSICAO (IMS) ID="
                              DELIMITED BY SIZE
                          SEG-CLI-ID DELIMITED BY SIZE
                          " MESTRE=" DELIMITED BY SIZE
                          WS-SALDO-MST-ED DELIMITED BY SIZE
                          INTO RPT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF RPT-RECORD NOT = SPACES
               ADD 1 TO WS-COUNT-DIVERG-SALDO
               ADD 1 TO WS-LINHAS-RPT
               WRITE RPT-RECORD
               IF NOT WS-RPT-OK
                   DISPLAY "MYRECON: ERRO DE ESCRITA NO RPT-FILE. "
                           "STATUS: " WS-RPT-FILE-STATUS
                   PERFORM 9900-ABEND
               END-IF
               MOVE SEG-CLI-ID TO FULL-ID
               MOVE 'DIVERG-SALDO' TO FULL-TIPO
               MOVE SPACES TO FULL-NOME-VSAM
               MOVE SPACES TO FULL-NOME-DB2
               MOVE SEG-CLI-NOME TO FULL-NOME-IMS
               PERFORM 4600-GRAVAR-EDICAO-COMPLETA
               PERFORM 4700-GRAVAR-DIVERG-HIST
           END-IF.
      *
       2510-LER-CONTA-MESTRE.
           READ MST-FILE NEXT RECORD.
           IF NOT WS-MST-OK AND NOT WS-MST-EOF
               DISPLAY "MYRECON: ERRO NA LEITURA DO MST-FILE. ID="
                       SEG-CLI-ID " STATUS: " WS-MST-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
      *
       2520-SOMAR-CONTA-MESTRE.
           SET WS-TEM-MESTRE TO TRUE.
           ADD MST-SALDO TO WS-SALDO-MST-CLIENTE.
           PERFORM 2510-LER-CONTA-MESTRE.
      *
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
                  WS-COUNT-FALTA-DB2 DELIMITED BY SIZE
                  " NOME-IMS-DIVERGE=" DELIMITED BY SIZE
                  WS-COUNT-DIVERG-IMS DELIMITED BY SIZE
                  " SALDO-IMS-DIVERGE=" DELIMITED BY SIZE
                  WS-COUNT-DIVERG-SALDO DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
      *
           EXEC SQL CLOSE C_TBCLIENTES END-EXEC.
           CLOSE CUSTFILE.
           CLOSE MST-FILE.
           CLOSE RPT-FILE.
           CLOSE CORR-FILE.
           CLOSE JRNL-FILE.
           CLOSE FULL-FILE.
           CLOSE CHK-FILE.
           DISPLAY "MYRECON CONCLUIDO. IGUAIS=" WS-COUNT-MATCH
                   " DIVERGENTES=" WS-COUNT-DIVERGENCIA
                   " SO-VSAM=" WS-COUNT-SO-VSAM
                   " SO-DB2=" WS-COUNT-SO-DB2
                   " REPAROS=" WS-COUNT-REPAROS
                   " CHECKPOINTS=" WS-COUNT-CHECKPOINTS.
           EXIT.
      *
      *--- SECAO DE REINCIDENCIA: OS CLIENTES QUE DIVERGEM REPETIDO
                    :H-REC-PRIMEIRA, :H-REC-ULTIMA
           END-EXEC.
           IF SQLCODE = 0
              MOVE H-REC-NOITES TO WS-REC-NOITES
              MOVE SPACES TO RPT-RECORD
              STRING "  ID=" H-DIV-ID
                     " NOITES=" WS-REC-NOITES
                     " PRIMEIRA=" H-REC-PRIMEIRA
                     " ULTIMA=" H-REC-ULTIMA
                     DELIMITED BY SIZE INTO RPT-RECORD
               CALL 'CBLTDLI' USING WS-GN
                                    DB-PCB-MASK
                                    SEG-CLIENTE
                                    WS-SSA-CLIENTE-UNQUAL
               EVALUATE DB-STATUS-CODE
                   WHEN SPACES
                       MOVE SEG-CLI-NOME TO WS-MASC-IN
                       PERFORM 9900-ABEND
               END-EVALUATE
           END-IF.
      *
      *--- GU NO DBCLIENT NA PRIMEIRA CHAVE APOS A DE RETOMADA: NO
      *--- RESTART E DEPOIS DE CADA CHKP (QUE PERDE A POSICAO NO
      *--- BANCO). O SEGMENTO DEVOLVIDO E O PROXIMO A CASAR; O GN DO
      *--- 4300 CONTINUA A PARTIR DELE.
       4310-POSICIONAR-DBCLIENT.
           MOVE WS-RESTART-CHAVE TO SSAP-KEY-VALUE.
           CALL 'CBLTDLI' USING WS-GU
                                DB-PCB-MASK
                                SEG-CLIENTE
                                WS-SSA-POSICIONA.
           EVALUATE DB-STATUS-CODE
               WHEN SPACES
                   MOVE SEG-CLI-NOME TO WS-MASC-IN
                   PERFORM 4500-MASCARAR-NOME
                   MOVE WS-MASC-OUT TO WS-IMS-NOME-M
               WHEN 'GE'
                   SET FIM-DBCLIENT TO TRUE
               WHEN OTHER
                   DISPLAY "MYRECON: ERRO NO GU DE POSICIONAMENTO DO "
                           "DBCLIENT. STATUS: " DB-STATUS-CODE
                   PERFORM 9900-ABEND
           END-EVALUATE.
      *
       4210-FETCH-TBCLIENTES-ROW.
           EXEC SQL
           PERFORM 4350-GRAVAR-CORRECAO.
      *
       4350-GRAVAR-CORRECAO.
           ADD 1 TO WS-LINHAS-CORR.
           WRITE CORR-RECORD.
           IF NOT WS-CORR-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO CORR-FILE. "
       4400-GRAVAR-JOURNAL-REPARO.
           MOVE WS-RUN-DATE TO JR-DATE.
           MOVE WS-RUN-TIME TO JR-TIME.
           ADD 1 TO WS-LINHAS-JRNL.
           WRITE JRNL-RECORD.
           IF NOT WS-JRNL-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO JRNL-FILE. "
      *--- JA DEIXOU FULL-ID/FULL-TIPO/FULL-NOME-* PREENCHIDOS.
       4600-GRAVAR-EDICAO-COMPLETA.
           IF WS-FULL-EDITION
               ADD 1 TO WS-LINHAS-FULL
               WRITE FULL-RECORD
               IF NOT WS-FULL-OK
                   DISPLAY "MYRECON: ERRO DE ESCRITA NO FULL-FILE. "
                      " SQLCODE: " SQLCODE
              PERFORM 9900-ABEND
           END-IF.
      *
      *--- SYNC POINT A CADA INTERVALO: O CHKP COMMITA JUNTOS OS
      *--- INSERTS DA RECON_DIVERG_HIST E O LADO IMS; LOGO EM SEGUIDA
      *--- O CHECKPOINT GRAVA A CHAVE RECEM-CASADA, OS CONTADORES E A
      *--- POSICAO DAS SAIDAS. O CHKP FECHA O CURSOR E PERDE A
      *--- POSICAO NO DBCLIENT: OS DOIS SAO REPOSICIONADOS APOS A
      *--- CHAVE DO CHECKPOINT (O FETCH/GU DEVOLVEM A MESMA LINHA E O
      *--- MESMO SEGMENTO QUE JA ESTAVAM NA AREA). O CUSTFILE NAO
      *--- ENTRA NO SYNC POINT E SEGUE POSICIONADO.
       4800-TOMAR-CHECKPOINT.
           CALL 'CBLTDLI' USING WS-CHKP
                                IO-PCB-MASK
                                WS-CHKP-ID.
           IF IO-STATUS-CODE NOT = SPACES
               DISPLAY "MYRECON: ERRO NO CHECKPOINT. STATUS: "
                       IO-STATUS-CODE
               PERFORM 9900-ABEND
           END-IF.
      *
           MOVE WS-MENOR-CHAVE     TO CHK-ULTIMA-CHAVE.
           MOVE WS-RUN-DATE        TO CHK-DATA-NOITE.
           MOVE WS-COUNTERS        TO CHK-CONTADORES.
           MOVE WS-COUNT-REPAROS   TO CHK-COUNT-REPAROS.
           MOVE WS-LINHAS-RPT      TO CHK-LINHAS-RPT.
           MOVE WS-LINHAS-CORR     TO CHK-LINHAS-CORR.
           MOVE WS-LINHAS-FULL     TO CHK-LINHAS-FULL.
           MOVE WS-LINHAS-JRNL     TO CHK-LINHAS-JRNL.
           MOVE WS-COUNT-DIVERG-SALDO TO CHK-COUNT-DIVERG-SALDO.
           WRITE CHK-RECORD.
           IF NOT WS-CHK-OK
               DISPLAY "MYRECON: ERRO DE ESCRITA NO CHK-FILE. STATUS: "
                       WS-CHK-FILE-STATUS
               PERFORM 9900-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-CHECKPOINTS.
           MOVE ZERO TO WS-CHAVES-DESDE-CHKP.
      *
           MOVE WS-MENOR-CHAVE TO WS-RESTART-CHAVE.
           IF NOT FIM-TBCLIENTES
               EXEC SQL OPEN C_TBCLIENTES END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "MYRECON: ERRO NA REABERTURA DE "
                           "C_TBCLIENTES. SQLCODE: " SQLCODE
                   PERFORM 9900-ABEND
               END-IF
               PERFORM 4210-FETCH-TBCLIENTES-ROW
           END-IF.
           IF NOT FIM-DBCLIENT
               PERFORM 4310-POSICIONAR-DBCLIENT
           END-IF.
      *
       9900-ABEND.
           DISPLAY "MYRECON: ENCERRANDO POR ERRO.".
