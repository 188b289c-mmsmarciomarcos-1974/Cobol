       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYPOSLD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH (BMP) - CARGA NOTURNA DO SEGMENTO POSICAO DO
      * DBCLIENT (IMS) A PARTIR DO MESTRE E DO DIARIO DO MESTRE
      *
      * O USUARIO DO TERMINAL IMS (MYIMSQL/MYIMSBWS) VIA O NOME DO
      * CLIENTE, MAS NAO A POSICAO DELE. ESTE PROGRAMA RODA NO MYNIGHT
      * LOGO APOS O MYIMSLD (SEGMENTOS CLIENTE JA SINCRONIZADOS; O
      * MESTRE JA COM O MOVIMENTO DA NOITE E OS JUROS) E MANTEM, SOB
      * CADA CLIENTE, O SEGMENTO FILHO POSICAO (COPYBOOK MYPOSC): O
      * SALDO DO MESTRE (SOMA DAS CONTAS DO CLIENTE - O MESTRE E POR
      * ID + CONTA E O SEGMENTO E UM SO POR CLIENTE), A DATA DA ULTIMA
      * ATUALIZACAO E OS ULTIMOS CINCO MOVIMENTOS DE SALDO DO DIARIO,
      * DE QUALQUER DAS CONTAS.
      *
      *   FASE 1 - CARGA: O DIARIO (MSTJRNDD) PASSA POR UM SORT
      *     INTERNO (COMO NO MYMEDCLI) POR CLIENTE + ORDEM DE
      *     GRAVACAO, SO COM AS LINHAS QUE MEXERAM NO SALDO DENTRO DA
      *     JANELA (ANCORA 'H' NAO E MOVIMENTO). A SAIDA DO SORT CASA
      *     COM O MASTERDD EM ORDEM DE CHAVE: PARA CADA CLIENTE
      *     (QUEBRA DO ID, CONTAS SOMADAS), PATH
      *     CALL GHU CLIENTE/POSICAO; ACHOU = REPL, SO O CLIENTE (NIVEL
      *     01) = ISRT, NEM O CLIENTE = MESTRE SEM SEGMENTO CLIENTE NO
      *     BANCO (CONTADO; O MYIMSLD E QUEM CRIA O CLIENTE).
      *   FASE 2 - EXPURGO: VARRE OS SEGMENTOS POSICAO (GHN) E REMOVE
      *     OS QUE NAO FORAM RENOVADOS NESTA CARGA (MESTRE EXCLUIDO OU
      *     FUNDIDO) - A POSICAO VELHA NAO FICA NA TELA. O EXPURGO DO
      *     PROPRIO CLIENTE PELO MYIMSLD JA LEVA O FILHO JUNTO.
      *
      * CHECKPOINT/RESTART NOS MOLDES DO MYIMSLD: XRST NA ENTRADA E
      * CHKP SIMBOLICO PERIODICO COM FASE + ULTIMO ID + DATA DA CARGA.
      * NO RESTART DA FASE 1 O SORT E REFEITO E A CARGA RETOMA APOS O
      * ULTIMO ID COMMITADO (START NO MASTERDD); NA FASE 2 A VARREDURA
      * E REANCORADA NELE. A DATA DA CARGA VIAJA NO CHECKPOINT PARA
      * QUE UM RESTART APOS A MEIA-NOITE NAO EXPURGUE O QUE A RODADA
      * INTERROMPIDA JA CARREGOU.
      *
      * CARTAO PARMDD (OPCIONAL): JANELA EM DIAS DOS MOVIMENTOS (DEFAULT
      * 365) E INTERVALO DE CHECKPOINT (DEFAULT 1000).
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
      *
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
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
           05 MJR-APROVADOR          PIC X(03).
           05 FILLER                 PIC X(01).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
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
           05 PARM-CHKP-INTERVALO    PIC X(05).
           05 PARM-CHKP-INTERVALO-N REDEFINES PARM-CHKP-INTERVALO
                                     PIC 9(05).
           05 FILLER                 PIC X(72).
      *
      *--- UM REGISTRO POR MOVIMENTO DE SALDO DA JANELA. SRT-SEQ (ORDEM
      *--- DE LEITURA DO DIARIO) MANTEM A ORDEM CRONOLOGICA DENTRO DO
      *--- CLIENTE; SRT-MOVTO TEM O MESMO LAYOUT DE SEG-POS-MOVTO.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-ID                 PIC X(10).
           05 SRT-SEQ                PIC 9(09).
           05 SRT-MOVTO.
              10 SRT-DATA            PIC 9(08).
              10 SRT-ORIGEM          PIC X(01).
              10 SRT-ACAO            PIC X(01).
              10 SRT-VALOR           PIC S9(11)V99.
              10 SRT-SALDO           PIC S9(11)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-MST-FILE-STATUS   PIC X(02).
              88 WS-MST-OK               VALUE '00'.
              88 WS-MST-EOF              VALUE '10'.
              88 WS-MST-NOTFND           VALUE '23'.
           05 WS-MJR-FILE-STATUS   PIC X(02).
              88 WS-MJR-OK               VALUE '00'.
              88 WS-MJR-EOF              VALUE '10'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
           05 WS-PARM-FILE-STATUS  PIC X(02).
              88 WS-PARM-OK              VALUE '00'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-MASTER        PIC X(01) VALUE 'N'.
              88 FIM-MASTER              VALUE 'S'.
           05 WS-FIM-SORT-SW       PIC X(01) VALUE 'N'.
              88 WS-FIM-SORT             VALUE 'S'.
           05 WS-EOF-DBCLIENT      PIC X(01) VALUE 'N'.
              88 FIM-DBCLIENT            VALUE 'S'.
      *
       01 WS-CONTROLE.
           05 WS-JANELA-DIAS       PIC 9(03) VALUE 365.
           05 WS-DATA-CARGA        PIC 9(08) VALUE ZERO.
           05 WS-IDADE             PIC S9(07) VALUE ZERO.
           05 WS-RESTART-ID        PIC X(10) VALUE LOW-VALUES.
      *--- CHAVE DO MOVIMENTO CORRENTE NA SAIDA DO SORT (HIGH-VALUES
      *--- QUANDO O SORT SE ESGOTA, PARA PERDER SEMPRE NO CASAMENTO)
           05 WS-SRT-CHAVE         PIC X(10) VALUE LOW-VALUES.
           05 WS-I                 PIC 9(02) COMP VALUE ZERO.
      *
      *--- CLIENTE EM CURSO NA VARREDURA DO MESTRE: AS CONTAS DO ID
      *--- SOMADAS ATE A QUEBRA
       01 WS-CLIENTE-CORRENTE.
           05 WS-CLI-ID            PIC X(10) VALUE SPACES.
           05 WS-CLI-SALDO         PIC S9(11)V99 VALUE ZERO.
           05 WS-CLI-ULT-ATUALIZ   PIC 9(08) VALUE ZERO.
           05 WS-CLI-CONTAS        PIC 9(03) VALUE ZERO.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-JRN-LIDOS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MOVTOS       PIC 9(09) VALUE ZERO.
           05 WS-COUNT-FORA-JANELA  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SEM-MESTRE   PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MESTRES      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CLIENTES     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-INCLUIDOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REGRAVADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-CLIENTE  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EXCLUIDOS    PIC 9(07) VALUE ZERO.
      *
      *--- OS ULTIMOS CINCO MOVIMENTOS DO CLIENTE EM CURSO, O MAIS
      *--- RECENTE NA OCORRENCIA 1 (MESMO LAYOUT DE SEG-POS-MOVTO)
       01 WS-MOV-BUFFER.
           05 WS-MOV-QTD            PIC 9(01).
           05 WS-MOV-ENTRADA OCCURS 5 TIMES.
              10 WS-MOV-DATA        PIC 9(08).
              10 WS-MOV-ORIGEM      PIC X(01).
              10 WS-MOV-ACAO        PIC X(01).
              10 WS-MOV-VALOR       PIC S9(11)V99.
              10 WS-MOV-SALDO       PIC S9(11)V99.
      *
      *--- FUNCOES DL/I (MESMOS NOMES DO MYIMSLD)
       01 WS-DLI-FUNCTIONS.
           05 WS-GHU                PIC X(04) VALUE 'GHU '.
           05 WS-GHN                PIC X(04) VALUE 'GHN '.
           05 WS-ISRT               PIC X(04) VALUE 'ISRT'.
           05 WS-REPL               PIC X(04) VALUE 'REPL'.
           05 WS-DLET               PIC X(04) VALUE 'DLET'.
           05 WS-ROLB               PIC X(04) VALUE 'ROLB'.
           05 WS-CHKP               PIC X(04) VALUE 'CHKP'.
           05 WS-XRST               PIC X(04) VALUE 'XRST'.
      *
      *--- AREA DO CHECKPOINT SIMBOLICO: FASE, ULTIMO ID COMMITADO E
      *--- A DATA DA CARGA (A MARCA GRAVADA NOS SEGMENTOS RENOVADOS)
       01 WS-CHKP-AREA.
           05 CHKA-FASE             PIC X(01).
              88 CHKA-PARTIDA-FRIA  VALUE SPACE LOW-VALUE.
              88 CHKA-FASE-1        VALUE '1'.
              88 CHKA-FASE-2        VALUE '2'.
           05 CHKA-ULTIMO-ID        PIC X(10).
           05 CHKA-DATA-CARGA       PIC 9(08).
       01 WS-CHKP-AREA-LEN         PIC S9(05) COMP VALUE +19.
      *
       01 WS-CHKP-CONTROLE.
           05 WS-CHKP-INTERVALO     PIC 9(05) VALUE 1000.
           05 WS-OPS-DESDE-CHKP     PIC 9(05) VALUE ZERO.
      *
      *--- SSA DO CLIENTE QUALIFICADO POR CLIID (PATH CALL DA CARGA)
       01 WS-SSA-CLIENTE.
           05 SSA-SEGNAME           PIC X(08) VALUE 'CLIENTE '.
           05 SSA-LPAREN            PIC X(01) VALUE '('.
           05 SSA-KEYNAME           PIC X(08) VALUE 'CLIID   '.
           05 SSA-OPERATOR          PIC X(02) VALUE ' ='.
           05 SSA-KEY-VALUE         PIC X(10).
           05 SSA-RPAREN            PIC X(01) VALUE ')'.
      *
      *--- SSA DE POSICIONAMENTO DO EXPURGO (CLIID >= ULTIMO ID)
       01 WS-SSA-POSICIONA.
           05 SSAP-SEGNAME          PIC X(08) VALUE 'CLIENTE '.
           05 SSAP-LPAREN           PIC X(01) VALUE '('.
           05 SSAP-KEYNAME          PIC X(08) VALUE 'CLIID   '.
           05 SSAP-OPERATOR         PIC X(02) VALUE '>='.
           05 SSAP-KEY-VALUE        PIC X(10) VALUE LOW-VALUES.
           05 SSAP-RPAREN           PIC X(01) VALUE ')'.
      *
      *--- SEGMENTO POSICAO E O SSA NAO QUALIFICADO DELE
       COPY MYPOSC.
      *
       01 WS-RPT-HEADER            PIC X(133) VALUE
           "CARGA DO SEGMENTO POSICAO DO DBCLIENT (IMS) - MASTERDD/MSTJR
      -    "NDD".
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *--- PCB DE I/O (XRST/CHKP/ROLB) E O PCB DO BANCO DBCLIENT,
      *--- SENSIVEL A CLIENTE E POSICAO. O KEY FEEDBACK DO POSICAO E
      *--- A CHAVE CONCATENADA - O CLIID DO PAI.
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
           IF NOT CHKA-FASE-2
               SORT SORT-WORK
                    ASCENDING KEY SRT-ID
                                  SRT-SEQ
                    INPUT PROCEDURE IS 5000-SELECIONAR-MOVIMENTOS
                    OUTPUT PROCEDURE IS 6000-CARREGAR-POSICOES
      *--- FRONTEIRA DE FASE: COMMITA A CARGA INTEIRA E MARCA QUE UMA
      *--- QUEDA DAQUI EM DIANTE RETOMA DIRETO NO EXPURGO
               MOVE '2' TO CHKA-FASE
               MOVE LOW-VALUES TO CHKA-ULTIMO-ID
               PERFORM 4500-TOMAR-CHECKPOINT
               MOVE LOW-VALUES TO SSAP-KEY-VALUE
           END-IF.
           PERFORM 2480-POSICIONAR-EXPURGO.
           PERFORM 2500-EXPURGAR-POSICAO UNTIL FIM-DBCLIENT.
           PERFORM 3000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
      *--- XRST ANTES DE QUALQUER ACESSO, COMO NO MYIMSLD. NA PARTIDA
      *--- FRIA A DATA DA CARGA E A DE HOJE; NO RESTART, A DA RODADA
      *--- INTERROMPIDA.
           CALL 'CBLTDLI' USING WS-XRST
                                IO-PCB-MASK
                                WS-CHKP-AREA-LEN
                                WS-CHKP-AREA.
           IF IO-STATUS-CODE NOT = SPACES
               DISPLAY "MYPOSLD: ERRO NO XRST. STATUS: "
                       IO-STATUS-CODE
               PERFORM 9920-DLI-ERROR-ABEND
           END-IF.
           PERFORM 1150-READ-PARM-CARD.
           EVALUATE TRUE
               WHEN CHKA-PARTIDA-FRIA
                   ACCEPT WS-DATA-CARGA FROM DATE YYYYMMDD
                   MOVE WS-DATA-CARGA TO CHKA-DATA-CARGA
                   MOVE LOW-VALUES TO WS-RESTART-ID
               WHEN CHKA-FASE-1
                   MOVE CHKA-DATA-CARGA TO WS-DATA-CARGA
                   MOVE CHKA-ULTIMO-ID TO WS-RESTART-ID
                   DISPLAY "MYPOSLD: RESTART NA FASE 1 APOS ID "
                           CHKA-ULTIMO-ID " CARGA " WS-DATA-CARGA
               WHEN CHKA-FASE-2
                   MOVE CHKA-DATA-CARGA TO WS-DATA-CARGA
                   MOVE CHKA-ULTIMO-ID TO SSAP-KEY-VALUE
                   DISPLAY "MYPOSLD: RESTART NA FASE 2 APOS ID "
                           CHKA-ULTIMO-ID " CARGA " WS-DATA-CARGA
           END-EVALUATE.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
               DISPLAY "MYPOSLD: ERRO AO ABRIR RPT-FILE. STATUS: "
                       WS-RPT-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           IF NOT CHKA-FASE-2
               PERFORM 1200-ABRIR-ENTRADAS
           END-IF.
           EXIT.
      *
      *--- CARTAO PARMDD (OPCIONAL), MESMA CONVENCAO DO MYMEDCLI
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
               IF PARM-JANELA-DIAS IS NUMERIC
                  AND PARM-JANELA-DIAS-N > ZERO
                   MOVE PARM-JANELA-DIAS-N TO WS-JANELA-DIAS
               END-IF
               IF PARM-CHKP-INTERVALO IS NUMERIC
                  AND PARM-CHKP-INTERVALO-N > ZERO
                   MOVE PARM-CHKP-INTERVALO-N TO WS-CHKP-INTERVALO
               END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *--- DIARIO E MESTRE SO SAO ABERTOS QUANDO HA CARGA A FAZER. NO
      *--- RESTART DA FASE 1 O MESTRE E POSICIONADO APOS O ULTIMO ID
      *--- COMMITADO; OS MESTRES ANTERIORES JA TEM O SEGMENTO.
       1200-ABRIR-ENTRADAS.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
               DISPLAY "MYPOSLD: ERRO AO ABRIR MSTJRN-FILE. STATUS: "
                       WS-MJR-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
               DISPLAY "MYPOSLD: ERRO AO ABRIR MST-FILE. STATUS: "
                       WS-MST-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           IF CHKA-FASE-1
               MOVE WS-RESTART-ID TO MST-ID
               MOVE 999 TO MST-CONTA
               START MST-FILE KEY IS GREATER THAN MST-CHAVE
               EVALUATE TRUE
                   WHEN WS-MST-OK
                       CONTINUE
                   WHEN WS-MST-NOTFND
                       SET FIM-MASTER TO TRUE
                   WHEN OTHER
                       DISPLAY "MYPOSLD: ERRO NO START DO MST-FILE. "
                               "STATUS: " WS-MST-FILE-STATUS
                       PERFORM 9910-FILE-ERROR-ABEND
               END-EVALUATE
           END-IF.
           EXIT.
      *
      *================================================================*
      * FASE 2 - EXPURGO (SEGMENTOS POSICAO NAO RENOVADOS NA CARGA)
      *================================================================*
      *--- REANCORA NO INICIO DO BANCO (OU NO ULTIMO ID COMMITADO):
      *--- O PATH CALL DEVOLVE O PRIMEIRO POSICAO SOB UM CLIENTE COM
      *--- CLIID >= A CHAVE DO SSA, JA SEGURO PARA UM EVENTUAL DLET.
      *--- O GHN DO LOOP CONTINUA A PARTIR DELE.
       2480-POSICIONAR-EXPURGO.
           CALL 'CBLTDLI' USING WS-GHU
                                DB-PCB-MASK
                                SEG-POSICAO
                                WS-SSA-POSICIONA
                                WS-SSA-POSICAO.
           EVALUATE DB-STATUS-CODE
               WHEN SPACES
                   PERFORM 2550-VERIFICAR-POSICAO
               WHEN 'GE'
                   SET FIM-DBCLIENT TO TRUE
               WHEN OTHER
                   DISPLAY "MYPOSLD: ERRO NO GHU DE POSICIONAMENTO. "
                           "STATUS: " DB-STATUS-CODE
                   PERFORM 9920-DLI-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2500-EXPURGAR-POSICAO.
           CALL 'CBLTDLI' USING WS-GHN
                                DB-PCB-MASK
                                SEG-POSICAO
                                WS-SSA-POSICAO.
           EVALUATE DB-STATUS-CODE
               WHEN SPACES
                   PERFORM 2550-VERIFICAR-POSICAO
                   ADD 1 TO WS-OPS-DESDE-CHKP
                   IF WS-OPS-DESDE-CHKP >= WS-CHKP-INTERVALO
                       MOVE '2' TO CHKA-FASE
                       MOVE DB-KEY-FEEDBACK TO CHKA-ULTIMO-ID
                       PERFORM 4500-TOMAR-CHECKPOINT
      *--- O CHKP PERDEU A POSICAO NO BANCO: REANCORA NO ULTIMO ID
      *--- COMMITADO (REVERIFICAR ESSE SEGMENTO NAO TEM EFEITO)
                       MOVE CHKA-ULTIMO-ID TO SSAP-KEY-VALUE
                       PERFORM 2480-POSICIONAR-EXPURGO
                   END-IF
               WHEN 'GE'
                   SET FIM-DBCLIENT TO TRUE
               WHEN 'GB'
                   SET FIM-DBCLIENT TO TRUE
               WHEN OTHER
                   DISPLAY "MYPOSLD: ERRO NO GHN. STATUS: "
                           DB-STATUS-CODE
                   PERFORM 9920-DLI-ERROR-ABEND
           END-EVALUATE.
      *
      *--- SEGMENTO COM OUTRA DATA DE CARGA NAO TEM MAIS MESTRE: DLET
      *--- (O SEGMENTO ESTA SEGURO PELO GHU/GHN QUE O DEVOLVEU)
       2550-VERIFICAR-POSICAO.
           IF SEG-POS-DATA-CARGA NOT = WS-DATA-CARGA
               CALL 'CBLTDLI' USING WS-DLET
                                    DB-PCB-MASK
                                    SEG-POSICAO
               IF DB-STATUS-CODE NOT = SPACES
                   DISPLAY "MYPOSLD: ERRO NO DLET. ID="
                           DB-KEY-FEEDBACK " STATUS: "
                           DB-STATUS-CODE
                   PERFORM 9920-DLI-ERROR-ABEND
               END-IF
               ADD 1 TO WS-COUNT-EXCLUIDOS
           END-IF.
           EXIT.
      *
      *================================================================*
      * FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'LINHAS DO DIARIO LIDAS      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-JRN-LIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS DE SALDO NA JANELA:' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MOVTOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS FORA DA JANELA   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-FORA-JANELA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MOVIMENTOS SEM MESTRE       :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-MESTRE TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CONTAS LIDAS NO MESTRE      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MESTRES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES NO MESTRE          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CLIENTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'POSICOES INCLUIDAS          :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-INCLUIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'POSICOES REGRAVADAS         :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-REGRAVADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MESTRES SEM CLIENTE NO IMS  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-CLIENTE TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'POSICOES EXPURGADAS         :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EXCLUIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *--- SYNC POINT FINAL: COMMITA O RESTO DAS DUAS FASES
           MOVE 'F' TO CHKA-FASE.
           MOVE HIGH-VALUES TO CHKA-ULTIMO-ID.
           PERFORM 4500-TOMAR-CHECKPOINT.
           CLOSE RPT-FILE.
           DISPLAY "MYPOSLD CONCLUIDO. INCLUIDOS=" WS-COUNT-INCLUIDOS
                   " REGRAVADOS=" WS-COUNT-REGRAVADOS
                   " SEM-CLIENTE=" WS-COUNT-SEM-CLIENTE
                   " EXPURGADOS=" WS-COUNT-EXCLUIDOS.
           EXIT.
      *
      *================================================================*
      * ROTINAS DE I/O E CHECKPOINT
      *================================================================*
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYPOSLD: ERRO DE ESCRITA NO RPT-FILE. STATUS: "
                       WS-RPT-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4210-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- CHKP SIMBOLICO COM A AREA DE RETOMADA (FASE + ULTIMO ID +
      *--- DATA DA CARGA) PARA O XRST DO RESTART
       4500-TOMAR-CHECKPOINT.
           CALL 'CBLTDLI' USING WS-CHKP
                                IO-PCB-MASK
                                WS-CHKP-AREA-LEN
                                WS-CHKP-AREA.
           IF IO-STATUS-CODE NOT = SPACES
               DISPLAY "MYPOSLD: ERRO NO CHECKPOINT. STATUS: "
                       IO-STATUS-CODE
               PERFORM 9920-DLI-ERROR-ABEND
           END-IF.
           MOVE ZERO TO WS-OPS-DESDE-CHKP.
           EXIT.
      *
      *--- PROXIMO MESTRE, EM ORDEM DE CHAVE
       4600-LER-MESTRE.
           READ MST-FILE NEXT.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   ADD 1 TO WS-COUNT-MESTRES
               WHEN WS-MST-EOF
                   SET FIM-MASTER TO TRUE
               WHEN OTHER
                   DISPLAY "MYPOSLD: ERRO DE LEITURA NO MST-FILE. "
                           "STATUS: " WS-MST-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9910-FILE-ERROR-ABEND.
           DISPLAY "*** PROGRAMA MYPOSLD ENCERRADO COM ERRO"
                   " DE ARQUIVO ***".
           CALL 'CBLTDLI' USING WS-ROLB
                                IO-PCB-MASK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9920-DLI-ERROR-ABEND.
           DISPLAY "*** PROGRAMA MYPOSLD ENCERRADO COM ERRO"
                   " DE DL/I ***".
           CALL 'CBLTDLI' USING WS-ROLB
                                IO-PCB-MASK.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *================================================================*
      * ENTRADA DO SORT: MOVIMENTOS DE SALDO DO DIARIO NA JANELA
      *================================================================*
       5000-SELECIONAR-MOVIMENTOS SECTION.
           READ MSTJRN-FILE.
           PERFORM 5100-FILTRAR-LINHA UNTIL NOT WS-MJR-OK.
           IF NOT WS-MJR-EOF
               DISPLAY "MYPOSLD: ERRO DE LEITURA NO MSTJRN-FILE. "
                       "STATUS: " WS-MJR-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           CLOSE MSTJRN-FILE.
       5000-SAI.
           EXIT.
      *
      *--- MOVIMENTO = LINHA QUE MEXEU NO SALDO (DETALHE, ESTORNO,
      *--- JUROS, BACKOUT, FUSAO); A ANCORA 'H' DA CADEIA DE HASH E AS
      *--- ALTERACOES SO CADASTRAIS FICAM DE FORA
       5100-FILTRAR-LINHA SECTION.
           ADD 1 TO WS-COUNT-JRN-LIDOS.
           IF MJR-ORIGEM NOT = 'H'
              AND MJR-SALDO-ANTES IS NUMERIC
              AND MJR-SALDO-DEPOIS IS NUMERIC
              AND MJR-SALDO-DEPOIS NOT = MJR-SALDO-ANTES
              AND MJR-RUN-DATE IS NUMERIC
              AND MJR-RUN-DATE NOT > WS-DATA-CARGA
               COMPUTE WS-IDADE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CARGA)
                 - FUNCTION INTEGER-OF-DATE(MJR-RUN-DATE)
               IF WS-IDADE > WS-JANELA-DIAS
                   ADD 1 TO WS-COUNT-FORA-JANELA
               ELSE
                   ADD 1 TO WS-COUNT-MOVTOS
                   MOVE MJR-ID             TO SRT-ID
                   MOVE WS-COUNT-JRN-LIDOS TO SRT-SEQ
                   MOVE MJR-RUN-DATE       TO SRT-DATA
                   MOVE MJR-ORIGEM         TO SRT-ORIGEM
                   MOVE MJR-ACAO           TO SRT-ACAO
                   COMPUTE SRT-VALOR =
                       MJR-SALDO-DEPOIS - MJR-SALDO-ANTES
                   MOVE MJR-SALDO-DEPOIS   TO SRT-SALDO
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
           READ MSTJRN-FILE.
       5100-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT - FASE 1: CASA OS MOVIMENTOS COM O MASTERDD E
      * GRAVA UM SEGMENTO POSICAO POR CLIENTE DO MESTRE
      *================================================================*
       6000-CARREGAR-POSICOES SECTION.
           PERFORM 6100-RETORNAR-MOVIMENTO.
           IF NOT FIM-MASTER
               PERFORM 4600-LER-MESTRE
           END-IF.
           PERFORM 6200-PROCESSAR-MESTRE UNTIL FIM-MASTER.
      *--- MOVIMENTOS DE CLIENTES ALEM DO ULTIMO MESTRE
           PERFORM 6300-DESCARTAR-MOVIMENTO UNTIL WS-FIM-SORT.
           CLOSE MST-FILE.
       6000-SAI.
           EXIT.
      *
       6100-RETORNAR-MOVIMENTO SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           IF WS-FIM-SORT
               MOVE HIGH-VALUES TO WS-SRT-CHAVE
           ELSE
               MOVE SRT-ID TO WS-SRT-CHAVE
           END-IF.
       6100-SAI.
           EXIT.
      *
      *--- UM CLIENTE POR VOLTA: SOMA AS CONTAS DO ID (O QUE LE O
      *--- PRIMEIRO MESTRE DO PROXIMO CLIENTE). MOVIMENTOS DE IDS
      *--- MENORES QUE O CLIENTE CORRENTE NAO TEM MESTRE (EXCLUIDO/
      *--- FUNDIDO); NO RESTART, OS ATE O ULTIMO ID COMMITADO SO SAO
      *--- PULADOS
       6200-PROCESSAR-MESTRE SECTION.
           INITIALIZE WS-MOV-BUFFER.
           MOVE MST-ID TO WS-CLI-ID.
           MOVE ZERO TO WS-CLI-SALDO.
           MOVE ZERO TO WS-CLI-ULT-ATUALIZ.
           MOVE ZERO TO WS-CLI-CONTAS.
           PERFORM 6250-SOMAR-CONTA
               UNTIL FIM-MASTER OR MST-ID NOT = WS-CLI-ID.
           ADD 1 TO WS-COUNT-CLIENTES.
      *
           PERFORM 6300-DESCARTAR-MOVIMENTO
               UNTIL WS-SRT-CHAVE NOT < WS-CLI-ID.
           PERFORM 6400-ACUMULAR-MOVIMENTO
               UNTIL WS-SRT-CHAVE NOT = WS-CLI-ID.
           PERFORM 6500-GRAVAR-POSICAO.
      *
           ADD 1 TO WS-OPS-DESDE-CHKP.
           IF WS-OPS-DESDE-CHKP >= WS-CHKP-INTERVALO
               MOVE '1' TO CHKA-FASE
               MOVE WS-CLI-ID TO CHKA-ULTIMO-ID
               PERFORM 4500-TOMAR-CHECKPOINT
           END-IF.
       6200-SAI.
           EXIT.
      *
       6250-SOMAR-CONTA SECTION.
           ADD MST-SALDO TO WS-CLI-SALDO.
           IF MST-ULT-ATUALIZACAO > WS-CLI-ULT-ATUALIZ
               MOVE MST-ULT-ATUALIZACAO TO WS-CLI-ULT-ATUALIZ
           END-IF.
           ADD 1 TO WS-CLI-CONTAS.
           PERFORM 4600-LER-MESTRE.
       6250-SAI.
           EXIT.
      *
       6300-DESCARTAR-MOVIMENTO SECTION.
           IF WS-SRT-CHAVE > WS-RESTART-ID
               ADD 1 TO WS-COUNT-SEM-MESTRE
           END-IF.
           PERFORM 6100-RETORNAR-MOVIMENTO.
       6300-SAI.
           EXIT.
      *
      *--- O SORT ENTREGA O CLIENTE EM ORDEM CRONOLOGICA: CADA
      *--- MOVIMENTO EMPURRA OS ANTERIORES UMA POSICAO E ENTRA NA
      *--- PRIMEIRA - NO FIM FICAM OS CINCO MAIS RECENTES
       6400-ACUMULAR-MOVIMENTO SECTION.
           PERFORM VARYING WS-I FROM 5 BY -1 UNTIL WS-I < 2
               MOVE WS-MOV-ENTRADA(WS-I - 1) TO WS-MOV-ENTRADA(WS-I)
           END-PERFORM.
           MOVE SRT-MOVTO TO WS-MOV-ENTRADA(1).
           IF WS-MOV-QTD < 5
               ADD 1 TO WS-MOV-QTD
           END-IF.
           PERFORM 6100-RETORNAR-MOVIMENTO.
       6400-SAI.
           EXIT.
      *
      *--- PATH CALL NO CLIENTE/POSICAO: ACHOU = REPL; PAROU NO NIVEL
      *--- 01 (CLIENTE SEM POSICAO) = ISRT SOB O CLIENTE; NIVEL 00 =
      *--- O MESTRE NAO TEM SEGMENTO CLIENTE NO DBCLIENT
       6500-GRAVAR-POSICAO SECTION.
           MOVE WS-CLI-ID TO SSA-KEY-VALUE.
           CALL 'CBLTDLI' USING WS-GHU
                                DB-PCB-MASK
                                SEG-POSICAO
                                WS-SSA-CLIENTE
                                WS-SSA-POSICAO.
           EVALUATE DB-STATUS-CODE
               WHEN SPACES
                   PERFORM 6600-MONTAR-SEGMENTO
                   CALL 'CBLTDLI' USING WS-REPL
                                        DB-PCB-MASK
                                        SEG-POSICAO
                   IF DB-STATUS-CODE NOT = SPACES
                       DISPLAY "MYPOSLD: ERRO NO REPL. ID="
                               WS-CLI-ID " STATUS: " DB-STATUS-CODE
                       PERFORM 9920-DLI-ERROR-ABEND
                   END-IF
                   ADD 1 TO WS-COUNT-REGRAVADOS
               WHEN 'GE'
                   IF DB-SEG-LEVEL = '01'
                       PERFORM 6600-MONTAR-SEGMENTO
                       CALL 'CBLTDLI' USING WS-ISRT
                                            DB-PCB-MASK
                                            SEG-POSICAO
                                            WS-SSA-CLIENTE
                                            WS-SSA-POSICAO
                       IF DB-STATUS-CODE NOT = SPACES
                           DISPLAY "MYPOSLD: ERRO NO ISRT. ID="
                                   WS-CLI-ID " STATUS: "
                                   DB-STATUS-CODE
                           PERFORM 9920-DLI-ERROR-ABEND
                       END-IF
                       ADD 1 TO WS-COUNT-INCLUIDOS
                   ELSE
                       ADD 1 TO WS-COUNT-SEM-CLIENTE
                   END-IF
               WHEN OTHER
                   DISPLAY "MYPOSLD: ERRO NO GHU. ID=" WS-CLI-ID
                           " STATUS: " DB-STATUS-CODE
                   PERFORM 9920-DLI-ERROR-ABEND
           END-EVALUATE.
       6500-SAI.
           EXIT.
      *
       6600-MONTAR-SEGMENTO SECTION.
           MOVE SPACES TO SEG-POSICAO.
           MOVE WS-CLI-SALDO        TO SEG-POS-SALDO.
           MOVE WS-CLI-ULT-ATUALIZ  TO SEG-POS-ULT-ATUALIZACAO.
           MOVE WS-CLI-CONTAS       TO SEG-POS-QTD-CONTAS.
           MOVE WS-DATA-CARGA       TO SEG-POS-DATA-CARGA.
           MOVE WS-MOV-QTD          TO SEG-POS-QTD-MOVTOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE WS-MOV-ENTRADA(WS-I) TO SEG-POS-MOVTO(WS-I)
           END-PERFORM.
       6600-SAI.
           EXIT.
