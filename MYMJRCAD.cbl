       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYMJRCAD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * MODULO CHAMAVEL - ENCADEAMENTO DO DIARIO DO MESTRE (MSTJRNDD)
      *
      * QUATRO PROGRAMAS ACRESCENTAM LINHAS AO DIARIO (MYBATCH,
      * MYBCKOUT, MYJUROS E MYMERGE, TODOS COM OPEN EXTEND). CADA
      * LINHA NOVA PASSA A LEVAR A DATA DA GRAVACAO E UM HASH (MYHASH)
      * SOBRE ELA E O HASH DA LINHA ANTERIOR; O PRIMEIRO WRITE DE UM
      * DIA NOVO E PRECEDIDO PELA ANCORA DIARIA DO DIA ANTERIOR. O
      * CALCULO FICA AQUI, EM UM SO LUGAR, PARA OS QUATRO GRAVADORES.
      *
      * FUNCAO 'I' (ANTES DO OPEN EXTEND DO GRAVADOR): LE O DIARIO ATE
      * O FIM E GUARDA O ULTIMO HASH, A DATA DA ULTIMA GRAVACAO E A
      * QUANTIDADE DE LINHAS DESDE A ULTIMA ANCORA. DIARIO AINDA
      * INEXISTENTE (STATUS 35) COMECA DO HASH INICIAL.
      *
      * FUNCAO 'E' (ANTES DE CADA WRITE): PREENCHE MJR-GRAV-DATA E
      * MJR-HASH NA LINHA DO GRAVADOR E, SE O DIA VIROU, DEVOLVE EM
      * MJC-ANCORA A ANCORA DO DIA ANTERIOR JA ENCADEADA, PARA O
      * GRAVADOR ESCREVER ANTES DA LINHA.
      *
      * O ESTADO DA CADEIA FICA NA WORKING-STORAGE DO MODULO ENTRE
      * AS CHAMADAS DO MESMO PASSO. DETALHES NO COPYBOOK MYMJRCDC.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
              88 MJR-ORIGEM-ANCORA   VALUE 'H'.
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
       WORKING-STORAGE SECTION.
      *
       01 WS-MJR-FILE-STATUS        PIC X(02).
          88 WS-MJR-OK              VALUE '00'.
          88 WS-MJR-EOF             VALUE '10'.
          88 WS-MJR-INEXISTENTE     VALUE '35'.
      *
      *--- ESTADO DA CADEIA ENTRE AS CHAMADAS
       01 WS-CADEIA-CONTROLE.
           05 WS-INICIADO-SW        PIC X(01) VALUE 'N'.
              88 WS-INICIADO        VALUE 'S'.
           05 WS-ULT-HASH           PIC X(16) VALUE SPACES.
           05 WS-ULT-DATA           PIC 9(08) VALUE ZERO.
           05 WS-QTD-DIA            PIC 9(09) VALUE ZERO.
           05 WS-HOJE               PIC 9(08) VALUE ZERO.
      *
      *--- LINHA EM MONTAGEM (ANCORA OU LINHA DO GRAVADOR)
       01 WS-REGISTRO.
           05 REG-RUN-DATE           PIC 9(08).
           05 REG-TIME               PIC 9(06).
           05 REG-RUN-ID             PIC X(08).
           05 REG-ACAO               PIC X(01).
           05 REG-ORIGEM             PIC X(01).
           05 REG-ID                 PIC X(10).
           05 REG-DATA-ANTES.
               10 REG-ANC-HASH       PIC X(16).
               10 REG-ANC-QTD        PIC 9(09).
               10 FILLER             PIC X(43).
           05 REG-DATA-DEPOIS        PIC X(68).
           05 REG-SALDO-ANTES        PIC S9(11)V99.
           05 REG-SALDO-DEPOIS       PIC S9(11)V99.
           05 REG-APROVADOR          PIC X(03).
           05 FILLER                 PIC X(01).
           05 REG-GRAV-DATA          PIC 9(08).
           05 REG-HASH               PIC X(16).
           05 REG-CONTA              PIC X(03).
           05 REG-FILLER-FINAL       PIC X(03).
      *
      *--- CONTEUDO HASHEADO: OS 208 PRIMEIROS BYTES DA LINHA E A
      *--- CONTA (FORA DELES, DEPOIS DO HASH). CONTA EM BRANCO (ANCORA
      *--- OU GRAVADOR ANTERIOR AS CONTAS) = SO OS 208 BYTES.
       01 WS-CONTEUDO-HASH.
           05 WS-CHS-LINHA          PIC X(208).
           05 WS-CHS-CONTA          PIC X(03).
      *
       COPY MYHASHC.
      *
       LINKAGE SECTION.
       COPY MYMJRCDC.
       01 MJC-REGISTRO              PIC X(230).
      *
       PROCEDURE DIVISION USING MYMJRCAD-PARAMETROS MJC-REGISTRO.
       MAIN-PROCEDURE.
           SET MJC-OK TO TRUE.
           MOVE SPACES TO MJC-FILE-STATUS.
           MOVE 'N' TO MJC-ANCORA-SW.
           EVALUATE TRUE
               WHEN MJC-INICIAR
                   PERFORM 100-LER-DIARIO
               WHEN MJC-ENCADEAR AND WS-INICIADO
                   PERFORM 200-ENCADEAR-LINHA
               WHEN OTHER
                   SET MJC-FUNCAO-INVALIDA TO TRUE
           END-EVALUATE.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * LE O DIARIO ATE O FIM: SO AS LINHAS COM HASH SAO DA CADEIA;
      * A ANCORA ZERA A CONTAGEM DO DIA
      *----------------------------------------------------------------*
       100-LER-DIARIO.
           MOVE ALL '0' TO WS-ULT-HASH.
           MOVE ZERO TO WS-ULT-DATA.
           MOVE ZERO TO WS-QTD-DIA.
           OPEN INPUT MSTJRN-FILE.
           IF WS-MJR-INEXISTENTE
              SET WS-INICIADO TO TRUE
              GOBACK
           END-IF.
           IF NOT WS-MJR-OK
              PERFORM 900-ERRO-ARQUIVO
              GOBACK
           END-IF.
           READ MSTJRN-FILE.
           PERFORM UNTIL NOT WS-MJR-OK
              IF MJR-HASH NOT = SPACES
                 MOVE MJR-HASH TO WS-ULT-HASH
                 MOVE MJR-GRAV-DATA TO WS-ULT-DATA
                 IF MJR-ORIGEM-ANCORA
                    MOVE ZERO TO WS-QTD-DIA
                 ELSE
                    ADD 1 TO WS-QTD-DIA
                 END-IF
              END-IF
              READ MSTJRN-FILE
           END-PERFORM.
           IF NOT WS-MJR-EOF
              PERFORM 900-ERRO-ARQUIVO
              CLOSE MSTJRN-FILE
              GOBACK
           END-IF.
           CLOSE MSTJRN-FILE.
           SET WS-INICIADO TO TRUE.
           EXIT.
      *
      *----------------------------------------------------------------*
      * ENCADEIA A LINHA DO GRAVADOR (PRECEDIDA DA ANCORA DO DIA
      * ANTERIOR QUANDO O DIA VIROU)
      *----------------------------------------------------------------*
       200-ENCADEAR-LINHA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           IF WS-ULT-DATA NOT = ZERO
              AND WS-ULT-DATA NOT = WS-HOJE
              AND WS-QTD-DIA > ZERO
              PERFORM 300-MONTAR-ANCORA
           END-IF.
      *
           MOVE MJC-REGISTRO TO WS-REGISTRO.
           MOVE WS-HOJE TO REG-GRAV-DATA.
           MOVE SPACES TO REG-FILLER-FINAL.
           PERFORM 400-CALCULAR-HASH.
           MOVE WS-REGISTRO TO MJC-REGISTRO.
           MOVE WS-HOJE TO WS-ULT-DATA.
           ADD 1 TO WS-QTD-DIA.
           EXIT.
      *
      *--- ANCORA DO DIA FECHADO: ULTIMO HASH E QUANTIDADE DE LINHAS
       300-MONTAR-ANCORA.
           MOVE SPACES TO WS-REGISTRO.
           MOVE WS-ULT-DATA TO REG-RUN-DATE.
           MOVE ZERO TO REG-TIME.
           MOVE 'ANCORA' TO REG-RUN-ID.
           MOVE 'H' TO REG-ORIGEM.
           MOVE WS-ULT-HASH TO REG-ANC-HASH.
           MOVE WS-QTD-DIA TO REG-ANC-QTD.
           MOVE ZERO TO REG-SALDO-ANTES.
           MOVE ZERO TO REG-SALDO-DEPOIS.
           MOVE WS-ULT-DATA TO REG-GRAV-DATA.
           PERFORM 400-CALCULAR-HASH.
           MOVE WS-REGISTRO TO MJC-ANCORA.
           SET MJC-ANCORA-PENDENTE TO TRUE.
           MOVE ZERO TO WS-QTD-DIA.
           EXIT.
      *
       400-CALCULAR-HASH.
           MOVE WS-ULT-HASH TO HSH-HASH-ANTERIOR.
           MOVE WS-REGISTRO(1:208) TO WS-CHS-LINHA.
           MOVE REG-CONTA TO WS-CHS-CONTA.
           IF REG-CONTA = SPACES
              MOVE 208 TO HSH-TAMANHO
           ELSE
              MOVE 211 TO HSH-TAMANHO
           END-IF.
           CALL 'MYHASH' USING MYHASH-PARAMETROS WS-CONTEUDO-HASH.
           MOVE HSH-HASH-NOVO TO REG-HASH.
           MOVE REG-HASH TO WS-ULT-HASH.
           EXIT.
      *
       900-ERRO-ARQUIVO.
           SET MJC-ERRO-ARQUIVO TO TRUE.
           MOVE WS-MJR-FILE-STATUS TO MJC-FILE-STATUS.
           EXIT.
