       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYTRLVER.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - VERIFICACAO DO ENCADEAMENTO DAS TRILHAS DE
      * AUDITORIA
      *
      * AS QUATRO TRILHAS QUE SAO A PROVA EM TODA AUDITORIA LEVAM, EM
      * CADA REGISTRO NOVO, UM HASH (MYHASH) SOBRE O CONTEUDO E O HASH
      * DO REGISTRO ANTERIOR:
      *   1. AUDT     - LOG DA TDQ 'AUDT' (AUDITDD, GRAVADO PELO
      *                 MYAUDCAD);
      *   2. MSTJRN   - DIARIO DO MESTRE (MSTJRNDD, MYMJRCAD);
      *   3. JOURNAL  - TB_CLIENTES_JOURNAL (MYTRLCAD);
      *   4. OPERAUD  - TB_OPERADORES_AUDIT (MYTRLCAD).
      *
      * ESTE PASSO PERCORRE CADA TRILHA DO INICIO DA CADEIA AO FIM,
      * REFAZ O HASH DE CADA REGISTRO E CONFERE COM O GRAVADO. O
      * PRIMEIRO ELO QUEBRADO (HASH QUE NAO CONFERE, REGISTRO SEM
      * HASH NO MEIO DA CADEIA, BURACO NA SEQUENCIA DAS TABELAS,
      * ANCORA QUE NAO BATE) E APONTADO NO RELATORIO E A VERIFICACAO
      * DAQUELA TRILHA PARA ALI - DALI EM DIANTE NADA MAIS E PROVA.
      *
      * INICIO DA CADEIA: REGISTROS ANTERIORES AO ENCADEAMENTO (HASH
      * EM BRANCO) SAO CONTADOS E PULADOS; A CADEIA COMECA DO HASH
      * INICIAL (16 ZEROS) OU, DEPOIS DE UM EXPURGO DO MYHOUSEK, DA
      * ANCORA 'P' (PRIMEIRO REGISTRO DO LOG DA AUDT; A ULTIMA 'P' DA
      * TRILHA EM TB_AUDIT_ANCORA PARA AS TABELAS).
      *
      * ANCORAS DIARIAS: CADA UMA DEVE TRAZER O HASH DO ULTIMO
      * REGISTRO DO DIA E A QUANTIDADE DE REGISTROS DELE. TODAS SAEM
      * LISTADAS NO RELATORIO, QUE DEVE SER GUARDADO FORA DO SISTEMA:
      * O HASH NAO E CRIPTOGRAFICO, E SO A COPIA EXTERNA DAS ANCORAS
      * DENUNCIA UMA CADEIA INTEIRA REFEITA DEPOIS DE UMA ADULTERACAO.
      * NAS TABELAS, ANCORA APONTANDO PARA ALEM DA ULTIMA LINHA
      * DENUNCIA LINHAS APAGADAS DO FIM DA TRILHA.
      *
      * RC 0 = TODAS AS TRILHAS INTEGRAS; RC 8 = ALGUMA TRILHA COM ELO
      * QUEBRADO (VER O RELATORIO); RC 16 = ERRO DE DB2 OU ARQUIVO.
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
      *
           SELECT AUD-FILE ASSIGN TO AUDITDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUD-FILE-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO REGISTRO DA AUDT GRAVADO PELO MYAUDCAD
       FD AUD-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 AUD-RECORD.
           05 AUD-TERMID             PIC X(04).
           05 AUD-TASKN              PIC 9(07).
           05 AUD-DATE               PIC 9(07).
           05 AUD-TIME               PIC 9(07).
           05 AUD-TRANCODE           PIC X(04).
           05 AUD-OPID               PIC X(03).
           05 AUD-DATAI              PIC X(30).
      *--- ANCORA ('A' DIARIA, 'P' DO EXPURGO): HASH CARREGADO E
      *--- QUANTIDADE DE REGISTROS NO LUGAR DO DATAI
           05 AUD-ANCORA REDEFINES AUD-DATAI.
               10 AUD-ANC-HASH       PIC X(16).
               10 AUD-ANC-QTD        PIC 9(09).
               10 FILLER             PIC X(05).
           05 AUD-TIPO-REG           PIC X(01).
              88 AUD-MOVIMENTO       VALUE SPACE.
              88 AUD-ANCORA-DIARIA   VALUE 'A'.
              88 AUD-ANCORA-EXPURGO  VALUE 'P'.
           05 AUD-HASH               PIC X(16).
           05 FILLER                 PIC X(01).
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
              88 MJR-ORIGEM-ANCORA   VALUE 'H'.
           05 MJR-ID                 PIC X(10).
           05 MJR-DATA-ANTES.
      *--- NA ANCORA: HASH DO ULTIMO REGISTRO E QUANTIDADE DO DIA
               10 MJR-ANC-HASH       PIC X(16).
               10 MJR-ANC-QTD        PIC 9(09).
               10 FILLER             PIC X(43).
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
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYDB2BAT/MYRECON. AS
      *--- COLUNAS DAS TRILHAS VAO DIRETO PARA AS IMAGENS DE LINHA
      *--- (MYJRNLC/MYOPAUC) QUE OS GRAVADORES ENCADEARAM.
       01 WS-DB-HOST-VARS.
           05 H-TRILHA              PIC X(08).
           05 H-SEQ-INICIO          PIC S9(15) COMP-3.
           05 H-HASH-INICIO         PIC X(16).
           05 H-SEQ                 PIC S9(15) COMP-3.
           05 H-HASH                PIC X(16).
           05 H-ANC-DATA            PIC X(10).
           05 H-ANC-SEQ             PIC S9(15) COMP-3.
           05 H-ANC-HASH            PIC X(16).
           05 H-ANC-QTD             PIC S9(09) COMP.
      *
       COPY MYJRNLC.
      *
       COPY MYOPAUC.
      *
       COPY MYHASHC.
      *
      *--- LINHAS DA TRILHA A PARTIR DO INICIO DA CADEIA
           EXEC SQL
               DECLARE C_JOURNAL CURSOR FOR
                   SELECT PROGRAM_NAME, TASK_ID, CHANGE_TS,
                          ID_CLIENTE, NOME_ANTES, NOME_DEPOIS,
                          NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                          STATUS_ANTES, STATUS_DEPOIS,
                          SEQ_CADEIA, HASH_CADEIA
                   FROM TB_CLIENTES_JOURNAL
                   WHERE SEQ_CADEIA > :H-SEQ-INICIO
                   ORDER BY SEQ_CADEIA
           END-EXEC.
      *
           EXEC SQL
               DECLARE C_OPERAUD CURSOR FOR
                   SELECT ADMIN_ID, OPERADOR_ID, NIVEL_ANTES,
                          NIVEL_DEPOIS, IDIOMA_ANTES, IDIOMA_DEPOIS,
                          CHANGE_TS, SEQ_CADEIA, HASH_CADEIA
                   FROM TB_OPERADORES_AUDIT
                   WHERE SEQ_CADEIA > :H-SEQ-INICIO
                   ORDER BY SEQ_CADEIA
           END-EXEC.
      *
      *--- ANCORAS DIARIAS DA TRILHA DEPOIS DO INICIO DA CADEIA
           EXEC SQL
               DECLARE C_ANCORAS CURSOR FOR
                   SELECT CHAR(DATA_ANCORA, ISO), ULT_SEQ, ULT_HASH,
                          QTD_REGISTROS
                   FROM TB_AUDIT_ANCORA
                   WHERE TRILHA = :H-TRILHA
                     AND TIPO_ANCORA = 'A'
                     AND ULT_SEQ > :H-SEQ-INICIO
                   ORDER BY ULT_SEQ
           END-EXEC.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-AUD-FILE-STATUS   PIC X(02).
              88 WS-AUD-OK               VALUE '00'.
              88 WS-AUD-EOF              VALUE '10'.
           05 WS-MJR-FILE-STATUS   PIC X(02).
              88 WS-MJR-OK               VALUE '00'.
              88 WS-MJR-EOF              VALUE '10'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-CURSOR        PIC X(01) VALUE 'N'.
              88 FIM-CURSOR              VALUE 'S'.
           05 WS-EOF-ANCORAS       PIC X(01) VALUE 'N'.
              88 FIM-ANCORAS             VALUE 'S'.
      *
      *--- SITUACAO DA TRILHA EM VERIFICACAO
       01 WS-TRILHA-CONTROLE.
           05 WS-TRL-NOME           PIC X(08).
           05 WS-TRL-INICIADA-SW    PIC X(01).
              88 WS-TRL-INICIADA    VALUE 'S'.
           05 WS-TRL-QUEBRADA-SW    PIC X(01).
              88 WS-TRL-QUEBRADA    VALUE 'S'.
      *--- A QUANTIDADE DA ANCORA SO E CONFERIVEL QUANDO A CONTAGEM
      *--- COMECOU NA ANCORA ANTERIOR OU NO HASH INICIAL (DEPOIS DE
      *--- UMA 'P', PARTE DO DIA FOI EXPURGADA)
           05 WS-TRL-CONTAGEM-SW    PIC X(01).
              88 WS-TRL-CONTAGEM-VALIDA VALUE 'S'.
           05 WS-TRL-HASH-CORRENTE  PIC X(16).
           05 WS-TRL-HASH-CALCULADO PIC X(16).
           05 WS-TRL-LIDOS          PIC 9(09).
           05 WS-TRL-LEGADOS        PIC 9(09).
           05 WS-TRL-ENCADEADOS     PIC 9(09).
           05 WS-TRL-ANCORAS        PIC 9(07).
           05 WS-TRL-QTD-DIA        PIC 9(09).
           05 WS-TRL-SEQ-ESPERADA   PIC S9(15) COMP-3.
           05 WS-TRL-SEQ-ANCORA-ANT PIC S9(15) COMP-3.
           05 WS-TRL-QTD-SEQ        PIC S9(15) COMP-3.
           05 WS-TRL-MOTIVO         PIC X(50).
           05 WS-TRL-REFERENCIA     PIC X(80).
      *
       01 WS-COUNT-QUEBRADAS        PIC 9(02) VALUE ZERO.
      *
      *--- CONTEUDO HASHEADO DAS LINHAS DAS TABELAS (O MESMO DO
      *--- MYTRLCAD: SEQUENCIA EM 15 DIGITOS + IMAGEM DA LINHA)
       01 WS-CONTEUDO.
           05 WS-CONT-SEQ           PIC 9(15).
           05 WS-CONT-LINHA         PIC X(500).
       01 WS-TAMANHO-LINHA          PIC 9(04) COMP.
      *
      *--- CONTEUDO HASHEADO DA LINHA DO DIARIO DO MESTRE (O MESMO DO
      *--- MYMJRCAD: 208 PRIMEIROS BYTES + CONTA, QUANDO PREENCHIDA)
       01 WS-CONTEUDO-MJR.
           05 WS-CMJ-LINHA          PIC X(208).
           05 WS-CMJ-CONTA          PIC X(03).
      *
      *--- CAMPOS DE EDICAO DO RELATORIO
       01 WS-EDICAO.
           05 WS-ED-TIPO            PIC X(01).
           05 WS-ED-SEQ             PIC 9(15).
           05 WS-ED-HASH            PIC X(16).
           05 WS-ED-QTD             PIC ZZZ.ZZZ.ZZ9.
           05 WS-ED-LIDOS           PIC ZZZ.ZZZ.ZZ9.
           05 WS-ED-LEGADOS         PIC ZZZ.ZZZ.ZZ9.
           05 WS-ED-ANCORAS         PIC Z.ZZZ.ZZ9.
           05 WS-ED-SITUACAO        PIC X(11).
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              '*** VERIFICACAO DO ENCADEAMENTO DAS TRILHAS DE AUD'.
           05 FILLER                PIC X(82) VALUE
              'ITORIA (MYTRLVER) ***'.
      *
       01 WS-RPT-GUARDA.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(50) VALUE
              'GUARDAR ESTE RELATORIO FORA DO SISTEMA: AS ANCORAS'.
           05 FILLER                PIC X(82) VALUE
              ' ABAIXO SAO A REFERENCIA EXTERNA DE CADA TRILHA.'.
      *
       01 WS-RPT-DIVISOR.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE ALL '-'.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-VERIFICAR-AUDT.
           PERFORM 2200-VERIFICAR-MSTJRN.
           MOVE 'JOURNAL ' TO H-TRILHA.
           PERFORM 2400-VERIFICAR-TRILHA-DB2.
           MOVE 'OPERAUD ' TO H-TRILHA.
           PERFORM 2400-VERIFICAR-TRILHA-DB2.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYTRLVER CONCLUIDO. TRILHAS QUEBRADAS: '
                   WS-COUNT-QUEBRADAS.
           IF WS-COUNT-QUEBRADAS > ZERO
              MOVE 8 TO RETURN-CODE
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
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-GUARDA TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- ZERA A SITUACAO ANTES DE CADA TRILHA
       1100-INICIAR-TRILHA.
           MOVE 'N' TO WS-TRL-INICIADA-SW.
           MOVE 'N' TO WS-TRL-QUEBRADA-SW.
           MOVE 'S' TO WS-TRL-CONTAGEM-SW.
           MOVE ALL '0' TO WS-TRL-HASH-CORRENTE.
           MOVE SPACES TO WS-TRL-HASH-CALCULADO.
           MOVE ZERO TO WS-TRL-LIDOS.
           MOVE ZERO TO WS-TRL-LEGADOS.
           MOVE ZERO TO WS-TRL-ENCADEADOS.
           MOVE ZERO TO WS-TRL-ANCORAS.
           MOVE ZERO TO WS-TRL-QTD-DIA.
           MOVE ZERO TO WS-TRL-SEQ-ANCORA-ANT.
           MOVE SPACES TO WS-TRL-MOTIVO.
           MOVE SPACES TO WS-TRL-REFERENCIA.
           MOVE WS-RPT-DIVISOR TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           STRING ' TRILHA ' WS-TRL-NOME DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * TRILHA AUDT (AUDITDD): HASH SOBRE OS 63 PRIMEIROS BYTES
      *================================================================*
       2000-VERIFICAR-AUDT.
           MOVE 'AUDT    ' TO WS-TRL-NOME.
           PERFORM 1100-INICIAR-TRILHA.
           OPEN INPUT AUD-FILE.
           IF NOT WS-AUD-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO AUD-FILE'
              DISPLAY 'FILE STATUS: ' WS-AUD-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4000-READ-AUDIT.
           PERFORM 2010-VERIFICAR-REGISTRO-AUDT
               UNTIL WS-AUD-EOF OR WS-TRL-QUEBRADA.
           CLOSE AUD-FILE.
           PERFORM 2900-RELATAR-TRILHA.
           EXIT.
      *
       2010-VERIFICAR-REGISTRO-AUDT.
           ADD 1 TO WS-TRL-LIDOS.
           EVALUATE TRUE
      *--- ANTES DO ENCADEAMENTO: PULA
               WHEN NOT WS-TRL-INICIADA AND AUD-HASH = SPACES
                   ADD 1 TO WS-TRL-LEGADOS
      *--- CADEIA RETOMADA DEPOIS DE UM EXPURGO DO MYHOUSEK
               WHEN NOT WS-TRL-INICIADA AND AUD-ANCORA-EXPURGO
                   SET WS-TRL-INICIADA TO TRUE
                   MOVE 'N' TO WS-TRL-CONTAGEM-SW
                   MOVE AUD-HASH TO WS-TRL-HASH-CORRENTE
                   ADD 1 TO WS-TRL-ANCORAS
                   MOVE 'P' TO WS-ED-TIPO
                   MOVE AUD-DATE TO WS-ED-SEQ
                   MOVE AUD-HASH TO WS-ED-HASH
                   MOVE AUD-ANC-QTD TO WS-ED-QTD
                   MOVE 'INICIO' TO WS-ED-SITUACAO
                   PERFORM 2950-RELATAR-ANCORA-ARQUIVO
               WHEN AUD-ANCORA-EXPURGO
                   MOVE 'ANCORA DE EXPURGO FORA DO INICIO DA CADEIA'
                     TO WS-TRL-MOTIVO
                   PERFORM 2020-REFERENCIA-AUDT
                   PERFORM 2800-MARCAR-QUEBRA
               WHEN OTHER
                   SET WS-TRL-INICIADA TO TRUE
                   PERFORM 2030-CONFERIR-HASH-AUDT
           END-EVALUATE.
           IF NOT WS-TRL-QUEBRADA
              PERFORM 4000-READ-AUDIT
           END-IF.
           EXIT.
      *
       2020-REFERENCIA-AUDT.
           MOVE SPACES TO WS-TRL-REFERENCIA.
           STRING 'REGISTRO ' WS-TRL-LIDOS ' TERM ' AUD-TERMID
                  ' DATA ' AUD-DATE ' HORA ' AUD-TIME
                  ' TRANS ' AUD-TRANCODE
                  DELIMITED BY SIZE INTO WS-TRL-REFERENCIA.
           EXIT.
      *
       2030-CONFERIR-HASH-AUDT.
           MOVE WS-TRL-HASH-CORRENTE TO HSH-HASH-ANTERIOR.
           MOVE 63 TO HSH-TAMANHO.
           CALL 'MYHASH' USING MYHASH-PARAMETROS AUD-RECORD.
           MOVE HSH-HASH-NOVO TO WS-TRL-HASH-CALCULADO.
           IF AUD-HASH = SPACES
              MOVE 'REGISTRO SEM HASH NO MEIO DA CADEIA'
                TO WS-TRL-MOTIVO
              PERFORM 2020-REFERENCIA-AUDT
              PERFORM 2800-MARCAR-QUEBRA
           ELSE
              IF AUD-HASH NOT = WS-TRL-HASH-CALCULADO
                 MOVE 'HASH NAO CONFERE (REGISTRO ALTERADO OU APAGADO)'
                   TO WS-TRL-MOTIVO
                 PERFORM 2020-REFERENCIA-AUDT
                 PERFORM 2800-MARCAR-QUEBRA
              END-IF
           END-IF.
           IF NOT WS-TRL-QUEBRADA
              ADD 1 TO WS-TRL-ENCADEADOS
              IF AUD-ANCORA-DIARIA
                 PERFORM 2040-CONFERIR-ANCORA-AUDT
              ELSE
                 ADD 1 TO WS-TRL-QTD-DIA
              END-IF
              MOVE AUD-HASH TO WS-TRL-HASH-CORRENTE
           END-IF.
           EXIT.
      *
      *--- A ANCORA CARREGA O HASH DO REGISTRO ANTERIOR A ELA E A
      *--- QUANTIDADE DE REGISTROS DO DIA
       2040-CONFERIR-ANCORA-AUDT.
           ADD 1 TO WS-TRL-ANCORAS.
           MOVE 'OK' TO WS-ED-SITUACAO.
           IF AUD-ANC-HASH NOT = WS-TRL-HASH-CORRENTE
              MOVE 'ANCORA DIARIA COM HASH DIVERGENTE' TO WS-TRL-MOTIVO
              MOVE 'DIVERGENTE' TO WS-ED-SITUACAO
           ELSE
              IF WS-TRL-CONTAGEM-VALIDA
                 AND AUD-ANC-QTD NOT = WS-TRL-QTD-DIA
                 MOVE 'ANCORA DIARIA COM QUANTIDADE DIVERGENTE'
                   TO WS-TRL-MOTIVO
                 MOVE 'DIVERGENTE' TO WS-ED-SITUACAO
              END-IF
           END-IF.
           MOVE 'A' TO WS-ED-TIPO.
           MOVE AUD-DATE TO WS-ED-SEQ.
           MOVE AUD-ANC-HASH TO WS-ED-HASH.
           MOVE AUD-ANC-QTD TO WS-ED-QTD.
           PERFORM 2950-RELATAR-ANCORA-ARQUIVO.
           IF WS-ED-SITUACAO NOT = 'OK'
              PERFORM 2020-REFERENCIA-AUDT
              PERFORM 2800-MARCAR-QUEBRA
           END-IF.
           MOVE ZERO TO WS-TRL-QTD-DIA.
           SET WS-TRL-CONTAGEM-VALIDA TO TRUE.
           EXIT.
      *
      *================================================================*
      * DIARIO DO MESTRE (MSTJRNDD): HASH SOBRE OS 208 PRIMEIROS BYTES
      * MAIS A CONTA (LINHA ANTERIOR AS CONTAS OU ANCORA: SO OS 208)
      *================================================================*
       2200-VERIFICAR-MSTJRN.
           MOVE 'MSTJRN  ' TO WS-TRL-NOME.
           PERFORM 1100-INICIAR-TRILHA.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4100-READ-JOURNAL.
           PERFORM 2210-VERIFICAR-REGISTRO-MJR
               UNTIL WS-MJR-EOF OR WS-TRL-QUEBRADA.
           CLOSE MSTJRN-FILE.
           PERFORM 2900-RELATAR-TRILHA.
           EXIT.
      *
       2210-VERIFICAR-REGISTRO-MJR.
           ADD 1 TO WS-TRL-LIDOS.
           IF NOT WS-TRL-INICIADA AND MJR-HASH = SPACES
              ADD 1 TO WS-TRL-LEGADOS
           ELSE
              SET WS-TRL-INICIADA TO TRUE
              PERFORM 2230-CONFERIR-HASH-MJR
           END-IF.
           IF NOT WS-TRL-QUEBRADA
              PERFORM 4100-READ-JOURNAL
           END-IF.
           EXIT.
      *
       2220-REFERENCIA-MJR.
           MOVE SPACES TO WS-TRL-REFERENCIA.
           STRING 'REGISTRO ' WS-TRL-LIDOS ' RODADA ' MJR-RUN-DATE
                  ' ' MJR-RUN-ID ' ID ' MJR-ID
                  DELIMITED BY SIZE INTO WS-TRL-REFERENCIA.
           EXIT.
      *
       2230-CONFERIR-HASH-MJR.
           MOVE WS-TRL-HASH-CORRENTE TO HSH-HASH-ANTERIOR.
           MOVE MSTJRN-RECORD(1:208) TO WS-CMJ-LINHA.
           MOVE MJR-CONTA TO WS-CMJ-CONTA.
           IF MJR-CONTA = SPACES
              MOVE 208 TO HSH-TAMANHO
           ELSE
              MOVE 211 TO HSH-TAMANHO
           END-IF.
           CALL 'MYHASH' USING MYHASH-PARAMETROS WS-CONTEUDO-MJR.
           MOVE HSH-HASH-NOVO TO WS-TRL-HASH-CALCULADO.
           IF MJR-HASH = SPACES
              MOVE 'REGISTRO SEM HASH NO MEIO DA CADEIA'
                TO WS-TRL-MOTIVO
              PERFORM 2220-REFERENCIA-MJR
              PERFORM 2800-MARCAR-QUEBRA
           ELSE
              IF MJR-HASH NOT = WS-TRL-HASH-CALCULADO
                 MOVE 'HASH NAO CONFERE (REGISTRO ALTERADO OU APAGADO)'
                   TO WS-TRL-MOTIVO
                 PERFORM 2220-REFERENCIA-MJR
                 PERFORM 2800-MARCAR-QUEBRA
              END-IF
           END-IF.
           IF NOT WS-TRL-QUEBRADA
              ADD 1 TO WS-TRL-ENCADEADOS
              IF MJR-ORIGEM-ANCORA
                 PERFORM 2240-CONFERIR-ANCORA-MJR
              ELSE
                 ADD 1 TO WS-TRL-QTD-DIA
              END-IF
              MOVE MJR-HASH TO WS-TRL-HASH-CORRENTE
           END-IF.
           EXIT.
      *
       2240-CONFERIR-ANCORA-MJR.
           ADD 1 TO WS-TRL-ANCORAS.
           MOVE 'OK' TO WS-ED-SITUACAO.
           IF MJR-ANC-HASH NOT = WS-TRL-HASH-CORRENTE
              MOVE 'ANCORA DIARIA COM HASH DIVERGENTE' TO WS-TRL-MOTIVO
              MOVE 'DIVERGENTE' TO WS-ED-SITUACAO
           ELSE
              IF MJR-ANC-QTD NOT = WS-TRL-QTD-DIA
                 MOVE 'ANCORA DIARIA COM QUANTIDADE DIVERGENTE'
                   TO WS-TRL-MOTIVO
                 MOVE 'DIVERGENTE' TO WS-ED-SITUACAO
              END-IF
           END-IF.
           MOVE 'A' TO WS-ED-TIPO.
           MOVE MJR-RUN-DATE TO WS-ED-SEQ.
           MOVE MJR-ANC-HASH TO WS-ED-HASH.
           MOVE MJR-ANC-QTD TO WS-ED-QTD.
           PERFORM 2950-RELATAR-ANCORA-ARQUIVO.
           IF WS-ED-SITUACAO NOT = 'OK'
              PERFORM 2220-REFERENCIA-MJR
              PERFORM 2800-MARCAR-QUEBRA
           END-IF.
           MOVE ZERO TO WS-TRL-QTD-DIA.
           EXIT.
      *
      *================================================================*
      * TRILHAS EM TABELA (H-TRILHA = 'JOURNAL' OU 'OPERAUD'): A
      * SEQUENCIA NAO PODE TER BURACO E O HASH COBRE A SEQUENCIA EM
      * 15 DIGITOS + A IMAGEM DA LINHA, COMO NO MYTRLCAD
      *================================================================*
       2400-VERIFICAR-TRILHA-DB2.
           MOVE H-TRILHA TO WS-TRL-NOME.
           PERFORM 1100-INICIAR-TRILHA.
           PERFORM 2410-LOCALIZAR-INICIO.
           MOVE H-HASH-INICIO TO WS-TRL-HASH-CORRENTE.
           COMPUTE WS-TRL-SEQ-ESPERADA = H-SEQ-INICIO + 1.
           MOVE H-SEQ-INICIO TO WS-TRL-SEQ-ANCORA-ANT.
           SET WS-TRL-INICIADA TO TRUE.
      *
           MOVE 'N' TO WS-EOF-ANCORAS.
           EXEC SQL OPEN C_ANCORAS END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYTRLVER: ERRO NO OPEN DO C_ANCORAS. SQLCODE: '
                      SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 2480-LER-ANCORA.
      *
           MOVE 'N' TO WS-EOF-CURSOR.
           IF H-TRILHA = 'JOURNAL '
              EXEC SQL OPEN C_JOURNAL END-EXEC
           ELSE
              EXEC SQL OPEN C_OPERAUD END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'MYTRLVER: ERRO NO OPEN DA TRILHA ' H-TRILHA
                      ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 2420-LER-LINHA.
           PERFORM 2430-VERIFICAR-LINHA
               UNTIL FIM-CURSOR OR WS-TRL-QUEBRADA.
      *
      *--- ANCORA QUE SOBROU APONTA PARA LINHAS QUE NAO EXISTEM MAIS
           IF NOT WS-TRL-QUEBRADA AND NOT FIM-ANCORAS
              MOVE 'ANCORA APONTA ALEM DA ULTIMA LINHA DA TRILHA'
                TO WS-TRL-MOTIVO
              MOVE H-ANC-SEQ TO WS-ED-SEQ
              MOVE SPACES TO WS-TRL-REFERENCIA
              STRING 'ANCORA DE ' H-ANC-DATA ' SEQUENCIA ' WS-ED-SEQ
                     DELIMITED BY SIZE INTO WS-TRL-REFERENCIA
              PERFORM 2800-MARCAR-QUEBRA
           END-IF.
      *
           IF H-TRILHA = 'JOURNAL '
              EXEC SQL CLOSE C_JOURNAL END-EXEC
           ELSE
              EXEC SQL CLOSE C_OPERAUD END-EXEC
           END-IF.
           EXEC SQL CLOSE C_ANCORAS END-EXEC.
           PERFORM 2900-RELATAR-TRILHA.
           EXIT.
      *
      *--- INICIO DA CADEIA: A ULTIMA ANCORA 'P' DO MYHOUSEK OU, SEM
      *--- EXPURGO AINDA, A SEQUENCIA ZERO SOBRE O HASH INICIAL
       2410-LOCALIZAR-INICIO.
           EXEC SQL
               SELECT ULT_SEQ, ULT_HASH
                 INTO :H-SEQ-INICIO, :H-HASH-INICIO
                 FROM TB_AUDIT_ANCORA
                WHERE TRILHA = :H-TRILHA
                  AND TIPO_ANCORA = 'P'
                ORDER BY ULT_SEQ DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'N' TO WS-TRL-CONTAGEM-SW
                   ADD 1 TO WS-TRL-ANCORAS
                   MOVE H-SEQ-INICIO TO WS-ED-SEQ
                   MOVE SPACES TO RPT-RECORD
                   STRING '   ANCORA P SEQUENCIA ' WS-ED-SEQ
                          ' HASH ' H-HASH-INICIO
                          ' INICIO DA CADEIA (EXPURGO)'
                          DELIMITED BY SIZE INTO RPT-RECORD
                   PERFORM 4200-WRITE-REPORT
               WHEN 100
                   MOVE ZERO TO H-SEQ-INICIO
                   MOVE ALL '0' TO H-HASH-INICIO
               WHEN OTHER
                   DISPLAY 'MYTRLVER: ERRO NA LEITURA DA ANCORA DE '
                           'EXPURGO. SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- A LINHA VOLTA PARA A MESMA IMAGEM QUE O GRAVADOR ENCADEOU
       2420-LER-LINHA.
           IF H-TRILHA = 'JOURNAL '
              EXEC SQL
                  FETCH C_JOURNAL
                  INTO :WS-JRNL-PROGRAM-NAME, :WS-JRNL-TASK-ID,
                       :WS-JRNL-CHANGE-TS, :WS-JRNL-ID-CLIENTE,
                       :WS-JRNL-NOME-ANTES, :WS-JRNL-NOME-DEPOIS,
                       :WS-JRNL-NOME-CONT-ANTES,
                       :WS-JRNL-NOME-CONT-DEPOIS,
                       :WS-JRNL-STATUS-ANTES, :WS-JRNL-STATUS-DEPOIS,
                       :H-SEQ, :H-HASH
              END-EXEC
           ELSE
              EXEC SQL
                  FETCH C_OPERAUD
                  INTO :WS-OPAU-ADMIN-ID, :WS-OPAU-OPERADOR-ID,
                       :WS-OPAU-NIVEL-ANTES, :WS-OPAU-NIVEL-DEPOIS,
                       :WS-OPAU-IDIOMA-ANTES, :WS-OPAU-IDIOMA-DEPOIS,
                       :WS-OPAU-CHANGE-TS, :H-SEQ, :H-HASH
              END-EXEC
           END-IF.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TRL-LIDOS
               WHEN 100
                   SET FIM-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'MYTRLVER: ERRO NO FETCH DA TRILHA '
                           H-TRILHA ' SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2430-VERIFICAR-LINHA.
           MOVE H-SEQ TO WS-ED-SEQ.
           MOVE SPACES TO WS-TRL-REFERENCIA.
           IF H-TRILHA = 'JOURNAL '
              STRING 'SEQUENCIA ' WS-ED-SEQ ' CLIENTE '
                     WS-JRNL-ID-CLIENTE ' ' WS-JRNL-CHANGE-TS
                     DELIMITED BY SIZE INTO WS-TRL-REFERENCIA
           ELSE
              STRING 'SEQUENCIA ' WS-ED-SEQ ' OPERADOR '
                     WS-OPAU-OPERADOR-ID ' ' WS-OPAU-CHANGE-TS
                     DELIMITED BY SIZE INTO WS-TRL-REFERENCIA
           END-IF.
      *
           IF H-SEQ NOT = WS-TRL-SEQ-ESPERADA
              MOVE WS-TRL-SEQ-ESPERADA TO WS-ED-SEQ
              MOVE SPACES TO WS-TRL-MOTIVO
              STRING 'FALTA A SEQUENCIA ' WS-ED-SEQ
                     DELIMITED BY SIZE INTO WS-TRL-MOTIVO
              PERFORM 2800-MARCAR-QUEBRA
           ELSE
              PERFORM 2440-CALCULAR-HASH-LINHA
              IF H-HASH NOT = WS-TRL-HASH-CALCULADO
                 MOVE 'HASH NAO CONFERE (LINHA ALTERADA)'
                   TO WS-TRL-MOTIVO
                 PERFORM 2800-MARCAR-QUEBRA
              END-IF
           END-IF.
      *
           IF NOT WS-TRL-QUEBRADA
              ADD 1 TO WS-TRL-ENCADEADOS
              MOVE H-HASH TO WS-TRL-HASH-CORRENTE
              ADD 1 TO WS-TRL-SEQ-ESPERADA
              PERFORM 2470-CONFERIR-ANCORA-DB2
                  UNTIL FIM-ANCORAS OR H-ANC-SEQ > H-SEQ
                     OR WS-TRL-QUEBRADA
              PERFORM 2420-LER-LINHA
           END-IF.
           EXIT.
      *
       2440-CALCULAR-HASH-LINHA.
           MOVE H-SEQ TO WS-CONT-SEQ.
           MOVE SPACES TO WS-CONT-LINHA.
           IF H-TRILHA = 'JOURNAL '
              MOVE WS-JOURNAL-VARS TO WS-CONT-LINHA
              MOVE LENGTH OF WS-JOURNAL-VARS TO WS-TAMANHO-LINHA
           ELSE
              MOVE WS-OPAUD-VARS TO WS-CONT-LINHA
              MOVE LENGTH OF WS-OPAUD-VARS TO WS-TAMANHO-LINHA
           END-IF.
           MOVE WS-TRL-HASH-CORRENTE TO HSH-HASH-ANTERIOR.
           COMPUTE HSH-TAMANHO = 15 + WS-TAMANHO-LINHA.
           CALL 'MYHASH' USING MYHASH-PARAMETROS WS-CONTEUDO.
           MOVE HSH-HASH-NOVO TO WS-TRL-HASH-CALCULADO.
           EXIT.
      *
      *--- ANCORA DA LINHA RECEM-CONFERIDA: HASH DA LINHA E A
      *--- QUANTIDADE DESDE A ANCORA ANTERIOR (PELA SEQUENCIA)
       2470-CONFERIR-ANCORA-DB2.
           ADD 1 TO WS-TRL-ANCORAS.
           MOVE 'OK' TO WS-ED-SITUACAO.
           COMPUTE WS-TRL-QTD-SEQ = H-ANC-SEQ - WS-TRL-SEQ-ANCORA-ANT.
           IF H-ANC-SEQ NOT = H-SEQ OR H-ANC-HASH NOT = H-HASH
              MOVE 'ANCORA DIARIA COM HASH DIVERGENTE' TO WS-TRL-MOTIVO
              MOVE 'DIVERGENTE' TO WS-ED-SITUACAO
           ELSE
              IF WS-TRL-CONTAGEM-VALIDA
                 AND H-ANC-QTD NOT = WS-TRL-QTD-SEQ
                 MOVE 'ANCORA DIARIA COM QUANTIDADE DIVERGENTE'
                   TO WS-TRL-MOTIVO
                 MOVE 'DIVERGENTE' TO WS-ED-SITUACAO
              END-IF
           END-IF.
           MOVE H-ANC-SEQ TO WS-ED-SEQ.
           MOVE H-ANC-QTD TO WS-ED-QTD.
           MOVE SPACES TO RPT-RECORD.
           STRING '   ANCORA A ' H-ANC-DATA ' SEQUENCIA ' WS-ED-SEQ
                  ' HASH ' H-ANC-HASH ' REGISTROS ' WS-ED-QTD
                  ' ' WS-ED-SITUACAO
                  DELIMITED BY SIZE INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           IF WS-ED-SITUACAO NOT = 'OK'
              PERFORM 2800-MARCAR-QUEBRA
           END-IF.
           MOVE H-ANC-SEQ TO WS-TRL-SEQ-ANCORA-ANT.
           SET WS-TRL-CONTAGEM-VALIDA TO TRUE.
           PERFORM 2480-LER-ANCORA.
           EXIT.
      *
       2480-LER-ANCORA.
           EXEC SQL
               FETCH C_ANCORAS
               INTO :H-ANC-DATA, :H-ANC-SEQ, :H-ANC-HASH, :H-ANC-QTD
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET FIM-ANCORAS TO TRUE
               WHEN OTHER
                   DISPLAY 'MYTRLVER: ERRO NO FETCH DAS ANCORAS. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *================================================================*
      * RELATORIO
      *================================================================*
      *--- PRIMEIRO ELO QUEBRADO: A VERIFICACAO DA TRILHA PARA AQUI
       2800-MARCAR-QUEBRA.
           SET WS-TRL-QUEBRADA TO TRUE.
           ADD 1 TO WS-COUNT-QUEBRADAS.
           EXIT.
      *
       2900-RELATAR-TRILHA.
           MOVE WS-TRL-LIDOS   TO WS-ED-LIDOS.
           MOVE WS-TRL-LEGADOS TO WS-ED-LEGADOS.
           MOVE WS-TRL-ANCORAS TO WS-ED-ANCORAS.
           MOVE SPACES TO RPT-RECORD.
           STRING '   REGISTROS LIDOS ' WS-ED-LIDOS
                  '   ANTERIORES AO ENCADEAMENTO ' WS-ED-LEGADOS
                  '   ANCORAS ' WS-ED-ANCORAS
                  DELIMITED BY SIZE INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           IF WS-TRL-QUEBRADA
              STRING '   *** ELO QUEBRADO: ' WS-TRL-MOTIVO
                     DELIMITED BY SIZE INTO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
              MOVE SPACES TO RPT-RECORD
              STRING '       EM ' WS-TRL-REFERENCIA
                     DELIMITED BY SIZE INTO RPT-RECORD
              DISPLAY 'MYTRLVER: TRILHA ' WS-TRL-NOME
                      ' QUEBRADA - ' WS-TRL-MOTIVO
           ELSE
              STRING '   SITUACAO: INTEGRA. ULTIMO HASH '
                     WS-TRL-HASH-CORRENTE
                     DELIMITED BY SIZE INTO RPT-RECORD
           END-IF.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- LINHA DE ANCORA DAS TRILHAS EM ARQUIVO: TIPO, DATA, HASH
      *--- CARREGADO E QUANTIDADE NOS CAMPOS DE EDICAO
       2950-RELATAR-ANCORA-ARQUIVO.
           MOVE SPACES TO RPT-RECORD.
           STRING '   ANCORA ' WS-ED-TIPO
                  ' DATA ' WS-ED-SEQ(8:8)
                  ' HASH ' WS-ED-HASH
                  ' REGISTROS ' WS-ED-QTD
                  ' ' WS-ED-SITUACAO
                  DELIMITED BY SIZE INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE WS-RPT-DIVISOR TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           IF WS-COUNT-QUEBRADAS > ZERO
              STRING ' TRILHAS COM ELO QUEBRADO: ' WS-COUNT-QUEBRADAS
                     DELIMITED BY SIZE INTO RPT-RECORD
           ELSE
              STRING ' TODAS AS TRILHAS INTEGRAS.'
                     DELIMITED BY SIZE INTO RPT-RECORD
           END-IF.
           PERFORM 4200-WRITE-REPORT.
           CLOSE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-AUDIT.
           READ AUD-FILE.
           IF NOT WS-AUD-OK AND NOT WS-AUD-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO AUD-FILE'
              DISPLAY 'FILE STATUS: ' WS-AUD-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4100-READ-JOURNAL.
           READ MSTJRN-FILE.
           IF NOT WS-MJR-OK AND NOT WS-MJR-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYTRLVER ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYTRLVER ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
