      * REUSE): A CARGA E INTEGRAL - DEPOIS DELA, QUEM MANTEM O
      * CATALOGO E A TRND, E O COLORDD VIRA SO O MEIO DE CARGA
      * INICIAL/RECARGA.
      *
      * CADA ENTRADA CARREGADA ABRE TAMBEM A SUA HISTORIA DE VERSOES NO
      * COLRHIST (COPYBOOK MYCLRHC): VERSAO 001, APROVADA, ORIGEM
      * 'CARG', VIGENTE DESDE SEMPRE (DATA 00000000). AS VERSOES
      * SEGUINTES NASCEM NA TRND.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COLR-KEY
                  FILE STATUS IS WS-COLR-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO COLRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HIST-CHAVE
                  FILE STATUS IS WS-HIST-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05 CR-TIPO              PIC X(01).
              88 CR-E-COR                VALUE 'C'.
              88 CR-E-MISTURA            VALUE 'M'.
              88 CR-E-RECEITA            VALUE 'R'.
           05 CR-DADOS             PIC X(45).
       01 COLOR-RECORD-COR REDEFINES COLOR-RECORD.
           05 FILLER               PIC X(01).
           05 CRM-COR-1            PIC X(15).
           05 CRM-COR-2            PIC X(15).
           05 CRM-RESULTADO        PIC X(15).
       01 COLOR-RECORD-RECEITA REDEFINES COLOR-RECORD.
           05 FILLER               PIC X(01).
           05 CRR-RECEITA          PIC X(15).
           05 CRR-COMPONENTE       PIC X(15).
           05 CRR-PERCENTUAL       PIC 9(03)V9.
           05 FILLER               PIC X(11).
      *
      *--- MESMO LAYOUT DO COLR-RECORD DO CORMIX
       FD COLR-FILE
               10 COLR-CAMPO-1     PIC X(15).
               10 COLR-CAMPO-2     PIC X(15).
           05 COLR-HEX             PIC X(07).
           05 COLR-RECEITA REDEFINES COLR-HEX.
               10 COLR-PERCENTUAL  PIC 9(03)V9.
               10 FILLER           PIC X(03).
           05 COLR-R               PIC 9(03).
           05 COLR-G               PIC 9(03).
           05 COLR-B               PIC 9(03).
           05 COLR-RESULTADO       PIC X(15).
           05 COLR-CUSTO           PIC 9(05)V99.
           05 FILLER               PIC X(01).
      *
      *--- VERSOES DO CATALOGO
       FD HIST-FILE
          RECORD CONTAINS 130 CHARACTERS.
       COPY MYCLRHC.
      *
       WORKING-STORAGE SECTION.
      *
           05 WS-COLR-FILE-STATUS   PIC X(02).
              88 WS-COLR-OK         VALUE '00'.
              88 WS-COLR-DUPKEY     VALUE '22'.
           05 WS-HIST-FILE-STATUS   PIC X(02).
              88 WS-HIST-OK         VALUE '00'.
              88 WS-HIST-DUPKEY     VALUE '22'.
      *
       01 WS-HOJE                   PIC 9(08) VALUE ZERO.
       01 WS-AGORA                  PIC 9(08) VALUE ZERO.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-CORES        PIC 9(05) VALUE ZERO.
           05 WS-COUNT-REGRAS       PIC 9(05) VALUE ZERO.
           05 WS-COUNT-RECEITAS     PIC 9(05) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYCLRLD CONCLUIDO. CORES: '
                   WS-COUNT-CORES ' REGRAS: ' WS-COUNT-REGRAS
                   ' LINHAS DE RECEITA: ' WS-COUNT-RECEITAS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA FROM TIME.
      *
           OPEN INPUT COLOR-FILE.
           IF NOT WS-COLOR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO COLOR-FILE'
              DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN I-O HIST-FILE.
           IF NOT WS-HIST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO HIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-HIST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           PERFORM 4000-READ-NEXT-RECORD.
           EXIT.
                   MOVE ZERO      TO COLR-CUSTO
                   PERFORM 2100-GRAVAR-ENTRADA
                   ADD 1 TO WS-COUNT-REGRAS
               WHEN CR-E-RECEITA
                   MOVE 'R'            TO COLR-TIPO
                   MOVE CRR-RECEITA    TO COLR-CAMPO-1
                   MOVE CRR-COMPONENTE TO COLR-CAMPO-2
                   MOVE SPACES         TO COLR-HEX
                   MOVE CRR-PERCENTUAL TO COLR-PERCENTUAL
                   MOVE ZERO           TO COLR-R
                   MOVE ZERO           TO COLR-G
                   MOVE ZERO           TO COLR-B
                   MOVE SPACES         TO COLR-RESULTADO
                   MOVE ZERO           TO COLR-CUSTO
                   PERFORM 2100-GRAVAR-ENTRADA
                   ADD 1 TO WS-COUNT-RECEITAS
               WHEN OTHER
      *--- O MYCLRVAL JA REPROVOU TIPOS INVALIDOS; AQUI SO IGNORA
                   CONTINUE
              DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 2200-GRAVAR-VERSAO-INICIAL.
           EXIT.
      *
      *--- VERSAO 001 DA ENTRADA (RECARGA REGRAVA A MESMA VERSAO)
       2200-GRAVAR-VERSAO-INICIAL.
           INITIALIZE HIST-RECORD.
           MOVE COLR-TIPO      TO HIST-TIPO.
           MOVE COLR-CAMPO-1   TO HIST-CAMPO-1.
           MOVE COLR-CAMPO-2   TO HIST-CAMPO-2.
           MOVE ZERO           TO HIST-DATA-VIG.
           MOVE 1              TO HIST-VERSAO.
           MOVE COLR-HEX       TO HIST-HEX.
           MOVE COLR-R         TO HIST-R.
           MOVE COLR-G         TO HIST-G.
           MOVE COLR-B         TO HIST-B.
           MOVE COLR-RESULTADO TO HIST-RESULTADO.
           MOVE COLR-CUSTO     TO HIST-CUSTO.
           SET HIST-INCLUSAO   TO TRUE.
           SET HIST-APROVADA   TO TRUE.
           MOVE 'CARG'         TO HIST-ORIGEM.
           MOVE SPACES         TO HIST-SOLICITANTE.
           MOVE WS-HOJE        TO HIST-DATA-SOLIC.
           MOVE WS-AGORA(1:6)  TO HIST-HORA-SOLIC.
           MOVE SPACES         TO HIST-APROVADOR.
           MOVE WS-HOJE        TO HIST-DATA-DECISAO.
           MOVE WS-AGORA(1:6)  TO HIST-HORA-DECISAO.
           WRITE HIST-RECORD.
           IF WS-HIST-DUPKEY
              REWRITE HIST-RECORD
           END-IF.
           IF NOT WS-HIST-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO HIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-HIST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           CLOSE COLOR-FILE COLR-FILE HIST-FILE.
           EXIT.
      *
      *================================================================*
