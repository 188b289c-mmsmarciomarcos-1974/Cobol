       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCLRVIG.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - ENTRADA EM VIGOR DAS VERSOES DO CATALOGO
      *
      * A TRND GRAVA CADA ALTERACAO DO CATALOGO DE CORES COMO UMA
      * VERSAO DATADA NO COLRHIST (COPYBOOK MYCLRHC) E, NA APROVACAO,
      * SO ATUALIZA O COLRFILE QUANDO A VIGENCIA JA CHEGOU. ESTE PASSO,
      * NA VIRADA DO DIA, REALINHA O COLRFILE (O CATALOGO EM VIGOR HOJE
      * QUE O CORMIX, A TRNA E OS BATCHES LEEM) COM O COLRHIST: PARA
      * CADA ENTRADA, A VERSAO APROVADA DE MAIOR VIGENCIA ATE HOJE.
      *
      *   - VERSAO DE INCLUSAO/ALTERACAO: GRAVA OU REGRAVA A ENTRADA
      *     NO COLRFILE (SO SE ALGUM VALOR MUDOU);
      *   - VERSAO DE EXCLUSAO: RETIRA A ENTRADA DO COLRFILE;
      *   - ENTRADA SEM VERSAO APROVADA EM VIGOR: NAO E TOCADA.
      *
      * O RELATORIO LISTA CADA ENTRADA QUE MUDOU. O PASSO E
      * IDEMPOTENTE: REPETIDO NO MESMO DIA, NAO MUDA MAIS NADA.
      *
      * RC 0 = CATALOGO REALINHADO; RC 16 = ERRO DE ARQUIVO.
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
           SELECT HIST-FILE ASSIGN TO COLRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HIST-CHAVE
                  FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT COLR-FILE ASSIGN TO COLRFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COLR-KEY
                  FILE STATUS IS WS-COLR-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD HIST-FILE
          RECORD CONTAINS 130 CHARACTERS.
       COPY MYCLRHC.
      *
      *--- MESMO LAYOUT DO COLR-RECORD DO CORMIX/MYCLRLD
       FD COLR-FILE
          RECORD CONTAINS 70 CHARACTERS.
       01 COLR-RECORD.
           05 COLR-KEY.
               10 COLR-TIPO        PIC X(01).
               10 COLR-CAMPO-1     PIC X(15).
               10 COLR-CAMPO-2     PIC X(15).
           05 COLR-DADOS.
               10 COLR-HEX         PIC X(07).
               10 COLR-R           PIC 9(03).
               10 COLR-G           PIC 9(03).
               10 COLR-B           PIC 9(03).
               10 COLR-RESULTADO   PIC X(15).
               10 COLR-CUSTO       PIC 9(05)V99.
           05 FILLER               PIC X(01).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD               PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-HIST-FILE-STATUS   PIC X(02).
              88 WS-HIST-OK         VALUE '00'.
              88 WS-HIST-EOF        VALUE '10'.
           05 WS-COLR-FILE-STATUS   PIC X(02).
              88 WS-COLR-OK         VALUE '00'.
              88 WS-COLR-NOTFND     VALUE '23'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
       01 WS-HOJE                   PIC 9(08) VALUE ZERO.
      *
      *--- ENTRADA CORRENTE (QUEBRA POR TIPO + CAMPOS) E A VERSAO EM
      *--- VIGOR HOJE ACHADA ATE AQUI
       01 WS-ENTRADA-CONTROLE.
           05 WS-CHAVE-ENTRADA      PIC X(31) VALUE SPACES.
           05 WS-VIGENTE-FLAG       PIC X(01) VALUE 'N'.
              88 WS-HA-VIGENTE      VALUE 'S'.
           05 WS-VIGENTE-RECORD     PIC X(130).
           05 WS-LIDO-RECORD        PIC X(130).
           05 WS-NOVOS-DADOS.
               10 WS-NOVO-HEX       PIC X(07).
               10 WS-NOVO-R         PIC 9(03).
               10 WS-NOVO-G         PIC 9(03).
               10 WS-NOVO-B         PIC 9(03).
               10 WS-NOVO-RESULTADO PIC X(15).
               10 WS-NOVO-CUSTO     PIC 9(05)V99.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-ENTRADAS     PIC 9(05) VALUE ZERO.
           05 WS-COUNT-INCLUIDAS    PIC 9(05) VALUE ZERO.
           05 WS-COUNT-ALTERADAS    PIC 9(05) VALUE ZERO.
           05 WS-COUNT-EXCLUIDAS    PIC 9(05) VALUE ZERO.
      *
      *--- LINHAS DO RELATORIO
       01 RPT-HEADER-1.
           05 FILLER PIC X(45) VALUE
              'MYCLRVIG - VERSOES DO CATALOGO EM VIGOR EM   '.
           05 RPT-H-DATA           PIC 9999/99/99.
           05 FILLER PIC X(78) VALUE SPACES.
       01 RPT-HEADER-2.
           05 FILLER PIC X(133) VALUE ALL '='.
       01 RPT-BLANK-LINE           PIC X(133) VALUE SPACES.
      *
       01 RPT-DET-LINE.
           05 RPT-DET-ACAO         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-TIPO         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-CAMPO-1      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-DET-CAMPO-2      PIC X(15).
           05 FILLER               PIC X(09) VALUE ' VERSAO '.
           05 RPT-DET-VERSAO       PIC 9(03).
           05 FILLER               PIC X(12) VALUE ' VIGENCIA '.
           05 RPT-DET-VIGENCIA     PIC 9999/99/99.
           05 FILLER               PIC X(55) VALUE SPACES.
      *
       01 RPT-TOT-LINE.
           05 FILLER               PIC X(20) VALUE
              'ENTRADAS LIDAS:     '.
           05 RPT-TOT-ENTRADAS     PIC ZZ.ZZ9.
           05 FILLER               PIC X(14) VALUE '  INCLUIDAS: '.
           05 RPT-TOT-INCLUIDAS    PIC ZZ.ZZ9.
           05 FILLER               PIC X(14) VALUE '  ALTERADAS: '.
           05 RPT-TOT-ALTERADAS    PIC ZZ.ZZ9.
           05 FILLER               PIC X(14) VALUE '  EXCLUIDAS: '.
           05 RPT-TOT-EXCLUIDAS    PIC ZZ.ZZ9.
           05 FILLER               PIC X(47) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-VERSAO UNTIL WS-HIST-EOF.
           PERFORM 2500-FECHAR-ENTRADA.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYCLRVIG CONCLUIDO. ENTRADAS: '
                   WS-COUNT-ENTRADAS ' INCLUIDAS: '
                   WS-COUNT-INCLUIDAS ' ALTERADAS: '
                   WS-COUNT-ALTERADAS ' EXCLUIDAS: '
                   WS-COUNT-EXCLUIDAS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
      *
           OPEN INPUT HIST-FILE.
           IF NOT WS-HIST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO HIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-HIST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN I-O COLR-FILE.
           IF NOT WS-COLR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO COLR-FILE'
              DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-HOJE TO RPT-H-DATA.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
      *
           PERFORM 4000-READ-NEXT-VERSAO.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- O COLRHIST VEM EM ORDEM DE CHAVE + VIGENCIA + VERSAO: A
      *--- ULTIMA APROVADA COM VIGENCIA ATE HOJE, DENTRO DA ENTRADA, E
      *--- A QUE VALE
       2000-PROCESS-VERSAO.
           IF HIST-CHAVE(1:31) NOT = WS-CHAVE-ENTRADA
              MOVE HIST-RECORD TO WS-LIDO-RECORD
              PERFORM 2500-FECHAR-ENTRADA
              MOVE WS-LIDO-RECORD TO HIST-RECORD
              MOVE HIST-CHAVE(1:31) TO WS-CHAVE-ENTRADA
              ADD 1 TO WS-COUNT-ENTRADAS
           END-IF.
      *
           IF HIST-APROVADA AND HIST-DATA-VIG NOT > WS-HOJE
              MOVE HIST-RECORD TO WS-VIGENTE-RECORD
              SET WS-HA-VIGENTE TO TRUE
           END-IF.
      *
           PERFORM 4000-READ-NEXT-VERSAO.
           EXIT.
      *
      *--- FIM DA ENTRADA: CONFRONTA A VERSAO EM VIGOR COM O COLRFILE
       2500-FECHAR-ENTRADA.
           IF WS-HA-VIGENTE
              MOVE WS-VIGENTE-RECORD TO HIST-RECORD
              MOVE HIST-CHAVE(1:31) TO COLR-KEY
              READ COLR-FILE
              IF NOT WS-COLR-OK AND NOT WS-COLR-NOTFND
                 DISPLAY 'ERRO FATAL DE LEITURA NO COLR-FILE'
                 DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              IF HIST-EXCLUSAO
                 IF WS-COLR-OK
                    PERFORM 2700-EXCLUIR-ENTRADA
                 END-IF
              ELSE
                 PERFORM 2600-GRAVAR-ENTRADA
              END-IF
           END-IF.
           MOVE 'N' TO WS-VIGENTE-FLAG.
           EXIT.
      *
      *--- INCLUI A ENTRADA AUSENTE OU REGRAVA A QUE TEM ALGUM VALOR
      *--- DIFERENTE DA VERSAO EM VIGOR
       2600-GRAVAR-ENTRADA.
           MOVE HIST-HEX       TO WS-NOVO-HEX.
           MOVE HIST-R         TO WS-NOVO-R.
           MOVE HIST-G         TO WS-NOVO-G.
           MOVE HIST-B         TO WS-NOVO-B.
           MOVE HIST-RESULTADO TO WS-NOVO-RESULTADO.
           MOVE HIST-CUSTO     TO WS-NOVO-CUSTO.
           IF WS-COLR-NOTFND
              MOVE SPACES TO COLR-RECORD
              MOVE HIST-CHAVE(1:31) TO COLR-KEY
              MOVE WS-NOVOS-DADOS TO COLR-DADOS
              WRITE COLR-RECORD
              IF NOT WS-COLR-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO COLR-FILE'
                 DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-COUNT-INCLUIDAS
              MOVE 'INCLUIDA' TO RPT-DET-ACAO
              PERFORM 2800-LISTAR-ENTRADA
           ELSE
              IF COLR-DADOS NOT = WS-NOVOS-DADOS
                 MOVE WS-NOVOS-DADOS TO COLR-DADOS
                 REWRITE COLR-RECORD
                 IF NOT WS-COLR-OK
                    DISPLAY 'ERRO FATAL DE REGRAVACAO NO COLR-FILE'
                    DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
                 ADD 1 TO WS-COUNT-ALTERADAS
                 MOVE 'ALTERADA' TO RPT-DET-ACAO
                 PERFORM 2800-LISTAR-ENTRADA
              END-IF
           END-IF.
           EXIT.
      *
       2700-EXCLUIR-ENTRADA.
           DELETE COLR-FILE.
           IF NOT WS-COLR-OK
              DISPLAY 'ERRO FATAL DE EXCLUSAO NO COLR-FILE'
              DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-EXCLUIDAS.
           MOVE 'EXCLUIDA' TO RPT-DET-ACAO.
           PERFORM 2800-LISTAR-ENTRADA.
           EXIT.
      *
       2800-LISTAR-ENTRADA.
           MOVE HIST-TIPO     TO RPT-DET-TIPO.
           MOVE HIST-CAMPO-1  TO RPT-DET-CAMPO-1.
           MOVE HIST-CAMPO-2  TO RPT-DET-CAMPO-2.
           MOVE HIST-VERSAO   TO RPT-DET-VERSAO.
           MOVE HIST-DATA-VIG TO RPT-DET-VIGENCIA.
           WRITE RPT-RECORD FROM RPT-DET-LINE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           MOVE WS-COUNT-ENTRADAS  TO RPT-TOT-ENTRADAS.
           MOVE WS-COUNT-INCLUIDAS TO RPT-TOT-INCLUIDAS.
           MOVE WS-COUNT-ALTERADAS TO RPT-TOT-ALTERADAS.
           MOVE WS-COUNT-EXCLUIDAS TO RPT-TOT-EXCLUIDAS.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
           WRITE RPT-RECORD FROM RPT-TOT-LINE.
           CLOSE HIST-FILE COLR-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-VERSAO.
           READ HIST-FILE NEXT RECORD.
           IF NOT WS-HIST-OK AND NOT WS-HIST-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO HIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-HIST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCLRVIG ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
