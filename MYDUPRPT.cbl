      * CLASSIFICA PELO NOME NORMALIZADO (SORT INTERNO, COMO NO
      * MYINSORT) E RELATA OS GRUPOS CANDIDATOS COM ID, STATUS, A
      * ATIVIDADE NO ARQUIVO MESTRE (ULTIMA ATUALIZACAO E SALDO) E O
      * GRAU DE CONFIANCA (COM VARIAS CONTAS, O SALDO E A SOMA DELAS E
      * A ULTIMA ATUALIZACAO E A MAIS RECENTE):
      *
      *   ALTA  - NOMES NORMALIZADOS IDENTICOS;
      *   MEDIA - MESMO PREFIXO DE 15 CARACTERES (PROVAVEL VARIACAO
      *
      * O RELATORIO E A FILA DE TRABALHO DO MYMERGE: O ANALISTA
      * CONFIRMA O GRUPO E MONTA O CARTAO DE FUSAO.
      *
      * CADA MEMBRO DE GRUPO SAI TAMBEM NO ARQUIVO DE CANDIDATOS
      * (DUPCANDD: ID, GRUPO E CONFIANCA, NA ORDEM DO RELATORIO), QUE
      * A PONTUACAO SEMANAL DO CADASTRO (MYCLISCR) USA COMO MARCA DE
      * CANDIDATO A DUPLICADO. SEM O DD, SO O RELATORIO E EMITIDO.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT DUPCAN-FILE ASSIGN TO DUPCANDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DCN-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
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
           05 FILLER                 PIC X(17).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
      *--- CANDIDATO A DUPLICADO (UM POR MEMBRO DE GRUPO)
       FD DUPCAN-FILE
          RECORD CONTAINS 20 CHARACTERS.
       01 DUPCAN-RECORD.
           05 DCN-ID-CLIENTE         PIC X(10).
           05 DCN-GRUPO              PIC 9(05).
           05 DCN-CONFIANCA          PIC X(05).
      *
       SD SORT-WORK.
       01 SORT-RECORD.
       01 WS-FILE-STATUS-VARS.
           05 WS-MST-FILE-STATUS   PIC X(02).
              88 WS-MST-OK               VALUE '00'.
              88 WS-MST-EOF              VALUE '10'.
              88 WS-MST-NOTFND           VALUE '23'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
           05 WS-DCN-FILE-STATUS   PIC X(02).
              88 WS-DCN-OK               VALUE '00'.
           05 WS-DCN-ATIVO-SW      PIC X(01) VALUE 'N'.
              88 WS-DCN-ATIVO            VALUE 'S'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-CURSOR        PIC X(01) VALUE 'N'.
           05 WS-CONFIANCA          PIC X(05).
      *
       01 WS-MST-APOIO.
           05 WS-MST-ID-BUSCA       PIC X(10).
           05 WS-MST-QTDE-CONTAS    PIC 9(03) VALUE ZERO.
           05 WS-MST-ULT-DATA       PIC 9(08) VALUE ZERO.
           05 WS-MST-SALDO-TOTAL    PIC S9(13)V99 VALUE ZERO.
           05 WS-SALDO-EDIT         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-MST-TEXTO          PIC X(40).
      *
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT DUPCAN-FILE.
           IF WS-DCN-OK
              SET WS-DCN-ATIVO TO TRUE
           ELSE
              DISPLAY 'MYDUPRPT: DUPCANDD AUSENTE (STATUS '
                      WS-DCN-FILE-STATUS '). ARQUIVO DE CANDIDATOS '
                      'NAO GRAVADO.'
           END-IF.
           MOVE RPT-HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-DIVISOR TO RPT-RECORD.
              MOVE WS-ANT-NOME-ORIG TO RPT-MEM-NOME
              PERFORM 2700-ATIVIDADE-MESTRE-ANT
              WRITE RPT-RECORD FROM RPT-MEMBRO-LINE
              MOVE WS-ANT-ID TO DCN-ID-CLIENTE
              PERFORM 2650-GRAVAR-CANDIDATO
           END-IF.
           MOVE SRT-ID-CLIENTE    TO RPT-MEM-ID.
           MOVE SRT-STATUS        TO RPT-MEM-STATUS.
           MOVE SRT-NOME-ORIGINAL TO RPT-MEM-NOME.
           PERFORM 2750-ATIVIDADE-MESTRE-CUR.
           WRITE RPT-RECORD FROM RPT-MEMBRO-LINE.
           MOVE SRT-ID-CLIENTE TO DCN-ID-CLIENTE.
           PERFORM 2650-GRAVAR-CANDIDATO.
       2600-SAI.
           EXIT.
      *
       2650-GRAVAR-CANDIDATO SECTION.
           IF WS-DCN-ATIVO
              MOVE WS-COUNT-GRUPOS TO DCN-GRUPO
              MOVE WS-CONFIANCA    TO DCN-CONFIANCA
              WRITE DUPCAN-RECORD
              IF NOT WS-DCN-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO DUPCAN-FILE'
                 DISPLAY 'FILE STATUS: ' WS-DCN-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
       2650-SAI.
           EXIT.
      *
       2700-ATIVIDADE-MESTRE-ANT SECTION.
           MOVE WS-ANT-ID TO WS-MST-ID-BUSCA.
           PERFORM 2780-LER-MESTRE.
       2700-SAI.
           EXIT.
      *
       2750-ATIVIDADE-MESTRE-CUR SECTION.
           MOVE SRT-ID-CLIENTE TO WS-MST-ID-BUSCA.
           PERFORM 2780-LER-MESTRE.
       2750-SAI.
           EXIT.
      *
      *--- TODAS AS CONTAS DO CLIENTE: START NA PRIMEIRA E LEITURA
      *--- SEQUENCIAL ENQUANTO O ID FOR O MESMO
       2780-LER-MESTRE SECTION.
           MOVE ZERO TO WS-MST-QTDE-CONTAS WS-MST-ULT-DATA
                        WS-MST-SALDO-TOTAL.
           MOVE WS-MST-ID-BUSCA TO MST-ID.
           MOVE ZERO            TO MST-CONTA.
           START MST-FILE KEY IS NOT LESS THAN MST-CHAVE.
           IF WS-MST-OK
              PERFORM 2790-SOMAR-CONTA
                 UNTIL NOT WS-MST-OK OR MST-ID NOT = WS-MST-ID-BUSCA
           END-IF.
           IF NOT WS-MST-OK AND NOT WS-MST-EOF
              AND NOT WS-MST-NOTFND
              DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           IF WS-MST-QTDE-CONTAS > ZERO
              MOVE WS-MST-SALDO-TOTAL TO WS-SALDO-EDIT
              MOVE SPACES TO WS-MST-TEXTO
              STRING 'MESTRE: ULT=' DELIMITED BY SIZE
                     WS-MST-ULT-DATA DELIMITED BY SIZE
                     ' SALDO=' DELIMITED BY SIZE
                     WS-SALDO-EDIT DELIMITED BY SIZE
                     INTO WS-MST-TEXTO
           ELSE
              MOVE 'MESTRE: SEM POSICAO' TO WS-MST-TEXTO
           END-IF.
           MOVE WS-MST-TEXTO TO RPT-MEM-MESTRE.
       2780-SAI.
           EXIT.
      *
       2790-SOMAR-CONTA SECTION.
           READ MST-FILE NEXT.
           IF WS-MST-OK AND MST-ID = WS-MST-ID-BUSCA
              ADD 1 TO WS-MST-QTDE-CONTAS
              ADD MST-SALDO TO WS-MST-SALDO-TOTAL
              IF MST-ULT-ATUALIZACAO > WS-MST-ULT-DATA
                 MOVE MST-ULT-ATUALIZACAO TO WS-MST-ULT-DATA
              END-IF
           END-IF.
       2790-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
           CLOSE MST-FILE RPT-FILE.
           IF WS-DCN-ATIVO
              CLOSE DUPCAN-FILE
           END-IF.
           EXIT.
      *
      *================================================================*
