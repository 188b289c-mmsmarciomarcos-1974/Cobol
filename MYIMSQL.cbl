      * UPDATE, O DIARIO E A PROPAGACAO. O DBCLIENT E REALINHADO NA
      * SINCRONIZACAO NOTURNA (MYIMSLD), COMO NAS ALTERACOES FEITAS
      * PELO LADO CICS.
      *
      * POSICAO: NA CONSULTA COM SUCESSO, O PROGRAMA LE TAMBEM O
      * SEGMENTO POSICAO (FILHO DO CLIENTE NO DBCLIENT, CARREGADO TODA
      * NOITE PELO MYPOSLD) E DEVOLVE, ABAIXO DO NOME, O SALDO, A DATA
      * DA ULTIMA ATUALIZACAO E OS ULTIMOS CINCO MOVIMENTOS - O MESMO
      * QUE O BALCAO CICS LE NA TRNB, SEM TELEFONEMA.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
          05 WS-IN-NOVO-NOME       PIC X(40).
          05 FILLER                PIC X(21).
      *
      *--- WS-OUT-POSICAO: CABECALHO (SALDO E DATA) E UMA LINHA POR
      *--- MOVIMENTO; EM BRANCO NA ALTERACAO E NA CONSULTA SEM SUCESSO
       01 WS-OUT-MSG-AREA.
          05 WS-OUT-LL             PIC S9(04) COMP VALUE 480.
          05 WS-OUT-ZZ             PIC S9(04) COMP VALUE 0.
          05 WS-OUT-MENSAGEM       PIC X(120).
          05 WS-OUT-POSICAO.
             10 WS-OUT-POS-CABEC   PIC X(60).
             10 WS-OUT-POS-MOVTO   PIC X(60) OCCURS 5 TIMES.
      *
      *--- SQLCA E DCLGEN (IGUAIS AO CICS)
           EXEC SQL INCLUDE SQLCA END-EXEC.
          05 SSA-KEY-VALUE         PIC X(10).
          05 SSA-RPAREN            PIC X(01) VALUE ')'.
      *
      *--- SEGMENTO POSICAO (FILHO DO CLIENTE) E SEU SSA, LIDOS COM
      *--- PATH CALL ATRAS DO WS-SSA-CLIENTE
       COPY MYPOSC.
      *
      *--- FORMATACAO DA POSICAO PARA A TELA
       01 WS-POS-VARS.
          05 WS-POS-IX             PIC 9(02) COMP VALUE 0.
          05 WS-POS-SALDO-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 WS-POS-VALOR-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 WS-POS-DATA           PIC 9(08).
          05 WS-POS-DATA-R REDEFINES WS-POS-DATA.
             10 WS-POS-DATA-AAAA   PIC 9(04).
             10 WS-POS-DATA-MM     PIC 9(02).
             10 WS-POS-DATA-DD     PIC 9(02).
          05 WS-POS-DATA-ED.
             10 WS-POS-ED-DD       PIC 9(02).
             10 FILLER             PIC X(01) VALUE '/'.
             10 WS-POS-ED-MM       PIC 9(02).
             10 FILLER             PIC X(01) VALUE '/'.
             10 WS-POS-ED-AAAA     PIC 9(04).
      *
      *--- DIARIO DE ALTERACOES DE TB_CLIENTES (COPYBOOK MYJRNLC),
      *--- MESMA TRILHA GRAVADA PELO MYCICSQL
       COPY MYJRNLC.
          05 IO-STATUS-CODE        PIC X(02).
          05 FILLER                PIC X(22).
      *
      *--- PCB DO BANCO DBCLIENT (NOVO NO PSB, PARA O GHU/REPL E A
      *--- LEITURA DA POSICAO)
       01 DB-PCB-MASK.
          05 DB-DBD-NAME           PIC X(08).
          05 DB-SEG-LEVEL          PIC X(02).
                                WS-IN-MSG-AREA.
      *
      * (AQUI VERIFICARIA SE A LEITURA FOI OK, CHECANDO IO-STATUS-CODE)
      *
           MOVE SPACES TO WS-OUT-POSICAO.
      *
      *--- 2. CONSULTA (DEFAULT) OU ALTERACAO, CONFORME A FUNCAO.
      *--- ANTES DE QUALQUER UMA, O DIGITO VERIFICADOR DO ID (MODULO
                   STRING "CLIENTE: " D-NOME-CLIENTE
                       DELIMITED BY SIZE
                       INTO WS-OUT-MENSAGEM
                   PERFORM 2100-CONSULTAR-POSICAO
                   SET WS-AUDIT-HIT TO TRUE
                   SET WS-RETRY-NAO-NECESSARIO TO TRUE
               WHEN 100
                   SET WS-AUDIT-ERRO TO TRUE
                   SET WS-RETRY-NAO-NECESSARIO TO TRUE
           END-EVALUATE.
      *
       2100-CONSULTAR-POSICAO.
      *--- PATH CALL: CLIENTE QUALIFICADO PELO ID + POSICAO. O
      *--- SEGMENTO E UMA COPIA NOTURNA; SE NAO HOUVER (CLIENTE SEM
      *--- CONTA NO MESTRE, OU AINDA NAO CARREGADO), A TELA AVISA.
           MOVE WS-IN-ID-CLIENTE TO SSA-KEY-VALUE.
           CALL 'CBLTDLI' USING WS-GU
                                DB-PCB-MASK
                                SEG-POSICAO
                                WS-SSA-CLIENTE
                                WS-SSA-POSICAO.
           EVALUATE DB-STATUS-CODE
               WHEN SPACES
                   MOVE SEG-POS-SALDO TO WS-POS-SALDO-ED
                   MOVE SEG-POS-ULT-ATUALIZACAO TO WS-POS-DATA
                   PERFORM 2150-FORMATAR-DATA
                   STRING "SALDO: " DELIMITED BY SIZE
                          WS-POS-SALDO-ED DELIMITED BY SIZE
                          "  ATUALIZADO EM " DELIMITED BY SIZE
                          WS-POS-DATA-ED DELIMITED BY SIZE
                          INTO WS-OUT-POS-CABEC
                   PERFORM VARYING WS-POS-IX FROM 1 BY 1
                           UNTIL WS-POS-IX > SEG-POS-QTD-MOVTOS
                              OR WS-POS-IX > 5
                       MOVE SEG-POS-MOV-DATA (WS-POS-IX)
                           TO WS-POS-DATA
                       PERFORM 2150-FORMATAR-DATA
                       MOVE SEG-POS-MOV-VALOR (WS-POS-IX)
                           TO WS-POS-VALOR-ED
                       MOVE SEG-POS-MOV-SALDO (WS-POS-IX)
                           TO WS-POS-SALDO-ED
                       STRING WS-POS-DATA-ED DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              SEG-POS-MOV-ORIGEM (WS-POS-IX)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              SEG-POS-MOV-ACAO (WS-POS-IX)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-POS-VALOR-ED DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-POS-SALDO-ED DELIMITED BY SIZE
                              INTO WS-OUT-POS-MOVTO (WS-POS-IX)
                   END-PERFORM
               WHEN 'GE'
                   MOVE "SEM POSICAO NO DBCLIENT."
                       TO WS-OUT-POS-CABEC
               WHEN OTHER
                   MOVE "ERRO NA LEITURA DA POSICAO."
                       TO WS-OUT-POS-CABEC
                   DISPLAY "MYIMSQL: ERRO NO GU DA POSICAO. ID="
                           WS-IN-ID-CLIENTE " STATUS: " DB-STATUS-CODE
           END-EVALUATE.
           EXIT.
      *
       2150-FORMATAR-DATA.
           MOVE WS-POS-DATA-DD   TO WS-POS-ED-DD.
           MOVE WS-POS-DATA-MM   TO WS-POS-ED-MM.
           MOVE WS-POS-DATA-AAAA TO WS-POS-ED-AAAA.
           EXIT.
      *
       3000-ATUALIZAR-CLIENTE.
      * Funcao 'A': corrige o NOME_CLIENTE nas DUAS copias (segmento
