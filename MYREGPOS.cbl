      * - E UM ANALISTA O REDIGITAVA A PARTIR DOS RELATORIOS. ESTE
      * PROGRAMA GERA O ARQUIVO DIRETO DO MST-FILE:
      *
      *   - UM REGISTRO '1' POR CONTA DO CLIENTE: ID, CONTA, DATA DE
      *     REFERENCIA, NATUREZA (D/C) E SALDO ABSOLUTO COM DUAS
      *     CASAS, MAIS O GRUPO ECONOMICO E O PAPEL NELE ('H' CABECA /
      *     'M' MEMBRO) QUANDO O CLIENTE TEM VINCULO APROVADO NO
      *     GRPFILDD (TRNG);
      *   - UM REGISTRO '2' POR CLIENTE DEPOIS DAS CONTAS DELE: O
      *     TOTAL DO CLIENTE (SOMA DAS CONTAS GERADAS), NATUREZA DA
      *     SOMA E QUANTIDADE DE CONTAS;
      *   - REGISTRO '9' DE TOTAIS NO FIM: QUANTIDADE DE CONTAS E DE
      *     CLIENTES, SOMA DEVEDORA E SOMA CREDORA (DAS CONTAS);
      *   - SECAO DE CONCILIACAO NO RELATORIO (REPORTDD) PROVANDO
      *     QUE OS TOTAIS DO ARQUIVO BATEM COM OS SALDOS DO MESTRE;
      *   - LISTA DE REJEITADOS: CONTAS QUE FEREM AS REGRAS DE
      *     CAMPO DO REGULADOR (DIGITO VERIFICADOR DO ID INVALIDO,
      *     DATA DE ATUALIZACAO ZERADA, SALDO NAO NUMERICO) SAEM DO
      *     ARQUIVO E ENTRAM NA LISTA, PARA LIMPEZA ANTES DO DIA DA
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *--- GRUPOS ECONOMICOS (OPCIONAL: AUSENTE = CAMPOS DE GRUPO EM
      *--- BRANCO NO ARQUIVO)
           SELECT OPTIONAL GRP-FILE ASSIGN TO GRPFILDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GRP-ID
                  FILE STATUS IS WS-GRP-FILE-STATUS.
           SELECT REG-FILE ASSIGN TO REGPOSDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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
      *--- VISAO ALFANUMERICA DO SALDO PARA O TESTE DE NUMERICIDADE
      *--- (UM MESTRE CORROMPIDO NAO PODE IR PARA O REGULADOR)
       01 MST-RECORD-ALT REDEFINES MST-RECORD.
           05 FILLER                 PIC X(89).
           05 MST-SALDO-X            PIC X(13).
           05 FILLER                 PIC X(17).
      *
      *--- MESMO LAYOUT DO GRP-RECORD DO MYBATCH (SO O VINCULO
      *--- APROVADO CONTA; CODIGO EM BRANCO = SEM GRUPO)
       FD GRP-FILE
          RECORD CONTAINS 100 CHARACTERS.
       01 GRP-RECORD.
           05 GRP-ID                 PIC X(10).
           05 GRP-CODIGO             PIC X(06).
           05 GRP-PAPEL              PIC X(01).
           05 FILLER                 PIC X(83).
      *
      *--- O LAYOUT FIXO DO REGULADOR (80 BYTES): DETALHE '1' POR
      *--- CONTA, TOTAL DO CLIENTE '2' E TOTAIS '9'
       FD REG-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
           05 RGD-NATUREZA           PIC X(01).
           05 RGD-SALDO              PIC 9(11)V99.
           05 RGD-ULT-ATUALIZACAO    PIC 9(08).
           05 RGD-GRUPO              PIC X(06).
           05 RGD-PAPEL-GRUPO        PIC X(01).
           05 RGD-CONTA              PIC 9(03).
           05 FILLER                 PIC X(29).
       01 REG-RECORD-CLI REDEFINES REG-RECORD.
           05 RGC-TIPO               PIC X(01).
           05 RGC-ID-CLIENTE         PIC X(10).
           05 RGC-DATA-REF           PIC 9(08).
           05 RGC-NATUREZA           PIC X(01).
           05 RGC-SALDO              PIC 9(13)V99.
           05 RGC-QTDE-CONTAS        PIC 9(03).
           05 RGC-GRUPO              PIC X(06).
           05 RGC-PAPEL-GRUPO        PIC X(01).
           05 FILLER                 PIC X(35).
       01 REG-RECORD-TOT REDEFINES REG-RECORD.
           05 RGT-TIPO               PIC X(01).
           05 RGT-QTDE               PIC 9(07).
           05 RGT-TOTAL-DEVEDOR      PIC 9(13)V99.
           05 RGT-TOTAL-CREDOR       PIC 9(13)V99.
           05 RGT-QTDE-CLIENTES      PIC 9(07).
           05 FILLER                 PIC X(35).
      *
       FD PARM-FILE
          RECORD CONTAINS 8 CHARACTERS
              88 WS-PARM-OK         VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-GRP-FILE-STATUS    PIC X(02).
              88 WS-GRP-OK          VALUE '00'.
              88 WS-GRP-AUSENTE     VALUE '05'.
              88 WS-GRP-NOTFND      VALUE '23'.
           05 WS-GRP-PRESENTE-SW    PIC X(01) VALUE 'N'.
              88 WS-GRP-PRESENTE    VALUE 'S'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-GERADOS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REJEITADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EM-GRUPO     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CLIENTES     PIC 9(07) VALUE ZERO.
      *
      *--- CLIENTE EM CURSO: AS CONTAS DO ID SAO LIDAS EM SEQUENCIA
      *--- ATE A QUEBRA; O TOTAL '2' SOMA SO AS CONTAS GERADAS
       01 WS-CLIENTE-CORRENTE.
           05 WS-CLI-ID             PIC X(10) VALUE SPACES.
           05 WS-CLI-SALDO          PIC S9(13)V99 VALUE ZERO.
           05 WS-CLI-SALDO-ABS      PIC 9(13)V99 VALUE ZERO.
           05 WS-CLI-CONTAS         PIC 9(03) VALUE ZERO.
           05 WS-CLI-GRUPO          PIC X(06) VALUE SPACES.
           05 WS-CLI-PAPEL          PIC X(01) VALUE SPACE.
      *
      *--- TOTAIS DO ARQUIVO GERADO E DO MESTRE INTEIRO (INCLUSIVE
      *--- REJEITADOS), PARA A CONCILIACAO PROVAR A AMARRACAO
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CLIENTE UNTIL WS-MST-EOF.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYREGPOS CONCLUIDO. GERADOS: '
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN INPUT GRP-FILE.
           IF WS-GRP-OK
              SET WS-GRP-PRESENTE TO TRUE
           ELSE
              IF WS-GRP-AUSENTE
                 DISPLAY 'MYG002 - GRUPOS ECONOMICOS (GRPFILDD) '
                         'AUSENTE: ARQUIVO SAI SEM O GRUPO DOS '
                         'CLIENTES.'
                         UPON CONSOLE
              ELSE
                 DISPLAY 'ERRO FATAL NA ABERTURA DO GRP-FILE'
                 DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
      *
           OPEN OUTPUT REG-FILE.
           IF NOT WS-REG-OK
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
      *--- UM CLIENTE POR VOLTA: AS CONTAS DELE ATE A QUEBRA DO ID E,
      *--- SE ALGUMA FOI GERADA, O REGISTRO '2' COM O TOTAL
       2000-PROCESS-CLIENTE.
           MOVE MST-ID TO WS-CLI-ID.
           MOVE ZERO   TO WS-CLI-SALDO.
           MOVE ZERO   TO WS-CLI-CONTAS.
           PERFORM 2210-BUSCAR-GRUPO.
           PERFORM 2050-PROCESS-CONTA
               UNTIL WS-MST-EOF OR MST-ID NOT = WS-CLI-ID.
           IF WS-CLI-CONTAS > ZERO
              PERFORM 2250-GRAVAR-TOTAL-CLIENTE
           END-IF.
           EXIT.
      *
       2050-PROCESS-CONTA.
           ADD 1 TO WS-COUNT-LIDOS.
           PERFORM 2100-VALIDAR-REGRAS.
      *
           MOVE SPACES TO REG-RECORD.
           MOVE '1' TO RGD-TIPO.
           MOVE MST-ID TO RGD-ID-CLIENTE.
           MOVE MST-CONTA TO RGD-CONTA.
           MOVE WS-DATA-REFERENCIA TO RGD-DATA-REF.
           IF MST-SALDO < ZERO
              MOVE 'D' TO RGD-NATUREZA
           END-IF.
           MOVE WS-SALDO-ABS TO RGD-SALDO.
           MOVE MST-ULT-ATUALIZACAO TO RGD-ULT-ATUALIZACAO.
           MOVE WS-CLI-GRUPO TO RGD-GRUPO.
           MOVE WS-CLI-PAPEL TO RGD-PAPEL-GRUPO.
           PERFORM 4100-WRITE-REG-RECORD.
           ADD 1 TO WS-COUNT-GERADOS.
           ADD MST-SALDO TO WS-ARQ-TOT-SALDO.
           ADD MST-SALDO TO WS-CLI-SALDO.
           ADD 1 TO WS-CLI-CONTAS.
           EXIT.
      *
      *--- GRUPO ECONOMICO DO CLIENTE (VINCULO APROVADO NA TRNG),
      *--- UMA LEITURA POR CLIENTE, REPETIDO EM TODAS AS CONTAS
       2210-BUSCAR-GRUPO.
           MOVE SPACES TO WS-CLI-GRUPO.
           MOVE SPACE  TO WS-CLI-PAPEL.
           IF WS-GRP-PRESENTE
              MOVE MST-ID TO GRP-ID
              READ GRP-FILE
              EVALUATE TRUE
                  WHEN WS-GRP-OK
                      IF GRP-CODIGO NOT = SPACES
                         MOVE GRP-CODIGO TO WS-CLI-GRUPO
                         MOVE GRP-PAPEL  TO WS-CLI-PAPEL
                      END-IF
                  WHEN WS-GRP-NOTFND
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'ERRO FATAL DE LEITURA NO GRP-FILE'
                      DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
              END-EVALUATE
           END-IF.
           EXIT.
      *
      *--- TOTAL DO CLIENTE: SOMA DAS CONTAS GERADAS (AS REJEITADAS
      *--- FICAM DE FORA, COMO NO TOTAL DO ARQUIVO)
       2250-GRAVAR-TOTAL-CLIENTE.
           MOVE SPACES TO REG-RECORD.
           MOVE '2' TO RGC-TIPO.
           MOVE WS-CLI-ID TO RGC-ID-CLIENTE.
           MOVE WS-DATA-REFERENCIA TO RGC-DATA-REF.
           IF WS-CLI-SALDO < ZERO
              MOVE 'D' TO RGC-NATUREZA
              COMPUTE WS-CLI-SALDO-ABS = WS-CLI-SALDO * -1
           ELSE
              MOVE 'C' TO RGC-NATUREZA
              MOVE WS-CLI-SALDO TO WS-CLI-SALDO-ABS
           END-IF.
           MOVE WS-CLI-SALDO-ABS TO RGC-SALDO.
           MOVE WS-CLI-CONTAS TO RGC-QTDE-CONTAS.
           MOVE WS-CLI-GRUPO TO RGC-GRUPO.
           MOVE WS-CLI-PAPEL TO RGC-PAPEL-GRUPO.
           PERFORM 4100-WRITE-REG-RECORD.
           ADD 1 TO WS-COUNT-CLIENTES.
           IF WS-CLI-GRUPO NOT = SPACES
              ADD 1 TO WS-COUNT-EM-GRUPO
           END-IF.
           EXIT.
      *
       2300-LISTAR-REJEITADO.
              MOVE MST-SALDO TO WS-SALDO-EDIT
              STRING '   ID=' DELIMITED BY SIZE
                     MST-ID DELIMITED BY SIZE
                     ' CONTA=' DELIMITED BY SIZE
                     MST-CONTA DELIMITED BY SIZE
                     ' SALDO=' DELIMITED BY SIZE
                     WS-SALDO-EDIT DELIMITED BY SIZE
                     ' MOTIVO: ' DELIMITED BY SIZE
      *--- SALDO CORROMPIDO SAI CRU, SEM EDICAO (EDITAR ABENDARIA)
              STRING '   ID=' DELIMITED BY SIZE
                     MST-ID DELIMITED BY SIZE
                     ' CONTA=' DELIMITED BY SIZE
                     MST-CONTA DELIMITED BY SIZE
                     ' SALDO BRUTO=' DELIMITED BY SIZE
                     MST-SALDO-X DELIMITED BY SIZE
                     ' MOTIVO: ' DELIMITED BY SIZE
           MOVE WS-COUNT-GERADOS TO RGT-QTDE.
           MOVE WS-TOT-DEVEDOR   TO RGT-TOTAL-DEVEDOR.
           MOVE WS-TOT-CREDOR    TO RGT-TOTAL-CREDOR.
           MOVE WS-COUNT-CLIENTES TO RGT-QTDE-CLIENTES.
           PERFORM 4100-WRITE-REG-RECORD.
      *
           WRITE RPT-RECORD FROM RPT-DIVISOR.
                  WS-COUNT-GERADOS DELIMITED BY SIZE
                  ' REJEITADOS=' DELIMITED BY SIZE
                  WS-COUNT-REJEITADOS DELIMITED BY SIZE
                  ' CLIENTES=' DELIMITED BY SIZE
                  WS-COUNT-CLIENTES DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
      *
           MOVE SPACES TO RPT-RECORD.
           IF WS-GRP-PRESENTE
              STRING 'CLIENTES EM GRUPO ECONOMICO NO ARQUIVO='
                     DELIMITED BY SIZE
                     WS-COUNT-EM-GRUPO DELIMITED BY SIZE
                     INTO RPT-RECORD
           ELSE
              MOVE 'GRUPOS ECONOMICOS (GRPFILDD) AUSENTE - ARQUIVO SEM
      -           ' O GRUPO DOS CLIENTES' TO RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
      *
           CLOSE MST-FILE GRP-FILE REG-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
