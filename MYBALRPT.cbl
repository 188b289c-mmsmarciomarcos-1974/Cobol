      * ESTE PASSO VARRE O MESTRE APOS A RODADA E PRODUZ O QUADRO QUE
      * SUBSTITUI A PLANILHA MANTIDA A PARTE:
      *
      *   1. OS 10 CLIENTES DE MAIOR POSICAO (EM VALOR ABSOLUTO DA
      *      SOMA DAS CONTAS), COM O TOTAL DO CLIENTE E, ABAIXO DELE,
      *      O SALDO DE CADA CONTA;
      *   2. OS TOTAIS DA BASE: SOMA DAS POSICOES CREDORAS, SOMA DAS
      *      DEVEDORAS (POR CONTA), CLIENTES COM POSICAO E CLIENTES
      *      ZERADOS (PELA SOMA DAS CONTAS DO CLIENTE);
      *   3. AS 10 MAIORES EXPOSICOES POR GRUPO ECONOMICO (GRPFILDD,
      *      MANTIDO NA TRNG): A POSICAO SOMADA DOS MEMBROS (TODAS AS
      *      CONTAS DE CADA MEMBRO), O CABECA,
      *      O LIMITE DO GRUPO E O AVISO DE GRUPO ACIMA DO LIMITE.
      *      SEM O ARQUIVO DE GRUPOS A SECAO SAI SO COM O AVISO.
      *
      *   NAS CONTAS DEVEDORAS DAS MAIORES POSICOES SAI TAMBEM HA
      *   QUANTOS DIAS A CONTA ESTA DEVEDORA (COBRDD, MANTIDO PELO
      *   MYCOBRAN). SEM O ARQUIVO DE COBRANCA A COLUNA SAI EM BRANCO.
      *
      *   O MESTRE E POR ID + CONTA: AS CONTAS DE UM CLIENTE VEM
      *   JUNTAS NA VARREDURA, E A QUEBRA DO ID FECHA O CLIENTE.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- DINAMICO: VARRIDO EM SEQUENCIA E DEPOIS POSICIONADO POR ID
      *--- (START) NAS CONTAS DAS MAIORES POSICOES E NA SOMA DOS
      *--- MEMBROS DE CADA GRUPO
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT OPTIONAL GRP-FILE ASSIGN TO GRPFILDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GRP-ID
                  ALTERNATE RECORD KEY IS GRP-CODIGO WITH DUPLICATES
                  FILE STATUS IS WS-GRP-FILE-STATUS.
           SELECT OPTIONAL CBR-FILE ASSIGN TO COBRDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CBR-CHAVE
                  FILE STATUS IS WS-CBR-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
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
      *
      *--- MESMO LAYOUT DO GRP-RECORD DO MYBATCH (SO O VINCULO
      *--- APROVADO CONTA; CODIGO EM BRANCO = PROPOSTA AINDA SEM
      *--- APROVACAO)
       FD GRP-FILE
          RECORD CONTAINS 100 CHARACTERS.
       01 GRP-RECORD.
           05 GRP-ID                 PIC X(10).
           05 GRP-CODIGO             PIC X(06).
           05 GRP-PAPEL              PIC X(01).
              88 GRP-CABECA          VALUE 'H'.
           05 GRP-LIMITE             PIC 9(11)V99.
           05 FILLER                 PIC X(70).
      *
      *--- POSICAO DEVEDORA EM COBRANCA (ENVELHECIMENTO DO MYCOBRAN)
       FD CBR-FILE
          RECORD CONTAINS 100 CHARACTERS.
       COPY MYCOBRC.
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK          VALUE '00'.
              88 WS-MST-EOF         VALUE '10'.
              88 WS-MST-NOTFND      VALUE '23'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *--- '02' = LIDO PELO INDICE ALTERNATIVO COM MAIS MEMBROS DO
      *--- MESMO GRUPO A SEGUIR
           05 WS-GRP-FILE-STATUS    PIC X(02).
              88 WS-GRP-OK          VALUE '00' '02'.
              88 WS-GRP-AUSENTE     VALUE '05'.
              88 WS-GRP-NOTFND      VALUE '23'.
              88 WS-GRP-EOF         VALUE '10'.
           05 WS-CBR-FILE-STATUS    PIC X(02).
              88 WS-CBR-OK          VALUE '00'.
              88 WS-CBR-AUSENTE     VALUE '05'.
              88 WS-CBR-NOTFND      VALUE '23'.
      *
      *--- AS 10 MAIORES POSICOES EM VALOR ABSOLUTO, MANTIDAS EM
      *--- FLUXO: CADA CLIENTE FECHADO (SOMA DAS CONTAS) DISPUTA COM
      *--- A MENOR DA TABELA
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 10 TIMES
              INDEXED BY WS-TOP-IDX.
              10 WS-TOP-ID          PIC X(10).
              10 WS-TOP-CONTAS      PIC 9(03).
              10 WS-TOP-SALDO       PIC S9(13)V99.
              10 WS-TOP-ABS         PIC 9(13)V99.
      *
      *--- CLIENTE CORRENTE NA VARREDURA DO MESTRE (QUEBRA DO ID)
       01 WS-CLIENTE-CORRENTE.
           05 WS-CLI-ID             PIC X(10) VALUE SPACES.
           05 WS-CLI-CONTAS         PIC 9(03) VALUE ZERO.
           05 WS-CLI-SALDO          PIC S9(13)V99 VALUE ZERO.
      *
      *--- ID PROCURADO NO POSICIONAMENTO (START) PELAS CONTAS
       01 WS-MST-ID-BUSCA           PIC X(10) VALUE SPACES.
      *
      *--- AS 10 MAIORES EXPOSICOES POR GRUPO (POSICAO SOMADA DOS
      *--- MEMBROS EM VALOR ABSOLUTO), NA MESMA DISPUTA DAS POSICOES
       01 WS-TOPG-TABLE.
           05 WS-TOPG-ENTRY OCCURS 10 TIMES
              INDEXED BY WS-TOPG-IDX.
              10 WS-TOPG-CODIGO     PIC X(06).
              10 WS-TOPG-CABECA     PIC X(10).
              10 WS-TOPG-MEMBROS    PIC 9(05).
              10 WS-TOPG-POSICAO    PIC S9(13)V99.
              10 WS-TOPG-LIMITE     PIC 9(11)V99.
              10 WS-TOPG-ABS        PIC 9(13)V99.
      *
      *--- GRUPO CORRENTE NA VARREDURA PELO CODIGO
       01 WS-GRUPO-CORRENTE.
           05 WS-GRP-PRESENTE-SW    PIC X(01) VALUE 'N'.
              88 WS-GRP-PRESENTE    VALUE 'S'.
           05 WS-GRC-CODIGO         PIC X(06) VALUE SPACES.
           05 WS-GRC-CABECA         PIC X(10) VALUE SPACES.
           05 WS-GRC-MEMBROS        PIC 9(05) VALUE ZERO.
           05 WS-GRC-POSICAO        PIC S9(13)V99 VALUE ZERO.
           05 WS-GRC-LIMITE         PIC 9(11)V99 VALUE ZERO.
           05 WS-GRC-ABS            PIC 9(13)V99 VALUE ZERO.
           05 WS-GRC-TESTE          PIC S9(13)V99 VALUE ZERO.
           05 WS-MENOR-ABS-G        PIC 9(13)V99 VALUE ZERO.
      *
       01 WS-CBR-PRESENTE-SW        PIC X(01) VALUE 'N'.
           88 WS-CBR-PRESENTE       VALUE 'S'.
      *
       01 WS-WORK-VARS.
           05 WS-ABS-SALDO          PIC 9(13)V99 VALUE ZERO.
           05 WS-MENOR-SUB          PIC 9(02) VALUE ZERO.
           05 WS-MENOR-ABS          PIC 9(13)V99 VALUE ZERO.
           05 WS-SUB                PIC 9(02) COMP.
           05 WS-VALOR-ED           PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-VALOR-ED-G         PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-DIAS-ED            PIC ZZZZ9.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-MST-READ     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CLIENTES     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-COM-POSICAO  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ZERADOS      PIC 9(07) VALUE ZERO.
           05 WS-TOTAL-CREDOR       PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-DEVEDOR      PIC S9(13)V99 VALUE ZERO.
           05 WS-COUNT-GRUPOS       PIC 9(07) VALUE ZERO.
           05 WS-COUNT-GRP-MEMBROS  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-GRP-EXCEDIDO PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
              '*** POSICOES DO CADASTRO MESTRE (MYBALRPT) ***'.
           05 FILLER                PIC X(80) VALUE SPACES.
      *
      *--- TOTAL DO CLIENTE, SEGUIDO DAS LINHAS DAS CONTAS
       01 WS-RPT-CLI-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE 'ID: '.
           05 RPT-CLI-ID            PIC X(10).
           05 FILLER                PIC X(09) VALUE ' CONTAS: '.
           05 RPT-CLI-CONTAS        PIC ZZ9.
           05 FILLER                PIC X(16) VALUE ' TOTAL CLIENTE: '.
           05 RPT-CLI-SALDO         PIC X(21).
           05 FILLER                PIC X(69) VALUE SPACES.
      *
       01 WS-RPT-POS-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE '    CONTA: '.
           05 RPT-POS-CONTA         PIC 9(03).
           05 FILLER                PIC X(08) VALUE ' SALDO: '.
           05 RPT-POS-SALDO         PIC X(21).
           05 RPT-POS-DIAS-ROT      PIC X(15).
           05 RPT-POS-DIAS          PIC X(05).
           05 FILLER                PIC X(69) VALUE SPACES.
      *
       01 WS-RPT-GRUPO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'GRUPO: '.
           05 RPT-GRP-CODIGO        PIC X(06).
           05 FILLER                PIC X(09) VALUE ' CABECA: '.
           05 RPT-GRP-CABECA        PIC X(10).
           05 FILLER                PIC X(10) VALUE ' MEMBROS: '.
           05 RPT-GRP-MEMBROS       PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE ' POSICAO: '.
           05 RPT-GRP-POSICAO       PIC X(22).
           05 FILLER                PIC X(09) VALUE ' LIMITE: '.
           05 RPT-GRP-LIMITE        PIC X(22).
           05 RPT-GRP-AVISO         PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-MASTERS UNTIL WS-MST-EOF.
           IF WS-GRP-PRESENTE
              PERFORM 2500-APURAR-GRUPOS
           END-IF.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYBALRPT CONCLUIDO. MESTRES: '
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
      *--- ARQUIVO DE GRUPOS AUSENTE NAO SEGURA O RELATORIO: A SECAO
      *--- DE GRUPOS SAI SO COM O AVISO
           OPEN INPUT GRP-FILE.
           IF WS-GRP-OK
              SET WS-GRP-PRESENTE TO TRUE
           ELSE
              IF NOT WS-GRP-AUSENTE
                 DISPLAY 'ERRO FATAL NA ABERTURA DO GRP-FILE'
                 DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
      *
      *--- SEM O ARQUIVO DE COBRANCA OS DIAS DEVEDORES SAEM EM BRANCO
           OPEN INPUT CBR-FILE.
           IF WS-CBR-OK
              SET WS-CBR-PRESENTE TO TRUE
           ELSE
              IF NOT WS-CBR-AUSENTE
                 DISPLAY 'ERRO FATAL NA ABERTURA DO CBR-FILE'
                 DISPLAY 'FILE STATUS: ' WS-CBR-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
      *
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > 10
              MOVE SPACES TO WS-TOP-ID(WS-TOP-IDX)
              MOVE ZERO   TO WS-TOP-CONTAS(WS-TOP-IDX)
              MOVE ZERO   TO WS-TOP-SALDO(WS-TOP-IDX)
              MOVE ZERO   TO WS-TOP-ABS(WS-TOP-IDX)
           END-PERFORM.
           PERFORM VARYING WS-TOPG-IDX FROM 1 BY 1
                   UNTIL WS-TOPG-IDX > 10
              MOVE SPACES TO WS-TOPG-CODIGO(WS-TOPG-IDX)
              MOVE SPACES TO WS-TOPG-CABECA(WS-TOPG-IDX)
              MOVE ZERO   TO WS-TOPG-MEMBROS(WS-TOPG-IDX)
              MOVE ZERO   TO WS-TOPG-POSICAO(WS-TOPG-IDX)
              MOVE ZERO   TO WS-TOPG-LIMITE(WS-TOPG-IDX)
              MOVE ZERO   TO WS-TOPG-ABS(WS-TOPG-IDX)
           END-PERFORM.
      *
           PERFORM 4000-READ-NEXT-MASTER.
           EXIT.
      *================================================================*
      * PARAGRAFOS DE ACUMULACAO
      *================================================================*
      *--- UM CLIENTE POR VEZ: SOMA AS CONTAS ATE A QUEBRA DO ID E
      *--- CLASSIFICA O CLIENTE PELA POSICAO SOMADA
       2000-PROCESS-MASTERS.
           MOVE MST-ID TO WS-CLI-ID.
           MOVE ZERO   TO WS-CLI-CONTAS.
           MOVE ZERO   TO WS-CLI-SALDO.
           PERFORM 2050-SOMAR-CONTA
               UNTIL WS-MST-EOF OR MST-ID NOT = WS-CLI-ID.
      *
           ADD 1 TO WS-COUNT-CLIENTES.
           IF WS-CLI-SALDO = ZERO
              ADD 1 TO WS-COUNT-ZERADOS
           ELSE
              ADD 1 TO WS-COUNT-COM-POSICAO
              PERFORM 2100-DISPUTAR-TOP
           END-IF.
           EXIT.
      *
      *--- CREDORAS E DEVEDORAS SOMADAS CONTA A CONTA
       2050-SOMAR-CONTA.
           ADD 1 TO WS-CLI-CONTAS.
           ADD MST-SALDO TO WS-CLI-SALDO.
           IF MST-SALDO > ZERO
              ADD MST-SALDO TO WS-TOTAL-CREDOR
           ELSE
              IF MST-SALDO < ZERO
                 ADD MST-SALDO TO WS-TOTAL-DEVEDOR
              END-IF
           END-IF.
           PERFORM 4000-READ-NEXT-MASTER.
           EXIT.
      *
      *--- O CLIENTE FECHADO DISPUTA A TABELA DAS 10 MAIORES POSICOES
      *--- ABSOLUTAS: SUBSTITUI A MENOR ENTRADA SE FOR MAIOR QUE ELA
       2100-DISPUTAR-TOP.
           IF WS-CLI-SALDO < ZERO
              COMPUTE WS-ABS-SALDO = ZERO - WS-CLI-SALDO
           ELSE
              MOVE WS-CLI-SALDO TO WS-ABS-SALDO
           END-IF.
      *
           MOVE 1 TO WS-MENOR-SUB.
      *
           IF WS-ABS-SALDO > WS-MENOR-ABS
              SET WS-TOP-IDX TO WS-MENOR-SUB
              MOVE WS-CLI-ID     TO WS-TOP-ID(WS-TOP-IDX)
              MOVE WS-CLI-CONTAS TO WS-TOP-CONTAS(WS-TOP-IDX)
              MOVE WS-CLI-SALDO  TO WS-TOP-SALDO(WS-TOP-IDX)
              MOVE WS-ABS-SALDO  TO WS-TOP-ABS(WS-TOP-IDX)
           END-IF.
           EXIT.
      *
      *--- EXPOSICAO POR GRUPO: PERCORRE O GRPFILDD PELO CODIGO DO
      *--- GRUPO (OS MEMBROS DE CADA GRUPO VEM JUNTOS), SOMA O SALDO
      *--- DE TODAS AS CONTAS DE CADA MEMBRO NO MESTRE E, NA QUEBRA
      *--- DO CODIGO, O GRUPO
      *--- DISPUTA A TABELA DAS 10 MAIORES EXPOSICOES. CODIGO EM
      *--- BRANCO (VINCULO AINDA NAO APROVADO) FICA DE FORA.
       2500-APURAR-GRUPOS.
           MOVE SPACES TO GRP-CODIGO.
           START GRP-FILE KEY IS GREATER THAN GRP-CODIGO.
           EVALUATE TRUE
               WHEN WS-GRP-OK
                   PERFORM 4100-READ-NEXT-GRUPO
               WHEN WS-GRP-NOTFND
                   SET WS-GRP-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE START NO GRP-FILE'
                   DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           PERFORM UNTIL WS-GRP-EOF
              MOVE GRP-CODIGO TO WS-GRC-CODIGO
              MOVE SPACES     TO WS-GRC-CABECA
              MOVE ZERO       TO WS-GRC-MEMBROS
              MOVE ZERO       TO WS-GRC-POSICAO
              MOVE ZERO       TO WS-GRC-LIMITE
              PERFORM 2510-SOMAR-MEMBRO
                  UNTIL WS-GRP-EOF
                     OR GRP-CODIGO NOT = WS-GRC-CODIGO
              PERFORM 2520-DISPUTAR-TOP-GRUPO
           END-PERFORM.
           EXIT.
      *
       2510-SOMAR-MEMBRO.
           ADD 1 TO WS-GRC-MEMBROS.
           ADD 1 TO WS-COUNT-GRP-MEMBROS.
           IF GRP-CABECA
              MOVE GRP-ID     TO WS-GRC-CABECA
              MOVE GRP-LIMITE TO WS-GRC-LIMITE
           END-IF.
           MOVE GRP-ID TO WS-MST-ID-BUSCA.
           PERFORM 4050-POSICIONAR-CLIENTE.
           PERFORM 2515-SOMAR-CONTA-MEMBRO
               UNTIL WS-MST-EOF OR MST-ID NOT = WS-MST-ID-BUSCA.
           PERFORM 4100-READ-NEXT-GRUPO.
           EXIT.
      *
       2515-SOMAR-CONTA-MEMBRO.
           ADD MST-SALDO TO WS-GRC-POSICAO.
           PERFORM 4060-READ-NEXT-CONTA.
           EXIT.
      *
      *--- O GRUPO APURADO DISPUTA A TABELA DAS 10 MAIORES EXPOSICOES
      *--- (MESMA SUBSTITUICAO DA MENOR ENTRADA DO 2100-DISPUTAR-TOP;
      *--- ENTRADA VAGA CONTA COMO A MENOR)
       2520-DISPUTAR-TOP-GRUPO.
           ADD 1 TO WS-COUNT-GRUPOS.
           IF WS-GRC-LIMITE > ZERO
              COMPUTE WS-GRC-TESTE = WS-GRC-POSICAO + WS-GRC-LIMITE
              IF WS-GRC-TESTE < ZERO
                 ADD 1 TO WS-COUNT-GRP-EXCEDIDO
              END-IF
           END-IF.
           IF WS-GRC-POSICAO < ZERO
              COMPUTE WS-GRC-ABS = ZERO - WS-GRC-POSICAO
           ELSE
              MOVE WS-GRC-POSICAO TO WS-GRC-ABS
           END-IF.
      *
           MOVE 1 TO WS-MENOR-SUB.
           SET WS-TOPG-IDX TO 1.
           MOVE WS-TOPG-ABS(WS-TOPG-IDX) TO WS-MENOR-ABS-G.
           PERFORM VARYING WS-SUB FROM 2 BY 1 UNTIL WS-SUB > 10
              SET WS-TOPG-IDX TO WS-SUB
              IF WS-TOPG-CODIGO(WS-MENOR-SUB) NOT = SPACES
                 AND (WS-TOPG-CODIGO(WS-TOPG-IDX) = SPACES
                      OR WS-TOPG-ABS(WS-TOPG-IDX) < WS-MENOR-ABS-G)
                 MOVE WS-TOPG-ABS(WS-TOPG-IDX) TO WS-MENOR-ABS-G
                 MOVE WS-SUB TO WS-MENOR-SUB
              END-IF
           END-PERFORM.
      *
           IF WS-GRC-ABS > WS-MENOR-ABS-G
              OR WS-TOPG-CODIGO(WS-MENOR-SUB) = SPACES
              SET WS-TOPG-IDX TO WS-MENOR-SUB
              MOVE WS-GRC-CODIGO  TO WS-TOPG-CODIGO(WS-TOPG-IDX)
              MOVE WS-GRC-CABECA  TO WS-TOPG-CABECA(WS-TOPG-IDX)
              MOVE WS-GRC-MEMBROS TO WS-TOPG-MEMBROS(WS-TOPG-IDX)
              MOVE WS-GRC-POSICAO TO WS-TOPG-POSICAO(WS-TOPG-IDX)
              MOVE WS-GRC-LIMITE  TO WS-TOPG-LIMITE(WS-TOPG-IDX)
              MOVE WS-GRC-ABS     TO WS-TOPG-ABS(WS-TOPG-IDX)
           END-IF.
           EXIT.
      *
       3000-FINALIZE.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'MAIORES POSICOES POR CLIENTE (SOMA DAS CONTAS):'
               TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
      *--- IMPRIME AS 10 POSICOES EM ORDEM DECRESCENTE: A CADA VOLTA
              END-PERFORM
              IF WS-MENOR-SUB > ZERO
                 SET WS-TOP-IDX TO WS-MENOR-SUB
                 MOVE WS-TOP-ID(WS-TOP-IDX) TO RPT-CLI-ID
                 MOVE WS-TOP-CONTAS(WS-TOP-IDX) TO RPT-CLI-CONTAS
                 MOVE WS-TOP-SALDO(WS-TOP-IDX) TO WS-VALOR-ED
                 MOVE WS-VALOR-ED TO RPT-CLI-SALDO
                 MOVE WS-RPT-CLI-LINE TO RPT-RECORD
                 PERFORM 4200-WRITE-REPORT
                 MOVE WS-TOP-ID(WS-TOP-IDX) TO WS-MST-ID-BUSCA
                 PERFORM 4050-POSICIONAR-CLIENTE
                 PERFORM 3040-LINHA-CONTA
                     UNTIL WS-MST-EOF OR MST-ID NOT = WS-MST-ID-BUSCA
                 MOVE ZERO TO WS-TOP-ABS(WS-TOP-IDX)
              END-IF
           END-PERFORM.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'CONTAS LIDAS NO MESTRE       :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MST-READ TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'CLIENTES LIDOS               :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CLIENTES TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'CLIENTES COM POSICAO         :' TO RPT-MSG-DESC.
           MOVE WS-VALOR-ED TO RPT-RECORD(33:22).
           PERFORM 4200-WRITE-REPORT.
      *
           PERFORM 3100-IMPRIMIR-GRUPOS.
      *
           CLOSE MST-FILE GRP-FILE CBR-FILE RPT-FILE.
           EXIT.
      *
      *--- UMA LINHA POR CONTA DO CLIENTE, ABAIXO DO TOTAL DELE
       3040-LINHA-CONTA.
           MOVE MST-CONTA TO RPT-POS-CONTA.
           MOVE MST-SALDO TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RPT-POS-SALDO.
           PERFORM 3050-DIAS-DEVEDOR.
           MOVE WS-RPT-POS-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 4060-READ-NEXT-CONTA.
           EXIT.
      *
      *--- CONTA DEVEDORA: DIAS EM ATRASO DA ULTIMA AVALIACAO DO
      *--- MYCOBRAN. CREDORA, SEM REGISTRO OU SEM O ARQUIVO = BRANCO
       3050-DIAS-DEVEDOR.
           MOVE SPACES TO RPT-POS-DIAS-ROT.
           MOVE SPACES TO RPT-POS-DIAS.
           IF MST-SALDO < ZERO AND WS-CBR-PRESENTE
              MOVE MST-CHAVE TO CBR-CHAVE
              READ CBR-FILE
              EVALUATE TRUE
                  WHEN WS-CBR-OK
                      MOVE ' DIAS DEVEDOR: ' TO RPT-POS-DIAS-ROT
                      MOVE CBR-DIAS-ATRASO TO WS-DIAS-ED
                      MOVE WS-DIAS-ED TO RPT-POS-DIAS
                  WHEN WS-CBR-NOTFND
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'ERRO FATAL DE LEITURA NO CBR-FILE'
                      DISPLAY 'FILE STATUS: ' WS-CBR-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
              END-EVALUATE
           END-IF.
           EXIT.
      *
      *--- SECAO DE GRUPOS: AS 10 MAIORES EXPOSICOES EM ORDEM
      *--- DECRESCENTE (MESMA SELECAO DAS POSICOES) E OS TOTAIS
       3100-IMPRIMIR-GRUPOS.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'MAIORES EXPOSICOES POR GRUPO ECONOMICO:' TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           IF NOT WS-GRP-PRESENTE
              MOVE ' ARQUIVO DE GRUPOS (GRPFILDD) AUSENTE.'
                  TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           ELSE
              PERFORM 10 TIMES
                 MOVE ZERO TO WS-MENOR-ABS-G
                 MOVE ZERO TO WS-MENOR-SUB
                 PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
                    SET WS-TOPG-IDX TO WS-SUB
                    IF WS-TOPG-CODIGO(WS-TOPG-IDX) NOT = SPACES
                       AND (WS-TOPG-ABS(WS-TOPG-IDX) > WS-MENOR-ABS-G
                            OR WS-MENOR-SUB = ZERO)
                       MOVE WS-TOPG-ABS(WS-TOPG-IDX) TO WS-MENOR-ABS-G
                       MOVE WS-SUB TO WS-MENOR-SUB
                    END-IF
                 END-PERFORM
                 IF WS-MENOR-SUB > ZERO
                    SET WS-TOPG-IDX TO WS-MENOR-SUB
                    PERFORM 3110-LINHA-GRUPO
                    MOVE SPACES TO WS-TOPG-CODIGO(WS-TOPG-IDX)
                 END-IF
              END-PERFORM
      *
              MOVE SPACES TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
              MOVE SPACES TO RPT-RECORD
              MOVE 'GRUPOS ECONOMICOS            :' TO RPT-MSG-DESC
              MOVE WS-COUNT-GRUPOS TO RPT-MSG-VALUE
              MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
              MOVE SPACES TO RPT-RECORD
              MOVE 'CLIENTES EM GRUPOS           :' TO RPT-MSG-DESC
              MOVE WS-COUNT-GRP-MEMBROS TO RPT-MSG-VALUE
              MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
              MOVE SPACES TO RPT-RECORD
              MOVE 'GRUPOS ACIMA DO LIMITE       :' TO RPT-MSG-DESC
              MOVE WS-COUNT-GRP-EXCEDIDO TO RPT-MSG-VALUE
              MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
           EXIT.
      *
      *--- LINHA DO GRUPO: LIMITE ZERO = GRUPO SEM LIMITE; POSICAO
      *--- DEVEDORA ALEM DO LIMITE SAI MARCADA
       3110-LINHA-GRUPO.
           MOVE WS-TOPG-CODIGO(WS-TOPG-IDX)  TO RPT-GRP-CODIGO.
           MOVE WS-TOPG-CABECA(WS-TOPG-IDX)  TO RPT-GRP-CABECA.
           MOVE WS-TOPG-MEMBROS(WS-TOPG-IDX) TO RPT-GRP-MEMBROS.
           MOVE WS-TOPG-POSICAO(WS-TOPG-IDX) TO WS-VALOR-ED-G.
           MOVE WS-VALOR-ED-G TO RPT-GRP-POSICAO.
           MOVE SPACES TO RPT-GRP-AVISO.
           IF WS-TOPG-LIMITE(WS-TOPG-IDX) = ZERO
              MOVE 'SEM LIMITE' TO RPT-GRP-LIMITE
           ELSE
              MOVE WS-TOPG-LIMITE(WS-TOPG-IDX) TO WS-VALOR-ED
              MOVE WS-VALOR-ED TO RPT-GRP-LIMITE
              COMPUTE WS-GRC-TESTE = WS-TOPG-POSICAO(WS-TOPG-IDX)
                                   + WS-TOPG-LIMITE(WS-TOPG-IDX)
              IF WS-GRC-TESTE < ZERO
                 MOVE ' *** ACIMA DO LIMITE' TO RPT-GRP-AVISO
              END-IF
           END-IF.
           MOVE WS-RPT-GRUPO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-MASTER.
           READ MST-FILE NEXT RECORD.
           IF WS-MST-OK
              ADD 1 TO WS-COUNT-MST-READ
           ELSE
              END-IF
           END-IF.
           EXIT.
      *
      *--- POSICIONA NA PRIMEIRA CONTA DO ID EM WS-MST-ID-BUSCA E A
      *--- LE; ID SEM CONTA NENHUMA OU FIM DO ARQUIVO = WS-MST-EOF
       4050-POSICIONAR-CLIENTE.
           MOVE WS-MST-ID-BUSCA TO MST-ID.
           MOVE ZERO TO MST-CONTA.
           START MST-FILE KEY IS NOT LESS THAN MST-CHAVE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   PERFORM 4060-READ-NEXT-CONTA
               WHEN WS-MST-NOTFND
                   SET WS-MST-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE START NO MST-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       4060-READ-NEXT-CONTA.
           READ MST-FILE NEXT RECORD.
           IF NOT WS-MST-OK AND NOT WS-MST-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4100-READ-NEXT-GRUPO.
           READ GRP-FILE NEXT RECORD.
           IF NOT WS-GRP-OK AND NOT WS-GRP-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO GRP-FILE'
              DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
