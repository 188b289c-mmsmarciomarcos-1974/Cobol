      * PERGUNTA DIARIA DO LABORATORIO E A INVERSA: "TEMOS DE
      * PRODUZIR 40 LITROS DE VERDE - O QUE VAI NO TANQUE". ESTE
      * PROGRAMA LE O ARQUIVO DE ORDENS (COR ALVO + QUANTIDADE),
      * RESOLVE CADA ALVO PELAS RECEITAS E REGRAS DE MISTURA DO
      * CATALOGO COMPARTILHADO (COLRFILE, O MESMO QUE O CORMIX
      * CARREGA) ATE CHEGAR NAS CORES-BASE, E PRODUZ:
      *
      *   1. A LISTA DE SEPARACAO POR ORDEM (COR-BASE + QUANTIDADE),
      *      COM O CUSTO ESTIMADO DA ORDEM PELOS CUSTOS UNITARIOS DO
      *   2. O RESUMO DE CONSUMO DO DIA POR COR-BASE - O QUE HOJE O
      *      LABORATORIO DERIVA A MAO;
      *   3. A SINALIZACAO DE ALVOS QUE NENHUMA CADEIA DE REGRAS
      *      ALCANCA (RC 4 PARA O OPERADOR CONFERIR O CATALOGO);
      *   4. A RETENCAO DAS ORDENS QUE O ESTOQUE NAO COBRE.
      *
      * ESTOQUE: ANTES DE LIBERAR UMA ORDEM RESOLVIDA, CADA COR-BASE
      * DA LISTA DE SEPARACAO E CONFERIDA CONTRA O SALDO DO ESTQFILE
      * (COPYBOOK MYESTQC, MANTIDO PELA TRNH). SE ALGUMA FALTA (OU
      * NAO TEM ESTOQUE CADASTRADO), A ORDEM INTEIRA E RETIDA: SAI NO
      * RELATORIO COM AS FALTAS, VAI PARA O ORDRETDD (MESMO LAYOUT DO
      * ORDERDD, PARA SER REAPRESENTADA QUANDO O MATERIAL CHEGAR) E NAO
      * ENTRA NOS TOTAIS DO DIA (RC 4). A ORDEM LIBERADA BAIXA O
      * ESTOQUE NA HORA - A ORDEM SEGUINTE JA CONFERE CONTRA O SALDO
      * RESTANTE - E O CONSUMO FICA NO MOVIMENTO DO DIA DO ITEM, QUE O
      * MYESTRPT LISTA DEPOIS DESTE PASSO.
      *
      * RASTREABILIDADE: CADA ORDEM LIBERADA RECEBE UM LOTE DE PRODUCAO
      * (AAAAMMDD + SEQUENCIA NO DIA, CONTINUANDO DO ULTIMO JA GRAVADO
      * SE O PASSO FOR REPETIDO NO MESMO DIA). A BAIXA DE CADA COR-BASE
      * CONSOME OS LOTES DE FORNECEDOR DO LOTEFILE DO MAIS ANTIGO PARA
      * O MAIS NOVO E GRAVA NO GENEFILE O QUE SAIU DE CADA UM (LAYOUTS
      * MYLOTEC/MYGENEC) - A BASE DA CONSULTA DE RECALL MYRASTRO.
      *
      * PLANO DO TURNO: CADA ORDEM LIBERADA SAI TAMBEM NO ORDLIBDD
      * (COPYBOOK MYORDLC, COM O LOTE DE PRODUCAO), A ENTRADA DO
      * MYPLANO QUE DISTRIBUI AS ORDENS PELOS TANQUES.
      *
      * VERSOES DO CATALOGO: CORES, CUSTOS E REGRAS VALEM PELA DATA DA
      * ORDEM (ORD-DATA; ZEROS = HOJE). O CATALOGO VEM DO COLRHIST
      * (COPYBOOK MYCLRHC) COM TODAS AS VERSOES APROVADAS, CADA UMA
      * VALENDO DA SUA VIGENCIA ATE A VIGENCIA DA VERSAO SEGUINTE DA
      * MESMA ENTRADA; UMA ORDEM RETIDA E REAPRESENTADA DEPOIS CONTINUA
      * RESOLVIDA PELO CATALOGO DA DATA ORIGINAL. SEM COLRHIST, VALE O
      * COLRFILE (O CATALOGO EM VIGOR HOJE) PARA TODAS AS ORDENS.
      *
      * DECOMPOSICAO: A COR QUE TEM RECEITA (LINHAS 'R' DO CATALOGO,
      * ATE 8 COMPONENTES COM O % DE CADA) E DIVIDIDA PELOS % DA
      * RECEITA - O ULTIMO COMPONENTE LEVA A SOBRA DO ARREDONDAMENTO,
      * E % QUE NAO SOMAM 100 VALEM NA PROPORCAO ENTRE SI. SO SEM
      * RECEITA VALE A REGRA 'M', DE PARTES IGUAIS: O NIVEL DIVIDE A
      * QUANTIDADE MEIO A MEIO ENTRE OS DOIS COMPONENTES. COR-BASE E
      * A COR CADASTRADA (TIPO 'C') SEM RECEITA NEM REGRA.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS COLR-KEY
                  FILE STATUS IS WS-COLR-FILE-STATUS.
           SELECT OPTIONAL HIST-FILE ASSIGN TO COLRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HIST-CHAVE
                  FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ESTQ-FILE ASSIGN TO ESTQFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ESTQ-COR
                  FILE STATUS IS WS-ESTQ-FILE-STATUS.
           SELECT LOTE-FILE ASSIGN TO LOTEFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOTE-CHAVE
                  FILE STATUS IS WS-LOTE-FILE-STATUS.
           SELECT GENE-FILE ASSIGN TO GENEFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GEN-CHAVE
                  ALTERNATE RECORD KEY IS GEN-LOTE-PROD WITH DUPLICATES
                  FILE STATUS IS WS-GENE-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO ORDRETDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT ORDLIB-FILE ASSIGN TO ORDLIBDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ORDLIB-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
      *
      *--- ORDEM DE PRODUCAO: COR ALVO + QUANTIDADE (UNIDADES COM
      *--- DUAS CASAS, P.EX. LITROS) + DATA DA ORDEM (AAAAMMDD; ZEROS
      *--- OU BRANCOS = DATA DA RODADA)
       FD ORDER-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 ORDER-RECORD.
           05 ORD-COR              PIC X(15).
           05 ORD-QTDE             PIC 9(05)V99.
           05 ORD-DATA             PIC 9(08).
           05 FILLER               PIC X(50).
      *
      *--- MESMO LAYOUT DO COLR-RECORD DO CORMIX/MYCLRLD
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
      *--- ESTOQUE POR COR-BASE
       FD ESTQ-FILE
          RECORD CONTAINS 100 CHARACTERS.
       COPY MYESTQC.
      *
      *--- LOTES DE FORNECEDOR POR COR-BASE
       FD LOTE-FILE
          RECORD CONTAINS 80 CHARACTERS.
       COPY MYLOTEC.
      *
      *--- GENEALOGIA: LOTE DE PRODUCAO X LOTES DE FORNECEDOR
       FD GENE-FILE
          RECORD CONTAINS 100 CHARACTERS.
       COPY MYGENEC.
      *
      *--- ORDENS RETIDAS POR FALTA DE ESTOQUE (MESMO LAYOUT DO
      *--- ORDER-RECORD)
       FD HOLD-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 HOLD-RECORD              PIC X(80).
      *
      *--- ORDENS LIBERADAS, COM O LOTE DE PRODUCAO (ENTRADA DO
      *--- MYPLANO)
       FD ORDLIB-FILE
          RECORD CONTAINS 80 CHARACTERS.
       COPY MYORDLC.
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
           05 WS-COLR-FILE-STATUS   PIC X(02).
              88 WS-COLR-OK         VALUE '00'.
              88 WS-COLR-EOF        VALUE '10'.
           05 WS-HIST-FILE-STATUS   PIC X(02).
              88 WS-HIST-OK         VALUE '00'.
              88 WS-HIST-EOF        VALUE '10'.
           05 WS-ESTQ-FILE-STATUS   PIC X(02).
              88 WS-ESTQ-OK         VALUE '00'.
              88 WS-ESTQ-NOTFND     VALUE '23'.
           05 WS-LOTE-FILE-STATUS   PIC X(02).
              88 WS-LOTE-OK         VALUE '00'.
              88 WS-LOTE-EOF        VALUE '10'.
              88 WS-LOTE-NOTFND     VALUE '23'.
      *--- '02' = CHAVE ALTERNATIVA DUPLICADA (NORMAL NO GENEFILE)
           05 WS-GENE-FILE-STATUS   PIC X(02).
              88 WS-GENE-OK         VALUE '00' '02'.
              88 WS-GENE-EOF        VALUE '10'.
              88 WS-GENE-DUPKEY     VALUE '22'.
              88 WS-GENE-NOTFND     VALUE '23'.
           05 WS-HOLD-FILE-STATUS   PIC X(02).
              88 WS-HOLD-OK         VALUE '00'.
           05 WS-ORDLIB-FILE-STATUS PIC X(02).
              88 WS-ORDLIB-OK       VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
           05 WS-COUNT-ORDENS       PIC 9(05) VALUE ZERO.
           05 WS-COUNT-RESOLVIDAS   PIC 9(05) VALUE ZERO.
           05 WS-COUNT-SEM-CADEIA   PIC 9(05) VALUE ZERO.
           05 WS-COUNT-RETIDAS      PIC 9(05) VALUE ZERO.
      *
      *--- CONFERENCIA DE ESTOQUE DA ORDEM CORRENTE
       01 WS-ESTOQUE-CONTROLE.
           05 WS-HOJE               PIC 9(08) VALUE ZERO.
           05 WS-FALTA-FLAG         PIC X(01) VALUE 'N'.
              88 WS-HA-FALTA        VALUE 'S'.
              88 WS-ESTOQUE-COBRE   VALUE 'N'.
      *
      *--- LOTE DE PRODUCAO DA ORDEM E CONSUMO DOS LOTES DE FORNECEDOR
       01 WS-LOTE-CONTROLE.
           05 WS-LOTE-PROD          PIC X(12).
           05 WS-LOTE-PROD-R REDEFINES WS-LOTE-PROD.
              10 WS-LP-DATA         PIC 9(08).
              10 WS-LP-SEQ          PIC 9(04).
           05 WS-ULT-SEQ-LOTE       PIC 9(04) VALUE ZERO.
           05 WS-RESTANTE           PIC 9(07)V99.
           05 WS-TIRADO             PIC 9(07)V99.
           05 WS-LOTE-FORN          PIC X(20).
           05 WS-FIM-LOTES-FLAG     PIC X(01).
              88 WS-FIM-LOTES       VALUE 'S'.
      *
      *--- CATALOGO EM MEMORIA: CORES (COM CUSTO) E REGRAS, CADA
      *--- VERSAO COM O PERIODO EM QUE VALE (DE <= DATA < ATE)
       01 WS-CORES-CONTROLE.
           05 WS-QTD-CORES          PIC 9(03) VALUE ZERO.
           05 WS-COR-DEF OCCURS 300 TIMES
                         INDEXED BY WS-COR-IDX.
              10 WS-DEF-NOME        PIC X(15).
              10 WS-DEF-CUSTO       PIC 9(05)V99.
              10 WS-DEF-VIG-DE      PIC 9(08).
              10 WS-DEF-VIG-ATE     PIC 9(08).
      *
       01 WS-REGRAS-CONTROLE.
           05 WS-QTD-REGRAS         PIC 9(03) VALUE ZERO.
           05 WS-REGRA OCCURS 600 TIMES
                       INDEXED BY WS-REGRA-IDX.
              10 WS-REG-COR-1       PIC X(15).
              10 WS-REG-COR-2       PIC X(15).
              10 WS-REG-RESULTADO   PIC X(15).
              10 WS-REG-VIG-DE      PIC 9(08).
              10 WS-REG-VIG-ATE     PIC 9(08).
      *
       01 WS-RECEITAS-CONTROLE.
           05 WS-QTD-RECEITAS       PIC 9(03) VALUE ZERO.
           05 WS-RECEITA OCCURS 800 TIMES
                         INDEXED BY WS-RCT-IDX.
              10 WS-RCT-RESULTADO   PIC X(15).
              10 WS-RCT-COMPONENTE  PIC X(15).
              10 WS-RCT-PCT         PIC 9(03)V9.
              10 WS-RCT-VIG-DE      PIC 9(08).
              10 WS-RCT-VIG-ATE     PIC 9(08).
      *
      *--- CARGA DAS VERSOES: ENTRADA CORRENTE DO COLRHIST E A
      *--- POSICAO DA SUA ULTIMA VERSAO NA TABELA (ZERO = NENHUMA EM
      *--- ABERTO), PARA FECHAR O PERIODO QUANDO A SEGUINTE CHEGA
       01 WS-VERSOES-CONTROLE.
           05 WS-DATA-ORDEM         PIC 9(08) VALUE ZERO.
           05 WS-CHAVE-ENTRADA      PIC X(31) VALUE SPACES.
           05 WS-ULT-POSICAO        PIC 9(03) VALUE ZERO.
      *
      *--- PILHA DE DECOMPOSICAO: CADA NIVEL DIVIDE A QUANTIDADE
      *--- PELOS % DA RECEITA OU MEIO A MEIO ENTRE OS COMPONENTES DA
      *--- REGRA. O LIMITE DE PASSOS PROTEGE CONTRA CICLO NO CATALOGO.
       01 WS-PILHA-CONTROLE.
           05 WS-PILHA-TOPO         PIC 9(03) VALUE ZERO.
           05 WS-PASSOS             PIC 9(05) VALUE ZERO.
           05 WS-ATU-METADE         PIC 9(07)V99.
           05 WS-ACHOU-REGRA        PIC X(01).
              88 WS-REGRA-ACHADA    VALUE 'S'.
      *--- RECEITA DA COR CORRENTE NA DATA DA ORDEM: QUANTAS LINHAS,
      *--- A SOMA DOS % E O QUE JA FOI DISTRIBUIDO AOS COMPONENTES
           05 WS-RCT-QTD-LINHAS     PIC 9(03) VALUE ZERO.
           05 WS-RCT-LINHA          PIC 9(03) VALUE ZERO.
           05 WS-RCT-TOTAL-PCT      PIC 9(05)V9 VALUE ZERO.
           05 WS-RCT-DISTRIBUIDO    PIC 9(07)V99 VALUE ZERO.
           05 WS-ACHOU-COR          PIC X(01).
              88 WS-COR-ACHADA      VALUE 'S'.
           05 WS-COR-BUSCADA        PIC X(15).
                            INDEXED BY WS-BAS-IDX.
              10 WS-BAS-COR         PIC X(15).
              10 WS-BAS-QTDE        PIC 9(07)V99.
              10 WS-BAS-DISPON      PIC 9(07)V99.
           05 WS-QTD-BASES-DIA      PIC 9(03) VALUE ZERO.
           05 WS-BASE-DIA OCCURS 100 TIMES
                          INDEXED BY WS-DIA-IDX.
           05 RPT-ORD-QTDE         PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(04) VALUE ' DE '.
           05 RPT-ORD-COR          PIC X(15).
           05 FILLER               PIC X(15) VALUE ' - CATALOGO DE '.
           05 RPT-ORD-DATA         PIC 9(08).
           05 FILLER               PIC X(75) VALUE SPACES.
       01 RPT-PICK-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 RPT-PICK-COR         PIC X(15).
              'CUSTO ESTIMADO DA ORDEM '.
           05 RPT-CUS-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(90) VALUE SPACES.
       01 RPT-LOTE-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE
              'LOTE DE PRODUCAO: '.
           05 RPT-LOT-NUMERO       PIC X(12).
           05 FILLER               PIC X(98) VALUE SPACES.
       01 RPT-GEN-LINE.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 RPT-GEN-COR          PIC X(15).
           05 FILLER               PIC X(12) VALUE ' LOTE FORN. '.
           05 RPT-GEN-LOTE-FORN    PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-GEN-QTDE         PIC ZZZZ.ZZ9,99.
           05 FILLER               PIC X(66) VALUE SPACES.
       01 RPT-FALHA-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(45) VALUE
              '*** ALVO SEM CADEIA DE REGRAS NO CATALOGO ***'.
           05 FILLER               PIC X(83) VALUE SPACES.
       01 RPT-RETIDA-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(48) VALUE
              '*** ORDEM RETIDA - ESTOQUE NAO COBRE A ORDEM ***'.
           05 FILLER               PIC X(80) VALUE SPACES.
       01 RPT-FALTA-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 RPT-FAL-COR          PIC X(15).
           05 FILLER               PIC X(12) VALUE ' NECESSARIO '.
           05 RPT-FAL-QTDE         PIC ZZZZ.ZZ9,99.
           05 FILLER               PIC X(12) VALUE ' DISPONIVEL '.
           05 RPT-FAL-DISPON       PIC ZZZZ.ZZ9,99.
           05 FILLER               PIC X(67) VALUE SPACES.
       01 RPT-TOT-TITULO.
           05 FILLER PIC X(37) VALUE
              'CONSUMO TOTAL DO DIA POR COR-BASE    '.
              'CUSTO ESTIMADO DO DIA '.
           05 RPT-TOTC-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(92) VALUE SPACES.
       01 RPT-TOT-RETIDAS-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(37) VALUE
              'ORDENS RETIDAS POR FALTA DE ESTOQUE: '.
           05 RPT-TOTR-QTDE        PIC ZZ.ZZ9.
           05 FILLER               PIC X(85) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'PROGRAMA MYPRODRN CONCLUIDO. ORDENS: '
                   WS-COUNT-ORDENS ' RESOLVIDAS: '
                   WS-COUNT-RESOLVIDAS ' SEM CADEIA: '
                   WS-COUNT-SEM-CADEIA ' RETIDAS: '
                   WS-COUNT-RETIDAS.
           IF WS-COUNT-SEM-CADEIA > ZERO
              OR WS-COUNT-RETIDAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
      *
           OPEN INPUT ORDER-FILE.
           IF NOT WS-ORDER-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ORDER-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN I-O ESTQ-FILE.
           IF NOT WS-ESTQ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ESTQ-FILE'
              DISPLAY 'FILE STATUS: ' WS-ESTQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN I-O LOTE-FILE.
           IF NOT WS-LOTE-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO LOTE-FILE'
              DISPLAY 'FILE STATUS: ' WS-LOTE-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN I-O GENE-FILE.
           IF NOT WS-GENE-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GENE-FILE'
              DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 1200-ULTIMO-LOTE-DO-DIA.
      *
           OPEN OUTPUT HOLD-FILE.
           IF NOT WS-HOLD-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO HOLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-HOLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT ORDLIB-FILE.
           IF NOT WS-ORDLIB-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ORDLIB-FILE'
              DISPLAY 'FILE STATUS: ' WS-ORDLIB-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           PERFORM 1100-CARREGAR-CATALOGO.
      *
           EXIT.
      *
      *--- CARREGA O CATALOGO COMPARTILHADO INTEIRO EM MEMORIA:
      *--- CORES (COM CUSTO UNITARIO) E REGRAS DE MISTURA - TODAS AS
      *--- VERSOES APROVADAS DO COLRHIST OU, SEM ELE, O COLRFILE
       1100-CARREGAR-CATALOGO.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-OK
              PERFORM 1160-CARREGAR-VERSAO UNTIL WS-HIST-EOF
              CLOSE HIST-FILE
           END-IF.
           IF WS-QTD-CORES = ZERO AND WS-QTD-REGRAS = ZERO
              OPEN INPUT COLR-FILE
              IF NOT WS-COLR-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA DO COLR-FILE'
                 DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              PERFORM 1150-CARREGAR-ENTRADA UNTIL WS-COLR-EOF
              CLOSE COLR-FILE
           END-IF.
           IF WS-QTD-REGRAS = ZERO AND WS-QTD-RECEITAS = ZERO
              DISPLAY 'MYP001 - CATALOGO SEM REGRAS DE MISTURA NEM '
                      'RECEITAS' UPON CONSOLE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
           IF WS-COLR-OK
              EVALUATE COLR-TIPO
                  WHEN 'C'
                      IF WS-QTD-CORES < 300
                         ADD 1 TO WS-QTD-CORES
                         SET WS-COR-IDX TO WS-QTD-CORES
                         MOVE COLR-CAMPO-1
                             TO WS-DEF-NOME(WS-COR-IDX)
                         MOVE COLR-CUSTO
                             TO WS-DEF-CUSTO(WS-COR-IDX)
                         MOVE ZERO TO WS-DEF-VIG-DE(WS-COR-IDX)
                         MOVE 99999999 TO WS-DEF-VIG-ATE(WS-COR-IDX)
                      END-IF
                  WHEN 'M'
                      IF WS-QTD-REGRAS < 600
                         ADD 1 TO WS-QTD-REGRAS
                         SET WS-REGRA-IDX TO WS-QTD-REGRAS
                         MOVE COLR-CAMPO-1
                             TO WS-REG-COR-2(WS-REGRA-IDX)
                         MOVE COLR-RESULTADO
                             TO WS-REG-RESULTADO(WS-REGRA-IDX)
                         MOVE ZERO TO WS-REG-VIG-DE(WS-REGRA-IDX)
                         MOVE 99999999 TO WS-REG-VIG-ATE(WS-REGRA-IDX)
                      END-IF
                  WHEN 'R'
                      IF WS-QTD-RECEITAS < 800
                         ADD 1 TO WS-QTD-RECEITAS
                         SET WS-RCT-IDX TO WS-QTD-RECEITAS
                         MOVE COLR-CAMPO-1
                             TO WS-RCT-RESULTADO(WS-RCT-IDX)
                         MOVE COLR-CAMPO-2
                             TO WS-RCT-COMPONENTE(WS-RCT-IDX)
                         MOVE COLR-PERCENTUAL
                             TO WS-RCT-PCT(WS-RCT-IDX)
                         MOVE ZERO TO WS-RCT-VIG-DE(WS-RCT-IDX)
                         MOVE 99999999 TO WS-RCT-VIG-ATE(WS-RCT-IDX)
                      END-IF
              END-EVALUATE
           ELSE
           END-IF.
           EXIT.
      *
      *--- UMA VERSAO DO COLRHIST. SO AS APROVADAS CONTAM: A VERSAO
      *--- FECHA O PERIODO DA ANTERIOR DA MESMA ENTRADA NA SUA DATA DE
      *--- VIGENCIA E, SE NAO FOR EXCLUSAO, ABRE O SEU ATE 99999999
       1160-CARREGAR-VERSAO.
           READ HIST-FILE.
           IF WS-HIST-OK
              IF HIST-CHAVE(1:31) NOT = WS-CHAVE-ENTRADA
                 MOVE HIST-CHAVE(1:31) TO WS-CHAVE-ENTRADA
                 MOVE ZERO TO WS-ULT-POSICAO
              END-IF
              IF HIST-APROVADA
                 PERFORM 1170-FECHAR-VERSAO-ANTERIOR
                 IF NOT HIST-EXCLUSAO
                    PERFORM 1180-ABRIR-VERSAO
                 END-IF
              END-IF
           ELSE
              IF NOT WS-HIST-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO HIST-FILE'
                 DISPLAY 'FILE STATUS: ' WS-HIST-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       1170-FECHAR-VERSAO-ANTERIOR.
           IF WS-ULT-POSICAO > ZERO
              EVALUATE HIST-TIPO
                  WHEN 'C'
                     MOVE HIST-DATA-VIG
                         TO WS-DEF-VIG-ATE(WS-ULT-POSICAO)
                  WHEN 'R'
                     MOVE HIST-DATA-VIG
                         TO WS-RCT-VIG-ATE(WS-ULT-POSICAO)
                  WHEN OTHER
                     MOVE HIST-DATA-VIG
                         TO WS-REG-VIG-ATE(WS-ULT-POSICAO)
              END-EVALUATE
           END-IF.
           MOVE ZERO TO WS-ULT-POSICAO.
           EXIT.
      *
       1180-ABRIR-VERSAO.
           EVALUATE HIST-TIPO
               WHEN 'C'
                   IF WS-QTD-CORES < 300
                      ADD 1 TO WS-QTD-CORES
                      SET WS-COR-IDX TO WS-QTD-CORES
                      MOVE HIST-CAMPO-1  TO WS-DEF-NOME(WS-COR-IDX)
                      MOVE HIST-CUSTO    TO WS-DEF-CUSTO(WS-COR-IDX)
                      MOVE HIST-DATA-VIG TO WS-DEF-VIG-DE(WS-COR-IDX)
                      MOVE 99999999      TO WS-DEF-VIG-ATE(WS-COR-IDX)
                      MOVE WS-QTD-CORES  TO WS-ULT-POSICAO
                   END-IF
               WHEN 'M'
                   IF WS-QTD-REGRAS < 600
                      ADD 1 TO WS-QTD-REGRAS
                      SET WS-REGRA-IDX TO WS-QTD-REGRAS
                      MOVE HIST-CAMPO-1
                          TO WS-REG-COR-1(WS-REGRA-IDX)
                      MOVE HIST-CAMPO-2
                          TO WS-REG-COR-2(WS-REGRA-IDX)
                      MOVE HIST-RESULTADO
                          TO WS-REG-RESULTADO(WS-REGRA-IDX)
                      MOVE HIST-DATA-VIG
                          TO WS-REG-VIG-DE(WS-REGRA-IDX)
                      MOVE 99999999
                          TO WS-REG-VIG-ATE(WS-REGRA-IDX)
                      MOVE WS-QTD-REGRAS TO WS-ULT-POSICAO
                   END-IF
               WHEN 'R'
                   IF WS-QTD-RECEITAS < 800
                      ADD 1 TO WS-QTD-RECEITAS
                      SET WS-RCT-IDX TO WS-QTD-RECEITAS
                      MOVE HIST-CAMPO-1
                          TO WS-RCT-RESULTADO(WS-RCT-IDX)
                      MOVE HIST-CAMPO-2
                          TO WS-RCT-COMPONENTE(WS-RCT-IDX)
                      MOVE HIST-PERCENTUAL
                          TO WS-RCT-PCT(WS-RCT-IDX)
                      MOVE HIST-DATA-VIG
                          TO WS-RCT-VIG-DE(WS-RCT-IDX)
                      MOVE 99999999
                          TO WS-RCT-VIG-ATE(WS-RCT-IDX)
                      MOVE WS-QTD-RECEITAS TO WS-ULT-POSICAO
                   END-IF
           END-EVALUATE.
           EXIT.
      *
      *--- ULTIMA SEQUENCIA DE LOTE DE PRODUCAO JA GRAVADA HOJE (PASSO
      *--- REPETIDO NO MESMO DIA CONTINUA A NUMERACAO)
       1200-ULTIMO-LOTE-DO-DIA.
           MOVE ZERO TO WS-ULT-SEQ-LOTE.
           MOVE WS-HOJE TO WS-LP-DATA.
           MOVE ZERO    TO WS-LP-SEQ.
           MOVE WS-LOTE-PROD TO GEN-LOTE-PROD.
           START GENE-FILE KEY IS NOT LESS THAN GEN-LOTE-PROD.
           IF WS-GENE-OK
              MOVE 'N' TO WS-FIM-LOTES-FLAG
              PERFORM 1250-LER-LOTE-DO-DIA UNTIL WS-FIM-LOTES
           ELSE
              IF NOT WS-GENE-NOTFND
                 DISPLAY 'ERRO FATAL DE POSICIONAMENTO NO GENE-FILE'
                 DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       1250-LER-LOTE-DO-DIA.
           READ GENE-FILE NEXT RECORD.
           EVALUATE TRUE
               WHEN WS-GENE-OK
                   IF GEN-LP-DATA = WS-HOJE
                      MOVE GEN-LP-SEQ TO WS-ULT-SEQ-LOTE
                   ELSE
                      SET WS-FIM-LOTES TO TRUE
                   END-IF
               WHEN WS-GENE-EOF
                   SET WS-FIM-LOTES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO GENE-FILE'
                   DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
       2000-PROCESS-ORDER.
           ADD 1 TO WS-COUNT-ORDENS.
      *
           IF ORD-DATA IS NUMERIC AND ORD-DATA > ZERO
              MOVE ORD-DATA TO WS-DATA-ORDEM
           ELSE
              MOVE WS-HOJE  TO WS-DATA-ORDEM
           END-IF.
           MOVE ORD-QTDE TO RPT-ORD-QTDE.
           MOVE ORD-COR  TO RPT-ORD-COR.
           MOVE WS-DATA-ORDEM TO RPT-ORD-DATA.
           WRITE RPT-RECORD FROM RPT-ORDEM-LINE.
      *
      *--- DECOMPOE O ALVO PELAS RECEITAS E REGRAS ATE SOBRAREM SO
      *--- CORES-BASE
           MOVE ZERO TO WS-QTD-BASES-ORDEM.
           MOVE ZERO TO WS-CUSTO-ORDEM.
           MOVE ZERO TO WS-PASSOS.
              WRITE RPT-RECORD FROM RPT-FALHA-LINE
           ELSE
              ADD 1 TO WS-COUNT-RESOLVIDAS
              PERFORM 2400-CONFERIR-ESTOQUE
              IF WS-HA-FALTA
                 ADD 1 TO WS-COUNT-RETIDAS
                 WRITE RPT-RECORD FROM RPT-RETIDA-LINE
                 PERFORM 2450-LISTAR-FALTAS
                 PERFORM 4100-WRITE-HOLD
              ELSE
                 PERFORM 2300-LISTAR-SEPARACAO
                 MOVE WS-CUSTO-ORDEM TO RPT-CUS-VALOR
                 WRITE RPT-RECORD FROM RPT-CUSTO-LINE
      *--- SO A ORDEM LIBERADA ENTRA NOS TOTAIS DO DIA: UMA CADEIA
      *--- QUEBRADA NO MEIO OU UMA ORDEM RETIDA NAO PODEM DEIXAR
      *--- QUANTIDADES INFLANDO O RESUMO DE CONSUMO QUE O LABORATORIO
      *--- SEPARA
                 PERFORM 2350-SOMAR-CONSUMO-DIA
                 ADD WS-CUSTO-ORDEM TO WS-CUSTO-DIA
                 PERFORM 2550-NUMERAR-LOTE
                 PERFORM 2500-BAIXAR-ESTOQUE
                 PERFORM 4500-WRITE-ORDLIB
              END-IF
           END-IF.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
      *
           PERFORM 4000-READ-NEXT-ORDER.
           EXIT.
      *
      *--- DESEMPILHA UM ITEM. SE A COR TEM RECEITA, EMPILHA CADA
      *--- COMPONENTE COM O SEU % DA QUANTIDADE; SENAO, SE EXISTE
      *--- REGRA CUJO RESULTADO E A COR, EMPILHA OS DOIS COMPONENTES
      *--- COM METADE DA QUANTIDADE CADA; SENAO, SE A COR E
      *--- CADASTRADA, E COR-BASE E VAI PARA O CONSUMO. COR SEM
      *--- RECEITA, SEM REGRA E NAO CADASTRADA = CADEIA QUEBRADA.
       2100-RESOLVER-ITEM.
           ADD 1 TO WS-PASSOS.
           IF WS-PASSOS > 500
              MOVE WS-PIL-COR(WS-PILHA-TOPO)  TO WS-ATU-COR
              MOVE WS-PIL-QTDE(WS-PILHA-TOPO) TO WS-ATU-QTDE
              SUBTRACT 1 FROM WS-PILHA-TOPO
              PERFORM 2170-PROCURAR-RECEITA
              IF WS-RCT-QTD-LINHAS > ZERO
                 PERFORM 2180-EMPILHAR-RECEITA
              ELSE
                 PERFORM 2110-RESOLVER-SEM-RECEITA
              END-IF
           END-IF.
           EXIT.
      *
       2110-RESOLVER-SEM-RECEITA.
           PERFORM 2150-PROCURAR-REGRA.
           IF WS-REGRA-ACHADA
              COMPUTE WS-ATU-METADE ROUNDED = WS-ATU-QTDE / 2
              IF WS-PILHA-TOPO > 198
                 SET WS-CICLO-DETECTADO TO TRUE
              ELSE
                 ADD 1 TO WS-PILHA-TOPO
                 MOVE WS-REG-COR-1(WS-REGRA-IDX)
                     TO WS-PIL-COR(WS-PILHA-TOPO)
                 MOVE WS-ATU-METADE
                     TO WS-PIL-QTDE(WS-PILHA-TOPO)
                 ADD 1 TO WS-PILHA-TOPO
                 MOVE WS-REG-COR-2(WS-REGRA-IDX)
                     TO WS-PIL-COR(WS-PILHA-TOPO)
                 COMPUTE WS-PIL-QTDE(WS-PILHA-TOPO) =
                     WS-ATU-QTDE - WS-ATU-METADE
              END-IF
           ELSE
              MOVE WS-ATU-COR TO WS-COR-BUSCADA
              PERFORM 2160-PROCURAR-COR
              IF WS-COR-ACHADA
                 PERFORM 2200-ACUMULAR-CONSUMO
              ELSE
                 SET WS-CICLO-DETECTADO TO TRUE
              END-IF
           END-IF.
           EXIT.
           PERFORM UNTIL WS-REGRA-IDX > WS-QTD-REGRAS
                      OR WS-REGRA-ACHADA
               IF WS-REG-RESULTADO(WS-REGRA-IDX) = WS-ATU-COR
                  AND WS-REG-VIG-DE(WS-REGRA-IDX) NOT > WS-DATA-ORDEM
                  AND WS-REG-VIG-ATE(WS-REGRA-IDX) > WS-DATA-ORDEM
                  SET WS-REGRA-ACHADA TO TRUE
               ELSE
                  SET WS-REGRA-IDX UP BY 1
               END-IF
           END-PERFORM.
           EXIT.
      *
      *--- LINHAS DA RECEITA DE WS-ATU-COR VALIDAS NA DATA DA ORDEM
       2170-PROCURAR-RECEITA.
           MOVE ZERO TO WS-RCT-QTD-LINHAS.
           MOVE ZERO TO WS-RCT-TOTAL-PCT.
           SET WS-RCT-IDX TO 1.
           PERFORM UNTIL WS-RCT-IDX > WS-QTD-RECEITAS
               IF WS-RCT-RESULTADO(WS-RCT-IDX) = WS-ATU-COR
                  AND WS-RCT-VIG-DE(WS-RCT-IDX) NOT > WS-DATA-ORDEM
                  AND WS-RCT-VIG-ATE(WS-RCT-IDX) > WS-DATA-ORDEM
                  ADD 1 TO WS-RCT-QTD-LINHAS
                  ADD WS-RCT-PCT(WS-RCT-IDX) TO WS-RCT-TOTAL-PCT
               END-IF
               SET WS-RCT-IDX UP BY 1
           END-PERFORM.
           IF WS-RCT-TOTAL-PCT = ZERO
              MOVE ZERO TO WS-RCT-QTD-LINHAS
           END-IF.
           EXIT.
      *
      *--- EMPILHA OS COMPONENTES DA RECEITA, CADA UM COM A SUA PARTE
      *--- DA QUANTIDADE (O ULTIMO FICA COM O QUE SOBROU)
       2180-EMPILHAR-RECEITA.
           IF WS-PILHA-TOPO + WS-RCT-QTD-LINHAS > 200
              SET WS-CICLO-DETECTADO TO TRUE
           ELSE
              MOVE ZERO TO WS-RCT-LINHA
              MOVE ZERO TO WS-RCT-DISTRIBUIDO
              SET WS-RCT-IDX TO 1
              PERFORM UNTIL WS-RCT-IDX > WS-QTD-RECEITAS
                  IF WS-RCT-RESULTADO(WS-RCT-IDX) = WS-ATU-COR
                     AND WS-RCT-VIG-DE(WS-RCT-IDX) NOT > WS-DATA-ORDEM
                     AND WS-RCT-VIG-ATE(WS-RCT-IDX) > WS-DATA-ORDEM
                     ADD 1 TO WS-RCT-LINHA
                     ADD 1 TO WS-PILHA-TOPO
                     MOVE WS-RCT-COMPONENTE(WS-RCT-IDX)
                         TO WS-PIL-COR(WS-PILHA-TOPO)
                     IF WS-RCT-LINHA = WS-RCT-QTD-LINHAS
                        COMPUTE WS-PIL-QTDE(WS-PILHA-TOPO) =
                            WS-ATU-QTDE - WS-RCT-DISTRIBUIDO
                     ELSE
                        COMPUTE WS-PIL-QTDE(WS-PILHA-TOPO) ROUNDED =
                            WS-ATU-QTDE * WS-RCT-PCT(WS-RCT-IDX)
                            / WS-RCT-TOTAL-PCT
                        ADD WS-PIL-QTDE(WS-PILHA-TOPO)
                            TO WS-RCT-DISTRIBUIDO
                     END-IF
                  END-IF
                  SET WS-RCT-IDX UP BY 1
              END-PERFORM
           END-IF.
           EXIT.
      *
       2160-PROCURAR-COR.
           MOVE 'N'  TO WS-ACHOU-COR.
           PERFORM UNTIL WS-COR-IDX > WS-QTD-CORES
                      OR WS-COR-ACHADA
               IF WS-DEF-NOME(WS-COR-IDX) = WS-COR-BUSCADA
                  AND WS-DEF-VIG-DE(WS-COR-IDX) NOT > WS-DATA-ORDEM
                  AND WS-DEF-VIG-ATE(WS-COR-IDX) > WS-DATA-ORDEM
                  SET WS-COR-ACHADA TO TRUE
                  MOVE WS-DEF-CUSTO(WS-COR-IDX) TO WS-CUSTO-ACHADO
               ELSE
                  TO WS-DIA-QTDE(WS-DIA-IDX)
           END-IF.
           EXIT.
      *
      *--- CONFERE CADA COR-BASE DA ORDEM CONTRA O SALDO ATUAL. COR
      *--- SEM REGISTRO NO ESTQFILE CONTA COMO SALDO ZERO.
       2400-CONFERIR-ESTOQUE.
           SET WS-ESTOQUE-COBRE TO TRUE.
           SET WS-BAS-IDX TO 1.
           PERFORM UNTIL WS-BAS-IDX > WS-QTD-BASES-ORDEM
               MOVE WS-BAS-COR(WS-BAS-IDX) TO ESTQ-COR
               PERFORM 4200-READ-ESTOQUE
               IF WS-ESTQ-OK
                  MOVE ESTQ-QTDE-ATUAL TO WS-BAS-DISPON(WS-BAS-IDX)
               ELSE
                  MOVE ZERO TO WS-BAS-DISPON(WS-BAS-IDX)
               END-IF
               IF WS-BAS-DISPON(WS-BAS-IDX) < WS-BAS-QTDE(WS-BAS-IDX)
                  SET WS-HA-FALTA TO TRUE
               END-IF
               SET WS-BAS-IDX UP BY 1
           END-PERFORM.
           EXIT.
      *
      *--- LISTA SO AS CORES-BASE QUE FALTAM NA ORDEM RETIDA
       2450-LISTAR-FALTAS.
           SET WS-BAS-IDX TO 1.
           PERFORM UNTIL WS-BAS-IDX > WS-QTD-BASES-ORDEM
               IF WS-BAS-DISPON(WS-BAS-IDX) < WS-BAS-QTDE(WS-BAS-IDX)
                  MOVE WS-BAS-COR(WS-BAS-IDX)    TO RPT-FAL-COR
                  MOVE WS-BAS-QTDE(WS-BAS-IDX)   TO RPT-FAL-QTDE
                  MOVE WS-BAS-DISPON(WS-BAS-IDX) TO RPT-FAL-DISPON
                  WRITE RPT-RECORD FROM RPT-FALTA-LINE
               END-IF
               SET WS-BAS-IDX UP BY 1
           END-PERFORM.
           EXIT.
      *
      *--- BAIXA O CONSUMO DA ORDEM LIBERADA NO ESTOQUE. O PRIMEIRO
      *--- MOVIMENTO DO DIA VIRA O DIA DO ITEM (MYESTQC).
       2500-BAIXAR-ESTOQUE.
           SET WS-BAS-IDX TO 1.
           PERFORM UNTIL WS-BAS-IDX > WS-QTD-BASES-ORDEM
               MOVE WS-BAS-COR(WS-BAS-IDX) TO ESTQ-COR
               PERFORM 4200-READ-ESTOQUE
               IF NOT WS-ESTQ-OK
                  DISPLAY 'ERRO FATAL DE LEITURA NO ESTQ-FILE'
                  DISPLAY 'FILE STATUS: ' WS-ESTQ-FILE-STATUS
                  PERFORM 9900-FILE-ERROR-ABEND
               END-IF
               IF ESTQ-DATA-MOVTO NOT = WS-HOJE
                  PERFORM 2510-VIRAR-DIA
               END-IF
               SUBTRACT WS-BAS-QTDE(WS-BAS-IDX) FROM ESTQ-QTDE-ATUAL
               ADD WS-BAS-QTDE(WS-BAS-IDX) TO ESTQ-CONSUMO-DIA
               PERFORM 4300-REWRITE-ESTOQUE
               PERFORM 2600-CONSUMIR-LOTES
               SET WS-BAS-IDX UP BY 1
           END-PERFORM.
           EXIT.
      *
      *--- PROXIMO LOTE DE PRODUCAO DO DIA PARA A ORDEM LIBERADA
       2550-NUMERAR-LOTE.
           ADD 1 TO WS-ULT-SEQ-LOTE.
           MOVE WS-HOJE         TO WS-LP-DATA.
           MOVE WS-ULT-SEQ-LOTE TO WS-LP-SEQ.
           MOVE WS-LOTE-PROD    TO RPT-LOT-NUMERO.
           WRITE RPT-RECORD FROM RPT-LOTE-LINE.
           EXIT.
      *
      *--- CONSOME A QUANTIDADE DA COR-BASE CORRENTE (WS-BAS-IDX) DOS
      *--- LOTES DE FORNECEDOR, DO MAIS ANTIGO PARA O MAIS NOVO. O QUE
      *--- OS LOTES NAO COBREM VAI PARA A GENEALOGIA COMO 'SEM LOTE'.
       2600-CONSUMIR-LOTES.
           MOVE WS-BAS-QTDE(WS-BAS-IDX) TO WS-RESTANTE.
           MOVE WS-BAS-COR(WS-BAS-IDX)  TO LOTE-COR.
           MOVE ZERO TO LOTE-DATA-ENTRADA.
           MOVE ZERO TO LOTE-HORA-ENTRADA.
           MOVE 'N' TO WS-FIM-LOTES-FLAG.
           START LOTE-FILE KEY IS NOT LESS THAN LOTE-CHAVE.
           EVALUATE TRUE
               WHEN WS-LOTE-OK
                   PERFORM 2610-CONSUMIR-PROXIMO-LOTE
                       UNTIL WS-FIM-LOTES OR WS-RESTANTE = ZERO
               WHEN WS-LOTE-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE POSICIONAMENTO NO LOTE-FILE'
                   DISPLAY 'FILE STATUS: ' WS-LOTE-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           IF WS-RESTANTE > ZERO
              MOVE 'SEM LOTE'  TO WS-LOTE-FORN
              MOVE WS-RESTANTE TO WS-TIRADO
              PERFORM 2650-GRAVAR-GENEALOGIA
           END-IF.
           EXIT.
      *
       2610-CONSUMIR-PROXIMO-LOTE.
           READ LOTE-FILE NEXT RECORD.
           EVALUATE TRUE
               WHEN WS-LOTE-OK
                   IF LOTE-COR NOT = WS-BAS-COR(WS-BAS-IDX)
                      SET WS-FIM-LOTES TO TRUE
                   ELSE
                      IF LOTE-QTDE-SALDO > ZERO
                         IF LOTE-QTDE-SALDO < WS-RESTANTE
                            MOVE LOTE-QTDE-SALDO TO WS-TIRADO
                         ELSE
                            MOVE WS-RESTANTE TO WS-TIRADO
                         END-IF
                         SUBTRACT WS-TIRADO FROM LOTE-QTDE-SALDO
                         SUBTRACT WS-TIRADO FROM WS-RESTANTE
                         PERFORM 4400-REWRITE-LOTE
                         MOVE LOTE-FORNECEDOR TO WS-LOTE-FORN
                         PERFORM 2650-GRAVAR-GENEALOGIA
                      END-IF
                   END-IF
               WHEN WS-LOTE-EOF
                   SET WS-FIM-LOTES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO LOTE-FILE'
                   DISPLAY 'FILE STATUS: ' WS-LOTE-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- UMA LINHA DE GENEALOGIA (LOTE DE PRODUCAO DA ORDEM, COR-BASE
      *--- CORRENTE, WS-LOTE-FORN, WS-TIRADO). DOIS LOTES DE ENTRADA
      *--- COM O MESMO NUMERO DO FORNECEDOR SOMAM NA MESMA LINHA.
       2650-GRAVAR-GENEALOGIA.
           MOVE WS-BAS-COR(WS-BAS-IDX) TO GEN-COR.
           MOVE WS-LOTE-FORN          TO GEN-LOTE-FORN.
           MOVE WS-LOTE-PROD          TO GEN-LOTE-PROD.
           MOVE WS-HOJE               TO GEN-DATA.
           MOVE WS-COUNT-ORDENS       TO GEN-ORD-SEQ.
           MOVE ORD-COR               TO GEN-ORD-COR.
           MOVE ORD-QTDE              TO GEN-ORD-QTDE.
           MOVE WS-TIRADO             TO GEN-QTDE.
           WRITE GEN-RECORD.
           IF WS-GENE-DUPKEY
              READ GENE-FILE
              IF WS-GENE-OK
                 ADD WS-TIRADO TO GEN-QTDE
                 REWRITE GEN-RECORD
              END-IF
           END-IF.
           IF NOT WS-GENE-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO GENE-FILE'
              DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-BAS-COR(WS-BAS-IDX) TO RPT-GEN-COR.
           MOVE WS-LOTE-FORN          TO RPT-GEN-LOTE-FORN.
           MOVE WS-TIRADO             TO RPT-GEN-QTDE.
           WRITE RPT-RECORD FROM RPT-GEN-LINE.
           EXIT.
      *
       2510-VIRAR-DIA.
           MOVE WS-HOJE         TO ESTQ-DATA-MOVTO.
           MOVE ESTQ-QTDE-ATUAL TO ESTQ-SALDO-ABERTURA.
           MOVE ZERO            TO ESTQ-ENTRADAS-DIA.
           MOVE ZERO            TO ESTQ-CONSUMO-DIA.
           MOVE ZERO            TO ESTQ-AJUSTE-DIA.
           EXIT.
      *
       2300-LISTAR-SEPARACAO.
           SET WS-BAS-IDX TO 1.
           END-PERFORM.
           MOVE WS-CUSTO-DIA TO RPT-TOTC-VALOR.
           WRITE RPT-RECORD FROM RPT-TOT-CUSTO-LINE.
           MOVE WS-COUNT-RETIDAS TO RPT-TOTR-QTDE.
           WRITE RPT-RECORD FROM RPT-TOT-RETIDAS-LINE.
      *
           CLOSE ORDER-FILE ESTQ-FILE LOTE-FILE GENE-FILE
                 HOLD-FILE ORDLIB-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
              END-IF
           END-IF.
           EXIT.
      *
       4100-WRITE-HOLD.
           WRITE HOLD-RECORD FROM ORDER-RECORD.
           IF NOT WS-HOLD-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO HOLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-HOLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- LEITURA DIRETA PELA COR-BASE JA MOVIDA PARA ESTQ-COR.
      *--- NAO ENCONTRADA VOLTA COM WS-ESTQ-NOTFND PARA O CHAMADOR.
       4200-READ-ESTOQUE.
           READ ESTQ-FILE.
           IF NOT WS-ESTQ-OK AND NOT WS-ESTQ-NOTFND
              DISPLAY 'ERRO FATAL DE LEITURA NO ESTQ-FILE'
              DISPLAY 'FILE STATUS: ' WS-ESTQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4300-REWRITE-ESTOQUE.
           REWRITE ESTQ-RECORD.
           IF NOT WS-ESTQ-OK
              DISPLAY 'ERRO FATAL DE REGRAVACAO NO ESTQ-FILE'
              DISPLAY 'FILE STATUS: ' WS-ESTQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4400-REWRITE-LOTE.
           REWRITE LOTE-RECORD.
           IF NOT WS-LOTE-OK
              DISPLAY 'ERRO FATAL DE REGRAVACAO NO LOTE-FILE'
              DISPLAY 'FILE STATUS: ' WS-LOTE-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- ORDEM LIBERADA COM O LOTE DE PRODUCAO, PARA O MYPLANO
       4500-WRITE-ORDLIB.
           MOVE SPACES          TO LIB-RECORD.
           MOVE WS-LOTE-PROD    TO LIB-LOTE-PROD.
           MOVE ORD-COR         TO LIB-COR.
           MOVE ORD-QTDE        TO LIB-QTDE.
           MOVE WS-COUNT-ORDENS TO LIB-ORD-SEQ.
           MOVE WS-HOJE         TO LIB-DATA.
           WRITE LIB-RECORD.
           IF NOT WS-ORDLIB-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO ORDLIB-FILE'
              DISPLAY 'FILE STATUS: ' WS-ORDLIB-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
