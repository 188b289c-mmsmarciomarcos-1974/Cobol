       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYPLANO.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - PLANO DE PRODUCAO DO TURNO POR TANQUE
      *
      * O MYPRODRN LIBERA AS ORDENS E DA A LISTA DE SEPARACAO, MAS
      * QUAL TANQUE RODA QUAL ORDEM, E EM QUE ORDEM, O LABORATORIO
      * DECIDIA NA MAO - E CADA VEZ QUE UM TANQUE PASSA DE UMA COR
      * ESCURA PARA UMA CLARA PERDE A LIMPEZA (CERCA DE UMA HORA).
      * ESTE PROGRAMA LE AS ORDENS LIBERADAS (ORDLIBDD, COPYBOOK
      * MYORDLC), O CADASTRO DE TANQUES (TANQFILE, COPYBOOK MYTANQC)
      * E O RGB DAS CORES NO CATALOGO COMPARTILHADO (COLRFILE), E:
      *
      *   1. DIVIDE A ORDEM MAIOR QUE O MAIOR TANQUE EM PARTES IGUAIS
      *      QUE CAIBAM NELE;
      *   2. ORDENA AS PARTES DA MAIS CLARA PARA A MAIS ESCURA PELA
      *      LUMINANCIA DO RGB DO CATALOGO (299 R + 587 G + 114 B),
      *      COM A MESMA COR JUNTA;
      *   3. PASSA CADA PARTE, NESSA ORDEM, PARA O TANQUE ATIVO COM
      *      CAPACIDADE QUE A TERMINA MAIS CEDO (EMPATE: O MENOR
      *      TANQUE), SOMANDO A LIMPEZA QUANDO O TANQUE VEM DE UMA COR
      *      MAIS ESCURA. COMO A FILA JA ESTA DO CLARO PARA O ESCURO,
      *      CADA TANQUE SO LIMPA, NO MAXIMO, ANTES DA PRIMEIRA PARTE
      *      (SE A COR DEIXADA NO TURNO ANTERIOR FOR MAIS ESCURA);
      *   4. LISTA O PLANO POR TANQUE COM INICIO E FIM ESTIMADOS E AS
      *      PARTES QUE NAO CABEM NO TURNO, QUE VAO PARA O PENDDD
      *      (MESMO LAYOUT DO ORDLIBDD) PARA O TURNO SEGUINTE.
      *
      * DURACAO DE UMA PARTE = PREPARO DO TANQUE + QUANTIDADE NA VAZAO
      * DO TANQUE. COR FORA DO CATALOGO NAO TEM LUMINANCIA: VAI PARA O
      * FIM DA FILA E SAI MARCADA NO PLANO.
      *
      * CARTAO PARMDD (OPCIONAL): COLS 1-4 INICIO DO TURNO (HHMM) E
      * COLS 5-8 DURACAO EM MINUTOS. SEM CARTAO: 0600 E 480 MINUTOS.
      *
      * RC 0 = TODAS AS ORDENS PLANEJADAS; RC 4 = HA ORDENS QUE NAO
      * CABEM NO TURNO (PENDDD); RC 16 = ERRO DE ARQUIVO.
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
           SELECT ORDLIB-FILE ASSIGN TO ORDLIBDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ORDLIB-FILE-STATUS.
           SELECT TANQ-FILE ASSIGN TO TANQFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TANQ-ID
                  FILE STATUS IS WS-TANQ-FILE-STATUS.
           SELECT COLR-FILE ASSIGN TO COLRFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS COLR-KEY
                  FILE STATUS IS WS-COLR-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PEND-FILE ASSIGN TO PENDDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- ORDENS LIBERADAS PELO MYPRODRN (+ PENDENTES DO TURNO
      *--- ANTERIOR, SE CONCATENADAS)
       FD ORDLIB-FILE
          RECORD CONTAINS 80 CHARACTERS.
       COPY MYORDLC.
      *
      *--- CADASTRO DE TANQUES
       FD TANQ-FILE
          RECORD CONTAINS 80 CHARACTERS.
       COPY MYTANQC.
      *
      *--- MESMO LAYOUT DO COLR-RECORD DO CORMIX/MYCLRLD
       FD COLR-FILE
          RECORD CONTAINS 70 CHARACTERS.
       01 COLR-RECORD.
           05 COLR-KEY.
               10 COLR-TIPO        PIC X(01).
               10 COLR-CAMPO-1     PIC X(15).
               10 COLR-CAMPO-2     PIC X(15).
           05 COLR-HEX             PIC X(07).
           05 COLR-R               PIC 9(03).
           05 COLR-G               PIC 9(03).
           05 COLR-B               PIC 9(03).
           05 COLR-RESULTADO       PIC X(15).
           05 COLR-CUSTO           PIC 9(05)V99.
           05 FILLER               PIC X(01).
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PARM-RECORD.
           05 PARM-INICIO-TURNO     PIC 9(04).
           05 PARM-INICIO-R REDEFINES PARM-INICIO-TURNO.
              10 PARM-INICIO-HH     PIC 9(02).
              10 PARM-INICIO-MM     PIC 9(02).
           05 PARM-DURACAO-TURNO    PIC 9(04).
           05 FILLER                PIC X(72).
      *
      *--- PARTES QUE NAO COUBERAM NO TURNO (MESMO LAYOUT DO
      *--- LIB-RECORD)
       FD PEND-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PEND-RECORD              PIC X(80).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD               PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-ORDLIB-FILE-STATUS PIC X(02).
              88 WS-ORDLIB-OK       VALUE '00'.
              88 WS-ORDLIB-EOF      VALUE '10'.
           05 WS-TANQ-FILE-STATUS   PIC X(02).
              88 WS-TANQ-OK         VALUE '00'.
              88 WS-TANQ-EOF        VALUE '10'.
           05 WS-COLR-FILE-STATUS   PIC X(02).
              88 WS-COLR-OK         VALUE '00'.
              88 WS-COLR-EOF        VALUE '10'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-PEND-FILE-STATUS   PIC X(02).
              88 WS-PEND-OK         VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-ORDENS       PIC 9(05) VALUE ZERO.
           05 WS-COUNT-PARTES       PIC 9(05) VALUE ZERO.
           05 WS-COUNT-PLANEJADAS   PIC 9(05) VALUE ZERO.
           05 WS-COUNT-NAO-CABEM    PIC 9(05) VALUE ZERO.
           05 WS-COUNT-LIMPEZAS     PIC 9(05) VALUE ZERO.
           05 WS-COUNT-SEM-RGB      PIC 9(05) VALUE ZERO.
      *
      *--- TURNO: INICIO EM MINUTOS DO DIA E DURACAO. OS TEMPOS DO
      *--- PLANO SAO MINUTOS CONTADOS DO INICIO DO TURNO.
       01 WS-TURNO-CONTROLE.
           05 WS-INICIO-TURNO       PIC 9(04) VALUE 0600.
           05 WS-INICIO-TURNO-R REDEFINES WS-INICIO-TURNO.
              10 WS-INICIO-HH       PIC 9(02).
              10 WS-INICIO-MM       PIC 9(02).
           05 WS-DURACAO-TURNO      PIC 9(04) VALUE 480.
           05 WS-INICIO-MINUTOS     PIC 9(04) VALUE ZERO.
           05 WS-MIN-RELATIVO       PIC 9(05).
           05 WS-MIN-ABSOLUTO       PIC 9(05).
           05 WS-HORAS              PIC 9(05).
           05 WS-DIAS               PIC 9(03).
           05 WS-HORA-EDIT.
              10 WS-HE-HH           PIC 9(02).
              10 FILLER             PIC X(01) VALUE ':'.
              10 WS-HE-MM           PIC 9(02).
      *
      *--- CATALOGO EM MEMORIA: CORES E LUMINANCIA DO RGB
       01 WS-CORES-CONTROLE.
           05 WS-QTD-CORES          PIC 9(03) VALUE ZERO.
           05 WS-COR-DEF OCCURS 100 TIMES
                         INDEXED BY WS-COR-IDX.
              10 WS-DEF-NOME        PIC X(15).
              10 WS-DEF-LUM         PIC 9(06).
           05 WS-COR-BUSCADA        PIC X(15).
           05 WS-LUM-ACHADA         PIC 9(06).
           05 WS-ACHOU-COR          PIC X(01).
              88 WS-COR-ACHADA      VALUE 'S'.
      *
      *--- TANQUES ATIVOS E A SITUACAO DE CADA UM DURANTE O PLANO:
      *--- ULTIMA COR (E SUA LUMINANCIA) E O MINUTO EM QUE FICA LIVRE
       01 WS-TANQUES-CONTROLE.
           05 WS-QTD-TANQUES        PIC 9(03) VALUE ZERO.
           05 WS-MAIOR-CAPACIDADE   PIC 9(05)V99 VALUE ZERO.
           05 WS-TANQUE OCCURS 50 TIMES
                        INDEXED BY WS-TQ-IDX.
              10 WS-TQ-ID           PIC X(04).
              10 WS-TQ-DESCRICAO    PIC X(20).
              10 WS-TQ-CAPACIDADE   PIC 9(05)V99.
              10 WS-TQ-COR-INICIAL  PIC X(15).
              10 WS-TQ-MIN-LIMPEZA  PIC 9(03).
              10 WS-TQ-MIN-PREPARO  PIC 9(03).
              10 WS-TQ-VAZAO-HORA   PIC 9(05).
              10 WS-TQ-COR-ULTIMA   PIC X(15).
              10 WS-TQ-LUM-ULTIMA   PIC 9(06).
              10 WS-TQ-LIVRE        PIC 9(05).
              10 WS-TQ-QTD-PARTES   PIC 9(03).
              10 WS-TQ-QTD-LIMPEZAS PIC 9(03).
              10 WS-TQ-QTDE-TOTAL   PIC 9(07)V99.
      *
      *--- PARTES A PRODUZIR, MANTIDAS NA ORDEM DO PLANO (DA MAIS
      *--- CLARA PARA A MAIS ESCURA, MESMA COR JUNTA)
       01 WS-PARTES-CONTROLE.
           05 WS-QTD-PARTES         PIC 9(03) VALUE ZERO.
           05 WS-PARTE OCCURS 500 TIMES
                       INDEXED BY WS-PT-IDX WS-PT-ANT.
              10 WS-PT-LOTE-PROD    PIC X(12).
              10 WS-PT-COR          PIC X(15).
              10 WS-PT-QTDE         PIC 9(05)V99.
              10 WS-PT-ORD-SEQ      PIC 9(05).
              10 WS-PT-DATA         PIC 9(08).
              10 WS-PT-LUM          PIC 9(06).
              10 WS-PT-SEM-RGB      PIC X(01).
              10 WS-PT-NUMERO       PIC 9(02).
              10 WS-PT-TOTAL        PIC 9(02).
      *--- TANQUE ALOCADO (ZERO = NAO COUBE NO TURNO), INICIO E FIM
      *--- DA PRODUCAO E SE HOUVE LIMPEZA ANTES
              10 WS-PT-TANQUE       PIC 9(03).
              10 WS-PT-INICIO       PIC 9(05).
              10 WS-PT-FIM          PIC 9(05).
              10 WS-PT-LIMPEZA      PIC X(01).
      *
      *--- PARTE NOVA (DIVISAO DA ORDEM) ANTES DA INSERCAO NA FILA
       01 WS-PARTE-NOVA.
           05 WS-NV-QTDE            PIC 9(05)V99.
           05 WS-NV-LUM             PIC 9(06).
           05 WS-NV-SEM-RGB         PIC X(01).
           05 WS-NV-NUMERO          PIC 9(02).
           05 WS-NV-TOTAL           PIC 9(02).
           05 WS-NV-RESTANTE        PIC 9(05)V99.
           05 WS-POSICAO-FLAG       PIC X(01).
              88 WS-POSICAO-ACHADA  VALUE 'S'.
      *
      *--- ESCOLHA DO TANQUE DA PARTE CORRENTE
       01 WS-ALOCACAO-CONTROLE.
           05 WS-MELHOR-TANQUE      PIC 9(03).
           05 WS-MELHOR-FIM         PIC 9(05).
           05 WS-MELHOR-INICIO      PIC 9(05).
           05 WS-MELHOR-LIMPEZA     PIC X(01).
           05 WS-TESTE-INICIO       PIC 9(05).
           05 WS-TESTE-FIM          PIC 9(05).
           05 WS-TESTE-LIMPEZA      PIC X(01).
           05 WS-DURACAO            PIC 9(05).
      *
      *--- LINHAS DO RELATORIO
       01 RPT-HEADER-1.
           05 FILLER PIC X(42) VALUE
              'MYPLANO - PLANO DE PRODUCAO DO TURNO      '.
           05 FILLER PIC X(10) VALUE 'INICIO:   '.
           05 RPT-H1-INICIO        PIC X(05).
           05 FILLER PIC X(10) VALUE '   FIM:   '.
           05 RPT-H1-FIM           PIC X(05).
           05 FILLER PIC X(61) VALUE SPACES.
       01 RPT-HEADER-2.
           05 FILLER PIC X(133) VALUE ALL '='.
       01 RPT-BLANK-LINE           PIC X(133) VALUE SPACES.
      *
       01 RPT-TANQUE-LINE.
           05 FILLER               PIC X(08) VALUE 'TANQUE: '.
           05 RPT-TQ-ID            PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-TQ-DESCRICAO     PIC X(20).
           05 FILLER               PIC X(13) VALUE ' CAPACIDADE: '.
           05 RPT-TQ-CAPACIDADE    PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(14) VALUE '  COR INICIAL '.
           05 RPT-TQ-COR           PIC X(15).
           05 FILLER               PIC X(49) VALUE SPACES.
       01 RPT-COLUNAS-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(50) VALUE
              'INICIO FIM   LOTE PROD.    COR ALVO          QTDE '.
           05 FILLER               PIC X(40) VALUE
              '      PARTE  LIMPEZA                    '.
           05 FILLER               PIC X(38) VALUE SPACES.
       01 RPT-PARTE-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 RPT-PT-INICIO        PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-PT-FIM           PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-PT-LOTE          PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-PT-COR           PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-PT-QTDE          PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-PT-NUMERO        PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 RPT-PT-TOTAL         PIC 99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-PT-LIMPEZA       PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-PT-OBS           PIC X(20).
           05 FILLER               PIC X(38) VALUE SPACES.
       01 RPT-TANQUE-TOT-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'PARTES: '.
           05 RPT-TT-PARTES        PIC ZZ9.
           05 FILLER               PIC X(14) VALUE '  QUANTIDADE: '.
           05 RPT-TT-QTDE          PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(12) VALUE '  LIMPEZAS: '.
           05 RPT-TT-LIMPEZAS      PIC ZZ9.
           05 FILLER               PIC X(13) VALUE '  LIVRE AS:  '.
           05 RPT-TT-LIVRE         PIC X(05).
           05 FILLER               PIC X(58) VALUE SPACES.
       01 RPT-TANQUE-VAZIO-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(32) VALUE
              'SEM ORDENS NESTE TURNO          '.
           05 FILLER               PIC X(96) VALUE SPACES.
       01 RPT-NAO-CABEM-TITULO.
           05 FILLER PIC X(48) VALUE
              'ORDENS QUE NAO CABEM NO TURNO (PENDDD)          '.
           05 FILLER PIC X(85) VALUE SPACES.
       01 RPT-NAO-CABE-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 RPT-NC-LOTE          PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-NC-COR           PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-NC-QTDE          PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-NC-NUMERO        PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 RPT-NC-TOTAL         PIC 99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-NC-MOTIVO        PIC X(30).
           05 FILLER               PIC X(48) VALUE SPACES.
       01 RPT-TOTAL-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 RPT-TOT-DESCRICAO    PIC X(35).
           05 RPT-TOT-VALOR        PIC ZZ.ZZ9.
           05 FILLER               PIC X(87) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ORDER UNTIL WS-ORDLIB-EOF.
           PERFORM 2500-PLANEJAR-TURNO.
           PERFORM 2700-LISTAR-PLANO.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYPLANO CONCLUIDO. ORDENS: '
                   WS-COUNT-ORDENS ' PARTES: '
                   WS-COUNT-PARTES ' PLANEJADAS: '
                   WS-COUNT-PLANEJADAS ' NAO CABEM: '
                   WS-COUNT-NAO-CABEM.
           IF WS-COUNT-NAO-CABEM > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1100-READ-PARM-CARD.
      *
           OPEN INPUT ORDLIB-FILE.
           IF NOT WS-ORDLIB-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ORDLIB-FILE'
              DISPLAY 'FILE STATUS: ' WS-ORDLIB-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT PEND-FILE.
           IF NOT WS-PEND-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO PEND-FILE'
              DISPLAY 'FILE STATUS: ' WS-PEND-FILE-STATUS
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
           PERFORM 1200-CARREGAR-CATALOGO.
           PERFORM 1300-CARREGAR-TANQUES.
      *
           MOVE ZERO TO WS-MIN-RELATIVO.
           PERFORM 2790-FORMATAR-HORA.
           MOVE WS-HORA-EDIT TO RPT-H1-INICIO.
           MOVE WS-DURACAO-TURNO TO WS-MIN-RELATIVO.
           PERFORM 2790-FORMATAR-HORA.
           MOVE WS-HORA-EDIT TO RPT-H1-FIM.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
      *
           PERFORM 4000-READ-NEXT-ORDER.
           EXIT.
      *
      *--- TURNO DO CARTAO PARMDD; CAMPO AUSENTE OU INVALIDO FICA COM
      *--- O PADRAO (0600, 480 MINUTOS)
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-INICIO-TURNO IS NUMERIC
                 AND PARM-INICIO-HH < 24 AND PARM-INICIO-MM < 60
                 MOVE PARM-INICIO-TURNO TO WS-INICIO-TURNO
              END-IF
              IF PARM-DURACAO-TURNO IS NUMERIC
                 AND PARM-DURACAO-TURNO > ZERO
                 AND PARM-DURACAO-TURNO NOT > 1440
                 MOVE PARM-DURACAO-TURNO TO WS-DURACAO-TURNO
              END-IF
           ELSE
              DISPLAY 'CARTAO DE PARAMETROS (PARMDD) NAO FORNECIDO. '
                      'TURNO PADRAO.'
           END-IF.
           CLOSE PARM-FILE.
           COMPUTE WS-INICIO-MINUTOS = WS-INICIO-HH * 60
                                     + WS-INICIO-MM.
           DISPLAY 'TURNO: INICIO ' WS-INICIO-TURNO
                   ' DURACAO ' WS-DURACAO-TURNO ' MINUTOS'.
           EXIT.
      *
      *--- CORES DO CATALOGO COM A LUMINANCIA DO RGB (AS REGRAS NAO
      *--- INTERESSAM AQUI)
       1200-CARREGAR-CATALOGO.
           OPEN INPUT COLR-FILE.
           IF NOT WS-COLR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO COLR-FILE'
              DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 1250-CARREGAR-COR UNTIL WS-COLR-EOF.
           CLOSE COLR-FILE.
           EXIT.
      *
       1250-CARREGAR-COR.
           READ COLR-FILE.
           IF WS-COLR-OK
              IF COLR-TIPO = 'C' AND WS-QTD-CORES < 100
                 ADD 1 TO WS-QTD-CORES
                 SET WS-COR-IDX TO WS-QTD-CORES
                 MOVE COLR-CAMPO-1 TO WS-DEF-NOME(WS-COR-IDX)
                 COMPUTE WS-DEF-LUM(WS-COR-IDX) = 299 * COLR-R
                                                + 587 * COLR-G
                                                + 114 * COLR-B
              END-IF
           ELSE
              IF NOT WS-COLR-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO COLR-FILE'
                 DISPLAY 'FILE STATUS: ' WS-COLR-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
      *--- TANQUES EM OPERACAO, LIVRES NO INICIO DO TURNO COM A COR
      *--- QUE FICOU DO TURNO ANTERIOR
       1300-CARREGAR-TANQUES.
           OPEN INPUT TANQ-FILE.
           IF NOT WS-TANQ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TANQ-FILE'
              DISPLAY 'FILE STATUS: ' WS-TANQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 1350-CARREGAR-TANQUE UNTIL WS-TANQ-EOF.
           CLOSE TANQ-FILE.
           IF WS-QTD-TANQUES = ZERO
              DISPLAY 'MYL001 - NENHUM TANQUE EM OPERACAO NO TANQFILE'
                  UPON CONSOLE
           END-IF.
           EXIT.
      *
       1350-CARREGAR-TANQUE.
           READ TANQ-FILE.
           IF WS-TANQ-OK
              IF TANQ-EM-OPERACAO AND TANQ-CAPACIDADE > ZERO
                 AND WS-QTD-TANQUES < 50
                 ADD 1 TO WS-QTD-TANQUES
                 SET WS-TQ-IDX TO WS-QTD-TANQUES
                 MOVE TANQ-ID          TO WS-TQ-ID(WS-TQ-IDX)
                 MOVE TANQ-DESCRICAO   TO WS-TQ-DESCRICAO(WS-TQ-IDX)
                 MOVE TANQ-CAPACIDADE  TO WS-TQ-CAPACIDADE(WS-TQ-IDX)
                 MOVE TANQ-COR-ATUAL   TO WS-TQ-COR-INICIAL(WS-TQ-IDX)
                 MOVE TANQ-MIN-LIMPEZA TO WS-TQ-MIN-LIMPEZA(WS-TQ-IDX)
                 MOVE TANQ-MIN-PREPARO TO WS-TQ-MIN-PREPARO(WS-TQ-IDX)
                 MOVE TANQ-VAZAO-HORA  TO WS-TQ-VAZAO-HORA(WS-TQ-IDX)
                 MOVE TANQ-COR-ATUAL   TO WS-TQ-COR-ULTIMA(WS-TQ-IDX)
                 MOVE TANQ-COR-ATUAL   TO WS-COR-BUSCADA
                 PERFORM 2160-PROCURAR-COR
                 MOVE WS-LUM-ACHADA    TO WS-TQ-LUM-ULTIMA(WS-TQ-IDX)
                 MOVE ZERO TO WS-TQ-LIVRE(WS-TQ-IDX)
                 MOVE ZERO TO WS-TQ-QTD-PARTES(WS-TQ-IDX)
                 MOVE ZERO TO WS-TQ-QTD-LIMPEZAS(WS-TQ-IDX)
                 MOVE ZERO TO WS-TQ-QTDE-TOTAL(WS-TQ-IDX)
                 IF TANQ-CAPACIDADE > WS-MAIOR-CAPACIDADE
                    MOVE TANQ-CAPACIDADE TO WS-MAIOR-CAPACIDADE
                 END-IF
              END-IF
           ELSE
              IF NOT WS-TANQ-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO TANQ-FILE'
                 DISPLAY 'FILE STATUS: ' WS-TANQ-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
      *--- DIVIDE A ORDEM EM PARTES IGUAIS QUE CAIBAM NO MAIOR TANQUE
      *--- (A ULTIMA LEVA O RESTO DO ARREDONDAMENTO) E POE CADA PARTE
      *--- NA FILA PELA LUMINANCIA
       2000-PROCESS-ORDER.
           ADD 1 TO WS-COUNT-ORDENS.
           MOVE LIB-COR TO WS-COR-BUSCADA.
           PERFORM 2160-PROCURAR-COR.
           MOVE WS-LUM-ACHADA TO WS-NV-LUM.
           IF WS-COR-ACHADA
              MOVE 'N' TO WS-NV-SEM-RGB
           ELSE
              MOVE 'S' TO WS-NV-SEM-RGB
              ADD 1 TO WS-COUNT-SEM-RGB
           END-IF.
      *
           MOVE 1 TO WS-NV-TOTAL.
           IF WS-MAIOR-CAPACIDADE > ZERO
              AND LIB-QTDE > WS-MAIOR-CAPACIDADE
              DIVIDE LIB-QTDE BY WS-MAIOR-CAPACIDADE
                  GIVING WS-NV-TOTAL
              COMPUTE WS-NV-QTDE = WS-NV-TOTAL * WS-MAIOR-CAPACIDADE
              IF WS-NV-QTDE < LIB-QTDE
                 ADD 1 TO WS-NV-TOTAL
              END-IF
           END-IF.
      *
           MOVE LIB-QTDE TO WS-NV-RESTANTE.
           PERFORM VARYING WS-NV-NUMERO FROM 1 BY 1
                   UNTIL WS-NV-NUMERO > WS-NV-TOTAL
              IF WS-NV-NUMERO = WS-NV-TOTAL
                 MOVE WS-NV-RESTANTE TO WS-NV-QTDE
              ELSE
                 COMPUTE WS-NV-QTDE = LIB-QTDE / WS-NV-TOTAL
                 SUBTRACT WS-NV-QTDE FROM WS-NV-RESTANTE
              END-IF
              PERFORM 2100-INSERIR-PARTE
           END-PERFORM.
      *
           PERFORM 4000-READ-NEXT-ORDER.
           EXIT.
      *
      *--- INSERE A PARTE NOVA NA FILA: ANDA DO FIM PARA O COMECO
      *--- EMPURRANDO UMA POSICAO AS PARTES QUE DEVEM VIR DEPOIS DELA
      *--- (MAIS ESCURAS, OU MESMA LUMINANCIA E COR MAIOR). PARTES DA
      *--- MESMA COR FICAM NA ORDEM DE CHEGADA.
       2100-INSERIR-PARTE.
           IF WS-QTD-PARTES NOT < 500
              DISPLAY 'MYL002 - MAIS DE 500 PARTES NO TURNO. LOTE '
                      LIB-LOTE-PROD UPON CONSOLE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-PARTES.
           ADD 1 TO WS-QTD-PARTES.
           SET WS-PT-IDX TO WS-QTD-PARTES.
           MOVE 'N' TO WS-POSICAO-FLAG.
           PERFORM UNTIL WS-POSICAO-ACHADA OR WS-PT-IDX = 1
               SET WS-PT-ANT TO WS-PT-IDX
               SET WS-PT-ANT DOWN BY 1
               IF WS-PT-LUM(WS-PT-ANT) < WS-NV-LUM
                  OR (WS-PT-LUM(WS-PT-ANT) = WS-NV-LUM
                      AND WS-PT-COR(WS-PT-ANT) > LIB-COR)
                  MOVE WS-PARTE(WS-PT-ANT) TO WS-PARTE(WS-PT-IDX)
                  SET WS-PT-IDX DOWN BY 1
               ELSE
                  SET WS-POSICAO-ACHADA TO TRUE
               END-IF
           END-PERFORM.
      *
           MOVE LIB-LOTE-PROD  TO WS-PT-LOTE-PROD(WS-PT-IDX).
           MOVE LIB-COR        TO WS-PT-COR(WS-PT-IDX).
           MOVE WS-NV-QTDE     TO WS-PT-QTDE(WS-PT-IDX).
           MOVE LIB-ORD-SEQ    TO WS-PT-ORD-SEQ(WS-PT-IDX).
           MOVE LIB-DATA       TO WS-PT-DATA(WS-PT-IDX).
           MOVE WS-NV-LUM      TO WS-PT-LUM(WS-PT-IDX).
           MOVE WS-NV-SEM-RGB  TO WS-PT-SEM-RGB(WS-PT-IDX).
           MOVE WS-NV-NUMERO   TO WS-PT-NUMERO(WS-PT-IDX).
           MOVE WS-NV-TOTAL    TO WS-PT-TOTAL(WS-PT-IDX).
           MOVE ZERO           TO WS-PT-TANQUE(WS-PT-IDX).
           MOVE ZERO           TO WS-PT-INICIO(WS-PT-IDX).
           MOVE ZERO           TO WS-PT-FIM(WS-PT-IDX).
           MOVE 'N'            TO WS-PT-LIMPEZA(WS-PT-IDX).
           EXIT.
      *
      *--- LUMINANCIA DA COR EM WS-COR-BUSCADA (ZERO SE FORA DO
      *--- CATALOGO OU EM BRANCO)
       2160-PROCURAR-COR.
           MOVE 'N'  TO WS-ACHOU-COR.
           MOVE ZERO TO WS-LUM-ACHADA.
           SET WS-COR-IDX TO 1.
           PERFORM UNTIL WS-COR-IDX > WS-QTD-CORES
                      OR WS-COR-ACHADA
               IF WS-DEF-NOME(WS-COR-IDX) = WS-COR-BUSCADA
                  SET WS-COR-ACHADA TO TRUE
                  MOVE WS-DEF-LUM(WS-COR-IDX) TO WS-LUM-ACHADA
               ELSE
                  SET WS-COR-IDX UP BY 1
               END-IF
           END-PERFORM.
           EXIT.
      *
      *--- ALOCA AS PARTES NA ORDEM DA FILA
       2500-PLANEJAR-TURNO.
           SET WS-PT-IDX TO 1.
           PERFORM UNTIL WS-PT-IDX > WS-QTD-PARTES
               PERFORM 2510-ALOCAR-PARTE
               SET WS-PT-IDX UP BY 1
           END-PERFORM.
           EXIT.
      *
      *--- O TANQUE QUE TERMINA A PARTE MAIS CEDO; SE NEM ELE A
      *--- TERMINA DENTRO DO TURNO, A PARTE NAO CABE
       2510-ALOCAR-PARTE.
           MOVE ZERO TO WS-MELHOR-TANQUE.
           SET WS-TQ-IDX TO 1.
           PERFORM UNTIL WS-TQ-IDX > WS-QTD-TANQUES
               IF WS-TQ-CAPACIDADE(WS-TQ-IDX)
                  NOT < WS-PT-QTDE(WS-PT-IDX)
                  PERFORM 2520-AVALIAR-TANQUE
               END-IF
               SET WS-TQ-IDX UP BY 1
           END-PERFORM.
      *
           IF WS-MELHOR-TANQUE = ZERO
              OR WS-MELHOR-FIM > WS-DURACAO-TURNO
              ADD 1 TO WS-COUNT-NAO-CABEM
           ELSE
              ADD 1 TO WS-COUNT-PLANEJADAS
              SET WS-TQ-IDX TO WS-MELHOR-TANQUE
              MOVE WS-MELHOR-TANQUE  TO WS-PT-TANQUE(WS-PT-IDX)
              MOVE WS-MELHOR-INICIO  TO WS-PT-INICIO(WS-PT-IDX)
              MOVE WS-MELHOR-FIM     TO WS-PT-FIM(WS-PT-IDX)
              MOVE WS-MELHOR-LIMPEZA TO WS-PT-LIMPEZA(WS-PT-IDX)
              MOVE WS-MELHOR-FIM     TO WS-TQ-LIVRE(WS-TQ-IDX)
              MOVE WS-PT-COR(WS-PT-IDX) TO WS-TQ-COR-ULTIMA(WS-TQ-IDX)
              MOVE WS-PT-LUM(WS-PT-IDX) TO WS-TQ-LUM-ULTIMA(WS-TQ-IDX)
              ADD 1 TO WS-TQ-QTD-PARTES(WS-TQ-IDX)
              ADD WS-PT-QTDE(WS-PT-IDX) TO WS-TQ-QTDE-TOTAL(WS-TQ-IDX)
              IF WS-MELHOR-LIMPEZA = 'S'
                 ADD 1 TO WS-TQ-QTD-LIMPEZAS(WS-TQ-IDX)
                 ADD 1 TO WS-COUNT-LIMPEZAS
              END-IF
           END-IF.
           EXIT.
      *
      *--- FIM DA PARTE CORRENTE NO TANQUE WS-TQ-IDX. LIMPEZA QUANDO O
      *--- TANQUE TEM OUTRA COR MAIS ESCURA QUE A DA PARTE (TANQUE
      *--- LIMPO OU MESMA COR NAO LIMPA). EMPATE NO FIM: O MENOR
      *--- TANQUE, PARA DEIXAR OS GRANDES PARA AS ORDENS GRANDES.
       2520-AVALIAR-TANQUE.
           MOVE 'N' TO WS-TESTE-LIMPEZA.
           IF WS-TQ-COR-ULTIMA(WS-TQ-IDX) NOT = SPACES
              AND WS-TQ-COR-ULTIMA(WS-TQ-IDX) NOT = WS-PT-COR(WS-PT-IDX)
              AND WS-TQ-LUM-ULTIMA(WS-TQ-IDX) < WS-PT-LUM(WS-PT-IDX)
              MOVE 'S' TO WS-TESTE-LIMPEZA
           END-IF.
           MOVE WS-TQ-LIVRE(WS-TQ-IDX) TO WS-TESTE-INICIO.
           IF WS-TESTE-LIMPEZA = 'S'
              ADD WS-TQ-MIN-LIMPEZA(WS-TQ-IDX) TO WS-TESTE-INICIO
           END-IF.
           MOVE WS-TQ-MIN-PREPARO(WS-TQ-IDX) TO WS-DURACAO.
           IF WS-TQ-VAZAO-HORA(WS-TQ-IDX) > ZERO
              COMPUTE WS-DURACAO ROUNDED = WS-DURACAO
                  + (WS-PT-QTDE(WS-PT-IDX) * 60)
                  / WS-TQ-VAZAO-HORA(WS-TQ-IDX)
           END-IF.
           COMPUTE WS-TESTE-FIM = WS-TESTE-INICIO + WS-DURACAO.
      *
           IF WS-MELHOR-TANQUE = ZERO
              OR WS-TESTE-FIM < WS-MELHOR-FIM
              OR (WS-TESTE-FIM = WS-MELHOR-FIM
                  AND WS-TQ-CAPACIDADE(WS-TQ-IDX)
                      < WS-TQ-CAPACIDADE(WS-MELHOR-TANQUE))
              SET WS-MELHOR-TANQUE TO WS-TQ-IDX
              MOVE WS-TESTE-INICIO  TO WS-MELHOR-INICIO
              MOVE WS-TESTE-FIM     TO WS-MELHOR-FIM
              MOVE WS-TESTE-LIMPEZA TO WS-MELHOR-LIMPEZA
           END-IF.
           EXIT.
      *
      *--- PLANO POR TANQUE (AS PARTES DE CADA TANQUE JA ESTAO EM
      *--- ORDEM CRONOLOGICA NA FILA) E AS QUE NAO CABEM NO TURNO
       2700-LISTAR-PLANO.
           SET WS-TQ-IDX TO 1.
           PERFORM UNTIL WS-TQ-IDX > WS-QTD-TANQUES
               PERFORM 2710-LISTAR-TANQUE
               SET WS-TQ-IDX UP BY 1
           END-PERFORM.
      *
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-NAO-CABEM-TITULO.
           SET WS-PT-IDX TO 1.
           PERFORM UNTIL WS-PT-IDX > WS-QTD-PARTES
               IF WS-PT-TANQUE(WS-PT-IDX) = ZERO
                  PERFORM 2750-LISTAR-NAO-CABE
               END-IF
               SET WS-PT-IDX UP BY 1
           END-PERFORM.
           EXIT.
      *
       2710-LISTAR-TANQUE.
           MOVE WS-TQ-ID(WS-TQ-IDX)          TO RPT-TQ-ID.
           MOVE WS-TQ-DESCRICAO(WS-TQ-IDX)   TO RPT-TQ-DESCRICAO.
           MOVE WS-TQ-CAPACIDADE(WS-TQ-IDX)  TO RPT-TQ-CAPACIDADE.
           IF WS-TQ-COR-INICIAL(WS-TQ-IDX) = SPACES
              MOVE '(LIMPO)' TO RPT-TQ-COR
           ELSE
              MOVE WS-TQ-COR-INICIAL(WS-TQ-IDX) TO RPT-TQ-COR
           END-IF.
           WRITE RPT-RECORD FROM RPT-TANQUE-LINE.
      *
           IF WS-TQ-QTD-PARTES(WS-TQ-IDX) = ZERO
              WRITE RPT-RECORD FROM RPT-TANQUE-VAZIO-LINE
           ELSE
              WRITE RPT-RECORD FROM RPT-COLUNAS-LINE
              SET WS-PT-IDX TO 1
              PERFORM UNTIL WS-PT-IDX > WS-QTD-PARTES
                  IF WS-PT-TANQUE(WS-PT-IDX) = WS-TQ-IDX
                     PERFORM 2720-LISTAR-PARTE
                  END-IF
                  SET WS-PT-IDX UP BY 1
              END-PERFORM
              MOVE WS-TQ-QTD-PARTES(WS-TQ-IDX)   TO RPT-TT-PARTES
              MOVE WS-TQ-QTDE-TOTAL(WS-TQ-IDX)   TO RPT-TT-QTDE
              MOVE WS-TQ-QTD-LIMPEZAS(WS-TQ-IDX) TO RPT-TT-LIMPEZAS
              MOVE WS-TQ-LIVRE(WS-TQ-IDX)        TO WS-MIN-RELATIVO
              PERFORM 2790-FORMATAR-HORA
              MOVE WS-HORA-EDIT TO RPT-TT-LIVRE
              WRITE RPT-RECORD FROM RPT-TANQUE-TOT-LINE
           END-IF.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
           EXIT.
      *
       2720-LISTAR-PARTE.
           MOVE WS-PT-INICIO(WS-PT-IDX) TO WS-MIN-RELATIVO.
           PERFORM 2790-FORMATAR-HORA.
           MOVE WS-HORA-EDIT TO RPT-PT-INICIO.
           MOVE WS-PT-FIM(WS-PT-IDX) TO WS-MIN-RELATIVO.
           PERFORM 2790-FORMATAR-HORA.
           MOVE WS-HORA-EDIT TO RPT-PT-FIM.
           MOVE WS-PT-LOTE-PROD(WS-PT-IDX) TO RPT-PT-LOTE.
           MOVE WS-PT-COR(WS-PT-IDX)       TO RPT-PT-COR.
           MOVE WS-PT-QTDE(WS-PT-IDX)      TO RPT-PT-QTDE.
           MOVE WS-PT-NUMERO(WS-PT-IDX)    TO RPT-PT-NUMERO.
           MOVE WS-PT-TOTAL(WS-PT-IDX)     TO RPT-PT-TOTAL.
           IF WS-PT-LIMPEZA(WS-PT-IDX) = 'S'
              MOVE 'LIMPAR' TO RPT-PT-LIMPEZA
           ELSE
              MOVE SPACES TO RPT-PT-LIMPEZA
           END-IF.
           IF WS-PT-SEM-RGB(WS-PT-IDX) = 'S'
              MOVE 'COR SEM RGB NO CATAL' TO RPT-PT-OBS
           ELSE
              MOVE SPACES TO RPT-PT-OBS
           END-IF.
           WRITE RPT-RECORD FROM RPT-PARTE-LINE.
           EXIT.
      *
      *--- PARTE FORA DO TURNO: LISTA E DEVOLVE NO PENDDD
       2750-LISTAR-NAO-CABE.
           MOVE WS-PT-LOTE-PROD(WS-PT-IDX) TO RPT-NC-LOTE.
           MOVE WS-PT-COR(WS-PT-IDX)       TO RPT-NC-COR.
           MOVE WS-PT-QTDE(WS-PT-IDX)      TO RPT-NC-QTDE.
           MOVE WS-PT-NUMERO(WS-PT-IDX)    TO RPT-NC-NUMERO.
           MOVE WS-PT-TOTAL(WS-PT-IDX)     TO RPT-NC-TOTAL.
           IF WS-QTD-TANQUES = ZERO
              MOVE 'NENHUM TANQUE EM OPERACAO' TO RPT-NC-MOTIVO
           ELSE
              MOVE 'TERMINARIA APOS O FIM DO TURNO' TO RPT-NC-MOTIVO
           END-IF.
           WRITE RPT-RECORD FROM RPT-NAO-CABE-LINE.
           PERFORM 4100-WRITE-PEND.
           EXIT.
      *
      *--- WS-MIN-RELATIVO (MINUTOS DO INICIO DO TURNO) EM HH:MM DO
      *--- RELOGIO, VIRANDO A MEIA-NOITE
       2790-FORMATAR-HORA.
           COMPUTE WS-MIN-ABSOLUTO = WS-INICIO-MINUTOS
                                   + WS-MIN-RELATIVO.
           DIVIDE WS-MIN-ABSOLUTO BY 60 GIVING WS-HORAS
               REMAINDER WS-HE-MM.
           DIVIDE WS-HORAS BY 24 GIVING WS-DIAS
               REMAINDER WS-HE-HH.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE 'ORDENS LIBERADAS LIDAS:' TO RPT-TOT-DESCRICAO.
           MOVE WS-COUNT-ORDENS TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'PARTES A PRODUZIR:' TO RPT-TOT-DESCRICAO.
           MOVE WS-COUNT-PARTES TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'PARTES PLANEJADAS NO TURNO:' TO RPT-TOT-DESCRICAO.
           MOVE WS-COUNT-PLANEJADAS TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'PARTES QUE NAO CABEM NO TURNO:' TO RPT-TOT-DESCRICAO.
           MOVE WS-COUNT-NAO-CABEM TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'LIMPEZAS DE TANQUE:' TO RPT-TOT-DESCRICAO.
           MOVE WS-COUNT-LIMPEZAS TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'ORDENS COM COR SEM RGB NO CATALOGO:'
               TO RPT-TOT-DESCRICAO.
           MOVE WS-COUNT-SEM-RGB TO RPT-TOT-VALOR.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
      *
           CLOSE ORDLIB-FILE PEND-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-ORDER.
           READ ORDLIB-FILE.
           IF WS-ORDLIB-OK
              CONTINUE
           ELSE
              IF NOT WS-ORDLIB-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO ORDLIB-FILE'
                 DISPLAY 'FILE STATUS: ' WS-ORDLIB-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
      *--- A PARTE PENDENTE VOLTA COMO ORDEM LIBERADA, COM O MESMO
      *--- LOTE DE PRODUCAO E A QUANTIDADE DA PARTE
       4100-WRITE-PEND.
           MOVE SPACES                    TO LIB-RECORD.
           MOVE WS-PT-LOTE-PROD(WS-PT-IDX) TO LIB-LOTE-PROD.
           MOVE WS-PT-COR(WS-PT-IDX)       TO LIB-COR.
           MOVE WS-PT-QTDE(WS-PT-IDX)      TO LIB-QTDE.
           MOVE WS-PT-ORD-SEQ(WS-PT-IDX)   TO LIB-ORD-SEQ.
           MOVE WS-PT-DATA(WS-PT-IDX)      TO LIB-DATA.
           WRITE PEND-RECORD FROM LIB-RECORD.
           IF NOT WS-PEND-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO PEND-FILE'
              DISPLAY 'FILE STATUS: ' WS-PEND-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYPLANO ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
