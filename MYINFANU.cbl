       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYINFANU.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - INFORME ANUAL DE SALDOS E MOVIMENTOS (IR)
      *
      * TODO FEVEREIRO OS CLIENTES PEDEM O INFORME DO ANO PARA A
      * DECLARACAO DE IMPOSTO E A MESA MONTAVA CADA UM RODANDO O
      * MYMSTHQ DOZE VEZES. ESTE PROGRAMA LE O ANO PEDIDO (PARMDD) E,
      * POR CLIENTE, APURA:
      *
      *   - SALDO EM 01/01 E SALDO EM 31/12 - PELAS IMAGENS DO DIARIO
      *     DO MESTRE (MSTJRNDD: O ULTIMO SALDO DEPOIS ANTERIOR AO ANO
      *     E O ULTIMO DENTRO DO ANO, COMO NA RECONSTRUCAO DO MYMSTHQ)
      *     OU, COM FONTE 'B', PELAS COPIAS DO MESTRE (MASTER.BKP) DA
      *     PRIMEIRA NOITE DO ANO (BKPABRDD) E DA PRIMEIRA NOITE DO
      *     ANO SEGUINTE (BKPFECDD) - O MYMSTBK COPIA ANTES DO MYBATCH,
      *     LOGO ESTA E A POSICAO APOS A ULTIMA RODADA DO ANO;
      *   - TOTAL DE DEBITOS E DE CREDITOS DO ANO POR MOEDA (DETALHES
      *     'D', JUROS 'J' E BAIXAS PARA PERDA 'W', ESTES DOIS SEMPRE
      *     EM BRL);
      *   - ESTORNOS ('R') E BACKOUTS ('B') DO ANO, UM A UM, COM A
      *     QUANTIDADE E O VALOR LIQUIDO POR MOEDA.
      * VALORES LIQUIDOS NO SENTIDO DO SALDO (CREDITO SOMA, DEBITO
      * SUBTRAI); OS SALDOS SAO NOMINAIS (SOMA DAS MOEDAS, COMO O
      * PROPRIO MST-SALDO) E SOMAM TODAS AS CONTAS DO CLIENTE.
      *
      * CLIENTES FUNDIDOS (MYMERGE): AS LINHAS 'F' DO DIARIO DIZEM
      * QUAL ID FOI INCORPORADO EM QUAL. O DUPLICADO NAO RECEBE
      * INFORME PROPRIO: SEUS SALDOS E MOVIMENTOS ENTRAM NO INFORME DO
      * SOBREVIVENTE FINAL (CADEIAS A->B->C SAO RESOLVIDAS), QUE LISTA
      * OS IDS INCORPORADOS. A TRANSFERENCIA DE SALDO DA FUSAO SOMA
      * ZERO DENTRO DO CLIENTE E NAO E MOVIMENTO.
      *
      * CLIENTES ANONIMIZADOS (MYANONYM, LGPD): O INFORME SAI SO PELO
      * ID, COM A MARCA DE DADOS ELIMINADOS A PEDIDO DO TITULAR, E O
      * REGISTRO FISCAL SAI SEM NOME E COM SITUACAO 'A'. ID SEM
      * CADASTRO NO CUSTFILE SAI COM SITUACAO 'S'.
      *
      * CLIENTE SEM SALDO NO INICIO NEM NO FIM E SEM MOVIMENTO NO ANO
      * NAO RECEBE INFORME.
      *
      * SAIDAS: STMTDD (IMPRESSAO, UM INFORME POR CLIENTE NO PADRAO DO
      * MYSTMT), FISCALDD (LAYOUT FIXO DE 100 BYTES PARA A ENTREGA A
      * RECEITA: 'H' CABECALHO, 'C' CLIENTE, 'M' MOEDA DO CLIENTE, 'T'
      * TOTAIS) E REPORTDD (RESUMO DA RODADA).
      *
      * RODA SOB DEMANDA, FORA DO CICLO (SEM JCL, COMO O MYPRVMES).
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-4 = ANO AAAA (BRANCO = ANO ANTERIOR AO DA EXECUCAO)
      *   COLUNA 5    = FONTE DOS SALDOS: 'D' DIARIO (PADRAO) OU 'B'
      *                 COPIAS DO MESTRE (EXIGE BKPABRDD E BKPFECDD)
      *
      * RETURN-CODE 0 = OK; 16 = ERRO FATAL.
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
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
           SELECT BKPABR-FILE ASSIGN TO BKPABRDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BKA-FILE-STATUS.
           SELECT BKPFEC-FILE ASSIGN TO BKPFECDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BKF-FILE-STATUS.
           SELECT CUSTFILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUST-ID
                  FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT STMT-FILE ASSIGN TO STMTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT FIS-FILE ASSIGN TO FISCALDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FIS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
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
           05 MJR-ID                 PIC X(10).
           05 MJR-DATA-ANTES         PIC X(68).
           05 MJR-DATA-DEPOIS        PIC X(68).
           05 MJR-SALDO-ANTES        PIC S9(11)V99.
           05 MJR-SALDO-DEPOIS       PIC S9(11)V99.
           05 FILLER                 PIC X(04).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
      *
      *--- COPIAS DO MESTRE (MESMO LAYOUT DO MST-RECORD)
       FD BKPABR-FILE
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 BKA-RECORD.
           05 BKA-ID                 PIC X(10).
           05 BKA-CONTA              PIC X(03).
           05 BKA-DATA               PIC X(68).
           05 BKA-ULT-ATUALIZACAO    PIC 9(08).
           05 BKA-SALDO              PIC S9(11)V99.
           05 FILLER                 PIC X(17).
      *
       FD BKPFEC-FILE
          RECORD CONTAINS 119 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 BKF-RECORD.
           05 BKF-ID                 PIC X(10).
           05 BKF-CONTA              PIC X(03).
           05 BKF-DATA               PIC X(68).
           05 BKF-ULT-ATUALIZACAO    PIC 9(08).
           05 BKF-SALDO              PIC S9(11)V99.
           05 FILLER                 PIC X(17).
      *
      *--- MESMO LAYOUT DO CUST-RECORD DO MYCICSBR/MYCUSTLD
       FD CUSTFILE
          RECORD CONTAINS 160 CHARACTERS.
       01 CUSTFILE-RECORD.
           05 CUST-ID                PIC X(10).
           05 CUST-NOME              PIC X(40).
           05 CUST-NOME-CONT         PIC X(40).
           05 CUST-ENDERECO          PIC X(40).
           05 CUST-CONTATO           PIC X(20).
           05 FILLER                 PIC X(10).
      *
       FD STMT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 STMT-RECORD               PIC X(133).
      *
      *--- ARQUIVO FISCAL (100 BYTES). VALORES SEM PONTO DECIMAL, COM
      *--- DUAS CASAS IMPLICITAS; SINAL NO ULTIMO DIGITO
       FD FIS-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FIS-RECORD.
           05 FIS-TIPO               PIC X(01).
              88 FIS-CABECALHO       VALUE 'H'.
              88 FIS-CLIENTE         VALUE 'C'.
              88 FIS-MOEDA           VALUE 'M'.
              88 FIS-TOTAIS          VALUE 'T'.
           05 FIS-ANO                PIC 9(04).
           05 FIS-DADOS              PIC X(95).
       01 FIS-HDR-ALT REDEFINES FIS-RECORD.
           05 FILLER                 PIC X(05).
           05 FIS-HDR-DATA-GERACAO   PIC 9(08).
           05 FIS-HDR-FONTE          PIC X(01).
           05 FILLER                 PIC X(86).
       01 FIS-CLI-ALT REDEFINES FIS-RECORD.
           05 FILLER                 PIC X(05).
           05 FIS-CLI-ID             PIC X(10).
           05 FIS-CLI-NOME           PIC X(40).
           05 FIS-CLI-SITUACAO       PIC X(01).
           05 FIS-CLI-SALDO-INI      PIC S9(13)V99.
           05 FIS-CLI-SALDO-FIM      PIC S9(13)V99.
           05 FIS-CLI-QTD-MOEDAS     PIC 9(02).
           05 FIS-CLI-QTD-INCORP     PIC 9(03).
           05 FILLER                 PIC X(09).
       01 FIS-MOE-ALT REDEFINES FIS-RECORD.
           05 FILLER                 PIC X(05).
           05 FIS-MOE-ID             PIC X(10).
           05 FIS-MOE-MOEDA          PIC X(03).
           05 FIS-MOE-DEBITOS        PIC 9(13)V99.
           05 FIS-MOE-CREDITOS       PIC 9(13)V99.
           05 FIS-MOE-QTD-ESTORNOS   PIC 9(05).
           05 FIS-MOE-VLR-ESTORNOS   PIC S9(13)V99.
           05 FILLER                 PIC X(32).
       01 FIS-TRL-ALT REDEFINES FIS-RECORD.
           05 FILLER                 PIC X(05).
           05 FIS-TRL-QTD-CLIENTES   PIC 9(07).
           05 FIS-TRL-QTD-MOEDAS     PIC 9(07).
           05 FIS-TRL-SOMA-SALDO-FIM PIC S9(15)V99.
           05 FILLER                 PIC X(64).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-ANO               PIC 9(04).
           05 PARM-FONTE             PIC X(01).
           05 FILLER                 PIC X(75).
      *
      *--- REGISTRO DE CLASSIFICACAO: CLIENTE (SOBREVIVENTE FINAL),
      *--- ID ORIGINAL E CONTA (LINHA DO DIARIO SEM CONTA E DA 001),
      *--- TIPO (COPIAS ANTES DO DIARIO) E A SEQUENCIA DE
      *--- ENTRADA - O DIARIO E ACRESCENTADO EM ORDEM CRONOLOGICA,
      *--- ENTAO A SEQUENCIA MANTEM A ORDEM DOS FATOS DENTRO DO ID
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-GRUPO              PIC X(10).
           05 SRT-ID                 PIC X(10).
           05 SRT-CONTA              PIC X(03).
           05 SRT-TIPO               PIC X(01).
              88 SRT-BKP-ABERTURA    VALUE '1'.
              88 SRT-BKP-FECHAMENTO  VALUE '2'.
              88 SRT-DIARIO          VALUE '3'.
           05 SRT-ENTRADA-SEQ        PIC 9(09).
           05 SRT-DADOS              PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-BKA-FILE-STATUS    PIC X(02).
              88 WS-BKA-OK          VALUE '00'.
              88 WS-BKA-EOF         VALUE '10'.
           05 WS-BKF-FILE-STATUS    PIC X(02).
              88 WS-BKF-OK          VALUE '00'.
              88 WS-BKF-EOF         VALUE '10'.
           05 WS-CUSTFILE-STATUS    PIC X(02).
              88 WS-CUST-OK         VALUE '00'.
              88 WS-CUST-NOTFND     VALUE '23'.
           05 WS-STMT-FILE-STATUS   PIC X(02).
              88 WS-STMT-OK         VALUE '00'.
           05 WS-FIS-FILE-STATUS    PIC X(02).
              88 WS-FIS-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-PARM-CONTROLE.
           05 WS-CURRENT-DATE-RAW.
               10 WS-CUR-AAAA       PIC 9(04).
               10 WS-CUR-MM         PIC 9(02).
               10 WS-CUR-DD         PIC 9(02).
           05 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE-RAW
                                    PIC 9(08).
           05 WS-ANO                PIC 9(04) VALUE ZERO.
           05 WS-ANO-INICIO         PIC 9(08) VALUE ZERO.
           05 WS-ANO-FIM            PIC 9(08) VALUE ZERO.
           05 WS-FONTE              PIC X(01) VALUE 'D'.
              88 WS-FONTE-DIARIO    VALUE 'D'.
              88 WS-FONTE-BACKUP    VALUE 'B'.
      *
      *--- FUSOES DO DIARIO (LINHAS 'F' DE SAIDA DO DUPLICADO): ID
      *--- INCORPORADO -> ID QUE O RECEBEU, COM A DATA DA FUSAO
       01 WS-FUSAO-TABLE.
           05 WS-FUS-COUNT          PIC 9(05) COMP VALUE ZERO.
           05 WS-FUS-ENTRY OCCURS 2000 TIMES.
              10 WS-FUS-DUPLICADO   PIC X(10).
              10 WS-FUS-SOBREVIVENTE PIC X(10).
              10 WS-FUS-DATA        PIC 9(08).
       01 WS-FUSAO-BUSCA.
           05 WS-FUS-SUB            PIC 9(05) COMP VALUE ZERO.
           05 WS-FUS-NIVEL          PIC 9(03) COMP VALUE ZERO.
           05 WS-GRUPO-BUSCA        PIC X(10).
           05 WS-FUS-DATA-ACHADA    PIC 9(08) VALUE ZERO.
           05 WS-FUS-ACHOU-SW       PIC X(01) VALUE 'N'.
              88 WS-FUS-ACHOU       VALUE 'S'.
      *
      *--- VISAO DO REGISTRO DO DIARIO DEVOLVIDO PELO SORT
       01 WS-MJR-REG.
           05 WS-MJR-RUN-DATE       PIC 9(08).
           05 WS-MJR-TIME           PIC 9(06).
           05 WS-MJR-RUN-ID         PIC X(08).
           05 WS-MJR-ACAO           PIC X(01).
           05 WS-MJR-ORIGEM         PIC X(01).
           05 WS-MJR-ID             PIC X(10).
           05 WS-MJR-DATA-ANTES     PIC X(68).
           05 WS-MJR-DATA-DEPOIS    PIC X(68).
           05 WS-MJR-SALDO-ANTES    PIC S9(11)V99.
           05 WS-MJR-SALDO-DEPOIS   PIC S9(11)V99.
           05 FILLER                PIC X(04).
       01 WS-BKP-REG.
           05 WS-BKP-ID             PIC X(10).
           05 WS-BKP-CONTA          PIC X(03).
           05 WS-BKP-DATA           PIC X(68).
           05 WS-BKP-ULT-ATUALIZACAO PIC 9(08).
           05 WS-BKP-SALDO          PIC S9(11)V99.
           05 FILLER                PIC X(98).
      *
      *--- ID ORIGINAL E CONTA CORRENTES (QUEBRA DE CONTROLE POR ID +
      *--- CONTA - OS SALDOS DE ABERTURA/FECHAMENTO SAO DE CADA CONTA
      *--- E SOMAM NO CLIENTE)
       01 WS-ID-CONTROLE.
           05 WS-FIM-SORT-SW        PIC X(01) VALUE 'N'.
              88 WS-FIM-SORT        VALUE 'S'.
           05 WS-ID-ATUAL           PIC X(10) VALUE LOW-VALUES.
           05 WS-CONTA-ATUAL        PIC X(03) VALUE LOW-VALUES.
           05 WS-ID-LISTADO         PIC X(10) VALUE LOW-VALUES.
           05 WS-ID-SALDO-INI       PIC S9(11)V99 VALUE ZERO.
           05 WS-ID-SALDO-FIM       PIC S9(11)V99 VALUE ZERO.
           05 WS-ID-BKP-INI         PIC S9(11)V99 VALUE ZERO.
           05 WS-ID-BKP-FIM         PIC S9(11)V99 VALUE ZERO.
           05 WS-ID-TEM-INI-SW      PIC X(01) VALUE 'N'.
              88 WS-ID-TEM-INI      VALUE 'S'.
           05 WS-ID-TEM-FIM-SW      PIC X(01) VALUE 'N'.
              88 WS-ID-TEM-FIM      VALUE 'S'.
           05 WS-ID-MOVIMENTOU-SW   PIC X(01) VALUE 'N'.
              88 WS-ID-MOVIMENTOU   VALUE 'S'.
      *
      *--- CLIENTE CORRENTE (QUEBRA DE CONTROLE POR SOBREVIVENTE)
       01 WS-GRUPO-CONTROLE.
           05 WS-GRP-ID             PIC X(10) VALUE LOW-VALUES.
           05 WS-GRP-SALDO-INI      PIC S9(13)V99 VALUE ZERO.
           05 WS-GRP-SALDO-FIM      PIC S9(13)V99 VALUE ZERO.
           05 WS-GRP-BAIXAS         PIC S9(13)V99 VALUE ZERO.
           05 WS-GRP-TEM-CONTEUDO-SW PIC X(01) VALUE 'N'.
              88 WS-GRP-TEM-CONTEUDO VALUE 'S'.
           05 WS-GRP-SITUACAO       PIC X(01) VALUE SPACES.
              88 WS-GRP-NORMAL      VALUE 'N'.
              88 WS-GRP-ANONIMIZADO VALUE 'A'.
              88 WS-GRP-SEM-CADASTRO VALUE 'S'.
           05 WS-GRP-NOME           PIC X(40) VALUE SPACES.
      *
      *--- TOTAIS DO CLIENTE POR MOEDA
       01 WS-MOEDA-TABLE.
           05 WS-MOE-COUNT          PIC 9(03) COMP VALUE ZERO.
           05 WS-MOE-ENTRY OCCURS 10 TIMES.
              10 WS-MOE-MOEDA       PIC X(03).
              10 WS-MOE-DEBITOS     PIC 9(13)V99.
              10 WS-MOE-CREDITOS    PIC 9(13)V99.
              10 WS-MOE-EST-QTD     PIC 9(05).
              10 WS-MOE-EST-VALOR   PIC S9(13)V99.
       01 WS-MOE-SUB                PIC 9(03) COMP VALUE ZERO.
       01 WS-MOEDA-BUSCA            PIC X(03).
       01 WS-MOE-ACHOU-SW           PIC X(01) VALUE 'N'.
          88 WS-MOE-ACHOU           VALUE 'S'.
      *
      *--- ESTORNOS E BACKOUTS DO CLIENTE NO ANO, PARA A LISTA DO
      *--- INFORME (O EXCEDENTE SO E CONTADO)
       01 WS-ESTORNO-TABLE.
           05 WS-EST-COUNT          PIC 9(03) COMP VALUE ZERO.
           05 WS-EST-OMITIDOS       PIC 9(05) VALUE ZERO.
           05 WS-EST-ENTRY OCCURS 100 TIMES.
              10 WS-EST-DATA        PIC X(08).
              10 WS-EST-MOEDA       PIC X(03).
              10 WS-EST-ORIGEM      PIC X(01).
              10 WS-EST-VALOR       PIC S9(11)V99.
       01 WS-EST-SUB                PIC 9(03) COMP VALUE ZERO.
      *
      *--- IDS INCORPORADOS AO CLIENTE COM CONTEUDO NO ANO
       01 WS-INCORP-TABLE.
           05 WS-INC-COUNT          PIC 9(03) COMP VALUE ZERO.
           05 WS-INC-ENTRY OCCURS 20 TIMES.
              10 WS-INC-ID          PIC X(10).
              10 WS-INC-DATA        PIC 9(08).
       01 WS-INC-SUB                PIC 9(03) COMP VALUE ZERO.
      *
       01 WS-WORK-VARS.
           05 WS-VALOR-LIQ          PIC S9(13)V99 VALUE ZERO.
           05 WS-SALDO-DEPOIS       PIC S9(11)V99 VALUE ZERO.
           05 WS-VALOR-ED           PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-QTD-ED             PIC ZZ.ZZ9.
           05 WS-LINHAS-PAGINA      PIC 9(03) VALUE ZERO.
           05 WS-LINHAS-POR-PAGINA  PIC 9(03) VALUE 55.
      *
       01 WS-COUNTERS.
           05 WS-ENTRADA-SEQ        PIC 9(09) VALUE ZERO.
           05 WS-COUNT-MJR-LIDOS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-BKP-LIDOS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-FUSOES       PIC 9(07) VALUE ZERO.
           05 WS-COUNT-INFORMES     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ANONIMIZADOS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-CADASTRO PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-CONTEUDO PIC 9(07) VALUE ZERO.
           05 WS-COUNT-INCORPORADOS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FIS-MOEDAS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FIS-GRAVADOS PIC 9(09) VALUE ZERO.
           05 WS-SOMA-SALDO-FIM     PIC S9(15)V99 VALUE ZERO.
      *
      *--- LINHAS DO INFORME
       01 WS-STMT-HEADER.
           05 STM-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(18) VALUE
              '*** INFORME ANUAL '.
           05 STM-HDR-ANO           PIC 9(04).
           05 FILLER                PIC X(15) VALUE
              ' ***  CLIENTE: '.
           05 STM-HDR-ID            PIC X(10).
           05 FILLER                PIC X(85) VALUE SPACES.
      *
       01 WS-STMT-INFO-LINE.
           05 STM-CC                PIC X(01) VALUE SPACES.
           05 STM-INF-TEXTO         PIC X(80).
           05 FILLER                PIC X(52) VALUE SPACES.
      *
       01 WS-STMT-MOE-LINE.
           05 STM-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'MOEDA: '.
           05 STM-MOE-MOEDA         PIC X(03).
           05 FILLER                PIC X(11) VALUE '  DEBITOS: '.
           05 STM-MOE-DEBITOS       PIC X(21).
           05 FILLER                PIC X(12) VALUE '  CREDITOS: '.
           05 STM-MOE-CREDITOS      PIC X(21).
           05 FILLER                PIC X(12) VALUE '  ESTORNOS: '.
           05 STM-MOE-EST-QTD       PIC X(06).
           05 FILLER                PIC X(08) VALUE ' VALOR: '.
           05 STM-MOE-EST-VALOR     PIC X(21).
           05 FILLER                PIC X(10) VALUE SPACES.
      *
       01 WS-STMT-EST-LINE.
           05 STM-CC                PIC X(01) VALUE SPACES.
           05 STM-EST-DESC          PIC X(10).
           05 FILLER                PIC X(06) VALUE 'DATA: '.
           05 STM-EST-DATA          PIC X(08).
           05 FILLER                PIC X(09) VALUE '  MOEDA: '.
           05 STM-EST-MOEDA         PIC X(03).
           05 FILLER                PIC X(09) VALUE '  VALOR: '.
           05 STM-EST-VALOR         PIC X(21).
           05 FILLER                PIC X(66) VALUE SPACES.
      *
       01 WS-STMT-TOT-LINE.
           05 STM-CC                PIC X(01) VALUE SPACES.
           05 STM-TOT-DESC          PIC X(30).
           05 STM-TOT-VALOR         PIC X(22).
           05 FILLER                PIC X(80) VALUE SPACES.
      *
      *--- LINHAS DO RELATORIO DA RODADA
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(45) VALUE
              '*** INFORME ANUAL DE SALDOS (MYINFANU) - ANO '.
           05 RPT-HDR-ANO           PIC 9(04).
           05 FILLER                PIC X(09) VALUE ' - FONTE '.
           05 RPT-HDR-FONTE         PIC X(07).
           05 FILLER                PIC X(67) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-MAPEAR-FUSOES.
      *
      *--- A ENTRADA LIBERA O DIARIO (E AS COPIAS, COM FONTE 'B')
      *--- CHAVEADO PELO CLIENTE SOBREVIVENTE; A SAIDA APURA O ANO DE
      *--- CADA ID E FECHA O INFORME DE CADA CLIENTE
           SORT SORT-WORK
               ON ASCENDING KEY SRT-GRUPO
                                SRT-ID
                                SRT-CONTA
                                SRT-TIPO
                                SRT-ENTRADA-SEQ
               INPUT PROCEDURE IS 2000-CLASSIFICAR-ENTRADA
               OUTPUT PROCEDURE IS 2500-APURAR-SAIDA.
      *
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYINFANU CONCLUIDO. ANO: ' WS-ANO
                   ' INFORMES: ' WS-COUNT-INFORMES.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           COMPUTE WS-ANO-INICIO = WS-ANO * 10000 + 0101.
           COMPUTE WS-ANO-FIM    = WS-ANO * 10000 + 1231.
      *
           OPEN INPUT CUSTFILE.
           IF NOT WS-CUST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CUSTFILE'
              DISPLAY 'FILE STATUS: ' WS-CUSTFILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT STMT-FILE.
           IF NOT WS-STMT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO STMT-FILE'
              DISPLAY 'FILE STATUS: ' WS-STMT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT FIS-FILE.
           IF NOT WS-FIS-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO FIS-FILE'
              DISPLAY 'FILE STATUS: ' WS-FIS-FILE-STATUS
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
           MOVE WS-ANO TO RPT-HDR-ANO.
           IF WS-FONTE-BACKUP
              MOVE 'COPIAS' TO RPT-HDR-FONTE
           ELSE
              MOVE 'DIARIO' TO RPT-HDR-FONTE
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO FIS-RECORD.
           MOVE 'H' TO FIS-TIPO.
           MOVE WS-ANO TO FIS-ANO.
           MOVE WS-CURRENT-DATE-N TO FIS-HDR-DATA-GERACAO.
           MOVE WS-FONTE TO FIS-HDR-FONTE.
           PERFORM 4300-WRITE-FISCAL.
           EXIT.
      *
      *--- ANO DO INFORME: PARMDD OU, NA FALTA DELE, O ANO ANTERIOR AO
      *--- DA EXECUCAO (O INFORME RODA EM FEVEREIRO, SOBRE O ANO
      *--- FECHADO). FONTE 'B' TROCA OS SALDOS DO DIARIO PELOS DAS
      *--- COPIAS DO MESTRE
       1150-READ-PARM-CARD.
           ACCEPT WS-CURRENT-DATE-RAW FROM DATE YYYYMMDD.
           COMPUTE WS-ANO = WS-CUR-AAAA - 1.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-ANO IS NUMERIC
                 AND PARM-ANO > ZERO
                 MOVE PARM-ANO TO WS-ANO
              END-IF
              IF PARM-FONTE = 'B'
                 SET WS-FONTE-BACKUP TO TRUE
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           DISPLAY 'ANO DO INFORME: ' WS-ANO ' FONTE: ' WS-FONTE.
           EXIT.
      *
      *--- PRIMEIRA PASSADA NO DIARIO: SO AS SAIDAS DE DUPLICADO DAS
      *--- FUSOES ('F' + 'E'; O ID SOBREVIVENTE VEM NO INICIO DA
      *--- IMAGEM DEPOIS). FUSAO POSTERIOR AO ANO TAMBEM CONTA: O
      *--- INFORME SAI PELO ID QUE VALE HOJE
       1200-MAPEAR-FUSOES.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4000-READ-NEXT-JOURNAL.
           PERFORM 1210-REGISTRAR-FUSAO UNTIL WS-MJR-EOF.
           CLOSE MSTJRN-FILE.
           DISPLAY 'FUSOES NO DIARIO: ' WS-FUS-COUNT.
           EXIT.
      *
       1210-REGISTRAR-FUSAO.
           IF MJR-ORIGEM = 'F' AND MJR-ACAO = 'E'
              IF WS-FUS-COUNT >= 2000
                 DISPLAY 'MAIS DE 2000 FUSOES NO DIARIO'
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-FUS-COUNT
              MOVE MJR-ID TO WS-FUS-DUPLICADO(WS-FUS-COUNT)
              MOVE MJR-DATA-DEPOIS(1:10)
                TO WS-FUS-SOBREVIVENTE(WS-FUS-COUNT)
              MOVE MJR-RUN-DATE TO WS-FUS-DATA(WS-FUS-COUNT)
           END-IF.
           PERFORM 4000-READ-NEXT-JOURNAL.
           EXIT.
      *
      *================================================================*
      * PROCEDIMENTO DE ENTRADA DO SORT
      *================================================================*
       2000-CLASSIFICAR-ENTRADA SECTION.
       2010-LIBERAR-DIARIO.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA REABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE ZERO TO WS-COUNT-MJR-LIDOS.
           PERFORM 4000-READ-NEXT-JOURNAL.
      *--- A ANCORA DIARIA DA CADEIA DE HASH ('H') NAO E MOVIMENTO
           PERFORM UNTIL WS-MJR-EOF
              IF MJR-ORIGEM NOT = 'H'
                 MOVE MJR-ID TO SRT-ID
                 IF MJR-CONTA = SPACES
                    MOVE '001' TO SRT-CONTA
                 ELSE
                    MOVE MJR-CONTA TO SRT-CONTA
                 END-IF
                 PERFORM 2150-RESOLVER-GRUPO
                 MOVE '3' TO SRT-TIPO
                 MOVE MSTJRN-RECORD TO SRT-DADOS
                 PERFORM 2100-LIBERAR-REGISTRO
              END-IF
              PERFORM 4000-READ-NEXT-JOURNAL
           END-PERFORM.
           CLOSE MSTJRN-FILE.
           IF NOT WS-FONTE-BACKUP
              GO TO 2090-FIM-ENTRADA
           END-IF.
       2020-LIBERAR-ABERTURA.
           OPEN INPUT BKPABR-FILE.
           IF NOT WS-BKA-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO BKPABR-FILE'
              DISPLAY 'FILE STATUS: ' WS-BKA-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ BKPABR-FILE.
           PERFORM UNTIL NOT WS-BKA-OK
              ADD 1 TO WS-COUNT-BKP-LIDOS
              MOVE BKA-ID TO SRT-ID
              MOVE BKA-CONTA TO SRT-CONTA
              PERFORM 2150-RESOLVER-GRUPO
              MOVE '1' TO SRT-TIPO
              MOVE BKA-RECORD TO SRT-DADOS
              PERFORM 2100-LIBERAR-REGISTRO
              READ BKPABR-FILE
           END-PERFORM.
           IF NOT WS-BKA-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO BKPABR-FILE'
              DISPLAY 'FILE STATUS: ' WS-BKA-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE BKPABR-FILE.
       2030-LIBERAR-FECHAMENTO.
           OPEN INPUT BKPFEC-FILE.
           IF NOT WS-BKF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO BKPFEC-FILE'
              DISPLAY 'FILE STATUS: ' WS-BKF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ BKPFEC-FILE.
           PERFORM UNTIL NOT WS-BKF-OK
              ADD 1 TO WS-COUNT-BKP-LIDOS
              MOVE BKF-ID TO SRT-ID
              MOVE BKF-CONTA TO SRT-CONTA
              PERFORM 2150-RESOLVER-GRUPO
              MOVE '2' TO SRT-TIPO
              MOVE BKF-RECORD TO SRT-DADOS
              PERFORM 2100-LIBERAR-REGISTRO
              READ BKPFEC-FILE
           END-PERFORM.
           IF NOT WS-BKF-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO BKPFEC-FILE'
              DISPLAY 'FILE STATUS: ' WS-BKF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE BKPFEC-FILE.
       2090-FIM-ENTRADA.
           EXIT.
      *
       2100-LIBERAR-REGISTRO SECTION.
       2110-LIBERAR.
           ADD 1 TO WS-ENTRADA-SEQ.
           MOVE WS-GRUPO-BUSCA TO SRT-GRUPO.
           MOVE WS-ENTRADA-SEQ TO SRT-ENTRADA-SEQ.
           RELEASE SORT-RECORD.
       2190-FIM-LIBERAR.
           EXIT.
      *
      *--- CLIENTE DO ID (SRT-ID): SEGUE A CADEIA DE FUSOES ATE O
      *--- SOBREVIVENTE FINAL (NO MAXIMO 10 NIVEIS, CONTRA CICLO)
       2150-RESOLVER-GRUPO SECTION.
       2160-RESOLVER.
           MOVE SRT-ID TO WS-GRUPO-BUSCA.
           IF WS-FUS-COUNT = ZERO
              GO TO 2170-FIM-RESOLVER
           END-IF.
           MOVE ZERO TO WS-FUS-NIVEL.
           SET WS-FUS-ACHOU TO TRUE.
           PERFORM UNTIL NOT WS-FUS-ACHOU OR WS-FUS-NIVEL >= 10
              ADD 1 TO WS-FUS-NIVEL
              PERFORM 2180-BUSCAR-FUSAO
              IF WS-FUS-ACHOU
                 MOVE WS-FUS-SOBREVIVENTE(WS-FUS-SUB)
                   TO WS-GRUPO-BUSCA
              END-IF
           END-PERFORM.
       2170-FIM-RESOLVER.
           EXIT.
      *
      *--- PROCURA WS-GRUPO-BUSCA ENTRE OS DUPLICADOS DO MAPA
       2180-BUSCAR-FUSAO SECTION.
       2181-BUSCAR.
           MOVE 'N' TO WS-FUS-ACHOU-SW.
           PERFORM VARYING WS-FUS-SUB FROM 1 BY 1
                   UNTIL WS-FUS-SUB > WS-FUS-COUNT
                      OR WS-FUS-ACHOU
              IF WS-FUS-DUPLICADO(WS-FUS-SUB) = WS-GRUPO-BUSCA
                 SET WS-FUS-ACHOU TO TRUE
                 MOVE WS-FUS-DATA(WS-FUS-SUB) TO WS-FUS-DATA-ACHADA
              END-IF
           END-PERFORM.
           IF WS-FUS-ACHOU
              SUBTRACT 1 FROM WS-FUS-SUB
           END-IF.
       2189-FIM-BUSCAR.
           EXIT.
      *
      *================================================================*
      * PROCEDIMENTO DE SAIDA DO SORT
      *================================================================*
       2500-APURAR-SAIDA SECTION.
       2510-APURAR.
           PERFORM 2550-AVALIAR-REGISTRO UNTIL WS-FIM-SORT.
           IF WS-ID-ATUAL NOT = LOW-VALUES
              PERFORM 2600-FECHAR-ID
           END-IF.
           IF WS-GRP-ID NOT = LOW-VALUES
              PERFORM 2700-FECHAR-CLIENTE
           END-IF.
       2590-FIM-SAIDA.
           EXIT.
      *
      *--- QUEBRAS: CLIENTE NOVO FECHA O ID E O CLIENTE ANTERIORES;
      *--- ID NOVO DO MESMO CLIENTE FECHA SO O ID
       2550-AVALIAR-REGISTRO SECTION.
       2560-AVALIAR.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           IF WS-FIM-SORT
              GO TO 2570-FIM-AVALIAR
           END-IF.
           IF SRT-GRUPO NOT = WS-GRP-ID
              IF WS-ID-ATUAL NOT = LOW-VALUES
                 PERFORM 2600-FECHAR-ID
              END-IF
              IF WS-GRP-ID NOT = LOW-VALUES
                 PERFORM 2700-FECHAR-CLIENTE
              END-IF
              PERFORM 2580-ABRIR-CLIENTE
              PERFORM 2590-ABRIR-ID
           ELSE
              IF SRT-ID NOT = WS-ID-ATUAL
                 OR SRT-CONTA NOT = WS-CONTA-ATUAL
                 PERFORM 2600-FECHAR-ID
                 PERFORM 2590-ABRIR-ID
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SRT-BKP-ABERTURA
                   MOVE SRT-DADOS TO WS-BKP-REG
                   ADD WS-BKP-SALDO TO WS-ID-BKP-INI
               WHEN SRT-BKP-FECHAMENTO
                   MOVE SRT-DADOS TO WS-BKP-REG
                   ADD WS-BKP-SALDO TO WS-ID-BKP-FIM
               WHEN OTHER
                   MOVE SRT-DADOS TO WS-MJR-REG
                   PERFORM 2650-TRATAR-DIARIO
           END-EVALUATE.
       2570-FIM-AVALIAR.
           EXIT.
      *
       2580-ABRIR-CLIENTE SECTION.
       2581-ABRIR.
           MOVE SRT-GRUPO TO WS-GRP-ID.
           MOVE ZERO TO WS-GRP-SALDO-INI.
           MOVE ZERO TO WS-GRP-SALDO-FIM.
           MOVE ZERO TO WS-GRP-BAIXAS.
           MOVE 'N' TO WS-GRP-TEM-CONTEUDO-SW.
           MOVE ZERO TO WS-MOE-COUNT.
           MOVE ZERO TO WS-EST-COUNT.
           MOVE ZERO TO WS-EST-OMITIDOS.
           MOVE ZERO TO WS-INC-COUNT.
       2589-FIM-ABRIR.
           EXIT.
      *
       2590-ABRIR-ID SECTION.
       2591-ABRIR.
           MOVE SRT-ID TO WS-ID-ATUAL.
           MOVE SRT-CONTA TO WS-CONTA-ATUAL.
           MOVE ZERO TO WS-ID-SALDO-INI.
           MOVE ZERO TO WS-ID-SALDO-FIM.
           MOVE ZERO TO WS-ID-BKP-INI.
           MOVE ZERO TO WS-ID-BKP-FIM.
           MOVE 'N' TO WS-ID-TEM-INI-SW.
           MOVE 'N' TO WS-ID-TEM-FIM-SW.
           MOVE 'N' TO WS-ID-MOVIMENTOU-SW.
       2599-FIM-ABRIR.
           EXIT.
      *
      *--- FECHA O ID: SALDOS DO ANO (DIARIO OU COPIAS) SOMAM NO
      *--- CLIENTE; ID INCORPORADO COM CONTEUDO ENTRA NA LISTA
       2600-FECHAR-ID SECTION.
       2610-FECHAR.
           IF WS-FONTE-BACKUP
              MOVE WS-ID-BKP-INI TO WS-ID-SALDO-INI
              MOVE WS-ID-BKP-FIM TO WS-ID-SALDO-FIM
           ELSE
              IF NOT WS-ID-TEM-FIM
                 MOVE WS-ID-SALDO-INI TO WS-ID-SALDO-FIM
              END-IF
           END-IF.
           IF WS-ID-SALDO-INI = ZERO AND WS-ID-SALDO-FIM = ZERO
              AND NOT WS-ID-MOVIMENTOU
              GO TO 2690-FIM-FECHAR
           END-IF.
           SET WS-GRP-TEM-CONTEUDO TO TRUE.
           ADD WS-ID-SALDO-INI TO WS-GRP-SALDO-INI.
           ADD WS-ID-SALDO-FIM TO WS-GRP-SALDO-FIM.
      *--- O ID INCORPORADO ENTRA NA LISTA UMA VEZ SO, NA PRIMEIRA
      *--- CONTA DELE COM CONTEUDO
           IF WS-ID-ATUAL NOT = WS-GRP-ID
              AND WS-ID-ATUAL NOT = WS-ID-LISTADO
              MOVE WS-ID-ATUAL TO WS-ID-LISTADO
              ADD 1 TO WS-COUNT-INCORPORADOS
              IF WS-INC-COUNT < 20
                 ADD 1 TO WS-INC-COUNT
                 MOVE WS-ID-ATUAL TO WS-INC-ID(WS-INC-COUNT)
                 MOVE WS-ID-ATUAL TO WS-GRUPO-BUSCA
                 MOVE ZERO TO WS-FUS-DATA-ACHADA
                 PERFORM 2180-BUSCAR-FUSAO
                 MOVE WS-FUS-DATA-ACHADA TO WS-INC-DATA(WS-INC-COUNT)
              END-IF
           END-IF.
       2690-FIM-FECHAR.
           EXIT.
      *
      *--- UMA LINHA DO DIARIO DO ID. ANTES DO ANO SO ATUALIZA O
      *--- SALDO DE ABERTURA; DEPOIS DO ANO E IGNORADA
       2650-TRATAR-DIARIO SECTION.
       2651-TRATAR.
           IF WS-MJR-ACAO = 'E'
              MOVE ZERO TO WS-SALDO-DEPOIS
           ELSE
              MOVE WS-MJR-SALDO-DEPOIS TO WS-SALDO-DEPOIS
           END-IF.
           IF WS-MJR-RUN-DATE < WS-ANO-INICIO
              MOVE WS-SALDO-DEPOIS TO WS-ID-SALDO-INI
              SET WS-ID-TEM-INI TO TRUE
              GO TO 2659-FIM-TRATAR
           END-IF.
           IF WS-MJR-RUN-DATE > WS-ANO-FIM
              GO TO 2659-FIM-TRATAR
           END-IF.
      *
      *--- PRIMEIRA LINHA DO ID NO ANO SEM HISTORIA ANTERIOR: A
      *--- ABERTURA E A IMAGEM ANTES DELA
           IF NOT WS-ID-TEM-INI
              IF WS-MJR-ACAO NOT = 'I'
                 MOVE WS-MJR-SALDO-ANTES TO WS-ID-SALDO-INI
              END-IF
              SET WS-ID-TEM-INI TO TRUE
           END-IF.
           MOVE WS-SALDO-DEPOIS TO WS-ID-SALDO-FIM.
           SET WS-ID-TEM-FIM TO TRUE.
           SET WS-ID-MOVIMENTOU TO TRUE.
      *
           IF WS-MJR-ACAO = 'I'
              COMPUTE WS-VALOR-LIQ = WS-SALDO-DEPOIS
           ELSE
              COMPUTE WS-VALOR-LIQ =
                 WS-SALDO-DEPOIS - WS-MJR-SALDO-ANTES
           END-IF.
      *
           EVALUATE WS-MJR-ORIGEM
               WHEN 'J'
               WHEN 'W'
                   MOVE 'BRL' TO WS-MOEDA-BUSCA
               WHEN 'B'
                   MOVE WS-MJR-DATA-ANTES(23:3) TO WS-MOEDA-BUSCA
               WHEN OTHER
      *--- MOEDA EM BRANCO NA IMAGEM DEPOIS E BRL; SO A LINHA SEM
      *--- IMAGEM DEPOIS (EXCLUSAO) USA A IMAGEM ANTES
                   IF WS-MJR-DATA-DEPOIS = SPACES
                      MOVE WS-MJR-DATA-ANTES(23:3) TO WS-MOEDA-BUSCA
                   ELSE
                      MOVE WS-MJR-DATA-DEPOIS(23:3) TO WS-MOEDA-BUSCA
                   END-IF
           END-EVALUATE.
           IF WS-MOEDA-BUSCA = SPACES
              MOVE 'BRL' TO WS-MOEDA-BUSCA
           END-IF.
      *
           EVALUATE TRUE
      *--- TRANSFERENCIA DE FUSAO: SOMA ZERO DENTRO DO CLIENTE
               WHEN WS-MJR-ORIGEM = 'F'
                   CONTINUE
               WHEN WS-MJR-ORIGEM = 'R' OR WS-MJR-ORIGEM = 'B'
                   PERFORM 2670-REGISTRAR-ESTORNO
      *--- EXCLUSAO DO CADASTRO COM SALDO: NAO E MOVIMENTO, E BAIXA
               WHEN WS-MJR-ACAO = 'E'
                   ADD WS-VALOR-LIQ TO WS-GRP-BAIXAS
               WHEN OTHER
                   PERFORM 2800-LOCALIZAR-MOEDA
                   IF WS-VALOR-LIQ < ZERO
                      SUBTRACT WS-VALOR-LIQ
                          FROM WS-MOE-DEBITOS(WS-MOE-SUB)
                   ELSE
                      ADD WS-VALOR-LIQ
                        TO WS-MOE-CREDITOS(WS-MOE-SUB)
                   END-IF
           END-EVALUATE.
       2659-FIM-TRATAR.
           EXIT.
      *
       2670-REGISTRAR-ESTORNO SECTION.
       2671-REGISTRAR.
           PERFORM 2800-LOCALIZAR-MOEDA.
           ADD 1 TO WS-MOE-EST-QTD(WS-MOE-SUB).
           ADD WS-VALOR-LIQ TO WS-MOE-EST-VALOR(WS-MOE-SUB).
           IF WS-EST-COUNT < 100
              ADD 1 TO WS-EST-COUNT
              MOVE WS-MJR-RUN-DATE TO WS-EST-DATA(WS-EST-COUNT)
              MOVE WS-MOEDA-BUSCA  TO WS-EST-MOEDA(WS-EST-COUNT)
              MOVE WS-MJR-ORIGEM   TO WS-EST-ORIGEM(WS-EST-COUNT)
              MOVE WS-VALOR-LIQ    TO WS-EST-VALOR(WS-EST-COUNT)
           ELSE
              ADD 1 TO WS-EST-OMITIDOS
           END-IF.
       2679-FIM-REGISTRAR.
           EXIT.
      *
      *--- FECHA O CLIENTE: CADASTRO, INFORME IMPRESSO E REGISTROS
      *--- FISCAIS
       2700-FECHAR-CLIENTE SECTION.
       2710-FECHAR.
           IF NOT WS-GRP-TEM-CONTEUDO
              ADD 1 TO WS-COUNT-SEM-CONTEUDO
              GO TO 2790-FIM-FECHAR
           END-IF.
           ADD 1 TO WS-COUNT-INFORMES.
           PERFORM 2720-BUSCAR-CADASTRO.
           PERFORM 2730-IMPRIMIR-INFORME.
           PERFORM 2760-GRAVAR-FISCAL.
           ADD WS-GRP-SALDO-FIM TO WS-SOMA-SALDO-FIM.
       2790-FIM-FECHAR.
           EXIT.
      *
      *--- ANONIMIZADO (MYANONYM) E SEM CADASTRO NAO TEM NOME
       2720-BUSCAR-CADASTRO SECTION.
       2721-BUSCAR.
           MOVE WS-GRP-ID TO CUST-ID.
           READ CUSTFILE.
           EVALUATE TRUE
               WHEN WS-CUST-OK
                   IF CUST-NOME = 'ANONIMIZADO'
                      SET WS-GRP-ANONIMIZADO TO TRUE
                      MOVE SPACES TO WS-GRP-NOME
                      ADD 1 TO WS-COUNT-ANONIMIZADOS
                   ELSE
                      SET WS-GRP-NORMAL TO TRUE
                      MOVE CUST-NOME TO WS-GRP-NOME
                   END-IF
               WHEN WS-CUST-NOTFND
                   SET WS-GRP-SEM-CADASTRO TO TRUE
                   MOVE SPACES TO WS-GRP-NOME
                   ADD 1 TO WS-COUNT-SEM-CADASTRO
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO CUSTFILE'
                   DISPLAY 'FILE STATUS: ' WS-CUSTFILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
       2729-FIM-BUSCAR.
           EXIT.
      *
       2730-IMPRIMIR-INFORME SECTION.
       2731-CABECALHO.
           MOVE WS-ANO TO STM-HDR-ANO.
           MOVE WS-GRP-ID TO STM-HDR-ID.
           MOVE WS-STMT-HEADER TO STMT-RECORD.
           PERFORM 4100-WRITE-STATEMENT.
           MOVE 1 TO WS-LINHAS-PAGINA.
      *
           MOVE SPACES TO STM-INF-TEXTO.
           EVALUATE TRUE
               WHEN WS-GRP-ANONIMIZADO
                   STRING 'DADOS CADASTRAIS ELIMINADOS A PEDIDO '
                          'DO TITULAR (LGPD)'
                          DELIMITED BY SIZE INTO STM-INF-TEXTO
               WHEN WS-GRP-SEM-CADASTRO
                   MOVE 'CLIENTE SEM CADASTRO' TO STM-INF-TEXTO
               WHEN OTHER
                   STRING 'NOME: ' WS-GRP-NOME
                          DELIMITED BY SIZE INTO STM-INF-TEXTO
           END-EVALUATE.
           MOVE WS-STMT-INFO-LINE TO STMT-RECORD.
           PERFORM 4100-WRITE-STATEMENT.
      *
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB > WS-INC-COUNT
              MOVE SPACES TO STM-INF-TEXTO
              STRING 'CADASTRO INCORPORADO: ' WS-INC-ID(WS-INC-SUB)
                     '  FUSAO EM: ' WS-INC-DATA(WS-INC-SUB)
                     DELIMITED BY SIZE INTO STM-INF-TEXTO
              MOVE WS-STMT-INFO-LINE TO STMT-RECORD
              PERFORM 4100-WRITE-STATEMENT
           END-PERFORM.
           MOVE SPACES TO STMT-RECORD.
           PERFORM 4100-WRITE-STATEMENT.
      *
           MOVE 'SALDO EM 01/01               :' TO STM-TOT-DESC.
           MOVE WS-GRP-SALDO-INI TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO STM-TOT-VALOR.
           MOVE WS-STMT-TOT-LINE TO STMT-RECORD.
           PERFORM 4100-WRITE-STATEMENT.
           MOVE SPACES TO STMT-RECORD.
           PERFORM 4100-WRITE-STATEMENT.
       2732-MOEDAS.
           PERFORM VARYING WS-MOE-SUB FROM 1 BY 1
                   UNTIL WS-MOE-SUB > WS-MOE-COUNT
              MOVE WS-MOE-MOEDA(WS-MOE-SUB)    TO STM-MOE-MOEDA
              MOVE WS-MOE-DEBITOS(WS-MOE-SUB)  TO WS-VALOR-ED
              MOVE WS-VALOR-ED                 TO STM-MOE-DEBITOS
              MOVE WS-MOE-CREDITOS(WS-MOE-SUB) TO WS-VALOR-ED
              MOVE WS-VALOR-ED                 TO STM-MOE-CREDITOS
              MOVE WS-MOE-EST-QTD(WS-MOE-SUB)  TO WS-QTD-ED
              MOVE WS-QTD-ED                   TO STM-MOE-EST-QTD
              MOVE WS-MOE-EST-VALOR(WS-MOE-SUB) TO WS-VALOR-ED
              MOVE WS-VALOR-ED                 TO STM-MOE-EST-VALOR
              MOVE WS-STMT-MOE-LINE TO STMT-RECORD
              PERFORM 4100-WRITE-STATEMENT
           END-PERFORM.
       2733-ESTORNOS.
           IF WS-EST-COUNT > ZERO
              MOVE SPACES TO STMT-RECORD
              PERFORM 4100-WRITE-STATEMENT
           END-IF.
           PERFORM VARYING WS-EST-SUB FROM 1 BY 1
                   UNTIL WS-EST-SUB > WS-EST-COUNT
              IF WS-EST-ORIGEM(WS-EST-SUB) = 'B'
                 MOVE 'BACKOUT' TO STM-EST-DESC
              ELSE
                 MOVE 'ESTORNO' TO STM-EST-DESC
              END-IF
              MOVE WS-EST-DATA(WS-EST-SUB)  TO STM-EST-DATA
              MOVE WS-EST-MOEDA(WS-EST-SUB) TO STM-EST-MOEDA
              MOVE WS-EST-VALOR(WS-EST-SUB) TO WS-VALOR-ED
              MOVE WS-VALOR-ED              TO STM-EST-VALOR
              MOVE WS-STMT-EST-LINE TO STMT-RECORD
              PERFORM 4100-WRITE-STATEMENT
           END-PERFORM.
           IF WS-EST-OMITIDOS > ZERO
              MOVE 'ESTORNOS NAO LISTADOS       :' TO STM-TOT-DESC
              MOVE WS-EST-OMITIDOS TO WS-QTD-ED
              MOVE WS-QTD-ED TO STM-TOT-VALOR
              MOVE WS-STMT-TOT-LINE TO STMT-RECORD
              PERFORM 4100-WRITE-STATEMENT
           END-IF.
       2734-FECHAMENTO.
           MOVE SPACES TO STMT-RECORD.
           PERFORM 4100-WRITE-STATEMENT.
           IF WS-GRP-BAIXAS NOT = ZERO
              MOVE 'BAIXA NA EXCLUSAO DO CADASTRO:' TO STM-TOT-DESC
              MOVE WS-GRP-BAIXAS TO WS-VALOR-ED
              MOVE WS-VALOR-ED TO STM-TOT-VALOR
              MOVE WS-STMT-TOT-LINE TO STMT-RECORD
              PERFORM 4100-WRITE-STATEMENT
           END-IF.
           MOVE 'SALDO EM 31/12               :' TO STM-TOT-DESC.
           MOVE WS-GRP-SALDO-FIM TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO STM-TOT-VALOR.
           MOVE WS-STMT-TOT-LINE TO STMT-RECORD.
           PERFORM 4100-WRITE-STATEMENT.
       2739-FIM-IMPRIMIR.
           EXIT.
      *
      *--- UM 'C' POR CLIENTE E UM 'M' POR MOEDA MOVIMENTADA
       2760-GRAVAR-FISCAL SECTION.
       2761-GRAVAR.
           MOVE SPACES TO FIS-RECORD.
           MOVE 'C' TO FIS-TIPO.
           MOVE WS-ANO TO FIS-ANO.
           MOVE WS-GRP-ID TO FIS-CLI-ID.
           MOVE WS-GRP-NOME TO FIS-CLI-NOME.
           MOVE WS-GRP-SITUACAO TO FIS-CLI-SITUACAO.
           MOVE WS-GRP-SALDO-INI TO FIS-CLI-SALDO-INI.
           MOVE WS-GRP-SALDO-FIM TO FIS-CLI-SALDO-FIM.
           MOVE WS-MOE-COUNT TO FIS-CLI-QTD-MOEDAS.
           MOVE WS-INC-COUNT TO FIS-CLI-QTD-INCORP.
           PERFORM 4300-WRITE-FISCAL.
      *
           PERFORM VARYING WS-MOE-SUB FROM 1 BY 1
                   UNTIL WS-MOE-SUB > WS-MOE-COUNT
              MOVE SPACES TO FIS-RECORD
              MOVE 'M' TO FIS-TIPO
              MOVE WS-ANO TO FIS-ANO
              MOVE WS-GRP-ID TO FIS-MOE-ID
              MOVE WS-MOE-MOEDA(WS-MOE-SUB)     TO FIS-MOE-MOEDA
              MOVE WS-MOE-DEBITOS(WS-MOE-SUB)   TO FIS-MOE-DEBITOS
              MOVE WS-MOE-CREDITOS(WS-MOE-SUB)  TO FIS-MOE-CREDITOS
              MOVE WS-MOE-EST-QTD(WS-MOE-SUB)
                TO FIS-MOE-QTD-ESTORNOS
              MOVE WS-MOE-EST-VALOR(WS-MOE-SUB)
                TO FIS-MOE-VLR-ESTORNOS
              PERFORM 4300-WRITE-FISCAL
              ADD 1 TO WS-COUNT-FIS-MOEDAS
           END-PERFORM.
       2769-FIM-GRAVAR.
           EXIT.
      *
      *--- LINHA DA MOEDA NA TABELA DO CLIENTE (CRIADA SE PRECISO)
       2800-LOCALIZAR-MOEDA SECTION.
       2810-LOCALIZAR.
           MOVE 'N' TO WS-MOE-ACHOU-SW.
           PERFORM VARYING WS-MOE-SUB FROM 1 BY 1
                   UNTIL WS-MOE-SUB > WS-MOE-COUNT
                      OR WS-MOE-ACHOU
              IF WS-MOE-MOEDA(WS-MOE-SUB) = WS-MOEDA-BUSCA
                 SET WS-MOE-ACHOU TO TRUE
              END-IF
           END-PERFORM.
           IF WS-MOE-ACHOU
              SUBTRACT 1 FROM WS-MOE-SUB
              GO TO 2890-FIM-LOCALIZAR
           END-IF.
           IF WS-MOE-COUNT >= 10
              DISPLAY 'MAIS DE 10 MOEDAS NO CLIENTE ' WS-GRP-ID
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-MOE-COUNT.
           MOVE WS-MOE-COUNT TO WS-MOE-SUB.
           MOVE WS-MOEDA-BUSCA TO WS-MOE-MOEDA(WS-MOE-SUB).
           MOVE ZERO TO WS-MOE-DEBITOS(WS-MOE-SUB).
           MOVE ZERO TO WS-MOE-CREDITOS(WS-MOE-SUB).
           MOVE ZERO TO WS-MOE-EST-QTD(WS-MOE-SUB).
           MOVE ZERO TO WS-MOE-EST-VALOR(WS-MOE-SUB).
       2890-FIM-LOCALIZAR.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE SECTION.
       3010-FINALIZE.
           MOVE SPACES TO FIS-RECORD.
           MOVE 'T' TO FIS-TIPO.
           MOVE WS-ANO TO FIS-ANO.
           MOVE WS-COUNT-INFORMES TO FIS-TRL-QTD-CLIENTES.
           MOVE WS-COUNT-FIS-MOEDAS TO FIS-TRL-QTD-MOEDAS.
           MOVE WS-SOMA-SALDO-FIM TO FIS-TRL-SOMA-SALDO-FIM.
           PERFORM 4300-WRITE-FISCAL.
      *
           MOVE 'LINHAS DO DIARIO LIDAS       :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MJR-LIDOS TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'REGISTROS DAS COPIAS LIDOS   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-BKP-LIDOS TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'FUSOES NO DIARIO             :' TO RPT-MSG-DESC.
           MOVE WS-FUS-COUNT TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'INFORMES EMITIDOS            :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-INFORMES TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE '  DE CLIENTES ANONIMIZADOS   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ANONIMIZADOS TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE '  DE IDS SEM CADASTRO        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-CADASTRO TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'IDS INCORPORADOS NOS INFORMES:' TO RPT-MSG-DESC.
           MOVE WS-COUNT-INCORPORADOS TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'CLIENTES SEM SALDO/MOVIMENTO :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-CONTEUDO TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
           MOVE 'REGISTROS FISCAIS GRAVADOS   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-FIS-GRAVADOS TO RPT-MSG-VALUE.
           PERFORM 3100-LINHA-RESUMO.
      *
           CLOSE CUSTFILE STMT-FILE FIS-FILE RPT-FILE.
       3090-FIM-FINALIZE.
           EXIT.
      *
       3100-LINHA-RESUMO SECTION.
       3110-LINHA-RESUMO.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
       3190-FIM-RESUMO.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-JOURNAL SECTION.
       4010-READ-JOURNAL.
           READ MSTJRN-FILE.
           IF WS-MJR-OK
              ADD 1 TO WS-COUNT-MJR-LIDOS
           ELSE
              IF NOT WS-MJR-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
       4090-FIM-READ.
           EXIT.
      *
      *--- QUEBRA DE PAGINA DENTRO DO MESMO INFORME (O CABECALHO
      *--- ZERA A CONTAGEM DEPOIS DA GRAVACAO)
       4100-WRITE-STATEMENT SECTION.
       4110-WRITE-STATEMENT.
           WRITE STMT-RECORD.
           IF NOT WS-STMT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO STMT-FILE'
              DISPLAY 'FILE STATUS: ' WS-STMT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA > WS-LINHAS-POR-PAGINA
              MOVE WS-GRP-ID TO STM-HDR-ID
              MOVE WS-STMT-HEADER TO STMT-RECORD
              WRITE STMT-RECORD
              MOVE 1 TO WS-LINHAS-PAGINA
           END-IF.
       4190-FIM-WRITE.
           EXIT.
      *
       4200-WRITE-REPORT SECTION.
       4210-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
       4290-FIM-WRITE.
           EXIT.
      *
       4300-WRITE-FISCAL SECTION.
       4310-WRITE-FISCAL.
           WRITE FIS-RECORD.
           IF NOT WS-FIS-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO FIS-FILE'
              DISPLAY 'FILE STATUS: ' WS-FIS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-FIS-GRAVADOS.
       4390-FIM-WRITE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND SECTION.
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYINFANU ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
