       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYAGQSCR.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - BOLETIM MENSAL DE QUALIDADE POR AGENCIA
      *
      * OS SINAIS DE QUALIDADE DE CADA AGENCIA TRANSMISSORA ESTAVAM
      * ESPALHADOS: PONTUALIDADE NO TRNREG-FILE (MYTRNRPT), REJEICOES
      * POR MOTIVO NO REJ-FILE, ESTORNOS NOS REGISTROS 'R', LOTES NAO
      * BALANCEADOS NO ACK-BALANCEADO E RODADAS DESFEITAS PELO
      * MYBCKOUT. ESTE PROGRAMA JUNTA TUDO NO MES DE REFERENCIA, POR
      * AGR-PREFIXO, E CALCULA CINCO INDICADORES:
      *
      *   PONT - % DAS TRANSMISSOES ESPERADAS RECEBIDAS NO PRAZO
      *          (CALENDDD + CALREGDD + AGYREGDD + TRNREGDD, MESMO
      *          QUADRO DO MYTRNRPT - O DIA FECHADO NO CALENDARIO
      *          REGIONAL DA AGENCIA NAO E ESPERADO);
      *   REJE - % DE DETALHES REJEITADOS SOBRE OS LIDOS (AGQHISTDD,
      *          GRAVADO TODA NOITE PELO MYAGQCOL);
      *   ESTO - % DE ESTORNOS SOBRE OS DETALHES LIDOS (AGQHISTDD);
      *   BALA - % DE LOTES NAO BALANCEADOS (AGQHISTDD);
      *   BKOU - % DE LOTES DESFEITOS POR BACKOUT (LINHAS DE ORIGEM
      *          'B' DO DIARIO DO MESTRE, UMA POR RODADA DESFEITA).
      *
      * CADA INDICADOR VIRA UMA NOTA DE 0 A 100 PELA META E PELO
      * LIMITE DO CARTAO DE PESOS (PESOSDD, MANTIDO PELA AREA DE
      * NEGOCIO): NA META OU MELHOR = 100, NO LIMITE OU PIOR = 0,
      * ENTRE OS DOIS, PROPORCIONAL. A NOTA DA AGENCIA E A MEDIA DAS
      * NOTAS PONDERADA PELOS PESOS. AS AGENCIAS COM MOVIMENTO NO MES
      * SAO CLASSIFICADAS PELA NOTA; A TENDENCIA MOSTRA A NOTA DOS
      * CINCO MESES ANTERIORES, LIDA DO HISTORICO DE NOTAS (SCRHSTDD),
      * AO QUAL A NOTA DO MES E ACRESCENTADA (UMA VEZ POR MES - NUM
      * RERUN O MES JA GRAVADO NAO SE REPETE).
      *
      * SAIDAS: O BOLETIM (REPORTDD) COM A CLASSIFICACAO, E UMA CARTA
      * DE UMA PAGINA POR AGENCIA (CARTADD, COM CONTROLE DE CARRO NA
      * COLUNA 1, COMO O EXTRATO DO MYSTMT) PARA ENVIO A AGENCIA.
      *
      * CARTAO PARMDD: MES DE REFERENCIA AAAAMM (O MESMO CARTAO QUE O
      * PORTAO DO FECHAMENTO GRAVA PARA O MYCYCRPT).
      *
      * CARTOES PESOSDD (UM POR INDICADOR, QUALQUER ORDEM):
      *   COLUNAS 1-4   INDICADOR (PONT/REJE/ESTO/BALA/BKOU)
      *   COLUNAS 6-8   PESO 999
      *   COLUNAS 10-14 META EM % 999V99
      *   COLUNAS 16-20 LIMITE EM % 999V99
      * INDICADOR SEM CARTAO ENTRA COM PESO ZERO (NAO PONTUA). NO
      * PONT A META E MAIOR QUE O LIMITE; NOS DEMAIS, MENOR.
      *
      * RC 16 = ERRO DE ARQUIVO OU CARTAO INVALIDO.
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
           SELECT PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PESO-FILE ASSIGN TO PESOSDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PESO-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO CALENDDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CAL-DATE
                  FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT OPTIONAL CALREG-FILE ASSIGN TO CALREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CRG-CHAVE
                  FILE STATUS IS WS-CRG-FILE-STATUS.
           SELECT AGYREG-FILE ASSIGN TO AGYREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AGR-PREFIXO
                  FILE STATUS IS WS-AGY-FILE-STATUS.
           SELECT TRNREG-FILE ASSIGN TO TRNREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRG-KEY
                  FILE STATUS IS WS-TRG-FILE-STATUS.
           SELECT AGQHIST-FILE ASSIGN TO AGQHISTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AGQ-FILE-STATUS.
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
           SELECT SCRHST-FILE ASSIGN TO SCRHSTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT CARTA-FILE ASSIGN TO CARTADD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CRT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO PARM-RECORD DO MYCYCRPT
       FD PARM-FILE
          RECORD CONTAINS 6 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-MES               PIC 9(06).
      *
       FD PESO-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PESO-RECORD.
           05 PESO-INDICADOR         PIC X(04).
           05 FILLER                 PIC X(01).
           05 PESO-PESO              PIC 9(03).
           05 FILLER                 PIC X(01).
           05 PESO-META              PIC 9(03)V99.
           05 FILLER                 PIC X(01).
           05 PESO-LIMITE            PIC 9(03)V99.
           05 FILLER                 PIC X(60).
      *
      *--- MESMO LAYOUT DO CAL-RECORD DO MYBATCH/MYCALGT
       FD CAL-FILE
          RECORD CONTAINS 8 CHARACTERS.
       01 CAL-RECORD.
           05 CAL-DATE               PIC 9(08).
      *
      *--- MESMO LAYOUT DO CALREG-RECORD DO MYBATCH (TRNC)
       FD CALREG-FILE
          RECORD CONTAINS 40 CHARACTERS.
       01 CALREG-RECORD.
           05 CRG-CHAVE.
              10 CRG-CALENDARIO      PIC X(04).
              10 CRG-DATA            PIC 9(08).
           05 CRG-DESCRICAO          PIC X(20).
           05 CRG-ULT-OPERADOR       PIC X(03).
           05 FILLER                 PIC X(05).
      *
      *--- MESMO LAYOUT DO AGYREG-RECORD DO MYBATCH/MYINVAL
       FD AGYREG-FILE
          RECORD CONTAINS 120 CHARACTERS.
       01 AGYREG-RECORD.
           05 AGR-PREFIXO            PIC X(04).
           05 AGR-NOME               PIC X(30).
           05 AGR-DIAS-ESPERADOS     PIC X(07).
           05 AGR-CONTATO            PIC X(20).
           05 AGR-SITUACAO           PIC X(01).
              88 AGR-SUSPENSA        VALUE 'S'.
              88 AGR-ENCERRADA       VALUE 'T'.
           05 AGR-DATA-INICIO        PIC 9(08).
           05 AGR-DATA-FIM           PIC 9(08).
           05 AGR-VALOR-MAXIMO       PIC 9(13)V99.
           05 AGR-VERSAO-LAYOUT      PIC X(02).
           05 AGR-ULT-ALTERACAO      PIC 9(08).
           05 AGR-ULT-OPERADOR       PIC X(03).
           05 AGR-CALENDARIO         PIC X(04).
           05 FILLER                 PIC X(10).
      *
      *--- MESMO LAYOUT DO TRNREG-RECORD DO MYBATCH
       FD TRNREG-FILE
          RECORD CONTAINS 24 CHARACTERS.
       01 TRNREG-RECORD.
           05 TRG-KEY.
               10 TRG-RUN-DATE       PIC X(08).
               10 TRG-RUN-ID         PIC X(08).
           05 TRG-RECEIVED-DATE      PIC 9(08).
      *
      *--- MESMO LAYOUT DO AGQHIST-RECORD DO MYAGQCOL
       FD AGQHIST-FILE
          RECORD CONTAINS 60 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 AGQHIST-RECORD.
           05 AGQ-RUN-DATE.
              10 AGQ-RUN-ANOMES      PIC 9(06).
              10 AGQ-RUN-DIA         PIC 9(02).
           05 AGQ-RUN-ID             PIC X(08).
           05 AGQ-TIPO               PIC X(01).
              88 AGQ-TIPO-LOTE       VALUE 'L'.
              88 AGQ-TIPO-REJEICAO   VALUE 'J'.
           05 AGQ-DADOS              PIC X(43).
           05 AGQ-LOTE REDEFINES AGQ-DADOS.
              10 AGQ-LIDOS           PIC 9(07).
              10 AGQ-ACEITOS         PIC 9(07).
              10 AGQ-REJEITADOS      PIC 9(07).
              10 AGQ-ESTORNOS        PIC 9(07).
              10 AGQ-BALANCEADO      PIC X(01).
              10 FILLER              PIC X(14).
           05 AGQ-REJEICAO REDEFINES AGQ-DADOS.
              10 AGQ-MOTIVO          PIC X(04).
              10 AGQ-QTDE-MOTIVO     PIC 9(07).
              10 FILLER              PIC X(32).
      *
      *--- MESMO LAYOUT DO MSTJRN-RECORD DO MYBATCH
       FD MSTJRN-FILE
          RECORD CONTAINS 230 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MSTJRN-RECORD.
           05 MJR-RUN-DATE.
              10 MJR-RUN-ANOMES      PIC 9(06).
              10 MJR-RUN-DIA         PIC 9(02).
           05 MJR-TIME               PIC 9(06).
           05 MJR-RUN-ID             PIC X(08).
           05 MJR-ACAO               PIC X(01).
           05 MJR-ORIGEM             PIC X(01).
              88 MJR-ORIGEM-BACKOUT  VALUE 'B'.
           05 FILLER                 PIC X(205).
      *
      *--- HISTORICO DAS NOTAS MENSAIS (UMA LINHA POR MES + AGENCIA)
       FD SCRHST-FILE
          RECORD CONTAINS 60 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 SCRHST-RECORD.
           05 SCH-MES                PIC 9(06).
           05 SCH-PREFIXO            PIC X(04).
           05 SCH-NOTA               PIC 9(03)V9.
           05 SCH-POSICAO            PIC 9(03).
           05 SCH-QTD-CLASSIF        PIC 9(03).
           05 SCH-INDICADOR          PIC 9(03)V99 OCCURS 5 TIMES.
           05 FILLER                 PIC X(15).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
       FD CARTA-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 CARTA-RECORD              PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-PESO-FILE-STATUS   PIC X(02).
              88 WS-PESO-OK         VALUE '00'.
           05 WS-CAL-FILE-STATUS    PIC X(02).
              88 WS-CAL-OK          VALUE '00'.
              88 WS-CAL-EOF         VALUE '10'.
           05 WS-CRG-FILE-STATUS    PIC X(02).
              88 WS-CRG-OK          VALUE '00'.
              88 WS-CRG-EOF         VALUE '10'.
           05 WS-AGY-FILE-STATUS    PIC X(02).
              88 WS-AGY-OK          VALUE '00'.
              88 WS-AGY-EOF         VALUE '10'.
           05 WS-TRG-FILE-STATUS    PIC X(02).
              88 WS-TRG-OK          VALUE '00'.
              88 WS-TRG-EOF         VALUE '10'.
           05 WS-AGQ-FILE-STATUS    PIC X(02).
              88 WS-AGQ-OK          VALUE '00'.
              88 WS-AGQ-EOF         VALUE '10'.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-SCH-FILE-STATUS    PIC X(02).
              88 WS-SCH-OK          VALUE '00'.
              88 WS-SCH-EOF         VALUE '10'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-CRT-FILE-STATUS    PIC X(02).
              88 WS-CRT-OK          VALUE '00'.
      *
      *--- MES DE REFERENCIA E SEU NUMERO SEQUENCIAL (ANO * 12 + MES),
      *--- PARA A TENDENCIA ANDAR PARA TRAS SEM CONTA DE CALENDARIO
       01 WS-MES-CONTROLE.
           05 WS-MES-REF            PIC 9(06) VALUE ZERO.
           05 WS-MES-REF-R REDEFINES WS-MES-REF.
              10 WS-MES-REF-ANO     PIC 9(04).
              10 WS-MES-REF-MES     PIC 9(02).
           05 WS-MES-SEQ            PIC 9(06) VALUE ZERO.
           05 WS-HST-MES            PIC 9(06) VALUE ZERO.
           05 WS-HST-MES-R REDEFINES WS-HST-MES.
              10 WS-HST-ANO         PIC 9(04).
              10 WS-HST-MES-MM      PIC 9(02).
           05 WS-HST-SEQ            PIC 9(06) VALUE ZERO.
           05 WS-DIF-MESES          PIC S9(06) VALUE ZERO.
           05 WS-MES-JA-GRAVADO-SW  PIC X(01) VALUE 'N'.
              88 WS-MES-JA-GRAVADO  VALUE 'S'.
      *
      *--- OS CINCO INDICADORES: NOME, SENTIDO ('+' = QUANTO MAIOR
      *--- MELHOR), PESO, META E LIMITE (CARTOES PESOSDD)
       01 WS-INDICADORES-NOMES.
           05 FILLER PIC X(35) VALUE
              'PONT+TRANSMISSOES NO PRAZO (%)     '.
           05 FILLER PIC X(35) VALUE
              'REJE-DETALHES REJEITADOS (%)       '.
           05 FILLER PIC X(35) VALUE
              'ESTO-ESTORNOS SOBRE OS LIDOS (%)   '.
           05 FILLER PIC X(35) VALUE
              'BALA-LOTES NAO BALANCEADOS (%)     '.
           05 FILLER PIC X(35) VALUE
              'BKOU-LOTES DESFEITOS (BACKOUT) (%) '.
       01 WS-INDICADORES-R REDEFINES WS-INDICADORES-NOMES.
           05 WS-IND-DEF OCCURS 5 TIMES.
              10 WS-IND-CODIGO      PIC X(04).
              10 WS-IND-SENTIDO     PIC X(01).
              10 WS-IND-NOME        PIC X(30).
       01 WS-IND-PARAMETROS.
           05 WS-IND-PARM OCCURS 5 TIMES.
              10 WS-IND-PESO        PIC 9(03).
              10 WS-IND-META        PIC 9(03)V99.
              10 WS-IND-LIMITE      PIC 9(03)V99.
       01 WS-IND-SUB                PIC 9(01).
       01 WS-SOMA-PESOS             PIC 9(05) VALUE ZERO.
      *
      *--- DIAS UTEIS DO MES (CALENDDD), COM O DIA DA SEMANA DE CADA
      *--- UM (INTEGER-OF-DATE MOD 7: 1=SEGUNDA ... 0=DOMINGO - MESMO
      *--- CALCULO DO MYTRNRPT)
       01 WS-DIAS-CONTROLE.
           05 WS-QTD-DIAS           PIC 9(02) VALUE ZERO.
           05 WS-DIA-UTIL OCCURS 31 TIMES
                          INDEXED BY WS-DIA-IDX.
              10 WS-DIA-DATA        PIC 9(08).
              10 WS-DIA-SEMANA      PIC 9(01).
      *
      *--- DIAS FECHADOS DOS CALENDARIOS REGIONAIS DENTRO DO MES
      *--- (CALREGDD, EM ORDEM DE CODIGO + DATA)
       01 WS-REGIONAL-CONTROLE.
           05 WS-QTD-FECHADOS       PIC 9(04) VALUE ZERO.
           05 WS-FECHADO OCCURS 1000 TIMES
                         INDEXED BY WS-FEC-IDX.
              10 WS-FEC-CALENDARIO  PIC X(04).
              10 WS-FEC-DATA        PIC 9(08).
           05 WS-FECHADO-SW         PIC X(01) VALUE 'N'.
              88 WS-DIA-FECHADO     VALUE 'S'.
      *
      *--- AGENCIAS DO CADASTRO, COM O QUADRO DE TRANSMISSOES DO MES
      *--- (' ' NAO ESPERADO, 'F' FALTANTE, 'R' NO PRAZO, 'A' COM
      *--- ATRASO), OS CONTADORES, OS INDICADORES, A NOTA E A
      *--- TENDENCIA (POSICOES 1-5 = MESES ANTERIORES, 6 = O MES)
       01 WS-AGENCIAS-CONTROLE.
           05 WS-QTD-AGENCIAS       PIC 9(03) VALUE ZERO.
           05 WS-AGENCIA OCCURS 50 TIMES
                         INDEXED BY WS-AGY-IDX.
              10 WS-AGY-PREFIXO     PIC X(04).
              10 WS-AGY-NOME        PIC X(30).
              10 WS-AGY-DIAS        PIC X(07).
              10 WS-AGY-CONTATO     PIC X(20).
              10 WS-AGY-SITUACAO    PIC X(10).
              10 WS-AGY-STATUS      PIC X(01) OCCURS 31 TIMES.
              10 WS-AGY-ESPERADAS   PIC 9(03).
              10 WS-AGY-PONTUAIS    PIC 9(03).
              10 WS-AGY-ATRASADAS   PIC 9(03).
              10 WS-AGY-LOTES       PIC 9(05).
              10 WS-AGY-LIDOS       PIC 9(09).
              10 WS-AGY-REJEITADOS  PIC 9(09).
              10 WS-AGY-ESTORNOS    PIC 9(09).
              10 WS-AGY-DESBAL      PIC 9(05).
              10 WS-AGY-BACKOUTS    PIC 9(05).
              10 WS-AGY-ULT-BKO     PIC X(16).
              10 WS-AGY-VALOR       PIC 9(03)V99 OCCURS 5 TIMES.
              10 WS-AGY-NOTA-IND    PIC 9(03)V99 OCCURS 5 TIMES.
              10 WS-AGY-NOTA        PIC 9(03)V9.
              10 WS-AGY-POSICAO     PIC 9(03).
              10 WS-AGY-CLASSIF-SW  PIC X(01).
                 88 WS-AGY-CLASSIFICADA VALUE 'S'.
              10 WS-AGY-TEND OCCURS 6 TIMES.
                 15 WS-AGY-TEND-SW  PIC X(01).
                    88 WS-AGY-TEND-TEM VALUE 'S'.
                 15 WS-AGY-TEND-NOTA PIC 9(03)V9.
              10 WS-AGY-QTD-MOT     PIC 9(02).
              10 WS-AGY-MOTIVO OCCURS 30 TIMES.
                 15 WS-AGY-MOT-COD  PIC X(04).
                 15 WS-AGY-MOT-QTDE PIC 9(07).
       01 WS-MOT-SUB                PIC 9(02).
       01 WS-TND-SUB                PIC 9(01).
      *
      *--- ORDEM DE CLASSIFICACAO (INDICES DAS AGENCIAS COM NOTA)
       01 WS-CLASSIFICACAO.
           05 WS-QTD-CLASSIF        PIC 9(03) VALUE ZERO.
           05 WS-ORDEM              PIC 9(03) OCCURS 50 TIMES.
           05 WS-ORD-I              PIC 9(03).
           05 WS-ORD-J              PIC 9(03).
           05 WS-ORD-MELHOR         PIC 9(03).
           05 WS-ORD-TROCA          PIC 9(03).
      *
       01 WS-APOIO-VARS.
           05 WS-DATA-INTEGER       PIC 9(07).
           05 WS-DIA-SEM-NUM        PIC 9(01).
           05 WS-DIA-POSICAO        PIC 9(01).
           05 WS-TRG-DATE-NUM       PIC 9(08).
           05 WS-AGY-INICIO         PIC 9(08).
           05 WS-AGY-FIM            PIC 9(08).
           05 WS-MES-INICIO         PIC 9(08).
           05 WS-MES-FIM            PIC 9(08).
           05 WS-PREFIXO-BUSCA      PIC X(04).
           05 WS-CHAVE-BKO          PIC X(16).
           05 WS-ACHOU              PIC X(01).
              88 WS-ACHOU-SIM       VALUE 'S'.
           05 WS-VALOR-CALC         PIC 9(05)V9(04).
           05 WS-NOTA-CALC          PIC 9(05)V9(04).
           05 WS-SOMA-PONDERADA     PIC 9(09)V9(04).
           05 WS-PCT-MOTIVO         PIC 9(03)V99.
           05 WS-LINHAS-CARTA       PIC 9(03).
      *
       01 WS-COUNTERS.
           05 WS-COUNT-TRG-MES      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-AGQ-MES      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-BKO-LINHAS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-AGENCIA  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CARTAS       PIC 9(03) VALUE ZERO.
      *
      *--- LINHAS DO BOLETIM
       01 RPT-HEADER-1.
           05 FILLER PIC X(52) VALUE
              'MYAGQSCR - BOLETIM DE QUALIDADE DAS AGENCIAS - MES '.
           05 RPT-HDR-MES           PIC 9(06).
           05 FILLER                PIC X(75) VALUE SPACES.
       01 RPT-DIVISOR              PIC X(133) VALUE ALL '='.
       01 RPT-PESO-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-PES-CODIGO        PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-PES-NOME          PIC X(30).
           05 FILLER                PIC X(07) VALUE ' PESO: '.
           05 RPT-PES-PESO          PIC ZZ9.
           05 FILLER                PIC X(08) VALUE '  META: '.
           05 RPT-PES-META          PIC ZZ9,99.
           05 FILLER                PIC X(10) VALUE '  LIMITE: '.
           05 RPT-PES-LIMITE        PIC ZZ9,99.
           05 FILLER                PIC X(55) VALUE SPACES.
       01 RPT-COL-HEADER.
           05 FILLER PIC X(45) VALUE
              'POS AGEN NOME                            NOTA'.
           05 FILLER PIC X(35) VALUE
              '  PONT%  REJE%  ESTO%  BALA%  BKOU%'.
           05 FILLER PIC X(53) VALUE
              '  NOTAS DOS 5 MESES ANTERIORES E DO MES'.
       01 RPT-DET-LINE.
           05 RPT-DET-POSICAO       PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-DET-PREFIXO       PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-DET-NOME          PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-DET-NOTA          PIC ZZ9,9.
           05 RPT-DET-IND-GRP OCCURS 5 TIMES.
              10 FILLER             PIC X(01).
              10 RPT-DET-IND        PIC ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-TND-GRP OCCURS 6 TIMES.
              10 FILLER             PIC X(01).
              10 RPT-DET-TND        PIC X(05).
           05 FILLER                PIC X(15) VALUE SPACES.
       01 RPT-SEM-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-SEM-PREFIXO       PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-SEM-NOME          PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPT-SEM-SITUACAO      PIC X(10).
           05 FILLER                PIC X(22) VALUE
              ' SEM MOVIMENTO NO MES'.
           05 FILLER                PIC X(61) VALUE SPACES.
       01 RPT-RESUMO-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-RES-DESCRICAO     PIC X(45).
           05 RPT-RES-COUNT         PIC ZZZ.ZZ9.
           05 FILLER                PIC X(78) VALUE SPACES.
       01 WS-NOTA-ED                PIC ZZ9,9.
      *
      *--- LINHAS DA CARTA (COLUNA 1 = CONTROLE DE CARRO)
       01 CRT-LINHA.
           05 CRT-CC                PIC X(01).
           05 CRT-TEXTO             PIC X(132).
       01 CRT-CABECALHO.
           05 FILLER                PIC X(47) VALUE
              'BOLETIM MENSAL DE QUALIDADE DAS TRANSMISSOES - '.
           05 FILLER                PIC X(04) VALUE 'MES '.
           05 CRT-CAB-MES           PIC 9(06).
           05 FILLER                PIC X(75) VALUE SPACES.
       01 CRT-DESTINO.
           05 FILLER                PIC X(10) VALUE 'AGENCIA: '.
           05 CRT-DST-PREFIXO       PIC X(04).
           05 FILLER                PIC X(03) VALUE ' - '.
           05 CRT-DST-NOME          PIC X(30).
           05 FILLER                PIC X(85) VALUE SPACES.
       01 CRT-CONTATO.
           05 FILLER                PIC X(10) VALUE 'A/C:     '.
           05 CRT-CTT-CONTATO       PIC X(20).
           05 FILLER                PIC X(102) VALUE SPACES.
       01 CRT-NOTA.
           05 FILLER                PIC X(12) VALUE 'NOTA GERAL: '.
           05 CRT-NOT-NOTA          PIC ZZ9,9.
           05 FILLER                PIC X(26) VALUE
              ' (DE 0 A 100) - POSICAO '.
           05 CRT-NOT-POSICAO       PIC ZZ9.
           05 FILLER                PIC X(04) VALUE ' DE '.
           05 CRT-NOT-QTD           PIC ZZ9.
           05 FILLER                PIC X(09) VALUE ' AGENCIAS'.
           05 FILLER                PIC X(70) VALUE SPACES.
       01 CRT-IND-CABEC.
           05 FILLER                PIC X(32) VALUE
              'INDICADOR'.
           05 FILLER                PIC X(100) VALUE
              'RESULTADO     META  NOTA   SITUACAO'.
       01 CRT-IND-LINHA.
           05 CRT-IND-NOME          PIC X(30).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 CRT-IND-VALOR         PIC ZZ9,99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CRT-IND-META          PIC ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CRT-IND-NOTA          PIC ZZ9,9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CRT-IND-SITUACAO      PIC X(20).
           05 FILLER                PIC X(53) VALUE SPACES.
       01 CRT-DET-TRN.
           05 FILLER                PIC X(26) VALUE
              'TRANSMISSOES ESPERADAS: '.
           05 CRT-TRN-ESPERADAS     PIC ZZ9.
           05 FILLER                PIC X(12) VALUE '  NO PRAZO: '.
           05 CRT-TRN-PONTUAIS      PIC ZZ9.
           05 FILLER                PIC X(15) VALUE '  COM ATRASO: '.
           05 CRT-TRN-ATRASADAS     PIC ZZ9.
           05 FILLER                PIC X(70) VALUE SPACES.
       01 CRT-DET-LOTES.
           05 FILLER                PIC X(07) VALUE 'LOTES: '.
           05 CRT-LOT-LOTES         PIC ZZZZ9.
           05 FILLER                PIC X(18) VALUE
              '  DETALHES LIDOS: '.
           05 CRT-LOT-LIDOS         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(14) VALUE '  REJEITADOS: '.
           05 CRT-LOT-REJEITADOS    PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(12) VALUE '  ESTORNOS: '.
           05 CRT-LOT-ESTORNOS      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(43) VALUE SPACES.
       01 CRT-DET-FALHAS.
           05 FILLER                PIC X(23) VALUE
              'LOTES NAO BALANCEADOS: '.
           05 CRT-FAL-DESBAL        PIC ZZZZ9.
           05 FILLER                PIC X(31) VALUE
              '  LOTES DESFEITOS (BACKOUT): '.
           05 CRT-FAL-BACKOUTS      PIC ZZZZ9.
           05 FILLER                PIC X(68) VALUE SPACES.
       01 CRT-MOT-LINHA.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CRT-MOT-CODIGO        PIC X(04).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CRT-MOT-QTDE          PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CRT-MOT-PCT           PIC ZZ9,99.
           05 FILLER                PIC X(21) VALUE
              ' % DOS DETALHES LIDOS'.
           05 FILLER                PIC X(83) VALUE SPACES.
       01 CRT-TND-MESES.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 CRT-TND-MES-GRP OCCURS 6 TIMES.
              10 FILLER             PIC X(02).
              10 CRT-TND-MES        PIC 9(06).
           05 FILLER                PIC X(74) VALUE SPACES.
       01 CRT-TND-NOTAS.
           05 FILLER                PIC X(10) VALUE 'NOTA:'.
           05 CRT-TND-NOT-GRP OCCURS 6 TIMES.
              10 FILLER             PIC X(03).
              10 CRT-TND-NOTA       PIC X(05).
           05 FILLER                PIC X(74) VALUE SPACES.
       01 WS-TND-MES-CALC           PIC 9(06).
       01 WS-TND-MES-CALC-R REDEFINES WS-TND-MES-CALC.
           05 WS-TND-ANO            PIC 9(04).
           05 WS-TND-MM             PIC 9(02).
       01 WS-TND-SEQ                PIC 9(06).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-COLETAR-PONTUALIDADE.
           PERFORM 2200-COLETAR-LOTES.
           PERFORM 2400-COLETAR-BACKOUTS.
           PERFORM 2600-LER-TENDENCIA.
           PERFORM 3000-CALCULAR-NOTAS.
           PERFORM 3500-CLASSIFICAR.
           PERFORM 4000-EMITIR-BOLETIM.
           PERFORM 5000-EMITIR-CARTAS.
           PERFORM 6000-GRAVAR-HISTORICO.
      *
           DISPLAY 'PROGRAMA MYAGQSCR CONCLUIDO. MES ' WS-MES-REF
                   ' AGENCIAS CLASSIFICADAS: ' WS-QTD-CLASSIF
                   ' CARTAS: ' WS-COUNT-CARTAS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO PARM-FILE'
              DISPLAY 'FILE STATUS: ' WS-PARM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ PARM-FILE.
           IF NOT WS-PARM-OK
              OR PARM-MES NOT NUMERIC
              DISPLAY 'MYAGQ010 - MES INVALIDO NO CARTAO PARMDD'
                  UPON CONSOLE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE PARM-MES TO WS-MES-REF.
           CLOSE PARM-FILE.
           IF WS-MES-REF-MES < 1 OR WS-MES-REF-MES > 12
              DISPLAY 'MYAGQ010 - MES INVALIDO NO CARTAO PARMDD'
                  UPON CONSOLE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           COMPUTE WS-MES-SEQ = WS-MES-REF-ANO * 12 + WS-MES-REF-MES.
           COMPUTE WS-MES-INICIO = WS-MES-REF * 100 + 1.
           COMPUTE WS-MES-FIM    = WS-MES-REF * 100 + 31.
      *
           PERFORM 1100-CARREGAR-PESOS.
           PERFORM 1200-CARREGAR-CALENDARIO.
           PERFORM 1270-CARREGAR-REGIONAIS.
           PERFORM 1300-CARREGAR-AGENCIAS.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT CARTA-FILE.
           IF NOT WS-CRT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CARTA-FILE'
              DISPLAY 'FILE STATUS: ' WS-CRT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- CARTOES DE PESO/META/LIMITE. INDICADOR SEM CARTAO FICA COM
      *--- PESO ZERO; CARTAO COM META DO LADO ERRADO DO LIMITE E ERRO
       1100-CARREGAR-PESOS.
           PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                   UNTIL WS-IND-SUB > 5
              MOVE ZERO TO WS-IND-PESO(WS-IND-SUB)
                           WS-IND-META(WS-IND-SUB)
                           WS-IND-LIMITE(WS-IND-SUB)
           END-PERFORM.
           OPEN INPUT PESO-FILE.
           IF NOT WS-PESO-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO PESO-FILE'
              DISPLAY 'FILE STATUS: ' WS-PESO-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ PESO-FILE.
           PERFORM UNTIL NOT WS-PESO-OK
              PERFORM 1150-APLICAR-CARTAO-PESO
              READ PESO-FILE
           END-PERFORM.
           CLOSE PESO-FILE.
      *
           MOVE ZERO TO WS-SOMA-PESOS.
           PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                   UNTIL WS-IND-SUB > 5
              ADD WS-IND-PESO(WS-IND-SUB) TO WS-SOMA-PESOS
              IF WS-IND-PESO(WS-IND-SUB) = ZERO
                 DISPLAY 'MYAGQ011 - INDICADOR '
                         WS-IND-CODIGO(WS-IND-SUB)
                         ' SEM CARTAO PESOSDD - PESO ZERO'
              END-IF
           END-PERFORM.
           IF WS-SOMA-PESOS = ZERO
              DISPLAY 'MYAGQ012 - NENHUM PESO NO PESOSDD'
                  UPON CONSOLE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       1150-APLICAR-CARTAO-PESO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                   UNTIL WS-IND-SUB > 5 OR WS-ACHOU-SIM
              IF WS-IND-CODIGO(WS-IND-SUB) = PESO-INDICADOR
                 SET WS-ACHOU-SIM TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-ACHOU-SIM
              DISPLAY 'MYAGQ013 - CARTAO PESOSDD IGNORADO: '
                      PESO-RECORD(1:20)
           ELSE
              SUBTRACT 1 FROM WS-IND-SUB
              IF PESO-PESO NOT NUMERIC
                 OR PESO-META NOT NUMERIC
                 OR PESO-LIMITE NOT NUMERIC
                 OR (WS-IND-SENTIDO(WS-IND-SUB) = '+'
                     AND PESO-META NOT > PESO-LIMITE)
                 OR (WS-IND-SENTIDO(WS-IND-SUB) = '-'
                     AND PESO-META NOT < PESO-LIMITE)
                 DISPLAY 'MYAGQ014 - CARTAO PESOSDD INVALIDO: '
                         PESO-RECORD(1:20) UPON CONSOLE
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              MOVE PESO-PESO   TO WS-IND-PESO(WS-IND-SUB)
              MOVE PESO-META   TO WS-IND-META(WS-IND-SUB)
              MOVE PESO-LIMITE TO WS-IND-LIMITE(WS-IND-SUB)
           END-IF.
           EXIT.
      *
       1200-CARREGAR-CALENDARIO.
           OPEN INPUT CAL-FILE.
           IF NOT WS-CAL-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CAL-FILE'
              DISPLAY 'FILE STATUS: ' WS-CAL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 1250-CARREGAR-DIA UNTIL WS-CAL-EOF.
           CLOSE CAL-FILE.
           IF WS-QTD-DIAS = ZERO
              DISPLAY 'MYAGQ015 - NENHUM DIA UTIL NO MES'
                  UPON CONSOLE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       1250-CARREGAR-DIA.
           READ CAL-FILE.
           IF WS-CAL-OK
              IF CAL-DATE >= WS-MES-INICIO
                 AND CAL-DATE <= WS-MES-FIM
                 AND WS-QTD-DIAS < 31
                 ADD 1 TO WS-QTD-DIAS
                 SET WS-DIA-IDX TO WS-QTD-DIAS
                 MOVE CAL-DATE TO WS-DIA-DATA(WS-DIA-IDX)
                 COMPUTE WS-DATA-INTEGER =
                     FUNCTION INTEGER-OF-DATE(CAL-DATE)
                 COMPUTE WS-DIA-SEMANA(WS-DIA-IDX) =
                     FUNCTION REM(WS-DATA-INTEGER, 7)
              END-IF
           ELSE
              IF NOT WS-CAL-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO CAL-FILE'
                 DISPLAY 'FILE STATUS: ' WS-CAL-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
      *--- DIAS FECHADOS DOS CALENDARIOS REGIONAIS NO MES. SEM O
      *--- CALREGDD, TODA AGENCIA FICA SO COM O CALENDARIO NACIONAL.
       1270-CARREGAR-REGIONAIS.
           OPEN INPUT CALREG-FILE.
           READ CALREG-FILE.
           PERFORM UNTIL NOT WS-CRG-OK
              IF CRG-DATA >= WS-MES-INICIO
                 AND CRG-DATA <= WS-MES-FIM
                 IF WS-QTD-FECHADOS < 1000
                    ADD 1 TO WS-QTD-FECHADOS
                    SET WS-FEC-IDX TO WS-QTD-FECHADOS
                    MOVE CRG-CALENDARIO
                        TO WS-FEC-CALENDARIO(WS-FEC-IDX)
                    MOVE CRG-DATA TO WS-FEC-DATA(WS-FEC-IDX)
                 ELSE
                    DISPLAY 'MYAGQ018 - MAIS DE 1000 DIAS FECHADOS '
                            'REGIONAIS NO MES. EXCEDENTES '
                            'IGNORADOS.' UPON CONSOLE
                    MOVE '10' TO WS-CRG-FILE-STATUS
                 END-IF
              END-IF
              IF WS-CRG-OK
                 READ CALREG-FILE
              END-IF
           END-PERFORM.
           IF NOT WS-CRG-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO CALREG-FILE'
              DISPLAY 'FILE STATUS: ' WS-CRG-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE CALREG-FILE.
           EXIT.
      *
       1300-CARREGAR-AGENCIAS.
           OPEN INPUT AGYREG-FILE.
           IF NOT WS-AGY-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO AGYREG-FILE'
              DISPLAY 'FILE STATUS: ' WS-AGY-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 1350-CARREGAR-AGENCIA UNTIL WS-AGY-EOF.
           CLOSE AGYREG-FILE.
           IF WS-QTD-AGENCIAS = ZERO
              DISPLAY 'MYAGQ016 - CADASTRO DE AGENCIAS VAZIO'
                  UPON CONSOLE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- MESMA REGRA DO QUADRO DO MYTRNRPT: CADA DIA UTIL DO MES
      *--- COMECA FALTANTE NOS DIAS DA SEMANA EM QUE A AGENCIA
      *--- TRANSMITE E DENTRO DA VIGENCIA, FORA DOS DIAS FECHADOS NO
      *--- CALENDARIO REGIONAL DA AGENCIA; ENCERRADA ANTES DO MES NAO
      *--- ENTRA
       1350-CARREGAR-AGENCIA.
           READ AGYREG-FILE.
           IF WS-AGY-OK
              IF AGR-DATA-INICIO IS NUMERIC
                 MOVE AGR-DATA-INICIO TO WS-AGY-INICIO
              ELSE
                 MOVE ZERO TO WS-AGY-INICIO
              END-IF
              IF AGR-DATA-FIM IS NUMERIC
                 MOVE AGR-DATA-FIM TO WS-AGY-FIM
              ELSE
                 MOVE ZERO TO WS-AGY-FIM
              END-IF
              IF WS-QTD-AGENCIAS < 50
                 AND NOT (AGR-ENCERRADA
                          AND (WS-AGY-FIM = ZERO
                               OR WS-AGY-FIM < WS-MES-INICIO))
                 ADD 1 TO WS-QTD-AGENCIAS
                 SET WS-AGY-IDX TO WS-QTD-AGENCIAS
                 INITIALIZE WS-AGENCIA(WS-AGY-IDX)
                 MOVE AGR-PREFIXO TO WS-AGY-PREFIXO(WS-AGY-IDX)
                 MOVE AGR-NOME    TO WS-AGY-NOME(WS-AGY-IDX)
                 MOVE AGR-DIAS-ESPERADOS
                     TO WS-AGY-DIAS(WS-AGY-IDX)
                 MOVE AGR-CONTATO TO WS-AGY-CONTATO(WS-AGY-IDX)
                 EVALUATE TRUE
                     WHEN AGR-SUSPENSA
                         MOVE 'SUSPENSA' TO WS-AGY-SITUACAO(WS-AGY-IDX)
                     WHEN AGR-ENCERRADA
                         MOVE 'ENCERRADA'
                             TO WS-AGY-SITUACAO(WS-AGY-IDX)
                     WHEN OTHER
                         MOVE SPACES TO WS-AGY-SITUACAO(WS-AGY-IDX)
                 END-EVALUATE
                 SET WS-DIA-IDX TO 1
                 PERFORM UNTIL WS-DIA-IDX > WS-QTD-DIAS
                     MOVE WS-DIA-SEMANA(WS-DIA-IDX)
                         TO WS-DIA-SEM-NUM
                     IF WS-DIA-SEM-NUM = ZERO
                        MOVE 7 TO WS-DIA-POSICAO
                     ELSE
                        MOVE WS-DIA-SEM-NUM TO WS-DIA-POSICAO
                     END-IF
                     PERFORM 1360-CHECK-FECHADO-REGIONAL
                     IF WS-AGY-DIAS(WS-AGY-IDX)
                        (WS-DIA-POSICAO:1) = 'N'
                        OR WS-DIA-FECHADO
                        OR (WS-AGY-INICIO NOT = ZERO
                            AND WS-DIA-DATA(WS-DIA-IDX)
                                < WS-AGY-INICIO)
                        OR (WS-AGY-FIM NOT = ZERO
                            AND WS-DIA-DATA(WS-DIA-IDX)
                                > WS-AGY-FIM)
                        MOVE SPACE
                            TO WS-AGY-STATUS(WS-AGY-IDX, WS-DIA-IDX)
                     ELSE
                        MOVE 'F'
                            TO WS-AGY-STATUS(WS-AGY-IDX, WS-DIA-IDX)
                     END-IF
                     SET WS-DIA-IDX UP BY 1
                 END-PERFORM
              END-IF
           ELSE
              IF NOT WS-AGY-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO AGYREG-FILE'
                 DISPLAY 'FILE STATUS: ' WS-AGY-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
      *--- O DIA UTIL WS-DIA-DATA(WS-DIA-IDX) ESTA FECHADO NO
      *--- CALENDARIO REGIONAL DA AGENCIA LIDA (AGR-CALENDARIO)?
       1360-CHECK-FECHADO-REGIONAL.
           MOVE 'N' TO WS-FECHADO-SW.
           IF AGR-CALENDARIO NOT = SPACES
              AND AGR-CALENDARIO NOT = LOW-VALUES
              SET WS-FEC-IDX TO 1
              PERFORM UNTIL WS-FEC-IDX > WS-QTD-FECHADOS
                         OR WS-DIA-FECHADO
                  IF WS-FEC-CALENDARIO(WS-FEC-IDX) = AGR-CALENDARIO
                     AND WS-FEC-DATA(WS-FEC-IDX)
                         = WS-DIA-DATA(WS-DIA-IDX)
                     SET WS-DIA-FECHADO TO TRUE
                  ELSE
                     SET WS-FEC-IDX UP BY 1
                  END-IF
              END-PERFORM
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE COLETA
      *================================================================*
      *--- PONTUALIDADE: TRANSMISSOES DO MES NO TRNREG-FILE (RECEBIDA
      *--- NO DIA = 'R', DEPOIS = 'A'; ANULADA POR BACKOUT FICA COMO
      *--- FALTANTE)
       2000-COLETAR-PONTUALIDADE.
           OPEN INPUT TRNREG-FILE.
           IF NOT WS-TRG-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TRNREG-FILE'
              DISPLAY 'FILE STATUS: ' WS-TRG-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM 2050-LER-TRNREG.
           PERFORM UNTIL WS-TRG-EOF
              IF TRG-RUN-DATE IS NUMERIC
                 MOVE TRG-RUN-DATE TO WS-TRG-DATE-NUM
                 IF WS-TRG-DATE-NUM >= WS-MES-INICIO
                    AND WS-TRG-DATE-NUM <= WS-MES-FIM
                    AND TRG-RECEIVED-DATE NOT = ZERO
                    ADD 1 TO WS-COUNT-TRG-MES
                    PERFORM 2100-MARCAR-TRANSMISSAO
                 END-IF
              END-IF
              PERFORM 2050-LER-TRNREG
           END-PERFORM.
           CLOSE TRNREG-FILE.
      *
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-QTD-AGENCIAS
              PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                      UNTIL WS-DIA-IDX > WS-QTD-DIAS
                 EVALUATE WS-AGY-STATUS(WS-AGY-IDX, WS-DIA-IDX)
                     WHEN 'R'
                         ADD 1 TO WS-AGY-ESPERADAS(WS-AGY-IDX)
                         ADD 1 TO WS-AGY-PONTUAIS(WS-AGY-IDX)
                     WHEN 'A'
                         ADD 1 TO WS-AGY-ESPERADAS(WS-AGY-IDX)
                         ADD 1 TO WS-AGY-ATRASADAS(WS-AGY-IDX)
                     WHEN 'F'
                         ADD 1 TO WS-AGY-ESPERADAS(WS-AGY-IDX)
                 END-EVALUATE
              END-PERFORM
           END-PERFORM.
           EXIT.
      *
       2050-LER-TRNREG.
           READ TRNREG-FILE.
           IF NOT WS-TRG-OK AND NOT WS-TRG-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO TRNREG-FILE'
              DISPLAY 'FILE STATUS: ' WS-TRG-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2100-MARCAR-TRANSMISSAO.
           MOVE TRG-RUN-ID(1:4) TO WS-PREFIXO-BUSCA.
           PERFORM 2900-LOCALIZAR-AGENCIA.
           IF WS-ACHOU-SIM
              MOVE 'N' TO WS-ACHOU
              SET WS-DIA-IDX TO 1
              PERFORM UNTIL WS-DIA-IDX > WS-QTD-DIAS
                         OR WS-ACHOU-SIM
                  IF WS-DIA-DATA(WS-DIA-IDX) = WS-TRG-DATE-NUM
                     SET WS-ACHOU-SIM TO TRUE
                  ELSE
                     SET WS-DIA-IDX UP BY 1
                  END-IF
              END-PERFORM
              IF WS-ACHOU-SIM
                 IF TRG-RECEIVED-DATE > WS-TRG-DATE-NUM
                    MOVE 'A'
                        TO WS-AGY-STATUS(WS-AGY-IDX, WS-DIA-IDX)
                 ELSE
                    MOVE 'R'
                        TO WS-AGY-STATUS(WS-AGY-IDX, WS-DIA-IDX)
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *--- LOTES, REJEITADOS POR MOTIVO, ESTORNOS E BALANCEAMENTO DO
      *--- MES, DO HISTORICO DO COLETOR NOTURNO (MYAGQCOL)
       2200-COLETAR-LOTES.
           OPEN INPUT AGQHIST-FILE.
           IF NOT WS-AGQ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO AGQHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-AGQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ AGQHIST-FILE.
           PERFORM UNTIL NOT WS-AGQ-OK
              IF AGQ-RUN-ANOMES = WS-MES-REF
                 ADD 1 TO WS-COUNT-AGQ-MES
                 MOVE AGQ-RUN-ID(1:4) TO WS-PREFIXO-BUSCA
                 PERFORM 2900-LOCALIZAR-AGENCIA
                 IF WS-ACHOU-SIM
                    PERFORM 2250-ACUMULAR-LOTE
                 ELSE
                    ADD 1 TO WS-COUNT-SEM-AGENCIA
                 END-IF
              END-IF
              READ AGQHIST-FILE
           END-PERFORM.
           IF NOT WS-AGQ-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO AGQHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-AGQ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE AGQHIST-FILE.
           EXIT.
      *
       2250-ACUMULAR-LOTE.
           EVALUATE TRUE
               WHEN AGQ-TIPO-LOTE
                   ADD 1              TO WS-AGY-LOTES(WS-AGY-IDX)
                   ADD AGQ-LIDOS      TO WS-AGY-LIDOS(WS-AGY-IDX)
                   ADD AGQ-REJEITADOS TO WS-AGY-REJEITADOS(WS-AGY-IDX)
                   ADD AGQ-ESTORNOS   TO WS-AGY-ESTORNOS(WS-AGY-IDX)
                   IF AGQ-BALANCEADO NOT = 'S'
                      ADD 1 TO WS-AGY-DESBAL(WS-AGY-IDX)
                   END-IF
               WHEN AGQ-TIPO-REJEICAO
                   MOVE 'N' TO WS-ACHOU
                   PERFORM VARYING WS-MOT-SUB FROM 1 BY 1
                           UNTIL WS-MOT-SUB > WS-AGY-QTD-MOT(WS-AGY-IDX)
                              OR WS-ACHOU-SIM
                      IF WS-AGY-MOT-COD(WS-AGY-IDX, WS-MOT-SUB)
                         = AGQ-MOTIVO
                         ADD AGQ-QTDE-MOTIVO
                          TO WS-AGY-MOT-QTDE(WS-AGY-IDX, WS-MOT-SUB)
                         SET WS-ACHOU-SIM TO TRUE
                      END-IF
                   END-PERFORM
                   IF NOT WS-ACHOU-SIM
                      AND WS-AGY-QTD-MOT(WS-AGY-IDX) < 30
                      ADD 1 TO WS-AGY-QTD-MOT(WS-AGY-IDX)
                      MOVE WS-AGY-QTD-MOT(WS-AGY-IDX) TO WS-MOT-SUB
                      MOVE AGQ-MOTIVO
                        TO WS-AGY-MOT-COD(WS-AGY-IDX, WS-MOT-SUB)
                      MOVE AGQ-QTDE-MOTIVO
                        TO WS-AGY-MOT-QTDE(WS-AGY-IDX, WS-MOT-SUB)
                   END-IF
           END-EVALUATE.
           EXIT.
      *
      *--- RODADAS DESFEITAS NO MES: AS LINHAS 'B' DE UM MESMO BACKOUT
      *--- SAEM JUNTAS NO DIARIO, COM A DATA E O ID DA RODADA DESFEITA
       2400-COLETAR-BACKOUTS.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ MSTJRN-FILE.
           PERFORM UNTIL NOT WS-MJR-OK
              IF MJR-ORIGEM-BACKOUT
                 AND MJR-RUN-ANOMES = WS-MES-REF
                 ADD 1 TO WS-COUNT-BKO-LINHAS
                 MOVE MJR-RUN-ID(1:4) TO WS-PREFIXO-BUSCA
                 PERFORM 2900-LOCALIZAR-AGENCIA
                 IF WS-ACHOU-SIM
                    MOVE MJR-RUN-DATE TO WS-CHAVE-BKO(1:8)
                    MOVE MJR-RUN-ID   TO WS-CHAVE-BKO(9:8)
                    IF WS-CHAVE-BKO NOT = WS-AGY-ULT-BKO(WS-AGY-IDX)
                       ADD 1 TO WS-AGY-BACKOUTS(WS-AGY-IDX)
                       MOVE WS-CHAVE-BKO TO WS-AGY-ULT-BKO(WS-AGY-IDX)
                    END-IF
                 END-IF
              END-IF
              READ MSTJRN-FILE
           END-PERFORM.
           IF NOT WS-MJR-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE MSTJRN-FILE.
           EXIT.
      *
      *--- NOTAS DOS CINCO MESES ANTERIORES (O REGISTRO MAIS RECENTE
      *--- DE CADA MES PREVALECE); O PROPRIO MES JA GRAVADO = RERUN
       2600-LER-TENDENCIA.
           OPEN INPUT SCRHST-FILE.
           IF NOT WS-SCH-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO SCRHST-FILE'
              DISPLAY 'FILE STATUS: ' WS-SCH-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ SCRHST-FILE.
           PERFORM UNTIL NOT WS-SCH-OK
              MOVE SCH-MES TO WS-HST-MES
              COMPUTE WS-HST-SEQ = WS-HST-ANO * 12 + WS-HST-MES-MM
              COMPUTE WS-DIF-MESES = WS-MES-SEQ - WS-HST-SEQ
              IF WS-DIF-MESES = ZERO
                 SET WS-MES-JA-GRAVADO TO TRUE
              END-IF
              IF WS-DIF-MESES > ZERO AND WS-DIF-MESES < 6
                 MOVE SCH-PREFIXO TO WS-PREFIXO-BUSCA
                 PERFORM 2900-LOCALIZAR-AGENCIA
                 IF WS-ACHOU-SIM
                    COMPUTE WS-TND-SUB = 6 - WS-DIF-MESES
                    MOVE 'S' TO WS-AGY-TEND-SW(WS-AGY-IDX, WS-TND-SUB)
                    MOVE SCH-NOTA
                      TO WS-AGY-TEND-NOTA(WS-AGY-IDX, WS-TND-SUB)
                 END-IF
              END-IF
              READ SCRHST-FILE
           END-PERFORM.
           IF NOT WS-SCH-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO SCRHST-FILE'
              DISPLAY 'FILE STATUS: ' WS-SCH-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE SCRHST-FILE.
           EXIT.
      *
       2900-LOCALIZAR-AGENCIA.
           MOVE 'N' TO WS-ACHOU.
           SET WS-AGY-IDX TO 1.
           PERFORM UNTIL WS-AGY-IDX > WS-QTD-AGENCIAS
                      OR WS-ACHOU-SIM
               IF WS-AGY-PREFIXO(WS-AGY-IDX) = WS-PREFIXO-BUSCA
                  SET WS-ACHOU-SIM TO TRUE
               ELSE
                  SET WS-AGY-IDX UP BY 1
               END-IF
           END-PERFORM.
           EXIT.
      *
      *================================================================*
      * CALCULO DOS INDICADORES E DA NOTA
      *================================================================*
       3000-CALCULAR-NOTAS.
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-QTD-AGENCIAS
              IF WS-AGY-ESPERADAS(WS-AGY-IDX) > ZERO
                 OR WS-AGY-LOTES(WS-AGY-IDX) > ZERO
                 SET WS-AGY-CLASSIFICADA(WS-AGY-IDX) TO TRUE
                 PERFORM 3100-CALCULAR-INDICADORES
                 PERFORM 3200-CALCULAR-NOTA
              END-IF
           END-PERFORM.
           EXIT.
      *
       3100-CALCULAR-INDICADORES.
           IF WS-AGY-ESPERADAS(WS-AGY-IDX) = ZERO
              MOVE 100 TO WS-AGY-VALOR(WS-AGY-IDX, 1)
           ELSE
              COMPUTE WS-AGY-VALOR(WS-AGY-IDX, 1) ROUNDED =
                  (WS-AGY-PONTUAIS(WS-AGY-IDX) * 100)
                  / WS-AGY-ESPERADAS(WS-AGY-IDX)
           END-IF.
           IF WS-AGY-LIDOS(WS-AGY-IDX) = ZERO
              MOVE ZERO TO WS-AGY-VALOR(WS-AGY-IDX, 2)
                           WS-AGY-VALOR(WS-AGY-IDX, 3)
           ELSE
              COMPUTE WS-AGY-VALOR(WS-AGY-IDX, 2) ROUNDED =
                  (WS-AGY-REJEITADOS(WS-AGY-IDX) * 100)
                  / WS-AGY-LIDOS(WS-AGY-IDX)
              COMPUTE WS-AGY-VALOR(WS-AGY-IDX, 3) ROUNDED =
                  (WS-AGY-ESTORNOS(WS-AGY-IDX) * 100)
                  / WS-AGY-LIDOS(WS-AGY-IDX)
           END-IF.
           IF WS-AGY-LOTES(WS-AGY-IDX) = ZERO
              MOVE ZERO TO WS-AGY-VALOR(WS-AGY-IDX, 4)
                           WS-AGY-VALOR(WS-AGY-IDX, 5)
           ELSE
              COMPUTE WS-AGY-VALOR(WS-AGY-IDX, 4) ROUNDED =
                  (WS-AGY-DESBAL(WS-AGY-IDX) * 100)
                  / WS-AGY-LOTES(WS-AGY-IDX)
              IF WS-AGY-BACKOUTS(WS-AGY-IDX)
                 > WS-AGY-LOTES(WS-AGY-IDX)
                 MOVE 100 TO WS-AGY-VALOR(WS-AGY-IDX, 5)
              ELSE
                 COMPUTE WS-AGY-VALOR(WS-AGY-IDX, 5) ROUNDED =
                     (WS-AGY-BACKOUTS(WS-AGY-IDX) * 100)
                     / WS-AGY-LOTES(WS-AGY-IDX)
              END-IF
           END-IF.
           EXIT.
      *
      *--- NOTA DO INDICADOR: NA META OU MELHOR = 100, NO LIMITE OU
      *--- PIOR = 0, ENTRE OS DOIS PROPORCIONAL; NOTA DA AGENCIA =
      *--- MEDIA PONDERADA PELOS PESOS
       3200-CALCULAR-NOTA.
           MOVE ZERO TO WS-SOMA-PONDERADA.
           PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                   UNTIL WS-IND-SUB > 5
              MOVE WS-AGY-VALOR(WS-AGY-IDX, WS-IND-SUB)
                TO WS-VALOR-CALC
              EVALUATE TRUE
                  WHEN WS-IND-PESO(WS-IND-SUB) = ZERO
                      MOVE ZERO TO WS-NOTA-CALC
                  WHEN WS-IND-SENTIDO(WS-IND-SUB) = '+'
                       AND WS-VALOR-CALC >= WS-IND-META(WS-IND-SUB)
                      MOVE 100 TO WS-NOTA-CALC
                  WHEN WS-IND-SENTIDO(WS-IND-SUB) = '+'
                       AND WS-VALOR-CALC <= WS-IND-LIMITE(WS-IND-SUB)
                      MOVE ZERO TO WS-NOTA-CALC
                  WHEN WS-IND-SENTIDO(WS-IND-SUB) = '+'
                      COMPUTE WS-NOTA-CALC ROUNDED =
                          ((WS-VALOR-CALC - WS-IND-LIMITE(WS-IND-SUB))
                           * 100)
                          / (WS-IND-META(WS-IND-SUB)
                             - WS-IND-LIMITE(WS-IND-SUB))
                  WHEN WS-VALOR-CALC <= WS-IND-META(WS-IND-SUB)
                      MOVE 100 TO WS-NOTA-CALC
                  WHEN WS-VALOR-CALC >= WS-IND-LIMITE(WS-IND-SUB)
                      MOVE ZERO TO WS-NOTA-CALC
                  WHEN OTHER
                      COMPUTE WS-NOTA-CALC ROUNDED =
                          ((WS-IND-LIMITE(WS-IND-SUB) - WS-VALOR-CALC)
                           * 100)
                          / (WS-IND-LIMITE(WS-IND-SUB)
                             - WS-IND-META(WS-IND-SUB))
              END-EVALUATE
              MOVE WS-NOTA-CALC
                TO WS-AGY-NOTA-IND(WS-AGY-IDX, WS-IND-SUB)
              COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                  + WS-NOTA-CALC * WS-IND-PESO(WS-IND-SUB)
           END-PERFORM.
           COMPUTE WS-AGY-NOTA(WS-AGY-IDX) ROUNDED =
               WS-SOMA-PONDERADA / WS-SOMA-PESOS.
           MOVE 'S' TO WS-AGY-TEND-SW(WS-AGY-IDX, 6).
           MOVE WS-AGY-NOTA(WS-AGY-IDX)
             TO WS-AGY-TEND-NOTA(WS-AGY-IDX, 6).
           EXIT.
      *
      *--- CLASSIFICACAO PELA NOTA (SELECAO SIMPLES - NO MAXIMO 50
      *--- AGENCIAS; EMPATE FICA NA ORDEM DO PREFIXO)
       3500-CLASSIFICAR.
           MOVE ZERO TO WS-QTD-CLASSIF.
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-QTD-AGENCIAS
              IF WS-AGY-CLASSIFICADA(WS-AGY-IDX)
                 ADD 1 TO WS-QTD-CLASSIF
                 SET WS-ORDEM(WS-QTD-CLASSIF) TO WS-AGY-IDX
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-QTD-CLASSIF
              MOVE WS-ORD-I TO WS-ORD-MELHOR
              PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                      UNTIL WS-ORD-J > WS-QTD-CLASSIF
                 IF WS-AGY-NOTA(WS-ORDEM(WS-ORD-J))
                    > WS-AGY-NOTA(WS-ORDEM(WS-ORD-MELHOR))
                    MOVE WS-ORD-J TO WS-ORD-MELHOR
                 END-IF
              END-PERFORM
              IF WS-ORD-MELHOR NOT = WS-ORD-I
                 MOVE WS-ORDEM(WS-ORD-I)      TO WS-ORD-TROCA
                 MOVE WS-ORDEM(WS-ORD-MELHOR) TO WS-ORDEM(WS-ORD-I)
                 MOVE WS-ORD-TROCA            TO WS-ORDEM(WS-ORD-MELHOR)
              END-IF
              MOVE WS-ORD-I TO WS-AGY-POSICAO(WS-ORDEM(WS-ORD-I))
           END-PERFORM.
           EXIT.
      *
      *================================================================*
      * BOLETIM (CLASSIFICACAO + TENDENCIA)
      *================================================================*
       4000-EMITIR-BOLETIM.
           MOVE WS-MES-REF TO RPT-HDR-MES.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-DIVISOR.
           PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                   UNTIL WS-IND-SUB > 5
              MOVE WS-IND-CODIGO(WS-IND-SUB) TO RPT-PES-CODIGO
              MOVE WS-IND-NOME(WS-IND-SUB)   TO RPT-PES-NOME
              MOVE WS-IND-PESO(WS-IND-SUB)   TO RPT-PES-PESO
              MOVE WS-IND-META(WS-IND-SUB)   TO RPT-PES-META
              MOVE WS-IND-LIMITE(WS-IND-SUB) TO RPT-PES-LIMITE
              WRITE RPT-RECORD FROM RPT-PESO-LINE
           END-PERFORM.
           WRITE RPT-RECORD FROM RPT-DIVISOR.
           WRITE RPT-RECORD FROM RPT-COL-HEADER.
      *
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-QTD-CLASSIF
              SET WS-AGY-IDX TO WS-ORDEM(WS-ORD-I)
              MOVE SPACES TO RPT-DET-LINE
              MOVE WS-ORD-I                   TO RPT-DET-POSICAO
              MOVE WS-AGY-PREFIXO(WS-AGY-IDX) TO RPT-DET-PREFIXO
              MOVE WS-AGY-NOME(WS-AGY-IDX)    TO RPT-DET-NOME
              MOVE WS-AGY-NOTA(WS-AGY-IDX)    TO RPT-DET-NOTA
              PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                      UNTIL WS-IND-SUB > 5
                 MOVE WS-AGY-VALOR(WS-AGY-IDX, WS-IND-SUB)
                   TO RPT-DET-IND(WS-IND-SUB)
              END-PERFORM
              PERFORM VARYING WS-TND-SUB FROM 1 BY 1
                      UNTIL WS-TND-SUB > 6
                 IF WS-AGY-TEND-TEM(WS-AGY-IDX, WS-TND-SUB)
                    MOVE WS-AGY-TEND-NOTA(WS-AGY-IDX, WS-TND-SUB)
                      TO WS-NOTA-ED
                    MOVE WS-NOTA-ED TO RPT-DET-TND(WS-TND-SUB)
                 ELSE
                    MOVE '    -' TO RPT-DET-TND(WS-TND-SUB)
                 END-IF
              END-PERFORM
              WRITE RPT-RECORD FROM RPT-DET-LINE
           END-PERFORM.
      *
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-QTD-AGENCIAS
              IF NOT WS-AGY-CLASSIFICADA(WS-AGY-IDX)
                 MOVE WS-AGY-PREFIXO(WS-AGY-IDX)  TO RPT-SEM-PREFIXO
                 MOVE WS-AGY-NOME(WS-AGY-IDX)     TO RPT-SEM-NOME
                 MOVE WS-AGY-SITUACAO(WS-AGY-IDX) TO RPT-SEM-SITUACAO
                 WRITE RPT-RECORD FROM RPT-SEM-LINE
              END-IF
           END-PERFORM.
      *
           WRITE RPT-RECORD FROM RPT-DIVISOR.
           MOVE 'AGENCIAS NO CADASTRO'           TO RPT-RES-DESCRICAO.
           MOVE WS-QTD-AGENCIAS                  TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE 'AGENCIAS CLASSIFICADAS'         TO RPT-RES-DESCRICAO.
           MOVE WS-QTD-CLASSIF                   TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE 'TRANSMISSOES DO MES (TRNREG)'   TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-TRG-MES                 TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE 'LINHAS DO HISTORICO NO MES'     TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-AGQ-MES                 TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE '  DE AGENCIA FORA DO CADASTRO'  TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-SEM-AGENCIA             TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           MOVE 'LINHAS DE BACKOUT NO DIARIO'    TO RPT-RES-DESCRICAO.
           MOVE WS-COUNT-BKO-LINHAS              TO RPT-RES-COUNT.
           WRITE RPT-RECORD FROM RPT-RESUMO-LINE.
           CLOSE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * CARTAS - UMA PAGINA POR AGENCIA CLASSIFICADA
      *================================================================*
       5000-EMITIR-CARTAS.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-QTD-CLASSIF
              SET WS-AGY-IDX TO WS-ORDEM(WS-ORD-I)
              PERFORM 5100-CARTA-AGENCIA
           END-PERFORM.
           CLOSE CARTA-FILE.
           EXIT.
      *
       5100-CARTA-AGENCIA.
           MOVE WS-MES-REF TO CRT-CAB-MES.
           MOVE '1' TO CRT-CC.
           MOVE CRT-CABECALHO TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           PERFORM 5800-LINHA-BRANCA.
           MOVE WS-AGY-PREFIXO(WS-AGY-IDX) TO CRT-DST-PREFIXO.
           MOVE WS-AGY-NOME(WS-AGY-IDX)    TO CRT-DST-NOME.
           MOVE CRT-DESTINO TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           MOVE WS-AGY-CONTATO(WS-AGY-IDX) TO CRT-CTT-CONTATO.
           MOVE CRT-CONTATO TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           PERFORM 5800-LINHA-BRANCA.
           MOVE 'PREZADOS,' TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           PERFORM 5800-LINHA-BRANCA.
           MOVE 'SEGUE O RESULTADO DA QUALIDADE DAS TRANSMISSOES DA SUA'
             TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           MOVE 'AGENCIA NO MES, MEDIDO NO PROCESSAMENTO NOTURNO.'
             TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           PERFORM 5800-LINHA-BRANCA.
      *
           MOVE WS-AGY-NOTA(WS-AGY-IDX)    TO CRT-NOT-NOTA.
           MOVE WS-AGY-POSICAO(WS-AGY-IDX) TO CRT-NOT-POSICAO.
           MOVE WS-QTD-CLASSIF             TO CRT-NOT-QTD.
           MOVE CRT-NOTA TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           PERFORM 5800-LINHA-BRANCA.
           MOVE CRT-IND-CABEC TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                   UNTIL WS-IND-SUB > 5
              IF WS-IND-PESO(WS-IND-SUB) > ZERO
                 MOVE WS-IND-NOME(WS-IND-SUB)  TO CRT-IND-NOME
                 MOVE WS-AGY-VALOR(WS-AGY-IDX, WS-IND-SUB)
                   TO CRT-IND-VALOR
                 MOVE WS-IND-META(WS-IND-SUB)  TO CRT-IND-META
                 MOVE WS-AGY-NOTA-IND(WS-AGY-IDX, WS-IND-SUB)
                   TO CRT-IND-NOTA
                 IF WS-AGY-NOTA-IND(WS-AGY-IDX, WS-IND-SUB) = 100
                    MOVE 'META ATINGIDA'     TO CRT-IND-SITUACAO
                 ELSE
                    MOVE 'ABAIXO DA META'    TO CRT-IND-SITUACAO
                 END-IF
                 MOVE CRT-IND-LINHA TO CRT-TEXTO
                 PERFORM 5900-GRAVAR-LINHA
              END-IF
           END-PERFORM.
           PERFORM 5800-LINHA-BRANCA.
      *
           MOVE WS-AGY-ESPERADAS(WS-AGY-IDX)  TO CRT-TRN-ESPERADAS.
           MOVE WS-AGY-PONTUAIS(WS-AGY-IDX)   TO CRT-TRN-PONTUAIS.
           MOVE WS-AGY-ATRASADAS(WS-AGY-IDX)  TO CRT-TRN-ATRASADAS.
           MOVE CRT-DET-TRN TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           MOVE WS-AGY-LOTES(WS-AGY-IDX)      TO CRT-LOT-LOTES.
           MOVE WS-AGY-LIDOS(WS-AGY-IDX)      TO CRT-LOT-LIDOS.
           MOVE WS-AGY-REJEITADOS(WS-AGY-IDX) TO CRT-LOT-REJEITADOS.
           MOVE WS-AGY-ESTORNOS(WS-AGY-IDX)   TO CRT-LOT-ESTORNOS.
           MOVE CRT-DET-LOTES TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           MOVE WS-AGY-DESBAL(WS-AGY-IDX)     TO CRT-FAL-DESBAL.
           MOVE WS-AGY-BACKOUTS(WS-AGY-IDX)   TO CRT-FAL-BACKOUTS.
           MOVE CRT-DET-FALHAS TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           PERFORM 5800-LINHA-BRANCA.
      *
           IF WS-AGY-QTD-MOT(WS-AGY-IDX) > ZERO
              MOVE 'REJEICOES POR MOTIVO:' TO CRT-TEXTO
              PERFORM 5900-GRAVAR-LINHA
              PERFORM VARYING WS-MOT-SUB FROM 1 BY 1
                      UNTIL WS-MOT-SUB > WS-AGY-QTD-MOT(WS-AGY-IDX)
                 MOVE WS-AGY-MOT-COD(WS-AGY-IDX, WS-MOT-SUB)
                   TO CRT-MOT-CODIGO
                 MOVE WS-AGY-MOT-QTDE(WS-AGY-IDX, WS-MOT-SUB)
                   TO CRT-MOT-QTDE
                 IF WS-AGY-LIDOS(WS-AGY-IDX) = ZERO
                    MOVE ZERO TO WS-PCT-MOTIVO
                 ELSE
                    COMPUTE WS-PCT-MOTIVO ROUNDED =
                        (WS-AGY-MOT-QTDE(WS-AGY-IDX, WS-MOT-SUB)
                         * 100) / WS-AGY-LIDOS(WS-AGY-IDX)
                 END-IF
                 MOVE WS-PCT-MOTIVO TO CRT-MOT-PCT
                 MOVE CRT-MOT-LINHA TO CRT-TEXTO
                 PERFORM 5900-GRAVAR-LINHA
              END-PERFORM
              PERFORM 5800-LINHA-BRANCA
           END-IF.
      *
           MOVE 'EVOLUCAO DA NOTA NOS ULTIMOS SEIS MESES:' TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           MOVE SPACES TO CRT-TND-MESES CRT-TND-NOTAS.
           MOVE 'MES:' TO CRT-TND-MESES(1:4).
           MOVE 'NOTA:' TO CRT-TND-NOTAS(1:5).
           PERFORM VARYING WS-TND-SUB FROM 1 BY 1
                   UNTIL WS-TND-SUB > 6
              COMPUTE WS-TND-SEQ = WS-MES-SEQ - 6 + WS-TND-SUB - 1
              COMPUTE WS-TND-ANO = WS-TND-SEQ / 12
              COMPUTE WS-TND-MM  = WS-TND-SEQ - WS-TND-ANO * 12 + 1
              MOVE WS-TND-MES-CALC TO CRT-TND-MES(WS-TND-SUB)
              IF WS-AGY-TEND-TEM(WS-AGY-IDX, WS-TND-SUB)
                 MOVE WS-AGY-TEND-NOTA(WS-AGY-IDX, WS-TND-SUB)
                   TO WS-NOTA-ED
                 MOVE WS-NOTA-ED TO CRT-TND-NOTA(WS-TND-SUB)
              ELSE
                 MOVE '    -' TO CRT-TND-NOTA(WS-TND-SUB)
              END-IF
           END-PERFORM.
           MOVE CRT-TND-MESES TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           MOVE CRT-TND-NOTAS TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           PERFORM 5800-LINHA-BRANCA.
      *
           MOVE 'COLOCAMO-NOS A DISPOSICAO PARA ESCLARECIMENTOS.'
             TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           PERFORM 5800-LINHA-BRANCA.
           MOVE 'ATENCIOSAMENTE,' TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           MOVE 'CENTRO DE PROCESSAMENTO - QUALIDADE DE DADOS'
             TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           ADD 1 TO WS-COUNT-CARTAS.
           EXIT.
      *
       5800-LINHA-BRANCA.
           MOVE SPACES TO CRT-TEXTO.
           PERFORM 5900-GRAVAR-LINHA.
           EXIT.
      *
       5900-GRAVAR-LINHA.
           WRITE CARTA-RECORD FROM CRT-LINHA.
           IF NOT WS-CRT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO CARTA-FILE'
              DISPLAY 'FILE STATUS: ' WS-CRT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE SPACE TO CRT-CC.
           EXIT.
      *
      *================================================================*
      * HISTORICO DAS NOTAS (BASE DA TENDENCIA DOS PROXIMOS MESES)
      *================================================================*
       6000-GRAVAR-HISTORICO.
           IF WS-MES-JA-GRAVADO
              DISPLAY 'MYAGQ017 - MES ' WS-MES-REF
                      ' JA ESTA NO HISTORICO DE NOTAS - NAO REGRAVADO'
           ELSE
              OPEN EXTEND SCRHST-FILE
              IF NOT WS-SCH-OK
                 DISPLAY 'ERRO FATAL NA ABERTURA (EXTEND) DO '
                         'SCRHST-FILE'
                 DISPLAY 'FILE STATUS: ' WS-SCH-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              PERFORM VARYING WS-ORD-I FROM 1 BY 1
                      UNTIL WS-ORD-I > WS-QTD-CLASSIF
                 SET WS-AGY-IDX TO WS-ORDEM(WS-ORD-I)
                 MOVE SPACES                     TO SCRHST-RECORD
                 MOVE WS-MES-REF                 TO SCH-MES
                 MOVE WS-AGY-PREFIXO(WS-AGY-IDX) TO SCH-PREFIXO
                 MOVE WS-AGY-NOTA(WS-AGY-IDX)    TO SCH-NOTA
                 MOVE WS-ORD-I                   TO SCH-POSICAO
                 MOVE WS-QTD-CLASSIF             TO SCH-QTD-CLASSIF
                 PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                         UNTIL WS-IND-SUB > 5
                    MOVE WS-AGY-VALOR(WS-AGY-IDX, WS-IND-SUB)
                      TO SCH-INDICADOR(WS-IND-SUB)
                 END-PERFORM
                 WRITE SCRHST-RECORD
                 IF NOT WS-SCH-OK
                    DISPLAY 'ERRO FATAL DE ESCRITA NO SCRHST-FILE'
                    DISPLAY 'FILE STATUS: ' WS-SCH-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
              END-PERFORM
              CLOSE SCRHST-FILE
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYAGQSCR ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
