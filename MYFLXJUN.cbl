       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYFLXJUN.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - JUNCAO DAS SAIDAS DOS FLUXOS PARALELOS
      *
      * RODA NO STEP010 DO MYNIGHT, DEPOIS QUE OS QUATRO JOBS
      * MYFLUXO1..MYFLUXO4 TERMINARAM O MYBATCH DE CADA FLUXO (VER
      * MYFLXDIV). JUNTA AS PECAS DE CADA FLUXO NOS MESMOS DATASETS
      * QUE O MYBATCH SERIAL GRAVAVA, PARA O RESTO DO CICLO (STEP011
      * EM DIANTE) NAO PERCEBER A DIFERENCA:
      *
      *   - OUT-FILE: CADA PECA E CONFERIDA (CABECALHO, TRAILER COM
      *     CONTAGEM E HASH, COMO NO MYOUTVFY). SAI UM SO CABECALHO
      *     (DATA DA PRIMEIRA PECA, ID DA RODADA DO PRIMEIRO LOTE DO
      *     DIA, DO CONTROLE DA DIVISAO), OS DADOS DAS PECAS NA ORDEM
      *     DOS FLUXOS E UM SO TRAILER COM AS SOMAS;
      *   - REJ-FILE: AS PECAS EM SEQUENCIA;
      *   - ACK-FILE: UM REGISTRO POR LOTE, DE VOLTA NA ORDEM DE
      *     CHEGADA DOS LOTES (REGISTROS 'L' DO CONTROLE);
      *   - GL-FILE: OS LANCAMENTOS 'P' DAS PECAS (CADA PECA CONFERIDA
      *     CONTRA O SEU TRAILER) E UM SO TRAILER 'T' COM AS SOMAS;
      *   - STATS-FILE: UM SO REGISTRO 'MYBATCH ' COM AS SOMAS DOS
      *     FLUXOS E O MAIOR TEMPO DECORRIDO (O TEMPO DA JANELA);
      *     CADA FLUXO TEM QUE TER LIDO O QUE O MYFLXDIV LHE DEU;
      *   - REPORTDD: UMA PAGINA DE CONSOLIDACAO E OS RELATORIOS DOS
      *     FLUXOS EM SEQUENCIA;
      *   - MSTJRNDD: AS LINHAS DOS DIARIOS DOS FLUXOS SAO ACRESCENTADAS
      *     AO DIARIO DO MESTRE E REENCADEADAS (MYMJRCAD); AS ANCORAS
      *     DAS PECAS (ORIGEM 'H') NAO SAO COPIADAS;
      *   - NOTIFDD E DIAGDD: AS PECAS SAO ACRESCENTADAS (OPEN EXTEND).
      *
      * TODA CONFERENCIA E FEITA ANTES DE QUALQUER ACRESCIMO NOS
      * DATASETS ACUMULADOS (DIARIO, AVISOS, DIAGNOSTICO): UMA
      * DIVERGENCIA TERMINA COM RC 16 SEM TOCAR NELES, E O STEP PODE
      * SER RESUBMETIDO DEPOIS DE CORRIGIDA A CAUSA.
      *
      * RC 0 = JUNCAO FEITA; RC 16 = ERRO DE ARQUIVO OU PECA
      * DIVERGENTE (FALTANDO, TRUNCADA OU FORA DO CONTROLE).
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
      *
      *--- CONTROLE DA DIVISAO GRAVADO PELO MYFLXDIV
           SELECT FXC-FILE ASSIGN TO FLXCTLDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FXC-FILE-STATUS.
      *
      *--- PECAS DOS FLUXOS (AS QUATRO CONCATENADAS EM CADA DD, NA
      *--- ORDEM DOS FLUXOS)
           SELECT OUTFLX-FILE ASSIGN TO OUTFLXDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OFX-FILE-STATUS.
           SELECT REJFLX-FILE ASSIGN TO REJFLXDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RFX-FILE-STATUS.
           SELECT ACKFLX-FILE ASSIGN TO ACKFLXDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AFX-FILE-STATUS.
           SELECT GLFLX-FILE ASSIGN TO GLFLXDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GFX-FILE-STATUS.
           SELECT STAFLX-FILE ASSIGN TO STAFLXDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SFX-FILE-STATUS.
           SELECT RPTFLX-FILE ASSIGN TO RPTFLXDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PFX-FILE-STATUS.
           SELECT MJRFLX-FILE ASSIGN TO MJRFLXDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-JFX-FILE-STATUS.
           SELECT NTFFLX-FILE ASSIGN TO NTFFLXDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NFX-FILE-STATUS.
           SELECT DIAFLX-FILE ASSIGN TO DIAFLXDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DFX-FILE-STATUS.
      *
      *--- SAIDAS JUNTADAS (MESMOS DD DO STEP010 DO MYBATCH SERIAL)
           SELECT OUT-FILE ASSIGN TO OUTPUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT REJ-FILE ASSIGN TO REJECTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKFILDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT GL-FILE ASSIGN TO GLPOSTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO STATSDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STATS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
           SELECT NTF-FILE ASSIGN TO NOTIFDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NTF-FILE-STATUS.
           SELECT DIAG-FILE ASSIGN TO DIAGDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DIAG-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO FXC-RECORD DO MYFLXDIV
       FD FXC-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FXC-RECORD.
           05 FXC-TIPO               PIC X(01).
              88 FXC-IS-GERAL        VALUE 'C'.
              88 FXC-IS-ARQUIVO      VALUE 'F'.
              88 FXC-IS-LOTE         VALUE 'L'.
           05 FXC-DADOS              PIC X(79).
       01 FXC-GERAL REDEFINES FXC-RECORD.
           05 FILLER                 PIC X(01).
           05 FXC-C-RUN-DATE         PIC X(08).
           05 FXC-C-RUN-ID           PIC X(08).
           05 FXC-C-REGISTROS        PIC 9(09).
           05 FXC-C-LOTES            PIC 9(05).
           05 FILLER                 PIC X(49).
       01 FXC-ARQUIVO REDEFINES FXC-RECORD.
           05 FILLER                 PIC X(01).
           05 FXC-F-ARQUIVO          PIC 9(01).
           05 FXC-F-FLUXOS           PIC X(04).
           05 FXC-F-LOTES            PIC 9(05).
           05 FXC-F-REGISTROS        PIC 9(09).
           05 FXC-F-TRANSMITIDOS     PIC 9(09).
           05 FXC-F-HASH             PIC 9(15).
           05 FILLER                 PIC X(36).
       01 FXC-LOTE REDEFINES FXC-RECORD.
           05 FILLER                 PIC X(01).
           05 FXC-L-SEQ              PIC 9(05).
           05 FXC-L-RUN-DATE         PIC X(08).
           05 FXC-L-RUN-ID           PIC X(08).
           05 FXC-L-ARQUIVO          PIC 9(01).
           05 FILLER                 PIC X(57).
      *
      *--- MESMO LAYOUT DO OUT-RECORD DO MYBATCH (VER MYOUTVFY)
       FD OUTFLX-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 OFX-RECORD.
           05 OFX-REC-TYPE           PIC X(01).
              88 OFX-REC-IS-HEADER   VALUE 'H'.
              88 OFX-REC-IS-DETAIL   VALUE 'D'.
              88 OFX-REC-IS-TRAILER  VALUE 'T'.
              88 OFX-REC-IS-EXTENSAO VALUE 'E'.
           05 OFX-REC-BODY           PIC X(99).
       01 OFX-HEADER-ALT REDEFINES OFX-RECORD.
           05 FILLER                 PIC X(01).
           05 OFX-HDR-RUN-DATE       PIC 9(08).
           05 OFX-HDR-RUN-ID         PIC X(08).
           05 FILLER                 PIC X(83).
       01 OFX-DETAIL-ALT REDEFINES OFX-RECORD.
           05 FILLER                 PIC X(01).
           05 OFX-DET-ID             PIC X(10).
           05 OFX-DET-ID-NUM REDEFINES OFX-DET-ID PIC 9(10).
           05 FILLER                 PIC X(89).
       01 OFX-TRAILER-ALT REDEFINES OFX-RECORD.
           05 FILLER                 PIC X(01).
           05 OFX-TRL-COUNT          PIC 9(09).
           05 OFX-TRL-CHECKSUM       PIC 9(15).
           05 FILLER                 PIC X(75).
      *
       FD REJFLX-FILE
          RECORD CONTAINS 92 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RFX-RECORD                 PIC X(92).
      *
      *--- MESMO LAYOUT DO ACK-RECORD DO MYBATCH
       FD ACKFLX-FILE
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 AFX-RECORD.
           05 AFX-RUN-DATE           PIC X(08).
           05 AFX-RUN-ID             PIC X(08).
           05 FILLER                 PIC X(54).
      *
      *--- MESMO LAYOUT DO GL-RECORD DO MYBATCH
       FD GLFLX-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 GFX-RECORD                 PIC X(80).
       01 GFX-RECORD-POST REDEFINES GFX-RECORD.
           05 GFX-P-TIPO             PIC X(01).
           05 FILLER                 PIC X(19).
           05 GFX-P-NATUREZA         PIC X(01).
           05 GFX-P-VALOR            PIC 9(13)V99.
           05 FILLER                 PIC X(44).
       01 GFX-RECORD-TRAILER REDEFINES GFX-RECORD.
           05 GFX-T-TIPO             PIC X(01).
           05 GFX-T-COUNT            PIC 9(07).
           05 GFX-T-TOT-DEBITO       PIC 9(13)V99.
           05 GFX-T-TOT-CREDITO      PIC 9(13)V99.
           05 FILLER                 PIC X(42).
      *
      *--- MESMO LAYOUT DO STATS-RECORD DO MYBATCH
       FD STAFLX-FILE
          RECORD CONTAINS 57 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 SFX-RECORD.
           05 SFX-PROGRAM            PIC X(08).
           05 SFX-DATE               PIC 9(08).
           05 SFX-READ               PIC 9(09).
           05 SFX-WRITTEN            PIC 9(09).
           05 SFX-REJECTED           PIC 9(09).
           05 SFX-ELAPSED            PIC 9(07).
           05 SFX-THROUGHPUT         PIC 9(07).
      *
       FD RPTFLX-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PFX-RECORD                 PIC X(133).
      *
      *--- MESMO LAYOUT DO MSTJRN-RECORD DO MYBATCH (SO A ORIGEM
      *--- IMPORTA AQUI)
       FD MJRFLX-FILE
          RECORD CONTAINS 230 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 JFX-RECORD.
           05 FILLER                 PIC X(23).
           05 JFX-ORIGEM             PIC X(01).
              88 JFX-ANCORA          VALUE 'H'.
           05 FILLER                 PIC X(206).
      *
       FD NTFFLX-FILE
          RECORD CONTAINS 200 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 NFX-RECORD                 PIC X(200).
      *
       FD DIAFLX-FILE
          RECORD CONTAINS 230 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 DFX-RECORD                 PIC X(230).
      *
       FD OUT-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 OUT-RECORD.
           05 OUT-REC-TYPE           PIC X(01).
           05 OUT-REC-BODY           PIC X(99).
       01 OUT-HEADER-ALT REDEFINES OUT-RECORD.
           05 FILLER                 PIC X(01).
           05 OUT-HDR-RUN-DATE       PIC 9(08).
           05 OUT-HDR-RUN-ID         PIC X(08).
           05 FILLER                 PIC X(83).
       01 OUT-TRAILER-ALT REDEFINES OUT-RECORD.
           05 FILLER                 PIC X(01).
           05 OUT-TRL-COUNT          PIC 9(09).
           05 OUT-TRL-CHECKSUM       PIC 9(15).
           05 FILLER                 PIC X(75).
      *
       FD REJ-FILE
          RECORD CONTAINS 92 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 REJ-RECORD                 PIC X(92).
      *
       FD ACK-FILE
          RECORD CONTAINS 70 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ACK-RECORD                 PIC X(70).
      *
       FD GL-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 GL-RECORD                  PIC X(80).
       01 GL-RECORD-TRAILER REDEFINES GL-RECORD.
           05 GLT-TIPO               PIC X(01).
           05 GLT-COUNT              PIC 9(07).
           05 GLT-TOT-DEBITO         PIC 9(13)V99.
           05 GLT-TOT-CREDITO        PIC 9(13)V99.
           05 FILLER                 PIC X(42).
      *
       FD STATS-FILE
          RECORD CONTAINS 57 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 STATS-RECORD.
           05 STAT-PROGRAM           PIC X(08).
           05 STAT-DATE              PIC 9(08).
           05 STAT-READ              PIC 9(09).
           05 STAT-WRITTEN           PIC 9(09).
           05 STAT-REJECTED          PIC 9(09).
           05 STAT-ELAPSED           PIC 9(07).
           05 STAT-THROUGHPUT        PIC 9(07).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                 PIC X(133).
      *
      *--- MESMO LAYOUT DO MSTJRN-RECORD DO MYBATCH (O MYMJRCAD
      *--- PREENCHE MJR-GRAV-DATA E MJR-HASH)
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
           05 MJR-APROVADOR          PIC X(03).
           05 FILLER                 PIC X(01).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
      *
       FD NTF-FILE
          RECORD CONTAINS 200 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 NTF-RECORD                 PIC X(200).
      *
       FD DIAG-FILE
          RECORD CONTAINS 230 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 DIAG-RECORD                PIC X(230).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-FXC-FILE-STATUS    PIC X(02).
              88 WS-FXC-OK          VALUE '00'.
              88 WS-FXC-EOF         VALUE '10'.
           05 WS-OFX-FILE-STATUS    PIC X(02).
              88 WS-OFX-OK          VALUE '00'.
              88 WS-OFX-EOF         VALUE '10'.
           05 WS-RFX-FILE-STATUS    PIC X(02).
              88 WS-RFX-OK          VALUE '00'.
              88 WS-RFX-EOF         VALUE '10'.
           05 WS-AFX-FILE-STATUS    PIC X(02).
              88 WS-AFX-OK          VALUE '00'.
              88 WS-AFX-EOF         VALUE '10'.
           05 WS-GFX-FILE-STATUS    PIC X(02).
              88 WS-GFX-OK          VALUE '00'.
              88 WS-GFX-EOF         VALUE '10'.
           05 WS-SFX-FILE-STATUS    PIC X(02).
              88 WS-SFX-OK          VALUE '00'.
              88 WS-SFX-EOF         VALUE '10'.
           05 WS-PFX-FILE-STATUS    PIC X(02).
              88 WS-PFX-OK          VALUE '00'.
              88 WS-PFX-EOF         VALUE '10'.
           05 WS-JFX-FILE-STATUS    PIC X(02).
              88 WS-JFX-OK          VALUE '00'.
              88 WS-JFX-EOF         VALUE '10'.
           05 WS-NFX-FILE-STATUS    PIC X(02).
              88 WS-NFX-OK          VALUE '00'.
              88 WS-NFX-EOF         VALUE '10'.
           05 WS-DFX-FILE-STATUS    PIC X(02).
              88 WS-DFX-OK          VALUE '00'.
              88 WS-DFX-EOF         VALUE '10'.
           05 WS-OUT-FILE-STATUS    PIC X(02).
              88 WS-OUT-OK          VALUE '00'.
           05 WS-REJ-FILE-STATUS    PIC X(02).
              88 WS-REJ-OK          VALUE '00'.
           05 WS-ACK-FILE-STATUS    PIC X(02).
              88 WS-ACK-OK          VALUE '00'.
           05 WS-GL-FILE-STATUS     PIC X(02).
              88 WS-GL-OK           VALUE '00'.
           05 WS-STATS-FILE-STATUS  PIC X(02).
              88 WS-STATS-OK        VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
           05 WS-NTF-FILE-STATUS    PIC X(02).
              88 WS-NTF-OK          VALUE '00'.
           05 WS-DIAG-FILE-STATUS   PIC X(02).
              88 WS-DIAG-OK         VALUE '00'.
      *
      *--- ENCADEAMENTO DAS LINHAS DO DIARIO (MODULO MYMJRCAD)
       COPY MYMJRCDC.
      *
      *--- LINHA JA ENCADEADA, GUARDADA ENQUANTO A ANCORA DIARIA
      *--- (MYMJRCAD) E ESCRITA NA FRENTE DELA
       01 WS-MJR-LINHA-SALVA        PIC X(230) VALUE SPACES.
      *
      *--- CONTROLE DA DIVISAO: GERAL E POR ARQUIVO DE FLUXO
       01 WS-CONTROLE-DIVISAO.
           05 WS-FXC-GERAL-SW       PIC X(01) VALUE 'N'.
              88 WS-FXC-GERAL-LIDO  VALUE 'S'.
           05 WS-FXC-RUN-DATE       PIC X(08) VALUE SPACES.
           05 WS-FXC-RUN-ID         PIC X(08) VALUE SPACES.
           05 WS-FXC-REGISTROS      PIC 9(09) VALUE ZERO.
           05 WS-FXC-LOTES          PIC 9(05) VALUE ZERO.
           05 WS-FXC-ARQ-ENTRY OCCURS 4 TIMES.
              10 WS-ARQ-LIDO-SW     PIC X(01).
              10 WS-ARQ-FLUXOS      PIC X(04).
              10 WS-ARQ-LOTES       PIC 9(05).
              10 WS-ARQ-REGISTROS   PIC 9(09).
              10 WS-ARQ-GRAVADOS    PIC 9(09).
              10 WS-ARQ-REJEITADOS  PIC 9(09).
              10 WS-ARQ-ELAPSED     PIC 9(07).
      *
      *--- LOTES NA ORDEM DE CHEGADA (REGISTROS 'L')
       01 WS-LOTE-TABLE.
           05 WS-LOT-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-LOT-ENTRY OCCURS 500 TIMES.
              10 WS-LOT-RUN-DATE    PIC X(08).
              10 WS-LOT-RUN-ID      PIC X(08).
              10 WS-LOT-ARQUIVO     PIC 9(01).
      *
      *--- ACK DAS PECAS, CARREGADOS PARA SAIR NA ORDEM DOS LOTES
       01 WS-ACK-TABLE.
           05 WS-ACK-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-ACK-ENTRY OCCURS 500 TIMES.
              10 WS-ACK-LINHA       PIC X(70).
              10 WS-ACK-USADO-SW    PIC X(01).
      *
      *--- CONFERENCIA DE CADA PECA DO OUT-FILE E DO GL-FILE
       01 WS-CONTROLE-PECA.
           05 WS-PECA-ABERTA-SW     PIC X(01) VALUE 'N'.
              88 WS-PECA-ABERTA     VALUE 'S'.
           05 WS-PECA-NUMERO        PIC 9(01) VALUE ZERO.
           05 WS-PECA-COUNT         PIC 9(09) VALUE ZERO.
           05 WS-PECA-CHECKSUM      PIC 9(15) VALUE ZERO.
           05 WS-PECA-GL-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-PECA-GL-DEBITO     PIC 9(13)V99 VALUE ZERO.
           05 WS-PECA-GL-CREDITO    PIC 9(13)V99 VALUE ZERO.
           05 WS-OUT-HDR-RUN-DATE   PIC 9(08) VALUE ZERO.
      *
       01 WS-CONTROLE-GERAL.
           05 WS-ERRO-SW            PIC X(01) VALUE 'N'.
              88 WS-TEM-ERRO        VALUE 'S'.
           05 WS-ACHOU-SW           PIC X(01) VALUE 'N'.
              88 WS-ACHOU           VALUE 'S'.
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-SUB                PIC 9(03) COMP VALUE ZERO.
           05 WS-SUB2               PIC 9(03) COMP VALUE ZERO.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-OUT-DETAILS  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-OUT-RECORDS  PIC 9(09) VALUE ZERO.
           05 WS-OUT-CHECKSUM       PIC 9(15) VALUE ZERO.
           05 WS-COUNT-REJ          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ACK          PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ACK-FORA     PIC 9(07) VALUE ZERO.
           05 WS-GL-COUNT           PIC 9(07) VALUE ZERO.
           05 WS-GL-TOT-DEBITO      PIC 9(13)V99 VALUE ZERO.
           05 WS-GL-TOT-CREDITO     PIC 9(13)V99 VALUE ZERO.
           05 WS-GL-PECAS           PIC 9(01) VALUE ZERO.
           05 WS-STA-PECAS          PIC 9(01) VALUE ZERO.
           05 WS-STA-READ           PIC 9(09) VALUE ZERO.
           05 WS-STA-WRITTEN        PIC 9(09) VALUE ZERO.
           05 WS-STA-REJECTED       PIC 9(09) VALUE ZERO.
           05 WS-STA-ELAPSED        PIC 9(07) VALUE ZERO.
           05 WS-STA-THROUGHPUT     PIC 9(07) VALUE ZERO.
           05 WS-STA-DATE           PIC 9(08) VALUE ZERO.
           05 WS-COUNT-JRN          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-JRN-ANCORA   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-NTF          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DIAG         PIC 9(07) VALUE ZERO.
           05 WS-COUNT-RPT          PIC 9(09) VALUE ZERO.
      *
      *--- LINHAS DA PAGINA DE CONSOLIDACAO
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
              '*** JUNCAO DOS FLUXOS PARALELOS (MYFLXJUN) ***'.
           05 FILLER                PIC X(80) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       01 WS-RPT-ARQUIVO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'FLUXO '.
           05 RPT-ARQ-NUMERO        PIC 9(01).
           05 FILLER                PIC X(10) VALUE ' (MAPA: '.
           05 RPT-ARQ-FLUXOS        PIC X(04).
           05 FILLER                PIC X(09) VALUE ') LOTES: '.
           05 RPT-ARQ-LOTES         PIC ZZ.ZZ9.
           05 FILLER                PIC X(08) VALUE ' LIDOS: '.
           05 RPT-ARQ-LIDOS         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(11) VALUE ' GRAVADOS: '.
           05 RPT-ARQ-GRAVADOS      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(13) VALUE ' REJEITADOS: '.
           05 RPT-ARQ-REJEITADOS    PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(10) VALUE ' SEGUNDOS:'.
           05 RPT-ARQ-ELAPSED       PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
      *--- PRIMEIRO O QUE E REGRAVADO INTEIRO (OUT, CONTABIL,
      *--- ESTATISTICAS, REJEITADOS, ACK)
           PERFORM 2100-JUNTAR-OUT.
           PERFORM 2200-JUNTAR-GL.
           PERFORM 2300-JUNTAR-STATS.
           IF WS-TEM-ERRO
              PERFORM 9800-DIVERGENCIA-ABEND
           END-IF.
           PERFORM 2400-JUNTAR-REJ.
           PERFORM 2500-JUNTAR-ACK.
      *
      *--- SO DEPOIS, OS ACRESCIMOS NOS DATASETS ACUMULADOS
           PERFORM 2600-JUNTAR-DIARIO.
           PERFORM 2700-JUNTAR-AVISOS.
           PERFORM 2750-JUNTAR-DIAGNOSTICO.
      *
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYFLXJUN CONCLUIDO. LOTES: ' WS-LOT-COUNT
                   ' REGISTROS D: ' WS-COUNT-OUT-DETAILS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              MOVE 'N'    TO WS-ARQ-LIDO-SW(WS-SUB)
              MOVE SPACES TO WS-ARQ-FLUXOS(WS-SUB)
              MOVE ZERO   TO WS-ARQ-LOTES(WS-SUB)
                             WS-ARQ-REGISTROS(WS-SUB)
                             WS-ARQ-GRAVADOS(WS-SUB)
                             WS-ARQ-REJEITADOS(WS-SUB)
                             WS-ARQ-ELAPSED(WS-SUB)
           END-PERFORM.
           PERFORM 1100-LOAD-CONTROLE.
           EXIT.
      *
      *--- O CONTROLE TEM QUE TRAZER O 'C', OS QUATRO 'F' E TANTOS
      *--- 'L' QUANTOS LOTES O 'C' INFORMA
       1100-LOAD-CONTROLE.
           OPEN INPUT FXC-FILE.
           IF NOT WS-FXC-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO FXC-FILE'
              DISPLAY 'FILE STATUS: ' WS-FXC-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ FXC-FILE.
           PERFORM UNTIL NOT WS-FXC-OK
              EVALUATE TRUE
                  WHEN FXC-IS-GERAL
                      SET WS-FXC-GERAL-LIDO TO TRUE
                      MOVE FXC-C-RUN-DATE  TO WS-FXC-RUN-DATE
                      MOVE FXC-C-RUN-ID    TO WS-FXC-RUN-ID
                      MOVE FXC-C-REGISTROS TO WS-FXC-REGISTROS
                      MOVE FXC-C-LOTES     TO WS-FXC-LOTES
                  WHEN FXC-IS-ARQUIVO
                      AND FXC-F-ARQUIVO > ZERO
                      AND FXC-F-ARQUIVO < 5
                      MOVE 'S' TO WS-ARQ-LIDO-SW(FXC-F-ARQUIVO)
                      MOVE FXC-F-FLUXOS
                          TO WS-ARQ-FLUXOS(FXC-F-ARQUIVO)
                      MOVE FXC-F-LOTES
                          TO WS-ARQ-LOTES(FXC-F-ARQUIVO)
                      MOVE FXC-F-REGISTROS
                          TO WS-ARQ-REGISTROS(FXC-F-ARQUIVO)
                  WHEN FXC-IS-LOTE
                      IF WS-LOT-COUNT < 500
                         ADD 1 TO WS-LOT-COUNT
                         MOVE FXC-L-RUN-DATE
                             TO WS-LOT-RUN-DATE(WS-LOT-COUNT)
                         MOVE FXC-L-RUN-ID
                             TO WS-LOT-RUN-ID(WS-LOT-COUNT)
                         MOVE FXC-L-ARQUIVO
                             TO WS-LOT-ARQUIVO(WS-LOT-COUNT)
                      END-IF
                  WHEN OTHER
                      DISPLAY 'MYFJ001 REGISTRO DESCONHECIDO NO '
                              'CONTROLE DA DIVISAO: ' FXC-TIPO
                      SET WS-TEM-ERRO TO TRUE
              END-EVALUATE
              READ FXC-FILE
           END-PERFORM.
           IF NOT WS-FXC-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO FXC-FILE'
              DISPLAY 'FILE STATUS: ' WS-FXC-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE FXC-FILE.
      *
           IF NOT WS-FXC-GERAL-LIDO
              DISPLAY 'MYFJ002 CONTROLE DA DIVISAO SEM O REGISTRO '
                      'GERAL (MYFLXDIV NAO TERMINOU?).'
              SET WS-TEM-ERRO TO TRUE
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              IF WS-ARQ-LIDO-SW(WS-SUB) NOT = 'S'
                 DISPLAY 'MYFJ003 CONTROLE DA DIVISAO SEM O FLUXO '
                         WS-SUB
                 SET WS-TEM-ERRO TO TRUE
              END-IF
           END-PERFORM.
           IF WS-LOT-COUNT NOT = WS-FXC-LOTES
              DISPLAY 'MYFJ004 CONTROLE INFORMA ' WS-FXC-LOTES
                      ' LOTES, LISTADOS ' WS-LOT-COUNT
              SET WS-TEM-ERRO TO TRUE
           END-IF.
           IF WS-TEM-ERRO
              PERFORM 9800-DIVERGENCIA-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- OUT-FILE: AS QUATRO PECAS, CADA UMA H...T, EM SEQUENCIA
       2100-JUNTAR-OUT.
           OPEN INPUT OUTFLX-FILE.
           IF NOT WS-OFX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO OUTFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-OFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT WS-OUT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO OUT-FILE'
              DISPLAY 'FILE STATUS: ' WS-OUT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE ZERO TO WS-PECA-NUMERO.
           MOVE 'N'  TO WS-PECA-ABERTA-SW.
           READ OUTFLX-FILE.
           PERFORM 2110-EXAMINAR-OUT UNTIL NOT WS-OFX-OK.
           IF NOT WS-OFX-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO OUTFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-OFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           IF WS-PECA-ABERTA
              DISPLAY 'MYFJ005 PECA ' WS-PECA-NUMERO ' DO OUT-FILE '
                      'SEM TRAILER (TRUNCADA?).'
              SET WS-TEM-ERRO TO TRUE
           END-IF.
           IF WS-PECA-NUMERO NOT = 4
              DISPLAY 'MYFJ006 OUT-FILE COM ' WS-PECA-NUMERO
                      ' PECAS, ESPERADAS 4.'
              SET WS-TEM-ERRO TO TRUE
           END-IF.
      *
           MOVE SPACES TO OUT-RECORD.
           MOVE 'T' TO OUT-REC-TYPE.
           MOVE WS-COUNT-OUT-DETAILS TO OUT-TRL-COUNT.
           MOVE WS-OUT-CHECKSUM      TO OUT-TRL-CHECKSUM.
           PERFORM 4100-WRITE-OUT.
           CLOSE OUTFLX-FILE OUT-FILE.
           EXIT.
      *
       2110-EXAMINAR-OUT.
           EVALUATE TRUE
               WHEN OFX-REC-IS-HEADER
                   IF WS-PECA-ABERTA
                      DISPLAY 'MYFJ005 PECA ' WS-PECA-NUMERO
                              ' DO OUT-FILE SEM TRAILER (TRUNCADA?).'
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
                   ADD 1 TO WS-PECA-NUMERO
                   SET WS-PECA-ABERTA TO TRUE
                   MOVE ZERO TO WS-PECA-COUNT WS-PECA-CHECKSUM
      *--- O CABECALHO JUNTADO SAI NA PRIMEIRA PECA
                   IF WS-PECA-NUMERO = 1
                      MOVE OFX-HDR-RUN-DATE TO WS-OUT-HDR-RUN-DATE
                      MOVE SPACES TO OUT-RECORD
                      MOVE 'H' TO OUT-REC-TYPE
                      MOVE WS-OUT-HDR-RUN-DATE TO OUT-HDR-RUN-DATE
                      MOVE WS-FXC-RUN-ID       TO OUT-HDR-RUN-ID
                      PERFORM 4100-WRITE-OUT
                   END-IF
               WHEN NOT WS-PECA-ABERTA
                   DISPLAY 'MYFJ007 REGISTRO ' OFX-REC-TYPE
                           ' FORA DE PECA NO OUT-FILE.'
                   SET WS-TEM-ERRO TO TRUE
               WHEN OFX-REC-IS-DETAIL
                   ADD 1 TO WS-PECA-COUNT WS-COUNT-OUT-DETAILS
                   IF OFX-DET-ID-NUM IS NUMERIC
                      ADD OFX-DET-ID-NUM TO WS-PECA-CHECKSUM
                                            WS-OUT-CHECKSUM
                   END-IF
                   MOVE OFX-RECORD TO OUT-RECORD
                   PERFORM 4100-WRITE-OUT
               WHEN OFX-REC-IS-EXTENSAO
                   MOVE OFX-RECORD TO OUT-RECORD
                   PERFORM 4100-WRITE-OUT
               WHEN OFX-REC-IS-TRAILER
                   IF OFX-TRL-COUNT NOT = WS-PECA-COUNT
                      OR OFX-TRL-CHECKSUM NOT = WS-PECA-CHECKSUM
                      DISPLAY 'MYFJ008 PECA ' WS-PECA-NUMERO
                              ' DO OUT-FILE DIVERGE DO TRAILER. LIDOS='
                              WS-PECA-COUNT ' TRAILER=' OFX-TRL-COUNT
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
                   MOVE 'N' TO WS-PECA-ABERTA-SW
               WHEN OTHER
                   DISPLAY 'MYFJ009 TIPO DE REGISTRO DESCONHECIDO NO '
                           'OUT-FILE: ' OFX-REC-TYPE
                   SET WS-TEM-ERRO TO TRUE
           END-EVALUATE.
           READ OUTFLX-FILE.
           EXIT.
      *
      *--- GL-FILE: CADA PECA SAO OS 'P' DO FLUXO E O SEU 'T'
       2200-JUNTAR-GL.
           OPEN INPUT GLFLX-FILE.
           IF NOT WS-GFX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GLFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-GFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT WS-GL-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GL-FILE'
              DISPLAY 'FILE STATUS: ' WS-GL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE ZERO TO WS-PECA-GL-COUNT WS-PECA-GL-DEBITO
                        WS-PECA-GL-CREDITO.
           READ GLFLX-FILE.
           PERFORM UNTIL NOT WS-GFX-OK
              EVALUATE GFX-P-TIPO
                  WHEN 'P'
                      ADD 1 TO WS-PECA-GL-COUNT
                      IF GFX-P-NATUREZA = 'D'
                         ADD GFX-P-VALOR TO WS-PECA-GL-DEBITO
                      ELSE
                         ADD GFX-P-VALOR TO WS-PECA-GL-CREDITO
                      END-IF
                      MOVE GFX-RECORD TO GL-RECORD
                      PERFORM 4150-WRITE-GL
                  WHEN 'T'
                      ADD 1 TO WS-GL-PECAS
                      IF GFX-T-COUNT NOT = WS-PECA-GL-COUNT
                         OR GFX-T-TOT-DEBITO NOT = WS-PECA-GL-DEBITO
                         OR GFX-T-TOT-CREDITO NOT = WS-PECA-GL-CREDITO
                         DISPLAY 'MYFJ010 PECA ' WS-GL-PECAS
                                 ' DO GL-FILE DIVERGE DO TRAILER.'
                         SET WS-TEM-ERRO TO TRUE
                      END-IF
                      ADD WS-PECA-GL-COUNT   TO WS-GL-COUNT
                      ADD WS-PECA-GL-DEBITO  TO WS-GL-TOT-DEBITO
                      ADD WS-PECA-GL-CREDITO TO WS-GL-TOT-CREDITO
                      MOVE ZERO TO WS-PECA-GL-COUNT WS-PECA-GL-DEBITO
                                   WS-PECA-GL-CREDITO
                  WHEN OTHER
                      DISPLAY 'MYFJ011 TIPO DE REGISTRO DESCONHECIDO '
                              'NO GL-FILE: ' GFX-P-TIPO
                      SET WS-TEM-ERRO TO TRUE
              END-EVALUATE
              READ GLFLX-FILE
           END-PERFORM.
           IF NOT WS-GFX-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO GLFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-GFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           IF WS-PECA-GL-COUNT > ZERO OR WS-GL-PECAS NOT = 4
              DISPLAY 'MYFJ012 GL-FILE COM ' WS-GL-PECAS
                      ' TRAILERS, ESPERADOS 4 (PECA TRUNCADA?).'
              SET WS-TEM-ERRO TO TRUE
           END-IF.
      *
           MOVE SPACES TO GL-RECORD.
           MOVE 'T' TO GLT-TIPO.
           MOVE WS-GL-COUNT       TO GLT-COUNT.
           MOVE WS-GL-TOT-DEBITO  TO GLT-TOT-DEBITO.
           MOVE WS-GL-TOT-CREDITO TO GLT-TOT-CREDITO.
           PERFORM 4150-WRITE-GL.
           CLOSE GLFLX-FILE GL-FILE.
           EXIT.
      *
      *--- ESTATISTICAS: UM REGISTRO POR FLUXO, NA ORDEM DOS FLUXOS.
      *--- O TEMPO DA NOITE E O DO FLUXO MAIS DEMORADO; A VAZAO E
      *--- RECALCULADA SOBRE ELE, COMO NO 3060 DO MYBATCH.
       2300-JUNTAR-STATS.
           OPEN INPUT STAFLX-FILE.
           IF NOT WS-SFX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO STAFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-SFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ STAFLX-FILE.
           PERFORM UNTIL NOT WS-SFX-OK
              ADD 1 TO WS-STA-PECAS
              IF WS-STA-PECAS < 5
                 IF SFX-READ NOT = WS-ARQ-REGISTROS(WS-STA-PECAS)
                    DISPLAY 'MYFJ013 FLUXO ' WS-STA-PECAS ' LEU '
                            SFX-READ ' REGISTROS, O MYFLXDIV DEU '
                            WS-ARQ-REGISTROS(WS-STA-PECAS)
                    SET WS-TEM-ERRO TO TRUE
                 END-IF
                 MOVE SFX-WRITTEN  TO WS-ARQ-GRAVADOS(WS-STA-PECAS)
                 MOVE SFX-REJECTED TO WS-ARQ-REJEITADOS(WS-STA-PECAS)
                 MOVE SFX-ELAPSED  TO WS-ARQ-ELAPSED(WS-STA-PECAS)
              END-IF
              IF WS-STA-PECAS = 1
                 MOVE SFX-DATE TO WS-STA-DATE
              END-IF
              ADD SFX-READ     TO WS-STA-READ
              ADD SFX-WRITTEN  TO WS-STA-WRITTEN
              ADD SFX-REJECTED TO WS-STA-REJECTED
              IF SFX-ELAPSED > WS-STA-ELAPSED
                 MOVE SFX-ELAPSED TO WS-STA-ELAPSED
              END-IF
              READ STAFLX-FILE
           END-PERFORM.
           IF NOT WS-SFX-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO STAFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-SFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE STAFLX-FILE.
           IF WS-STA-PECAS NOT = 4
              DISPLAY 'MYFJ014 ESTATISTICAS DE ' WS-STA-PECAS
                      ' FLUXOS, ESPERADAS 4.'
              SET WS-TEM-ERRO TO TRUE
           END-IF.
           IF WS-STA-READ NOT = WS-FXC-REGISTROS
              DISPLAY 'MYFJ015 FLUXOS LERAM ' WS-STA-READ
                      ' REGISTROS, O IN-FILE TINHA ' WS-FXC-REGISTROS
              SET WS-TEM-ERRO TO TRUE
           END-IF.
      *
           IF WS-STA-ELAPSED > ZERO
              COMPUTE WS-STA-THROUGHPUT ROUNDED =
                 WS-STA-READ / WS-STA-ELAPSED
           ELSE
              MOVE WS-STA-READ TO WS-STA-THROUGHPUT
           END-IF.
           OPEN OUTPUT STATS-FILE.
           IF NOT WS-STATS-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO STATS-FILE'
              DISPLAY 'FILE STATUS: ' WS-STATS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE 'MYBATCH '        TO STAT-PROGRAM.
           MOVE WS-STA-DATE       TO STAT-DATE.
           MOVE WS-STA-READ       TO STAT-READ.
           MOVE WS-STA-WRITTEN    TO STAT-WRITTEN.
           MOVE WS-STA-REJECTED   TO STAT-REJECTED.
           MOVE WS-STA-ELAPSED    TO STAT-ELAPSED.
           MOVE WS-STA-THROUGHPUT TO STAT-THROUGHPUT.
           WRITE STATS-RECORD.
           IF NOT WS-STATS-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO STATS-FILE'
              DISPLAY 'FILE STATUS: ' WS-STATS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE STATS-FILE.
           EXIT.
      *
       2400-JUNTAR-REJ.
           OPEN INPUT REJFLX-FILE.
           IF NOT WS-RFX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO REJFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-RFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT REJ-FILE.
           IF NOT WS-REJ-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO REJ-FILE'
              DISPLAY 'FILE STATUS: ' WS-REJ-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ REJFLX-FILE.
           PERFORM UNTIL NOT WS-RFX-OK
              WRITE REJ-RECORD FROM RFX-RECORD
              IF NOT WS-REJ-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO REJ-FILE'
                 DISPLAY 'FILE STATUS: ' WS-REJ-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-COUNT-REJ
              READ REJFLX-FILE
           END-PERFORM.
           IF NOT WS-RFX-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO REJFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-RFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE REJFLX-FILE REJ-FILE.
           EXIT.
      *
      *--- ACK: CADA LOTE DO CONTROLE PEGA O PRIMEIRO ACK AINDA NAO
      *--- USADO COM A MESMA DATA E ID DE RODADA. LOTE CANCELADO NO
      *--- CABECALHO (RETRANSMISSAO) PODE NAO TER ACK; ACK SEM LOTE
      *--- NO CONTROLE VAI NO FIM, COM AVISO.
       2500-JUNTAR-ACK.
           OPEN INPUT ACKFLX-FILE.
           IF NOT WS-AFX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ACKFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-AFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ ACKFLX-FILE.
           PERFORM UNTIL NOT WS-AFX-OK
              IF WS-ACK-COUNT = 500
                 DISPLAY 'MYFJ016 MAIS DE 500 ACK NAS PECAS.'
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-ACK-COUNT
              MOVE AFX-RECORD TO WS-ACK-LINHA(WS-ACK-COUNT)
              MOVE 'N' TO WS-ACK-USADO-SW(WS-ACK-COUNT)
              READ ACKFLX-FILE
           END-PERFORM.
           IF NOT WS-AFX-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO ACKFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-AFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE ACKFLX-FILE.
      *
           OPEN OUTPUT ACK-FILE.
           IF NOT WS-ACK-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ACK-FILE'
              DISPLAY 'FILE STATUS: ' WS-ACK-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOT-COUNT
              MOVE 'N' TO WS-ACHOU-SW
              PERFORM VARYING WS-SUB2 FROM 1 BY 1
                      UNTIL WS-SUB2 > WS-ACK-COUNT OR WS-ACHOU
                 IF WS-ACK-USADO-SW(WS-SUB2) = 'N'
                    AND WS-ACK-LINHA(WS-SUB2)(1:8)
                        = WS-LOT-RUN-DATE(WS-SUB)
                    AND WS-ACK-LINHA(WS-SUB2)(9:8)
                        = WS-LOT-RUN-ID(WS-SUB)
                    SET WS-ACHOU TO TRUE
                    MOVE 'S' TO WS-ACK-USADO-SW(WS-SUB2)
                    MOVE WS-ACK-LINHA(WS-SUB2) TO ACK-RECORD
                    PERFORM 4200-WRITE-ACK
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-ACK-COUNT
              IF WS-ACK-USADO-SW(WS-SUB2) = 'N'
                 DISPLAY 'MYFJ017 ACK SEM LOTE NO CONTROLE DA '
                         'DIVISAO: ' WS-ACK-LINHA(WS-SUB2)(1:16)
                 ADD 1 TO WS-COUNT-ACK-FORA
                 MOVE WS-ACK-LINHA(WS-SUB2) TO ACK-RECORD
                 PERFORM 4200-WRITE-ACK
              END-IF
           END-PERFORM.
           CLOSE ACK-FILE.
           EXIT.
      *
      *--- DIARIO DO MESTRE: AS LINHAS DOS FLUXOS SAO REENCADEADAS NO
      *--- DIARIO UNICO; AS ANCORAS DAS PECAS NAO VALEM NELE
       2600-JUNTAR-DIARIO.
           OPEN INPUT MJRFLX-FILE.
           IF NOT WS-JFX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MJRFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-JFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *--- ULTIMO HASH DO DIARIO, LIDO ANTES DO OPEN EXTEND
           MOVE 'I' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF NOT MJC-OK
              DISPLAY 'ERRO FATAL NA LEITURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' MJC-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN EXTEND MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ MJRFLX-FILE.
           PERFORM UNTIL NOT WS-JFX-OK
              IF JFX-ANCORA
                 ADD 1 TO WS-COUNT-JRN-ANCORA
              ELSE
                 MOVE JFX-RECORD TO MSTJRN-RECORD
                 PERFORM 4300-WRITE-DIARIO
              END-IF
              READ MJRFLX-FILE
           END-PERFORM.
           IF NOT WS-JFX-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MJRFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-JFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE MJRFLX-FILE MSTJRN-FILE.
           EXIT.
      *
       2700-JUNTAR-AVISOS.
           OPEN INPUT NTFFLX-FILE.
           IF NOT WS-NFX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO NTFFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-NFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN EXTEND NTF-FILE.
           IF NOT WS-NTF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO NTF-FILE'
              DISPLAY 'FILE STATUS: ' WS-NTF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ NTFFLX-FILE.
           PERFORM UNTIL NOT WS-NFX-OK
              WRITE NTF-RECORD FROM NFX-RECORD
              IF NOT WS-NTF-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO NTF-FILE'
                 DISPLAY 'FILE STATUS: ' WS-NTF-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-COUNT-NTF
              READ NTFFLX-FILE
           END-PERFORM.
           IF NOT WS-NFX-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO NTFFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-NFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE NTFFLX-FILE NTF-FILE.
           EXIT.
      *
       2750-JUNTAR-DIAGNOSTICO.
           OPEN INPUT DIAFLX-FILE.
           IF NOT WS-DFX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO DIAFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-DFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN EXTEND DIAG-FILE.
           IF NOT WS-DIAG-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO DIAG-FILE'
              DISPLAY 'FILE STATUS: ' WS-DIAG-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ DIAFLX-FILE.
           PERFORM UNTIL NOT WS-DFX-OK
              WRITE DIAG-RECORD FROM DFX-RECORD
              IF NOT WS-DIAG-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO DIAG-FILE'
                 DISPLAY 'FILE STATUS: ' WS-DIAG-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-COUNT-DIAG
              READ DIAFLX-FILE
           END-PERFORM.
           IF NOT WS-DFX-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO DIAFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-DFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE DIAFLX-FILE DIAG-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
      *--- RELATORIO: A PAGINA DE CONSOLIDACAO E, EM SEGUIDA, OS
      *--- RELATORIOS DOS FLUXOS COMO O MYBATCH OS GRAVOU
       3000-FINALIZE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4400-WRITE-REPORT.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              MOVE WS-SUB                    TO RPT-ARQ-NUMERO
              MOVE WS-ARQ-FLUXOS(WS-SUB)     TO RPT-ARQ-FLUXOS
              MOVE WS-ARQ-LOTES(WS-SUB)      TO RPT-ARQ-LOTES
              MOVE WS-ARQ-REGISTROS(WS-SUB)  TO RPT-ARQ-LIDOS
              MOVE WS-ARQ-GRAVADOS(WS-SUB)   TO RPT-ARQ-GRAVADOS
              MOVE WS-ARQ-REJEITADOS(WS-SUB) TO RPT-ARQ-REJEITADOS
              MOVE WS-ARQ-ELAPSED(WS-SUB)    TO RPT-ARQ-ELAPSED
              MOVE WS-RPT-ARQUIVO-LINE TO RPT-RECORD
              PERFORM 4400-WRITE-REPORT
           END-PERFORM.
      *
           MOVE 'LOTES DO DIA                :' TO RPT-MSG-DESC.
           MOVE WS-LOT-COUNT TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'REGISTROS LIDOS             :' TO RPT-MSG-DESC.
           MOVE WS-STA-READ TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'REGISTROS D NO OUT-FILE     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-OUT-DETAILS TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'REJEITADOS                  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-REJ TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'ACK GRAVADOS                :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ACK TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'ACK SEM LOTE NO CONTROLE    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ACK-FORA TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'LANCAMENTOS CONTABEIS       :' TO RPT-MSG-DESC.
           MOVE WS-GL-COUNT TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'LINHAS NO DIARIO DO MESTRE  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-JRN TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'AVISOS AO CLIENTE           :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-NTF TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'FOTOS DE DIAGNOSTICO        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-DIAG TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
           MOVE 'TEMPO DA JANELA (SEGUNDOS)  :' TO RPT-MSG-DESC.
           MOVE WS-STA-ELAPSED TO RPT-MSG-VALUE.
           PERFORM 4410-WRITE-SUMMARY-LINE.
      *
           OPEN INPUT RPTFLX-FILE.
           IF NOT WS-PFX-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPTFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-PFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ RPTFLX-FILE.
           PERFORM UNTIL NOT WS-PFX-OK
              MOVE PFX-RECORD TO RPT-RECORD
              PERFORM 4400-WRITE-REPORT
              READ RPTFLX-FILE
           END-PERFORM.
           IF NOT WS-PFX-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO RPTFLX-FILE'
              DISPLAY 'FILE STATUS: ' WS-PFX-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE RPTFLX-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4100-WRITE-OUT.
           WRITE OUT-RECORD.
           IF NOT WS-OUT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO OUT-FILE'
              DISPLAY 'FILE STATUS: ' WS-OUT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-OUT-RECORDS.
           EXIT.
      *
       4150-WRITE-GL.
           WRITE GL-RECORD.
           IF NOT WS-GL-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO GL-FILE'
              DISPLAY 'FILE STATUS: ' WS-GL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4200-WRITE-ACK.
           WRITE ACK-RECORD.
           IF NOT WS-ACK-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO ACK-FILE'
              DISPLAY 'FILE STATUS: ' WS-ACK-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-ACK.
           EXIT.
      *
      *--- CADA LINHA E ENCADEADA LOGO ANTES DO WRITE; A ANCORA DIARIA
      *--- PENDENTE SAI NA FRENTE DELA (VER MYMJRCDC)
       4300-WRITE-DIARIO.
           MOVE 'E' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF MJC-ANCORA-PENDENTE
              MOVE MSTJRN-RECORD TO WS-MJR-LINHA-SALVA
              MOVE MJC-ANCORA TO MSTJRN-RECORD
              WRITE MSTJRN-RECORD
              IF NOT WS-MJR-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO MSTJRN-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              MOVE WS-MJR-LINHA-SALVA TO MSTJRN-RECORD
           END-IF.
           WRITE MSTJRN-RECORD.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-JRN.
           EXIT.
      *
       4400-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-RPT.
           EXIT.
      *
       4410-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4400-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
      *--- PECA DIVERGENTE: NADA FOI ACRESCENTADO AOS ACUMULADOS
       9800-DIVERGENCIA-ABEND.
           DISPLAY '*** PROGRAMA MYFLXJUN ENCERRADO: SAIDAS DOS FLUXOS '
                   'DIVERGENTES. DIARIO/AVISOS NAO TOCADOS ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYFLXJUN ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
