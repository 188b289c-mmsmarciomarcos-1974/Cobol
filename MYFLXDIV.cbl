       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYFLXDIV.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - DIVISAO DO IN-FILE EM FLUXOS PARALELOS
      *
      * NO FIM DO MES O MYBATCH NAO CABE MAIS NA JANELA PROCESSANDO OS
      * LOTES DE TODAS AS AGENCIAS EM SERIE. ESTE PASSO RODA NO FIM DO
      * MYNIGHTP, DEPOIS DA VALIDACAO (STEP009), E SEPARA O ARQUIVO
      * NORMALIZADO EM ATE QUATRO ARQUIVOS, UM POR FLUXO, PARA OS JOBS
      * MYFLUXO1..MYFLUXO4 RODAREM O MYBATCH EM PARALELO; O MYFLXJUN
      * (STEP010 DO MYNIGHT) JUNTA AS SAIDAS DEPOIS.
      *
      *   - O FLUXO DE CADA LOTE VEM DO MAPA PREFIXO DA AGENCIA ->
      *     FLUXO (FLXMAPDD). PREFIXO FORA DO MAPA VAI PARA O FLUXO 1;
      *   - O LOTE NUNCA E PARTIDO: CABECALHO, DETALHES E TRAILER VAO
      *     JUNTOS, E OS LOTES DE UM MESMO FLUXO MANTEM A ORDEM DE
      *     CHEGADA;
      *   - SERIALIZACAO DO MESTRE E DO IDHIST: CADA DETALHE/ESTORNO/
      *     CADASTRO GERA UMA CHAVE DE CONFLITO - O CODIGO DO GRUPO
      *     ECONOMICO QUANDO O CLIENTE TEM GRUPO (O LIMITE DE GRUPO LE
      *     O SALDO DE TODOS OS MEMBROS), SENAO O PROPRIO ID. A MESMA
      *     CHAVE EM DOIS FLUXOS UNE OS DOIS FLUXOS NUM SO ARQUIVO:
      *     UM ID (OU GRUPO) NUNCA E TOCADO POR DOIS MYBATCH AO MESMO
      *     TEMPO, E DENTRO DO ARQUIVO A ORDEM E A MESMA DA RODADA
      *     SERIAL. AS FILAS DA NOITE (RECICLAGEM, ARMAZEM VENCIDO,
      *     SUSPENSO, RETIDOS LIBERADOS) SAO CONSUMIDAS SO PELO FLUXO
      *     1 (PRINCIPAL), ENTAO OS IDS DELAS CONTAM COMO DO FLUXO 1;
      *   - O FLUXO 1 PRECISA TER LOTE (AS FILAS RODAM NO PRIMEIRO
      *     CABECALHO): SEM NENHUM, ELE E UNIDO AO FLUXO DO PRIMEIRO
      *     LOTE DO DIA;
      *   - A CONFERENCIA DO CARTAO DE CONTROLE DA TRANSMISSAO
      *     (CTLCARDD) SOBRE O ARQUIVO INTEIRO E FEITA AQUI; CADA FLUXO
      *     RECEBE O SEU PROPRIO CARTAO (CTLFXNDD) COM A CONTAGEM E O
      *     HASH DO SEU ARQUIVO, CONFERIDOS PELO MYBATCH DO FLUXO;
      *   - O CARTAO PARMDD DO MYBATCH E REPLICADO PARA CADA FLUXO
      *     (PRMFXNDD) COM O MODO DE EXECUCAO 'F' NO PRINCIPAL E 'P'
      *     NOS DEMAIS;
      *   - O CONTROLE DA DIVISAO (FLXCTLDD: 'C' GERAL, 'F' POR
      *     ARQUIVO, 'L' POR LOTE NA ORDEM DE CHEGADA) E LIDO PELO
      *     MYFLXJUN PARA CONFERIR E REORDENAR AS SAIDAS.
      *
      * RC 0 = DIVISAO FEITA; RC 16 = ERRO DE ARQUIVO, DIVERGENCIA NO
      * CARTAO DE CONTROLE OU ARQUIVO FORA DO FORMATO (OS FLUXOS NAO
      * PODEM SER LIBERADOS).
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
      *--- ARQUIVO NORMALIZADO DO DIA (MESMO DO STEP009)
           SELECT IN-FILE ASSIGN TO INPUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-IN-FILE-STATUS.
      *
      *--- MAPA PREFIXO DA AGENCIA -> FLUXO (OPCIONAL: AUSENTE = TUDO
      *--- NO FLUXO 1, UMA RODADA SERIAL NO MYFLUXO1)
           SELECT OPTIONAL MAP-FILE ASSIGN TO FLXMAPDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MAP-FILE-STATUS.
      *
      *--- CARTAO DE PARAMETROS DO MYBATCH (OBRIGATORIO: E REPLICADO)
           SELECT PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      *--- CARTAO DE CONTROLE DA TRANSMISSAO (OPCIONAL, COMO NO
      *--- MYBATCH)
           SELECT OPTIONAL CTL-FILE ASSIGN TO CTLCARDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-FILE-STATUS.
      *
      *--- GRUPOS ECONOMICOS (OPCIONAL, COMO NO MYBATCH)
           SELECT OPTIONAL GRP-FILE ASSIGN TO GRPFILDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GRP-ID
                  FILE STATUS IS WS-GRP-FILE-STATUS.
      *
      *--- FILAS DA NOITE CONSUMIDAS PELO FLUXO PRINCIPAL (SO LEITURA)
           SELECT OPTIONAL RCY-FILE ASSIGN TO RECYCLDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RCY-FILE-STATUS.
           SELECT WHS-FILE ASSIGN TO WHSFILDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WHS-KEY
                  FILE STATUS IS WS-WHS-FILE-STATUS.
           SELECT SUS-FILE ASSIGN TO SUSPNDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SUS-KEY
                  FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT HLD-FILE ASSIGN TO HOLDDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS WS-HLD-FILE-STATUS.
      *
      *--- UM ARQUIVO DE ENTRADA POR FLUXO (LAYOUT DO IN-FILE)
           SELECT FLX1-FILE ASSIGN TO FLUXO1DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FLX1-FILE-STATUS.
           SELECT FLX2-FILE ASSIGN TO FLUXO2DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FLX2-FILE-STATUS.
           SELECT FLX3-FILE ASSIGN TO FLUXO3DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FLX3-FILE-STATUS.
           SELECT FLX4-FILE ASSIGN TO FLUXO4DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FLX4-FILE-STATUS.
      *
      *--- CARTOES PARMDD DE CADA FLUXO
           SELECT PRM1-FILE ASSIGN TO PRMFX1DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRM1-FILE-STATUS.
           SELECT PRM2-FILE ASSIGN TO PRMFX2DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRM2-FILE-STATUS.
           SELECT PRM3-FILE ASSIGN TO PRMFX3DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRM3-FILE-STATUS.
           SELECT PRM4-FILE ASSIGN TO PRMFX4DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRM4-FILE-STATUS.
      *
      *--- CARTOES CTLCARDD DE CADA FLUXO
           SELECT CTF1-FILE ASSIGN TO CTLFX1DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTF1-FILE-STATUS.
           SELECT CTF2-FILE ASSIGN TO CTLFX2DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTF2-FILE-STATUS.
           SELECT CTF3-FILE ASSIGN TO CTLFX3DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTF3-FILE-STATUS.
           SELECT CTF4-FILE ASSIGN TO CTLFX4DD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTF4-FILE-STATUS.
      *
      *--- CONTROLE DA DIVISAO, LIDO PELO MYFLXJUN
           SELECT FXC-FILE ASSIGN TO FLXCTLDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FXC-FILE-STATUS.
      *
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD IN-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 IN-RECORD                 PIC X(80).
      *
      *--- MAPA: PREFIXO (1-4), FLUXO 1 A 4 (6), DESCRICAO LIVRE.
      *--- '*' NA COLUNA 1 = COMENTARIO.
       FD MAP-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MAP-RECORD.
           05 MAP-PREFIXO            PIC X(04).
           05 FILLER                 PIC X(01).
           05 MAP-FLUXO              PIC X(01).
           05 FILLER                 PIC X(74).
      *
      *--- MESMO LAYOUT DO PARM-RECORD DO MYBATCH; SO O MODO DE
      *--- EXECUCAO (COLUNA 32) E TROCADO NAS COPIAS
       FD PARM-FILE
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD               PIC X(48).
      *
      *--- MESMO LAYOUT DO CTL-RECORD DO MYBATCH
       FD CTL-FILE
          RECORD CONTAINS 22 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CTL-RECORD.
           05 CTL-EXPECTED-COUNT     PIC 9(07).
           05 CTL-EXPECTED-CHECKSUM  PIC 9(15).
      *
      *--- MESMO LAYOUT DO GRP-RECORD DO MYBATCH (SO O CODIGO IMPORTA)
       FD GRP-FILE
          RECORD CONTAINS 100 CHARACTERS.
       01 GRP-RECORD.
           05 GRP-ID                 PIC X(10).
           05 GRP-CODIGO             PIC X(06).
           05 FILLER                 PIC X(84).
      *
       FD RCY-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RCY-RECORD.
           05 RCY-REC-TYPE           PIC X(01).
           05 RCY-ID                 PIC X(10).
           05 FILLER                 PIC X(69).
      *
      *--- MESMOS LAYOUTS DO WHS/SUS/HLD-RECORD DO MYBATCH (SO A
      *--- CHAVE, O ID E A SITUACAO IMPORTAM)
       FD WHS-FILE
          RECORD CONTAINS 109 CHARACTERS.
       01 WHS-RECORD.
           05 WHS-KEY.
               10 WHS-EFF-DATE       PIC 9(08).
               10 WHS-ID             PIC X(10).
               10 WHS-CONTA          PIC 9(03).
           05 FILLER                 PIC X(88).
      *
       FD SUS-FILE
          RECORD CONTAINS 130 CHARACTERS.
       01 SUS-RECORD.
           05 SUS-KEY.
               10 SUS-CLI-ID         PIC X(10).
               10 SUS-DATA-CHEGADA   PIC 9(08).
               10 SUS-SEQ            PIC 9(03).
           05 FILLER                 PIC X(109).
      *
       FD HLD-FILE
          RECORD CONTAINS 220 CHARACTERS.
       01 HLD-RECORD.
           05 HLD-KEY.
               10 HLD-DATA           PIC 9(08).
               10 HLD-SEQ            PIC 9(06).
           05 HLD-SITUACAO           PIC X(01).
              88 HLD-LIBERADO        VALUE 'L'.
           05 HLD-CLI-ID             PIC X(10).
           05 FILLER                 PIC X(195).
      *
       FD FLX1-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FLX1-RECORD               PIC X(80).
       FD FLX2-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FLX2-RECORD               PIC X(80).
       FD FLX3-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FLX3-RECORD               PIC X(80).
       FD FLX4-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FLX4-RECORD               PIC X(80).
      *
       FD PRM1-FILE
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PRM1-RECORD               PIC X(48).
       FD PRM2-FILE
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PRM2-RECORD               PIC X(48).
       FD PRM3-FILE
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PRM3-RECORD               PIC X(48).
       FD PRM4-FILE
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PRM4-RECORD               PIC X(48).
      *
       FD CTF1-FILE
          RECORD CONTAINS 22 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CTF1-RECORD               PIC X(22).
       FD CTF2-FILE
          RECORD CONTAINS 22 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CTF2-RECORD               PIC X(22).
       FD CTF3-FILE
          RECORD CONTAINS 22 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CTF3-RECORD               PIC X(22).
       FD CTF4-FILE
          RECORD CONTAINS 22 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CTF4-RECORD               PIC X(22).
      *
      *--- CONTROLE DA DIVISAO (MESMO LAYOUT NO MYFLXJUN):
      *---   'C' = GERAL: DATA E ID DA RODADA DO PRIMEIRO LOTE (VAO NO
      *---         CABECALHO DO OUT-FILE JUNTADO), REGISTROS E LOTES;
      *---   'F' = POR ARQUIVO: FLUXOS DO MAPA UNIDOS NELE, LOTES,
      *---         REGISTROS (= STAT-READ DO MYBATCH DO FLUXO),
      *---         TRANSMITIDOS E HASH DO SEU CARTAO DE CONTROLE;
      *---   'L' = POR LOTE, NA ORDEM DE CHEGADA: DATA, ID DA RODADA E
      *---         ARQUIVO (O ACK JUNTADO VOLTA A ESTA ORDEM).
       FD FXC-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 FXC-RECORD.
           05 FXC-TIPO               PIC X(01).
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
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
      *--- CHAVE DE CONFLITO ('G' + GRUPO OU 'I' + ID) E O FLUXO DO
      *--- MAPA EM QUE ELA APARECEU
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-CHAVE              PIC X(11).
           05 SRT-FLUXO              PIC 9(01).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-IN-FILE-STATUS     PIC X(02).
              88 WS-IN-OK           VALUE '00'.
              88 WS-IN-EOF          VALUE '10'.
           05 WS-MAP-FILE-STATUS    PIC X(02).
              88 WS-MAP-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-CTL-FILE-STATUS    PIC X(02).
              88 WS-CTL-OK          VALUE '00'.
           05 WS-GRP-FILE-STATUS    PIC X(02).
              88 WS-GRP-OK          VALUE '00'.
              88 WS-GRP-NOTFND      VALUE '23'.
              88 WS-GRP-AUSENTE     VALUE '05' '35'.
           05 WS-RCY-FILE-STATUS    PIC X(02).
              88 WS-RCY-OK          VALUE '00'.
              88 WS-RCY-EOF         VALUE '10'.
           05 WS-WHS-FILE-STATUS    PIC X(02).
              88 WS-WHS-OK          VALUE '00'.
              88 WS-WHS-EOF         VALUE '10'.
           05 WS-SUS-FILE-STATUS    PIC X(02).
              88 WS-SUS-OK          VALUE '00'.
              88 WS-SUS-EOF         VALUE '10'.
           05 WS-HLD-FILE-STATUS    PIC X(02).
              88 WS-HLD-OK          VALUE '00'.
              88 WS-HLD-EOF         VALUE '10'.
           05 WS-FLX1-FILE-STATUS   PIC X(02).
              88 WS-FLX1-OK         VALUE '00'.
           05 WS-FLX2-FILE-STATUS   PIC X(02).
              88 WS-FLX2-OK         VALUE '00'.
           05 WS-FLX3-FILE-STATUS   PIC X(02).
              88 WS-FLX3-OK         VALUE '00'.
           05 WS-FLX4-FILE-STATUS   PIC X(02).
              88 WS-FLX4-OK         VALUE '00'.
           05 WS-PRM1-FILE-STATUS   PIC X(02).
              88 WS-PRM1-OK         VALUE '00'.
           05 WS-PRM2-FILE-STATUS   PIC X(02).
              88 WS-PRM2-OK         VALUE '00'.
           05 WS-PRM3-FILE-STATUS   PIC X(02).
              88 WS-PRM3-OK         VALUE '00'.
           05 WS-PRM4-FILE-STATUS   PIC X(02).
              88 WS-PRM4-OK         VALUE '00'.
           05 WS-CTF1-FILE-STATUS   PIC X(02).
              88 WS-CTF1-OK         VALUE '00'.
           05 WS-CTF2-FILE-STATUS   PIC X(02).
              88 WS-CTF2-OK         VALUE '00'.
           05 WS-CTF3-FILE-STATUS   PIC X(02).
              88 WS-CTF3-OK         VALUE '00'.
           05 WS-CTF4-FILE-STATUS   PIC X(02).
              88 WS-CTF4-OK         VALUE '00'.
           05 WS-FXC-FILE-STATUS    PIC X(02).
              88 WS-FXC-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
      *--- MESMO DISCRIMINADOR DE TIPO DO MYBATCH/MYINVAL
       01 WS-IN-RECORD-LAYOUT.
           05 WS-IN-REC-TYPE        PIC X(01).
              88 WS-REC-IS-HEADER   VALUE 'H'.
              88 WS-REC-IS-DETAIL   VALUE 'D'.
              88 WS-REC-IS-REVERSAL VALUE 'R'.
              88 WS-REC-IS-CADASTRO VALUE 'C'.
           05 WS-IN-BODY            PIC X(79).
      *
       01 WS-IN-DETAIL-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-ID              PIC X(10).
           05 WS-IN-ID-NUM REDEFINES WS-IN-ID PIC 9(10).
           05 FILLER                PIC X(69).
      *
       01 WS-IN-HEADER-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-HDR-RUN-DATE    PIC X(08).
           05 WS-IN-HDR-RUN-ID      PIC X(08).
           05 WS-IN-HDR-PREFIXO REDEFINES WS-IN-HDR-RUN-ID.
              10 WS-IN-HDR-PREFIXO-4 PIC X(04).
              10 FILLER              PIC X(04).
           05 FILLER                PIC X(63).
      *
      *--- PREFIXOS DOS LOTES GERADOS NA CASA (FORA DA CONTAGEM E DO
      *--- HASH DO CARTAO DE CONTROLE, COMO NO MYBATCH)
       01 WS-PREFIXOS-CASA.
           05 WS-PREFIXO-PROGRAMADO PIC X(04) VALUE 'PROG'.
           05 WS-PREFIXO-CASOS      PIC X(04) VALUE 'CASO'.
           05 WS-PREFIXO-AJUSTES    PIC X(04) VALUE 'AJUS'.
      *
      *--- MAPA PREFIXO -> FLUXO (ATE 200 AGENCIAS)
       01 WS-MAPA-TABLE.
           05 WS-MAP-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-MAP-ENTRY OCCURS 200 TIMES
              INDEXED BY WS-MAP-IDX.
              10 WS-MAP-PREFIXO     PIC X(04).
              10 WS-MAP-FLUXO       PIC 9(01).
      *
      *--- LOTES NA ORDEM DE CHEGADA (ATE 500)
       01 WS-LOTE-TABLE.
           05 WS-LOT-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-LOT-ENTRY OCCURS 500 TIMES
              INDEXED BY WS-LOT-IDX.
              10 WS-LOT-RUN-DATE    PIC X(08).
              10 WS-LOT-RUN-ID      PIC X(08).
              10 WS-LOT-FLUXO       PIC 9(01).
              10 WS-LOT-ARQUIVO     PIC 9(01).
              10 WS-LOT-MAPEADO-SW  PIC X(01).
              10 WS-LOT-PROGRAMADO-SW PIC X(01).
              10 WS-LOT-REGISTROS   PIC 9(07).
              10 WS-LOT-TRANSMIT    PIC 9(07).
              10 WS-LOT-HASH        PIC 9(15).
      *
      *--- POR FLUXO DO MAPA: RAIZ DA UNIAO (O FLUXO DE MENOR NUMERO
      *--- DO CONJUNTO UNIDO, QUE DA NOME AO ARQUIVO) E OS TOTAIS DO
      *--- ARQUIVO QUANDO ELE E A RAIZ
       01 WS-FLUXO-TABLE.
           05 WS-FLX-ENTRY OCCURS 4 TIMES
              INDEXED BY WS-FLX-IDX.
              10 WS-FLX-RAIZ        PIC 9(01).
              10 WS-FLX-LOTES       PIC 9(05).
              10 WS-FLX-REGISTROS   PIC 9(09).
              10 WS-FLX-GRAVADOS    PIC 9(09).
              10 WS-FLX-TRANSMIT    PIC 9(09).
              10 WS-FLX-HASH        PIC 9(15).
              10 WS-FLX-CHAVES      PIC 9(09).
      *
      *--- FLUXOS EM QUE A CHAVE CORRENTE DO SORT APARECEU
       01 WS-CHAVE-CONTROLE.
           05 WS-CHV-ANTERIOR       PIC X(11) VALUE LOW-VALUES.
           05 WS-CHV-FLUXO-SW OCCURS 4 TIMES PIC X(01).
           05 WS-CHV-QTDE-FLUXOS    PIC 9(01) VALUE ZERO.
           05 WS-CHV-PRIMEIRO       PIC 9(01) VALUE ZERO.
           05 WS-FIM-SORT-SW        PIC X(01) VALUE 'N'.
              88 WS-FIM-SORT        VALUE 'S'.
      *
      *--- APOIO DA UNIAO E DA CHAVE DE CONFLITO
       01 WS-UNIAO-CONTROLE.
           05 WS-UNI-A              PIC 9(01) VALUE ZERO.
           05 WS-UNI-B              PIC 9(01) VALUE ZERO.
           05 WS-UNI-RAIZ-A         PIC 9(01) VALUE ZERO.
           05 WS-UNI-RAIZ-B         PIC 9(01) VALUE ZERO.
           05 WS-RAIZ               PIC 9(01) VALUE ZERO.
           05 WS-CHV-ID             PIC X(10) VALUE SPACES.
           05 WS-CHV-FLUXO          PIC 9(01) VALUE ZERO.
           05 WS-FLUXOS-TEXTO       PIC X(04) VALUE SPACES.
      *
       01 WS-CONTROLE-GERAL.
           05 WS-GRP-PRESENTE-SW    PIC X(01) VALUE 'N'.
              88 WS-GRP-PRESENTE    VALUE 'S'.
           05 WS-CTL-PRESENTE-SW    PIC X(01) VALUE 'N'.
              88 WS-CTL-PRESENTE    VALUE 'S'.
           05 WS-ERRO-SW            PIC X(01) VALUE 'N'.
              88 WS-TEM-ERRO        VALUE 'S'.
           05 WS-MAP-ACHADO-SW      PIC X(01) VALUE 'N'.
              88 WS-MAP-ACHADO      VALUE 'S'.
           05 WS-FLUXO1-LOTE-SW     PIC X(01) VALUE 'N'.
              88 WS-FLUXO1-COM-LOTE VALUE 'S'.
           05 WS-CTL-EXPECTED-COUNT PIC 9(07) VALUE ZERO.
           05 WS-CTL-EXPECTED-CHECKSUM PIC 9(15) VALUE ZERO.
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-PARM-CARTAO        PIC X(48) VALUE SPACES.
           05 WS-LOTE-ATUAL         PIC 9(03) VALUE ZERO.
           05 WS-ARQUIVO-ATUAL      PIC 9(01) VALUE ZERO.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-IN-READ      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-PASSE2       PIC 9(09) VALUE ZERO.
           05 WS-COUNT-TRANSMIT     PIC 9(09) VALUE ZERO.
           05 WS-CHECKSUM           PIC 9(15) VALUE ZERO.
           05 WS-COUNT-CHAVES       PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CHAVES-FILA  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-CONFLITOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-MAPA     PIC 9(05) VALUE ZERO.
           05 WS-SUB                PIC 9(03) COMP VALUE ZERO.
           05 WS-SUB2               PIC 9(03) COMP VALUE ZERO.
      *
      *--- LINHAS DO RELATORIO
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
              '*** DIVISAO DO IN-FILE EM FLUXOS (MYFLXDIV) ***'.
           05 FILLER                PIC X(80) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       01 WS-RPT-LOTE-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'LOTE '.
           05 RPT-LOT-NUMBER        PIC ZZ9.
           05 FILLER                PIC X(12) VALUE ' ID-RODADA: '.
           05 RPT-LOT-RUN-ID        PIC X(08).
           05 FILLER                PIC X(08) VALUE ' FLUXO: '.
           05 RPT-LOT-FLUXO         PIC 9(01).
           05 FILLER                PIC X(10) VALUE ' ARQUIVO: '.
           05 RPT-LOT-ARQUIVO       PIC 9(01).
           05 FILLER                PIC X(12) VALUE ' REGISTROS: '.
           05 RPT-LOT-REGISTROS     PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-LOT-TEXTO         PIC X(30).
           05 FILLER                PIC X(31) VALUE SPACES.
      *
       01 WS-RPT-CONFLITO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
              'CHAVE EM CONFLITO '.
           05 RPT-CNF-TIPO          PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-CNF-VALOR         PIC X(10).
           05 FILLER                PIC X(22) VALUE
              ' NOS FLUXOS DO MAPA: '.
           05 RPT-CNF-FLUXOS        PIC X(04).
           05 FILLER                PIC X(17) VALUE
              ' - FLUXOS UNIDOS'.
           05 FILLER                PIC X(54) VALUE SPACES.
      *
       01 WS-RPT-ARQUIVO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'ARQUIVO '.
           05 RPT-ARQ-NUMERO        PIC 9(01).
           05 FILLER                PIC X(10) VALUE ' FLUXOS: '.
           05 RPT-ARQ-FLUXOS        PIC X(04).
           05 FILLER                PIC X(08) VALUE ' LOTES: '.
           05 RPT-ARQ-LOTES         PIC ZZ.ZZ9.
           05 FILLER                PIC X(12) VALUE ' REGISTROS: '.
           05 RPT-ARQ-REGISTROS     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(08) VALUE ' MODO: '.
           05 RPT-ARQ-MODO          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-ARQ-TEXTO         PIC X(30).
           05 FILLER                PIC X(31) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
      *--- PRIMEIRA PASSADA: O SORT JUNTA AS CHAVES DE CONFLITO DE
      *--- TODOS OS LOTES E DAS FILAS; NA SAIDA, CHAVE EM MAIS DE UM
      *--- FLUXO UNE OS FLUXOS
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CHAVE
                                SRT-FLUXO
               INPUT PROCEDURE IS 2000-CLASSIFICAR-CHAVES
               OUTPUT PROCEDURE IS 2500-UNIR-FLUXOS.
      *
           PERFORM 2800-ATRIBUIR-ARQUIVOS.
           PERFORM 2850-CHECK-CONTROL-TOTALS.
      *
      *--- SEGUNDA PASSADA: GRAVA CADA LOTE NO ARQUIVO DO SEU FLUXO
           PERFORM 2900-DISTRIBUIR-LOTES.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYFLXDIV CONCLUIDO. LOTES: ' WS-LOT-COUNT
                   ' REGISTROS: ' WS-COUNT-PASSE2.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              MOVE WS-SUB TO WS-FLX-RAIZ(WS-SUB)
              MOVE ZERO   TO WS-FLX-LOTES(WS-SUB)
                             WS-FLX-REGISTROS(WS-SUB)
                             WS-FLX-GRAVADOS(WS-SUB)
                             WS-FLX-TRANSMIT(WS-SUB)
                             WS-FLX-HASH(WS-SUB)
                             WS-FLX-CHAVES(WS-SUB)
           END-PERFORM.
      *
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1150-READ-CONTROL-CARD.
           PERFORM 1200-LOAD-MAPA.
      *
      *--- ARQUIVO DE GRUPOS AUSENTE: A CHAVE DE CONFLITO FICA SO NO
      *--- ID (O MYBATCH TAMBEM DESLIGA O LIMITE DE GRUPO SEM ELE)
           OPEN INPUT GRP-FILE.
           IF WS-GRP-OK
              SET WS-GRP-PRESENTE TO TRUE
           ELSE
              IF WS-GRP-AUSENTE
                 DISPLAY 'MYFD001 GRUPOS ECONOMICOS (GRPFILDD) '
                         'AUSENTE: CONFLITO SO POR ID.' UPON CONSOLE
              ELSE
                 DISPLAY 'ERRO FATAL NA ABERTURA DO GRP-FILE'
                 DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
      *--- O CARTAO DO MYBATCH E OBRIGATORIO: SEM ELE OS FLUXOS NAO
      *--- TERIAM O MODO DE EXECUCAO
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO PARM-FILE'
              DISPLAY 'FILE STATUS: ' WS-PARM-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ PARM-FILE.
           IF NOT WS-PARM-OK
              DISPLAY 'MYFD002 CARTAO DE PARAMETROS (PARMDD) VAZIO.'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE PARM-RECORD TO WS-PARM-CARTAO.
           CLOSE PARM-FILE.
           EXIT.
      *
       1150-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           READ CTL-FILE.
           IF WS-CTL-OK
              SET WS-CTL-PRESENTE TO TRUE
              MOVE CTL-EXPECTED-COUNT    TO WS-CTL-EXPECTED-COUNT
              MOVE CTL-EXPECTED-CHECKSUM TO WS-CTL-EXPECTED-CHECKSUM
           ELSE
              DISPLAY 'CARTAO DE CONTROLE (CTLCARDD) NAO FORNECIDO. '
                      'RECONCILIACAO IGNORADA.'
           END-IF.
           CLOSE CTL-FILE.
           EXIT.
      *
      *--- CARREGA O MAPA. FLUXO FORA DE 1-4 VALE COMO FLUXO 1, COM
      *--- AVISO; PREFIXO REPETIDO FICA COM A PRIMEIRA LINHA.
       1200-LOAD-MAPA.
           OPEN INPUT MAP-FILE.
           READ MAP-FILE.
           IF NOT WS-MAP-OK
              DISPLAY 'MYFD003 MAPA DE FLUXOS (FLXMAPDD) AUSENTE OU '
                      'VAZIO: TODOS OS LOTES NO FLUXO 1.' UPON CONSOLE
           END-IF.
           PERFORM UNTIL NOT WS-MAP-OK
              IF MAP-PREFIXO(1:1) NOT = '*'
                 AND MAP-PREFIXO NOT = SPACES
                 PERFORM 1210-GUARDAR-MAPA
              END-IF
              READ MAP-FILE
           END-PERFORM.
           CLOSE MAP-FILE.
           EXIT.
      *
       1210-GUARDAR-MAPA.
           MOVE 'N' TO WS-MAP-ACHADO-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAP-COUNT
              IF WS-MAP-PREFIXO(WS-SUB) = MAP-PREFIXO
                 SET WS-MAP-ACHADO TO TRUE
              END-IF
           END-PERFORM.
           IF WS-MAP-ACHADO
              DISPLAY 'MYFD011 PREFIXO REPETIDO NO MAPA. IGNORADO: '
                      MAP-PREFIXO
           ELSE
              IF WS-MAP-COUNT < 200
                 ADD 1 TO WS-MAP-COUNT
                 SET WS-MAP-IDX TO WS-MAP-COUNT
                 MOVE MAP-PREFIXO TO WS-MAP-PREFIXO(WS-MAP-IDX)
                 IF MAP-FLUXO = '1' OR '2' OR '3' OR '4'
                    MOVE MAP-FLUXO TO WS-MAP-FLUXO(WS-MAP-IDX)
                 ELSE
                    DISPLAY 'MYFD004 FLUXO INVALIDO NO MAPA PARA '
                            MAP-PREFIXO ': ASSUMIDO FLUXO 1.'
                    MOVE 1 TO WS-MAP-FLUXO(WS-MAP-IDX)
                 END-IF
              ELSE
                 DISPLAY 'MYFD005 MAPA COM MAIS DE 200 PREFIXOS. '
                         'IGNORADO: ' MAP-PREFIXO
              END-IF
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
      *--- FLUXO DO ARQUIVO DE CADA LOTE = RAIZ DA UNIAO DO FLUXO DO
      *--- MAPA. O FLUXO 1 SEM NENHUM LOTE RECEBE O FLUXO DO PRIMEIRO
      *--- LOTE (AS FILAS DA NOITE SO RODAM NO PRIMEIRO CABECALHO).
       2800-ATRIBUIR-ARQUIVOS.
           IF WS-LOT-COUNT > ZERO
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-LOT-COUNT
                 MOVE WS-LOT-FLUXO(WS-SUB) TO WS-RAIZ
                 PERFORM UNTIL WS-FLX-RAIZ(WS-RAIZ) = WS-RAIZ
                    MOVE WS-FLX-RAIZ(WS-RAIZ) TO WS-RAIZ
                 END-PERFORM
                 IF WS-RAIZ = 1
                    SET WS-FLUXO1-COM-LOTE TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-FLUXO1-COM-LOTE
                 MOVE 1 TO WS-UNI-A
                 MOVE WS-LOT-FLUXO(1) TO WS-UNI-B
                 DISPLAY 'MYFD006 FLUXO 1 SEM LOTE: UNIDO AO FLUXO '
                         WS-UNI-B ' DO PRIMEIRO LOTE.' UPON CONSOLE
                 PERFORM 2700-UNIR
              END-IF
           END-IF.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOT-COUNT
              MOVE WS-LOT-FLUXO(WS-SUB) TO WS-RAIZ
              PERFORM UNTIL WS-FLX-RAIZ(WS-RAIZ) = WS-RAIZ
                 MOVE WS-FLX-RAIZ(WS-RAIZ) TO WS-RAIZ
              END-PERFORM
              MOVE WS-RAIZ TO WS-LOT-ARQUIVO(WS-SUB)
              ADD 1 TO WS-FLX-LOTES(WS-RAIZ)
              ADD WS-LOT-REGISTROS(WS-SUB) TO WS-FLX-REGISTROS(WS-RAIZ)
              ADD WS-LOT-TRANSMIT(WS-SUB)  TO WS-FLX-TRANSMIT(WS-RAIZ)
              ADD WS-LOT-HASH(WS-SUB)      TO WS-FLX-HASH(WS-RAIZ)
              ADD WS-LOT-TRANSMIT(WS-SUB)  TO WS-COUNT-TRANSMIT
              ADD WS-LOT-HASH(WS-SUB)      TO WS-CHECKSUM
           END-PERFORM.
           EXIT.
      *
      *--- MESMA CONFERENCIA DO 3050-CHECK-CONTROL-TOTALS DO MYBATCH,
      *--- AGORA SOBRE O ARQUIVO INTEIRO, ANTES DE LIBERAR OS FLUXOS
       2850-CHECK-CONTROL-TOTALS.
           IF WS-CTL-PRESENTE
              IF WS-CTL-EXPECTED-COUNT NOT = WS-COUNT-TRANSMIT
                 OR WS-CTL-EXPECTED-CHECKSUM NOT = WS-CHECKSUM
                 DISPLAY 'DIVERGENCIA NO TOTAL DE CONTROLE.'
                 DISPLAY '  QTDE ESPERADA : ' WS-CTL-EXPECTED-COUNT
                         ' QTDE LIDA     : ' WS-COUNT-TRANSMIT
                 DISPLAY '  HASH ESPERADO : ' WS-CTL-EXPECTED-CHECKSUM
                         ' HASH CALCULADO: ' WS-CHECKSUM
                 MOVE 'DIVERGENCIA NO TOTAL DE CONTROLE!'
                     TO RPT-MSG-DESC
                 MOVE WS-COUNT-TRANSMIT TO RPT-MSG-VALUE
                 PERFORM 4210-WRITE-SUMMARY-LINE
                 DISPLAY '*** PROGRAMA MYFLXDIV ENCERRADO: DIVERGENCIA'
                         ' NO TOTAL DE CONTROLE ***'
                 CLOSE RPT-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           EXIT.
      *
      *--- RELE O IN-FILE E GRAVA CADA REGISTRO NO ARQUIVO DO LOTE A
      *--- QUE ELE PERTENCE
       2900-DISTRIBUIR-LOTES.
           OPEN INPUT IN-FILE.
           IF NOT WS-IN-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO IN-FILE'
              DISPLAY 'FILE STATUS: ' WS-IN-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT FLX1-FILE FLX2-FILE FLX3-FILE FLX4-FILE.
           IF NOT WS-FLX1-OK OR NOT WS-FLX2-OK
              OR NOT WS-FLX3-OK OR NOT WS-FLX4-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DOS ARQUIVOS DE FLUXO'
              DISPLAY 'FILE STATUS: ' WS-FLX1-FILE-STATUS ' '
                      WS-FLX2-FILE-STATUS ' ' WS-FLX3-FILE-STATUS ' '
                      WS-FLX4-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           MOVE ZERO TO WS-LOTE-ATUAL.
           READ IN-FILE.
           PERFORM UNTIL NOT WS-IN-OK
              ADD 1 TO WS-COUNT-PASSE2
              MOVE IN-RECORD TO WS-IN-RECORD-LAYOUT
              IF WS-REC-IS-HEADER
                 ADD 1 TO WS-LOTE-ATUAL
                 MOVE WS-LOT-ARQUIVO(WS-LOTE-ATUAL)
                     TO WS-ARQUIVO-ATUAL
              END-IF
              PERFORM 4100-GRAVAR-FLUXO
              READ IN-FILE
           END-PERFORM.
           IF NOT WS-IN-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO IN-FILE'
              DISPLAY 'FILE STATUS: ' WS-IN-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE IN-FILE FLX1-FILE FLX2-FILE FLX3-FILE FLX4-FILE.
      *
      *--- O ARQUIVO NAO PODE TER MUDADO ENTRE AS DUAS PASSADAS
           IF WS-COUNT-PASSE2 NOT = WS-COUNT-IN-READ
              DISPLAY 'MYFD007 SEGUNDA LEITURA DIFERENTE DA PRIMEIRA. '
                      'LIDOS=' WS-COUNT-IN-READ
                      ' RELIDOS=' WS-COUNT-PASSE2
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              IF WS-FLX-GRAVADOS(WS-SUB) NOT = WS-FLX-REGISTROS(WS-SUB)
                 DISPLAY 'MYFD008 ARQUIVO ' WS-SUB ' COM '
                         WS-FLX-GRAVADOS(WS-SUB) ' REGISTROS, '
                         'ESPERADOS ' WS-FLX-REGISTROS(WS-SUB)
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-PERFORM.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           PERFORM 3100-GRAVAR-CARTOES.
           PERFORM 3200-GRAVAR-CONTROLE.
           PERFORM 3300-WRITE-SUMMARY-REPORT.
           CLOSE RPT-FILE.
           IF WS-GRP-PRESENTE
              CLOSE GRP-FILE
           END-IF.
           EXIT.
      *
      *--- PARMDD E CTLCARDD DE CADA FLUXO. O CARTAO DE CONTROLE LEVA
      *--- A CONTAGEM E O HASH DO ARQUIVO DO FLUXO (ZERO NO ARQUIVO
      *--- VAZIO, QUE O MYBATCH FECHA COM O PAR H/T VAZIO).
       3100-GRAVAR-CARTOES.
           OPEN OUTPUT PRM1-FILE PRM2-FILE PRM3-FILE PRM4-FILE
                       CTF1-FILE CTF2-FILE CTF3-FILE CTF4-FILE.
           IF NOT WS-PRM1-OK OR NOT WS-PRM2-OK
              OR NOT WS-PRM3-OK OR NOT WS-PRM4-OK
              OR NOT WS-CTF1-OK OR NOT WS-CTF2-OK
              OR NOT WS-CTF3-OK OR NOT WS-CTF4-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DOS CARTOES DE FLUXO'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE 'F' TO WS-PARM-CARTAO(32:1).
           WRITE PRM1-RECORD FROM WS-PARM-CARTAO.
           MOVE 'P' TO WS-PARM-CARTAO(32:1).
           WRITE PRM2-RECORD FROM WS-PARM-CARTAO.
           WRITE PRM3-RECORD FROM WS-PARM-CARTAO.
           WRITE PRM4-RECORD FROM WS-PARM-CARTAO.
           IF NOT WS-PRM1-OK OR NOT WS-PRM2-OK
              OR NOT WS-PRM3-OK OR NOT WS-PRM4-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NOS CARTOES PARMDD'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-FLX-TRANSMIT(1) TO CTL-EXPECTED-COUNT.
           MOVE WS-FLX-HASH(1)     TO CTL-EXPECTED-CHECKSUM.
           WRITE CTF1-RECORD FROM CTL-RECORD.
           MOVE WS-FLX-TRANSMIT(2) TO CTL-EXPECTED-COUNT.
           MOVE WS-FLX-HASH(2)     TO CTL-EXPECTED-CHECKSUM.
           WRITE CTF2-RECORD FROM CTL-RECORD.
           MOVE WS-FLX-TRANSMIT(3) TO CTL-EXPECTED-COUNT.
           MOVE WS-FLX-HASH(3)     TO CTL-EXPECTED-CHECKSUM.
           WRITE CTF3-RECORD FROM CTL-RECORD.
           MOVE WS-FLX-TRANSMIT(4) TO CTL-EXPECTED-COUNT.
           MOVE WS-FLX-HASH(4)     TO CTL-EXPECTED-CHECKSUM.
           WRITE CTF4-RECORD FROM CTL-RECORD.
           IF NOT WS-CTF1-OK OR NOT WS-CTF2-OK
              OR NOT WS-CTF3-OK OR NOT WS-CTF4-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NOS CARTOES CTLCARDD'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE PRM1-FILE PRM2-FILE PRM3-FILE PRM4-FILE
                 CTF1-FILE CTF2-FILE CTF3-FILE CTF4-FILE.
           EXIT.
      *
       3200-GRAVAR-CONTROLE.
           OPEN OUTPUT FXC-FILE.
           IF NOT WS-FXC-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO FXC-FILE'
              DISPLAY 'FILE STATUS: ' WS-FXC-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE SPACES TO FXC-RECORD.
           MOVE 'C' TO FXC-TIPO.
           IF WS-LOT-COUNT > ZERO
              MOVE WS-LOT-RUN-DATE(1) TO FXC-C-RUN-DATE
              MOVE WS-LOT-RUN-ID(1)   TO FXC-C-RUN-ID
           END-IF.
           MOVE WS-COUNT-IN-READ TO FXC-C-REGISTROS.
           MOVE WS-LOT-COUNT     TO FXC-C-LOTES.
           PERFORM 4150-GRAVAR-CONTROLE.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              MOVE SPACES TO FXC-RECORD
              MOVE 'F' TO FXC-TIPO
              MOVE WS-SUB TO FXC-F-ARQUIVO
              PERFORM 3250-MONTAR-FLUXOS
              MOVE WS-FLUXOS-TEXTO TO FXC-F-FLUXOS
              MOVE WS-FLX-LOTES(WS-SUB)     TO FXC-F-LOTES
              MOVE WS-FLX-REGISTROS(WS-SUB) TO FXC-F-REGISTROS
              MOVE WS-FLX-TRANSMIT(WS-SUB)  TO FXC-F-TRANSMITIDOS
              MOVE WS-FLX-HASH(WS-SUB)      TO FXC-F-HASH
              PERFORM 4150-GRAVAR-CONTROLE
           END-PERFORM.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOT-COUNT
              MOVE SPACES TO FXC-RECORD
              MOVE 'L' TO FXC-TIPO
              MOVE WS-SUB                  TO FXC-L-SEQ
              MOVE WS-LOT-RUN-DATE(WS-SUB) TO FXC-L-RUN-DATE
              MOVE WS-LOT-RUN-ID(WS-SUB)   TO FXC-L-RUN-ID
              MOVE WS-LOT-ARQUIVO(WS-SUB)  TO FXC-L-ARQUIVO
              PERFORM 4150-GRAVAR-CONTROLE
           END-PERFORM.
           CLOSE FXC-FILE.
           EXIT.
      *
      *--- FLUXOS DO MAPA CUJA RAIZ E O ARQUIVO WS-SUB, EM TEXTO
      *--- ('1 3 ' = FLUXOS 1 E 3; BRANCO = ARQUIVO VAZIO, UNIDO A
      *--- OUTRO)
       3250-MONTAR-FLUXOS.
           MOVE SPACES TO WS-FLUXOS-TEXTO.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1 UNTIL WS-SUB2 > 4
              MOVE WS-SUB2 TO WS-RAIZ
              PERFORM UNTIL WS-FLX-RAIZ(WS-RAIZ) = WS-RAIZ
                 MOVE WS-FLX-RAIZ(WS-RAIZ) TO WS-RAIZ
              END-PERFORM
              IF WS-RAIZ = WS-SUB
                 MOVE WS-SUB2 TO WS-FLUXOS-TEXTO(WS-SUB2:1)
              END-IF
           END-PERFORM.
           EXIT.
      *
       3300-WRITE-SUMMARY-REPORT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOT-COUNT
              MOVE WS-SUB                   TO RPT-LOT-NUMBER
              MOVE WS-LOT-RUN-ID(WS-SUB)    TO RPT-LOT-RUN-ID
              MOVE WS-LOT-FLUXO(WS-SUB)     TO RPT-LOT-FLUXO
              MOVE WS-LOT-ARQUIVO(WS-SUB)   TO RPT-LOT-ARQUIVO
              MOVE WS-LOT-REGISTROS(WS-SUB) TO RPT-LOT-REGISTROS
              MOVE SPACES TO RPT-LOT-TEXTO
              IF WS-LOT-MAPEADO-SW(WS-SUB) = 'N'
                 MOVE 'AGENCIA FORA DO MAPA' TO RPT-LOT-TEXTO
              END-IF
              IF WS-LOT-ARQUIVO(WS-SUB) NOT = WS-LOT-FLUXO(WS-SUB)
                 MOVE 'FLUXO UNIDO A OUTRO' TO RPT-LOT-TEXTO
              END-IF
              MOVE WS-RPT-LOTE-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-PERFORM.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              MOVE WS-SUB TO RPT-ARQ-NUMERO
              PERFORM 3250-MONTAR-FLUXOS
              MOVE WS-FLUXOS-TEXTO          TO RPT-ARQ-FLUXOS
              MOVE WS-FLX-LOTES(WS-SUB)     TO RPT-ARQ-LOTES
              MOVE WS-FLX-REGISTROS(WS-SUB) TO RPT-ARQ-REGISTROS
              IF WS-SUB = 1
                 MOVE 'F' TO RPT-ARQ-MODO
                 MOVE 'PRINCIPAL (FILAS DA NOITE)' TO RPT-ARQ-TEXTO
              ELSE
                 MOVE 'P' TO RPT-ARQ-MODO
                 MOVE SPACES TO RPT-ARQ-TEXTO
              END-IF
              IF WS-FLUXOS-TEXTO = SPACES
                 MOVE 'VAZIO (FLUXO UNIDO A OUTRO)' TO RPT-ARQ-TEXTO
              END-IF
              MOVE WS-RPT-ARQUIVO-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-PERFORM.
      *
           MOVE 'REGISTROS LIDOS             :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-IN-READ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'LOTES                       :' TO RPT-MSG-DESC.
           MOVE WS-LOT-COUNT TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'LOTES DE AGENCIA FORA DO MAPA:' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-MAPA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CHAVES DE CONFLITO (LOTES)  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CHAVES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CHAVES DAS FILAS DA NOITE   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CHAVES-FILA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CHAVES EM MAIS DE UM FLUXO  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CONFLITOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4100-GRAVAR-FLUXO.
           EVALUATE WS-ARQUIVO-ATUAL
               WHEN 1
                   WRITE FLX1-RECORD FROM IN-RECORD
                   IF NOT WS-FLX1-OK
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
               WHEN 2
                   WRITE FLX2-RECORD FROM IN-RECORD
                   IF NOT WS-FLX2-OK
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
               WHEN 3
                   WRITE FLX3-RECORD FROM IN-RECORD
                   IF NOT WS-FLX3-OK
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
               WHEN OTHER
                   WRITE FLX4-RECORD FROM IN-RECORD
                   IF NOT WS-FLX4-OK
                      SET WS-TEM-ERRO TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-TEM-ERRO
              DISPLAY 'ERRO FATAL DE ESCRITA NO ARQUIVO DO FLUXO '
                      WS-ARQUIVO-ATUAL
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-FLX-GRAVADOS(WS-ARQUIVO-ATUAL).
           EXIT.
      *
       4150-GRAVAR-CONTROLE.
           WRITE FXC-RECORD.
           IF NOT WS-FXC-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO FXC-FILE'
              DISPLAY 'FILE STATUS: ' WS-FXC-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4210-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYFLXDIV ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *================================================================*
      * ENTRADA DO SORT: CHAVES DAS FILAS DA NOITE (FLUXO 1) E DE
      * CADA LOTE DO IN-FILE (FLUXO DO MAPA)
      *================================================================*
       2000-CLASSIFICAR-CHAVES SECTION.
           MOVE 1 TO WS-CHV-FLUXO.
           PERFORM 2100-CHAVES-RECICLAGEM.
           PERFORM 2150-CHAVES-ARMAZEM.
           PERFORM 2200-CHAVES-SUSPENSO.
           PERFORM 2250-CHAVES-RETIDOS.
      *
           OPEN INPUT IN-FILE.
           IF NOT WS-IN-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO IN-FILE'
              DISPLAY 'FILE STATUS: ' WS-IN-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ IN-FILE.
           PERFORM 2300-CLASSIFICAR-REGISTRO UNTIL NOT WS-IN-OK.
           IF NOT WS-IN-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO IN-FILE'
              DISPLAY 'FILE STATUS: ' WS-IN-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE IN-FILE.
       2000-SAI.
           EXIT.
      *
      *--- RECICLAGEM: OS DETALHES CORRIGIDOS PELO MYREJRCY
       2100-CHAVES-RECICLAGEM SECTION.
           OPEN INPUT RCY-FILE.
           READ RCY-FILE.
           PERFORM UNTIL NOT WS-RCY-OK
              IF RCY-REC-TYPE = 'D'
                 MOVE RCY-ID TO WS-CHV-ID
                 PERFORM 2400-LIBERAR-CHAVE
                 ADD 1 TO WS-COUNT-CHAVES-FILA
              END-IF
              READ RCY-FILE
           END-PERFORM.
           CLOSE RCY-FILE.
       2100-SAI.
           EXIT.
      *
      *--- ARMAZEM: SO O QUE VENCE HOJE (A CHAVE COMECA PELA DATA)
       2150-CHAVES-ARMAZEM SECTION.
           OPEN INPUT WHS-FILE.
           IF NOT WS-WHS-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO WHS-FILE'
              DISPLAY 'FILE STATUS: ' WS-WHS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ WHS-FILE.
           PERFORM UNTIL NOT WS-WHS-OK
                      OR WHS-EFF-DATE > WS-TODAY-DATE
              MOVE WHS-ID TO WS-CHV-ID
              PERFORM 2400-LIBERAR-CHAVE
              ADD 1 TO WS-COUNT-CHAVES-FILA
              READ WHS-FILE
           END-PERFORM.
           IF NOT WS-WHS-OK AND NOT WS-WHS-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO WHS-FILE'
              DISPLAY 'FILE STATUS: ' WS-WHS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE WHS-FILE.
       2150-SAI.
           EXIT.
      *
      *--- SUSPENSO: TODO ELE (QUALQUER UM PODE SER LIBERADO HOJE)
       2200-CHAVES-SUSPENSO SECTION.
           OPEN INPUT SUS-FILE.
           IF NOT WS-SUS-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO SUS-FILE'
              DISPLAY 'FILE STATUS: ' WS-SUS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ SUS-FILE.
           PERFORM UNTIL NOT WS-SUS-OK
              MOVE SUS-CLI-ID TO WS-CHV-ID
              PERFORM 2400-LIBERAR-CHAVE
              ADD 1 TO WS-COUNT-CHAVES-FILA
              READ SUS-FILE
           END-PERFORM.
           IF NOT WS-SUS-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO SUS-FILE'
              DISPLAY 'FILE STATUS: ' WS-SUS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE SUS-FILE.
       2200-SAI.
           EXIT.
      *
      *--- RETIDOS: SO OS LIBERADOS PELO ANALISTA VAO AO MESTRE
       2250-CHAVES-RETIDOS SECTION.
           OPEN INPUT HLD-FILE.
           IF NOT WS-HLD-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO HLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-HLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ HLD-FILE.
           PERFORM UNTIL NOT WS-HLD-OK
              IF HLD-LIBERADO
                 MOVE HLD-CLI-ID TO WS-CHV-ID
                 PERFORM 2400-LIBERAR-CHAVE
                 ADD 1 TO WS-COUNT-CHAVES-FILA
              END-IF
              READ HLD-FILE
           END-PERFORM.
           IF NOT WS-HLD-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO HLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-HLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE HLD-FILE.
       2250-SAI.
           EXIT.
      *
      *--- UM REGISTRO DO IN-FILE: O CABECALHO ABRE O LOTE E DEFINE O
      *--- FLUXO; DETALHE, ESTORNO E CADASTRO LIBERAM A CHAVE DO ID
      *--- (A EXTENSAO 'E' TEM O MESMO ID DO DETALHE DELA)
       2300-CLASSIFICAR-REGISTRO SECTION.
           ADD 1 TO WS-COUNT-IN-READ.
           MOVE IN-RECORD TO WS-IN-RECORD-LAYOUT.
           IF WS-REC-IS-HEADER
              PERFORM 2350-ABRIR-LOTE
           END-IF.
           IF WS-LOT-COUNT = ZERO
              DISPLAY 'MYFD009 REGISTRO ANTES DO PRIMEIRO CABECALHO '
                      '(ARQUIVO NAO VALIDADO?). REGISTRO '
                      WS-COUNT-IN-READ
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           SET WS-LOT-IDX TO WS-LOT-COUNT.
           ADD 1 TO WS-LOT-REGISTROS(WS-LOT-IDX).
           IF WS-LOT-PROGRAMADO-SW(WS-LOT-IDX) = 'N'
              ADD 1 TO WS-LOT-TRANSMIT(WS-LOT-IDX)
              IF WS-REC-IS-DETAIL AND WS-IN-ID-NUM IS NUMERIC
                 ADD WS-IN-ID-NUM TO WS-LOT-HASH(WS-LOT-IDX)
              END-IF
           END-IF.
      *
           IF WS-REC-IS-DETAIL OR WS-REC-IS-REVERSAL
              OR WS-REC-IS-CADASTRO
              MOVE WS-IN-ID TO WS-CHV-ID
              MOVE WS-LOT-FLUXO(WS-LOT-IDX) TO WS-CHV-FLUXO
              PERFORM 2400-LIBERAR-CHAVE
              ADD 1 TO WS-COUNT-CHAVES
           END-IF.
           READ IN-FILE.
       2300-SAI.
           EXIT.
      *
       2350-ABRIR-LOTE SECTION.
           IF WS-LOT-COUNT = 500
              DISPLAY 'MYFD010 MAIS DE 500 LOTES NO IN-FILE: DIVISAO '
                      'IMPOSSIVEL. RODAR O MYFLUXO1 COM O ARQUIVO '
                      'INTEIRO.'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-LOT-COUNT.
           SET WS-LOT-IDX TO WS-LOT-COUNT.
           MOVE WS-IN-HDR-RUN-DATE TO WS-LOT-RUN-DATE(WS-LOT-IDX).
           MOVE WS-IN-HDR-RUN-ID   TO WS-LOT-RUN-ID(WS-LOT-IDX).
           MOVE ZERO TO WS-LOT-REGISTROS(WS-LOT-IDX)
                        WS-LOT-TRANSMIT(WS-LOT-IDX)
                        WS-LOT-HASH(WS-LOT-IDX)
                        WS-LOT-ARQUIVO(WS-LOT-IDX).
           IF WS-IN-HDR-PREFIXO-4 = WS-PREFIXO-PROGRAMADO
              OR WS-IN-HDR-PREFIXO-4 = WS-PREFIXO-CASOS
              OR WS-IN-HDR-PREFIXO-4 = WS-PREFIXO-AJUSTES
              MOVE 'S' TO WS-LOT-PROGRAMADO-SW(WS-LOT-IDX)
           ELSE
              MOVE 'N' TO WS-LOT-PROGRAMADO-SW(WS-LOT-IDX)
           END-IF.
      *
           MOVE 1   TO WS-LOT-FLUXO(WS-LOT-IDX).
           MOVE 'N' TO WS-LOT-MAPEADO-SW(WS-LOT-IDX).
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAP-COUNT
              IF WS-MAP-PREFIXO(WS-SUB) = WS-IN-HDR-PREFIXO-4
                 AND WS-LOT-MAPEADO-SW(WS-LOT-IDX) = 'N'
                 MOVE WS-MAP-FLUXO(WS-SUB) TO WS-LOT-FLUXO(WS-LOT-IDX)
                 MOVE 'S' TO WS-LOT-MAPEADO-SW(WS-LOT-IDX)
              END-IF
           END-PERFORM.
           IF WS-LOT-MAPEADO-SW(WS-LOT-IDX) = 'N'
              ADD 1 TO WS-COUNT-SEM-MAPA
           END-IF.
       2350-SAI.
           EXIT.
      *
      *--- CHAVE DE CONFLITO DO ID: O GRUPO ECONOMICO, SE HOUVER
       2400-LIBERAR-CHAVE SECTION.
           MOVE SPACES TO SRT-CHAVE.
           MOVE 'I' TO SRT-CHAVE(1:1).
           MOVE WS-CHV-ID TO SRT-CHAVE(2:10).
           IF WS-GRP-PRESENTE
              MOVE WS-CHV-ID TO GRP-ID
              READ GRP-FILE
              EVALUATE TRUE
                  WHEN WS-GRP-OK
                      IF GRP-CODIGO NOT = SPACES
                         MOVE SPACES TO SRT-CHAVE
                         MOVE 'G' TO SRT-CHAVE(1:1)
                         MOVE GRP-CODIGO TO SRT-CHAVE(2:6)
                      END-IF
                  WHEN WS-GRP-NOTFND
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'ERRO FATAL DE LEITURA NO GRP-FILE'
                      DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
              END-EVALUATE
           END-IF.
           MOVE WS-CHV-FLUXO TO SRT-FLUXO.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-FLX-CHAVES(WS-CHV-FLUXO).
       2400-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT: CHAVE EM MAIS DE UM FLUXO UNE OS FLUXOS
      *================================================================*
       2500-UNIR-FLUXOS SECTION.
           PERFORM 2550-LER-CHAVE UNTIL WS-FIM-SORT.
           IF WS-CHV-ANTERIOR NOT = LOW-VALUES
              PERFORM 2600-FECHAR-CHAVE
           END-IF.
       2500-SAI.
           EXIT.
      *
       2550-LER-CHAVE SECTION.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           IF WS-FIM-SORT
              CONTINUE
           ELSE
              IF SRT-CHAVE NOT = WS-CHV-ANTERIOR
                 IF WS-CHV-ANTERIOR NOT = LOW-VALUES
                    PERFORM 2600-FECHAR-CHAVE
                 END-IF
                 MOVE SRT-CHAVE TO WS-CHV-ANTERIOR
                 MOVE 'N' TO WS-CHV-FLUXO-SW(1) WS-CHV-FLUXO-SW(2)
                             WS-CHV-FLUXO-SW(3) WS-CHV-FLUXO-SW(4)
              END-IF
              MOVE 'S' TO WS-CHV-FLUXO-SW(SRT-FLUXO)
           END-IF.
       2550-SAI.
           EXIT.
      *
      *--- A CHAVE APARECEU EM MAIS DE UM FLUXO: TODOS OS FLUXOS DELA
      *--- SE UNEM AO PRIMEIRO
       2600-FECHAR-CHAVE SECTION.
           MOVE ZERO TO WS-CHV-QTDE-FLUXOS WS-CHV-PRIMEIRO.
           MOVE SPACES TO WS-FLUXOS-TEXTO.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1 UNTIL WS-SUB2 > 4
              IF WS-CHV-FLUXO-SW(WS-SUB2) = 'S'
                 ADD 1 TO WS-CHV-QTDE-FLUXOS
                 MOVE WS-SUB2 TO WS-FLUXOS-TEXTO(WS-SUB2:1)
                 IF WS-CHV-PRIMEIRO = ZERO
                    MOVE WS-SUB2 TO WS-CHV-PRIMEIRO
                 ELSE
                    MOVE WS-CHV-PRIMEIRO TO WS-UNI-A
                    MOVE WS-SUB2         TO WS-UNI-B
                    PERFORM 2700-UNIR
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CHV-QTDE-FLUXOS > 1
              ADD 1 TO WS-COUNT-CONFLITOS
              IF WS-CHV-ANTERIOR(1:1) = 'G'
                 MOVE 'GRUPO' TO RPT-CNF-TIPO
              ELSE
                 MOVE 'ID' TO RPT-CNF-TIPO
              END-IF
              MOVE WS-CHV-ANTERIOR(2:10) TO RPT-CNF-VALOR
              MOVE WS-FLUXOS-TEXTO       TO RPT-CNF-FLUXOS
              MOVE WS-RPT-CONFLITO-LINE  TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-IF.
       2600-SAI.
           EXIT.
      *
      *--- UNE OS CONJUNTOS DOS FLUXOS WS-UNI-A E WS-UNI-B: A RAIZ DE
      *--- MAIOR NUMERO PASSA A APONTAR PARA A DE MENOR
       2700-UNIR SECTION.
           MOVE WS-UNI-A TO WS-RAIZ.
           PERFORM UNTIL WS-FLX-RAIZ(WS-RAIZ) = WS-RAIZ
              MOVE WS-FLX-RAIZ(WS-RAIZ) TO WS-RAIZ
           END-PERFORM.
           MOVE WS-RAIZ TO WS-UNI-RAIZ-A.
           MOVE WS-UNI-B TO WS-RAIZ.
           PERFORM UNTIL WS-FLX-RAIZ(WS-RAIZ) = WS-RAIZ
              MOVE WS-FLX-RAIZ(WS-RAIZ) TO WS-RAIZ
           END-PERFORM.
           MOVE WS-RAIZ TO WS-UNI-RAIZ-B.
           IF WS-UNI-RAIZ-A < WS-UNI-RAIZ-B
              MOVE WS-UNI-RAIZ-A TO WS-FLX-RAIZ(WS-UNI-RAIZ-B)
           ELSE
              MOVE WS-UNI-RAIZ-B TO WS-FLX-RAIZ(WS-UNI-RAIZ-A)
           END-IF.
       2700-SAI.
           EXIT.
