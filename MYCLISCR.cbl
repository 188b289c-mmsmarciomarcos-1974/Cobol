       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCLISCR.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - PONTUACAO SEMANAL DE QUALIDADE DO CADASTRO
      *
      * O HISTORICO DE QUALIDADE (MYDQCOLL/MYDQRPT) MEDE O QUE DA
      * ERRADO NOS FLUXOS DA NOITE, NAO A QUALIDADE DA BASE DE
      * CLIENTES EM SI. ESTE PROGRAMA PONTUA CADA CLIENTE DE
      * TB_CLIENTES (MENOS OS INATIVOS E OS ANONIMIZADOS, QUE NAO TEM
      * MAIS CADASTRO A CORRIGIR) EM SETE VERIFICACOES, CADA UMA COM
      * SEU PESO (TABELA WS-VERIF-TABLE; SOMA 100):
      *
      *   DIGITO-ID  20  O ID PASSA NO DIGITO VERIFICADOR (MYCHKDIG);
      *   ENDERECO   15  ENDERECO ESTRUTURADO COMPLETO: LOGRADOURO COM
      *                  NUMERO, BAIRRO, CIDADE E UF PREENCHIDOS;
      *   CEP        15  CEP PRESENTE (OITO DIGITOS, NAO ZERADO);
      *   CONTATO    20  CONTATO PRESENTE E BEM FORMADO: E-MAIL COM UM
      *                  '@', NOME ANTES E DOMINIO COM PONTO DEPOIS,
      *                  SEM ESPACO NO MEIO; OU TELEFONE COM DDD (10 A
      *                  13 DIGITOS, ACEITANDO ESPACO, PARENTESES,
      *                  HIFEN E '+', COMO NO MYNOTFMT);
      *   NOME       15  NOME QUE NAO E TEXTO DE PREENCHIMENTO: EM
      *                  BRANCO, COM DIGITO, MENOS DE TRES LETRAS, UMA
      *                  LETRA SO REPETIDA OU COMECANDO POR UM DOS
      *                  GENERICOS DA TABELA WS-GENERICO-TABLE (TESTE,
      *                  NAO INFORMADO, SEM NOME...);
      *   RAZAO-SOC   5  USO CORRETO DA CONTINUACAO DA RAZAO SOCIAL
      *                  (NOME_CLIENTE_CONT): CONTINUACAO SO EM NOME
      *                  DE EMPRESA (LTDA, S.A., S/A, EIRELI, EPP) E SO
      *                  QUANDO O NOME NAO CABIA NOS 40 DO NOME_CLIENTE;
      *                  NOME COM OS 40 OCUPADOS, SEM CONTINUACAO E
      *                  SEM FORMA JURIDICA = RAZAO SOCIAL CORTADA;
      *   DUPLICADO  10  O CLIENTE NAO ESTA NA LISTA DE CANDIDATOS A
      *                  DUPLICADO DO MYDUPRPT (DUPCANDD, ORDENADO POR
      *                  ID NO PASSO ANTERIOR DO JOB).
      *
      * A NOTA DO CLIENTE E A SOMA DOS PESOS DAS VERIFICACOES EM QUE
      * ELE PASSA (100 = CADASTRO COMPLETO).
      *
      * AGENCIA DE ORIGEM: O CADASTRO NAO GUARDA QUEM CRIOU O CLIENTE;
      * ELA VEM DO DIARIO DO MESTRE - O PREFIXO DO ID DA RODADA (O
      * MESMO AGR-PREFIXO DO CADASTRO DE AGENCIAS) DA PRIMEIRA LINHA
      * DE INCLUSAO DO CLIENTE. CLIENTE SEM INCLUSAO NO DIARIO (MAIS
      * ANTIGO QUE ELE) FICA NA AGENCIA '****'.
      *
      * SAIDAS:
      *   SCOREDD  - A NOTA DE CADA CLIENTE (80 BYTES, UMA GERACAO POR
      *              SEMANA): DATA, ID, AGENCIA, NOTA, UM 'S'/'N' POR
      *              VERIFICACAO E O NOME;
      *   REPORTDD - FALHAS POR VERIFICACAO E A DISTRIBUICAO DAS NOTAS
      *              POR AGENCIA DE ORIGEM (NOTA MEDIA E CLIENTES POR
      *              FAIXA: 100, 80-99, 60-79, 40-59, 0-39);
      *   LISTADD  - LISTA DE TRABALHO DO PIOR PARA O MELHOR (SO NOTAS
      *              ABAIXO DO CORTE), COM AS VERIFICACOES QUE FALHARAM;
      *   DQHISTDD - OS TOTAIS DA SEMANA SAO ACRESCENTADOS (OPEN
      *              EXTEND) AO HISTORICO DE QUALIDADE COM A FONTE
      *              'MYCLISCR': CLIENTES, NOTA-MEDIA, COMPLETOS E AS
      *              FALHAS DE CADA VERIFICACAO (MOTIVO = CODIGO DA
      *              VERIFICACAO) - O MYDQRPT MOSTRA SE A BASE ESTA
      *              FICANDO MAIS LIMPA.
      *
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-5 = MAXIMO DE LINHAS NA LISTA 9(05) (BRANCO = 1000)
      *   COLUNAS 6-8 = NOTA DE CORTE DA LISTA 9(03) - ENTRA QUEM TEM
      *                 NOTA ABAIXO DELA (BRANCO = 100, TODO CADASTRO
      *                 INCOMPLETO)
      *
      * RETURN-CODE 0 = OK; 4 = SEM A LISTA DE CANDIDATOS (DUPCANDD
      * AUSENTE: A VERIFICACAO DUPLICADO NAO FOI FEITA E CONTA COMO
      * APROVADA); 16 = ERRO FATAL.
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
      *--- DIARIO DE MOVIMENTOS DO MESTRE (ACUMULADO)
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
           SELECT OPTIONAL DUPCAN-FILE ASSIGN TO DUPCANDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DCN-FILE-STATUS.
      *
           SELECT SCORE-FILE ASSIGN TO SCOREDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SCR-FILE-STATUS.
      *
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
           SELECT LST-FILE ASSIGN TO LISTADD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LST-FILE-STATUS.
      *
           SELECT DQHIST-FILE ASSIGN TO DQHISTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DQHIST-FILE-STATUS.
      *
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
           SELECT ORIGEM-WORK ASSIGN TO SORTWK01.
           SELECT LISTA-WORK ASSIGN TO SORTWK02.
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
              88 MJR-ORIGEM-ANCORA   VALUE 'H'.
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
      *--- MESMO LAYOUT DO DUPCAN-RECORD DO MYDUPRPT
       FD DUPCAN-FILE
          RECORD CONTAINS 20 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 DUPCAN-RECORD.
           05 DCN-ID-CLIENTE         PIC X(10).
           05 DCN-GRUPO              PIC 9(05).
           05 DCN-CONFIANCA          PIC X(05).
      *
      *--- NOTA DO CLIENTE (UMA GERACAO POR SEMANA)
       FD SCORE-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 SCORE-RECORD.
           05 SCR-DATA               PIC 9(08).
           05 SCR-ID-CLIENTE         PIC X(10).
           05 SCR-AGENCIA            PIC X(04).
           05 SCR-NOTA               PIC 9(03).
      *--- 'S' = PASSOU / 'N' = FALHOU, NA ORDEM DA WS-VERIF-TABLE
           05 SCR-VERIF OCCURS 7 TIMES
                                     PIC X(01).
           05 SCR-NOME               PIC X(40).
           05 FILLER                 PIC X(08).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
       FD LST-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 LST-RECORD                PIC X(133).
      *
      *--- MESMO LAYOUT GRAVADO PELO MYDQCOLL
       FD DQHIST-FILE
          RECORD CONTAINS 35 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 DQHIST-RECORD.
           05 DQ-DATE                PIC 9(08).
           05 DQ-FONTE               PIC X(08).
           05 DQ-MOTIVO              PIC X(10).
           05 DQ-COUNT               PIC 9(09).
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-MAX-LISTA         PIC X(05).
           05 PARM-MAX-LISTA-N REDEFINES PARM-MAX-LISTA
                                     PIC 9(05).
           05 PARM-CORTE             PIC X(03).
           05 PARM-CORTE-N REDEFINES PARM-CORTE
                                     PIC 9(03).
           05 FILLER                 PIC X(72).
      *
      *--- PRIMEIRA INCLUSAO DE CADA CLIENTE NO DIARIO
       SD ORIGEM-WORK.
       01 ORIGEM-RECORD.
           05 ORI-ID                 PIC X(10).
           05 ORI-DATA               PIC 9(08).
           05 ORI-HORA               PIC 9(06).
           05 ORI-AGENCIA            PIC X(04).
      *
      *--- LISTA DE TRABALHO: O SCORE-RECORD DO PIOR PARA O MELHOR
       SD LISTA-WORK.
       01 LISTA-RECORD.
           05 LSW-DATA               PIC 9(08).
           05 LSW-ID-CLIENTE         PIC X(10).
           05 LSW-AGENCIA            PIC X(04).
           05 LSW-NOTA               PIC 9(03).
           05 LSW-VERIF OCCURS 7 TIMES
                                     PIC X(01).
           05 LSW-NOME               PIC X(40).
           05 FILLER                 PIC X(08).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCEPPAD
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-NOME-CLIENTE-CONT   PIC X(40).
           05 D-ENDERECO-CLIENTE    PIC X(40).
           05 D-CONTATO-CLIENTE     PIC X(20).
           05 D-CEP-CLIENTE         PIC X(08).
           05 D-BAIRRO-CLIENTE      PIC X(30).
           05 D-CIDADE-CLIENTE      PIC X(30).
           05 D-UF-CLIENTE          PIC X(02).
      *
      *--- CLIENTES COM CADASTRO VIVO, NA ORDEM DO DIARIO ORDENADO E
      *--- DA LISTA DE CANDIDATOS
           EXEC SQL
               DECLARE C_CLIQUA CURSOR FOR
                   SELECT ID_CLIENTE, NOME_CLIENTE,
                          COALESCE(NOME_CLIENTE_CONT, ' '),
                          ENDERECO_CLIENTE, CONTATO_CLIENTE,
                          COALESCE(CEP_CLIENTE, ' '),
                          COALESCE(BAIRRO_CLIENTE, ' '),
                          COALESCE(CIDADE_CLIENTE, ' '),
                          COALESCE(UF_CLIENTE, ' ')
                   FROM TB_CLIENTES
                   WHERE STATUS_CLIENTE <> 'INATIVO'
                     AND NOME_CLIENTE <> 'ANONIMIZADO'
                   ORDER BY ID_CLIENTE
                   FOR FETCH ONLY
           END-EXEC.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
              88 WS-MJR-EOF         VALUE '10'.
           05 WS-DCN-FILE-STATUS    PIC X(02).
              88 WS-DCN-OK          VALUE '00'.
              88 WS-DCN-AUSENTE     VALUE '05'.
              88 WS-DCN-EOF         VALUE '10'.
           05 WS-SCR-FILE-STATUS    PIC X(02).
              88 WS-SCR-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-LST-FILE-STATUS    PIC X(02).
              88 WS-LST-OK          VALUE '00'.
           05 WS-DQHIST-FILE-STATUS PIC X(02).
              88 WS-DQHIST-OK       VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-CURSOR         PIC X(01) VALUE 'N'.
              88 FIM-CURSOR         VALUE 'S'.
           05 WS-EOF-ORIGEM         PIC X(01) VALUE 'N'.
              88 FIM-ORIGEM         VALUE 'S'.
           05 WS-EOF-LISTA          PIC X(01) VALUE 'N'.
              88 FIM-LISTA          VALUE 'S'.
           05 WS-DUPCAN-SW          PIC X(01) VALUE 'N'.
              88 WS-COM-DUPCAN      VALUE 'S'.
      *
      *--- CHAVES DO CASAMENTO COM O CURSOR (HIGH-VALUES = FIM)
       01 WS-CHAVES.
           05 WS-CHAVE-ORI          PIC X(10).
           05 WS-CHAVE-DCN          PIC X(10).
      *
      *--- AS SETE VERIFICACOES: CODIGO (MOTIVO NO DQHIST), PESO NA
      *--- NOTA E DESCRICAO
       01 WS-VERIF-TABLE.
           05 FILLER                PIC X(45) VALUE
              'DIGITO-ID 020ID SEM DIGITO VERIFICADOR VALIDO'.
           05 FILLER                PIC X(45) VALUE
              'ENDERECO  015ENDERECO ESTRUTURADO INCOMPLETO '.
           05 FILLER                PIC X(45) VALUE
              'CEP       015CEP AUSENTE                     '.
           05 FILLER                PIC X(45) VALUE
              'CONTATO   020CONTATO AUSENTE OU MAL FORMADO  '.
           05 FILLER                PIC X(45) VALUE
              'NOME      015NOME GENERICO OU INVALIDO       '.
           05 FILLER                PIC X(45) VALUE
              'RAZAO-SOC 005USO ERRADO DA CONTINUACAO       '.
           05 FILLER                PIC X(45) VALUE
              'DUPLICADO 010CANDIDATO A DUPLICADO (MYDUPRPT)'.
       01 WS-VERIF-TABLE-R REDEFINES WS-VERIF-TABLE.
           05 WS-VERIF-ENTRY OCCURS 7 TIMES.
              10 WS-VERIF-CODIGO    PIC X(10).
              10 WS-VERIF-PESO      PIC 9(03).
              10 WS-VERIF-DESC      PIC X(32).
      *
      *--- FALHAS DA SEMANA POR VERIFICACAO
       01 WS-VERIF-FALHAS.
           05 WS-VERIF-QTD-FALHA    PIC 9(09) OCCURS 7 TIMES.
      *
      *--- TEXTOS DE PREENCHIMENTO QUE NAO SAO NOME (INICIO DO NOME,
      *--- SEGUIDO DE ESPACO OU FIM)
       01 WS-GENERICO-TABLE.
           05 FILLER                PIC X(17) VALUE
              '05TESTE          '.
           05 FILLER                PIC X(17) VALUE
              '13NAO INFORMADO  '.
           05 FILLER                PIC X(17) VALUE
              '10NAO CONSTA     '.
           05 FILLER                PIC X(17) VALUE
              '08SEM NOME       '.
           05 FILLER                PIC X(17) VALUE
              '12DESCONHECIDO   '.
           05 FILLER                PIC X(17) VALUE
              '09A DEFINIR      '.
           05 FILLER                PIC X(17) VALUE
              '12CLIENTE NOVO   '.
           05 FILLER                PIC X(17) VALUE
              '07ANONIMO        '.
           05 FILLER                PIC X(17) VALUE
              '04NOME           '.
           05 FILLER                PIC X(17) VALUE
              '03XXX            '.
       01 WS-GENERICO-TABLE-R REDEFINES WS-GENERICO-TABLE.
           05 WS-GEN-ENTRY OCCURS 10 TIMES.
              10 WS-GEN-TAM         PIC 9(02).
              10 WS-GEN-TEXTO       PIC X(15).
      *
      *--- DISTRIBUICAO DAS NOTAS POR AGENCIA DE ORIGEM (59 EM ORDEM
      *--- DE PREFIXO; DA 60A EM DIANTE TUDO CAI NA LINHA 'OUTR')
       01 WS-AGE-TABLE.
           05 WS-AGE-COUNT          PIC 9(02) VALUE ZERO.
           05 WS-AGE-ENTRY OCCURS 60 TIMES.
              10 WS-AGE-PREFIXO     PIC X(04).
              10 WS-AGE-CLIENTES    PIC 9(07).
              10 WS-AGE-SOMA-NOTA   PIC 9(11).
              10 WS-AGE-FAIXA       PIC 9(07) OCCURS 5 TIMES.
      *
       01 WS-TOTAL-FAIXAS.
           05 WS-TOT-FAIXA          PIC 9(07) OCCURS 5 TIMES.
      *
      *--- PARAMETROS DA CHAMADA AO MYCHKDIG
           COPY MYCHKDGC.
      *
      *--- PARAMETROS DA LISTA
       01 WS-PARAMETROS.
           05 WS-MAX-LISTA          PIC 9(05) VALUE 1000.
           05 WS-CORTE              PIC 9(03) VALUE 100.
      *
      *--- AVALIACAO DO CLIENTE DA VEZ
       01 WS-CLIENTE-VARS.
           05 WS-AGENCIA-CLI        PIC X(04).
           05 WS-DUPLICADO-SW       PIC X(01).
              88 WS-E-DUPLICADO     VALUE 'S'.
           05 WS-NOTA               PIC 9(03).
           05 WS-FAIXA              PIC 9(01).
           05 WS-RESULTADO          PIC X(01) OCCURS 7 TIMES.
      *
       01 WS-WORK-VARS.
           05 WS-DATA-HOJE          PIC 9(08).
           05 WS-V                  PIC 9(02) COMP.
           05 WS-A                  PIC 9(02) COMP.
           05 WS-B                  PIC 9(02) COMP.
           05 WS-POS                PIC 9(03) COMP.
           05 WS-CHAR               PIC X(01).
              88 WS-CHAR-DIGITO     VALUE '0' THRU '9'.
              88 WS-CHAR-LETRA      VALUE 'A' THRU 'I' 'J' THRU 'R'
                                          'S' THRU 'Z'.
              88 WS-CHAR-FONE       VALUE ' ' '(' ')' '-' '+'.
           05 WS-QTD-DIGITOS        PIC 9(03) COMP.
           05 WS-QTD-LETRAS         PIC 9(03) COMP.
           05 WS-QTD-ARROBA         PIC 9(03) COMP.
           05 WS-QTD-IGUAL          PIC 9(03) COMP.
           05 WS-QTD-FORMA          PIC 9(03) COMP.
           05 WS-POS-ARROBA         PIC 9(03) COMP.
           05 WS-POS-PONTO          PIC 9(03) COMP.
           05 WS-TAM-CONTATO        PIC 9(03) COMP.
           05 WS-TAM-NOME           PIC 9(03) COMP.
           05 WS-TAM-CONT           PIC 9(03) COMP.
           05 WS-ESPACO-NO-MEIO-SW  PIC X(01).
              88 WS-ESPACO-NO-MEIO  VALUE 'S'.
           05 WS-INVALIDO-SW        PIC X(01).
              88 WS-INVALIDO        VALUE 'S'.
           05 WS-EMPRESA-SW         PIC X(01).
              88 WS-E-EMPRESA       VALUE 'S'.
           05 WS-NOME-MAIUSC        PIC X(40).
           05 WS-NOME-COMPLETO      PIC X(82).
           05 WS-COUNT-LISTA        PIC 9(05) VALUE ZERO.
           05 WS-MEDIA              PIC 9(03) VALUE ZERO.
           05 WS-PCT                PIC 9(03)V9 VALUE ZERO.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-MJR-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-INCLUSOES    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DCN-READ     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CLIENTES     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-COMPLETOS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SEM-ORIGEM   PIC 9(09) VALUE ZERO.
           05 WS-SOMA-NOTAS         PIC 9(11) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              'MYCLISCR - QUALIDADE DO CADASTRO DE CLIENTES - '.
           05 RPT-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(74) VALUE SPACES.
      *
       01 WS-RPT-VERIF-HEADER.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(44) VALUE
              'CODIGO      DESCRICAO'.
           05 FILLER                PIC X(88) VALUE
              'PESO      FALHAS     %'.
      *
       01 WS-RPT-VERIF-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-VER-CODIGO        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-VER-DESC          PIC X(32).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-VER-PESO          PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-VER-FALHAS        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-VER-PCT           PIC ZZ9,9.
           05 FILLER                PIC X(66) VALUE SPACES.
      *
       01 WS-RPT-AGE-HEADER.
           05 RPT-CC                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(39) VALUE
              'AGENCIA CLIENTES  MEDIA    100   80-99'.
           05 FILLER                PIC X(93) VALUE
              '   60-79   40-59    0-39'.
      *
       01 WS-RPT-AGE-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-AGE-PREFIXO       PIC X(07).
           05 RPT-AGE-CLIENTES      PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-AGE-MEDIA         PIC ZZ9.
           05 RPT-AGE-COL OCCURS 5 TIMES.
              10 RPT-AGE-FAIXA      PIC ZZZ.ZZ9.
              10 FILLER             PIC X(01).
           05 FILLER                PIC X(69) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(40).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(81) VALUE SPACES.
      *
       01 WS-LST-HEADER.
           05 LST-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              'MYCLISCR - LISTA DE TRABALHO DO CADASTRO - '.
           05 LST-HDR-DATA          PIC 9(08).
           05 FILLER                PIC X(16) VALUE ' - NOTA ABAIXO '.
           05 LST-HDR-CORTE         PIC ZZ9.
           05 FILLER                PIC X(55) VALUE SPACES.
      *
       01 WS-LST-COL-HEADER.
           05 LST-CC                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(62) VALUE
              'CLIENTE    AGEN NOTA NOME'.
           05 FILLER                PIC X(70) VALUE
              'VERIFICACOES COM FALHA'.
      *
       01 WS-LST-DETAIL-LINE.
           05 LST-CC                PIC X(01) VALUE SPACES.
           05 LST-DET-CLIENTE       PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 LST-DET-AGENCIA       PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 LST-DET-NOTA          PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LST-DET-NOME          PIC X(40).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 LST-DET-FALHAS        PIC X(70).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
      *--- 1O SORT: PRIMEIRA INCLUSAO DE CADA CLIENTE NO DIARIO,
      *--- CASADA COM O CURSOR NA SAIDA, QUE PONTUA E GRAVA O SCOREDD
           SORT ORIGEM-WORK
                ASCENDING KEY ORI-ID
                              ORI-DATA
                              ORI-HORA
                INPUT PROCEDURE IS 2000-SELECIONAR-INCLUSOES
                OUTPUT PROCEDURE IS 3000-PONTUAR-CLIENTES.
      *
      *--- 2O SORT: AS NOTAS DO PIOR PARA O MELHOR (LISTA DE TRABALHO)
           SORT LISTA-WORK
                ASCENDING KEY LSW-NOTA
                              LSW-ID-CLIENTE
                USING SCORE-FILE
                OUTPUT PROCEDURE IS 5000-EMITIR-LISTA.
      *
           PERFORM 6000-FINALIZE.
           DISPLAY 'PROGRAMA MYCLISCR CONCLUIDO. CLIENTES: '
                   WS-COUNT-CLIENTES ' NOTA MEDIA: ' WS-MEDIA.
           IF NOT WS-COM-DUPCAN
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE SECTION.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WS-VERIF-FALHAS WS-TOTAL-FAIXAS.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-MAX-LISTA IS NUMERIC
                 AND PARM-MAX-LISTA-N > ZERO
                 MOVE PARM-MAX-LISTA-N TO WS-MAX-LISTA
              END-IF
              IF PARM-CORTE IS NUMERIC
                 AND PARM-CORTE-N > ZERO
                 MOVE PARM-CORTE-N TO WS-CORTE
              END-IF
           END-IF.
           CLOSE PARM-FILE.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-DATA-HOJE TO RPT-HDR-DATA.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
       1000-SAI.
           EXIT.
      *
      *================================================================*
      * ENTRADA DO 1O SORT: LINHAS DE INCLUSAO DO DIARIO
      *================================================================*
       2000-SELECIONAR-INCLUSOES SECTION.
           OPEN INPUT MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 2100-LER-DIARIO UNTIL WS-MJR-EOF.
           CLOSE MSTJRN-FILE.
       2000-SAI.
           EXIT.
      *
       2100-LER-DIARIO SECTION.
           READ MSTJRN-FILE.
           EVALUATE TRUE
               WHEN WS-MJR-OK
                   ADD 1 TO WS-COUNT-MJR-READ
                   IF MJR-ACAO = 'I'
                      AND NOT MJR-ORIGEM-ANCORA
                      ADD 1 TO WS-COUNT-INCLUSOES
                      MOVE MJR-ID           TO ORI-ID
                      MOVE MJR-RUN-DATE     TO ORI-DATA
                      MOVE MJR-TIME         TO ORI-HORA
                      MOVE MJR-RUN-ID(1:4)  TO ORI-AGENCIA
                      RELEASE ORIGEM-RECORD
                   END-IF
               WHEN WS-MJR-EOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO MSTJRN-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
       2100-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO 1O SORT: CURSOR DE CLIENTES X ORIGEM X CANDIDATOS A
      * DUPLICADO (TODOS POR ID), PONTUACAO E GRAVACAO DA NOTA
      *================================================================*
       3000-PONTUAR-CLIENTES SECTION.
           OPEN INPUT DUPCAN-FILE.
           EVALUATE TRUE
               WHEN WS-DCN-OK
                   SET WS-COM-DUPCAN TO TRUE
               WHEN WS-DCN-AUSENTE
                   DISPLAY 'MYCQ001 DUPCANDD AUSENTE. VERIFICACAO '
                           'DUPLICADO NAO FEITA.' UPON CONSOLE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL NA ABERTURA DO DUPCAN-FILE'
                   DISPLAY 'FILE STATUS: ' WS-DCN-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
           OPEN OUTPUT SCORE-FILE.
           IF NOT WS-SCR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO SCORE-FILE'
              DISPLAY 'FILE STATUS: ' WS-SCR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXEC SQL OPEN C_CLIQUA END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYCLISCR: ERRO NA ABERTURA DO CURSOR '
                      'C_CLIQUA. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
      *
           PERFORM 3100-RETORNAR-ORIGEM.
           PERFORM 3150-LER-CANDIDATO.
           PERFORM 3200-PROCESSAR-CLIENTE UNTIL FIM-CURSOR.
      *
           EXEC SQL CLOSE C_CLIQUA END-EXEC.
           CLOSE SCORE-FILE.
           IF WS-COM-DUPCAN
              CLOSE DUPCAN-FILE
           END-IF.
       3000-SAI.
           EXIT.
      *
       3100-RETORNAR-ORIGEM SECTION.
           RETURN ORIGEM-WORK
               AT END
                   SET FIM-ORIGEM TO TRUE
           END-RETURN.
           IF FIM-ORIGEM
              MOVE HIGH-VALUES TO WS-CHAVE-ORI
           ELSE
              MOVE ORI-ID TO WS-CHAVE-ORI
           END-IF.
       3100-SAI.
           EXIT.
      *
       3150-LER-CANDIDATO SECTION.
           IF NOT WS-COM-DUPCAN
              MOVE HIGH-VALUES TO WS-CHAVE-DCN
           ELSE
              READ DUPCAN-FILE
              EVALUATE TRUE
                  WHEN WS-DCN-OK
                      ADD 1 TO WS-COUNT-DCN-READ
                      MOVE DCN-ID-CLIENTE TO WS-CHAVE-DCN
                  WHEN WS-DCN-EOF
                      MOVE HIGH-VALUES TO WS-CHAVE-DCN
                  WHEN OTHER
                      DISPLAY 'ERRO FATAL DE LEITURA NO DUPCAN-FILE'
                      DISPLAY 'FILE STATUS: ' WS-DCN-FILE-STATUS
                      PERFORM 9910-FILE-ERROR-ABEND
              END-EVALUATE
           END-IF.
       3150-SAI.
           EXIT.
      *
       3200-PROCESSAR-CLIENTE SECTION.
           EXEC SQL
               FETCH C_CLIQUA
               INTO :D-ID-CLIENTE, :D-NOME-CLIENTE,
                    :D-NOME-CLIENTE-CONT, :D-ENDERECO-CLIENTE,
                    :D-CONTATO-CLIENTE, :D-CEP-CLIENTE,
                    :D-BAIRRO-CLIENTE, :D-CIDADE-CLIENTE,
                    :D-UF-CLIENTE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET FIM-CURSOR TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MYCLISCR: ERRO NO FETCH DE C_CLIQUA. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN OTHER
                   ADD 1 TO WS-COUNT-CLIENTES
                   PERFORM 3300-ACHAR-ORIGEM
                   PERFORM 3350-ACHAR-CANDIDATO
                   PERFORM 3400-AVALIAR-CLIENTE
                   PERFORM 3800-GRAVAR-NOTA
           END-EVALUATE.
       3200-SAI.
           EXIT.
      *
      *--- A PRIMEIRA INCLUSAO DO CLIENTE (O SORT POR ID + DATA + HORA
      *--- A POE NA FRENTE); AS DEMAIS E AS DE CLIENTES QUE NAO ESTAO
      *--- MAIS NO CADASTRO SAO PULADAS
       3300-ACHAR-ORIGEM SECTION.
           PERFORM 3100-RETORNAR-ORIGEM
                   UNTIL WS-CHAVE-ORI NOT < D-ID-CLIENTE.
           IF WS-CHAVE-ORI = D-ID-CLIENTE
              MOVE ORI-AGENCIA TO WS-AGENCIA-CLI
              PERFORM 3100-RETORNAR-ORIGEM
                      UNTIL WS-CHAVE-ORI NOT = D-ID-CLIENTE
           ELSE
              MOVE '****' TO WS-AGENCIA-CLI
              ADD 1 TO WS-COUNT-SEM-ORIGEM
           END-IF.
       3300-SAI.
           EXIT.
      *
       3350-ACHAR-CANDIDATO SECTION.
           MOVE 'N' TO WS-DUPLICADO-SW.
           PERFORM 3150-LER-CANDIDATO
                   UNTIL WS-CHAVE-DCN NOT < D-ID-CLIENTE.
           IF WS-CHAVE-DCN = D-ID-CLIENTE
              SET WS-E-DUPLICADO TO TRUE
              PERFORM 3150-LER-CANDIDATO
                      UNTIL WS-CHAVE-DCN NOT = D-ID-CLIENTE
           END-IF.
       3350-SAI.
           EXIT.
      *
      *================================================================*
      * AS SETE VERIFICACOES ('S' = PASSOU) E A NOTA
      *================================================================*
       3400-AVALIAR-CLIENTE SECTION.
           MOVE ALL 'S' TO WS-RESULTADO(1) WS-RESULTADO(2)
                           WS-RESULTADO(3) WS-RESULTADO(4)
                           WS-RESULTADO(5) WS-RESULTADO(6)
                           WS-RESULTADO(7).
      *
      *--- 1. DIGITO VERIFICADOR DO ID
           SET CHK-FN-VALIDAR TO TRUE.
           MOVE D-ID-CLIENTE TO CHK-ID-CLIENTE.
           CALL 'MYCHKDIG' USING MYCHKDIG-PARAMETROS.
           IF CHK-NAO-OK
              MOVE 'N' TO WS-RESULTADO(1)
           END-IF.
      *
      *--- 2. ENDERECO ESTRUTURADO: LOGRADOURO COM NUMERO, BAIRRO,
      *--- CIDADE E UF
           MOVE ZERO TO WS-QTD-DIGITOS.
           INSPECT D-ENDERECO-CLIENTE TALLYING WS-QTD-DIGITOS
               FOR ALL '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'.
           IF WS-QTD-DIGITOS = ZERO
              OR D-BAIRRO-CLIENTE = SPACES
              OR D-CIDADE-CLIENTE = SPACES
              OR D-UF-CLIENTE = SPACES
              MOVE 'N' TO WS-RESULTADO(2)
           END-IF.
      *
      *--- 3. CEP PRESENTE
           IF D-CEP-CLIENTE NOT NUMERIC
              OR D-CEP-CLIENTE = '00000000'
              MOVE 'N' TO WS-RESULTADO(3)
           END-IF.
      *
      *--- 4. CONTATO
           PERFORM 3500-VERIFICAR-CONTATO.
      *
      *--- 5. NOME
           PERFORM 3600-VERIFICAR-NOME.
      *
      *--- 6. CONTINUACAO DA RAZAO SOCIAL
           PERFORM 3700-VERIFICAR-CONTINUACAO.
      *
      *--- 7. CANDIDATO A DUPLICADO
           IF WS-E-DUPLICADO
              MOVE 'N' TO WS-RESULTADO(7)
           END-IF.
      *
           MOVE ZERO TO WS-NOTA.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 7
              IF WS-RESULTADO(WS-V) = 'S'
                 ADD WS-VERIF-PESO(WS-V) TO WS-NOTA
              ELSE
                 ADD 1 TO WS-VERIF-QTD-FALHA(WS-V)
              END-IF
           END-PERFORM.
       3400-SAI.
           EXIT.
      *
      *--- E-MAIL: UM '@' COM ALGO ANTES, UM PONTO NO DOMINIO (NEM
      *--- COLADO NO '@' NEM NO FIM) E NENHUM ESPACO NO MEIO.
      *--- TELEFONE: SO DIGITOS E ESPACO ( ) - +, DE 10 A 13 DIGITOS
       3500-VERIFICAR-CONTATO SECTION.
           MOVE ZERO TO WS-QTD-ARROBA WS-QTD-DIGITOS WS-POS-ARROBA
                        WS-POS-PONTO WS-TAM-CONTATO.
           MOVE 'N' TO WS-ESPACO-NO-MEIO-SW WS-INVALIDO-SW.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20
              MOVE D-CONTATO-CLIENTE(WS-POS:1) TO WS-CHAR
              IF WS-CHAR NOT = SPACE
                 IF WS-TAM-CONTATO < WS-POS - 1
                    AND WS-TAM-CONTATO > ZERO
                    SET WS-ESPACO-NO-MEIO TO TRUE
                 END-IF
                 MOVE WS-POS TO WS-TAM-CONTATO
              END-IF
              EVALUATE TRUE
                  WHEN WS-CHAR = '@'
                      ADD 1 TO WS-QTD-ARROBA
                      MOVE WS-POS TO WS-POS-ARROBA
                  WHEN WS-CHAR = '.'
                      IF WS-POS-ARROBA > ZERO
                         MOVE WS-POS TO WS-POS-PONTO
                      END-IF
                  WHEN WS-CHAR-DIGITO
                      ADD 1 TO WS-QTD-DIGITOS
                  WHEN WS-CHAR-FONE
                      CONTINUE
                  WHEN OTHER
                      SET WS-INVALIDO TO TRUE
              END-EVALUATE
           END-PERFORM.
      *
           EVALUATE TRUE
               WHEN D-CONTATO-CLIENTE = SPACES
                   MOVE 'N' TO WS-RESULTADO(4)
               WHEN WS-QTD-ARROBA = 1
                   IF WS-POS-ARROBA = 1
                      OR D-CONTATO-CLIENTE(1:1) = SPACE
                      OR WS-ESPACO-NO-MEIO
                      OR WS-POS-PONTO = ZERO
                      OR WS-POS-PONTO = WS-POS-ARROBA + 1
                      OR WS-POS-PONTO = WS-TAM-CONTATO
                      MOVE 'N' TO WS-RESULTADO(4)
                   END-IF
               WHEN WS-QTD-ARROBA > 1
                   MOVE 'N' TO WS-RESULTADO(4)
               WHEN OTHER
                   IF WS-INVALIDO
                      OR WS-QTD-DIGITOS < 10
                      OR WS-QTD-DIGITOS > 13
                      MOVE 'N' TO WS-RESULTADO(4)
                   END-IF
           END-EVALUATE.
       3500-SAI.
           EXIT.
      *
      *--- NOME EM BRANCO, COM DIGITO, COM MENOS DE TRES LETRAS, UMA
      *--- LETRA SO REPETIDA OU TEXTO GENERICO DE PREENCHIMENTO
       3600-VERIFICAR-NOME SECTION.
           MOVE D-NOME-CLIENTE TO WS-NOME-MAIUSC.
           INSPECT WS-NOME-MAIUSC
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZERO TO WS-QTD-DIGITOS WS-QTD-LETRAS WS-QTD-IGUAL.
           MOVE ZERO TO WS-TAM-NOME.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 40
              MOVE WS-NOME-MAIUSC(WS-POS:1) TO WS-CHAR
              IF WS-CHAR NOT = SPACE
                 MOVE WS-POS TO WS-TAM-NOME
                 IF WS-CHAR = WS-NOME-MAIUSC(1:1)
                    ADD 1 TO WS-QTD-IGUAL
                 END-IF
              END-IF
              EVALUATE TRUE
                  WHEN WS-CHAR-DIGITO
                      ADD 1 TO WS-QTD-DIGITOS
                  WHEN WS-CHAR-LETRA
                      ADD 1 TO WS-QTD-LETRAS
              END-EVALUATE
           END-PERFORM.
      *
           EVALUATE TRUE
               WHEN WS-NOME-MAIUSC = SPACES
               WHEN WS-QTD-DIGITOS > ZERO
               WHEN WS-QTD-LETRAS < 3
               WHEN WS-QTD-IGUAL = WS-QTD-LETRAS
                   MOVE 'N' TO WS-RESULTADO(5)
               WHEN OTHER
                   PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 10
                      MOVE WS-GEN-TAM(WS-A) TO WS-B
                      IF WS-NOME-MAIUSC(1:WS-B)
                         = WS-GEN-TEXTO(WS-A)(1:WS-B)
                         AND WS-NOME-MAIUSC(WS-B + 1:1) = SPACE
                         MOVE 'N' TO WS-RESULTADO(5)
                      END-IF
                   END-PERFORM
           END-EVALUATE.
       3600-SAI.
           EXIT.
      *
      *--- CONTINUACAO SO EM NOME DE EMPRESA E SO QUANDO NAO CABIA NO
      *--- NOME_CLIENTE; NOME CHEIO SEM CONTINUACAO E SEM FORMA
      *--- JURIDICA = RAZAO SOCIAL CORTADA
       3700-VERIFICAR-CONTINUACAO SECTION.
           MOVE ZERO TO WS-TAM-CONT.
           PERFORM VARYING WS-POS FROM 40 BY -1
                   UNTIL WS-POS < 1 OR WS-TAM-CONT > ZERO
              IF D-NOME-CLIENTE-CONT(WS-POS:1) NOT = SPACE
                 MOVE WS-POS TO WS-TAM-CONT
              END-IF
           END-PERFORM.
      *
           MOVE SPACES TO WS-NOME-COMPLETO.
           STRING WS-NOME-MAIUSC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  D-NOME-CLIENTE-CONT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INTO WS-NOME-COMPLETO.
           INSPECT WS-NOME-COMPLETO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZERO TO WS-QTD-FORMA.
           INSPECT WS-NOME-COMPLETO TALLYING WS-QTD-FORMA
               FOR ALL ' LTDA' ' S.A' ' S/A' ' EIRELI' ' EPP '.
           IF WS-QTD-FORMA > ZERO
              SET WS-E-EMPRESA TO TRUE
           ELSE
              MOVE 'N' TO WS-EMPRESA-SW
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-TAM-CONT > ZERO AND NOT WS-E-EMPRESA
               WHEN WS-TAM-CONT > ZERO
                    AND WS-TAM-NOME + 1 + WS-TAM-CONT <= 40
               WHEN WS-TAM-CONT = ZERO AND WS-TAM-NOME = 40
                    AND NOT WS-E-EMPRESA
                   MOVE 'N' TO WS-RESULTADO(6)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3700-SAI.
           EXIT.
      *
      *--- GRAVA A NOTA E SOMA NA AGENCIA DE ORIGEM
       3800-GRAVAR-NOTA SECTION.
           EVALUATE TRUE
               WHEN WS-NOTA = 100
                   MOVE 1 TO WS-FAIXA
                   ADD 1 TO WS-COUNT-COMPLETOS
               WHEN WS-NOTA >= 80
                   MOVE 2 TO WS-FAIXA
               WHEN WS-NOTA >= 60
                   MOVE 3 TO WS-FAIXA
               WHEN WS-NOTA >= 40
                   MOVE 4 TO WS-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA
           END-EVALUATE.
           ADD WS-NOTA TO WS-SOMA-NOTAS.
           ADD 1 TO WS-TOT-FAIXA(WS-FAIXA).
           PERFORM 3850-LOCALIZAR-AGENCIA.
           ADD 1 TO WS-AGE-CLIENTES(WS-A).
           ADD WS-NOTA TO WS-AGE-SOMA-NOTA(WS-A).
           ADD 1 TO WS-AGE-FAIXA(WS-A, WS-FAIXA).
      *
           MOVE WS-DATA-HOJE   TO SCR-DATA.
           MOVE D-ID-CLIENTE   TO SCR-ID-CLIENTE.
           MOVE WS-AGENCIA-CLI TO SCR-AGENCIA.
           MOVE WS-NOTA        TO SCR-NOTA.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 7
              MOVE WS-RESULTADO(WS-V) TO SCR-VERIF(WS-V)
           END-PERFORM.
           MOVE D-NOME-CLIENTE TO SCR-NOME.
           WRITE SCORE-RECORD.
           IF NOT WS-SCR-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO SCORE-FILE'
              DISPLAY 'FILE STATUS: ' WS-SCR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
       3800-SAI.
           EXIT.
      *
      *--- LINHA DA AGENCIA (WS-A), CRIADA NA ORDEM DO PREFIXO; COM A
      *--- TABELA CHEIA, A ULTIMA LINHA VIRA 'OUTR' E RECEBE O RESTO
       3850-LOCALIZAR-AGENCIA SECTION.
           MOVE ZERO TO WS-A.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-AGE-COUNT OR WS-A > ZERO
              IF WS-AGE-PREFIXO(WS-B) = WS-AGENCIA-CLI
                 MOVE WS-B TO WS-A
              END-IF
           END-PERFORM.
           IF WS-A > ZERO
              GO TO 3850-SAI
           END-IF.
           IF WS-AGE-COUNT NOT < 59
              IF WS-AGE-COUNT = 59
                 DISPLAY 'MYCQ002 MAIS DE 59 AGENCIAS DE ORIGEM. '
                         'AS EXCEDENTES SAO SOMADAS EM OUTR.'
                         UPON CONSOLE
                 MOVE 60 TO WS-AGE-COUNT
                 INITIALIZE WS-AGE-ENTRY(60)
                 MOVE 'OUTR' TO WS-AGE-PREFIXO(60)
              END-IF
              MOVE 60 TO WS-A
              GO TO 3850-SAI
           END-IF.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-AGE-COUNT OR WS-A > ZERO
              IF WS-AGE-PREFIXO(WS-B) > WS-AGENCIA-CLI
                 MOVE WS-B TO WS-A
              END-IF
           END-PERFORM.
           IF WS-A = ZERO
              COMPUTE WS-A = WS-AGE-COUNT + 1
           ELSE
              PERFORM VARYING WS-B FROM WS-AGE-COUNT BY -1
                      UNTIL WS-B < WS-A
                 MOVE WS-AGE-ENTRY(WS-B) TO WS-AGE-ENTRY(WS-B + 1)
              END-PERFORM
           END-IF.
           ADD 1 TO WS-AGE-COUNT.
           INITIALIZE WS-AGE-ENTRY(WS-A).
           MOVE WS-AGENCIA-CLI TO WS-AGE-PREFIXO(WS-A).
       3850-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO 2O SORT: LISTA DE TRABALHO, DO PIOR PARA O MELHOR
      *================================================================*
       5000-EMITIR-LISTA SECTION.
           OPEN OUTPUT LST-FILE.
           IF NOT WS-LST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO LST-FILE'
              DISPLAY 'FILE STATUS: ' WS-LST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-DATA-HOJE TO LST-HDR-DATA.
           MOVE WS-CORTE     TO LST-HDR-CORTE.
           MOVE WS-LST-HEADER TO LST-RECORD.
           PERFORM 4300-WRITE-LISTA.
           MOVE WS-LST-COL-HEADER TO LST-RECORD.
           PERFORM 4300-WRITE-LISTA.
           PERFORM 5100-LISTAR-CLIENTE UNTIL FIM-LISTA.
           CLOSE LST-FILE.
       5000-SAI.
           EXIT.
      *
       5100-LISTAR-CLIENTE SECTION.
           RETURN LISTA-WORK
               AT END
                   SET FIM-LISTA TO TRUE
           END-RETURN.
           IF NOT FIM-LISTA
              IF LSW-NOTA NOT < WS-CORTE
                 OR WS-COUNT-LISTA NOT < WS-MAX-LISTA
                 SET FIM-LISTA TO TRUE
              ELSE
                 ADD 1 TO WS-COUNT-LISTA
                 MOVE LSW-ID-CLIENTE TO LST-DET-CLIENTE
                 MOVE LSW-AGENCIA    TO LST-DET-AGENCIA
                 MOVE LSW-NOTA       TO LST-DET-NOTA
                 MOVE LSW-NOME       TO LST-DET-NOME
                 MOVE SPACES TO LST-DET-FALHAS
                 MOVE 1 TO WS-POS
                 PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 7
                    IF LSW-VERIF(WS-V) = 'N'
                       MOVE WS-VERIF-CODIGO(WS-V)
                         TO LST-DET-FALHAS(WS-POS:10)
                       ADD 10 TO WS-POS
                    END-IF
                 END-PERFORM
                 MOVE WS-LST-DETAIL-LINE TO LST-RECORD
                 PERFORM 4300-WRITE-LISTA
              END-IF
           END-IF.
       5100-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO: FALHAS, DISTRIBUICAO POR AGENCIA,
      * TOTAIS E O HISTORICO DE QUALIDADE
      *================================================================*
       6000-FINALIZE SECTION.
           IF WS-COUNT-CLIENTES > ZERO
              COMPUTE WS-MEDIA ROUNDED =
                  WS-SOMA-NOTAS / WS-COUNT-CLIENTES
           END-IF.
      *
           MOVE WS-RPT-VERIF-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 7
              MOVE WS-VERIF-CODIGO(WS-V)    TO RPT-VER-CODIGO
              MOVE WS-VERIF-DESC(WS-V)      TO RPT-VER-DESC
              MOVE WS-VERIF-PESO(WS-V)      TO RPT-VER-PESO
              MOVE WS-VERIF-QTD-FALHA(WS-V) TO RPT-VER-FALHAS
              MOVE ZERO TO WS-PCT
              IF WS-COUNT-CLIENTES > ZERO
                 COMPUTE WS-PCT ROUNDED =
                     WS-VERIF-QTD-FALHA(WS-V) * 100 / WS-COUNT-CLIENTES
              END-IF
              MOVE WS-PCT TO RPT-VER-PCT
              MOVE WS-RPT-VERIF-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-PERFORM.
      *
           MOVE WS-RPT-AGE-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AGE-COUNT
              MOVE WS-AGE-PREFIXO(WS-A)  TO RPT-AGE-PREFIXO
              MOVE WS-AGE-CLIENTES(WS-A) TO RPT-AGE-CLIENTES
              COMPUTE RPT-AGE-MEDIA ROUNDED =
                  WS-AGE-SOMA-NOTA(WS-A) / WS-AGE-CLIENTES(WS-A)
              PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
                 MOVE WS-AGE-FAIXA(WS-A, WS-B) TO RPT-AGE-FAIXA(WS-B)
              END-PERFORM
              MOVE WS-RPT-AGE-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-PERFORM.
           MOVE 'TOTAL'           TO RPT-AGE-PREFIXO.
           MOVE WS-COUNT-CLIENTES TO RPT-AGE-CLIENTES.
           MOVE WS-MEDIA          TO RPT-AGE-MEDIA.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
              MOVE WS-TOT-FAIXA(WS-B) TO RPT-AGE-FAIXA(WS-B)
           END-PERFORM.
           MOVE WS-RPT-AGE-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'CLIENTES PONTUADOS                     :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-CLIENTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CADASTROS COMPLETOS (NOTA 100)         :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-COMPLETOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'NOTA MEDIA DA BASE                     :'
               TO RPT-MSG-DESC.
           MOVE WS-MEDIA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES SEM INCLUSAO NO DIARIO (****) :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-ORIGEM TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CANDIDATOS A DUPLICADO LIDOS (DUPCANDD):'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-DCN-READ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES NA LISTA DE TRABALHO          :'
               TO RPT-MSG-DESC.
           MOVE WS-COUNT-LISTA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           IF NOT WS-COM-DUPCAN
              MOVE SPACES TO RPT-RECORD
              MOVE '*** SEM DUPCANDD: VERIFICACAO DUPLICADO NAO FEITA'
                  TO RPT-RECORD(2:60)
              PERFORM 4200-WRITE-REPORT
           END-IF.
           CLOSE RPT-FILE.
      *
           PERFORM 6100-GRAVAR-DQHIST.
       6000-SAI.
           EXIT.
      *
      *--- TOTAIS DA SEMANA NO HISTORICO DE QUALIDADE (OPEN EXTEND)
       6100-GRAVAR-DQHIST SECTION.
           OPEN EXTEND DQHIST-FILE.
           IF NOT WS-DQHIST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO DQHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-DQHIST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-DATA-HOJE TO DQ-DATE.
           MOVE 'MYCLISCR'   TO DQ-FONTE.
           MOVE 'CLIENTES'   TO DQ-MOTIVO.
           MOVE WS-COUNT-CLIENTES TO DQ-COUNT.
           PERFORM 6150-WRITE-DQHIST.
           MOVE 'NOTA-MEDIA' TO DQ-MOTIVO.
           MOVE WS-MEDIA TO DQ-COUNT.
           PERFORM 6150-WRITE-DQHIST.
           MOVE 'COMPLETOS'  TO DQ-MOTIVO.
           MOVE WS-COUNT-COMPLETOS TO DQ-COUNT.
           PERFORM 6150-WRITE-DQHIST.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 7
              MOVE WS-VERIF-CODIGO(WS-V)    TO DQ-MOTIVO
              MOVE WS-VERIF-QTD-FALHA(WS-V) TO DQ-COUNT
              PERFORM 6150-WRITE-DQHIST
           END-PERFORM.
           CLOSE DQHIST-FILE.
       6100-SAI.
           EXIT.
      *
       6150-WRITE-DQHIST SECTION.
           WRITE DQHIST-RECORD.
           IF NOT WS-DQHIST-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO DQHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-DQHIST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
       6150-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4200-WRITE-REPORT SECTION.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
       4200-SAI.
           EXIT.
      *
       4210-WRITE-SUMMARY-LINE SECTION.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
       4210-SAI.
           EXIT.
      *
       4300-WRITE-LISTA SECTION.
           WRITE LST-RECORD.
           IF NOT WS-LST-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO LST-FILE'
              DISPLAY 'FILE STATUS: ' WS-LST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
       4300-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYCLISCR ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYCLISCR ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
