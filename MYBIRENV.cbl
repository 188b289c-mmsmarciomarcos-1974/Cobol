       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYBIRENV.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - ARQUIVO MENSAL DE ENVIO AO BIRO DE CREDITO
      *
      * A TROCA MENSAL COM O BIRO: NOS ENVIAMOS OS CLIENTES
      * IDENTIFICADOS COM A POSICAO DELES E O BIRO DEVOLVE O SCORE DE
      * RISCO E AS RESTRICOES (CARGA DO RETORNO NO MYBIRRET). ESTE
      * PROGRAMA GERA O ARQUIVO DE ENVIO NO LAYOUT FIXO DO BIRO
      * (250 BYTES):
      *
      *   - REGISTRO '0' DE CABECALHO: CODIGO DO PARTICIPANTE, MES DE
      *     REFERENCIA, DATA DE GERACAO E VERSAO DO LAYOUT ('01');
      *   - UM REGISTRO '1' POR CLIENTE VIVO DO TB_CLIENTES (NEM
      *     INATIVO NEM ANONIMIZADO) COM CONSENTIMENTO 'BIR' CONCEDIDO
      *     (MYCONSNT): ID, NOME COMPLETO (COM A CONTINUACAO), ENDERECO
      *     ESTRUTURADO (LOGRADOURO, BAIRRO, CIDADE, UF, CEP) E A
      *     POSICAO NO MST-FILE - SOMA DAS CONTAS DO CLIENTE, NATUREZA
      *     (D/C), SALDO ABSOLUTO, QUANTIDADE DE CONTAS E A DATA DA
      *     ULTIMA ATUALIZACAO. CLIENTE SEM CONTA NO MESTRE SAI COM
      *     ZERO CONTAS E SALDO ZERO;
      *   - REGISTRO '9' DE CONTROLE: QUANTIDADE DE CLIENTES, SOMA
      *     DEVEDORA, SOMA CREDORA E TOTAL DE REGISTROS DO ARQUIVO
      *     (CABECALHO E CONTROLE INCLUSIVE) - O BIRO RECUSA O ARQUIVO
      *     QUE NAO FECHA;
      *   - RELATORIO (REPORTDD) COM OS CLIENTES FORA DO ENVIO POR
      *     FALTA DE CONSENTIMENTO (SO CONTAGEM), OS REJEITADOS PELAS
      *     REGRAS DE CAMPO DO BIRO (DIGITO VERIFICADOR DO ID INVALIDO,
      *     ENDERECO ESTRUTURADO INCOMPLETO, SALDO NAO NUMERICO NO
      *     MESTRE) E A CONCILIACAO DOS TOTAIS DO ARQUIVO COM O MESTRE.
      *     REJEITADO PRESENTE = RC 4.
      *
      * O CURSOR DE CLIENTES E O MESTRE SAO LIDOS JUNTOS, OS DOIS NA
      * ORDEM DO ID. CONTA NO MESTRE SEM CLIENTE VIVO NO CADASTRO NAO
      * VAI AO BIRO (SO ENTRA NA CONTAGEM DA CONCILIACAO).
      *
      * CARTAO PARMDD: MES DE REFERENCIA AAAAMM (O MESMO CARTAO DO
      * MYCYCRPT GRAVADO PELO PORTAO DO FECHAMENTO).
      * CARTAO BIRPRMDD: COLUNAS 1-8 CODIGO DO PARTICIPANTE DADO PELO
      * BIRO (OBRIGATORIO).
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
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT ENV-FILE ASSIGN TO BIRENVDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ENV-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BPR-FILE ASSIGN TO BIRPRMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BPR-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
      *--- (IGUAL AO MYREGPOS)
       01 MST-RECORD-ALT REDEFINES MST-RECORD.
           05 FILLER                 PIC X(89).
           05 MST-SALDO-X            PIC X(13).
           05 FILLER                 PIC X(17).
      *
      *--- O LAYOUT FIXO DO BIRO (250 BYTES): CABECALHO '0', DETALHE
      *--- '1' POR CLIENTE E CONTROLE '9'
       FD ENV-FILE
          RECORD CONTAINS 250 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 ENV-RECORD                PIC X(250).
       01 ENV-RECORD-CAB REDEFINES ENV-RECORD.
           05 ENC-TIPO               PIC X(01).
           05 ENC-PARTICIPANTE       PIC X(08).
           05 ENC-REFERENCIA         PIC 9(06).
           05 ENC-DATA-GERACAO       PIC 9(08).
           05 ENC-VERSAO             PIC X(02).
           05 FILLER                 PIC X(225).
       01 ENV-RECORD-DET REDEFINES ENV-RECORD.
           05 END-TIPO               PIC X(01).
           05 END-ID-CLIENTE         PIC X(10).
           05 END-NOME               PIC X(40).
           05 END-NOME-CONT          PIC X(40).
           05 END-LOGRADOURO         PIC X(40).
           05 END-BAIRRO             PIC X(30).
           05 END-CIDADE             PIC X(30).
           05 END-UF                 PIC X(02).
           05 END-CEP                PIC X(08).
           05 END-QTDE-CONTAS        PIC 9(03).
           05 END-NATUREZA           PIC X(01).
           05 END-SALDO              PIC 9(13)V99.
           05 END-ULT-ATUALIZACAO    PIC 9(08).
           05 FILLER                 PIC X(22).
       01 ENV-RECORD-TOT REDEFINES ENV-RECORD.
           05 ENT-TIPO               PIC X(01).
           05 ENT-QTDE-CLIENTES      PIC 9(09).
           05 ENT-TOTAL-DEVEDOR      PIC 9(15)V99.
           05 ENT-TOTAL-CREDOR       PIC 9(15)V99.
           05 ENT-QTDE-REGISTROS     PIC 9(09).
           05 FILLER                 PIC X(197).
      *
      *--- MESMO LAYOUT DO PARM-RECORD DO MYCYCRPT
       FD PARM-FILE
          RECORD CONTAINS 6 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-MES               PIC 9(06).
      *
       FD BPR-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 BPR-RECORD.
           05 BPR-PARTICIPANTE       PIC X(08).
           05 FILLER                 PIC X(72).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCLISCR
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-NOME-CLIENTE-CONT   PIC X(40).
           05 D-ENDERECO-CLIENTE    PIC X(40).
           05 D-CEP-CLIENTE         PIC X(08).
           05 D-BAIRRO-CLIENTE      PIC X(30).
           05 D-CIDADE-CLIENTE      PIC X(30).
           05 D-UF-CLIENTE          PIC X(02).
      *
      *--- CLIENTES COM CADASTRO VIVO, NA ORDEM DO MESTRE
           EXEC SQL
               DECLARE C_BIRCLI CURSOR FOR
                   SELECT ID_CLIENTE, NOME_CLIENTE,
                          COALESCE(NOME_CLIENTE_CONT, ' '),
                          ENDERECO_CLIENTE,
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
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK          VALUE '00'.
              88 WS-MST-EOF         VALUE '10'.
           05 WS-ENV-FILE-STATUS    PIC X(02).
              88 WS-ENV-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-BPR-FILE-STATUS    PIC X(02).
              88 WS-BPR-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
       01 WS-EOF-CURSOR             PIC X(01) VALUE 'N'.
           88 FIM-CURSOR                   VALUE 'S'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ENVIADOS     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-CONSENT  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REJEITADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-CONTA    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CONTAS-MST   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CONTAS-ORFAS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REGISTROS    PIC 9(09) VALUE ZERO.
      *
      *--- CLIENTE EM CURSO: AS CONTAS DO ID NO MESTRE SAO SOMADAS
      *--- ATE A QUEBRA (UM SALDO CORROMPIDO MARCA O CLIENTE)
       01 WS-CLIENTE-CORRENTE.
           05 WS-CLI-SALDO          PIC S9(13)V99 VALUE ZERO.
           05 WS-CLI-SALDO-ABS      PIC 9(13)V99 VALUE ZERO.
           05 WS-CLI-CONTAS         PIC 9(03) VALUE ZERO.
           05 WS-CLI-ULT-ATU        PIC 9(08) VALUE ZERO.
           05 WS-CLI-SALDO-RUIM-SW  PIC X(01) VALUE 'N'.
              88 WS-CLI-SALDO-RUIM  VALUE 'S'.
      *
      *--- TOTAIS DO ARQUIVO GERADO E DO MESTRE INTEIRO, PARA A
      *--- CONCILIACAO PROVAR A AMARRACAO
       01 WS-TOTAIS-CONTROLE.
           05 WS-TOT-DEVEDOR        PIC 9(15)V99 VALUE ZERO.
           05 WS-TOT-CREDOR         PIC 9(15)V99 VALUE ZERO.
           05 WS-MST-TOT-SALDO      PIC S9(15)V99 VALUE ZERO.
           05 WS-ARQ-TOT-SALDO      PIC S9(15)V99 VALUE ZERO.
           05 WS-FORA-TOT-SALDO     PIC S9(15)V99 VALUE ZERO.
           05 WS-MES-REFERENCIA     PIC 9(06) VALUE ZERO.
           05 WS-PARTICIPANTE       PIC X(08) VALUE SPACES.
           05 WS-DATA-GERACAO       PIC 9(08) VALUE ZERO.
           05 WS-CURRENT-DATE       PIC X(21).
           05 WS-REJ-MOTIVO         PIC X(40).
           05 WS-SALDO-EDIT         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *--- VALIDACAO DO DIGITO VERIFICADOR DO ID (MODULO MYCHKDIG)
       COPY MYCHKDGC.
      *
      *--- CONSULTA DO CONSENTIMENTO 'BIR' (MODULO MYCONSNT)
       COPY MYCNSC.
      *
       01 RPT-HEADER-1             PIC X(133) VALUE
           'MYBIRENV - ARQUIVO DE ENVIO AO BIRO DE CREDITO'.
       01 RPT-DIVISOR              PIC X(133) VALUE ALL '='.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CLIENTE UNTIL FIM-CURSOR.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYBIRENV CONCLUIDO. ENVIADOS: '
                   WS-COUNT-ENVIADOS ' REJEITADOS: '
                   WS-COUNT-REJEITADOS.
           IF WS-COUNT-REJEITADOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DATA-GERACAO.
      *
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARM-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO PARM-FILE'
              DISPLAY 'FILE STATUS: ' WS-PARM-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ PARM-FILE.
           IF NOT WS-PARM-OK
              OR PARM-MES NOT NUMERIC
              OR PARM-MES(5:2) < '01' OR PARM-MES(5:2) > '12'
              DISPLAY 'MYBE001 - MES DE REFERENCIA INVALIDO NO '
                      'CARTAO PARMDD' UPON CONSOLE
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE PARM-MES TO WS-MES-REFERENCIA.
           CLOSE PARM-FILE.
      *
           OPEN INPUT BPR-FILE.
           IF NOT WS-BPR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO BPR-FILE'
              DISPLAY 'FILE STATUS: ' WS-BPR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ BPR-FILE.
           IF NOT WS-BPR-OK
              OR BPR-PARTICIPANTE = SPACES
              DISPLAY 'MYBE002 - CODIGO DO PARTICIPANTE AUSENTE NO '
                      'CARTAO BIRPRMDD' UPON CONSOLE
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE BPR-PARTICIPANTE TO WS-PARTICIPANTE.
           CLOSE BPR-FILE.
      *
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT ENV-FILE.
           IF NOT WS-ENV-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO ENV-FILE'
              DISPLAY 'FILE STATUS: ' WS-ENV-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           MOVE SPACES TO RPT-RECORD.
           STRING 'PARTICIPANTE=' DELIMITED BY SIZE
                  WS-PARTICIPANTE DELIMITED BY SIZE
                  ' REFERENCIA=' DELIMITED BY SIZE
                  WS-MES-REFERENCIA DELIMITED BY SIZE
                  ' GERADO EM=' DELIMITED BY SIZE
                  WS-DATA-GERACAO DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD FROM RPT-DIVISOR.
           MOVE 'REJEITADOS PELAS REGRAS DE CAMPO DO BIRO:'
               TO RPT-RECORD.
           WRITE RPT-RECORD.
      *
           MOVE SPACES TO ENV-RECORD.
           MOVE '0' TO ENC-TIPO.
           MOVE WS-PARTICIPANTE TO ENC-PARTICIPANTE.
           MOVE WS-MES-REFERENCIA TO ENC-REFERENCIA.
           MOVE WS-DATA-GERACAO TO ENC-DATA-GERACAO.
           MOVE '01' TO ENC-VERSAO.
           PERFORM 4100-WRITE-ENV-RECORD.
      *
           EXEC SQL OPEN C_BIRCLI END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYBIRENV: ERRO NA ABERTURA DO CURSOR '
                      'C_BIRCLI. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
      *
           PERFORM 4000-READ-NEXT-MASTER.
           PERFORM 4200-FETCH-NEXT-CLIENTE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
      *--- UM CLIENTE DO CADASTRO POR VOLTA: AS CONTAS DO MESTRE DE ID
      *--- MENOR SAO DE CLIENTE FORA DO CADASTRO VIVO E SO SAO
      *--- CONTADAS; AS DO PROPRIO ID SAO SOMADAS ATE A QUEBRA
       2000-PROCESS-CLIENTE.
           ADD 1 TO WS-COUNT-LIDOS.
           PERFORM 2050-PULAR-CONTA-ORFA
               UNTIL WS-MST-EOF OR MST-ID NOT < D-ID-CLIENTE.
      *
           MOVE ZERO TO WS-CLI-SALDO.
           MOVE ZERO TO WS-CLI-CONTAS.
           MOVE ZERO TO WS-CLI-ULT-ATU.
           MOVE 'N'  TO WS-CLI-SALDO-RUIM-SW.
           PERFORM 2060-SOMAR-CONTA
               UNTIL WS-MST-EOF OR MST-ID NOT = D-ID-CLIENTE.
      *
           PERFORM 2100-CONFERIR-CONSENTIMENTO.
           IF CNS-CONCEDIDO
              PERFORM 2150-VALIDAR-REGRAS
              IF WS-REJ-MOTIVO = SPACES
                 PERFORM 2200-GRAVAR-DETALHE
              ELSE
                 ADD 1 TO WS-COUNT-REJEITADOS
                 ADD WS-CLI-SALDO TO WS-FORA-TOT-SALDO
                 PERFORM 2300-LISTAR-REJEITADO
              END-IF
           ELSE
              ADD 1 TO WS-COUNT-SEM-CONSENT
              ADD WS-CLI-SALDO TO WS-FORA-TOT-SALDO
           END-IF.
      *
           PERFORM 4200-FETCH-NEXT-CLIENTE.
           EXIT.
      *
       2050-PULAR-CONTA-ORFA.
           ADD 1 TO WS-COUNT-CONTAS-MST.
           ADD 1 TO WS-COUNT-CONTAS-ORFAS.
           IF MST-SALDO-X IS NUMERIC
              ADD MST-SALDO TO WS-MST-TOT-SALDO
              ADD MST-SALDO TO WS-FORA-TOT-SALDO
           END-IF.
           PERFORM 4000-READ-NEXT-MASTER.
           EXIT.
      *
      *--- SALDO CORROMPIDO NAO ENTRA EM CONTA NENHUMA (NAO PODE
      *--- DERRUBAR A RODADA COM S0C7) E REJEITA O CLIENTE
       2060-SOMAR-CONTA.
           ADD 1 TO WS-COUNT-CONTAS-MST.
           ADD 1 TO WS-CLI-CONTAS.
           IF MST-SALDO-X IS NUMERIC
              ADD MST-SALDO TO WS-MST-TOT-SALDO
              ADD MST-SALDO TO WS-CLI-SALDO
           ELSE
              SET WS-CLI-SALDO-RUIM TO TRUE
           END-IF.
           IF MST-ULT-ATUALIZACAO IS NUMERIC
              AND MST-ULT-ATUALIZACAO > WS-CLI-ULT-ATU
              MOVE MST-ULT-ATUALIZACAO TO WS-CLI-ULT-ATU
           END-IF.
           PERFORM 4000-READ-NEXT-MASTER.
           EXIT.
      *
      *--- SEM CONSENTIMENTO 'BIR' O CLIENTE NAO SAI DA CASA
       2100-CONFERIR-CONSENTIMENTO.
           MOVE D-ID-CLIENTE TO CNS-ID-CLIENTE.
           SET CNS-FIN-BIRO TO TRUE.
           CALL 'MYCONSNT' USING MYCONSNT-PARAMETROS.
           IF CNS-ERRO-SQL
              DISPLAY 'MYBIRENV: ERRO NA CONSULTA DO CONSENTIMENTO. '
                      'SQLCODE: ' CNS-SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- AS REGRAS DE CAMPO DO BIRO: ID COM DIGITO VALIDO, ENDERECO
      *--- ESTRUTURADO COMPLETO (LOGRADOURO, CIDADE, UF E CEP - O
      *--- BAIRRO E OPCIONAL NO LAYOUT) E SALDOS NUMERICOS NO MESTRE
       2150-VALIDAR-REGRAS.
           MOVE SPACES TO WS-REJ-MOTIVO.
      *
           SET CHK-FN-VALIDAR TO TRUE.
           MOVE D-ID-CLIENTE TO CHK-ID-CLIENTE.
           CALL 'MYCHKDIG' USING MYCHKDIG-PARAMETROS.
           IF CHK-NAO-OK
              MOVE 'DIGITO VERIFICADOR DO ID INVALIDO'
                  TO WS-REJ-MOTIVO
           END-IF.
      *
           IF WS-REJ-MOTIVO = SPACES
              IF D-ENDERECO-CLIENTE = SPACES
                 OR D-CIDADE-CLIENTE = SPACES
                 OR D-UF-CLIENTE = SPACES
                 OR D-CEP-CLIENTE = SPACES
                 MOVE 'ENDERECO ESTRUTURADO INCOMPLETO'
                     TO WS-REJ-MOTIVO
              END-IF
           END-IF.
      *
           IF WS-REJ-MOTIVO = SPACES
              IF WS-CLI-SALDO-RUIM
                 MOVE 'SALDO NAO NUMERICO NO MESTRE' TO WS-REJ-MOTIVO
              END-IF
           END-IF.
           EXIT.
      *
       2200-GRAVAR-DETALHE.
           MOVE SPACES TO ENV-RECORD.
           MOVE '1' TO END-TIPO.
           MOVE D-ID-CLIENTE TO END-ID-CLIENTE.
           MOVE D-NOME-CLIENTE TO END-NOME.
           MOVE D-NOME-CLIENTE-CONT TO END-NOME-CONT.
           MOVE D-ENDERECO-CLIENTE TO END-LOGRADOURO.
           MOVE D-BAIRRO-CLIENTE TO END-BAIRRO.
           MOVE D-CIDADE-CLIENTE TO END-CIDADE.
           MOVE D-UF-CLIENTE TO END-UF.
           MOVE D-CEP-CLIENTE TO END-CEP.
           MOVE WS-CLI-CONTAS TO END-QTDE-CONTAS.
           IF WS-CLI-SALDO < ZERO
              MOVE 'D' TO END-NATUREZA
              COMPUTE WS-CLI-SALDO-ABS = WS-CLI-SALDO * -1
              ADD WS-CLI-SALDO-ABS TO WS-TOT-DEVEDOR
           ELSE
              MOVE 'C' TO END-NATUREZA
              MOVE WS-CLI-SALDO TO WS-CLI-SALDO-ABS
              ADD WS-CLI-SALDO-ABS TO WS-TOT-CREDOR
           END-IF.
           MOVE WS-CLI-SALDO-ABS TO END-SALDO.
           MOVE WS-CLI-ULT-ATU TO END-ULT-ATUALIZACAO.
           PERFORM 4100-WRITE-ENV-RECORD.
           ADD 1 TO WS-COUNT-ENVIADOS.
           ADD WS-CLI-SALDO TO WS-ARQ-TOT-SALDO.
           IF WS-CLI-CONTAS = ZERO
              ADD 1 TO WS-COUNT-SEM-CONTA
           END-IF.
           EXIT.
      *
       2300-LISTAR-REJEITADO.
           MOVE SPACES TO RPT-RECORD.
           STRING '   ID=' DELIMITED BY SIZE
                  D-ID-CLIENTE DELIMITED BY SIZE
                  ' CONTAS=' DELIMITED BY SIZE
                  WS-CLI-CONTAS DELIMITED BY SIZE
                  ' MOTIVO: ' DELIMITED BY SIZE
                  WS-REJ-MOTIVO DELIMITED BY SIZE
                  ' NOME: ' DELIMITED BY SIZE
                  D-NOME-CLIENTE DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO (CONTROLE E CONCILIACAO)
      *================================================================*
       3000-FINALIZE.
           EXEC SQL CLOSE C_BIRCLI END-EXEC.
      *
      *--- CONTAS DO MESTRE DEPOIS DO ULTIMO CLIENTE DO CADASTRO
           PERFORM 2050-PULAR-CONTA-ORFA UNTIL WS-MST-EOF.
      *
      *--- O TOTAL DE REGISTROS CONTA O PROPRIO REGISTRO DE CONTROLE
           MOVE SPACES TO ENV-RECORD.
           MOVE '9' TO ENT-TIPO.
           MOVE WS-COUNT-ENVIADOS TO ENT-QTDE-CLIENTES.
           MOVE WS-TOT-DEVEDOR    TO ENT-TOTAL-DEVEDOR.
           MOVE WS-TOT-CREDOR     TO ENT-TOTAL-CREDOR.
           COMPUTE ENT-QTDE-REGISTROS = WS-COUNT-REGISTROS + 1.
           PERFORM 4100-WRITE-ENV-RECORD.
      *
           WRITE RPT-RECORD FROM RPT-DIVISOR.
           MOVE 'CONCILIACAO: TOTAIS DO ARQUIVO X SALDOS DO MESTRE'
               TO RPT-RECORD.
           WRITE RPT-RECORD.
      *
           MOVE WS-MST-TOT-SALDO TO WS-SALDO-EDIT.
           MOVE SPACES TO RPT-RECORD.
           STRING '   SALDO TOTAL DO MESTRE ............ '
                  DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
      *
           MOVE WS-ARQ-TOT-SALDO TO WS-SALDO-EDIT.
           MOVE SPACES TO RPT-RECORD.
           STRING '   SALDO LIQUIDO NO ARQUIVO ......... '
                  DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
      *
           MOVE WS-FORA-TOT-SALDO TO WS-SALDO-EDIT.
           MOVE SPACES TO RPT-RECORD.
           STRING '   SALDO FORA DO ENVIO .............. '
                  DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
      *
      *--- A PROVA DA AMARRACAO: MESTRE = ARQUIVO + FORA DO ENVIO
      *--- (SEM CONSENTIMENTO, REJEITADOS E CONTAS SEM CADASTRO VIVO)
           IF WS-MST-TOT-SALDO = WS-ARQ-TOT-SALDO + WS-FORA-TOT-SALDO
              MOVE '   AMARRACAO CONFERIDA: ARQUIVO + FORA DO ENVIO = M
      -           'ESTRE' TO RPT-RECORD
           ELSE
              MOVE '   *** AMARRACAO NAO CONFERE - INVESTIGAR ANTES
      -           'DO ENVIO ***' TO RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
      *
           MOVE SPACES TO RPT-RECORD.
           STRING 'CLIENTES LIDOS=' DELIMITED BY SIZE
                  WS-COUNT-LIDOS DELIMITED BY SIZE
                  ' ENVIADOS=' DELIMITED BY SIZE
                  WS-COUNT-ENVIADOS DELIMITED BY SIZE
                  ' SEM CONSENTIMENTO=' DELIMITED BY SIZE
                  WS-COUNT-SEM-CONSENT DELIMITED BY SIZE
                  ' REJEITADOS=' DELIMITED BY SIZE
                  WS-COUNT-REJEITADOS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
      *
           MOVE SPACES TO RPT-RECORD.
           STRING 'ENVIADOS SEM CONTA NO MESTRE=' DELIMITED BY SIZE
                  WS-COUNT-SEM-CONTA DELIMITED BY SIZE
                  ' CONTAS NO MESTRE=' DELIMITED BY SIZE
                  WS-COUNT-CONTAS-MST DELIMITED BY SIZE
                  ' SEM CADASTRO VIVO=' DELIMITED BY SIZE
                  WS-COUNT-CONTAS-ORFAS DELIMITED BY SIZE
                  ' REGISTROS NO ARQUIVO=' DELIMITED BY SIZE
                  ENT-QTDE-REGISTROS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           WRITE RPT-RECORD.
      *
           CLOSE MST-FILE ENV-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-MASTER.
           READ MST-FILE.
           IF WS-MST-OK
              CONTINUE
           ELSE
              IF NOT WS-MST-EOF
                 DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                 PERFORM 9910-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       4100-WRITE-ENV-RECORD.
           WRITE ENV-RECORD.
           IF NOT WS-ENV-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO ENV-FILE'
              DISPLAY 'FILE STATUS: ' WS-ENV-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-REGISTROS.
           EXIT.
      *
       4200-FETCH-NEXT-CLIENTE.
           EXEC SQL
               FETCH C_BIRCLI
               INTO :D-ID-CLIENTE, :D-NOME-CLIENTE,
                    :D-NOME-CLIENTE-CONT, :D-ENDERECO-CLIENTE,
                    :D-CEP-CLIENTE, :D-BAIRRO-CLIENTE,
                    :D-CIDADE-CLIENTE, :D-UF-CLIENTE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET FIM-CURSOR TO TRUE
               WHEN OTHER
                   DISPLAY 'MYBIRENV: ERRO NO FETCH DE TB_CLIENTES. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYBIRENV ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYBIRENV ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
