       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYBIRRET.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CARGA DO RETORNO DO BIRO DE CREDITO
      *
      * O BIRO DEVOLVE, PARA O ARQUIVO MENSAL QUE ENVIAMOS (MYBIRENV),
      * O SCORE DE RISCO E AS RESTRICOES DE MERCADO DE CADA CLIENTE
      * (BIRRETDD, 100 BYTES):
      *   'H' CABECALHO: VERSAO DO LAYOUT ('01'), MES DE REFERENCIA
      *       AAAAMM, DATA DE PROCESSAMENTO NO BIRO E CODIGO DO
      *       PARTICIPANTE;
      *   'D' UM POR CLIENTE: ID, SCORE 0000-1000, RESTRICOES S/N
      *       (PROTESTO, INADIMPLENCIA, ACAO JUDICIAL, FALENCIA) E
      *       CLIENTE LOCALIZADO NO BIRO S/N;
      *   'T' CONTROLE: QUANTIDADE DE REGISTROS 'D'.
      *
      * PRIMEIRA PASSADA - ESTRUTURA DO ARQUIVO: CABECALHO NO INICIO,
      * CONTROLE NO FIM E CONFERINDO COM OS DETALHES, VERSAO '01',
      * PARTICIPANTE IGUAL AO NOSSO (BIRPRMDD) E MES VALIDO. FALHOU =
      * ARQUIVO INTEIRO RECUSADO (RC 8), NADA GRAVADO - PEDIR AO BIRO
      * O REENVIO.
      *
      * SEGUNDA PASSADA - CADA DETALHE (FALHOU = LINHA REJEITADA NO
      * RELATORIO):
      *   - CLIENTE EM TB_CLIENTES E NAO ANONIMIZADO;
      *   - CONSENTIMENTO 'BIR' AINDA CONCEDIDO (MYCONSNT) - QUEM
      *     REVOGOU DEPOIS DO ENVIO NAO TEM O SCORE GUARDADO;
      *   - SCORE NUMERICO ATE 1000 E INDICADORES S/N;
      *   - CLIENTE UMA VEZ SO NO ARQUIVO.
      * CLIENTE NAO LOCALIZADO PELO BIRO NAO E GRAVADO (SO CONTADO).
      *
      * A LINHA VALIDA E GRAVADA EM TB_CLIENTES_BIRO (LAYOUT NO
      * COPYBOOK MYBIRC) COM SEM_LIMITE = 'S' QUANDO HA ALGUMA
      * RESTRICAO OU O SCORE ESTA ABAIXO DO MINIMO DO CARTAO. A CARGA
      * DO MES E REFEITA INTEIRA: AS LINHAS DA REFERENCIA SAO
      * APAGADAS ANTES (REPROCESSAR O MESMO ARQUIVO NAO DUPLICA). O
      * COMMIT E UNICO, NO FIM.
      *
      * DEPOIS DO COMMIT O BIRRSKDD (VSAM KSDS POR ID, REUSE) E
      * RECONSTRUIDO INTEIRO COM A REFERENCIA MAIS RECENTE DE CADA
      * CLIENTE (MESMO ESQUEMA DO MYKYCBLQ) - E ELE QUE O MYBATCH LE
      * NO LIMITE DE DEBITO (R031).
      *
      * RELATORIO DE MUDANCAS (MUDANCDD): CLIENTES CUJO SCORE MUDOU
      * MAIS QUE O LIMITE DO CARTAO EM RELACAO A REFERENCIA ANTERIOR
      * GUARDADA, E OS QUE PASSARAM A FICAR (OU DEIXARAM DE FICAR)
      * SEM LIMITE.
      *
      * CARTAO BIRPRMDD: COLUNAS 1-8 CODIGO DO PARTICIPANTE (O MESMO
      * CARTAO DO MYBIRENV).
      * PARMDD (OPCIONAL):
      *   COLUNAS 1-4 = VARIACAO DE SCORE QUE ENTRA NO RELATORIO DE
      *                 MUDANCAS 9(04) (BRANCO = 100)
      *   COLUNAS 5-8 = SCORE MINIMO PARA TER LIMITE DE POSICAO
      *                 DEVEDORA 9(04) (BRANCO = 300)
      *
      * RETURN-CODE 0 = OK; 4 = HOUVE LINHA REJEITADA (VER O
      * RELATORIO); 8 = ARQUIVO RECUSADO; 16 = ERRO FATAL.
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
           SELECT RET-FILE ASSIGN TO BIRRETDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RET-FILE-STATUS.
      *--- RISCO VIGENTE POR CLIENTE (VSAM KSDS POR ID, REUSE),
      *--- GRAVADO EM ORDEM DE CHAVE NA SAIDA DO CURSOR
           SELECT BIR-FILE ASSIGN TO BIRRSKDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BIR-ID
                  FILE STATUS IS WS-BIR-FILE-STATUS.
           SELECT BPR-FILE ASSIGN TO BIRPRMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BPR-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT MUD-FILE ASSIGN TO MUDANCDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MUD-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- ARQUIVO DE RETORNO DO BIRO: CABECALHO 'H', DETALHE 'D' E
      *--- CONTROLE 'T'
       FD RET-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RET-RECORD.
           05 RET-TIPO               PIC X(01).
              88 RET-CABECALHO       VALUE 'H'.
              88 RET-DETALHE         VALUE 'D'.
              88 RET-CONTROLE        VALUE 'T'.
           05 FILLER                 PIC X(99).
       01 RET-RECORD-CAB REDEFINES RET-RECORD.
           05 FILLER                 PIC X(01).
           05 RTH-VERSAO             PIC X(02).
           05 RTH-REFERENCIA         PIC X(06).
           05 RTH-REFERENCIA-N REDEFINES RTH-REFERENCIA.
              10 RTH-REF-AAAA        PIC 9(04).
              10 RTH-REF-MM          PIC 9(02).
           05 RTH-DATA-PROCESSAMENTO PIC X(08).
           05 RTH-PARTICIPANTE       PIC X(08).
           05 FILLER                 PIC X(75).
       01 RET-RECORD-DET REDEFINES RET-RECORD.
           05 FILLER                 PIC X(01).
           05 RTD-ID-CLIENTE         PIC X(10).
           05 RTD-SCORE              PIC X(04).
           05 RTD-SCORE-N REDEFINES RTD-SCORE
                                     PIC 9(04).
           05 RTD-RESTR-PROTESTO     PIC X(01).
              88 RTD-PROTESTO-VALIDO VALUE 'S' 'N'.
           05 RTD-RESTR-INADIMPL     PIC X(01).
              88 RTD-INADIMPL-VALIDO VALUE 'S' 'N'.
           05 RTD-RESTR-JUDICIAL     PIC X(01).
              88 RTD-JUDICIAL-VALIDO VALUE 'S' 'N'.
           05 RTD-RESTR-FALENCIA     PIC X(01).
              88 RTD-FALENCIA-VALIDO VALUE 'S' 'N'.
           05 RTD-LOCALIZADO         PIC X(01).
              88 RTD-LOCALIZADO-VALIDO VALUE 'S' 'N'.
              88 RTD-NAO-LOCALIZADO  VALUE 'N'.
           05 FILLER                 PIC X(80).
       01 RET-RECORD-TOT REDEFINES RET-RECORD.
           05 FILLER                 PIC X(01).
           05 RTT-QTDE-DETALHES      PIC X(09).
           05 RTT-QTDE-DETALHES-N REDEFINES RTT-QTDE-DETALHES
                                     PIC 9(09).
           05 FILLER                 PIC X(90).
      *
      *--- MESMO LAYOUT DO BIR-RECORD DO MYBATCH
       FD BIR-FILE
          RECORD CONTAINS 40 CHARACTERS.
       COPY MYBIRC.
      *
       FD BPR-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 BPR-RECORD.
           05 BPR-PARTICIPANTE       PIC X(08).
           05 FILLER                 PIC X(72).
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-VARIACAO          PIC X(04).
           05 PARM-VARIACAO-N REDEFINES PARM-VARIACAO
                                     PIC 9(04).
           05 PARM-SCORE-MINIMO      PIC X(04).
           05 PARM-SCORE-MINIMO-N REDEFINES PARM-SCORE-MINIMO
                                     PIC 9(04).
           05 FILLER                 PIC X(72).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
       FD MUD-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 MUD-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCNSLD
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-REFERENCIA          PIC X(06).
           05 D-SCORE               PIC S9(04) COMP.
           05 D-RESTR-PROTESTO      PIC X(01).
           05 D-RESTR-INADIMPL      PIC X(01).
           05 D-RESTR-JUDICIAL      PIC X(01).
           05 D-RESTR-FALENCIA      PIC X(01).
           05 D-SEM-LIMITE          PIC X(01).
           05 D-DATA-CARGA          PIC X(10).
           05 D-REFERENCIA-ANT      PIC X(06).
           05 D-SCORE-ANT           PIC S9(04) COMP.
           05 D-SEM-LIMITE-ANT      PIC X(01).
           05 H-REFERENCIA          PIC X(06).
      *
      *--- A REFERENCIA MAIS RECENTE DE CADA CLIENTE AINDA NAO
      *--- ANONIMIZADO, NA ORDEM DA CHAVE DO BIRRSKDD
           EXEC SQL
               DECLARE C_BIRVIG CURSOR FOR
                   SELECT B.ID_CLIENTE, B.REFERENCIA, B.SCORE,
                          B.RESTR_PROTESTO, B.RESTR_INADIMPL,
                          B.RESTR_JUDICIAL, B.RESTR_FALENCIA,
                          B.SEM_LIMITE, CHAR(B.DATA_CARGA, ISO)
                   FROM TB_CLIENTES_BIRO B, TB_CLIENTES C
                   WHERE C.ID_CLIENTE = B.ID_CLIENTE
                     AND C.NOME_CLIENTE <> 'ANONIMIZADO'
                     AND B.REFERENCIA =
                         (SELECT MAX(R.REFERENCIA)
                            FROM TB_CLIENTES_BIRO R
                           WHERE R.ID_CLIENTE = B.ID_CLIENTE)
                   ORDER BY B.ID_CLIENTE
                   FOR FETCH ONLY
           END-EXEC.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-RET-FILE-STATUS    PIC X(02).
              88 WS-RET-OK          VALUE '00'.
              88 WS-RET-EOF         VALUE '10'.
           05 WS-BIR-FILE-STATUS    PIC X(02).
              88 WS-BIR-OK          VALUE '00'.
           05 WS-BPR-FILE-STATUS    PIC X(02).
              88 WS-BPR-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-MUD-FILE-STATUS    PIC X(02).
              88 WS-MUD-OK          VALUE '00'.
      *
       01 WS-EOF-BIRVIG             PIC X(01) VALUE 'N'.
           88 FIM-BIRVIG                   VALUE 'S'.
      *
      *--- CONFERENCIA DA ESTRUTURA (PRIMEIRA PASSADA)
       01 WS-ESTRUTURA.
           05 WS-EST-MOTIVO         PIC X(50) VALUE SPACES.
           05 WS-EST-REGISTROS      PIC 9(09) VALUE ZERO.
           05 WS-EST-DETALHES       PIC 9(09) VALUE ZERO.
           05 WS-EST-CONTROLE       PIC 9(09) VALUE ZERO.
           05 WS-EST-CONTROLE-SW    PIC X(01) VALUE 'N'.
              88 WS-EST-CONTROLE-LIDO VALUE 'S'.
           05 WS-EST-VERSAO         PIC X(02) VALUE SPACES.
           05 WS-EST-PARTICIPANTE   PIC X(08) VALUE SPACES.
           05 WS-EST-DATA-BIRO      PIC X(08) VALUE SPACES.
      *
       01 WS-CONTROLE.
           05 WS-PARTICIPANTE       PIC X(08) VALUE SPACES.
           05 WS-VARIACAO-LIMITE    PIC 9(04) VALUE 100.
           05 WS-SCORE-MINIMO       PIC 9(04) VALUE 300.
           05 WS-VARIACAO           PIC S9(05) VALUE ZERO.
           05 WS-VARIACAO-ABS       PIC 9(05) VALUE ZERO.
           05 WS-VARIACAO-EDIT      PIC -ZZZZ9.
           05 WS-SCORE-EDIT         PIC ZZZ9.
           05 WS-SCORE-ANT-EDIT     PIC ZZZ9.
           05 WS-REJ-MOTIVO         PIC X(40).
           05 WS-MUD-MOTIVO         PIC X(30).
           05 WS-DATA-CARGA         PIC 9(08) VALUE ZERO.
           05 WS-DATA-CARGA-X REDEFINES WS-DATA-CARGA
                                    PIC X(08).
      *
       01 WS-COUNTERS.
           05 WS-COUNT-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-GRAVADOS     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-NAO-LOCALIZ  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REJEITADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-LIMITE   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-PRIMEIRO     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-MUDANCAS     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-APAGADOS     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-RISCO-VSAM   PIC 9(07) VALUE ZERO.
      *
      *--- CONSULTA DO CONSENTIMENTO 'BIR' (MODULO MYCONSNT)
       COPY MYCNSC.
      *
       01 WS-RPT-HEADER            PIC X(133) VALUE
           'MYBIRRET - CARGA DO RETORNO DO BIRO DE CREDITO'.
       01 WS-MUD-HEADER            PIC X(133) VALUE
           'MYBIRRET - MUDANCAS DE SCORE E DE LIMITE DESDE A REFERENCIA
      -    ' ANTERIOR'.
       01 RPT-DIVISOR              PIC X(133) VALUE ALL '='.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-CONFERIR-ESTRUTURA.
           IF WS-EST-MOTIVO NOT = SPACES
              PERFORM 3900-RECUSAR-ARQUIVO
           ELSE
              PERFORM 1800-ABRIR-CARGA
              PERFORM 2000-PROCESSAR-REGISTRO UNTIL WS-RET-EOF
              PERFORM 3000-FINALIZE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT BPR-FILE.
           IF NOT WS-BPR-OK
              DISPLAY 'MYBIRRET: ERRO AO ABRIR BPR-FILE. STATUS: '
                      WS-BPR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           READ BPR-FILE.
           IF NOT WS-BPR-OK
              OR BPR-PARTICIPANTE = SPACES
              DISPLAY 'MYBR001 - CODIGO DO PARTICIPANTE AUSENTE NO '
                      'CARTAO BIRPRMDD' UPON CONSOLE
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE BPR-PARTICIPANTE TO WS-PARTICIPANTE.
           CLOSE BPR-FILE.
           PERFORM 1150-READ-PARM-CARD.
      *
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'MYBIRRET: ERRO AO ABRIR RPT-FILE. STATUS: '
                      WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE RPT-DIVISOR TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- CARTAO EM BRANCO FICA NO PADRAO
       1150-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-VARIACAO IS NUMERIC
                 MOVE PARM-VARIACAO-N TO WS-VARIACAO-LIMITE
              END-IF
              IF PARM-SCORE-MINIMO IS NUMERIC
                 MOVE PARM-SCORE-MINIMO-N TO WS-SCORE-MINIMO
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           EXIT.
      *
      *--- PRIMEIRA PASSADA: SO A ESTRUTURA. FICA O PRIMEIRO MOTIVO
      *--- DE RECUSA ENCONTRADO
       1500-CONFERIR-ESTRUTURA.
           OPEN INPUT RET-FILE.
           IF NOT WS-RET-OK
              DISPLAY 'MYBIRRET: ERRO AO ABRIR RET-FILE. STATUS: '
                      WS-RET-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4000-READ-NEXT-RET.
           IF WS-RET-EOF
              MOVE 'ARQUIVO VAZIO' TO WS-EST-MOTIVO
           ELSE
              IF NOT RET-CABECALHO
                 MOVE 'PRIMEIRO REGISTRO NAO E O CABECALHO'
                     TO WS-EST-MOTIVO
              ELSE
                 MOVE RTH-VERSAO TO WS-EST-VERSAO
                 MOVE RTH-PARTICIPANTE TO WS-EST-PARTICIPANTE
                 MOVE RTH-DATA-PROCESSAMENTO TO WS-EST-DATA-BIRO
                 MOVE RTH-REFERENCIA TO H-REFERENCIA
                 PERFORM 1550-CONFERIR-CABECALHO
              END-IF
           END-IF.
           IF WS-EST-MOTIVO = SPACES
              PERFORM 4000-READ-NEXT-RET
              PERFORM 1600-CONFERIR-REGISTRO
                  UNTIL WS-RET-EOF OR WS-EST-MOTIVO NOT = SPACES
           END-IF.
           IF WS-EST-MOTIVO = SPACES
              IF NOT WS-EST-CONTROLE-LIDO
                 MOVE 'SEM REGISTRO DE CONTROLE NO FIM'
                     TO WS-EST-MOTIVO
              ELSE
                 IF WS-EST-CONTROLE NOT = WS-EST-DETALHES
                    MOVE 'QUANTIDADE DO CONTROLE NAO CONFERE'
                        TO WS-EST-MOTIVO
                 END-IF
              END-IF
           END-IF.
           CLOSE RET-FILE.
           EXIT.
      *
       1550-CONFERIR-CABECALHO.
           EVALUATE TRUE
               WHEN RTH-VERSAO NOT = '01'
                   MOVE 'VERSAO DO LAYOUT DIFERENTE DE 01'
                       TO WS-EST-MOTIVO
               WHEN RTH-PARTICIPANTE NOT = WS-PARTICIPANTE
                   MOVE 'PARTICIPANTE DIFERENTE DO CARTAO BIRPRMDD'
                       TO WS-EST-MOTIVO
               WHEN RTH-REFERENCIA IS NOT NUMERIC
                   MOVE 'MES DE REFERENCIA INVALIDO' TO WS-EST-MOTIVO
               WHEN RTH-REF-MM < 1 OR RTH-REF-MM > 12
                    OR RTH-REF-AAAA < 1900
                   MOVE 'MES DE REFERENCIA INVALIDO' TO WS-EST-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.
      *
      *--- DEPOIS DO CONTROLE NAO PODE VIR MAIS NADA
       1600-CONFERIR-REGISTRO.
           EVALUATE TRUE
               WHEN WS-EST-CONTROLE-LIDO
                   MOVE 'REGISTRO DEPOIS DO CONTROLE'
                       TO WS-EST-MOTIVO
               WHEN RET-DETALHE
                   ADD 1 TO WS-EST-DETALHES
               WHEN RET-CONTROLE
                   IF RTT-QTDE-DETALHES IS NUMERIC
                      MOVE RTT-QTDE-DETALHES-N TO WS-EST-CONTROLE
                      SET WS-EST-CONTROLE-LIDO TO TRUE
                   ELSE
                      MOVE 'QUANTIDADE DO CONTROLE NAO NUMERICA'
                          TO WS-EST-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO INVALIDO (H/D/T)'
                       TO WS-EST-MOTIVO
           END-EVALUATE.
           IF WS-EST-MOTIVO = SPACES
              PERFORM 4000-READ-NEXT-RET
           END-IF.
           EXIT.
      *
      *--- ESTRUTURA CONFERIDA: APAGA A CARGA ANTERIOR DA MESMA
      *--- REFERENCIA E REABRE O ARQUIVO PARA A SEGUNDA PASSADA
       1800-ABRIR-CARGA.
           EXEC SQL
               DELETE FROM TB_CLIENTES_BIRO
                WHERE REFERENCIA = :H-REFERENCIA
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-COUNT-APAGADOS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MYBIRRET: ERRO NO DELETE EM '
                           'TB_CLIENTES_BIRO. SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
      *
           OPEN OUTPUT MUD-FILE.
           IF NOT WS-MUD-OK
              DISPLAY 'MYBIRRET: ERRO AO ABRIR MUD-FILE. STATUS: '
                      WS-MUD-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-MUD-HEADER TO MUD-RECORD.
           PERFORM 4300-WRITE-MUDANCA.
           MOVE SPACES TO MUD-RECORD.
           MOVE WS-VARIACAO-LIMITE TO WS-SCORE-EDIT.
           STRING 'REFERENCIA=' DELIMITED BY SIZE
                  H-REFERENCIA DELIMITED BY SIZE
                  ' VARIACAO MINIMA LISTADA=' DELIMITED BY SIZE
                  WS-SCORE-EDIT DELIMITED BY SIZE
                  INTO MUD-RECORD.
           PERFORM 4300-WRITE-MUDANCA.
           MOVE RPT-DIVISOR TO MUD-RECORD.
           PERFORM 4300-WRITE-MUDANCA.
      *
           MOVE SPACES TO RPT-RECORD.
           STRING 'REFERENCIA=' DELIMITED BY SIZE
                  H-REFERENCIA DELIMITED BY SIZE
                  ' PROCESSADO NO BIRO EM=' DELIMITED BY SIZE
                  WS-EST-DATA-BIRO DELIMITED BY SIZE
                  ' DETALHES=' DELIMITED BY SIZE
                  WS-EST-DETALHES DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'REJEITADOS:' TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           OPEN INPUT RET-FILE.
           IF NOT WS-RET-OK
              DISPLAY 'MYBIRRET: ERRO AO ABRIR RET-FILE. STATUS: '
                      WS-RET-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 4000-READ-NEXT-RET.
           EXIT.
      *
      *================================================================*
      * SEGUNDA PASSADA: UM CLIENTE POR DETALHE DO ARQUIVO
      *================================================================*
       2000-PROCESSAR-REGISTRO.
           IF RET-DETALHE
              PERFORM 2050-PROCESSAR-DETALHE
           END-IF.
           PERFORM 4000-READ-NEXT-RET.
           EXIT.
      *
       2050-PROCESSAR-DETALHE.
           ADD 1 TO WS-COUNT-LIDOS.
           MOVE SPACES TO WS-REJ-MOTIVO.
      *
           PERFORM 2100-VALIDAR-CAMPOS.
           IF WS-REJ-MOTIVO = SPACES
              AND RTD-NAO-LOCALIZADO
              ADD 1 TO WS-COUNT-NAO-LOCALIZ
           ELSE
              IF WS-REJ-MOTIVO = SPACES
                 PERFORM 2200-VALIDAR-CLIENTE
              END-IF
              IF WS-REJ-MOTIVO = SPACES
                 PERFORM 2300-CONFERIR-CONSENTIMENTO
              END-IF
              IF WS-REJ-MOTIVO = SPACES
                 PERFORM 2500-GRAVAR-RISCO
              END-IF
              IF WS-REJ-MOTIVO = SPACES
                 PERFORM 2600-CONFERIR-MUDANCA
              ELSE
                 ADD 1 TO WS-COUNT-REJEITADOS
                 PERFORM 2850-LINHA-REJEITADO
              END-IF
           END-IF.
           EXIT.
      *
       2100-VALIDAR-CAMPOS.
           EVALUATE TRUE
               WHEN RTD-ID-CLIENTE = SPACES
                   MOVE 'ID DO CLIENTE EM BRANCO' TO WS-REJ-MOTIVO
               WHEN NOT RTD-LOCALIZADO-VALIDO
                   MOVE 'INDICADOR DE LOCALIZADO INVALIDO (S/N)'
                       TO WS-REJ-MOTIVO
               WHEN RTD-NAO-LOCALIZADO
                   CONTINUE
               WHEN RTD-SCORE IS NOT NUMERIC
                   MOVE 'SCORE NAO NUMERICO' TO WS-REJ-MOTIVO
               WHEN RTD-SCORE-N > 1000
                   MOVE 'SCORE ACIMA DE 1000' TO WS-REJ-MOTIVO
               WHEN NOT RTD-PROTESTO-VALIDO
                    OR NOT RTD-INADIMPL-VALIDO
                    OR NOT RTD-JUDICIAL-VALIDO
                    OR NOT RTD-FALENCIA-VALIDO
                   MOVE 'INDICADOR DE RESTRICAO INVALIDO (S/N)'
                       TO WS-REJ-MOTIVO
               WHEN OTHER
                   MOVE RTD-ID-CLIENTE      TO D-ID-CLIENTE
                   MOVE RTD-SCORE-N         TO D-SCORE
                   MOVE RTD-RESTR-PROTESTO  TO D-RESTR-PROTESTO
                   MOVE RTD-RESTR-INADIMPL  TO D-RESTR-INADIMPL
                   MOVE RTD-RESTR-JUDICIAL  TO D-RESTR-JUDICIAL
                   MOVE RTD-RESTR-FALENCIA  TO D-RESTR-FALENCIA
                   MOVE H-REFERENCIA        TO D-REFERENCIA
           END-EVALUATE.
           EXIT.
      *
      *--- CLIENTE EM TB_CLIENTES E AINDA NAO ANONIMIZADO (MESMA
      *--- REGRA DO MYCNSLD)
       2200-VALIDAR-CLIENTE.
           EXEC SQL
               SELECT NOME_CLIENTE
                 INTO :D-NOME-CLIENTE
                 FROM TB_CLIENTES
                WHERE ID_CLIENTE = :D-ID-CLIENTE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF D-NOME-CLIENTE = 'ANONIMIZADO'
                      MOVE 'CLIENTE ANONIMIZADO (LGPD)'
                          TO WS-REJ-MOTIVO
                   END-IF
               WHEN 100
                   MOVE 'SEM LINHA EM TB_CLIENTES' TO WS-REJ-MOTIVO
               WHEN OTHER
                   DISPLAY 'MYBIRRET: ERRO NA CONSULTA DO CLIENTE. '
                           'SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- QUEM REVOGOU O 'BIR' DEPOIS DO ENVIO NAO TEM O RETORNO
      *--- GUARDADO
       2300-CONFERIR-CONSENTIMENTO.
           MOVE D-ID-CLIENTE TO CNS-ID-CLIENTE.
           SET CNS-FIN-BIRO TO TRUE.
           CALL 'MYCONSNT' USING MYCONSNT-PARAMETROS.
           IF CNS-ERRO-SQL
              DISPLAY 'MYBIRRET: ERRO NA CONSULTA DO CONSENTIMENTO. '
                      'SQLCODE: ' CNS-SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           IF NOT CNS-CONCEDIDO
              MOVE 'SEM CONSENTIMENTO BIR VIGENTE' TO WS-REJ-MOTIVO
           END-IF.
           EXIT.
      *
      *--- SEM LIMITE DE POSICAO DEVEDORA: QUALQUER RESTRICAO OU
      *--- SCORE ABAIXO DO MINIMO. A CHAVE REPETIDA (-803) E O
      *--- CLIENTE DUAS VEZES NO ARQUIVO
       2500-GRAVAR-RISCO.
           IF D-RESTR-PROTESTO = 'S'
              OR D-RESTR-INADIMPL = 'S'
              OR D-RESTR-JUDICIAL = 'S'
              OR D-RESTR-FALENCIA = 'S'
              OR RTD-SCORE-N < WS-SCORE-MINIMO
              MOVE 'S' TO D-SEM-LIMITE
           ELSE
              MOVE 'N' TO D-SEM-LIMITE
           END-IF.
           EXEC SQL
               INSERT INTO TB_CLIENTES_BIRO
                   (ID_CLIENTE, REFERENCIA, SCORE, RESTR_PROTESTO,
                    RESTR_INADIMPL, RESTR_JUDICIAL, RESTR_FALENCIA,
                    SEM_LIMITE, DATA_CARGA)
               VALUES
                   (:D-ID-CLIENTE, :D-REFERENCIA, :D-SCORE,
                    :D-RESTR-PROTESTO, :D-RESTR-INADIMPL,
                    :D-RESTR-JUDICIAL, :D-RESTR-FALENCIA,
                    :D-SEM-LIMITE, CURRENT DATE)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-COUNT-GRAVADOS
                   IF D-SEM-LIMITE = 'S'
                      ADD 1 TO WS-COUNT-SEM-LIMITE
                   END-IF
               WHEN -803
                   MOVE 'CLIENTE REPETIDO NO ARQUIVO' TO WS-REJ-MOTIVO
               WHEN OTHER
                   DISPLAY 'MYBIRRET: ERRO NO INSERT EM '
                           'TB_CLIENTES_BIRO. SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- COMPARA COM A REFERENCIA ANTERIOR GUARDADA DO CLIENTE.
      *--- SEM ANTERIOR = PRIMEIRO SCORE, SO CONTADO
       2600-CONFERIR-MUDANCA.
           EXEC SQL
               SELECT REFERENCIA, SCORE, SEM_LIMITE
                 INTO :D-REFERENCIA-ANT, :D-SCORE-ANT,
                      :D-SEM-LIMITE-ANT
                 FROM TB_CLIENTES_BIRO
                WHERE ID_CLIENTE = :D-ID-CLIENTE
                  AND REFERENCIA =
                      (SELECT MAX(REFERENCIA)
                         FROM TB_CLIENTES_BIRO
                        WHERE ID_CLIENTE = :D-ID-CLIENTE
                          AND REFERENCIA < :D-REFERENCIA)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   ADD 1 TO WS-COUNT-PRIMEIRO
               WHEN OTHER
                   DISPLAY 'MYBIRRET: ERRO NA CONSULTA DA REFERENCIA '
                           'ANTERIOR. SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           IF SQLCODE = 0
              COMPUTE WS-VARIACAO = D-SCORE - D-SCORE-ANT
              IF WS-VARIACAO < ZERO
                 COMPUTE WS-VARIACAO-ABS = WS-VARIACAO * -1
              ELSE
                 MOVE WS-VARIACAO TO WS-VARIACAO-ABS
              END-IF
              MOVE SPACES TO WS-MUD-MOTIVO
              EVALUATE TRUE
                  WHEN D-SEM-LIMITE = 'S'
                       AND D-SEM-LIMITE-ANT NOT = 'S'
                      MOVE 'PASSOU A FICAR SEM LIMITE'
                          TO WS-MUD-MOTIVO
                  WHEN D-SEM-LIMITE NOT = 'S'
                       AND D-SEM-LIMITE-ANT = 'S'
                      MOVE 'VOLTOU A TER LIMITE' TO WS-MUD-MOTIVO
                  WHEN WS-VARIACAO-ABS > WS-VARIACAO-LIMITE
                      MOVE 'VARIACAO DE SCORE' TO WS-MUD-MOTIVO
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              IF WS-MUD-MOTIVO NOT = SPACES
                 PERFORM 2650-LINHA-MUDANCA
              END-IF
           END-IF.
           EXIT.
      *
       2650-LINHA-MUDANCA.
           ADD 1 TO WS-COUNT-MUDANCAS.
           MOVE D-SCORE-ANT TO WS-SCORE-ANT-EDIT.
           MOVE D-SCORE     TO WS-SCORE-EDIT.
           MOVE WS-VARIACAO TO WS-VARIACAO-EDIT.
           MOVE SPACES TO MUD-RECORD.
           STRING 'ID=' DELIMITED BY SIZE
                  D-ID-CLIENTE DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  D-REFERENCIA-ANT DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-SCORE-ANT-EDIT DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  D-REFERENCIA DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-SCORE-EDIT DELIMITED BY SIZE
                  ' VARIACAO=' DELIMITED BY SIZE
                  WS-VARIACAO-EDIT DELIMITED BY SIZE
                  ' SEM LIMITE ' DELIMITED BY SIZE
                  D-SEM-LIMITE-ANT DELIMITED BY SIZE
                  '->' DELIMITED BY SIZE
                  D-SEM-LIMITE DELIMITED BY SIZE
                  ' RESTR P/I/J/F=' DELIMITED BY SIZE
                  D-RESTR-PROTESTO DELIMITED BY SIZE
                  D-RESTR-INADIMPL DELIMITED BY SIZE
                  D-RESTR-JUDICIAL DELIMITED BY SIZE
                  D-RESTR-FALENCIA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MUD-MOTIVO DELIMITED BY SIZE
                  INTO MUD-RECORD.
           PERFORM 4300-WRITE-MUDANCA.
           EXIT.
      *
       2850-LINHA-REJEITADO.
           MOVE SPACES TO RPT-RECORD.
           STRING 'REJEITADO ID=' DELIMITED BY SIZE
                  RTD-ID-CLIENTE DELIMITED BY SIZE
                  ' SCORE=' DELIMITED BY SIZE
                  RTD-SCORE DELIMITED BY SIZE
                  ' RESTR P/I/J/F=' DELIMITED BY SIZE
                  RTD-RESTR-PROTESTO DELIMITED BY SIZE
                  RTD-RESTR-INADIMPL DELIMITED BY SIZE
                  RTD-RESTR-JUDICIAL DELIMITED BY SIZE
                  RTD-RESTR-FALENCIA DELIMITED BY SIZE
                  ' MOTIVO: ' DELIMITED BY SIZE
                  WS-REJ-MOTIVO DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           CLOSE RET-FILE.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYBIRRET: ERRO NO COMMIT. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
      *
           PERFORM 3500-RECONSTRUIR-RISCO.
      *
           MOVE SPACES TO MUD-RECORD.
           PERFORM 4300-WRITE-MUDANCA.
           MOVE SPACES TO MUD-RECORD.
           STRING 'CLIENTES LISTADOS=' DELIMITED BY SIZE
                  WS-COUNT-MUDANCAS DELIMITED BY SIZE
                  ' PRIMEIRO SCORE (SEM ANTERIOR)=' DELIMITED BY SIZE
                  WS-COUNT-PRIMEIRO DELIMITED BY SIZE
                  INTO MUD-RECORD.
           PERFORM 4300-WRITE-MUDANCA.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           STRING 'TOTAIS: LIDOS=' DELIMITED BY SIZE
                  WS-COUNT-LIDOS DELIMITED BY SIZE
                  ' GRAVADOS=' DELIMITED BY SIZE
                  WS-COUNT-GRAVADOS DELIMITED BY SIZE
                  ' NAO LOCALIZADOS=' DELIMITED BY SIZE
                  WS-COUNT-NAO-LOCALIZ DELIMITED BY SIZE
                  ' REJEITADOS=' DELIMITED BY SIZE
                  WS-COUNT-REJEITADOS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           MOVE WS-SCORE-MINIMO TO WS-SCORE-EDIT.
           STRING 'SEM LIMITE (RESTRICAO OU SCORE < ' DELIMITED BY SIZE
                  WS-SCORE-EDIT DELIMITED BY SIZE
                  ')=' DELIMITED BY SIZE
                  WS-COUNT-SEM-LIMITE DELIMITED BY SIZE
                  ' LINHAS DA CARGA ANTERIOR DO MES APAGADAS='
                  DELIMITED BY SIZE
                  WS-COUNT-APAGADOS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           STRING 'CLIENTES NO BIRRSKDD RECONSTRUIDO='
                  DELIMITED BY SIZE
                  WS-COUNT-RISCO-VSAM DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           CLOSE RPT-FILE MUD-FILE.
           DISPLAY 'MYBIRRET CONCLUIDO. GRAVADOS=' WS-COUNT-GRAVADOS
                   ' REJEITADOS=' WS-COUNT-REJEITADOS
                   ' MUDANCAS=' WS-COUNT-MUDANCAS.
           IF WS-COUNT-REJEITADOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.
      *
      *--- O BIRRSKDD INTEIRO A PARTIR DO DB2 JA COMITADO: A
      *--- REFERENCIA MAIS RECENTE DE CADA CLIENTE
       3500-RECONSTRUIR-RISCO.
           OPEN OUTPUT BIR-FILE.
           IF NOT WS-BIR-OK
              DISPLAY 'MYBIRRET: ERRO AO ABRIR BIR-FILE. STATUS: '
                      WS-BIR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXEC SQL OPEN C_BIRVIG END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYBIRRET: ERRO NA ABERTURA DO CURSOR '
                      'C_BIRVIG. SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 4100-FETCH-NEXT-BIRVIG.
           PERFORM 3550-GRAVAR-RISCO-VSAM UNTIL FIM-BIRVIG.
           EXEC SQL CLOSE C_BIRVIG END-EXEC.
           CLOSE BIR-FILE.
           EXIT.
      *
       3550-GRAVAR-RISCO-VSAM.
           MOVE SPACES             TO BIR-RECORD.
           MOVE D-ID-CLIENTE       TO BIR-ID.
           MOVE D-REFERENCIA       TO BIR-REFERENCIA.
           MOVE D-SCORE            TO BIR-SCORE.
           MOVE D-RESTR-PROTESTO   TO BIR-RESTR-PROTESTO.
           MOVE D-RESTR-INADIMPL   TO BIR-RESTR-INADIMPL.
           MOVE D-RESTR-JUDICIAL   TO BIR-RESTR-JUDICIAL.
           MOVE D-RESTR-FALENCIA   TO BIR-RESTR-FALENCIA.
           MOVE D-SEM-LIMITE       TO BIR-SEM-LIMITE.
           STRING D-DATA-CARGA(1:4) D-DATA-CARGA(6:2)
                  D-DATA-CARGA(9:2)
               DELIMITED BY SIZE INTO WS-DATA-CARGA-X.
           MOVE WS-DATA-CARGA      TO BIR-DATA-CARGA.
           WRITE BIR-RECORD.
           IF NOT WS-BIR-OK
              DISPLAY 'MYBIRRET: ERRO DE ESCRITA NO BIR-FILE. ID='
                      BIR-ID ' STATUS: ' WS-BIR-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-RISCO-VSAM.
           PERFORM 4100-FETCH-NEXT-BIRVIG.
           EXIT.
      *
      *--- ARQUIVO RECUSADO: NADA GRAVADO, O BIRRSKDD FICA COMO ESTAVA
       3900-RECUSAR-ARQUIVO.
           MOVE SPACES TO RPT-RECORD.
           STRING '*** ARQUIVO RECUSADO - ' DELIMITED BY SIZE
                  WS-EST-MOTIVO DELIMITED BY SIZE
                  ' - PEDIR REENVIO AO BIRO ***' DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           STRING 'CABECALHO: VERSAO=' DELIMITED BY SIZE
                  WS-EST-VERSAO DELIMITED BY SIZE
                  ' PARTICIPANTE=' DELIMITED BY SIZE
                  WS-EST-PARTICIPANTE DELIMITED BY SIZE
                  ' REFERENCIA=' DELIMITED BY SIZE
                  H-REFERENCIA DELIMITED BY SIZE
                  ' DETALHES CONTADOS=' DELIMITED BY SIZE
                  WS-EST-DETALHES DELIMITED BY SIZE
                  ' CONTROLE=' DELIMITED BY SIZE
                  WS-EST-CONTROLE DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           CLOSE RPT-FILE.
           DISPLAY 'MYBR002 - RETORNO DO BIRO RECUSADO: '
                   WS-EST-MOTIVO UPON CONSOLE.
           MOVE 8 TO RETURN-CODE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-RET.
           READ RET-FILE.
           IF WS-RET-OK
              ADD 1 TO WS-EST-REGISTROS
           ELSE
              IF NOT WS-RET-EOF
                 DISPLAY 'MYBIRRET: ERRO DE LEITURA NO RET-FILE. '
                         'STATUS: ' WS-RET-FILE-STATUS
                 PERFORM 9910-FILE-ERROR-ABEND
              END-IF
           END-IF.
           EXIT.
      *
       4100-FETCH-NEXT-BIRVIG.
           EXEC SQL
               FETCH C_BIRVIG
               INTO :D-ID-CLIENTE, :D-REFERENCIA, :D-SCORE,
                    :D-RESTR-PROTESTO, :D-RESTR-INADIMPL,
                    :D-RESTR-JUDICIAL, :D-RESTR-FALENCIA,
                    :D-SEM-LIMITE, :D-DATA-CARGA
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET FIM-BIRVIG TO TRUE
               WHEN OTHER
                   DISPLAY 'MYBIRRET: ERRO NO FETCH DE '
                           'TB_CLIENTES_BIRO. SQLCODE: ' SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'MYBIRRET: ERRO DE ESCRITA NO RPT-FILE. '
                      'STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4300-WRITE-MUDANCA.
           WRITE MUD-RECORD.
           IF NOT WS-MUD-OK
              DISPLAY 'MYBIRRET: ERRO DE ESCRITA NO MUD-FILE. '
                      'STATUS: ' WS-MUD-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYBIRRET ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYBIRRET ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
