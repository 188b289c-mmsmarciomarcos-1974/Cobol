       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCOBRAN.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - ENVELHECIMENTO DAS POSICOES DEVEDORAS,
      * ESTAGIOS DE COBRANCA E BAIXA PARA PERDA
      *
      * UM MST-SALDO DEVEDOR PODIA FICAR PARADO INDEFINIDAMENTE: O
      * MYBALRPT MOSTRA OS MAIORES, MAS NINGUEM SABIA HA QUANTO TEMPO.
      * ESTE PASSO RODA DEPOIS DO MYJUROS (SALDO JA COM OS JUROS DO
      * DIA) E, PARA CADA MESTRE:
      *
      *   1. BAIXA APROVADA NA TRNU ('A' NO COBRDD): CREDITA NO
      *      MST-SALDO O MENOR ENTRE O VALOR APROVADO E O SALDO
      *      DEVEDOR DE HOJE - LINHA NO MSTJRN COM ORIGEM 'W' E O
      *      APROVADOR EM MJR-APROVADOR, E LANCAMENTO 'P' (NATUREZA
      *      'C') NA GERACAO PROPRIA DO GLPOSTDD COM A CONTA DE PERDA
      *      EM GLP-CONTA-PERDA. POSICAO QUE JA NAO ESTA DEVEDORA NAO
      *      TEM O QUE BAIXAR: A APROVACAO E DESCARTADA;
      *   2. POSICAO DEVEDORA: GRAVA NO PROPRIO MESTRE
      *      (MST-DATA-NEGATIVO) A DATA EM QUE FICOU DEVEDORA, COM
      *      COPIA NO COBRDD (VSAM KSDS POR ID + CONTA, COPYBOOK
      *      MYCOBRC) PARA O RELATORIO E A TRNU, E CALCULA OS DIAS EM
      *      ATRASO E A FAIXA (1-30, 31-60, 61-90, MAIS DE 90 DIAS);
      *   3. A CADA LIMIAR ULTRAPASSADO (30, 60 E 90 DIAS) SOBE O
      *      ESTAGIO DE COBRANCA E GRAVA O EVENTO COB1/COB2/COB3 NO
      *      NOTIFDD (LAYOUT MYNOTFC) PARA A CARTA DE COBRANCA DO
      *      MYNOTFMT. POSICAO QUE PULA ESTAGIOS (PRIMEIRA AVALIACAO DE
      *      UM DEVEDOR ANTIGO) RECEBE SO O AVISO DO ESTAGIO ATUAL;
      *   4. ACIMA DO LIMITE DE BAIXA (PARMDD, PADRAO 180 DIAS) A
      *      POSICAO ENTRA NA LISTA DE BAIXAS PROPOSTAS ('P'), QUE A
      *      AREA FINANCEIRA APROVA OU RECUSA NA TRNU (MYCICSBX). A
      *      PROPOSTA PENDENTE TEM O VALOR ATUALIZADO TODA NOITE;
      *   5. POSICAO QUE VOLTOU A ZERO OU CREDORA SAI DO COBRDD
      *      (REGULARIZADA) E TEM O MST-DATA-NEGATIVO ZERADO: UMA NOVA
      *      POSICAO DEVEDORA COMECA DO DIA 1.
      *
      * NA PRIMEIRA AVALIACAO DE UM DEVEDOR (MST-DATA-NEGATIVO ZERO) A
      * DATA EM QUE FICOU DEVEDOR E A DO ULTIMO MOVIMENTO
      * (MST-ULT-ATUALIZACAO) - O SALDO JA ERA DEVEDOR DESDE ENTAO. O
      * MESTRE E REGRAVADO UMA VEZ SO POR REGISTRO, NO FIM DA
      * AVALIACAO (BAIXA E DATA NO MESMO REWRITE). A BAIXA NAO MEXE EM
      * MST-ULT-ATUALIZACAO (NAO E MOVIMENTO DO CLIENTE, COMO OS JUROS).
      *
      * BAIXA QUE NAO ZERA A POSICAO (O SALDO CRESCEU DEPOIS DA
      * APROVACAO) DEIXA O RESTANTE DEVEDOR: A SITUACAO VOLTA A BRANCO
      * E O RESTANTE E PROPOSTO DE NOVO NA MESMA RODADA.
      *
      * UMA RE-EXECUCAO NO MESMO DIA NAO DUPLICA NADA: O ESTAGIO JA
      * AVISADO NAO GERA EVENTO DE NOVO E A BAIXA EFETIVADA JA NAO ESTA
      * 'A'. RETURN-CODE 0 = OK; 16 = ERRO FATAL.
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
      *
      *--- POSICOES DEVEDORAS EM COBRANCA (VSAM KSDS POR ID)
           SELECT CBR-FILE ASSIGN TO COBRDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CBR-CHAVE
                  FILE STATUS IS WS-CBR-FILE-STATUS.
      *
           SELECT MSTJRN-FILE ASSIGN TO MSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
           SELECT GL-FILE ASSIGN TO GLPOSTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GL-FILE-STATUS.
      *
           SELECT NTF-FILE ASSIGN TO NOTIFDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NTF-FILE-STATUS.
      *
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
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
           05 FILLER                 PIC X(01).
           05 MST-DATA-DORMENCIA     PIC 9(08).
           05 MST-DATA-NEGATIVO      PIC 9(08).
      *
       FD CBR-FILE
          RECORD CONTAINS 100 CHARACTERS.
       COPY MYCOBRC.
      *
      *--- MESMO LAYOUT DO MSTJRN-RECORD DO MYBATCH. MJR-ORIGEM 'W' =
      *--- BAIXA PARA PERDA; MJR-APROVADOR = OPERADOR QUE APROVOU A
      *--- BAIXA NA TRNU.
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
      *--- MESMO LAYOUT DO GL-RECORD DO MYBATCH. NO 'P' DA BAIXA A
      *--- CONTA DE PERDA (CONTRAPARTIDA DO CREDITO NO CLIENTE) VAI NO
      *--- INICIO DO FILLER, QUE OS DEMAIS GERADORES DEIXAM EM BRANCO.
       FD GL-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 GL-RECORD                  PIC X(80).
       01 GL-RECORD-POST REDEFINES GL-RECORD.
           05 GLP-TIPO               PIC X(01).
           05 GLP-RUN-DATE           PIC X(08).
           05 GLP-RUN-ID             PIC X(08).
           05 GLP-MOEDA              PIC X(03).
           05 GLP-NATUREZA           PIC X(01).
           05 GLP-VALOR              PIC 9(13)V99.
           05 GLP-CONTA-PERDA        PIC X(10).
           05 FILLER                 PIC X(34).
       01 GL-RECORD-TRAILER REDEFINES GL-RECORD.
           05 GLT-TIPO               PIC X(01).
           05 GLT-COUNT              PIC 9(07).
           05 GLT-TOT-DEBITO         PIC 9(13)V99.
           05 GLT-TOT-CREDITO        PIC 9(13)V99.
           05 FILLER                 PIC X(42).
      *
      *--- EVENTOS DE AVISO AO CLIENTE (ACUMULADO, OPEN EXTEND)
       FD NTF-FILE
          RECORD CONTAINS 200 CHARACTERS.
       COPY MYNOTFC.
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
      *--- CARTAO DE PARAMETROS (OPCIONAL): DATA DE REFERENCIA (ZERO =
      *--- DATA DO SISTEMA; SO NA RE-EXECUCAO ATRASADA DE UMA NOITE) +
      *--- DIAS EM ATRASO PARA PROPOR A BAIXA (ZERO = 180) + CONTA
      *--- CONTABIL DE PERDA (BRANCO = 'PERDACLI01')
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-DATA-REFERENCIA   PIC 9(08).
           05 PARM-DIAS-BAIXA        PIC 9(05).
           05 PARM-CONTA-PERDA       PIC X(10).
           05 FILLER                 PIC X(57).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK          VALUE '00'.
              88 WS-MST-EOF         VALUE '10'.
           05 WS-CBR-FILE-STATUS    PIC X(02).
              88 WS-CBR-OK          VALUE '00'.
              88 WS-CBR-NOTFND      VALUE '23'.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
           05 WS-GL-FILE-STATUS     PIC X(02).
              88 WS-GL-OK           VALUE '00'.
           05 WS-NTF-FILE-STATUS    PIC X(02).
              88 WS-NTF-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
       01 WS-PARAMETROS.
           05 WS-DIAS-BAIXA         PIC 9(05) VALUE 180.
           05 WS-CONTA-PERDA        PIC X(10) VALUE 'PERDACLI01'.
      *
       01 WS-DATA-CONTROLE.
           05 WS-DATA-REF           PIC 9(08) VALUE ZERO.
           05 WS-DATA-REF-R2 REDEFINES WS-DATA-REF.
              10 FILLER             PIC 9(02).
              10 WS-REF-AAMMDD      PIC 9(06).
           05 WS-TIME-RAW           PIC 9(08) VALUE ZERO.
           05 WS-TIME-6             PIC 9(06) VALUE ZERO.
           05 WS-RUN-ID.
              10 FILLER             PIC X(02) VALUE 'BX'.
              10 WS-RUN-ID-AAMMDD   PIC 9(06) VALUE ZERO.
      *
       01 WS-CALCULO.
           05 WS-ABS-SALDO          PIC 9(11)V99 VALUE ZERO.
           05 WS-DIAS               PIC S9(07) COMP VALUE ZERO.
           05 WS-ESTAGIO-DEVIDO     PIC 9(01) VALUE ZERO.
           05 WS-VALOR-BAIXA        PIC 9(11)V99 VALUE ZERO.
           05 WS-SALDO-ANTES        PIC S9(11)V99 VALUE ZERO.
           05 WS-DIAS-X             PIC 9(05) VALUE ZERO.
           05 WS-CBR-EXISTE-SW      PIC X(01) VALUE 'N'.
              88 WS-CBR-EXISTE      VALUE 'S'.
      *--- MESTRE ALTERADO NESTA AVALIACAO (BAIXA OU DATA DEVEDORA):
      *--- REGRAVADO UMA VEZ SO EM 2800
           05 WS-MST-ALTERADO-SW    PIC X(01) VALUE 'N'.
              88 WS-MST-ALTERADO    VALUE 'S'.
           05 WS-ACAO-DESCR         PIC X(24) VALUE SPACES.
      *--- A LINHA JA ENCADEADA, GUARDADA ENQUANTO A ANCORA DIARIA
      *--- (MYMJRCAD) E ESCRITA NA FRENTE DELA
           05 WS-MJR-LINHA-SALVA    PIC X(230) VALUE SPACES.
      *
      *--- ENCADEAMENTO DAS LINHAS DO DIARIO (MODULO MYMJRCAD)
       COPY MYMJRCDC.
      *
      *--- QUANTIDADE E SALDO DEVEDOR POR FAIXA DE ATRASO
       01 WS-FAIXA-TABLE.
           05 WS-FAIXA-ENTRY OCCURS 4 TIMES
              INDEXED BY WS-FX-IDX.
              10 WS-FX-QTD          PIC 9(09).
              10 WS-FX-VALOR        PIC 9(13)V99.
       01 WS-FAIXA-DESCRICOES.
           05 FILLER                PIC X(30) VALUE
              '  FAIXA 1 A 30 DIAS          :'.
           05 FILLER                PIC X(30) VALUE
              '  FAIXA 31 A 60 DIAS         :'.
           05 FILLER                PIC X(30) VALUE
              '  FAIXA 61 A 90 DIAS         :'.
           05 FILLER                PIC X(30) VALUE
              '  FAIXA ACIMA DE 90 DIAS     :'.
       01 WS-FAIXA-DESCR-R REDEFINES WS-FAIXA-DESCRICOES.
           05 WS-FX-DESCR           PIC X(30) OCCURS 4 TIMES.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-MST-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DEVEDORES    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-NOVOS        PIC 9(09) VALUE ZERO.
           05 WS-COUNT-REGULARIZ    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ESTAGIO-1    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ESTAGIO-2    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ESTAGIO-3    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-PROPOSTAS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-PENDENTES    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-BAIXADOS     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DESCARTADAS  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-EVENTOS      PIC 9(09) VALUE ZERO.
           05 WS-TOT-DEVEDOR        PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-PROPOSTO       PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-PENDENTE       PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-BAIXADO        PIC 9(13)V99 VALUE ZERO.
           05 WS-GL-COUNT           PIC 9(07) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
              'MYCOBRAN - COBRANCA E BAIXA DE POSICOES DEVEDORAS'.
           05 FILLER                PIC X(18) VALUE
              'DATA REFERENCIA: '.
           05 RPT-HDR-DATA-REF      PIC 9(08).
           05 FILLER                PIC X(54) VALUE SPACES.
      *
       01 WS-RPT-COL-HEADER.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(132) VALUE
              'CLIENTE/CONTA    SALDO DO MESTRE   DEV.DESDE  DIAS FX EST
      -       ' BX    VALOR DA BAIXA  ACAO'.
      *
       01 WS-RPT-DET-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-DET-ID            PIC X(10).
           05 FILLER                PIC X(01) VALUE '/'.
           05 RPT-DET-CONTA         PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-DET-SALDO         PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-DATA-NEG      PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-DIAS          PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-FAIXA         PIC 9(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RPT-DET-ESTAGIO       PIC 9(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-BAIXA-SIT     PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-BAIXA-VALOR   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-DET-ACAO          PIC X(24).
           05 FILLER                PIC X(28) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC Z.ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(89) VALUE SPACES.
      *
       01 WS-RPT-AMOUNT-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-AMT-DESC          PIC X(30).
           05 RPT-AMT-VALUE         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(84) VALUE SPACES.
      *
      *--- FAIXA: QUANTIDADE E SALDO DEVEDOR NA MESMA LINHA
       01 WS-RPT-FAIXA-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-FX-DESC           PIC X(30).
           05 RPT-FX-QTD            PIC Z.ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RPT-FX-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(67) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-MASTER UNTIL WS-MST-EOF.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYCOBRAN CONCLUIDO. DEVEDORES: '
                   WS-COUNT-DEVEDORES ' BAIXADOS: '
                   WS-COUNT-BAIXADOS.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1150-READ-PARM-CARD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-TIME-6.
           MOVE WS-REF-AAMMDD TO WS-RUN-ID-AAMMDD.
           INITIALIZE WS-FAIXA-TABLE.
           PERFORM 1100-OPEN-FILES.
           MOVE WS-DATA-REF TO RPT-HDR-DATA-REF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE WS-RPT-COL-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 4000-READ-NEXT-MASTER.
           EXIT.
      *
       1100-OPEN-FILES.
           OPEN I-O MST-FILE.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN I-O CBR-FILE.
           IF NOT WS-CBR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CBR-FILE'
              DISPLAY 'FILE STATUS: ' WS-CBR-FILE-STATUS
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
           OPEN OUTPUT GL-FILE.
           IF NOT WS-GL-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GL-FILE'
              DISPLAY 'FILE STATUS: ' WS-GL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN EXTEND NTF-FILE.
           IF NOT WS-NTF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO NTF-FILE'
              DISPLAY 'FILE STATUS: ' WS-NTF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- LE O CARTAO PARMDD (OPCIONAL). SEM ELE, A REFERENCIA E A
      *--- DATA DO SISTEMA, O LIMITE E 180 DIAS E A CONTA A PADRAO.
       1150-READ-PARM-CARD.
           ACCEPT WS-DATA-REF FROM DATE YYYYMMDD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK
              IF PARM-DATA-REFERENCIA IS NUMERIC
                 AND PARM-DATA-REFERENCIA > ZERO
                 MOVE PARM-DATA-REFERENCIA TO WS-DATA-REF
              END-IF
              IF PARM-DIAS-BAIXA IS NUMERIC
                 AND PARM-DIAS-BAIXA > ZERO
                 MOVE PARM-DIAS-BAIXA TO WS-DIAS-BAIXA
              END-IF
              IF PARM-CONTA-PERDA NOT = SPACES
                 MOVE PARM-CONTA-PERDA TO WS-CONTA-PERDA
              END-IF
           END-IF.
           CLOSE PARM-FILE.
           IF WS-DIAS-BAIXA <= 90
              DISPLAY 'MYCB001 LIMITE DE BAIXA DE ' WS-DIAS-BAIXA
                      ' DIAS NAO PASSA DO ULTIMO ESTAGIO DE COBRANCA.'
                      UPON CONSOLE
           END-IF.
           DISPLAY 'DATA DE REFERENCIA DA COBRANCA: ' WS-DATA-REF.
           DISPLAY 'LIMITE PARA PROPOR A BAIXA (DIAS): ' WS-DIAS-BAIXA.
           DISPLAY 'CONTA CONTABIL DE PERDA: ' WS-CONTA-PERDA.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
       2000-PROCESS-MASTER.
           ADD 1 TO WS-COUNT-MST-READ.
           MOVE SPACES TO WS-ACAO-DESCR.
           MOVE ZERO TO WS-VALOR-BAIXA.
           MOVE 'N' TO WS-MST-ALTERADO-SW.
           PERFORM 2100-READ-COBRANCA.
           IF WS-CBR-EXISTE AND CBR-BAIXA-APROVADA
              PERFORM 2300-EFETIVAR-BAIXA
           END-IF.
           IF MST-SALDO < ZERO
              PERFORM 2400-ENVELHECER-POSICAO
           ELSE
              IF WS-CBR-EXISTE
                 PERFORM 2600-REGULARIZAR-POSICAO
              END-IF
              IF MST-DATA-NEGATIVO NOT = ZERO
                 MOVE ZERO TO MST-DATA-NEGATIVO
                 SET WS-MST-ALTERADO TO TRUE
              END-IF
           END-IF.
           IF WS-MST-ALTERADO
              PERFORM 2800-REGRAVAR-MESTRE
           END-IF.
           PERFORM 4000-READ-NEXT-MASTER.
           EXIT.
      *
       2100-READ-COBRANCA.
           MOVE MST-CHAVE TO CBR-CHAVE.
           READ CBR-FILE.
           EVALUATE TRUE
               WHEN WS-CBR-OK
                   SET WS-CBR-EXISTE TO TRUE
               WHEN WS-CBR-NOTFND
                   MOVE 'N' TO WS-CBR-EXISTE-SW
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO CBR-FILE'
                   DISPLAY 'FILE STATUS: ' WS-CBR-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- BAIXA APROVADA NA TRNU: CREDITO NO MESTRE LIMITADO AO SALDO
      *--- DEVEDOR DE HOJE, COM DIARIO 'W' E LANCAMENTO CONTABIL
       2300-EFETIVAR-BAIXA.
           IF MST-SALDO >= ZERO
              ADD 1 TO WS-COUNT-DESCARTADAS
              MOVE 'APROVACAO DESCARTADA' TO WS-ACAO-DESCR
           ELSE
              COMPUTE WS-ABS-SALDO = ZERO - MST-SALDO
              IF CBR-BAIXA-VALOR > WS-ABS-SALDO
                 MOVE WS-ABS-SALDO TO WS-VALOR-BAIXA
              ELSE
                 MOVE CBR-BAIXA-VALOR TO WS-VALOR-BAIXA
              END-IF
              MOVE MST-SALDO TO WS-SALDO-ANTES
              ADD WS-VALOR-BAIXA TO MST-SALDO
              SET WS-MST-ALTERADO TO TRUE
              PERFORM 2310-GRAVAR-MST-JOURNAL
              PERFORM 2330-WRITE-GL-BAIXA
              ADD WS-VALOR-BAIXA TO WS-TOT-BAIXADO
              ADD 1 TO WS-COUNT-BAIXADOS
              MOVE 'BAIXA EFETIVADA' TO WS-ACAO-DESCR
              MOVE WS-DATA-REF TO CBR-DATA-BAIXA
           END-IF.
      *--- O RESTANTE AINDA DEVEDOR (SE HOUVER) PODE SER PROPOSTO DE
      *--- NOVO; A POSICAO ZERADA SAI DO COBRDD EM 2600
           MOVE SPACE TO CBR-BAIXA-SITUACAO.
           EXIT.
      *
       2310-GRAVAR-MST-JOURNAL.
           MOVE WS-DATA-REF      TO MJR-RUN-DATE.
           MOVE WS-TIME-6        TO MJR-TIME.
           MOVE WS-RUN-ID        TO MJR-RUN-ID.
           MOVE 'A'              TO MJR-ACAO.
           MOVE 'W'              TO MJR-ORIGEM.
           MOVE MST-ID           TO MJR-ID.
           MOVE MST-CONTA        TO MJR-CONTA.
           MOVE MST-DATA         TO MJR-DATA-ANTES.
           MOVE MST-DATA         TO MJR-DATA-DEPOIS.
           MOVE WS-SALDO-ANTES   TO MJR-SALDO-ANTES.
           MOVE MST-SALDO        TO MJR-SALDO-DEPOIS.
           MOVE SPACES           TO MSTJRN-RECORD(197:4).
           MOVE CBR-OPER-DECISAO TO MJR-APROVADOR.
      *--- DATA DA GRAVACAO E HASH ENCADEADO; NO PRIMEIRO WRITE DE UM
      *--- DIA NOVO A ANCORA DO DIA ANTERIOR VAI NA FRENTE
           MOVE 'E' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF MJC-ANCORA-PENDENTE
              MOVE MSTJRN-RECORD TO WS-MJR-LINHA-SALVA
              MOVE MJC-ANCORA TO MSTJRN-RECORD
              PERFORM 2320-WRITE-MST-JOURNAL
              MOVE WS-MJR-LINHA-SALVA TO MSTJRN-RECORD
           END-IF.
           PERFORM 2320-WRITE-MST-JOURNAL.
           EXIT.
      *
       2320-WRITE-MST-JOURNAL.
           WRITE MSTJRN-RECORD.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- UM 'P' POR BAIXA: CREDITO NOS CLIENTES ('C') CONTRA A CONTA
      *--- DE PERDA
       2330-WRITE-GL-BAIXA.
           MOVE SPACES          TO GL-RECORD.
           MOVE 'P'             TO GLP-TIPO.
           MOVE WS-DATA-REF     TO GLP-RUN-DATE.
           MOVE WS-RUN-ID       TO GLP-RUN-ID.
           MOVE 'BRL'           TO GLP-MOEDA.
           MOVE 'C'             TO GLP-NATUREZA.
           MOVE WS-VALOR-BAIXA  TO GLP-VALOR.
           MOVE WS-CONTA-PERDA  TO GLP-CONTA-PERDA.
           PERFORM 4300-WRITE-GL.
           ADD 1 TO WS-GL-COUNT.
           EXIT.
      *
      *--- POSICAO DEVEDORA: DATA EM QUE FICOU DEVEDORA, DIAS, FAIXA,
      *--- ESTAGIO DE COBRANCA E PROPOSTA DE BAIXA
       2400-ENVELHECER-POSICAO.
           ADD 1 TO WS-COUNT-DEVEDORES.
           COMPUTE WS-ABS-SALDO = ZERO - MST-SALDO.
           ADD WS-ABS-SALDO TO WS-TOT-DEVEDOR.
           IF NOT WS-CBR-EXISTE
              PERFORM 2410-NOVA-POSICAO
           END-IF.
      *--- A DATA QUE VALE E A DO MESTRE; SEM ELA (PRIMEIRA NOITE
      *--- DEVEDORA), O MESTRE RECEBE A DATA APURADA NO COBRDD
           IF MST-DATA-NEGATIVO = ZERO
              MOVE CBR-DATA-NEGATIVO TO MST-DATA-NEGATIVO
              SET WS-MST-ALTERADO TO TRUE
           ELSE
              MOVE MST-DATA-NEGATIVO TO CBR-DATA-NEGATIVO
           END-IF.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
             - FUNCTION INTEGER-OF-DATE(CBR-DATA-NEGATIVO).
           IF WS-DIAS < 1
              MOVE 1 TO WS-DIAS
           END-IF.
           IF WS-DIAS > 99999
              MOVE 99999 TO WS-DIAS
           END-IF.
           MOVE WS-DIAS       TO CBR-DIAS-ATRASO.
           MOVE MST-SALDO     TO CBR-SALDO.
           MOVE WS-DATA-REF   TO CBR-DATA-AVALIACAO.
           EVALUATE TRUE
               WHEN WS-DIAS > 90
                   MOVE 4 TO CBR-FAIXA
                   MOVE 3 TO WS-ESTAGIO-DEVIDO
               WHEN WS-DIAS > 60
                   MOVE 3 TO CBR-FAIXA
                   MOVE 2 TO WS-ESTAGIO-DEVIDO
               WHEN WS-DIAS > 30
                   MOVE 2 TO CBR-FAIXA
                   MOVE 1 TO WS-ESTAGIO-DEVIDO
               WHEN OTHER
                   MOVE 1 TO CBR-FAIXA
                   MOVE 0 TO WS-ESTAGIO-DEVIDO
           END-EVALUATE.
           SET WS-FX-IDX TO CBR-FAIXA.
           ADD 1 TO WS-FX-QTD(WS-FX-IDX).
           ADD WS-ABS-SALDO TO WS-FX-VALOR(WS-FX-IDX).
      *
           IF WS-ESTAGIO-DEVIDO > CBR-ESTAGIO
              PERFORM 2450-SUBIR-ESTAGIO
           END-IF.
           PERFORM 2500-AVALIAR-BAIXA.
           PERFORM 2480-SAVE-COBRANCA.
           PERFORM 2700-WRITE-DETAIL-LINE.
           EXIT.
      *
      *--- PRIMEIRA NOITE DEVEDORA: A DATA E A DO ULTIMO MOVIMENTO DO
      *--- CLIENTE (OU A DE REFERENCIA, SE ELA NAO SERVIR)
       2410-NOVA-POSICAO.
           ADD 1 TO WS-COUNT-NOVOS.
           INITIALIZE CBR-RECORD.
           MOVE MST-CHAVE TO CBR-CHAVE.
           MOVE SPACE  TO CBR-BAIXA-SITUACAO.
           MOVE SPACES TO CBR-OPER-DECISAO.
           MOVE WS-DATA-REF TO CBR-DATA-NEGATIVO.
           IF MST-ULT-ATUALIZACAO IS NUMERIC
              AND MST-ULT-ATUALIZACAO > ZERO
              AND MST-ULT-ATUALIZACAO < WS-DATA-REF
              IF FUNCTION TEST-DATE-YYYYMMDD(MST-ULT-ATUALIZACAO)
                 = ZERO
                 MOVE MST-ULT-ATUALIZACAO TO CBR-DATA-NEGATIVO
              END-IF
           END-IF.
           MOVE 'POSICAO NOVA' TO WS-ACAO-DESCR.
           EXIT.
      *
      *--- LIMIAR ULTRAPASSADO: SO O AVISO DO ESTAGIO ATUAL
       2450-SUBIR-ESTAGIO.
           MOVE WS-ESTAGIO-DEVIDO TO CBR-ESTAGIO.
           MOVE WS-DATA-REF TO CBR-DATA-ESTAGIO.
           MOVE SPACES TO NTF-RECORD.
           MOVE WS-DATA-REF TO NTF-DATA.
           MOVE WS-TIME-6 TO NTF-HORA.
           MOVE 'MYCOBRAN' TO NTF-PROGRAMA.
           EVALUATE WS-ESTAGIO-DEVIDO
               WHEN 1
                   SET NTF-EVT-COBRANCA-1 TO TRUE
                   ADD 1 TO WS-COUNT-ESTAGIO-1
                   MOVE 'ESTAGIO 1 (COB1)' TO WS-ACAO-DESCR
               WHEN 2
                   SET NTF-EVT-COBRANCA-2 TO TRUE
                   ADD 1 TO WS-COUNT-ESTAGIO-2
                   MOVE 'ESTAGIO 2 (COB2)' TO WS-ACAO-DESCR
               WHEN OTHER
                   SET NTF-EVT-COBRANCA-3 TO TRUE
                   ADD 1 TO WS-COUNT-ESTAGIO-3
                   MOVE 'ESTAGIO 3 (COB3)' TO WS-ACAO-DESCR
           END-EVALUATE.
           MOVE MST-ID TO NTF-ID-CLIENTE.
           MOVE WS-ABS-SALDO TO NTF-VALOR.
           MOVE 'BRL' TO NTF-MOEDA.
           MOVE WS-DIAS TO WS-DIAS-X.
           MOVE WS-DIAS-X TO NTF-REFERENCIA.
           MOVE 'N' TO NTF-INSTANTANEO.
           WRITE NTF-RECORD.
           IF NOT WS-NTF-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO NTF-FILE'
              DISPLAY 'FILE STATUS: ' WS-NTF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-EVENTOS.
           EXIT.
      *
       2480-SAVE-COBRANCA.
           IF WS-CBR-EXISTE
              REWRITE CBR-RECORD
           ELSE
              WRITE CBR-RECORD
           END-IF.
           IF NOT WS-CBR-OK
              DISPLAY 'ERRO FATAL DE GRAVACAO NO CBR-FILE'
              DISPLAY 'FILE STATUS: ' WS-CBR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- ACIMA DO LIMITE E SEM DECISAO: ENTRA NA LISTA DE PROPOSTAS.
      *--- A PROPOSTA AINDA PENDENTE ACOMPANHA O SALDO DEVEDOR; A
      *--- RECUSADA NAO VOLTA A SER PROPOSTA NESTA POSICAO.
       2500-AVALIAR-BAIXA.
           EVALUATE TRUE
               WHEN CBR-BAIXA-NENHUMA
                    AND CBR-DIAS-ATRASO > WS-DIAS-BAIXA
                   MOVE 'P' TO CBR-BAIXA-SITUACAO
                   MOVE WS-ABS-SALDO TO CBR-BAIXA-VALOR
                   MOVE WS-DATA-REF TO CBR-DATA-PROPOSTA
                   MOVE SPACES TO CBR-OPER-DECISAO
                   MOVE ZERO TO CBR-DATA-DECISAO
                   ADD 1 TO WS-COUNT-PROPOSTAS
                   ADD WS-ABS-SALDO TO WS-TOT-PROPOSTO
                   IF WS-ACAO-DESCR = SPACES
                      MOVE 'BAIXA PROPOSTA' TO WS-ACAO-DESCR
                   END-IF
               WHEN CBR-BAIXA-PROPOSTA
                   MOVE WS-ABS-SALDO TO CBR-BAIXA-VALOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CBR-BAIXA-PROPOSTA
              ADD 1 TO WS-COUNT-PENDENTES
              ADD CBR-BAIXA-VALOR TO WS-TOT-PENDENTE
           END-IF.
           EXIT.
      *
      *--- POSICAO QUE VOLTOU A ZERO OU CREDORA SAI DA COBRANCA
       2600-REGULARIZAR-POSICAO.
           DELETE CBR-FILE RECORD.
           IF NOT WS-CBR-OK
              DISPLAY 'ERRO FATAL DE DELETE NO CBR-FILE'
              DISPLAY 'FILE STATUS: ' WS-CBR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-REGULARIZ.
           IF WS-ACAO-DESCR = SPACES
              MOVE 'REGULARIZADA' TO WS-ACAO-DESCR
           END-IF.
           MOVE ZERO TO CBR-DIAS-ATRASO CBR-FAIXA.
           PERFORM 2700-WRITE-DETAIL-LINE.
           EXIT.
      *
      *--- UNICO REWRITE DO MESTRE POR REGISTRO (ACESSO SEQUENCIAL)
       2800-REGRAVAR-MESTRE.
           REWRITE MST-RECORD.
           IF NOT WS-MST-OK
              DISPLAY 'ERRO FATAL DE REWRITE NO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2700-WRITE-DETAIL-LINE.
           MOVE MST-ID             TO RPT-DET-ID.
           MOVE MST-CONTA          TO RPT-DET-CONTA.
           MOVE MST-SALDO          TO RPT-DET-SALDO.
           MOVE CBR-DATA-NEGATIVO  TO RPT-DET-DATA-NEG.
           MOVE CBR-DIAS-ATRASO    TO RPT-DET-DIAS.
           MOVE CBR-FAIXA          TO RPT-DET-FAIXA.
           MOVE CBR-ESTAGIO        TO RPT-DET-ESTAGIO.
           MOVE CBR-BAIXA-SITUACAO TO RPT-DET-BAIXA-SIT.
           IF WS-VALOR-BAIXA > ZERO
              MOVE WS-VALOR-BAIXA  TO RPT-DET-BAIXA-VALOR
           ELSE
              MOVE CBR-BAIXA-VALOR TO RPT-DET-BAIXA-VALOR
           END-IF.
           MOVE WS-ACAO-DESCR      TO RPT-DET-ACAO.
           MOVE WS-RPT-DET-LINE    TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           PERFORM 3100-WRITE-GL-TRAILER.
           PERFORM 3200-WRITE-SUMMARY.
           CLOSE MST-FILE CBR-FILE MSTJRN-FILE GL-FILE NTF-FILE
                 RPT-FILE.
           EXIT.
      *
      *--- TRAILER 'T' DE CONTROLE: SO CREDITOS. A GERACAO E GRAVADA
      *--- TODA NOITE; SEM BAIXA SAI SO O TRAILER ZERADO.
       3100-WRITE-GL-TRAILER.
           MOVE SPACES              TO GL-RECORD.
           MOVE 'T'                 TO GLT-TIPO.
           MOVE WS-GL-COUNT         TO GLT-COUNT.
           MOVE ZERO                TO GLT-TOT-DEBITO.
           MOVE WS-TOT-BAIXADO      TO GLT-TOT-CREDITO.
           PERFORM 4300-WRITE-GL.
           EXIT.
      *
       3200-WRITE-SUMMARY.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'MESTRES LIDOS                :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MST-READ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'MESTRES EM POSICAO DEVEDORA  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-DEVEDORES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'NOVAS POSICOES DEVEDORAS     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-NOVOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'POSICOES REGULARIZADAS       :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-REGULARIZ TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'ENVELHECIMENTO (QTDE / SALDO DEVEDOR):'
               TO RPT-RECORD(2:40).
           PERFORM 4200-WRITE-REPORT.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 4
              MOVE WS-FX-DESCR(WS-FX-IDX) TO RPT-FX-DESC
              MOVE WS-FX-QTD(WS-FX-IDX)   TO RPT-FX-QTD
              MOVE WS-FX-VALOR(WS-FX-IDX) TO RPT-FX-VALOR
              MOVE WS-RPT-FAIXA-LINE TO RPT-RECORD
              PERFORM 4200-WRITE-REPORT
           END-PERFORM.
           MOVE 'TOTAL DEVEDOR                :' TO RPT-AMT-DESC.
           MOVE WS-TOT-DEVEDOR TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'AVISOS DE ESTAGIO 1 (COB1)   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ESTAGIO-1 TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'AVISOS DE ESTAGIO 2 (COB2)   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ESTAGIO-2 TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'AVISOS DE ESTAGIO 3 (COB3)   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-ESTAGIO-3 TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'EVENTOS GRAVADOS NO NOTIFDD  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EVENTOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'BAIXAS PROPOSTAS NESTA DATA  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-PROPOSTAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'VALOR PROPOSTO NESTA DATA    :' TO RPT-AMT-DESC.
           MOVE WS-TOT-PROPOSTO TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           MOVE 'BAIXAS AGUARDANDO DECISAO    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-PENDENTES TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'VALOR AGUARDANDO DECISAO     :' TO RPT-AMT-DESC.
           MOVE WS-TOT-PENDENTE TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           MOVE 'BAIXAS EFETIVADAS            :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-BAIXADOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'VALOR BAIXADO (CONTA PERDA)  :' TO RPT-AMT-DESC.
           MOVE WS-TOT-BAIXADO TO RPT-AMT-VALUE.
           PERFORM 4220-WRITE-AMOUNT-LINE.
           MOVE 'APROVACOES DESCARTADAS       :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-DESCARTADAS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-MASTER.
           READ MST-FILE NEXT RECORD.
           IF NOT WS-MST-OK AND NOT WS-MST-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
              DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
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
       4220-WRITE-AMOUNT-LINE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       4300-WRITE-GL.
           WRITE GL-RECORD.
           IF NOT WS-GL-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO GL-FILE'
              DISPLAY 'FILE STATUS: ' WS-GL-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCOBRAN ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
