       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCORREC.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - ACERTO DE COR DOS LOTES MEDIDOS
      *
      * O LABORATORIO MEDE CADA LOTE PRONTO NO ESPECTROFOTOMETRO E,
      * QUANDO A COR SAI FORA DO ALVO, O ACERTO ERA NO OLHO. ESTE
      * PROGRAMA LE AS MEDICOES DO DIA (MEDIDADD, UM CARTAO POR
      * LEITURA), BUSCA A COR ALVO E A QUANTIDADE DA ORDEM PELO LOTE DE
      * PRODUCAO NA GENEALOGIA (GENEFILE, CHAVE ALTERNATIVA), E PEDE
      * AO CORMIX (FUNCAO 'A') A DIFERENCA CONTRA O RGB DO ALVO NO
      * CATALOGO E, FORA DA TOLERANCIA, AS CORES-BASE A ACRESCENTAR,
      * NA PROPORCAO E COM O CUSTO (COLR-CUSTO) DE CADA UMA.
      *
      * CADA MEDICAO VAI PARA O MEDEFILE (COPYBOOK MYMEDIC) COM A
      * PROXIMA SEQUENCIA DO LOTE, O ACERTO RECOMENDADO E SE O
      * LABORATORIO O ACEITOU - A BASE DO INDICE DE ACERTO DE PRIMEIRA
      * DO MYFTRRPT. A MESMA FUNCAO ESTA NO AR NA TRNI (MYCICSCR).
      *
      * CARTAO MEDIDADD (80 BYTES):
      *   01-12 LOTE DE PRODUCAO (AAAAMMDDNNNN)
      *   13-21 R/G/B MEDIDOS (3 DIGITOS CADA, 000 A 255)
      *   22    'S' = O ACERTO RECOMENDADO FOI ACEITO E APLICADO
      *   23-25 TOLERANCIA (BRANCO/ZEROS = A PADRAO DO CORMIX)
      *   26-28 OPERADOR DO LABORATORIO
      *   29-43 COR ALVO (SO PARA LOTE FORA DA GENEALOGIA)
      *   44-50 QUANTIDADE DO LOTE 9(05)V99 (IDEM)
      *
      * RC 0 = TODAS AS MEDICOES REGISTRADAS; RC 4 = CARTAO RECUSADO
      * (VER O RELATORIO); RC 16 = ERRO DE ARQUIVO.
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
           SELECT MEDIDA-FILE ASSIGN TO MEDIDADD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MEDIDA-FILE-STATUS.
           SELECT GENE-FILE ASSIGN TO GENEFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GEN-CHAVE
                  ALTERNATE RECORD KEY IS GEN-LOTE-PROD WITH DUPLICATES
                  FILE STATUS IS WS-GENE-FILE-STATUS.
           SELECT MEDE-FILE ASSIGN TO MEDEFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MED-CHAVE
                  FILE STATUS IS WS-MEDE-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD MEDIDA-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 MEDIDA-RECORD.
           05 MDC-LOTE-PROD         PIC X(12).
           05 MDC-R                 PIC X(03).
           05 MDC-G                 PIC X(03).
           05 MDC-B                 PIC X(03).
           05 MDC-ACEITO            PIC X(01).
           05 MDC-TOLERANCIA        PIC X(03).
           05 MDC-OPERADOR          PIC X(03).
           05 MDC-COR-ALVO          PIC X(15).
           05 MDC-QTDE-LOTE         PIC X(07).
           05 FILLER                PIC X(30).
       01 MEDIDA-RECORD-NUM REDEFINES MEDIDA-RECORD.
           05 FILLER                PIC X(12).
           05 MDC-R-N               PIC 9(03).
           05 MDC-G-N               PIC 9(03).
           05 MDC-B-N               PIC 9(03).
           05 FILLER                PIC X(01).
           05 MDC-TOLERANCIA-N      PIC 9(03).
           05 FILLER                PIC X(18).
           05 MDC-QTDE-LOTE-N       PIC 9(05)V99.
           05 FILLER                PIC X(30).
      *
       FD GENE-FILE
          RECORD CONTAINS 100 CHARACTERS.
       COPY MYGENEC.
      *
       FD MEDE-FILE
          RECORD CONTAINS 150 CHARACTERS.
       COPY MYMEDIC.
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD               PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-MEDIDA-FILE-STATUS PIC X(02).
              88 WS-MEDIDA-OK       VALUE '00'.
              88 WS-MEDIDA-EOF      VALUE '10'.
      *--- '02' = CHAVE ALTERNATIVA DUPLICADA (NORMAL NO GENEFILE)
           05 WS-GENE-FILE-STATUS   PIC X(02).
              88 WS-GENE-OK         VALUE '00' '02'.
              88 WS-GENE-EOF        VALUE '10'.
              88 WS-GENE-NOTFND     VALUE '23'.
           05 WS-MEDE-FILE-STATUS   PIC X(02).
              88 WS-MEDE-OK         VALUE '00'.
              88 WS-MEDE-EOF        VALUE '10'.
              88 WS-MEDE-NOTFND     VALUE '23'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
      *--- INTERFACE DO MODULO DE MISTURA
       COPY CORMIXC.
      *
       01 WS-CONTROLE.
           05 WS-HOJE               PIC 9(08) VALUE ZERO.
           05 WS-AGORA              PIC 9(08) VALUE ZERO.
           05 WS-COR-ALVO           PIC X(15).
           05 WS-QTDE-LOTE          PIC 9(05)V99.
           05 WS-ULT-SEQ            PIC 9(02).
           05 WS-MOTIVO             PIC X(60).
           05 WS-ACEITO             PIC X(01).
           05 WS-FIM-SEQ-FLAG       PIC X(01).
              88 WS-FIM-SEQ         VALUE 'S'.
           05 WS-ADC-IDX            PIC 9(01).
      *
       01 WS-CONTADORES.
           05 WS-COUNT-CARTOES      PIC 9(05) VALUE ZERO.
           05 WS-COUNT-RECUSADOS    PIC 9(05) VALUE ZERO.
           05 WS-COUNT-GRAVADAS     PIC 9(05) VALUE ZERO.
           05 WS-COUNT-DENTRO       PIC 9(05) VALUE ZERO.
           05 WS-COUNT-ACEITOS      PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-CUSTO        PIC 9(09)V99 VALUE ZERO.
      *
      *--- LINHAS DO RELATORIO
       01 RPT-HEADER-1.
           05 FILLER PIC X(45) VALUE
              'MYCORREC - ACERTO DE COR DOS LOTES MEDIDOS   '.
           05 FILLER PIC X(88) VALUE SPACES.
       01 RPT-HEADER-2.
           05 FILLER PIC X(133) VALUE ALL '='.
       01 RPT-BLANK-LINE           PIC X(133) VALUE SPACES.
      *
       01 RPT-MEDIDA-LINE.
           05 FILLER               PIC X(05) VALUE 'LOTE '.
           05 RPT-MED-LOTE         PIC X(12).
           05 FILLER               PIC X(05) VALUE ' SEQ '.
           05 RPT-MED-SEQ          PIC 99.
           05 FILLER               PIC X(07) VALUE '  ALVO '.
           05 RPT-MED-COR          PIC X(15).
           05 FILLER               PIC X(09) VALUE '  MEDIDO '.
           05 RPT-MED-R            PIC 999.
           05 FILLER               PIC X(01) VALUE '/'.
           05 RPT-MED-G            PIC 999.
           05 FILLER               PIC X(01) VALUE '/'.
           05 RPT-MED-B            PIC 999.
           05 FILLER               PIC X(06) VALUE '  DIF '.
           05 RPT-MED-DIF          PIC ZZ9,9.
           05 FILLER               PIC X(06) VALUE '  TOL '.
           05 RPT-MED-TOL          PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-MED-SITUACAO     PIC X(30).
           05 FILLER               PIC X(15) VALUE SPACES.
      *
       01 RPT-ADICAO-LINE.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'ACRESCENTAR '.
           05 RPT-ADC-COR          PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-ADC-PCT          PIC ZZ9,9.
           05 FILLER               PIC X(11) VALUE '% DO LOTE ='.
           05 RPT-ADC-QTDE         PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(08) VALUE '  CUSTO '.
           05 RPT-ADC-CUSTO        PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(53) VALUE SPACES.
      *
       01 RPT-PREVISTO-LINE.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'PREVISTO '.
           05 RPT-PRV-R            PIC 999.
           05 FILLER               PIC X(01) VALUE '/'.
           05 RPT-PRV-G            PIC 999.
           05 FILLER               PIC X(01) VALUE '/'.
           05 RPT-PRV-B            PIC 999.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-PRV-HEX          PIC X(07).
           05 FILLER               PIC X(12) VALUE '  DIF FINAL '.
           05 RPT-PRV-DIF          PIC ZZ9,9.
           05 FILLER               PIC X(18) VALUE
              '  CUSTO DO ACERTO '.
           05 RPT-PRV-CUSTO        PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(10) VALUE '  ACEITO: '.
           05 RPT-PRV-ACEITO       PIC X(01).
           05 FILLER               PIC X(40) VALUE SPACES.
      *
       01 RPT-RECUSA-LINE.
           05 FILLER               PIC X(05) VALUE 'LOTE '.
           05 RPT-REC-LOTE         PIC X(12).
           05 FILLER               PIC X(14) VALUE ' *** RECUSADO:'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-REC-MOTIVO       PIC X(60).
           05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 RPT-TOTAL-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 RPT-TOT-DESC         PIC X(35).
           05 RPT-TOT-QTDE         PIC ZZ.ZZ9.
           05 FILLER               PIC X(87) VALUE SPACES.
       01 RPT-TOTAL-CUSTO-LINE.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(35) VALUE
              'CUSTO DOS ACERTOS ACEITOS:         '.
           05 RPT-TOT-CUSTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(79) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-MEDIDA UNTIL WS-MEDIDA-EOF.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYCORREC CONCLUIDO. CARTOES: '
                   WS-COUNT-CARTOES ' GRAVADAS: '
                   WS-COUNT-GRAVADAS ' RECUSADOS: '
                   WS-COUNT-RECUSADOS.
           IF WS-COUNT-RECUSADOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
      *
           OPEN INPUT MEDIDA-FILE.
           IF NOT WS-MEDIDA-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MEDIDA-FILE'
              DISPLAY 'FILE STATUS: ' WS-MEDIDA-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN INPUT GENE-FILE.
           IF NOT WS-GENE-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO GENE-FILE'
              DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN I-O MEDE-FILE.
           IF NOT WS-MEDE-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MEDE-FILE'
              DISPLAY 'FILE STATUS: ' WS-MEDE-FILE-STATUS
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
      *--- O CORMIX CARREGA O CATALOGO DO COLRFILE NA PRIMEIRA CHAMADA
           INITIALIZE CORMIX-PARAMETROS.
           SET CMX-ORIGEM-VSAM TO TRUE.
      *
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
      *
           PERFORM 4000-READ-NEXT-MEDIDA.
           EXIT.
      *
      *================================================================*
      * PROCESSAMENTO DE CADA MEDICAO
      *================================================================*
       2000-PROCESS-MEDIDA.
           ADD 1 TO WS-COUNT-CARTOES.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM 2100-VALIDAR-CARTAO.
           IF WS-MOTIVO = SPACES
              PERFORM 2200-OBTER-ALVO
           END-IF.
           IF WS-MOTIVO = SPACES
              PERFORM 2300-PROXIMA-SEQUENCIA
           END-IF.
           IF WS-MOTIVO = SPACES
              PERFORM 2400-CALCULAR-ACERTO
           END-IF.
      *
           IF WS-MOTIVO NOT = SPACES
              ADD 1 TO WS-COUNT-RECUSADOS
              MOVE MDC-LOTE-PROD TO RPT-REC-LOTE
              MOVE WS-MOTIVO     TO RPT-REC-MOTIVO
              WRITE RPT-RECORD FROM RPT-RECUSA-LINE
              WRITE RPT-RECORD FROM RPT-BLANK-LINE
           ELSE
              PERFORM 2500-GRAVAR-MEDICAO
              PERFORM 2600-LISTAR-MEDICAO
           END-IF.
      *
           PERFORM 4000-READ-NEXT-MEDIDA.
           EXIT.
      *
       2100-VALIDAR-CARTAO.
           EVALUATE TRUE
               WHEN MDC-LOTE-PROD = SPACES
                   MOVE 'LOTE DE PRODUCAO EM BRANCO'
                       TO WS-MOTIVO
               WHEN MDC-R IS NOT NUMERIC
                 OR MDC-G IS NOT NUMERIC
                 OR MDC-B IS NOT NUMERIC
                   MOVE 'R/G/B MEDIDOS NAO NUMERICOS' TO WS-MOTIVO
               WHEN MDC-R-N > 255 OR MDC-G-N > 255 OR MDC-B-N > 255
                   MOVE 'R/G/B MEDIDOS ACIMA DE 255' TO WS-MOTIVO
               WHEN MDC-ACEITO NOT = 'S' AND MDC-ACEITO NOT = 'N'
                AND MDC-ACEITO NOT = SPACE
                   MOVE 'INDICADOR DE ACEITE DIFERENTE DE S/N'
                       TO WS-MOTIVO
               WHEN MDC-TOLERANCIA NOT = SPACES
                AND MDC-TOLERANCIA IS NOT NUMERIC
                   MOVE 'TOLERANCIA NAO NUMERICA' TO WS-MOTIVO
               WHEN MDC-QTDE-LOTE NOT = SPACES
                AND MDC-QTDE-LOTE IS NOT NUMERIC
                   MOVE 'QUANTIDADE DO LOTE NAO NUMERICA' TO WS-MOTIVO
           END-EVALUATE.
           EXIT.
      *
      *--- COR ALVO E QUANTIDADE DA ORDEM PELA GENEALOGIA DO LOTE
      *--- (QUALQUER LINHA DO LOTE TRAZ A ORDEM); O CARTAO SO SUPRE O
      *--- LOTE QUE NAO ESTA NO GENEFILE
       2200-OBTER-ALVO.
           MOVE SPACES TO WS-COR-ALVO.
           MOVE ZERO   TO WS-QTDE-LOTE.
           MOVE MDC-LOTE-PROD TO GEN-LOTE-PROD.
           START GENE-FILE KEY IS EQUAL TO GEN-LOTE-PROD.
           IF WS-GENE-OK
              READ GENE-FILE NEXT RECORD
              IF WS-GENE-OK AND GEN-LOTE-PROD = MDC-LOTE-PROD
                 MOVE GEN-ORD-COR  TO WS-COR-ALVO
                 MOVE GEN-ORD-QTDE TO WS-QTDE-LOTE
              END-IF
           END-IF.
           IF NOT WS-GENE-OK AND NOT WS-GENE-NOTFND
              AND NOT WS-GENE-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO GENE-FILE'
              DISPLAY 'FILE STATUS: ' WS-GENE-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           IF WS-COR-ALVO = SPACES
              IF MDC-COR-ALVO = SPACES
                 MOVE 'LOTE FORA DA GENEALOGIA E SEM COR ALVO NO CARTAO'
                     TO WS-MOTIVO
              ELSE
                 MOVE MDC-COR-ALVO TO WS-COR-ALVO
                 IF MDC-QTDE-LOTE NOT = SPACES
                    MOVE MDC-QTDE-LOTE-N TO WS-QTDE-LOTE
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *--- PROXIMA SEQUENCIA DE MEDICAO DO LOTE NO MEDEFILE
       2300-PROXIMA-SEQUENCIA.
           MOVE ZERO TO WS-ULT-SEQ.
           MOVE 'N'  TO WS-FIM-SEQ-FLAG.
           MOVE MDC-LOTE-PROD TO MED-LOTE-PROD.
           MOVE ZERO          TO MED-SEQ.
           START MEDE-FILE KEY IS NOT LESS THAN MED-CHAVE.
           EVALUATE TRUE
               WHEN WS-MEDE-OK
                   PERFORM 2350-LER-SEQUENCIA UNTIL WS-FIM-SEQ
               WHEN WS-MEDE-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE POSICIONAMENTO NO MEDE-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MEDE-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           IF WS-ULT-SEQ = 99
              MOVE 'LOTE JA TEM 99 MEDICOES REGISTRADAS' TO WS-MOTIVO
           END-IF.
           EXIT.
      *
       2350-LER-SEQUENCIA.
           READ MEDE-FILE NEXT RECORD.
           EVALUATE TRUE
               WHEN WS-MEDE-OK
                   IF MED-LOTE-PROD = MDC-LOTE-PROD
                      MOVE MED-SEQ TO WS-ULT-SEQ
                   ELSE
                      SET WS-FIM-SEQ TO TRUE
                   END-IF
               WHEN WS-MEDE-EOF
                   SET WS-FIM-SEQ TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO MEDE-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MEDE-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       2400-CALCULAR-ACERTO.
           SET CMX-FN-ACERTAR TO TRUE.
           MOVE WS-COR-ALVO TO CMX-COR-1.
           INSPECT CMX-COR-1 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE MDC-R-N TO CMX-R.
           MOVE MDC-G-N TO CMX-G.
           MOVE MDC-B-N TO CMX-B.
           IF MDC-TOLERANCIA NOT = SPACES
              MOVE MDC-TOLERANCIA-N TO CMX-TOLERANCIA
           ELSE
              MOVE ZERO TO CMX-TOLERANCIA
           END-IF.
           MOVE WS-QTDE-LOTE TO CMX-QTDE-LOTE.
           CALL 'CORMIX' USING CORMIX-PARAMETROS.
           IF NOT CMX-OK
              MOVE 'COR ALVO NAO CADASTRADA NO CATALOGO' TO WS-MOTIVO
           END-IF.
           EXIT.
      *
      *--- SO HA O QUE ACEITAR QUANDO O CORMIX RECOMENDOU ADICOES
       2500-GRAVAR-MEDICAO.
           MOVE 'N' TO WS-ACEITO.
           IF MDC-ACEITO = 'S' AND CMX-QTD-ADICOES > ZERO
              MOVE 'S' TO WS-ACEITO
           END-IF.
      *
           INITIALIZE MED-RECORD.
           MOVE MDC-LOTE-PROD       TO MED-LOTE-PROD.
           COMPUTE MED-SEQ = WS-ULT-SEQ + 1.
           MOVE CMX-COR-1           TO MED-COR-ALVO.
           MOVE CMX-R               TO MED-R.
           MOVE CMX-G               TO MED-G.
           MOVE CMX-B               TO MED-B.
           IF CMX-TOLERANCIA > ZERO
              MOVE CMX-TOLERANCIA   TO MED-TOLERANCIA
           ELSE
              MOVE 10               TO MED-TOLERANCIA
           END-IF.
           MOVE CMX-DIFERENCA       TO MED-DIFERENCA.
           MOVE CMX-SITUACAO        TO MED-SITUACAO.
           MOVE WS-ACEITO           TO MED-ACERTO-ACEITO.
           MOVE WS-QTDE-LOTE        TO MED-QTDE-LOTE.
           MOVE CMX-QTD-ADICOES     TO MED-QTD-ADICOES.
           PERFORM VARYING WS-ADC-IDX FROM 1 BY 1
                   UNTIL WS-ADC-IDX > CMX-QTD-ADICOES
              MOVE CMX-ADC-COR(WS-ADC-IDX)
                  TO MED-ADC-COR(WS-ADC-IDX)
              MOVE CMX-ADC-QTDE(WS-ADC-IDX)
                  TO MED-ADC-QTDE(WS-ADC-IDX)
           END-PERFORM.
           MOVE CMX-CUSTO-CORRECAO  TO MED-CUSTO-ACERTO.
           MOVE WS-HOJE             TO MED-DATA.
           ACCEPT WS-AGORA FROM TIME.
           MOVE WS-AGORA(1:6)       TO MED-HORA.
           MOVE MDC-OPERADOR        TO MED-OPERADOR.
      *
           WRITE MED-RECORD.
           IF NOT WS-MEDE-OK
              DISPLAY 'ERRO FATAL DE GRAVACAO NO MEDE-FILE'
              DISPLAY 'FILE STATUS: ' WS-MEDE-FILE-STATUS
              DISPLAY 'CHAVE: ' MED-CHAVE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           ADD 1 TO WS-COUNT-GRAVADAS.
           IF MED-DENTRO-TOLERANCIA
              ADD 1 TO WS-COUNT-DENTRO
           END-IF.
           IF MED-ACEITO
              ADD 1 TO WS-COUNT-ACEITOS
              ADD MED-CUSTO-ACERTO TO WS-TOTAL-CUSTO
           END-IF.
           EXIT.
      *
       2600-LISTAR-MEDICAO.
           MOVE MED-LOTE-PROD  TO RPT-MED-LOTE.
           MOVE MED-SEQ        TO RPT-MED-SEQ.
           MOVE MED-COR-ALVO   TO RPT-MED-COR.
           MOVE MED-R          TO RPT-MED-R.
           MOVE MED-G          TO RPT-MED-G.
           MOVE MED-B          TO RPT-MED-B.
           MOVE MED-DIFERENCA  TO RPT-MED-DIF.
           MOVE MED-TOLERANCIA TO RPT-MED-TOL.
           EVALUATE TRUE
               WHEN CMX-DENTRO-TOLERANCIA
                   MOVE 'DENTRO DA TOLERANCIA' TO RPT-MED-SITUACAO
               WHEN CMX-ACERTO-COMPLETO
                   MOVE 'FORA - ACERTO RECOMENDADO' TO RPT-MED-SITUACAO
               WHEN CMX-ACERTO-PARCIAL
                   MOVE 'FORA - ACERTO PARCIAL' TO RPT-MED-SITUACAO
               WHEN OTHER
                   MOVE 'FORA - SEM ACERTO POR BASE' TO RPT-MED-SITUACAO
           END-EVALUATE.
           WRITE RPT-RECORD FROM RPT-MEDIDA-LINE.
      *
           PERFORM VARYING WS-ADC-IDX FROM 1 BY 1
                   UNTIL WS-ADC-IDX > CMX-QTD-ADICOES
              MOVE CMX-ADC-COR(WS-ADC-IDX)   TO RPT-ADC-COR
              MOVE CMX-ADC-PCT(WS-ADC-IDX)   TO RPT-ADC-PCT
              MOVE CMX-ADC-QTDE(WS-ADC-IDX)  TO RPT-ADC-QTDE
              MOVE CMX-ADC-CUSTO(WS-ADC-IDX) TO RPT-ADC-CUSTO
              WRITE RPT-RECORD FROM RPT-ADICAO-LINE
           END-PERFORM.
      *
           IF CMX-QTD-ADICOES > ZERO
              MOVE CMX-PREV-R          TO RPT-PRV-R
              MOVE CMX-PREV-G          TO RPT-PRV-G
              MOVE CMX-PREV-B          TO RPT-PRV-B
              MOVE CMX-HEX             TO RPT-PRV-HEX
              MOVE CMX-DIFERENCA-FINAL TO RPT-PRV-DIF
              MOVE CMX-CUSTO-CORRECAO  TO RPT-PRV-CUSTO
              MOVE MED-ACERTO-ACEITO   TO RPT-PRV-ACEITO
              WRITE RPT-RECORD FROM RPT-PREVISTO-LINE
           END-IF.
           WRITE RPT-RECORD FROM RPT-BLANK-LINE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           MOVE 'CARTOES DE MEDICAO LIDOS:          ' TO RPT-TOT-DESC.
           MOVE WS-COUNT-CARTOES   TO RPT-TOT-QTDE.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'MEDICOES REGISTRADAS:              ' TO RPT-TOT-DESC.
           MOVE WS-COUNT-GRAVADAS  TO RPT-TOT-QTDE.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE '  DENTRO DA TOLERANCIA:            ' TO RPT-TOT-DESC.
           MOVE WS-COUNT-DENTRO    TO RPT-TOT-QTDE.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE '  COM ACERTO ACEITO:               ' TO RPT-TOT-DESC.
           MOVE WS-COUNT-ACEITOS   TO RPT-TOT-QTDE.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE 'CARTOES RECUSADOS:                 ' TO RPT-TOT-DESC.
           MOVE WS-COUNT-RECUSADOS TO RPT-TOT-QTDE.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           MOVE WS-TOTAL-CUSTO     TO RPT-TOT-CUSTO.
           WRITE RPT-RECORD FROM RPT-TOTAL-CUSTO-LINE.
      *
           CLOSE MEDIDA-FILE GENE-FILE MEDE-FILE RPT-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-READ-NEXT-MEDIDA.
           READ MEDIDA-FILE.
           IF NOT WS-MEDIDA-OK AND NOT WS-MEDIDA-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO MEDIDA-FILE'
              DISPLAY 'FILE STATUS: ' WS-MEDIDA-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYCORREC ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
