      * A AGENCIA DE CADA REGISTRO VEM DO PREFIXO DO ID DA RODADA
      * (MESMO CRITERIO DO R015 DO MYBATCH); OS DIAS ESPERADOS DE
      * CADA AGENCIA SAO OS DIAS UTEIS DO CALENDARIO FILTRADOS PELOS
      * FLAGS SEMANAIS DO CADASTRO (AGR-DIAS-ESPERADOS, SEG..DOM),
      * LIMITADOS A VIGENCIA DA AGENCIA (DATA DE INICIO/FIM DO
      * CADASTRO) E SEM OS DIAS FECHADOS NO CALENDARIO REGIONAL DA
      * AGENCIA (CALREGDD, OPCIONAL, MANTIDO NA TRNC) - AGENCIA NAO E
      * COBRADA NO PROPRIO FERIADO LOCAL. AGENCIA ENCERRADA ANTES DO
      * PERIODO NAO ENTRA NO QUADRO; SUSPENSA OU ENCERRADA SAI COM A
      * SITUACAO NA SECAO.
      * NO FIM DE CADA SECAO SAI O PERCENTUAL DE CONFIABILIDADE DA
      * AGENCIA; FALTAS E ATRASOS SAO DESTACADOS LINHA A LINHA.
      *
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
           05 WS-CAL-FILE-STATUS    PIC X(02).
              88 WS-CAL-OK          VALUE '00'.
              88 WS-CAL-EOF         VALUE '10'.
           05 WS-CRG-FILE-STATUS    PIC X(02).
              88 WS-CRG-OK          VALUE '00'.
              88 WS-CRG-EOF         VALUE '10'.
           05 WS-AGY-FILE-STATUS    PIC X(02).
              88 WS-AGY-OK          VALUE '00'.
              88 WS-AGY-EOF         VALUE '10'.
              10 WS-DIA-DATA        PIC 9(08).
              10 WS-DIA-SEMANA      PIC 9(01).
      *
      *--- DIAS FECHADOS DOS CALENDARIOS REGIONAIS DENTRO DO PERIODO
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
      *--- AGENCIAS DO CADASTRO, COM A GRADE DE STATUS POR DIA UTIL:
      *--- ' ' = NAO ESPERADO, 'F' = FALTANTE, 'R' = RECEBIDA,
      *--- 'A' = ATRASADA
              10 WS-AGY-NOME        PIC X(30).
              10 WS-AGY-DIAS        PIC X(07).
              10 WS-AGY-CONTATO     PIC X(20).
              10 WS-AGY-SITUACAO    PIC X(10).
              10 WS-AGY-STATUS      PIC X(01) OCCURS 366 TIMES.
      *
       01 WS-APOIO-VARS.
           05 WS-DIA-SEM-NUM        PIC 9(01).
           05 WS-DIA-POSICAO        PIC 9(01).
           05 WS-TRG-DATE-NUM       PIC 9(08).
           05 WS-AGY-INICIO         PIC 9(08).
           05 WS-AGY-FIM            PIC 9(08).
           05 WS-ACHOU              PIC X(01).
              88 WS-ACHOU-SIM       VALUE 'S'.
           05 WS-CNT-ESPERADAS      PIC 9(03).
           05 RPT-AGY-NOME         PIC X(30).
           05 FILLER               PIC X(09) VALUE ' CONTATO '.
           05 RPT-AGY-CONTATO      PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RPT-AGY-SITUACAO     PIC X(10).
           05 FILLER               PIC X(50) VALUE SPACES.
       01 RPT-GAP-LINE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-GAP-DATA         PIC 9(08).
           WRITE RPT-RECORD FROM RPT-DIVISOR.
      *
           PERFORM 1200-CARREGAR-CALENDARIO.
           PERFORM 1270-CARREGAR-REGIONAIS.
           PERFORM 1300-CARREGAR-AGENCIAS.
      *
           OPEN INPUT TRNREG-FILE.
              END-IF
           END-IF.
           EXIT.
      *
      *--- DIAS FECHADOS DOS CALENDARIOS REGIONAIS NO PERIODO. SEM O
      *--- CALREGDD, TODA AGENCIA FICA SO COM O CALENDARIO NACIONAL.
       1270-CARREGAR-REGIONAIS.
           OPEN INPUT CALREG-FILE.
           READ CALREG-FILE.
           PERFORM UNTIL NOT WS-CRG-OK
              IF CRG-DATA >= WS-QRY-DATE-FROM
                 AND CRG-DATA <= WS-QRY-DATE-TO
                 IF WS-QTD-FECHADOS < 1000
                    ADD 1 TO WS-QTD-FECHADOS
                    SET WS-FEC-IDX TO WS-QTD-FECHADOS
                    MOVE CRG-CALENDARIO
                        TO WS-FEC-CALENDARIO(WS-FEC-IDX)
                    MOVE CRG-DATA TO WS-FEC-DATA(WS-FEC-IDX)
                 ELSE
                    DISPLAY 'MYT004 - MAIS DE 1000 DIAS FECHADOS '
                            'REGIONAIS NO PERIODO. EXCEDENTES '
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
      *
      *--- CADA DIA UTIL DO PERIODO COMECA COMO FALTANTE ('F') NOS
      *--- DIAS DA SEMANA EM QUE A AGENCIA TRANSMITE (FLAG SEG..DOM
      *--- DIFERENTE DE 'N') E DENTRO DA VIGENCIA DA AGENCIA (DATA
      *--- ZERADA = SEM LIMITE), FORA DOS DIAS FECHADOS NO CALENDARIO
      *--- REGIONAL DA AGENCIA; OS DEMAIS FICAM FORA DA CONTA (' ').
      *--- ENCERRADA SEM DATA DE FIM OU COM FIM ANTES DO PERIODO E
      *--- IGNORADA.
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
                               OR WS-AGY-FIM < WS-QRY-DATE-FROM))
                 ADD 1 TO WS-QTD-AGENCIAS
                 SET WS-AGY-IDX TO WS-QTD-AGENCIAS
                 MOVE AGR-PREFIXO TO WS-AGY-PREFIXO(WS-AGY-IDX)
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
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
           MOVE WS-AGY-PREFIXO(WS-AGY-IDX) TO RPT-AGY-PREFIXO.
           MOVE WS-AGY-NOME(WS-AGY-IDX)    TO RPT-AGY-NOME.
           MOVE WS-AGY-CONTATO(WS-AGY-IDX) TO RPT-AGY-CONTATO.
           MOVE WS-AGY-SITUACAO(WS-AGY-IDX) TO RPT-AGY-SITUACAO.
           WRITE RPT-RECORD FROM RPT-AGY-LINE.
      *
           SET WS-DIA-IDX TO 1.
