       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - CONSULTA DE ESTATISTICAS DE RODADA,
      * HISTORICO DE QUALIDADE E CURVA DE SALDO DO CLIENTE
      *
      * TRANSACAO: 'TRNS'
      * TABELAS:   'RUN_STATS' (CARREGADA PELO MYSTATLD),
      *            'DQ_HIST' (CARREGADA PELO MYDQHLD) E
      *            'SALDO_DIARIO' (CARREGADA PELO MYSLDHLD)
      * MAPA:      'MYMAPS' / MAPSET 'MYSETS'
      *
      * "A NOITE FOI NORMAL?" NAO ESPERA MAIS O IMPRESSO DA MANHA:
      *   3. OS SINAIS DE QUALIDADE POR MOTIVO SOMADOS NA JANELA
      *      (REJEICOES/EXCECOES/DIVERGENCIAS DO DQ_HIST).
      *
      * COM O CLIENTE DIGITADO (CLII), A TELA MOSTRA EM VEZ DISSO A
      * CURVA DE SALDO DO CLIENTE NOS ULTIMOS 30 DIAS: UM GRAFICO EM
      * CARACTERES (10 LINHAS, UM '*' POR DIA CARREGADO, A LINHA DO
      * ZERO TRACEJADA), O EIXO DOS DIAS E A LINHA DE RESUMO (MEDIA,
      * MENOR FECHAMENTO E DIAS EM POSICAO DEVEDORA).
      *
      * CONSULTA E SOMENTE-LEITURA, SEM RESTRICAO DE PERFIL (COMO O
      * BROWSE TRN2); CADA ACAO VAI PARA A TRILHA AUDT.
      *================================================================*
           05 H-START-DATE          PIC X(08).
           05 H-REASON-CODE         PIC X(10).
           05 H-REJ-SUM             PIC S9(09) COMP.
           05 H-ID-CLIENTE          PIC X(10).
           05 H-DATA-SALDO          PIC X(08).
           05 H-SALDO-FECHAMENTO    PIC S9(13)V99 COMP-3.
      *
      *--- RODADAS RECENTES DO PROGRAMA, DA MAIS NOVA PARA A MAIS
      *--- ANTIGA
                   ORDER BY 2 DESC
           END-EXEC.
      *
      *--- FECHAMENTOS DO CLIENTE NA JANELA, DO MAIS NOVO PARA O MAIS
      *--- ANTIGO (A TELA GUARDA OS 30 MAIS RECENTES)
           EXEC SQL
               DECLARE C_CURVA CURSOR FOR
                   SELECT DATA_SALDO, SALDO_FECHAMENTO
                   FROM SALDO_DIARIO
                   WHERE ID_CLIENTE = :H-ID-CLIENTE
                     AND DATA_SALDO >= :H-START-DATE
                   ORDER BY DATA_SALDO DESC
           END-EXEC.
      *
      *--- APOIO DA JANELA E DA EDICAO DAS LINHAS
       01 WS-APOIO-VARS.
           05 WS-JANELA-DIAS        PIC 9(03) VALUE 7.
           05 WS-THRU-ED            PIC ZZ.ZZ9.
           05 WS-AVG-ED             PIC ZZZ.ZZZ.ZZ9.
      *
      *--- PONTOS DA CURVA DE SALDO (ATE 30 DIAS, DO MAIS ANTIGO PARA
      *--- O MAIS NOVO) E ESCALA DO GRAFICO: 10 LINHAS ENTRE O MAIOR
      *--- E O MENOR VALOR (O ZERO SEMPRE DENTRO DA ESCALA), ROTULO DE
      *--- 15 COLUNAS + '|' E 2 COLUNAS POR DIA
       01 WS-CURVA-VARS.
           05 WS-CUR-QTD            PIC 9(02) VALUE ZERO.
           05 WS-CUR-PONTO OCCURS 30 TIMES.
              10 WS-CUR-DATA        PIC X(08).
              10 WS-CUR-SALDO       PIC S9(13)V99.
              10 WS-CUR-NIVEL       PIC 9(02).
           05 WS-CUR-LIDOS          PIC 9(02) VALUE ZERO.
           05 WS-CUR-IDX            PIC 9(02) VALUE ZERO.
           05 WS-CUR-DEST           PIC 9(02) VALUE ZERO.
           05 WS-CUR-LINHA          PIC 9(02) VALUE ZERO.
           05 WS-CUR-LINHA-ZERO     PIC 9(02) VALUE ZERO.
           05 WS-CUR-COLUNA         PIC 9(02) VALUE ZERO.
           05 WS-CUR-MAIOR          PIC S9(13)V99 VALUE ZERO.
           05 WS-CUR-MENOR          PIC S9(13)V99 VALUE ZERO.
           05 WS-CUR-FAIXA          PIC S9(13)V99 VALUE ZERO.
           05 WS-CUR-SOMA           PIC S9(15)V99 VALUE ZERO.
           05 WS-CUR-MEDIA          PIC S9(13)V99 VALUE ZERO.
           05 WS-CUR-MINIMO         PIC S9(13)V99 VALUE ZERO.
           05 WS-CUR-DIAS-DEV       PIC 9(02) VALUE ZERO.
           05 WS-CUR-ROTULO-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05 WS-CUR-QTD-ED         PIC Z9.
           05 WS-CUR-DEV-ED         PIC Z9.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA PROGI/PROGL, DIASI/DIASL E CLII/CLIL (ID DO
      *--- CLIENTE DA CURVA DE SALDO), AS 12 LINHAS DE SAIDA
      *--- LIN01O..LIN12O (78 COLUNAS CADA) E MSGO.
       COPY MYMAPSC.
      *
       2000-FIRST-TIME.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-MYMAPS-AREA.
           MOVE 'DIGITE O PROGRAMA (E A JANELA EM DIAS) OU O CLIENTE.'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           IF CLIL > 0
              STRING 'AID=' EIBAID ' CLI=' CLII
                  DELIMITED BY SIZE INTO AUD-DATAI
           ELSE
              STRING 'AID=' EIBAID ' CHAVE=' PROGI
                  DELIMITED BY SIZE INTO AUD-DATAI
           END-IF.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
           EXIT.
      *
       3100-PROCESS-INQUIRY.
           EVALUATE TRUE
               WHEN CLIL > 0
                   PERFORM 3600-CURVA-CLIENTE
               WHEN PROGL = 0
                   MOVE 'DIGITE O NOME DO PROGRAMA (EX.: MYBATCH).'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE PROGI TO H-PROGRAM-NAME
                   IF DIASL > 0 AND DIASI IS NUMERIC
                      MOVE DIASI TO WS-JANELA-DIAS
                   ELSE
                      MOVE 7 TO WS-JANELA-DIAS
                   END-IF
                   PERFORM 3150-CALCULAR-JANELA
                   MOVE ZERO TO WS-LINHA-ATUAL
                   PERFORM 3200-LISTAR-RODADAS
                   PERFORM 3300-LINHA-TENDENCIA
                   PERFORM 3400-LISTAR-QUALIDADE
                   MOVE 'CONSULTA CONCLUIDA. ENTER ATUALIZA.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           EXIT.
      *
      *--- INICIO DA JANELA = HOJE - DIAS (INTEGER-OF-DATE, MESMO
           END-IF.
           EXIT.
      *
      *--- CURVA DE SALDO DO CLIENTE NOS ULTIMOS 30 DIAS: 10 LINHAS
      *--- DE GRAFICO, O EIXO DOS DIAS E O RESUMO
       3600-CURVA-CLIENTE.
           MOVE CLII TO H-ID-CLIENTE.
           MOVE 30 TO WS-JANELA-DIAS.
           PERFORM 3150-CALCULAR-JANELA.
           MOVE ZERO TO WS-LINHA-ATUAL.
           PERFORM 3610-CARREGAR-PONTOS.
           IF WS-CUR-QTD = ZERO
              IF WS-MSG-SAIDA = SPACES
                 MOVE 'SEM HISTORICO DE SALDOS DO CLIENTE EM 30 DIAS.'
                     TO WS-MSG-SAIDA
              END-IF
           ELSE
              PERFORM 3620-CALCULAR-ESCALA
              PERFORM 3630-MONTAR-LINHA-GRAFICO
                      VARYING WS-CUR-LINHA FROM 1 BY 1
                      UNTIL WS-CUR-LINHA > 10
              PERFORM 3640-MONTAR-EIXO
              PERFORM 3650-MONTAR-RESUMO
              MOVE 'CURVA DE SALDO DO CLIENTE. ENTER ATUALIZA.'
                  TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- O CURSOR VEM DO MAIS NOVO PARA O MAIS ANTIGO; A TABELA E
      *--- MONTADA DE TRAS PARA A FRENTE E DEPOIS ENCOSTADA NO INICIO
       3610-CARREGAR-PONTOS.
           MOVE ZERO TO WS-CUR-QTD WS-CUR-LIDOS.
           EXEC SQL OPEN C_CURVA END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA CONSULTA A SALDO_DIARIO.' TO WS-MSG-SAIDA
           ELSE
              PERFORM 3615-FETCH-PONTO
                      UNTIL WS-CUR-LIDOS >= 30
                         OR SQLCODE NOT = 0
              EXEC SQL CLOSE C_CURVA END-EXEC
              MOVE WS-CUR-LIDOS TO WS-CUR-QTD
              IF WS-CUR-QTD > ZERO AND WS-CUR-QTD < 30
                 PERFORM VARYING WS-CUR-DEST FROM 1 BY 1
                         UNTIL WS-CUR-DEST > WS-CUR-QTD
                    COMPUTE WS-CUR-IDX = 30 - WS-CUR-QTD + WS-CUR-DEST
                    MOVE WS-CUR-PONTO(WS-CUR-IDX)
                      TO WS-CUR-PONTO(WS-CUR-DEST)
                 END-PERFORM
              END-IF
           END-IF.
           EXIT.
      *
       3615-FETCH-PONTO.
           EXEC SQL
               FETCH C_CURVA
               INTO :H-DATA-SALDO, :H-SALDO-FECHAMENTO
           END-EXEC.
           IF SQLCODE = 0
              COMPUTE WS-CUR-IDX = 30 - WS-CUR-LIDOS
              MOVE H-DATA-SALDO       TO WS-CUR-DATA(WS-CUR-IDX)
              MOVE H-SALDO-FECHAMENTO TO WS-CUR-SALDO(WS-CUR-IDX)
              ADD 1 TO WS-CUR-LIDOS
           END-IF.
           EXIT.
      *
      *--- ESCALA: LINHA 1 = MAIOR VALOR, LINHA 10 = MENOR; NIVEL DE
      *--- CADA PONTO E DA LINHA DO ZERO PELA MESMA REGRA DE TRES
       3620-CALCULAR-ESCALA.
           MOVE ZERO TO WS-CUR-MAIOR WS-CUR-MENOR WS-CUR-SOMA
                        WS-CUR-DIAS-DEV.
           MOVE WS-CUR-SALDO(1) TO WS-CUR-MINIMO.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-QTD
              IF WS-CUR-SALDO(WS-CUR-IDX) > WS-CUR-MAIOR
                 MOVE WS-CUR-SALDO(WS-CUR-IDX) TO WS-CUR-MAIOR
              END-IF
              IF WS-CUR-SALDO(WS-CUR-IDX) < WS-CUR-MENOR
                 MOVE WS-CUR-SALDO(WS-CUR-IDX) TO WS-CUR-MENOR
              END-IF
              IF WS-CUR-SALDO(WS-CUR-IDX) < WS-CUR-MINIMO
                 MOVE WS-CUR-SALDO(WS-CUR-IDX) TO WS-CUR-MINIMO
              END-IF
              IF WS-CUR-SALDO(WS-CUR-IDX) < ZERO
                 ADD 1 TO WS-CUR-DIAS-DEV
              END-IF
              ADD WS-CUR-SALDO(WS-CUR-IDX) TO WS-CUR-SOMA
           END-PERFORM.
           COMPUTE WS-CUR-MEDIA ROUNDED = WS-CUR-SOMA / WS-CUR-QTD.
           COMPUTE WS-CUR-FAIXA = WS-CUR-MAIOR - WS-CUR-MENOR.
           IF WS-CUR-FAIXA = ZERO
              MOVE 1 TO WS-CUR-FAIXA
           END-IF.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-QTD
              COMPUTE WS-CUR-NIVEL(WS-CUR-IDX) ROUNDED = 1 +
                  (WS-CUR-MAIOR - WS-CUR-SALDO(WS-CUR-IDX)) * 9
                  / WS-CUR-FAIXA
           END-PERFORM.
           COMPUTE WS-CUR-LINHA-ZERO ROUNDED = 1 +
               WS-CUR-MAIOR * 9 / WS-CUR-FAIXA.
           EXIT.
      *
      *--- UMA LINHA DO GRAFICO: ROTULO (MAIOR NA 1A, MENOR NA 10A,
      *--- ZERO NA SUA LINHA), TRACEJADO NA LINHA DO ZERO E '*' NOS
      *--- DIAS QUE CAEM NESTA LINHA
       3630-MONTAR-LINHA-GRAFICO.
           MOVE SPACES TO WS-LINHA-TEXTO.
           EVALUATE TRUE
               WHEN WS-CUR-LINHA = 1
                   MOVE WS-CUR-MAIOR TO WS-CUR-ROTULO-ED
                   MOVE WS-CUR-ROTULO-ED TO WS-LINHA-TEXTO(1:15)
               WHEN WS-CUR-LINHA = 10
                   MOVE WS-CUR-MENOR TO WS-CUR-ROTULO-ED
                   MOVE WS-CUR-ROTULO-ED TO WS-LINHA-TEXTO(1:15)
               WHEN WS-CUR-LINHA = WS-CUR-LINHA-ZERO
                   MOVE '           ZERO' TO WS-LINHA-TEXTO(1:15)
           END-EVALUATE.
           MOVE '|' TO WS-LINHA-TEXTO(16:1).
           IF WS-CUR-LINHA = WS-CUR-LINHA-ZERO
              MOVE ALL '-' TO WS-LINHA-TEXTO(17:60)
           END-IF.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-QTD
              IF WS-CUR-NIVEL(WS-CUR-IDX) = WS-CUR-LINHA
                 COMPUTE WS-CUR-COLUNA = 16 + WS-CUR-IDX * 2
                 MOVE '*' TO WS-LINHA-TEXTO(WS-CUR-COLUNA:1)
              END-IF
           END-PERFORM.
           PERFORM 3900-MOVER-LINHA-TELA.
           EXIT.
      *
      *--- EIXO DOS DIAS: O DIA DO MES A CADA TRES PONTOS, ALINHADO
      *--- COM O '*' DO PONTO
       3640-MONTAR-EIXO.
           MOVE SPACES TO WS-LINHA-TEXTO.
           MOVE '            DIA+' TO WS-LINHA-TEXTO(1:16).
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 3
                   UNTIL WS-CUR-IDX > WS-CUR-QTD
              COMPUTE WS-CUR-COLUNA = 15 + WS-CUR-IDX * 2
              MOVE WS-CUR-DATA(WS-CUR-IDX)(7:2)
                TO WS-LINHA-TEXTO(WS-CUR-COLUNA:2)
           END-PERFORM.
           PERFORM 3900-MOVER-LINHA-TELA.
           EXIT.
      *
       3650-MONTAR-RESUMO.
           MOVE SPACES TO WS-LINHA-TEXTO.
           MOVE WS-CUR-QTD      TO WS-CUR-QTD-ED.
           MOVE WS-CUR-DIAS-DEV TO WS-CUR-DEV-ED.
           MOVE WS-CUR-MEDIA    TO WS-CUR-ROTULO-ED.
           STRING 'DIAS ' WS-CUR-QTD-ED ' MEDIA ' WS-CUR-ROTULO-ED
               DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO.
           MOVE WS-CUR-MINIMO   TO WS-CUR-ROTULO-ED.
           STRING ' MENOR ' WS-CUR-ROTULO-ED
                  ' DEVEDOR ' WS-CUR-DEV-ED ' DIAS'
               DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO(30:49).
           PERFORM 3900-MOVER-LINHA-TELA.
           EXIT.
      *
      *--- AS 12 LINHAS DA TELA SAO CAMPOS DISTINTOS DO MAPA (MESMA
      *--- TECNICA DA TRNR/MYCICSRV)
       3900-MOVER-LINHA-TELA.
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNS'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
