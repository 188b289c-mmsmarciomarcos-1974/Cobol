      *================================================================*
      * PROGRAMA BATCH - VALIDACAO E DIFF DO CATALOGO DE CORES
      *
      * O LABORATORIO MANTEM O COLORDD (REGISTROS 'C'/'M'/'R' DE 46
      * BYTES QUE O CORMIX CARREGA) NA MAO, E UM REGISTRO MALFORMADO
      * DERRUBAVA UMA COR OU UMA REGRA EM SILENCIO NA CARGA SEGUINTE.
      * ESTE PASSO DA AO CATALOGO O MESMO TRATAMENTO QUE O MYINVAL DA
      * AO IN-FILE, ANTES DA DISTRIBUICAO:
      *
      *   - TIPO DE REGISTRO E 'C', 'M' OU 'R';
      *   - 'C': NOME NAO VAZIO, R/G/B NUMERICOS (0-255), HEX NO
      *     FORMATO '#' + 6 DIGITOS HEXADECIMAIS, SEM COR DUPLICADA;
      *   - 'M': AS DUAS CORES E O RESULTADO REFERENCIAM CORES
      *     DEFINIDAS NO PROPRIO CATALOGO, SEM REGRA DUPLICADA (A+B
      *     E B+A SAO A MESMA REGRA);
      *   - 'R' (LINHA DE RECEITA): COR DA RECEITA E COMPONENTE
      *     DEFINIDOS NO CATALOGO, PERCENTUAL NUMERICO DE 0,1 A 100,0,
      *     COMPONENTE NAO REPETIDO, NO MAXIMO 8 COMPONENTES, OS %
      *     DE CADA RECEITA SOMANDO 100 E NENHUM CICLO (A COR DA
      *     RECEITA NAO PODE VOLTAR A APARECER NA PROPRIA COMPOSICAO,
      *     SEGUINDO RECEITAS E, NA FALTA DELAS, AS REGRAS 'M' - O
      *     MESMO CAMINHO QUE A EXPLOSAO DO MYPRODRN PERCORRE);
      *   - QUALQUER ACHADO REPROVA O ARQUIVO (RETURN-CODE 8) COM O
      *     RELATORIO APONTANDO O REGISTRO OFENSOR.
      *
           05 CR-TIPO              PIC X(01).
              88 CR-E-COR                VALUE 'C'.
              88 CR-E-MISTURA            VALUE 'M'.
              88 CR-E-RECEITA            VALUE 'R'.
           05 CR-DADOS             PIC X(45).
       01 COLOR-RECORD-COR REDEFINES COLOR-RECORD.
           05 FILLER               PIC X(01).
           05 CRM-COR-1            PIC X(15).
           05 CRM-COR-2            PIC X(15).
           05 CRM-RESULTADO        PIC X(15).
       01 COLOR-RECORD-RECEITA REDEFINES COLOR-RECORD.
           05 FILLER               PIC X(01).
           05 CRR-RECEITA          PIC X(15).
           05 CRR-COMPONENTE       PIC X(15).
           05 CRR-PERCENTUAL       PIC 9(03)V9.
           05 FILLER               PIC X(11).
      *
       FD OLDCOL-FILE
          RECORD CONTAINS 46 CHARACTERS.
              INDEXED BY WS-REG-IDX.
              10 WS-REG-COR-1       PIC X(15).
              10 WS-REG-COR-2       PIC X(15).
              10 WS-REG-RESULTADO   PIC X(15).
              10 WS-REG-LINHA       PIC 9(05).
      *
      *--- LINHAS DE RECEITA ('R'), NA CAPACIDADE DO CORMIX (400)
       01 WS-RECEITAS-TABLE.
           05 WS-RCT-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-RCT-ENTRY OCCURS 400 TIMES
              INDEXED BY WS-RCT-IDX.
              10 WS-RCT-RESULTADO   PIC X(15).
              10 WS-RCT-COMPONENTE  PIC X(15).
              10 WS-RCT-PCT         PIC 9(03)V9.
              10 WS-RCT-LINHA       PIC 9(05).
      *
      *--- VALIDACAO DAS RECEITAS: TOTAIS DE CADA UMA E A BUSCA DE
      *--- CICLO (PILHA DE CORES A EXPANDIR E CORES JA EXPANDIDAS)
       01 WS-RECEITA-CONTROLE.
           05 WS-RCT-SUB            PIC 9(03) COMP.
           05 WS-RCT-PRIMEIRA-SW    PIC X(01) VALUE 'N'.
              88 WS-RCT-PRIMEIRA    VALUE 'S'.
           05 WS-RCT-QTD-COMP       PIC 9(03) VALUE ZERO.
           05 WS-RCT-SOMA-PCT       PIC 9(05)V9 VALUE ZERO.
           05 WS-RCT-SOMA-ED        PIC ZZZZ9,9.
           05 WS-TEM-RECEITA-SW     PIC X(01) VALUE 'N'.
              88 WS-TEM-RECEITA     VALUE 'S'.
           05 WS-CICLO-SW           PIC X(01) VALUE 'N'.
              88 WS-HA-CICLO        VALUE 'S'.
           05 WS-CICLO-RAIZ         PIC X(15).
           05 WS-CICLO-COR          PIC X(15).
           05 WS-CICLO-FILHO        PIC X(15).
           05 WS-PILHA-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 WS-PILHA-COR          PIC X(15) OCCURS 300 TIMES.
           05 WS-VISIT-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 WS-VISIT-COR          PIC X(15) OCCURS 300 TIMES.
           05 WS-VISIT-SUB          PIC 9(03) COMP.
           05 WS-VISITADA-SW        PIC X(01) VALUE 'N'.
              88 WS-JA-VISITADA     VALUE 'S'.
      *
      *--- OS REGISTROS CRUS (PARA O DIFF CONTRA O CATALOGO ANTERIOR)
       01 WS-NOVO-TABLE.
           05 WS-NOV-COUNT          PIC 9(03) VALUE ZERO.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-VALIDATE-RECORDS UNTIL WS-COLOR-EOF.
           PERFORM 2500-VALIDAR-REGRAS.
           PERFORM 2600-VALIDAR-RECEITAS.
           PERFORM 2700-DIFF-CATALOGO-ANTERIOR.
           PERFORM 3000-FINALIZE.
      *
                   PERFORM 2100-VALIDAR-COR
               WHEN CR-E-MISTURA
                   PERFORM 2200-REGISTRAR-REGRA
               WHEN CR-E-RECEITA
                   PERFORM 2300-REGISTRAR-RECEITA
               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO INVALIDO (NAO E C/M/R)'
                       TO RPT-ACH-TEXTO
                   PERFORM 2900-REGISTRAR-ACHADO
           END-EVALUATE.
              SET WS-REG-IDX TO WS-REG-COUNT
              MOVE CRM-COR-1 TO WS-REG-COR-1(WS-REG-IDX)
              MOVE CRM-COR-2 TO WS-REG-COR-2(WS-REG-IDX)
              MOVE CRM-RESULTADO TO WS-REG-RESULTADO(WS-REG-IDX)
              MOVE WS-COUNT-IN-READ TO WS-REG-LINHA(WS-REG-IDX)
           ELSE
              MOVE 'MAIS DE 200 REGRAS (LIMITE DO CORMIX)'
           END-IF.
           EXIT.
      *
      *--- LINHA DE RECEITA: O PERCENTUAL E VALIDADO NA LEITURA; AS
      *--- REFERENCIAS, OS TOTAIS E O CICLO, COM O CATALOGO COMPLETO
       2300-REGISTRAR-RECEITA.
           IF CRR-RECEITA = SPACES OR CRR-COMPONENTE = SPACES
              MOVE 'RECEITA SEM COR OU SEM COMPONENTE' TO RPT-ACH-TEXTO
              PERFORM 2900-REGISTRAR-ACHADO
           END-IF.
      *
           IF CRR-PERCENTUAL NOT NUMERIC
              MOVE 'PERCENTUAL DA RECEITA NAO NUMERICO'
                  TO RPT-ACH-TEXTO
              PERFORM 2900-REGISTRAR-ACHADO
           ELSE
              IF CRR-PERCENTUAL = ZERO OR CRR-PERCENTUAL > 100
                 MOVE 'PERCENTUAL DA RECEITA FORA DA FAIXA 0,1-100,0'
                     TO RPT-ACH-TEXTO
                 PERFORM 2900-REGISTRAR-ACHADO
              END-IF
           END-IF.
      *
           IF WS-RCT-COUNT < 400
              ADD 1 TO WS-RCT-COUNT
              SET WS-RCT-IDX TO WS-RCT-COUNT
              MOVE CRR-RECEITA    TO WS-RCT-RESULTADO(WS-RCT-IDX)
              MOVE CRR-COMPONENTE TO WS-RCT-COMPONENTE(WS-RCT-IDX)
              IF CRR-PERCENTUAL IS NUMERIC
                 MOVE CRR-PERCENTUAL TO WS-RCT-PCT(WS-RCT-IDX)
              ELSE
                 MOVE ZERO TO WS-RCT-PCT(WS-RCT-IDX)
              END-IF
              MOVE WS-COUNT-IN-READ TO WS-RCT-LINHA(WS-RCT-IDX)
           ELSE
              MOVE 'MAIS DE 400 LINHAS DE RECEITA (LIMITE DO CORMIX)'
                  TO RPT-ACH-TEXTO
              PERFORM 2900-REGISTRAR-ACHADO
           END-IF.
           EXIT.
      *
      *--- VALIDACAO CRUZADA DAS REGRAS: CORES REFERENCIADAS EXISTEM
      *--- E NAO HA REGRA DUPLICADA (A+B = B+A)
       2500-VALIDAR-REGRAS.
           END-PERFORM.
           EXIT.
      *
      *--- VALIDACAO CRUZADA DAS RECEITAS: POR LINHA, COR E COMPONENTE
      *--- DEFINIDOS E COMPONENTE NAO REPETIDO; NA PRIMEIRA LINHA DE
      *--- CADA RECEITA, OS TOTAIS (ATE 8 COMPONENTES, 100%) E O CICLO
       2600-VALIDAR-RECEITAS.
           PERFORM VARYING WS-RCT-SUB FROM 1 BY 1
                   UNTIL WS-RCT-SUB > WS-RCT-COUNT
              MOVE WS-RCT-LINHA(WS-RCT-SUB) TO RPT-ACH-REGISTRO
      *
              MOVE WS-RCT-RESULTADO(WS-RCT-SUB) TO WS-COR-BUSCADA
              PERFORM 2160-PROCURAR-COR
              IF NOT WS-ACHOU
                 MOVE 'RECEITA DE COR NAO DEFINIDA' TO RPT-ACH-TEXTO
                 PERFORM 2950-REGISTRAR-ACHADO-REGRA
              END-IF
      *
              MOVE WS-RCT-COMPONENTE(WS-RCT-SUB) TO WS-COR-BUSCADA
              PERFORM 2160-PROCURAR-COR
              IF NOT WS-ACHOU
                 MOVE 'RECEITA REFERENCIA COMPONENTE NAO DEFINIDO'
                     TO RPT-ACH-TEXTO
                 PERFORM 2950-REGISTRAR-ACHADO-REGRA
              END-IF
      *
              PERFORM 2610-COMPARAR-LINHAS-ANTERIORES
              IF WS-RCT-PRIMEIRA
                 PERFORM 2620-TOTALIZAR-RECEITA
                 PERFORM 2650-VERIFICAR-CICLO
              END-IF
           END-PERFORM.
           EXIT.
      *
       2610-COMPARAR-LINHAS-ANTERIORES.
           MOVE 'S' TO WS-RCT-PRIMEIRA-SW.
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX >= WS-RCT-SUB
              IF WS-RCT-RESULTADO(WS-RCT-IDX)
                 = WS-RCT-RESULTADO(WS-RCT-SUB)
                 MOVE 'N' TO WS-RCT-PRIMEIRA-SW
                 IF WS-RCT-COMPONENTE(WS-RCT-IDX)
                    = WS-RCT-COMPONENTE(WS-RCT-SUB)
                    MOVE 'COMPONENTE REPETIDO NA RECEITA'
                        TO RPT-ACH-TEXTO
                    PERFORM 2950-REGISTRAR-ACHADO-REGRA
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      *
       2620-TOTALIZAR-RECEITA.
           MOVE ZERO TO WS-RCT-QTD-COMP.
           MOVE ZERO TO WS-RCT-SOMA-PCT.
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX > WS-RCT-COUNT
              IF WS-RCT-RESULTADO(WS-RCT-IDX)
                 = WS-RCT-RESULTADO(WS-RCT-SUB)
                 ADD 1 TO WS-RCT-QTD-COMP
                 ADD WS-RCT-PCT(WS-RCT-IDX) TO WS-RCT-SOMA-PCT
              END-IF
           END-PERFORM.
      *
           IF WS-RCT-QTD-COMP > 8
              MOVE 'RECEITA COM MAIS DE 8 COMPONENTES' TO RPT-ACH-TEXTO
              PERFORM 2950-REGISTRAR-ACHADO-REGRA
           END-IF.
           IF WS-RCT-SOMA-PCT NOT = 100
              MOVE WS-RCT-SOMA-PCT TO WS-RCT-SOMA-ED
              MOVE SPACES TO RPT-ACH-TEXTO
              STRING 'PERCENTUAIS DA RECEITA SOMAM ' WS-RCT-SOMA-ED
                     '% (DEVEM SOMAR 100%)'
                     DELIMITED BY SIZE INTO RPT-ACH-TEXTO
              PERFORM 2950-REGISTRAR-ACHADO-REGRA
           END-IF.
           EXIT.
      *
      *--- CICLO: EXPANDE A COMPOSICAO DA COR DA RECEITA (RECEITA DE
      *--- CADA COR OU, SEM RECEITA, A PRIMEIRA REGRA QUE A PRODUZ)
      *--- ATE ESGOTAR; SE A PROPRIA COR REAPARECER, HA CICLO. CADA
      *--- COR E EXPANDIDA UMA VEZ SO.
       2650-VERIFICAR-CICLO.
           MOVE WS-RCT-RESULTADO(WS-RCT-SUB) TO WS-CICLO-RAIZ.
           MOVE 'N' TO WS-CICLO-SW.
           MOVE ZERO TO WS-PILHA-COUNT.
           MOVE ZERO TO WS-VISIT-COUNT.
           MOVE WS-CICLO-RAIZ TO WS-CICLO-COR.
           PERFORM 2660-EMPILHAR-COMPOSICAO.
           PERFORM UNTIL WS-PILHA-COUNT = ZERO OR WS-HA-CICLO
              MOVE WS-PILHA-COR(WS-PILHA-COUNT) TO WS-CICLO-COR
              SUBTRACT 1 FROM WS-PILHA-COUNT
              IF WS-CICLO-COR = WS-CICLO-RAIZ
                 SET WS-HA-CICLO TO TRUE
              ELSE
                 PERFORM 2670-VERIFICAR-VISITADA
                 IF NOT WS-JA-VISITADA
                    PERFORM 2660-EMPILHAR-COMPOSICAO
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-HA-CICLO
              MOVE 'RECEITA CICLICA (A COR ENTRA NA PROPRIA COMPOSICAO)'
                  TO RPT-ACH-TEXTO
              PERFORM 2950-REGISTRAR-ACHADO-REGRA
           END-IF.
           EXIT.
      *
      *--- EMPILHA OS COMPONENTES DE WS-CICLO-COR
       2660-EMPILHAR-COMPOSICAO.
           MOVE 'N' TO WS-TEM-RECEITA-SW.
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX > WS-RCT-COUNT
              IF WS-RCT-RESULTADO(WS-RCT-IDX) = WS-CICLO-COR
                 SET WS-TEM-RECEITA TO TRUE
                 MOVE WS-RCT-COMPONENTE(WS-RCT-IDX) TO WS-CICLO-FILHO
                 PERFORM 2665-EMPILHAR-COR
              END-IF
           END-PERFORM.
           IF NOT WS-TEM-RECEITA
              PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                      UNTIL WS-REG-IDX > WS-REG-COUNT
                 IF WS-REG-RESULTADO(WS-REG-IDX) = WS-CICLO-COR
                    MOVE WS-REG-COR-1(WS-REG-IDX) TO WS-CICLO-FILHO
                    PERFORM 2665-EMPILHAR-COR
                    MOVE WS-REG-COR-2(WS-REG-IDX) TO WS-CICLO-FILHO
                    PERFORM 2665-EMPILHAR-COR
                    SET WS-REG-IDX TO WS-REG-COUNT
                 END-IF
              END-PERFORM
           END-IF.
           EXIT.
      *
       2665-EMPILHAR-COR.
           IF WS-PILHA-COUNT < 300
              ADD 1 TO WS-PILHA-COUNT
              MOVE WS-CICLO-FILHO TO WS-PILHA-COR(WS-PILHA-COUNT)
           END-IF.
           EXIT.
      *
      *--- WS-CICLO-COR JA EXPANDIDA? SE NAO, PASSA A SER
       2670-VERIFICAR-VISITADA.
           MOVE 'N' TO WS-VISITADA-SW.
           PERFORM VARYING WS-VISIT-SUB FROM 1 BY 1
                   UNTIL WS-VISIT-SUB > WS-VISIT-COUNT
              IF WS-VISIT-COR(WS-VISIT-SUB) = WS-CICLO-COR
                 SET WS-JA-VISITADA TO TRUE
                 MOVE WS-VISIT-COUNT TO WS-VISIT-SUB
              END-IF
           END-PERFORM.
           IF NOT WS-JA-VISITADA AND WS-VISIT-COUNT < 300
              ADD 1 TO WS-VISIT-COUNT
              MOVE WS-CICLO-COR TO WS-VISIT-COR(WS-VISIT-COUNT)
           END-IF.
           EXIT.
      *
      *--- DIFF CONTRA O CATALOGO ANTERIOR (OLDCOLDD, OPCIONAL):
      *--- REGISTRO NOVO SEM PAR NO VELHO = INCLUIDO; VELHO SEM PAR
      *--- NO NOVO = REMOVIDO. ALTERACAO APARECE COMO O PAR
