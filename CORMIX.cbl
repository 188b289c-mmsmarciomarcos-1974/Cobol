      * MISTURACOR (VALIDACAO, TABELA DE REGRAS, MISTURA PONDERADA EM
      * RGB E O HEX DO RESULTADO) EXTRAIDO PARA UM MODULO CALLABLE,
      * PARA QUE TERMINAL, BATCH E CICS USEM UMA UNICA IMPLEMENTACAO.
      * A INTERFACE E O COPYBOOK CORMIXC (FUNCOES M/V/N/R/C/A/F).
      *
      * O CATALOGO DE CORES E REGRAS E CARREGADO NA PRIMEIRA CHAMADA:
      * DO COLRFILE (CMX-ORIGEM-CATALOGO = 'V', O VSAM KSDS
      * EMPURRA A CARGA COM AS FUNCOES 'R' (RESET) E 'C' (CARGA),
      * LENDO O COLRFILE VIA EXEC CICS - UMA UNICA IMPLEMENTACAO DAS
      * REGRAS PARA TERMINAL, BATCH, IMS E CICS.
      *
      * VERSOES: COM CMX-DATA-REF PREENCHIDA (ORIGEM 'V'), O CATALOGO
      * VEM DO COLRHIST COMO ESTAVA EM VIGOR NAQUELA DATA (PARA CADA
      * ENTRADA, A VERSAO APROVADA DE MAIOR VIGENCIA ATE A DATA), E E
      * RECARREGADO SE A DATA MUDAR NA CHAMADA SEGUINTE.
      *
      * ACERTO DE COR MEDIDA (FUNCAO 'A'): O LABORATORIO MEDE O LOTE
      * PRONTO NO ESPECTROFOTOMETRO; FORA DA TOLERANCIA, O CORMIX
      * PROCURA, PASSO A PASSO, A COR-BASE E A PROPORCAO QUE MAIS
      * APROXIMAM O RGB MEDIDO DO RGB DO ALVO NO CATALOGO (O MESMO
      * MODELO PONDERADO DA MISTURA), ATE 3 ADICOES, E PRECIFICA O
      * ACERTO PELO CUSTO UNITARIO DE CADA COR-BASE.
      *
      * RECEITAS (FUNCAO 'F'): ALEM DA REGRA 'A + B EM PARTES IGUAIS',
      * O CATALOGO GUARDA FORMULAS DE ATE 8 COMPONENTES COM O % DE
      * CADA (REGISTROS 'R', UM POR COMPONENTE). O CORMIX DEVOLVE OS
      * COMPONENTES, O HEX DA MEDIA PONDERADA DOS RGB E O CUSTO POR
      * UNIDADE PONDERADO PELOS %.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS COLR-KEY
                  FILE STATUS IS WS-COLR-FILE-STATUS.
      *
      *--- VERSOES DATADAS DO CATALOGO (SO ABERTO COM CMX-DATA-REF)
           SELECT OPTIONAL HIST-FILE ASSIGN TO COLRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HIST-CHAVE
                  FILE STATUS IS WS-HIST-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
      *--- 'R' = UMA LINHA DE RECEITA: COR RESULTANTE, COR COMPONENTE
      *--- E O % DELA NA RECEITA (0600 = 60,0%)
       01 COLOR-RECORD-RECEITA REDEFINES COLOR-RECORD.
           05 FILLER               PIC X(01).
           05 CRR-RECEITA          PIC X(15).
           05 CRR-COMPONENTE       PIC X(15).
           05 CRR-PERCENTUAL       PIC 9(03)V9.
           05 FILLER               PIC X(11).
      *
      *--- CATALOGO COMPARTILHADO: CHAVE = TIPO ('C' COR / 'M' REGRA /
      *--- 'R' RECEITA) + CAMPO 1 (NOME DA COR / COR 1 / COR DA
      *--- RECEITA) + CAMPO 2 (BRANCO / COR 2 / COMPONENTE)
       FD  COLR-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01 COLR-RECORD.
               10 COLR-CAMPO-1     PIC X(15).
               10 COLR-CAMPO-2     PIC X(15).
           05 COLR-HEX             PIC X(07).
      *--- % DO COMPONENTE NA RECEITA (TIPO 'R')
           05 COLR-RECEITA REDEFINES COLR-HEX.
               10 COLR-PERCENTUAL  PIC 9(03)V9.
               10 FILLER           PIC X(03).
           05 COLR-R               PIC 9(03).
           05 COLR-G               PIC 9(03).
           05 COLR-B               PIC 9(03).
      *--- CUSTO POR UNIDADE DA COR (TIPO 'C')
           05 COLR-CUSTO           PIC 9(05)V99.
           05 FILLER               PIC X(01).
      *
      *--- VERSOES DO CATALOGO: CHAVE DO COLR + VIGENCIA + VERSAO
       FD  HIST-FILE
           RECORD CONTAINS 130 CHARACTERS.
       COPY MYCLRHC.
      *
       WORKING-STORAGE SECTION.
      *
              88 WS-COLOR-OK             VALUE '00'.
           05 WS-COLR-FILE-STATUS  PIC X(02).
              88 WS-COLR-OK              VALUE '00'.
           05 WS-HIST-FILE-STATUS  PIC X(02).
              88 WS-HIST-OK              VALUE '00'.
      *
      *--- CARGA UNICA: O CATALOGO E MONTADO NA PRIMEIRA CHAMADA E
      *--- REAPROVEITADO NAS SEGUINTES
       01 WS-CARGA-FLAG            PIC X(01) VALUE 'N'.
           88 CATALOGO-CARREGADO         VALUE 'S'.
      *
      *--- DATA DE REFERENCIA DO CATALOGO EM MEMORIA (ZEROS = HOJE) E
      *--- A VERSAO EM VIGOR DA ENTRADA CORRENTE NA CARGA DO COLRHIST
       01 WS-VERSOES-CONTROLE.
           05 WS-DATA-CARREGADA    PIC 9(08) VALUE ZERO.
           05 WS-DATA-PEDIDA       PIC 9(08) VALUE ZERO.
           05 WS-CHAVE-ENTRADA     PIC X(31) VALUE SPACES.
           05 WS-VIGENTE-FLAG      PIC X(01) VALUE 'N'.
              88 WS-HA-VIGENTE           VALUE 'S'.
           05 WS-VIGENTE-RECORD    PIC X(130).
           05 WS-LIDO-RECORD       PIC X(130).
      *
      *--- CATALOGO DE CORES (NOME + HEX + RGB) E TABELA DE REGRAS
       01 WS-CATALOGO-CORES.
           05 WS-QTD-CORES-VALIDAS PIC 9(03) COMP VALUE ZERO.
              10 WS-REG-COR-2      PIC X(15).
              10 WS-REG-RESULTADO  PIC X(15).
      *
      *--- LINHAS DE RECEITA (COR RESULTANTE + COMPONENTE + %)
       01 WS-RECEITAS.
           05 WS-QTD-RECEITAS      PIC 9(03) COMP VALUE ZERO.
           05 WS-RECEITA OCCURS 400 TIMES
                          INDEXED BY WS-RCT-IDX.
              10 WS-RCT-RESULTADO  PIC X(15).
              10 WS-RCT-COMPONENTE PIC X(15).
              10 WS-RCT-PCT        PIC 9(03)V9.
      *
      *--- AREA DE TRABALHO DA CARGA DO CATALOGO
       01 WS-CARGA-CATALOGO.
           05 WS-NOVA-NOME         PIC X(15).
           05 WS-NOVA-COR-1        PIC X(15).
           05 WS-NOVA-COR-2        PIC X(15).
           05 WS-NOVA-RESULTADO    PIC X(15).
           05 WS-NOVA-PCT          PIC 9(03)V9.
      *
      *--- MISTURA PONDERADA E CONVERSAO RGB -> HEX
       01 WS-PONDERADO-VARS.
           05 WS-COR-VALIDA-FLAG   PIC X(01) VALUE 'N'.
              88 COR-E-VALIDA            VALUE 'S'.
              88 COR-NAO-VALIDA          VALUE 'N'.
      *
      *--- ACERTO DE COR MEDIDA: RGB CORRENTE (MEDIDO + ADICOES JA
      *--- ESCOLHIDAS), TOTAL DE PARTES (LOTE ORIGINAL = 100) E AS
      *--- DISTANCIAS AO QUADRADO CONTRA O ALVO
       01 WS-ACERTO-VARS.
           05 WS-TOLER-QUAD        PIC 9(07)V9(04) VALUE ZERO.
           05 WS-LOTE-QTDE         PIC 9(05)V99 VALUE ZERO.
           05 WS-ALVO-R            PIC 9(03) VALUE ZERO.
           05 WS-ALVO-G            PIC 9(03) VALUE ZERO.
           05 WS-ALVO-B            PIC 9(03) VALUE ZERO.
           05 WS-ATUAL-R           PIC 9(03)V9(04) VALUE ZERO.
           05 WS-ATUAL-G           PIC 9(03)V9(04) VALUE ZERO.
           05 WS-ATUAL-B           PIC 9(03)V9(04) VALUE ZERO.
           05 WS-TOTAL-PCT         PIC 9(04) VALUE ZERO.
           05 WS-DIST-ATUAL        PIC 9(07)V9(04) VALUE ZERO.
           05 WS-TESTE-R           PIC 9(03)V9(04) VALUE ZERO.
           05 WS-TESTE-G           PIC 9(03)V9(04) VALUE ZERO.
           05 WS-TESTE-B           PIC 9(03)V9(04) VALUE ZERO.
           05 WS-DIST-TESTE        PIC 9(07)V9(04) VALUE ZERO.
           05 WS-DELTA-D           PIC S9(03)V9(04) VALUE ZERO.
           05 WS-MELHOR-DIST-A     PIC 9(07)V9(04) VALUE ZERO.
           05 WS-MELHOR-IDX        PIC 9(03) COMP VALUE ZERO.
           05 WS-MELHOR-PCT        PIC 9(03) VALUE ZERO.
           05 WS-PCT               PIC 9(03) VALUE ZERO.
           05 WS-PASSO             PIC 9(01) VALUE ZERO.
           05 WS-ADC-IDX           PIC 9(01) VALUE ZERO.
           05 WS-ADC-ACHADA        PIC 9(01) VALUE ZERO.
           05 WS-BASE-FLAG         PIC X(01) VALUE 'N'.
              88 COR-E-BASE              VALUE 'S'.
              88 COR-NAO-E-BASE          VALUE 'N'.
           05 WS-FIM-ACERTO-FLAG   PIC X(01) VALUE 'N'.
              88 FIM-ACERTO              VALUE 'S'.
      *--- MAIOR ADICAO TESTADA POR PASSO, EM % DO LOTE ORIGINAL
           05 WS-PCT-MAXIMO        PIC 9(03) VALUE 50.
      *
      *--- FORMULA: SOMA DOS % E DOS RGB E CUSTOS PONDERADOS PELOS %
       01 WS-FORMULA-VARS.
           05 WS-FRM-TOTAL-PCT     PIC 9(05)V9 VALUE ZERO.
           05 WS-FRM-SOMA-R        PIC 9(07)V9 VALUE ZERO.
           05 WS-FRM-SOMA-G        PIC 9(07)V9 VALUE ZERO.
           05 WS-FRM-SOMA-B        PIC 9(07)V9 VALUE ZERO.
           05 WS-FRM-SOMA-CUSTO    PIC 9(09)V9(03) VALUE ZERO.
           05 WS-FRM-IDX           PIC 9(01) VALUE ZERO.
      *
       LINKAGE SECTION.
      *
      *
       PROCEDURE DIVISION USING CORMIX-PARAMETROS.
       MAIN-PROCEDURE.
           MOVE ZERO TO WS-DATA-PEDIDA.
           IF CMX-ORIGEM-VSAM AND CMX-DATA-REF IS NUMERIC
              MOVE CMX-DATA-REF TO WS-DATA-PEDIDA
           END-IF.
           IF CATALOGO-CARREGADO AND CMX-ORIGEM-VSAM
              AND WS-DATA-PEDIDA NOT = WS-DATA-CARREGADA
              MOVE ZERO TO WS-QTD-CORES-VALIDAS
              MOVE ZERO TO WS-QTD-REGRAS
              MOVE ZERO TO WS-QTD-RECEITAS
              MOVE 'N'  TO WS-CARGA-FLAG
           END-IF.
           IF NOT CATALOGO-CARREGADO
               PERFORM 050-CARREGAR-CATALOGO
               SET CATALOGO-CARREGADO TO TRUE
                   PERFORM 170-RESET-CATALOGO
               WHEN CMX-FN-CARGA
                   PERFORM 180-CARGA-EXTERNA
               WHEN CMX-FN-ACERTAR
                   PERFORM 300-ACERTAR-COR
               WHEN CMX-FN-FORMULA
                   PERFORM 400-OBTER-FORMULA
               WHEN OTHER
                   SET CMX-NAO-OK TO TRUE
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
      * CARGA DO CATALOGO (PRIMEIRA CHAMADA): DO COLORDD QUANDO O
      * CHAMADOR PEDE 'F' E O ARQUIVO EXISTE; SENAO, O EMBUTIDO. COM
      * 'V' E DATA DE REFERENCIA, AS VERSOES DO COLRHIST NAQUELA DATA.
      *----------------------------------------------------------------*
       050-CARREGAR-CATALOGO.
           MOVE WS-DATA-PEDIDA TO WS-DATA-CARREGADA.
           EVALUATE TRUE
               WHEN CMX-ORIGEM-VSAM AND WS-DATA-PEDIDA > ZERO
                   OPEN INPUT HIST-FILE
                   IF WS-HIST-OK
                       PERFORM 056-CARREGAR-VERSOES
                       CLOSE HIST-FILE
                   ELSE
                       PERFORM 054-CARREGAR-DO-COLRFILE
                   END-IF
               WHEN CMX-ORIGEM-VSAM
                   PERFORM 054-CARREGAR-DO-COLRFILE
               WHEN CMX-ORIGEM-ARQUIVO
                   PERFORM 053-CARREGAR-DO-COLORDD
               WHEN OTHER
                       MOVE FUNCTION UPPER-CASE(COLR-RESULTADO)
                           TO WS-NOVA-RESULTADO
                       PERFORM 059-INSERIR-REGRA
                   WHEN 'R'
                       MOVE FUNCTION UPPER-CASE(COLR-CAMPO-1)
                           TO WS-NOVA-RESULTADO
                       MOVE FUNCTION UPPER-CASE(COLR-CAMPO-2)
                           TO WS-NOVA-COR-1
                       MOVE COLR-PERCENTUAL TO WS-NOVA-PCT
                       PERFORM 060-INSERIR-RECEITA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ COLR-FILE
           END-PERFORM.
      *
      *--- CARGA DO COLRFILE, COM QUEDA PARA O COLORDD
       054-CARREGAR-DO-COLRFILE.
           OPEN INPUT COLR-FILE.
           IF WS-COLR-OK
               PERFORM 051-CARREGAR-CATALOGO-VSAM
               CLOSE COLR-FILE
           ELSE
               PERFORM 053-CARREGAR-DO-COLORDD
           END-IF.
      *
      *----------------------------------------------------------------*
      * CARGA DAS VERSOES EM VIGOR NA DATA PEDIDA: O COLRHIST VEM EM
      * ORDEM DE CHAVE + VIGENCIA + VERSAO, ENTAO A ULTIMA APROVADA COM
      * VIGENCIA ATE A DATA, DENTRO DE CADA ENTRADA, E A QUE VALE. NA
      * QUEBRA DE ENTRADA ELA E INSERIDA (EXCLUSAO NAO INSERE NADA).
      *----------------------------------------------------------------*
       056-CARREGAR-VERSOES.
           MOVE SPACES TO WS-CHAVE-ENTRADA.
           MOVE 'N' TO WS-VIGENTE-FLAG.
           READ HIST-FILE.
           PERFORM UNTIL NOT WS-HIST-OK
               IF HIST-CHAVE(1:31) NOT = WS-CHAVE-ENTRADA
                   MOVE HIST-RECORD TO WS-LIDO-RECORD
                   PERFORM 057-INSERIR-VIGENTE
                   MOVE WS-LIDO-RECORD TO HIST-RECORD
                   MOVE HIST-CHAVE(1:31) TO WS-CHAVE-ENTRADA
               END-IF
               IF HIST-APROVADA
                  AND HIST-DATA-VIG NOT > WS-DATA-PEDIDA
                   MOVE HIST-RECORD TO WS-VIGENTE-RECORD
                   SET WS-HA-VIGENTE TO TRUE
               END-IF
               READ HIST-FILE
           END-PERFORM.
           PERFORM 057-INSERIR-VIGENTE.
      *
      *--- A VERSAO GUARDADA ENTRA COMO A ENTRADA DO COLRFILE ENTRARIA
       057-INSERIR-VIGENTE.
           IF WS-HA-VIGENTE
               MOVE WS-VIGENTE-RECORD TO HIST-RECORD
               EVALUATE TRUE
                   WHEN HIST-EXCLUSAO
                       CONTINUE
                   WHEN HIST-TIPO = 'C'
                       MOVE FUNCTION UPPER-CASE(HIST-CAMPO-1)
                           TO WS-NOVA-NOME
                       MOVE HIST-HEX TO WS-NOVA-HEX
                       MOVE HIST-R   TO WS-NOVA-R
                       MOVE HIST-G   TO WS-NOVA-G
                       MOVE HIST-B   TO WS-NOVA-B
                       MOVE HIST-CUSTO TO WS-NOVA-CUSTO
                       PERFORM 058-INSERIR-COR
                   WHEN HIST-TIPO = 'M'
                       MOVE FUNCTION UPPER-CASE(HIST-CAMPO-1)
                           TO WS-NOVA-COR-1
                       MOVE FUNCTION UPPER-CASE(HIST-CAMPO-2)
                           TO WS-NOVA-COR-2
                       MOVE FUNCTION UPPER-CASE(HIST-RESULTADO)
                           TO WS-NOVA-RESULTADO
                       PERFORM 059-INSERIR-REGRA
                   WHEN HIST-TIPO = 'R'
                       MOVE FUNCTION UPPER-CASE(HIST-CAMPO-1)
                           TO WS-NOVA-RESULTADO
                       MOVE FUNCTION UPPER-CASE(HIST-CAMPO-2)
                           TO WS-NOVA-COR-1
                       MOVE HIST-PERCENTUAL TO WS-NOVA-PCT
                       PERFORM 060-INSERIR-RECEITA
               END-EVALUATE
           END-IF.
           MOVE 'N' TO WS-VIGENTE-FLAG.
      *
       052-CARREGAR-CATALOGO-EXTERNO.
           READ COLOR-FILE.
                       MOVE FUNCTION UPPER-CASE(CRM-RESULTADO)
                           TO WS-NOVA-RESULTADO
                       PERFORM 059-INSERIR-REGRA
                   WHEN CR-E-RECEITA
                       MOVE FUNCTION UPPER-CASE(CRR-RECEITA)
                           TO WS-NOVA-RESULTADO
                       MOVE FUNCTION UPPER-CASE(CRR-COMPONENTE)
                           TO WS-NOVA-COR-1
                       IF CRR-PERCENTUAL IS NUMERIC
                          MOVE CRR-PERCENTUAL TO WS-NOVA-PCT
                       ELSE
                          MOVE ZERO TO WS-NOVA-PCT
                       END-IF
                       PERFORM 060-INSERIR-RECEITA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE WS-NOVA-RESULTADO TO WS-REG-RESULTADO(WS-REG-IDX)
           END-IF.
      *
      *--- LINHA DE RECEITA: WS-NOVA-RESULTADO + COMPONENTE EM
      *--- WS-NOVA-COR-1 + WS-NOVA-PCT
       060-INSERIR-RECEITA.
           IF WS-QTD-RECEITAS >= 400
               CONTINUE
           ELSE
               ADD 1 TO WS-QTD-RECEITAS
               SET WS-RCT-IDX TO WS-QTD-RECEITAS
               MOVE WS-NOVA-RESULTADO TO WS-RCT-RESULTADO(WS-RCT-IDX)
               MOVE WS-NOVA-COR-1     TO WS-RCT-COMPONENTE(WS-RCT-IDX)
               MOVE WS-NOVA-PCT       TO WS-RCT-PCT(WS-RCT-IDX)
           END-IF.
      *
      *----------------------------------------------------------------*
      * FUNCAO 'R': ZERA O CATALOGO E MARCA COMO CARREGADO - O
      * CHAMADOR (LADO CICS) VAI EMPURRAR AS ENTRADAS COM A FUNCAO
       170-RESET-CATALOGO.
           MOVE ZERO TO WS-QTD-CORES-VALIDAS.
           MOVE ZERO TO WS-QTD-REGRAS.
           MOVE ZERO TO WS-QTD-RECEITAS.
           SET CATALOGO-CARREGADO TO TRUE.
           SET CMX-OK TO TRUE.
      *
           COMPUTE WS-HEX-LO = WS-HEX-VALOR - (WS-HEX-HI * 16).
           MOVE WS-HEX-DIGITS(WS-HEX-HI + 1:1) TO WS-HEX-PAR(1:1).
           MOVE WS-HEX-DIGITS(WS-HEX-LO + 1:1) TO WS-HEX-PAR(2:1).
      *
      *----------------------------------------------------------------*
      * FUNCAO 'A': ACERTO DE COR MEDIDA. COMPARA O RGB MEDIDO COM O
      * DO ALVO; FORA DA TOLERANCIA, ESCOLHE A CADA PASSO A COR-BASE E
      * O % DO LOTE (1 A WS-PCT-MAXIMO) QUE MAIS REDUZEM A DIFERENCA,
      * ATE ENTRAR NA TOLERANCIA, NAO HAVER MAIS GANHO OU COMPLETAR 3
      * PASSOS. A MESMA COR ESCOLHIDA DE NOVO SOMA NA MESMA ADICAO.
      *----------------------------------------------------------------*
       300-ACERTAR-COR.
           MOVE ZERO TO CMX-DIFERENCA.
           MOVE ZERO TO CMX-DIFERENCA-FINAL.
           MOVE ZERO TO CMX-PREV-R.
           MOVE ZERO TO CMX-PREV-G.
           MOVE ZERO TO CMX-PREV-B.
           MOVE ZERO TO CMX-QTD-ADICOES.
           MOVE ZERO TO CMX-CUSTO-CORRECAO.
           MOVE SPACES TO CMX-SITUACAO.
           MOVE SPACES TO CMX-HEX.
           PERFORM VARYING WS-ADC-IDX FROM 1 BY 1 UNTIL WS-ADC-IDX > 3
               MOVE SPACES TO CMX-ADC-COR(WS-ADC-IDX)
               MOVE ZERO TO CMX-ADC-PCT(WS-ADC-IDX)
               MOVE ZERO TO CMX-ADC-QTDE(WS-ADC-IDX)
               MOVE ZERO TO CMX-ADC-CUSTO(WS-ADC-IDX)
           END-PERFORM.
      *
           MOVE CMX-COR-1 TO WS-COR-A-VALIDAR.
           PERFORM 155-PROCURAR-COR.
           IF COR-NAO-VALIDA
               SET CMX-COR-1-INVALIDA TO TRUE
               GOBACK
           END-IF.
           MOVE CMX-COR-1 TO WS-RGB-BUSCA.
           PERFORM 215-OBTER-RGB.
           MOVE WS-MIX-R TO WS-ALVO-R.
           MOVE WS-MIX-G TO WS-ALVO-G.
           MOVE WS-MIX-B TO WS-ALVO-B.
      *
           IF CMX-TOLERANCIA > ZERO
               COMPUTE WS-TOLER-QUAD = CMX-TOLERANCIA * CMX-TOLERANCIA
           ELSE
               MOVE 100 TO WS-TOLER-QUAD
           END-IF.
           IF CMX-QTDE-LOTE > ZERO
               MOVE CMX-QTDE-LOTE TO WS-LOTE-QTDE
           ELSE
               MOVE 100 TO WS-LOTE-QTDE
           END-IF.
      *
           MOVE CMX-R TO WS-ATUAL-R.
           MOVE CMX-G TO WS-ATUAL-G.
           MOVE CMX-B TO WS-ATUAL-B.
           MOVE 100 TO WS-TOTAL-PCT.
           MOVE WS-ATUAL-R TO WS-TESTE-R.
           MOVE WS-ATUAL-G TO WS-TESTE-G.
           MOVE WS-ATUAL-B TO WS-TESTE-B.
           PERFORM 340-DISTANCIA-TESTE.
           MOVE WS-DIST-TESTE TO WS-DIST-ATUAL.
           COMPUTE CMX-DIFERENCA ROUNDED =
               FUNCTION SQRT(WS-DIST-ATUAL).
      *
           MOVE 'N' TO WS-FIM-ACERTO-FLAG.
           IF WS-DIST-ATUAL <= WS-TOLER-QUAD
               SET FIM-ACERTO TO TRUE
           END-IF.
           PERFORM VARYING WS-PASSO FROM 1 BY 1
                   UNTIL WS-PASSO > 3 OR FIM-ACERTO
               PERFORM 310-PASSO-ACERTO
           END-PERFORM.
      *
           COMPUTE CMX-DIFERENCA-FINAL ROUNDED =
               FUNCTION SQRT(WS-DIST-ATUAL).
           COMPUTE WS-MIX-R ROUNDED = WS-ATUAL-R.
           COMPUTE WS-MIX-G ROUNDED = WS-ATUAL-G.
           COMPUTE WS-MIX-B ROUNDED = WS-ATUAL-B.
           MOVE WS-MIX-R TO CMX-PREV-R.
           MOVE WS-MIX-G TO CMX-PREV-G.
           MOVE WS-MIX-B TO CMX-PREV-B.
           PERFORM 240-CONVERTER-RGB-HEX.
      *
           EVALUATE TRUE
               WHEN WS-DIST-ATUAL <= WS-TOLER-QUAD
                AND CMX-QTD-ADICOES = ZERO
                   SET CMX-DENTRO-TOLERANCIA TO TRUE
               WHEN CMX-QTD-ADICOES = ZERO
                   SET CMX-SEM-ACERTO TO TRUE
               WHEN WS-DIST-ATUAL <= WS-TOLER-QUAD
                   SET CMX-ACERTO-COMPLETO TO TRUE
               WHEN OTHER
                   SET CMX-ACERTO-PARCIAL TO TRUE
           END-EVALUATE.
      *
           PERFORM 360-PRECIFICAR-ACERTO.
           SET CMX-OK TO TRUE.
      *
      *--- UM PASSO: A MELHOR COR-BASE/PROPORCAO CONTRA O RGB CORRENTE
       310-PASSO-ACERTO.
           MOVE WS-DIST-ATUAL TO WS-MELHOR-DIST-A.
           MOVE ZERO TO WS-MELHOR-IDX.
           MOVE ZERO TO WS-MELHOR-PCT.
           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-QTD-CORES-VALIDAS
               PERFORM 320-VERIFICAR-BASE
               IF COR-E-BASE
                   PERFORM VARYING WS-PCT FROM 1 BY 1
                           UNTIL WS-PCT > WS-PCT-MAXIMO
                       PERFORM 330-TESTAR-ADICAO
                       IF WS-DIST-TESTE < WS-MELHOR-DIST-A
                           MOVE WS-DIST-TESTE TO WS-MELHOR-DIST-A
                           SET WS-MELHOR-IDX TO WS-COR-IDX
                           MOVE WS-PCT TO WS-MELHOR-PCT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
           IF WS-MELHOR-IDX = ZERO
               SET FIM-ACERTO TO TRUE
           ELSE
               PERFORM 350-APLICAR-ADICAO
               IF WS-DIST-ATUAL <= WS-TOLER-QUAD
                   SET FIM-ACERTO TO TRUE
               END-IF
           END-IF.
      *
      *--- COR-BASE: NAO E O PROPRIO ALVO NEM RESULTADO DE REGRA OU DE
      *--- RECEITA
       320-VERIFICAR-BASE.
           SET COR-E-BASE TO TRUE.
           IF WS-DEF-NOME(WS-COR-IDX) = CMX-COR-1
               SET COR-NAO-E-BASE TO TRUE
           ELSE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-QTD-REGRAS
                   IF WS-DEF-NOME(WS-COR-IDX)
                      = WS-REG-RESULTADO(WS-REG-IDX)
                       SET COR-NAO-E-BASE TO TRUE
                       SET WS-REG-IDX TO WS-QTD-REGRAS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
                       UNTIL WS-RCT-IDX > WS-QTD-RECEITAS
                   IF WS-DEF-NOME(WS-COR-IDX)
                      = WS-RCT-RESULTADO(WS-RCT-IDX)
                       SET COR-NAO-E-BASE TO TRUE
                       SET WS-RCT-IDX TO WS-QTD-RECEITAS
                   END-IF
               END-PERFORM
           END-IF.
      *
      *--- RGB DO LOTE SE WS-PCT % DA COR WS-COR-IDX FOREM ACRESCENTADOS
       330-TESTAR-ADICAO.
           COMPUTE WS-TESTE-R ROUNDED =
              (WS-ATUAL-R * WS-TOTAL-PCT
               + WS-DEF-R(WS-COR-IDX) * WS-PCT)
              / (WS-TOTAL-PCT + WS-PCT).
           COMPUTE WS-TESTE-G ROUNDED =
              (WS-ATUAL-G * WS-TOTAL-PCT
               + WS-DEF-G(WS-COR-IDX) * WS-PCT)
              / (WS-TOTAL-PCT + WS-PCT).
           COMPUTE WS-TESTE-B ROUNDED =
              (WS-ATUAL-B * WS-TOTAL-PCT
               + WS-DEF-B(WS-COR-IDX) * WS-PCT)
              / (WS-TOTAL-PCT + WS-PCT).
           PERFORM 340-DISTANCIA-TESTE.
      *
      *--- DISTANCIA AO QUADRADO DO RGB DE TESTE AO ALVO
       340-DISTANCIA-TESTE.
           COMPUTE WS-DELTA-D = WS-TESTE-R - WS-ALVO-R.
           COMPUTE WS-DIST-TESTE = WS-DELTA-D * WS-DELTA-D.
           COMPUTE WS-DELTA-D = WS-TESTE-G - WS-ALVO-G.
           COMPUTE WS-DIST-TESTE =
               WS-DIST-TESTE + WS-DELTA-D * WS-DELTA-D.
           COMPUTE WS-DELTA-D = WS-TESTE-B - WS-ALVO-B.
           COMPUTE WS-DIST-TESTE =
               WS-DIST-TESTE + WS-DELTA-D * WS-DELTA-D.
      *
      *--- INCORPORA A ADICAO ESCOLHIDA AO RGB CORRENTE E A LISTA
       350-APLICAR-ADICAO.
           SET WS-COR-IDX TO WS-MELHOR-IDX.
           MOVE WS-MELHOR-PCT TO WS-PCT.
           PERFORM 330-TESTAR-ADICAO.
           MOVE WS-TESTE-R TO WS-ATUAL-R.
           MOVE WS-TESTE-G TO WS-ATUAL-G.
           MOVE WS-TESTE-B TO WS-ATUAL-B.
           MOVE WS-DIST-TESTE TO WS-DIST-ATUAL.
           ADD WS-PCT TO WS-TOTAL-PCT.
      *
           MOVE ZERO TO WS-ADC-ACHADA.
           PERFORM VARYING WS-ADC-IDX FROM 1 BY 1
                   UNTIL WS-ADC-IDX > CMX-QTD-ADICOES
               IF CMX-ADC-COR(WS-ADC-IDX) = WS-DEF-NOME(WS-COR-IDX)
                   MOVE WS-ADC-IDX TO WS-ADC-ACHADA
               END-IF
           END-PERFORM.
           IF WS-ADC-ACHADA = ZERO
               ADD 1 TO CMX-QTD-ADICOES
               MOVE CMX-QTD-ADICOES TO WS-ADC-ACHADA
               MOVE WS-DEF-NOME(WS-COR-IDX)
                   TO CMX-ADC-COR(WS-ADC-ACHADA)
           END-IF.
           ADD WS-PCT TO CMX-ADC-PCT(WS-ADC-ACHADA).
      *
      *--- QUANTIDADE E CUSTO DE CADA ADICAO SOBRE O LOTE ORIGINAL
       360-PRECIFICAR-ACERTO.
           PERFORM VARYING WS-ADC-IDX FROM 1 BY 1
                   UNTIL WS-ADC-IDX > CMX-QTD-ADICOES
               COMPUTE CMX-ADC-QTDE(WS-ADC-IDX) ROUNDED =
                   WS-LOTE-QTDE * CMX-ADC-PCT(WS-ADC-IDX) / 100
               MOVE CMX-ADC-COR(WS-ADC-IDX) TO WS-CUSTO-BUSCA
               PERFORM 265-OBTER-CUSTO
               COMPUTE CMX-ADC-CUSTO(WS-ADC-IDX) ROUNDED =
                   CMX-ADC-QTDE(WS-ADC-IDX) * WS-NOVA-CUSTO
               ADD CMX-ADC-CUSTO(WS-ADC-IDX) TO CMX-CUSTO-CORRECAO
           END-PERFORM.
      *
      *----------------------------------------------------------------*
      * FUNCAO 'F': RECEITA DA COR DE CMX-COR-1. JUNTA AS LINHAS 'R'
      * DELA (ATE 8, NA ORDEM DO CATALOGO) E CALCULA O RGB/HEX E O
      * CUSTO POR UNIDADE PELA MEDIA PONDERADA PELOS % - DIVIDIDA PELA
      * SOMA DOS %, PARA QUE UMA RECEITA QUE NAO FECHE EM 100 AINDA
      * SAIA NA PROPORCAO CERTA ENTRE OS COMPONENTES.
      *----------------------------------------------------------------*
       400-OBTER-FORMULA.
           MOVE SPACES TO CMX-RESULTADO.
           MOVE SPACES TO CMX-HEX.
           MOVE ZERO TO CMX-CUSTO.
           MOVE ZERO TO CMX-QTD-COMPONENTES.
           PERFORM VARYING WS-FRM-IDX FROM 1 BY 1 UNTIL WS-FRM-IDX > 8
               MOVE SPACES TO CMX-CMP-COR(WS-FRM-IDX)
               MOVE ZERO TO CMX-CMP-PCT(WS-FRM-IDX)
           END-PERFORM.
      *
           MOVE CMX-COR-1 TO WS-COR-A-VALIDAR.
           PERFORM 155-PROCURAR-COR.
           IF COR-NAO-VALIDA
               SET CMX-COR-1-INVALIDA TO TRUE
               GOBACK
           END-IF.
      *
           MOVE ZERO TO WS-FRM-TOTAL-PCT.
           MOVE ZERO TO WS-FRM-SOMA-R.
           MOVE ZERO TO WS-FRM-SOMA-G.
           MOVE ZERO TO WS-FRM-SOMA-B.
           MOVE ZERO TO WS-FRM-SOMA-CUSTO.
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX > WS-QTD-RECEITAS
                      OR CMX-QTD-COMPONENTES = 8
               IF WS-RCT-RESULTADO(WS-RCT-IDX) = CMX-COR-1
                   PERFORM 410-SOMAR-COMPONENTE
               END-IF
           END-PERFORM.
      *
           IF CMX-QTD-COMPONENTES = ZERO OR WS-FRM-TOTAL-PCT = ZERO
               SET CMX-NAO-OK TO TRUE
               GOBACK
           END-IF.
      *
           MOVE CMX-COR-1 TO CMX-RESULTADO.
           COMPUTE WS-MIX-R ROUNDED = WS-FRM-SOMA-R / WS-FRM-TOTAL-PCT.
           COMPUTE WS-MIX-G ROUNDED = WS-FRM-SOMA-G / WS-FRM-TOTAL-PCT.
           COMPUTE WS-MIX-B ROUNDED = WS-FRM-SOMA-B / WS-FRM-TOTAL-PCT.
           PERFORM 240-CONVERTER-RGB-HEX.
           COMPUTE CMX-CUSTO ROUNDED =
               WS-FRM-SOMA-CUSTO / WS-FRM-TOTAL-PCT.
           SET CMX-OK TO TRUE.
      *
      *--- UM COMPONENTE: ENTRA NA LISTA E NAS SOMAS PONDERADAS
       410-SOMAR-COMPONENTE.
           ADD 1 TO CMX-QTD-COMPONENTES.
           MOVE CMX-QTD-COMPONENTES TO WS-FRM-IDX.
           MOVE WS-RCT-COMPONENTE(WS-RCT-IDX)
               TO CMX-CMP-COR(WS-FRM-IDX).
           MOVE WS-RCT-PCT(WS-RCT-IDX) TO CMX-CMP-PCT(WS-FRM-IDX).
           ADD WS-RCT-PCT(WS-RCT-IDX) TO WS-FRM-TOTAL-PCT.
      *
           MOVE ZERO TO WS-MIX-R.
           MOVE ZERO TO WS-MIX-G.
           MOVE ZERO TO WS-MIX-B.
           MOVE WS-RCT-COMPONENTE(WS-RCT-IDX) TO WS-RGB-BUSCA.
           PERFORM 215-OBTER-RGB.
           COMPUTE WS-FRM-SOMA-R =
               WS-FRM-SOMA-R + WS-MIX-R * WS-RCT-PCT(WS-RCT-IDX).
           COMPUTE WS-FRM-SOMA-G =
               WS-FRM-SOMA-G + WS-MIX-G * WS-RCT-PCT(WS-RCT-IDX).
           COMPUTE WS-FRM-SOMA-B =
               WS-FRM-SOMA-B + WS-MIX-B * WS-RCT-PCT(WS-RCT-IDX).
      *
           MOVE WS-RCT-COMPONENTE(WS-RCT-IDX) TO WS-CUSTO-BUSCA.
           PERFORM 265-OBTER-CUSTO.
           COMPUTE WS-FRM-SOMA-CUSTO = WS-FRM-SOMA-CUSTO
               + WS-NOVA-CUSTO * WS-RCT-PCT(WS-RCT-IDX).
