      *         BRANCO = DEFINICAO DE COR (CMX-COR-1 + CMX-HEX +
      *         CMX-R/G/B); PREENCHIDA = REGRA (CMX-COR-1 + CMX-COR-2
      *         -> CMX-RESULTADO)
      *   'A' = ACERTO DE COR MEDIDA: RECEBE A COR ALVO EM CMX-COR-1,
      *         O RGB MEDIDO NO ESPECTROFOTOMETRO EM CMX-R/G/B, A
      *         TOLERANCIA E A QUANTIDADE DO LOTE (CMX-CORRECAO).
      *         DEVOLVE A DIFERENCA MEDIDO X ALVO E, FORA DA
      *         TOLERANCIA, ATE 3 CORES-BASE A ACRESCENTAR (% DO LOTE,
      *         QUANTIDADE E CUSTO), O RGB/HEX PREVISTO DEPOIS DO
      *         ACERTO E A SITUACAO (CMX-SITUACAO).
      *   'F' = FORMULA: RECEITA DE VARIOS COMPONENTES DA COR DE
      *         CMX-COR-1 (REGISTROS 'R' DO CATALOGO, ATE 8 CORES COM
      *         O % DE CADA). DEVOLVE OS COMPONENTES (CMX-FORMULA), A
      *         PROPRIA COR EM CMX-RESULTADO, O HEX CALCULADO PELA
      *         MEDIA DOS RGB PONDERADA PELOS % E O CUSTO POR UNIDADE
      *         (MEDIA DOS CUSTOS PONDERADA PELOS %) EM CMX-CUSTO.
      *         CMX-VALIDO '1' = COR NAO CADASTRADA; 'N' = COR SEM
      *         RECEITA. % QUE NAO SOMAM 100 VALEM NA PROPORCAO.
      *
      * CMX-ORIGEM-CATALOGO ESCOLHE DE ONDE O CATALOGO E CARREGADO NA
      * PRIMEIRA CHAMADA: 'V' = DO COLRFILE (VSAM KSDS COMPARTILHADO
      * ABRIR), 'D' = CATALOGO EMBUTIDO (PARA QUEM NAO FAZ I/O NATIVO
      * NEM QUER EMPURRAR A CARGA). CMX-VALIDO: 'S' OK; '1'/'2' =
      * COR 1/2 NAO CADASTRADA; 'N' = NAO OK (VALIDAR/NOME).
      *
      * CMX-DATA-REF (AAAAMMDD, SO COM ORIGEM 'V'): ZEROS = O CATALOGO
      * EM VIGOR HOJE (COLRFILE); UMA DATA = AS VERSOES EM VIGOR NAQUELA
      * DATA, RESOLVIDAS NO COLRHIST (COPYBOOK MYCLRHC) - P.EX. A DATA
      * DA ORDEM. O CATALOGO E RECARREGADO QUANDO A DATA MUDA ENTRE
      * UMA CHAMADA E OUTRA; SEM COLRHIST, VALE O COLRFILE.
      *================================================================*
       01 CORMIX-PARAMETROS.
           05 CMX-FUNCAO            PIC X(01).
              88 CMX-FN-NOME        VALUE 'N'.
              88 CMX-FN-RESET       VALUE 'R'.
              88 CMX-FN-CARGA       VALUE 'C'.
              88 CMX-FN-ACERTAR     VALUE 'A'.
              88 CMX-FN-FORMULA     VALUE 'F'.
           05 CMX-ORIGEM-CATALOGO   PIC X(01).
              88 CMX-ORIGEM-VSAM    VALUE 'V'.
              88 CMX-ORIGEM-ARQUIVO VALUE 'F'.
      *--- ENTRA; NA FUNCAO 'M' VOLTA O CUSTO CALCULADO DA MISTURA
      *--- (MEDIA PONDERADA PELAS PARTES)
           05 CMX-CUSTO             PIC 9(05)V99.
      *--- ACERTO DE COR MEDIDA (FUNCAO 'A'). DIFERENCA = DISTANCIA
      *--- EM RGB (RAIZ DA SOMA DOS QUADRADOS), A MESMA METRICA COM
      *--- QUE A MISTURA PONDERADA ESCOLHE A COR NOMEADA MAIS PROXIMA.
      *--- ENTRADAS: TOLERANCIA (ZERO VALE 10) E QUANTIDADE DO LOTE NA
      *--- UNIDADE DA ORDEM (ZERO VALE 100 - AS QUANTIDADES SAEM EM %).
      *--- AS ADICOES SAO SO DE CORES-BASE (COR DO CATALOGO QUE NAO E
      *--- RESULTADO DE NENHUMA REGRA), CADA UMA COM O % SOBRE O LOTE
      *--- ORIGINAL, NO MESMO MODELO PONDERADO DA FUNCAO 'M'.
           05 CMX-CORRECAO.
              10 CMX-TOLERANCIA     PIC 9(03).
              10 CMX-QTDE-LOTE      PIC 9(05)V99.
              10 CMX-DIFERENCA      PIC 9(03)V9.
              10 CMX-DIFERENCA-FINAL PIC 9(03)V9.
              10 CMX-SITUACAO       PIC X(01).
                 88 CMX-DENTRO-TOLERANCIA VALUE 'T'.
                 88 CMX-ACERTO-COMPLETO   VALUE 'C'.
                 88 CMX-ACERTO-PARCIAL    VALUE 'P'.
                 88 CMX-SEM-ACERTO        VALUE 'I'.
              10 CMX-PREV-R         PIC 9(03).
              10 CMX-PREV-G         PIC 9(03).
              10 CMX-PREV-B         PIC 9(03).
              10 CMX-QTD-ADICOES    PIC 9(01).
              10 CMX-ADICAO OCCURS 3 TIMES.
                 15 CMX-ADC-COR     PIC X(15).
                 15 CMX-ADC-PCT     PIC 9(03)V9.
                 15 CMX-ADC-QTDE    PIC 9(05)V99.
                 15 CMX-ADC-CUSTO   PIC 9(07)V99.
              10 CMX-CUSTO-CORRECAO PIC 9(07)V99.
      *--- DATA DE REFERENCIA DAS VERSOES DO CATALOGO (ORIGEM 'V')
           05 CMX-DATA-REF          PIC 9(08).
      *--- COMPONENTES DA RECEITA (FUNCAO 'F'), NA ORDEM DO CATALOGO
           05 CMX-FORMULA.
              10 CMX-QTD-COMPONENTES PIC 9(01).
              10 CMX-COMPONENTE OCCURS 8 TIMES.
                 15 CMX-CMP-COR     PIC X(15).
                 15 CMX-CMP-PCT     PIC 9(03)V9.
