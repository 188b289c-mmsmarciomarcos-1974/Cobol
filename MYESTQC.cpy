      *================================================================*
      * COPYBOOK MYESTQC - REGISTRO DO ESTOQUE DE CORES-BASE
      * (ESTQFILE, VSAM KSDS POR COR-BASE, 100 BYTES)
      *
      * UMA ENTRADA POR COR-BASE DO CATALOGO (COLRFILE TIPO 'C').
      * MANTIDO ON-LINE PELA TRNH (MYCICSES: CADASTRO, ENTRADAS E
      * CONTAGEM FISICA), BAIXADO PELO MYPRODRN NAS ORDENS LIBERADAS
      * E LISTADO PELO MYESTRPT NO RELATORIO DIARIO DE ESTOQUE.
      *
      * MOVIMENTO DO DIA: QUEM MEXE NO SALDO PRIMEIRO CONFERE
      * ESTQ-DATA-MOVTO. SE FOR DE OUTRO DIA, VIRA O DIA ANTES DE
      * MOVIMENTAR: SALDO DE ABERTURA = QTDE ATUAL, ENTRADAS/CONSUMO/
      * AJUSTE ZERADOS E ESTQ-DATA-MOVTO = HOJE. ASSIM, EM QUALQUER
      * MOMENTO DO DIA:
      *   QTDE ATUAL = ABERTURA + ENTRADAS - CONSUMO + AJUSTE.
      *
      * QUANTIDADES NA UNIDADE DO PROPRIO ITEM (ESTQ-UNIDADE, P.EX.
      * 'LT'), A MESMA DAS ORDENS DE PRODUCAO (ORD-QTDE).
      *================================================================*
       01 ESTQ-RECORD.
           05 ESTQ-COR              PIC X(15).
           05 ESTQ-UNIDADE          PIC X(03).
           05 ESTQ-QTDE-ATUAL       PIC 9(07)V99.
           05 ESTQ-PONTO-PEDIDO     PIC 9(07)V99.
      *--- PRAZO DE ENTREGA DO FORNECEDOR, EM DIAS
           05 ESTQ-PRAZO-FORN       PIC 9(03).
           05 ESTQ-MOVIMENTO-DIA.
              10 ESTQ-DATA-MOVTO       PIC 9(08).
              10 ESTQ-SALDO-ABERTURA   PIC 9(07)V99.
              10 ESTQ-ENTRADAS-DIA     PIC 9(07)V99.
              10 ESTQ-CONSUMO-DIA      PIC 9(07)V99.
      *--- DIFERENCA DA CONTAGEM FISICA (CONTADO - SALDO DO SISTEMA)
              10 ESTQ-AJUSTE-DIA       PIC S9(07)V99.
           05 ESTQ-DATA-CONTAGEM    PIC 9(08).
           05 ESTQ-ULT-OPERADOR     PIC X(03).
           05 FILLER                PIC X(06).
