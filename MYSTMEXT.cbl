      * PRIMEIRO PASSO DA CADEIA DE EXTRATOS MENSAIS: LE AS GERACOES
      * DO MES DE PROD.MYNIGHT.OUT.ARCH (CONCATENADAS EM ARCHINDD,
      * COMO NO MYMONRPT) E GRAVA UM REGISTRO DE TRABALHO POR
      * MOVIMENTO 'D': ID DO CLIENTE + CONTA + DATA DA RODADA (DO
      * CABECALHO 'H') + VALOR + NATUREZA + DADOS. A CONTA VEM DO
      * DETALHE (POSICOES 26-28 DOS DADOS, LAYOUT V3); GERACOES
      * ANTIGAS SEM CONTA NUMERICA VALIDA CAEM NA CONTA 001.
      *
      * EXECUTAR COM UM PASSO DE SORT NA SEQUENCIA (DFSORT POR ID DO
      * CLIENTE + CONTA + DATA, POSICOES 1,10,CH,A, 11,3,CH,A E
      * 14,8,CH,A) E ENTREGAR O
      * ARQUIVO ORDENADO AO MYSTMT, QUE FORMATA UM EXTRATO POR
      * CLIENTE - A MESMA CADEIA EXTRAI-ORDENA-IMPRIME DE SEMPRE.
      *================================================================*
           05 ARCH-HDR-RUN-ID        PIC X(08).
           05 FILLER                 PIC X(83).
      *
      *--- REGISTRO DE TRABALHO DO EXTRATO (ORDENADO POR ID + CONTA +
      *--- DATA PELO PASSO DE SORT ANTES DO MYSTMT)
       FD STMWRK-FILE
          RECORD CONTAINS 99 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 STMWRK-RECORD.
           05 STW-ID                 PIC X(10).
           05 STW-CONTA              PIC 9(03).
           05 STW-RUN-DATE           PIC X(08).
           05 STW-VALOR              PIC 9(11)V99.
           05 STW-DC                 PIC X(01).
                   MOVE ARCH-HDR-RUN-DATE TO WS-CUR-RUN-DATE
               WHEN ARCH-REC-IS-DETAIL
                   MOVE ARCH-OUT-ID       TO STW-ID
                   IF ARCH-OUT-DATA(26:3) IS NUMERIC
                      AND ARCH-OUT-DATA(26:3) NOT = '000'
                      MOVE ARCH-OUT-DATA(26:3) TO STW-CONTA
                   ELSE
                      MOVE 001 TO STW-CONTA
                   END-IF
                   MOVE WS-CUR-RUN-DATE   TO STW-RUN-DATE
                   IF ARCH-OUT-VALOR-X IS NUMERIC
                      MOVE ARCH-OUT-VALOR TO STW-VALOR
