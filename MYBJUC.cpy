      *================================================================*
      * COPYBOOK MYBJUC - BLOQUEIO JUDICIAL/ADMINISTRATIVO SOBRE A
      * POSICAO DO CLIENTE (200 BYTES).
      *
      * VSAM KSDS BLQJUDD POR CLIENTE + NUMERO DO BLOQUEIO, MANTIDO NA
      * TRNQ (MYCICSBJ) SOB DUPLA CUSTODIA: O BLOQUEIO NASCE 'P' E SO
      * PASSA A VALER ('A') DEPOIS DE APROVADO POR UM SEGUNDO
      * OPERADOR; A LIBERACAO TAMBEM E PEDIDA ('B', AINDA EM VIGOR) E
      * APROVADA ('L') POR OPERADORES DIFERENTES.
      *
      *   - LADO CICS (MYCICSBJ, MYCICSMS, MYCICS36): COPY MYBJUC. NA
      *     WORKING-STORAGE, INTO/FROM DOS COMANDOS DE ARQUIVO;
      *   - LADO BATCH (MYBATCH, MYBJURPT): COPY MYBJUC. SOB A FD DO
      *     BLQJUDD.
      *
      * O BLOQUEIO ESTA EM VIGOR NA DATA D QUANDO A SITUACAO E 'A' OU
      * 'B', BJU-DATA-INICIO <= D E BJU-DATA-EXPIRA = ZERO (SEM PRAZO)
      * OU >= D. O SALDO DISPONIVEL DO CLIENTE E A SOMA DO MST-SALDO
      * DE TODAS AS CONTAS DELE MENOS A SOMA DOS BLOQUEIOS EM VIGOR; O
      * MYBATCH RECUSA O DEBITO QUE O DEIXARIA NEGATIVO (R029).
      *================================================================*
       01 BJU-RECORD.
           05 BJU-KEY.
               10 BJU-CLIENTE        PIC X(10).
               10 BJU-NUMERO         PIC 9(03).
           05 BJU-VALOR              PIC 9(11)V99.
      *--- ORGAO EMISSOR (JUIZO, VARA, RECEITA...) E A REFERENCIA DA
      *--- ORDEM (NUMERO DO PROCESSO / OFICIO)
           05 BJU-AUTORIDADE         PIC X(30).
           05 BJU-REFERENCIA         PIC X(25).
           05 BJU-DATA-INICIO        PIC 9(08).
      *--- ZEROS = SEM PRAZO (VALE ATE A LIBERACAO)
           05 BJU-DATA-EXPIRA        PIC 9(08).
           05 BJU-SITUACAO           PIC X(01).
              88 BJU-PENDENTE        VALUE 'P'.
              88 BJU-ATIVO           VALUE 'A'.
              88 BJU-LIB-PENDENTE    VALUE 'B'.
              88 BJU-LIBERADO        VALUE 'L'.
              88 BJU-REJEITADO       VALUE 'R'.
              88 BJU-VALIDO          VALUES 'A' 'B'.
      *--- REGISTRO, APROVACAO, PEDIDO E APROVACAO DA LIBERACAO
      *--- (OPERADOR E DATA AAAAMMDD DE CADA PASSO)
           05 BJU-OPER-CRIACAO       PIC X(03).
           05 BJU-DATA-CRIACAO       PIC 9(08).
           05 BJU-OPER-APROVACAO     PIC X(03).
           05 BJU-DATA-APROVACAO     PIC 9(08).
           05 BJU-OPER-PEDIDO-LIB    PIC X(03).
           05 BJU-DATA-PEDIDO-LIB    PIC 9(08).
           05 BJU-OPER-LIBERACAO     PIC X(03).
           05 BJU-DATA-LIBERACAO     PIC 9(08).
           05 FILLER                 PIC X(58).
