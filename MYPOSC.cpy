      *================================================================*
      * COPYBOOK MYPOSC - SEGMENTO POSICAO DO BANCO IMS DBCLIENT
      *
      * FILHO DO SEGMENTO CLIENTE (UMA OCORRENCIA POR CLIENTE, SEM
      * CAMPO DE SEQUENCIA): A POSICAO DO CLIENTE NO MESTRE (MASTERDD)
      * PARA OS USUARIOS DO TERMINAL IMS, QUE SO VIAM O NOME.
      * CARREGADO TODA NOITE PELO BMP MYPOSLD A PARTIR DO MASTERDD E
      * DO DIARIO DO MESTRE (MSTJRNDD):
      *   SEG-POS-SALDO            SOMA DO MST-SALDO DE TODAS AS CONTAS
      *                            DO CLIENTE NA HORA DA CARGA
      *   SEG-POS-ULT-ATUALIZACAO  O MST-ULT-ATUALIZACAO MAIS RECENTE
      *                            ENTRE AS CONTAS
      *   SEG-POS-DATA-CARGA       NOITE DA CARGA (O SEGMENTO QUE NAO
      *                            FOI RENOVADO NA NOITE E EXPURGADO)
      *   SEG-POS-QTD-MOVTOS       OCORRENCIAS PREENCHIDAS (0 A 5)
      *   SEG-POS-MOVTO            OS ULTIMOS CINCO MOVIMENTOS DE
      *                            SALDO DO DIARIO, O MAIS RECENTE
      *                            PRIMEIRO: DATA DA RODADA, ORIGEM E
      *                            ACAO DO DIARIO (MJR-ORIGEM/ACAO),
      *                            VALOR (SALDO DEPOIS - SALDO ANTES) E
      *                            O SALDO RESULTANTE DA CONTA
      *                            MOVIMENTADA
      *   SEG-POS-QTD-CONTAS       CONTAS DO CLIENTE NO MESTRE
      *
      * LEITURA: PATH CALL COM O SSA DO CLIENTE QUALIFICADO POR CLIID
      * SEGUIDO DO WS-SSA-POSICAO (NAO QUALIFICADO).
      *================================================================*
       01 SEG-POSICAO.
           05 SEG-POS-SALDO          PIC S9(11)V99.
           05 SEG-POS-ULT-ATUALIZACAO PIC 9(08).
           05 SEG-POS-DATA-CARGA     PIC 9(08).
           05 SEG-POS-QTD-MOVTOS     PIC 9(01).
           05 SEG-POS-MOVTO OCCURS 5 TIMES.
              10 SEG-POS-MOV-DATA    PIC 9(08).
              10 SEG-POS-MOV-ORIGEM  PIC X(01).
              10 SEG-POS-MOV-ACAO    PIC X(01).
              10 SEG-POS-MOV-VALOR   PIC S9(11)V99.
              10 SEG-POS-MOV-SALDO   PIC S9(11)V99.
           05 SEG-POS-QTD-CONTAS     PIC 9(03).
           05 FILLER                 PIC X(07).
      *
      *--- SSA NAO QUALIFICADO DO SEGMENTO POSICAO
       01 WS-SSA-POSICAO            PIC X(09) VALUE 'POSICAO  '.
