      *================================================================*
      * COPYBOOK MYJEVTC - LAYOUT DO EVENTO DE ALTERACAO DE CLIENTE
      * PUBLICADO PELO MYJRNPUB NA FILA MQ CLI.EVENTOS (E NA COPIA DA
      * FILA DE REGISTRO CLI.EVENTOS.LOG).
      *
      * MENSAGEM TEXTO (MQFMT-STRING), 300 BYTES, PERSISTENTE. UMA
      * MENSAGEM POR LINHA GRAVADA EM TB_CLIENTES_JOURNAL; A CHAVE
      * ID + TIMESTAMP + PROGRAMA E A MESMA DA LINHA DO DIARIO.
      *
      * JEVT-TIPO (MESMAS REGRAS DO EXTRATO MYJRNEXT):
      *   'CRIACAO'    - NOME ANTES EM BRANCO E STATUS DEPOIS ATIVO;
      *   'INATIVACAO' - STATUS DEPOIS INATIVO;
      *   'NOME'       - NOME/CONTINUACAO (STATUS EM BRANCO);
      *   'STATUS'     - DEMAIS MUDANCAS DE STATUS (REATIVACAO, FUSAO);
      *   'ELIMINACAO' - ANONIMIZACAO PELO MYANONYM (AS IMAGENS VEM
      *                  COMO 'ANONIMIZADO' - O EVENTO NAO CARREGA O
      *                  DADO PESSOAL ELIMINADO).
      *
      * JEVT-REPUBLICADO = 'S' QUANDO O EVENTO FOI REPOSTO PELA
      * RECONCILIACAO (MYJRNREC) - O DESTINO PODE JA TER RECEBIDO O
      * ORIGINAL E DEVE TRATAR A CHAVE COMO IDEMPOTENTE.
      *================================================================*
       01 JEVT-EVENTO.
           05 JEVT-VERSAO           PIC X(02).
           05 JEVT-TIPO             PIC X(10).
           05 JEVT-ID-CLIENTE       PIC X(10).
           05 JEVT-CHANGE-TS        PIC X(26).
           05 JEVT-CHANGE-TS-R REDEFINES JEVT-CHANGE-TS.
              10 JEVT-DATA-ISO      PIC X(10).
              10 FILLER             PIC X(16).
           05 JEVT-PROGRAMA         PIC X(08).
           05 JEVT-TASK-ID          PIC X(08).
           05 JEVT-REPUBLICADO      PIC X(01).
           05 JEVT-ANTES.
              10 JEVT-NOME-ANTES       PIC X(40).
              10 JEVT-NOME-CONT-ANTES  PIC X(40).
              10 JEVT-STATUS-ANTES     PIC X(10).
           05 JEVT-DEPOIS.
              10 JEVT-NOME-DEPOIS      PIC X(40).
              10 JEVT-NOME-CONT-DEPOIS PIC X(40).
              10 JEVT-STATUS-DEPOIS    PIC X(10).
           05 FILLER                PIC X(55).
