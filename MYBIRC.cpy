      *================================================================*
      * COPYBOOK MYBIRC - RISCO DO CLIENTE DEVOLVIDO PELO BIRO DE
      * CREDITO (40 BYTES).
      *
      * TABELA TB_CLIENTES_BIRO: UMA LINHA POR CLIENTE POR MES DE
      * REFERENCIA DA TROCA (NADA E ALTERADO - A TABELA E O HISTORICO;
      * A CARGA DO MESMO MES E REFEITA INTEIRA PELO MYBIRRET):
      *   ID_CLIENTE        CHAR(10)  CLIENTE
      *   REFERENCIA        CHAR(6)   MES DA TROCA AAAAMM
      *   SCORE             SMALLINT  0 (PIOR) A 1000 (MELHOR)
      *   RESTR_PROTESTO    CHAR(1)   S/N - TITULO PROTESTADO
      *   RESTR_INADIMPL    CHAR(1)   S/N - DIVIDA VENCIDA NO MERCADO
      *   RESTR_JUDICIAL    CHAR(1)   S/N - ACAO JUDICIAL DE COBRANCA
      *   RESTR_FALENCIA    CHAR(1)   S/N - FALENCIA/RECUPERACAO
      *   SEM_LIMITE        CHAR(1)   S = SEM LIMITE DE POSICAO
      *                               DEVEDORA NO MYBATCH (ALGUMA
      *                               RESTRICAO OU SCORE ABAIXO DO
      *                               MINIMO DO CARTAO DO MYBIRRET)
      *   DATA_CARGA        DATE      DIA DA CARGA
      * CHAVE PRIMARIA: ID_CLIENTE + REFERENCIA. A SITUACAO VIGENTE DO
      * CLIENTE E A DA MAIOR REFERENCIA.
      *
      * VSAM KSDS BIRRSKDD POR ID DO CLIENTE (DEFINIDO COM REUSE):
      * IMAGEM DA REFERENCIA MAIS RECENTE, RECONSTRUIDA INTEIRA PELO
      * MYBIRRET A CADA CARGA. O MYBATCH NAO ACESSA O DB2 NO LIMITE
      * (MESMO ESQUEMA DO KYCBLQDD).
      *   - LADO BATCH (MYBIRRET, MYBATCH): COPY MYBIRC. SOB A FD DO
      *     BIRRSKDD.
      *
      * CLIENTE COM BIR-LIMITE-NEGADO NAO PODE FICAR DEVEDOR: O
      * MYBATCH RECUSA O DEBITO QUE DEIXARIA O SALDO ABAIXO DE ZERO
      * (R031), QUALQUER QUE SEJA O LIMITE DO CARTAO DA RODADA.
      *================================================================*
       01 BIR-RECORD.
           05 BIR-ID                 PIC X(10).
           05 BIR-REFERENCIA         PIC 9(06).
           05 BIR-SCORE              PIC 9(04).
           05 BIR-RESTR-PROTESTO     PIC X(01).
           05 BIR-RESTR-INADIMPL     PIC X(01).
           05 BIR-RESTR-JUDICIAL     PIC X(01).
           05 BIR-RESTR-FALENCIA     PIC X(01).
           05 BIR-SEM-LIMITE         PIC X(01).
              88 BIR-LIMITE-NEGADO   VALUE 'S'.
           05 BIR-DATA-CARGA         PIC 9(08).
           05 FILLER                 PIC X(07).
