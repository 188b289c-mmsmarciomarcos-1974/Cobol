      *================================================================*
      * COPYBOOK MYMJRCDC - AREA DE PARAMETROS DO MODULO MYMJRCAD
      * (ENCADEAMENTO DO DIARIO DO MESTRE, MSTJRNDD - MESMO MOLDE DO
      * MYTRLCDC).
      *
      * OS GRAVADORES DO DIARIO (MYBATCH, MYBCKOUT, MYJUROS, MYMERGE)
      * FAZEM:
      *   1. ANTES DO OPEN EXTEND DO MSTJRN-FILE (COM O ARQUIVO
      *      FECHADO): MOVE 'I' TO MJC-FUNCAO E CALL 'MYMJRCAD' USING
      *      MYMJRCAD-PARAMETROS MSTJRN-RECORD - O MODULO LE O DIARIO
      *      ATE O FIM E GUARDA O ULTIMO HASH, A DATA DA ULTIMA
      *      GRAVACAO E A QUANTIDADE DE LINHAS DESDE A ULTIMA ANCORA;
      *   2. A CADA LINHA, LOGO ANTES DO WRITE: MOVE 'E' TO
      *      MJC-FUNCAO E O MESMO CALL - O MODULO PREENCHE
      *      MJR-GRAV-DATA E MJR-HASH NA LINHA. SE VOLTAR
      *      MJC-ANCORA-PENDENTE, O GRAVADOR ESCREVE PRIMEIRO A
      *      MJC-ANCORA (ANCORA DIARIA DO DIA ANTERIOR) E DEPOIS A
      *      LINHA.
      *
      * ANCORA DIARIA: MJR-ORIGEM 'H', MJR-RUN-ID 'ANCORA', MJR-ID EM
      * BRANCO, MJR-RUN-DATE = DIA FECHADO; MJR-DATA-ANTES(1:16) = O
      * ULTIMO HASH DAQUELE DIA E (17:9) = A QUANTIDADE DE LINHAS DO
      * DIA. A ANCORA E ENCADEADA COMO QUALQUER LINHA. LEITORES DO
      * DIARIO IGNORAM A ORIGEM 'H'.
      *
      * O HASH (MYHASH) COBRE OS 208 PRIMEIROS BYTES DA LINHA (ATE O
      * MJR-GRAV-DATA), A MJR-CONTA QUANDO PREENCHIDA (208 + 3 BYTES)
      * E O HASH DA LINHA ANTERIOR COM HASH. LINHAS
      * ANTERIORES AO ENCADEAMENTO (HASH EM BRANCO) FICAM FORA DA
      * CADEIA, QUE COMECA DO HASH INICIAL (16 ZEROS).
      *
      * RETORNO: '00' = OK; '08' = FUNCAO INVALIDA OU 'E' SEM 'I';
      * '16' = ERRO DE ARQUIVO NA LEITURA DO DIARIO (MJC-FILE-STATUS).
      *================================================================*
       01 MYMJRCAD-PARAMETROS.
           05 MJC-FUNCAO            PIC X(01).
              88 MJC-INICIAR        VALUE 'I'.
              88 MJC-ENCADEAR       VALUE 'E'.
           05 MJC-ANCORA-SW         PIC X(01).
              88 MJC-ANCORA-PENDENTE VALUE 'S'.
           05 MJC-ANCORA            PIC X(230).
           05 MJC-RETORNO           PIC X(02).
              88 MJC-OK             VALUE '00'.
              88 MJC-FUNCAO-INVALIDA VALUE '08'.
              88 MJC-ERRO-ARQUIVO   VALUE '16'.
           05 MJC-FILE-STATUS       PIC X(02).
