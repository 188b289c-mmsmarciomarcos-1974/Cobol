      *================================================================*
      * COPYBOOK MYTRLCDC - AREA DE PARAMETROS DO MODULO MYTRLCAD
      * (ENCADEAMENTO DAS TRILHAS DE AUDITORIA EM TABELA DB2,
      * CHAMAVEL DE BATCH, CICS E IMS - MESMO MOLDE DO MYJPUBC).
      *
      * CHAMADA: CALL 'MYTRLCAD' USING MYTRLCAD-PARAMETROS <LINHA>,
      * LOGO ANTES DO INSERT NA TRILHA, COM A IMAGEM DA LINHA JA
      * COMPLETA (INCLUSIVE O CHANGE_TS) E TRC-TAMANHO = O TAMANHO
      * DELA. DEVOLVE A SEQUENCIA E O HASH QUE VAO NAS COLUNAS
      * SEQ_CADEIA E HASH_CADEIA DA LINHA.
      *
      * TRILHAS:
      *   'JOURNAL' = TB_CLIENTES_JOURNAL, LINHA = WS-JOURNAL-VARS
      *               (MYJRNLC);
      *   'OPERAUD' = TB_OPERADORES_AUDIT, LINHA = WS-OPAUD-VARS
      *               (MYOPAUC).
      *
      * TABELAS (ASSUMIDAS JA PROVISIONADAS):
      *   TB_AUDIT_CADEIA - UMA LINHA POR TRILHA: TRILHA CHAR(8),
      *       ULT_SEQ DECIMAL(15), ULT_HASH CHAR(16), ULT_DATA DATE,
      *       QTD_DIA INTEGER (LINHAS DO ULTIMO DIA, AINDA SEM
      *       ANCORA). O UPDATE DO MYTRLCAD SEGURA A LINHA ATE O
      *       COMMIT/SYNCPOINT DO CHAMADOR: AS GRAVACOES DE UMA TRILHA
      *       SAO SERIALIZADAS E UM ROLLBACK DESFAZ A SEQUENCIA JUNTO
      *       COM A LINHA.
      *   TB_AUDIT_ANCORA - TRILHA CHAR(8), TIPO_ANCORA CHAR(1) ('A'
      *       = ANCORA DIARIA, 'P' = ANCORA DO EXPURGO DO MYHOUSEK),
      *       DATA_ANCORA DATE, ULT_SEQ DECIMAL(15), ULT_HASH
      *       CHAR(16), QTD_REGISTROS INTEGER, GRAVADO_TS TIMESTAMP.
      *   NAS TRILHAS: SEQ_CADEIA DECIMAL(15) E HASH_CADEIA CHAR(16),
      *       NOT NULL WITH DEFAULT (LINHAS ANTERIORES AO ENCADEAMENTO
      *       FICAM COM SEQUENCIA ZERO E HASH EM BRANCO).
      *
      * O HASH (MYHASH) COBRE A SEQUENCIA EM 15 DIGITOS SEGUIDA DA
      * IMAGEM DA LINHA, ENCADEADO NO HASH DA LINHA ANTERIOR DA
      * TRILHA. O PRIMEIRO INSERT DE UM DIA NOVO GRAVA ANTES A ANCORA
      * DIARIA DO DIA ANTERIOR.
      *
      * RETORNO: '00' = OK; '12' = ERRO DE SQL (TRC-SQLCODE) - O
      * CHAMADOR TRATA COMO ERRO NO INSERT DA TRILHA.
      *================================================================*
       01 MYTRLCAD-PARAMETROS.
           05 TRC-TRILHA            PIC X(08).
           05 TRC-TAMANHO           PIC 9(04) COMP.
           05 TRC-SEQ               PIC S9(15) COMP-3.
           05 TRC-HASH              PIC X(16).
           05 TRC-RETORNO           PIC X(02).
              88 TRC-OK             VALUE '00'.
              88 TRC-ERRO-SQL       VALUE '12'.
           05 TRC-SQLCODE           PIC S9(09) COMP.
