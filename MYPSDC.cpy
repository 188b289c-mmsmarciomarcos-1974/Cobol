      *================================================================*
      * COPYBOOK MYPSDC - AREA DE PARAMETROS DO MODULO MYPSEUDO
      * (PSEUDONIMIZACAO DA COPIA DE PRODUCAO PARA O AMBIENTE DE
      * TESTE - JOB MYTSTREF).
      *
      * TABELAS (SO EM PRODUCAO - NUNCA SAO DESCARREGADAS NEM
      * COPIADAS; O ACESSO E RESTRITO AOS PLANOS DO MYTSTREF):
      *   TB_PSEUDO_MAPA  - UMA LINHA POR ID DE CLIENTE ENCONTRADO EM
      *                     QUALQUER ACERVO NA RODADA DO MYPSDMAP:
      *       ID_PRODUCAO    CHAR(10)  CHAVE PRIMARIA
      *       ID_TESTE       CHAR(10)  INDICE UNICO - NOVE POSICOES
      *                                SEQUENCIAIS EM ORDEM EMBARALHADA
      *                                + DIGITO VERIFICADOR (MYCHKDIG)
      *       EM_TB_CLIENTES CHAR(1)   'S' = O ID TEM LINHA EM
      *                                TB_CLIENTES NA PRODUCAO
      *   TB_PSEUDO_CHAVE - UMA LINHA: A CHAVE DA RODADA
      *       CHAVE          CHAR(16)  HEXADECIMAL (MYHASH)
      *       GERADO_TS      TIMESTAMP
      *
      * UM SO MAPEAMENTO PARA TODOS OS ACERVOS: O MESMO CLIENTE GANHA
      * O MESMO ID DE TESTE NO DB2, NO VSAM, NO IMS E NOS ARQUIVOS DE
      * MOVIMENTO - A INTEGRIDADE REFERENCIAL SOBREVIVE A TROCA.
      *
      * FUNCOES:
      *   'M' = MAPEAR: PSD-ID-PRODUCAO -> PSD-ID-TESTE E
      *         PSD-NO-CADASTRO. ID EM BRANCO VOLTA COMO VEIO.
      *   'N' = NOME FICTICIO         (PSD-VALOR -> PSD-FICTICIO)
      *   'C' = CONTINUACAO DA RAZAO SOCIAL FICTICIA
      *   'E' = ENDERECO FICTICIO, COM PSD-CEP/PSD-CIDADE/PSD-UF
      *   'T' = CONTATO FICTICIO (TELEFONE; E-MAIL SE O ORIGINAL
      *         TINHA '@')
      *   O VALOR FICTICIO DEPENDE DA CHAVE DA RODADA E DO VALOR REAL:
      *   O MESMO NOME REAL VIRA O MESMO NOME FICTICIO EM TODO ACERVO
      *   (E NO HISTORICO DO DIARIO), E NOMES DIFERENTES CONTINUAM,
      *   EM GERAL, DIFERENTES. BRANCOS E 'ANONIMIZADO' PASSAM COMO
      *   VIERAM (NAO HA DADO PESSOAL NELES).
      *
      * RETORNO: '00' = OK; '04' = ID SEM MAPEAMENTO (O CHAMADOR NAO
      * GRAVA O REGISTRO - NUNCA SAI UM ID REAL); '08' = FUNCAO
      * INVALIDA OU TB_PSEUDO_CHAVE VAZIA (MYPSDMAP NAO RODOU);
      * '12' = ERRO DE SQL (PSD-SQLCODE).
      *================================================================*
       01 MYPSEUDO-PARAMETROS.
           05 PSD-FUNCAO            PIC X(01).
              88 PSD-FN-MAPEAR      VALUE 'M'.
              88 PSD-FN-NOME        VALUE 'N'.
              88 PSD-FN-CONTINUACAO VALUE 'C'.
              88 PSD-FN-ENDERECO    VALUE 'E'.
              88 PSD-FN-CONTATO     VALUE 'T'.
           05 PSD-ID-PRODUCAO       PIC X(10).
           05 PSD-ID-TESTE          PIC X(10).
           05 PSD-NO-CADASTRO       PIC X(01).
              88 PSD-CLIENTE-CADASTRADO VALUE 'S'.
           05 PSD-VALOR             PIC X(40).
           05 PSD-FICTICIO          PIC X(40).
           05 PSD-CEP               PIC X(08).
           05 PSD-CIDADE            PIC X(18).
           05 PSD-UF                PIC X(02).
           05 PSD-RETORNO           PIC X(02).
              88 PSD-OK             VALUE '00'.
              88 PSD-SEM-MAPEAMENTO VALUE '04'.
              88 PSD-INVALIDO       VALUE '08'.
              88 PSD-ERRO-SQL       VALUE '12'.
           05 PSD-SQLCODE           PIC S9(09) COMP.
