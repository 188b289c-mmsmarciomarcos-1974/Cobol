      *================================================================*
      * COPYBOOK MYCEPVC - AREA DE PARAMETROS DO MODULO MYCEPVAL
      * (VALIDACAO DO CEP E DA CIDADE/UF DO ENDERECO DO CLIENTE).
      *
      * TABELA TB_CEP: BASE DE CEPS DOS CORREIOS, RECARREGADA TODO MES
      * PELO MYCEPLD A PARTIR DO ARQUIVO DE DISTRIBUICAO:
      *   CEP            CHAR(8)   SO DIGITOS, SEM O HIFEN (CHAVE)
      *   LOGRADOURO     CHAR(40)  TIPO E NOME DO LOGRADOURO OFICIAL;
      *                            EM BRANCO NO CEP GERAL DA LOCALIDADE
      *   BAIRRO         CHAR(30)  EM BRANCO NO CEP GERAL
      *   CIDADE         CHAR(30)  NOME OFICIAL DA LOCALIDADE
      *   UF             CHAR(2)
      *   DATA_CARGA     DATE      MES DA DISTRIBUICAO CARREGADA
      *
      * TB_CLIENTES GUARDA O ENDERECO OFICIAL EM CEP_CLIENTE,
      * BAIRRO_CLIENTE, CIDADE_CLIENTE E UF_CLIENTE (NULOS NOS CLIENTES
      * AINDA NAO PADRONIZADOS - LER COM COALESCE); ENDERECO_CLIENTE
      * CONTINUA COM O LOGRADOURO E O NUMERO.
      *
      * USO: MOVE O CEP E, SE HOUVER, A CIDADE E A UF INFORMADAS,
      * CALL 'MYCEPVAL' USING MYCEPVAL-PARAMETROS E TESTE CEP-OK. CIDADE
      * OU UF EM BRANCO NAO SAO CONFERIDAS. A COMPARACAO E EM
      * MAIUSCULAS, NOS CEP-TAM-CIDADE PRIMEIROS CARACTERES (ZERO = OS
      * 30; O REGISTRO DO MYBATCH SO TEM 18). OS CAMPOS CEP-OFI-* VOLTAM
      * PREENCHIDOS SEMPRE QUE O CEP EXISTE. O MODULO GUARDA O ULTIMO
      * CEP LIDO: O MESMO CEP EM SEGUIDA NAO VAI AO DB2. ERRO DE SQL
      * VOLTA EM CEP-RETORNO '12' COM O SQLCODE.
      *================================================================*
       01 MYCEPVAL-PARAMETROS.
           05 CEP-CEP               PIC X(08).
           05 CEP-CEP-N REDEFINES CEP-CEP PIC 9(08).
           05 CEP-CIDADE            PIC X(30).
           05 CEP-TAM-CIDADE        PIC 9(02).
           05 CEP-UF                PIC X(02).
           05 CEP-OFI-LOGRADOURO    PIC X(40).
           05 CEP-OFI-BAIRRO        PIC X(30).
           05 CEP-OFI-CIDADE        PIC X(30).
           05 CEP-OFI-UF            PIC X(02).
           05 CEP-RETORNO           PIC X(02).
              88 CEP-OK             VALUE '00'.
              88 CEP-FORMATO-INVALIDO VALUE '04'.
              88 CEP-INEXISTENTE    VALUE '08'.
              88 CEP-CIDADE-DIVERGE VALUE '10'.
              88 CEP-UF-DIVERGE     VALUE '11'.
              88 CEP-ERRO-SQL       VALUE '12'.
           05 CEP-SQLCODE           PIC S9(09) COMP.
