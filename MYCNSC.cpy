      *================================================================*
      * COPYBOOK MYCNSC - AREA DE PARAMETROS DO MODULO MYCONSNT
      * (CONSULTA DO CONSENTIMENTO DO CLIENTE POR FINALIDADE - LGPD).
      *
      * TABELA TB_CLIENTES_CONSENT: UMA LINHA POR MANIFESTACAO DO
      * CLIENTE (NADA E ALTERADO NEM APAGADO - A TABELA E O HISTORICO):
      *   ID_CLIENTE     CHAR(10)  CLIENTE
      *   FINALIDADE     CHAR(3)   CTT = CONTATO/AVISOS AO CLIENTE
      *                            DWH = COMPARTILHAMENTO COM O DATA
      *                                  WAREHOUSE
      *                            PAR = COMPARTILHAMENTO COM OS
      *                                  CONSUMIDORES PARCEIROS
      *                            BIR = ENVIO AO BIRO DE CREDITO
      *                                  (MYBIRENV) E GUARDA DO SCORE
      *                                  DEVOLVIDO (MYBIRRET)
      *   SITUACAO       CHAR(1)   C = CONCEDIDO / R = REVOGADO
      *   DATA_SITUACAO  DATE      DATA EM QUE O CLIENTE SE MANIFESTOU
      *   CANAL_ORIGEM   CHAR(1)   A = AGENCIA, T = TELEFONE,
      *                            I = INTERNET, D = DOCUMENTO ESCRITO
      *   AGENCIA_ORIGEM CHAR(4)   AGENCIA DO ARQUIVO DE CARGA (MYCNSLD)
      *   OPERADOR_ID    CHAR(3)   OPERADOR DA TELA TRNL (MYCICSCS) OU
      *                            'CNL' NA CARGA
      *   REGISTRO_TS    TIMESTAMP QUANDO A LINHA FOI GRAVADA
      *
      * A SITUACAO VIGENTE E A DA LINHA DE DATA_SITUACAO MAIS RECENTE
      * (NO EMPATE, A GRAVADA POR ULTIMO). SEM NENHUMA LINHA PARA A
      * FINALIDADE = SEM CONSENTIMENTO (O CONSENTIMENTO E EXPRESSO).
      *
      * USO: MOVE O CLIENTE E A FINALIDADE, CALL 'MYCONSNT' USING
      * MYCONSNT-PARAMETROS E TESTE CNS-CONCEDIDO. O MODULO GUARDA A
      * ULTIMA RESPOSTA: A MESMA PERGUNTA EM SEGUIDA NAO VAI AO DB2.
      * ERRO DE SQL VOLTA EM CNS-RETORNO '12' COM O SQLCODE.
      *================================================================*
       01 MYCONSNT-PARAMETROS.
           05 CNS-ID-CLIENTE        PIC X(10).
           05 CNS-FINALIDADE        PIC X(03).
              88 CNS-FIN-CONTATO    VALUE 'CTT'.
              88 CNS-FIN-DW         VALUE 'DWH'.
              88 CNS-FIN-PARCEIROS  VALUE 'PAR'.
              88 CNS-FIN-BIRO       VALUE 'BIR'.
              88 CNS-FIN-VALIDA     VALUE 'CTT' 'DWH' 'PAR' 'BIR'.
           05 CNS-SITUACAO          PIC X(01).
              88 CNS-CONCEDIDO      VALUE 'C'.
              88 CNS-REVOGADO       VALUE 'R'.
              88 CNS-SEM-REGISTRO   VALUE ' '.
           05 CNS-DATA-SITUACAO     PIC X(10).
           05 CNS-CANAL             PIC X(01).
           05 CNS-RETORNO           PIC X(02).
              88 CNS-OK             VALUE '00'.
              88 CNS-ERRO-SQL       VALUE '12'.
           05 CNS-SQLCODE           PIC S9(09) COMP.
