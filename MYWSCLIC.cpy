      *================================================================*
      * COPYBOOK MYWSCLIC - REQUISICAO E RESPOSTA DO SERVICO DE
      * CONSULTA DE CLIENTE (PROGRAMA MYCICSWS). OS DOIS LAYOUTS
      * FICAM EM MEMBROS PROPRIOS (MYWSRQC E MYWSRSC), UM 01 POR
      * MEMBRO COMO O DFHLS2JS EXIGE.
      *
      * O PORTAL DE INTERNET CHAMA O SERVICO COMO WEB SERVICE JSON
      * (BINDING GERADO PELO DFHLS2JS A PARTIR DESSES MEMBROS, JOB
      * MYWSCLI); A PIPELINE ENTREGA A REQUISICAO E RECEBE A RESPOSTA
      * NO CONTAINER 'DFHWS-DATA' DO CANAL CORRENTE. QUALQUER OUTRO
      * PROGRAMA CICS PODE FAZER O MESMO LINK COM UM CANAL PROPRIO.
      *
      * REQUISICAO: ID DO CLIENTE E O CANAL SOLICITANTE (EX: 'PORTAL',
      * 'APP'), QUE VAI PARA A TRILHA CLIENT_LOOKUP_LOG NO LUGAR DO
      * TERMINAL.
      *
      * RESPOSTA: OS MESMOS CAMPOS DA TELA TRN3 (NOME, CONTINUACAO,
      * STATUS, ENDERECO E CONTATO) MAIS O SALDO DO MESTRE (MASTERDD),
      * TODOS COM O MASCARAMENTO DO NIVEL DA APLICACAO CHAMADORA EM
      * TB_OPERADORES. WSC-RSP-RETORNO:
      *   '00' = CLIENTE ENCONTRADO;
      *   '04' = CLIENTE NAO ENCONTRADO;
      *   '08' = REQUISICAO INVALIDA (ID VAZIO OU DIGITO VERIFICADOR
      *          QUE NAO CONFERE);
      *   '12' = APLICACAO FORA DA JANELA DE ACESSO DO PERFIL;
      *   '16' = ERRO INTERNO (DB2/CICS) - TENTAR DE NOVO MAIS TARDE.
      *================================================================*
       COPY MYWSRQC.
       COPY MYWSRSC.
