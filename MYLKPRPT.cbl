      * ATENDE AO PEDIDO DE ACESSO DA LGPD "QUEM CONSULTOU OS DADOS
      * DESTE CLIENTE NO PERIODO": LISTA, PARA O ID_CLIENTE E A FAIXA
      * DE DATAS DO CARTAO PARMDD, CADA CONSULTA REGISTRADA PELO
      * MYIMSQL (TERMINAL, TIMESTAMP, ACHOU/NAO ACHOU) E PELO SERVICO
      * DO PORTAL MYCICSWS (O CANAL SOLICITANTE NO LUGAR DO TERMINAL).
      *
      * NA SEQUENCIA, A VISAO AGREGADA DO PERIODO PARA O OFICIAL DE
      * PRIVACIDADE ENXERGAR PADROES DE BISBILHOTICE:
