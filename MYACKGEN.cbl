      *   - REGISTRO 'A' = A CONFIRMACAO DO LOTE;
      *   - REGISTROS 'R' = SOMENTE OS REJEITADOS (R001-R009) DAQUELE
      *     LOTE, EM VEZ DO REJECTDD MISTURADO DE TODAS AS AGENCIAS.
      *     O CADASTRO DE CLIENTE ('C') RECUSADO VOLTA POR AQUI COM
      *     OS SEUS TRES REGISTROS (R023 = CLIENTE JA CADASTRADO,
      *     R024 = CADASTRO INCOMPLETO, R016 = DIGITO DO ID, R027 =
      *     CEP INVALIDO OU INEXISTENTE, R028 = CIDADE/UF NAO BATEM
      *     COM O CEP).
      *
      * AS AGENCIAS (IDS DE RODADA DISTINTOS, ATE 5 POR RODADA) SAO
      * ASSOCIADAS NA ORDEM DE CHEGADA AOS DD AGYOUT1DD..AGYOUT5DD
