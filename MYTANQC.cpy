      *================================================================*
      * COPYBOOK MYTANQC - CADASTRO DE TANQUES DO LABORATORIO DE CORES
      * (TANQFILE, VSAM KSDS POR CODIGO DO TANQUE, 80 BYTES)
      *
      * UM REGISTRO POR TANQUE DE MISTURA: CAPACIDADE, A COR QUE FICOU
      * NELE AO FIM DO ULTIMO TURNO (BRANCO = TANQUE LIMPO), O TEMPO
      * DE LIMPEZA PARA RECEBER UMA COR MAIS CLARA E O RITMO DE
      * PRODUCAO (PREPARO FIXO POR BATELADA + VAZAO POR HORA). LIDO
      * PELO MYPLANO, QUE MONTA O PLANO DO TURNO DEPOIS DO MYPRODRN.
      *
      * TANQUE FORA DE OPERACAO (MANUTENCAO) FICA COM TANQ-ATIVO = 'N'
      * E NAO RECEBE ORDENS.
      *================================================================*
       01 TANQ-RECORD.
           05 TANQ-ID               PIC X(04).
           05 TANQ-DESCRICAO        PIC X(20).
           05 TANQ-CAPACIDADE       PIC 9(05)V99.
           05 TANQ-COR-ATUAL        PIC X(15).
           05 TANQ-MIN-LIMPEZA      PIC 9(03).
           05 TANQ-MIN-PREPARO      PIC 9(03).
      *--- UNIDADES DA ORDEM (P.EX. LITROS) POR HORA; ZERO = SO O
      *--- PREPARO CONTA
           05 TANQ-VAZAO-HORA       PIC 9(05).
           05 TANQ-ATIVO            PIC X(01).
              88 TANQ-EM-OPERACAO   VALUE 'S'.
           05 FILLER                PIC X(22).
