      *================================================================*
      * COPYBOOK MYGENEC - GENEALOGIA DOS LOTES DE PRODUCAO DO
      * LABORATORIO (GENEFILE, VSAM KSDS, 100 BYTES)
      *
      * UMA LINHA POR LOTE DE FORNECEDOR CONSUMIDO EM CADA ORDEM
      * LIBERADA PELO MYPRODRN: LOTE DE PRODUCAO, COR-BASE, LOTE DO
      * FORNECEDOR E QUANTIDADE TIRADA DELE, MAIS A ORDEM (SEQUENCIA
      * NA RODADA, COR ALVO E QUANTIDADE).
      *
      * CHAVE PRIMARIA: COR-BASE + LOTE DO FORNECEDOR + LOTE DE
      * PRODUCAO - O SENTIDO DO RECALL (DO LOTE DO FORNECEDOR PARA
      * TUDO QUE O USOU). CHAVE ALTERNATIVA (COM DUPLICATAS): LOTE DE
      * PRODUCAO - O SENTIDO DA RECLAMACAO (DO LOTE PRODUZIDO PARA OS
      * LOTES DE FORNECEDOR). CONSULTA NOS DOIS SENTIDOS: MYRASTRO.
      *
      * LOTE DE PRODUCAO = AAAAMMDD + SEQUENCIA DE 4 DIGITOS NO DIA.
      * CONSUMO ALEM DOS LOTES CADASTRADOS (SALDO ANTERIOR AO CONTROLE
      * DE LOTES) SAI COM O LOTE DO FORNECEDOR 'SEM LOTE'.
      *================================================================*
       01 GEN-RECORD.
           05 GEN-CHAVE.
              10 GEN-COR               PIC X(15).
              10 GEN-LOTE-FORN         PIC X(20).
              10 GEN-LOTE-PROD         PIC X(12).
           05 GEN-LOTE-PROD-R REDEFINES GEN-CHAVE.
              10 FILLER                PIC X(35).
              10 GEN-LP-DATA           PIC 9(08).
              10 GEN-LP-SEQ            PIC 9(04).
           05 GEN-DATA              PIC 9(08).
           05 GEN-ORD-SEQ           PIC 9(05).
           05 GEN-ORD-COR           PIC X(15).
           05 GEN-ORD-QTDE          PIC 9(05)V99.
           05 GEN-QTDE              PIC 9(07)V99.
           05 FILLER                PIC X(09).
