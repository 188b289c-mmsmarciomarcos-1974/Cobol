      *================================================================*
      * COPYBOOK MYLOTEC - LOTES DE FORNECEDOR EM ESTOQUE POR COR-BASE
      * (LOTEFILE, VSAM KSDS, 80 BYTES)
      *
      * CADA ENTRADA DE MATERIAL NA TRNH (PF7) ABRE UM LOTE COM O
      * NUMERO DO LOTE DO FORNECEDOR. A CHAVE COR + DATA/HORA DA
      * ENTRADA DEIXA OS LOTES DE UMA COR EM ORDEM DE CHEGADA: O
      * MYPRODRN CONSOME DO MAIS ANTIGO PARA O MAIS NOVO (FIFO) E GRAVA
      * O QUE TIROU DE CADA LOTE NA GENEALOGIA (MYGENEC).
      *
      * A SOMA DE LOTE-QTDE-SALDO DE UMA COR ACOMPANHA ESTQ-QTDE-ATUAL
      * (MYESTQC): A CONTAGEM FISICA (PF8) BAIXA A DIFERENCA NEGATIVA
      * DOS LOTES MAIS ANTIGOS E ABRE UM LOTE DE AJUSTE PARA A
      * POSITIVA. LOTE ESGOTADO FICA COM SALDO ZERO (HISTORICO).
      *================================================================*
       01 LOTE-RECORD.
           05 LOTE-CHAVE.
              10 LOTE-COR              PIC X(15).
              10 LOTE-DATA-ENTRADA     PIC 9(08).
              10 LOTE-HORA-ENTRADA     PIC 9(06).
           05 LOTE-FORNECEDOR       PIC X(20).
              88 LOTE-DE-AJUSTE     VALUE '*AJUSTE CONTAGEM*'.
           05 LOTE-QTDE-RECEBIDA    PIC 9(07)V99.
           05 LOTE-QTDE-SALDO       PIC 9(07)V99.
           05 LOTE-OPERADOR         PIC X(03).
           05 FILLER                PIC X(10).
