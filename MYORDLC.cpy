      *================================================================*
      * COPYBOOK MYORDLC - ORDEM DE PRODUCAO LIBERADA (80 BYTES)
      *
      * GRAVADA PELO MYPRODRN (ORDLIBDD) PARA CADA ORDEM QUE O ESTOQUE
      * COBRIU, COM O LOTE DE PRODUCAO ATRIBUIDO. E A ENTRADA DO
      * MYPLANO, QUE DEVOLVE NO MESMO LAYOUT (PENDDD) AS ORDENS - OU
      * PARTES DE ORDEM - QUE NAO COUBERAM NO TURNO, PARA SEREM
      * CONCATENADAS NA ENTRADA DO TURNO SEGUINTE.
      *================================================================*
       01 LIB-RECORD.
           05 LIB-LOTE-PROD         PIC X(12).
           05 LIB-COR               PIC X(15).
           05 LIB-QTDE              PIC 9(05)V99.
           05 LIB-ORD-SEQ           PIC 9(05).
           05 LIB-DATA              PIC 9(08).
           05 FILLER                PIC X(33).
