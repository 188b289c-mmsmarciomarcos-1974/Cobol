      *================================================================*
      * COPYBOOK MYMEDIC - MEDICOES DE COR DOS LOTES DE PRODUCAO
      * (MEDEFILE, VSAM KSDS POR LOTE DE PRODUCAO + SEQUENCIA DA
      * MEDICAO, 150 BYTES)
      *
      * CADA LEITURA DO ESPECTROFOTOMETRO SOBRE UM LOTE DE PRODUCAO
      * (O LOTE AAAAMMDDNNNN DO MYPRODRN, COPYBOOK MYGENEC) GERA UMA
      * ENTRADA, COM O DIAGNOSTICO DO CORMIX (FUNCAO 'A') E O ACERTO
      * RECOMENDADO. MED-ACERTO-ACEITO INDICA SE O LABORATORIO APLICOU
      * O ACERTO RECOMENDADO NO LOTE. GRAVADO PELA TRNI (MYCICSCR) E
      * PELO BATCH MYCORREC; LIDO PELO MYFTRRPT.
      *
      * ACERTO DE PRIMEIRA: O LOTE CUJA MEDICAO 01 JA SAIU DENTRO DA
      * TOLERANCIA (MED-SITUACAO = 'T').
      *================================================================*
       01 MED-RECORD.
           05 MED-CHAVE.
              10 MED-LOTE-PROD      PIC X(12).
              10 MED-SEQ            PIC 9(02).
           05 MED-COR-ALVO          PIC X(15).
           05 MED-R                 PIC 9(03).
           05 MED-G                 PIC 9(03).
           05 MED-B                 PIC 9(03).
           05 MED-TOLERANCIA        PIC 9(03).
           05 MED-DIFERENCA         PIC 9(03)V9.
      *--- MESMOS VALORES DE CMX-SITUACAO: 'T' DENTRO DA TOLERANCIA,
      *--- 'C' ACERTO COMPLETO, 'P' ACERTO PARCIAL, 'I' SEM ACERTO
           05 MED-SITUACAO          PIC X(01).
              88 MED-DENTRO-TOLERANCIA VALUE 'T'.
           05 MED-ACERTO-ACEITO     PIC X(01).
              88 MED-ACEITO         VALUE 'S'.
           05 MED-QTDE-LOTE         PIC 9(05)V99.
           05 MED-QTD-ADICOES       PIC 9(01).
           05 MED-ADICAO OCCURS 3 TIMES.
              10 MED-ADC-COR        PIC X(15).
              10 MED-ADC-QTDE       PIC 9(05)V99.
           05 MED-CUSTO-ACERTO      PIC 9(07)V99.
           05 MED-DATA              PIC 9(08).
           05 MED-HORA              PIC 9(06).
           05 MED-OPERADOR          PIC X(03).
           05 FILLER                PIC X(03).
