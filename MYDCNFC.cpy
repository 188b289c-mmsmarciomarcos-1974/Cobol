      *================================================================*
      * COPYBOOK MYDCNFC - CONFIRMACAO DE RECEBIMENTO DE UMA COPIA DO
      * MYDISTRB (80 BYTES).
      *
      * O CONSUMIDOR CONFERE NO DESTINO A COPIA RECEBIDA COM O
      * MYOUTVFY E DEVOLVE ESTE REGISTRO: QUEM E, QUAL RODADA (DATA E
      * ID DO 'H' DA COPIA), A CONTAGEM E O HASH QUE ELE CALCULOU E O
      * RETURN-CODE DA VERIFICACAO. O MYOUTVFY GRAVA O REGISTRO PRONTO
      * NO CONFOUTDD QUANDO RECEBE O ID DO CONSUMIDOR NO PARMDD.
      *
      * AS CONFIRMACOES DEVOLVIDAS SE ACUMULAM EM
      * PROD.MYDIST.CONFIRM.ENTRADA E O MYDSTCNF AS CONFRONTA, TODA
      * MANHA, COM O DIARIO DE ENTREGAS (DELVLOGDD) DO MYDISTRB.
      *================================================================*
       01 DCF-RECORD.
           05 DCF-CONSUMIDOR        PIC X(08).
           05 DCF-RUN-DATE          PIC X(08).
           05 DCF-RUN-ID            PIC X(08).
           05 DCF-COUNT             PIC 9(09).
           05 DCF-CHECKSUM          PIC 9(15).
      *--- RETURN-CODE DO MYOUTVFY NO DESTINO (0 = INTEGRO)
           05 DCF-RC-VERIFICACAO    PIC 9(02).
           05 DCF-DATA-VERIFICACAO  PIC 9(08).
           05 DCF-HORA-VERIFICACAO  PIC 9(06).
           05 FILLER                PIC X(16).
