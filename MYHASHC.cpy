      *================================================================*
      * COPYBOOK MYHASHC - AREA DE PARAMETROS DO MODULO MYHASH
      * (HASH ENCADEADO DAS TRILHAS DE AUDITORIA, CHAMAVEL DE
      * QUALQUER AMBIENTE: BATCH, CICS E IMS - MESMO MOLDE DO
      * MYCHKDGC).
      *
      * CHAMADA: CALL 'MYHASH' USING MYHASH-PARAMETROS <DADOS>.
      *
      * O HASH NOVO E CALCULADO SOBRE O HASH ANTERIOR DA TRILHA E OS
      * HSH-TAMANHO PRIMEIROS BYTES DE <DADOS> (1 A 4000). SAO 16
      * DIGITOS HEXADECIMAIS ('0'-'9', 'A'-'F'); O PRIMEIRO REGISTRO
      * DE UMA TRILHA ENCADEIA SOBRE O HASH INICIAL, 16 ZEROS
      * (MOVE ALL '0' TO HSH-HASH-ANTERIOR). QUALQUER BYTE ALTERADO,
      * INCLUIDO OU REMOVIDO MUDA O HASH DO REGISTRO E DE TODOS OS
      * SEGUINTES.
      *
      * RETORNO: '00' = OK; '08' = TAMANHO FORA DE 1-4000 OU HASH
      * ANTERIOR QUE NAO E HEXADECIMAL (HSH-HASH-NOVO VOLTA EM
      * BRANCO, O QUE A VERIFICACAO MYTRLVER TRATA COMO ELO QUEBRADO).
      *================================================================*
       01 MYHASH-PARAMETROS.
           05 HSH-HASH-ANTERIOR     PIC X(16).
           05 HSH-TAMANHO           PIC 9(04) COMP.
           05 HSH-HASH-NOVO         PIC X(16).
           05 HSH-RETORNO           PIC X(02).
              88 HSH-OK             VALUE '00'.
              88 HSH-INVALIDO       VALUE '08'.
