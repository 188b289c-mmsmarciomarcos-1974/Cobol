      *================================================================*
      * COPYBOOK MYWSRSC - RESPOSTA DO SERVICO DE CONSULTA DE
      * CLIENTE (MYCICSWS). DOCUMENTACAO DOS CAMPOS NO MYWSCLIC.
      *================================================================*
       01 WSC-RESPOSTA.
           05 WSC-RSP-RETORNO       PIC X(02).
              88 WSC-RSP-ACHOU      VALUE '00'.
              88 WSC-RSP-NAO-ACHOU  VALUE '04'.
              88 WSC-RSP-INVALIDA   VALUE '08'.
              88 WSC-RSP-SEM-ACESSO VALUE '12'.
              88 WSC-RSP-ERRO       VALUE '16'.
           05 WSC-RSP-MENSAGEM      PIC X(70).
           05 WSC-RSP-ID-CLIENTE    PIC X(10).
           05 WSC-RSP-NOME          PIC X(40).
           05 WSC-RSP-NOME-CONT     PIC X(40).
           05 WSC-RSP-STATUS        PIC X(10).
      *--- ENDERECO E CONTATO SAEM COMO OBJETOS SEPARADOS. O TIPO DO
      *--- CONTATO ('E' = E-MAIL, 'T' = TELEFONE, BRANCO = SEM
      *--- CONTATO) E DEDUZIDO DO VALOR REAL, ANTES DO MASCARAMENTO.
           05 WSC-RSP-ENDERECO.
              10 WSC-RSP-END-LINHA  PIC X(40).
           05 WSC-RSP-CONTATO.
              10 WSC-RSP-CTT-TIPO   PIC X(01).
              10 WSC-RSP-CTT-VALOR  PIC X(20).
      *--- POSICAO DO MESTRE: WSC-RSP-SLD-SITUACAO 'S' = SALDO
      *--- INFORMADO, 'M' = MASCARADO (SO NIVEL 'F' VE O SALDO, COMO
      *--- NA TRNB), 'N' = CLIENTE SEM REGISTRO NO MESTRE.
           05 WSC-RSP-POSICAO.
              10 WSC-RSP-SLD-SITUACAO PIC X(01).
              10 WSC-RSP-SALDO      PIC S9(11)V99.
              10 WSC-RSP-ULT-ATUALIZ PIC 9(08).
