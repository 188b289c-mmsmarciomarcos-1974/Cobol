      *================================================================*
      * COPYBOOK MYNOTFC - LAYOUT DO EVENTO DE NOTIFICACAO AO CLIENTE
      * (200 BYTES).
      *
      * TODO PROGRAMA QUE PROVOCA UM FATO QUE O CLIENTE PRECISA SABER
      * GRAVA UM EVENTO NESTE LAYOUT, DEPOIS QUE O FATO ESTA
      * CONFIRMADO (SYNCPOINT/CHKP OU GRAVACAO DO MESTRE):
      *
      *   - LADO BATCH (MYBATCH, MYMERGE, MYANONYM, MYBULKCR,
      *     MYCOBRAN):
      *     COPY MYNOTFC. SOB A FD DO NOTIFDD, ACRESCENTANDO AO
      *     DATASET COM OPEN EXTEND;
      *   - LADO CICS (MYCICSQL NA INATIVACAO DA TRN3, MYCICSAP NA
      *     APROVACAO DA TRNP): COPY MYNOTFC. NA WORKING-STORAGE E
      *     WRITEQ TD NA FILA EXTRAPARTITION 'NOTF'.
      *
      * O FORMATADOR NOTURNO MYNOTFMT LE OS DOIS DATASETS, ESCOLHE O
      * CANAL PELO CONTATO DO CLIENTE (SMS, E-MAIL OU CARTA) E MONTA O
      * TEXTO COM O MODELO DO MSGFILE DE CADA EVENTO/CANAL.
      *
      * NTF-INSTANTANEO = 'S': NOME/ENDERECO/CONTATO/OPT-OUT ABAIXO SAO
      * A FOTO DO CADASTRO NO MOMENTO DO FATO E PREVALECEM SOBRE
      * TB_CLIENTES (USADO PELA ELIMINACAO, QUE APAGA OS DADOS ANTES
      * DE A NOTIFICACAO SER FORMATADA). NOS DEMAIS EVENTOS FICAM EM
      * SPACES E O FORMATADOR CONSULTA O CADASTRO.
      *================================================================*
       01 NTF-RECORD.
           05 NTF-DATA              PIC 9(08).
           05 NTF-HORA              PIC 9(06).
           05 NTF-PROGRAMA          PIC X(08).
           05 NTF-EVENTO            PIC X(04).
              88 NTF-EVT-INATIVACAO VALUE 'INAT'.
              88 NTF-EVT-ALTERACAO  VALUE 'ALTC'.
              88 NTF-EVT-FUSAO      VALUE 'FUSA'.
              88 NTF-EVT-DEBITO-ALTO VALUE 'DEBA'.
              88 NTF-EVT-LIMITE     VALUE 'LIMD'.
              88 NTF-EVT-ELIMINACAO VALUE 'ELIM'.
              88 NTF-EVT-CORRECAO   VALUE 'CORR'.
      *--- ESTAGIOS DE COBRANCA DA POSICAO DEVEDORA (MYCOBRAN): PASSOU
      *--- DE 30, 60 E 90 DIAS DEVEDORA
              88 NTF-EVT-COBRANCA-1 VALUE 'COB1'.
              88 NTF-EVT-COBRANCA-2 VALUE 'COB2'.
              88 NTF-EVT-COBRANCA-3 VALUE 'COB3'.
              88 NTF-EVT-COBRANCA   VALUES 'COB1' 'COB2' 'COB3'.
           05 NTF-ID-CLIENTE        PIC X(10).
      *--- VALOR/MOEDA DO MOVIMENTO (DEBA/LIMD) OU O SALDO DEVEDOR
      *--- (COB1/COB2/COB3); ZEROS NOS DEMAIS
           05 NTF-VALOR             PIC 9(11)V99.
           05 NTF-MOEDA             PIC X(03).
      *--- REFERENCIA LIVRE DO FATO (FUSA: ID DO SOBREVIVENTE;
      *--- COB1/COB2/COB3: DIAS EM POSICAO DEVEDORA)
           05 NTF-REFERENCIA        PIC X(20).
           05 NTF-INSTANTANEO       PIC X(01).
              88 NTF-COM-INSTANTANEO VALUE 'S'.
           05 NTF-NOME              PIC X(40).
           05 NTF-ENDERECO          PIC X(40).
           05 NTF-CONTATO           PIC X(20).
           05 NTF-OPTOUT            PIC X(01).
           05 FILLER                PIC X(26).
