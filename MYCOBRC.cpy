      *================================================================*
      * COPYBOOK MYCOBRC - POSICAO DEVEDORA EM COBRANCA (100 BYTES).
      *
      * VSAM KSDS COBRDD POR ID + CONTA (CBR-CHAVE, A MESMA CHAVE DO
      * MESTRE - CADA CONTA DEVEDORA E COBRADA A PARTE). A DATA EM QUE
      * A POSICAO FICOU DEVEDORA FICA NO MESTRE (MST-DATA-NEGATIVO);
      * CBR-DATA-NEGATIVO E A COPIA DELA PARA O RELATORIO E A TRNU.
      * AQUI FICAM O ENVELHECIMENTO, O ESTAGIO DE COBRANCA E A
      * PROPOSTA DE BAIXA:
      *
      *   - MYCOBRAN (NOTURNO, DEPOIS DO MYJUROS): CRIA O REGISTRO NA
      *     PRIMEIRA NOITE DEVEDORA, ENVELHECE, SOBE O ESTAGIO, PROPOE
      *     A BAIXA, EFETIVA A BAIXA APROVADA E APAGA O REGISTRO QUANDO
      *     A POSICAO VOLTA A ZERO OU CREDORA;
      *   - TRNU (MYCICSBX): A AREA FINANCEIRA APROVA OU RECUSA A
      *     BAIXA PROPOSTA;
      *   - MYBALRPT: DIAS EM POSICAO DEVEDORA DAS MAIORES POSICOES.
      *
      *   LADO BATCH: COPY MYCOBRC. SOB A FD DO COBRDD; LADO CICS: COPY
      *   MYCOBRC. NA WORKING-STORAGE (INTO/FROM DOS COMANDOS).
      *================================================================*
       01 CBR-RECORD.
           05 CBR-CHAVE.
               10 CBR-ID             PIC X(10).
               10 CBR-CONTA          PIC 9(03).
      *--- DATA EM QUE A POSICAO FICOU DEVEDORA E A DA ULTIMA
      *--- AVALIACAO NOTURNA (AAAAMMDD)
           05 CBR-DATA-NEGATIVO      PIC 9(08).
           05 CBR-DATA-AVALIACAO     PIC 9(08).
           05 CBR-DIAS-ATRASO        PIC 9(05).
           05 CBR-SALDO              PIC S9(11)V99.
      *--- FAIXA DE ATRASO: 1 = 1-30 DIAS, 2 = 31-60, 3 = 61-90,
      *--- 4 = MAIS DE 90
           05 CBR-FAIXA              PIC 9(01).
              88 CBR-FAIXA-ATE-30    VALUE 1.
              88 CBR-FAIXA-ATE-60    VALUE 2.
              88 CBR-FAIXA-ATE-90    VALUE 3.
              88 CBR-FAIXA-ACIMA-90  VALUE 4.
      *--- ESTAGIO DE COBRANCA JA AVISADO AO CLIENTE: 0 = NENHUM;
      *--- 1/2/3 = PASSOU DE 30/60/90 DIAS (EVENTOS COB1/COB2/COB3)
           05 CBR-ESTAGIO            PIC 9(01).
           05 CBR-DATA-ESTAGIO       PIC 9(08).
      *--- BAIXA PARA PERDA: ' ' = NAO PROPOSTA; 'P' = PROPOSTA PELO
      *--- MYCOBRAN (ATRASO ACIMA DO LIMITE); 'A' = APROVADA NA TRNU,
      *--- AGUARDA A EFETIVACAO NOTURNA; 'R' = RECUSADA NA TRNU (NAO
      *--- E PROPOSTA DE NOVO). EFETIVADA A BAIXA, VOLTA A ' ' COM A
      *--- CBR-DATA-BAIXA PREENCHIDA
           05 CBR-BAIXA-SITUACAO     PIC X(01).
              88 CBR-BAIXA-NENHUMA   VALUE SPACE.
              88 CBR-BAIXA-PROPOSTA  VALUE 'P'.
              88 CBR-BAIXA-APROVADA  VALUE 'A'.
              88 CBR-BAIXA-RECUSADA  VALUE 'R'.
           05 CBR-BAIXA-VALOR        PIC 9(11)V99.
           05 CBR-DATA-PROPOSTA      PIC 9(08).
           05 CBR-OPER-DECISAO       PIC X(03).
           05 CBR-DATA-DECISAO       PIC 9(08).
           05 CBR-DATA-BAIXA         PIC 9(08).
           05 FILLER                 PIC X(02).
