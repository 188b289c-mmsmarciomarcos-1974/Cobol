      *================================================================*
      * COPYBOOK MYCTXC - CONTEXTO DE NAVEGACAO ENTRE AS TELAS CICS
      * (38 BYTES, NIVEL 05).
      *
      * O MENU PRINCIPAL (TRNM/MYCICSMN) PASSA ESTA AREA NO XCTL PARA
      * AS TELAS DE CLIENTE (MYCICSQL, MYCICS36, MYCICSJB, MYCICSMS E
      * MYCICSBQ), NO MESMO ESTILO DA TRANSFERENCIA 'BR>QL ' ENTRE O
      * MYCICSBR E O MYCICSQL:
      *
      *   - CTX-EYE 'MN>CTX': CHEGADA VINDA DO MENU. A TELA PREENCHE
      *     O CAMPO DE BUSCA COM O CLIENTE (OU MESTRE) CORRENTE E JA
      *     EXIBE O RESULTADO, SEM O OPERADOR REDIGITAR O ID;
      *   - CTX-EYE 'CTX>MN': RETORNO AO MENU NO PF3, COM O ULTIMO
      *     CLIENTE/MESTRE CONSULTADO NA TELA, PARA A PROXIMA OPCAO.
      *
      * CADA TELA GUARDA A AREA NO FIM DA PROPRIA WS-COMMAREA (COPY
      * MYCTXC. COMO ULTIMO ITEM), DE MODO QUE OS DESLOCAMENTOS DOS
      * CAMPOS JA EXISTENTES NAO MUDAM. SESSAO INICIADA PELO CODIGO
      * DA TRANSACAO (SEM MENU) FICA COM A AREA EM SPACES E O PF3
      * ENCERRA COMO SEMPRE.
      *================================================================*
           05 CA-CONTEXTO.
              10 CTX-EYE            PIC X(06).
                 88 CTX-VINDO-DO-MENU  VALUE 'MN>CTX'.
                 88 CTX-VOLTA-AO-MENU  VALUE 'CTX>MN'.
              10 CTX-ID-CLIENTE     PIC X(10).
              10 CTX-ID-MESTRE      PIC X(10).
      *--- TRANSACAO E PROGRAMA DO MENU QUE DEVE RECEBER O PF3
              10 CTX-TRN-RETORNO    PIC X(04).
              10 CTX-PGM-RETORNO    PIC X(08).
