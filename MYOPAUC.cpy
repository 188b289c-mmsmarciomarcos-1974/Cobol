      *================================================================*
      * COPYBOOK MYOPAUC - IMAGEM DA LINHA DE TB_OPERADORES_AUDIT
      * (AUDITORIA DAS ALTERACOES DE PERFIL DE OPERADOR).
      *
      * QUEM GRAVA NA TABELA (MYCICSOP/TRN7 E MYSECHYG) PREENCHE ESTA
      * AREA, FAZ SET :WS-OPAU-CHANGE-TS = CURRENT TIMESTAMP, CHAMA O
      * MYTRLCAD (TRILHA 'OPERAUD') COM ELA E GRAVA A LINHA COM A
      * SEQUENCIA E O HASH DEVOLVIDOS. O MYTRLVER LE AS COLUNAS DE
      * VOLTA PARA ESTA MESMA AREA PARA REFAZER O HASH.
      *================================================================*
       01 WS-OPAUD-VARS.
           05 WS-OPAU-ADMIN-ID      PIC X(03).
           05 WS-OPAU-OPERADOR-ID   PIC X(03).
           05 WS-OPAU-NIVEL-ANTES   PIC X(01).
           05 WS-OPAU-NIVEL-DEPOIS  PIC X(01).
           05 WS-OPAU-IDIOMA-ANTES  PIC X(02).
           05 WS-OPAU-IDIOMA-DEPOIS PIC X(02).
           05 WS-OPAU-CHANGE-TS     PIC X(26).
