       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYHASH.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * MODULO CHAMAVEL - HASH ENCADEADO DAS TRILHAS DE AUDITORIA
      *
      * A TDQ 'AUDT', O TB_CLIENTES_JOURNAL, O TB_OPERADORES_AUDIT E O
      * DIARIO DO MESTRE (MSTJRNDD) SAO A PROVA EM TODA AUDITORIA, MAS
      * QUEM TEM ACESSO AO DATASET OU A TABELA PODIA APAGAR OU ALTERAR
      * UMA LINHA SEM DEIXAR RASTRO. CADA REGISTRO NOVO DESSAS TRILHAS
      * PASSA A LEVAR UM HASH CALCULADO SOBRE O SEU CONTEUDO E O HASH
      * DO REGISTRO ANTERIOR: MEXER EM QUALQUER LINHA QUEBRA O
      * ENCADEAMENTO DALI EM DIANTE, E A VERIFICACAO MYTRLVER APONTA
      * O PRIMEIRO ELO QUEBRADO.
      *
      * O CALCULO EM UM SO LUGAR, NO MOLDE DO MYCHKDIG: QUEM GRAVA
      * NUMA TRILHA (MYAUDCAD, MYTRLCAD, OS GRAVADORES DO MSTJRN) E
      * QUEM VERIFICA (MYTRLVER) FAZ CALL 'MYHASH' USING
      * MYHASH-PARAMETROS (COPYBOOK MYHASHC) <DADOS>.
      *
      * CALCULO: DOIS ACUMULADORES MODULO 4294967291 (O MAIOR PRIMO
      * ABAIXO DE 2**32), PARTINDO DO HASH ANTERIOR (8 DIGITOS HEXA
      * CADA) SOMADO A UMA SEMENTE FIXA. CADA BYTE ENTRA NOS DOIS -
      * O PRIMEIRO MULTIPLICA E SOMA O VALOR DO BYTE E A POSICAO, O
      * SEGUNDO MULTIPLICA E SOMA O PRIMEIRO E O BYTE - E NO FIM
      * TRES RODADAS DE MISTURA COM O TAMANHO. CADA ACUMULADOR SAI
      * COMO 8 DIGITOS HEXA. NAO E CRIPTOGRAFIA: QUEM CONHECE O
      * CALCULO CONSEGUE REFAZER A CADEIA INTEIRA DEPOIS DE UMA
      * ADULTERACAO - POR ISSO A ANCORA DIARIA (O ULTIMO HASH DE CADA
      * DIA) SAI NO RELATORIO DO MYTRLVER PARA SER GUARDADA FORA DO
      * SISTEMA.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-TABELA-HEXA            PIC X(16) VALUE
           '0123456789ABCDEF'.
      *
       01 WS-CONSTANTES.
           05 WS-PRIMO              PIC 9(10) COMP VALUE 4294967291.
           05 WS-MULT-A             PIC 9(08) COMP VALUE 16777619.
           05 WS-MULT-B             PIC 9(08) COMP VALUE 1099087.
           05 WS-SEMENTE-A          PIC 9(10) COMP VALUE 2166136261.
           05 WS-SEMENTE-B          PIC 9(10) COMP VALUE 3735928559.
      *
       01 WS-CALCULO-VARS.
           05 WS-ACUM-A             PIC 9(10) COMP.
           05 WS-ACUM-B             PIC 9(10) COMP.
           05 WS-PRODUTO            PIC 9(18) COMP.
           05 WS-QUOCIENTE          PIC 9(18) COMP.
           05 WS-VALOR              PIC 9(10) COMP.
           05 WS-POSICAO            PIC 9(04) COMP.
           05 WS-VALOR-BYTE         PIC 9(03) COMP.
           05 WS-DIGITO             PIC 9(02) COMP.
           05 WS-TAB-SUB            PIC 9(02) COMP.
           05 WS-HEX-SUB            PIC 9(02) COMP.
           05 WS-CHAR-ATUAL         PIC X(01).
           05 WS-HEXA-8             PIC X(08).
           05 WS-HEX-INVALIDO       PIC X(01).
              88 WS-HASH-CORROMPIDO VALUE 'S'.
      *
       LINKAGE SECTION.
       COPY MYHASHC.
       01 HSH-DADOS                 PIC X(4000).
      *
       PROCEDURE DIVISION USING MYHASH-PARAMETROS HSH-DADOS.
       MAIN-PROCEDURE.
           MOVE SPACES TO HSH-HASH-NOVO.
           IF HSH-TAMANHO < 1 OR HSH-TAMANHO > 4000
              SET HSH-INVALIDO TO TRUE
              GOBACK
           END-IF.
           PERFORM 100-CARREGAR-ANTERIOR.
           IF WS-HASH-CORROMPIDO
              SET HSH-INVALIDO TO TRUE
              GOBACK
           END-IF.
           PERFORM 200-PROCESSAR-BYTES.
           PERFORM 300-MISTURA-FINAL.
           PERFORM 400-FORMATAR-HASH.
           SET HSH-OK TO TRUE.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * PONTO DE PARTIDA: CADA METADE DO HASH ANTERIOR (8 DIGITOS
      * HEXA), REDUZIDA AO MODULO E SOMADA A SEMENTE DO ACUMULADOR
      *----------------------------------------------------------------*
       100-CARREGAR-ANTERIOR.
           MOVE 'N' TO WS-HEX-INVALIDO.
           MOVE HSH-HASH-ANTERIOR(1:8) TO WS-HEXA-8.
           PERFORM 150-HEXA-PARA-VALOR.
           COMPUTE WS-PRODUTO = WS-VALOR + WS-SEMENTE-A.
           DIVIDE WS-PRODUTO BY WS-PRIMO GIVING WS-QUOCIENTE
                  REMAINDER WS-ACUM-A.
           MOVE HSH-HASH-ANTERIOR(9:8) TO WS-HEXA-8.
           PERFORM 150-HEXA-PARA-VALOR.
           COMPUTE WS-PRODUTO = WS-VALOR + WS-SEMENTE-B.
           DIVIDE WS-PRODUTO BY WS-PRIMO GIVING WS-QUOCIENTE
                  REMAINDER WS-ACUM-B.
           EXIT.
      *
      *--- CARACTERE FORA DE '0'-'F' CONDENA O HASH ANTERIOR INTEIRO
       150-HEXA-PARA-VALOR.
           MOVE ZERO TO WS-VALOR.
           PERFORM VARYING WS-HEX-SUB FROM 1 BY 1
                   UNTIL WS-HEX-SUB > 8
               MOVE WS-HEXA-8(WS-HEX-SUB:1) TO WS-CHAR-ATUAL
               MOVE 99 TO WS-DIGITO
               PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
                       UNTIL WS-TAB-SUB > 16
                   IF WS-TABELA-HEXA(WS-TAB-SUB:1) = WS-CHAR-ATUAL
                      COMPUTE WS-DIGITO = WS-TAB-SUB - 1
                      MOVE 17 TO WS-TAB-SUB
                   END-IF
               END-PERFORM
               IF WS-DIGITO = 99
                  SET WS-HASH-CORROMPIDO TO TRUE
                  MOVE ZERO TO WS-DIGITO
               END-IF
               COMPUTE WS-VALOR = WS-VALOR * 16 + WS-DIGITO
           END-PERFORM.
           EXIT.
      *
      *----------------------------------------------------------------*
      * CADA BYTE DOS DADOS ENTRA NOS DOIS ACUMULADORES
      *----------------------------------------------------------------*
       200-PROCESSAR-BYTES.
           PERFORM VARYING WS-POSICAO FROM 1 BY 1
                   UNTIL WS-POSICAO > HSH-TAMANHO
               COMPUTE WS-VALOR-BYTE =
                  FUNCTION ORD(HSH-DADOS(WS-POSICAO:1))
               COMPUTE WS-PRODUTO = WS-ACUM-A * WS-MULT-A
                  + WS-VALOR-BYTE + WS-POSICAO
               DIVIDE WS-PRODUTO BY WS-PRIMO GIVING WS-QUOCIENTE
                      REMAINDER WS-ACUM-A
               COMPUTE WS-PRODUTO = WS-ACUM-B * WS-MULT-B
                  + WS-ACUM-A + WS-VALOR-BYTE
               DIVIDE WS-PRODUTO BY WS-PRIMO GIVING WS-QUOCIENTE
                      REMAINDER WS-ACUM-B
           END-PERFORM.
           EXIT.
      *
      *--- O TAMANHO ENTRA NA MISTURA: DADOS TRUNCADOS NAO CASAM
       300-MISTURA-FINAL.
           COMPUTE WS-PRODUTO = WS-ACUM-A * WS-MULT-A
              + WS-ACUM-B + HSH-TAMANHO.
           DIVIDE WS-PRODUTO BY WS-PRIMO GIVING WS-QUOCIENTE
                  REMAINDER WS-ACUM-A.
           COMPUTE WS-PRODUTO = WS-ACUM-B * WS-MULT-B + WS-ACUM-A.
           DIVIDE WS-PRODUTO BY WS-PRIMO GIVING WS-QUOCIENTE
                  REMAINDER WS-ACUM-B.
           COMPUTE WS-PRODUTO = WS-ACUM-A * WS-MULT-A + WS-ACUM-B.
           DIVIDE WS-PRODUTO BY WS-PRIMO GIVING WS-QUOCIENTE
                  REMAINDER WS-ACUM-A.
           EXIT.
      *
      *----------------------------------------------------------------*
      * CADA ACUMULADOR VIRA 8 DIGITOS HEXA (DA DIREITA PARA A
      * ESQUERDA)
      *----------------------------------------------------------------*
       400-FORMATAR-HASH.
           MOVE WS-ACUM-A TO WS-VALOR.
           PERFORM 450-VALOR-PARA-HEXA.
           MOVE WS-HEXA-8 TO HSH-HASH-NOVO(1:8).
           MOVE WS-ACUM-B TO WS-VALOR.
           PERFORM 450-VALOR-PARA-HEXA.
           MOVE WS-HEXA-8 TO HSH-HASH-NOVO(9:8).
           EXIT.
      *
       450-VALOR-PARA-HEXA.
           PERFORM VARYING WS-HEX-SUB FROM 8 BY -1
                   UNTIL WS-HEX-SUB < 1
               DIVIDE WS-VALOR BY 16 GIVING WS-VALOR
                      REMAINDER WS-DIGITO
               MOVE WS-TABELA-HEXA(WS-DIGITO + 1:1)
                 TO WS-HEXA-8(WS-HEX-SUB:1)
           END-PERFORM.
           EXIT.
