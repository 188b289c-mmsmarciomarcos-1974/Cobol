      * PAGINA ANTERIOR" USADO NO MYCICSBR, SO QUE
      * IMPLEMENTADO VIA VARREDURA COMPLETA PORQUE O DL/I NAO OFERECE
      * NAVEGACAO REVERSA NATIVA.
      *
      * COLUNA DE SALDO: MONTADA A PAGINA (EM QUALQUER SEQUENCIA), CADA
      * LINHA RECEBE O SALDO DO SEGMENTO POSICAO DO CLIENTE (FILHO NO
      * DBCLIENT, CARREGADO TODA NOITE PELO MYPOSLD), LIDO COM PATH
      * CALL NO PCB DA SEQUENCIA FISICA. CLIENTE SEM POSICAO FICA COM
      * A COLUNA EM BRANCO.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
          05 WS-OUT-LINHAS OCCURS 10 TIMES.
             10 WS-OUT-ID          PIC X(10).
             10 WS-OUT-NOME        PIC X(40).
             10 WS-OUT-SALDO       PIC X(18).
          05 WS-OUT-MSG-ERRO       PIC X(70).
      *
      *--- SEGMENTO DO BANCO DE DADOS IMS (COMO UM DCLGEN/FD)
          05 SSA-KEY-VALUE         PIC X(10).
          05 SSA-RPAREN            PIC X(01) VALUE ')'.
      *
      *--- SSA DE IGUALDADE POR CLIID PARA A LEITURA DO SALDO - SEPARADO
      *--- DO WS-SSA-CLIENTE PARA NAO MEXER NO SSA DA NAVEGACAO
       01 WS-SSA-CLIENTE-SALDO.
          05 SSAS-SEGNAME          PIC X(08) VALUE 'CLIENTE '.
          05 SSAS-LPAREN           PIC X(01) VALUE '('.
          05 SSAS-KEYNAME          PIC X(08) VALUE 'CLIID   '.
          05 SSAS-OPERATOR         PIC X(02) VALUE ' ='.
          05 SSAS-KEY-VALUE        PIC X(10).
          05 SSAS-RPAREN           PIC X(01) VALUE ')'.
      *
      *--- SEGMENTO POSICAO (FILHO DO CLIENTE) E SEU SSA
       COPY MYPOSC.
      *
       01 WS-SALDO-VARS.
          05 WS-SALDO-ED           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *--- SSA DO INDICE SECUNDARIO POR NOME (XDFLD 'XNOMCLI' SOBRE
      *--- SEG-CLI-NOME, DEFINIDO NO DBDGEN). O SSA SOZINHO SO FILTRA:
      *--- A ORDEM POR NOME VEM DO PCB DEDICADO COM PROCSEQ=XNOMCLI
              WHEN OTHER
                 PERFORM 2050-PROCESSAR-PROXIMA-PAGINA
           END-EVALUATE.
      *
           PERFORM 2400-CARREGAR-SALDOS.
           EXIT.
      *
       2050-PROCESSAR-PROXIMA-PAGINA.
           END-IF.
           EXIT.
      *
      *--- SALDO DE CADA LINHA PREENCHIDA DA PAGINA: PATH CALL GU
      *--- (CLIENTE = ID + POSICAO) NO PCB DA SEQUENCIA FISICA. VEM
      *--- DEPOIS DE TODOS OS GN DA PAGINA, ENTAO A POSICAO DO PCB NAO
      *--- ATRAPALHA A NAVEGACAO.
       2400-CARREGAR-SALDOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
              IF WS-OUT-ID(WS-I) NOT = SPACES
                    AND WS-OUT-ID(WS-I) NOT = LOW-VALUES
                 MOVE WS-OUT-ID(WS-I) TO SSAS-KEY-VALUE
                 CALL 'CBLTDLI' USING WS-GU
                                      DB-PCB-MASK
                                      SEG-POSICAO
                                      WS-SSA-CLIENTE-SALDO
                                      WS-SSA-POSICAO
                 EVALUATE DB-STATUS-CODE
                    WHEN SPACES
                       MOVE SEG-POS-SALDO TO WS-SALDO-ED
                       MOVE WS-SALDO-ED TO WS-OUT-SALDO(WS-I)
                    WHEN 'GE'
                       MOVE SPACES TO WS-OUT-SALDO(WS-I)
                    WHEN OTHER
                       MOVE SPACES TO WS-OUT-SALDO(WS-I)
                       IF WS-OUT-MSG-ERRO = SPACES
                          MOVE 'SALDO INDISPONIVEL (ERRO NO IMS DB)'
                              TO WS-OUT-MSG-ERRO
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PERSISTENCIA DA POSICAO
      *================================================================*
