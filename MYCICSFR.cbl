       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSFR.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - FILA DE RETIDOS DA TRIAGEM DE MOVIMENTOS
      *
      * TRANSACAO: 'TRNF'
      * ARQUIVO:   'HOLDDD' (VSAM KSDS, CHAVE DATA DA RETENCAO +
      *            SEQUENCIA - A FILA GRAVADA PELO MYBATCH QUANDO O
      *            DETALHE PASSA DO LIMIAR DO CARTAO DE REGRAS)
      * MAPA:      'MYMAPF' / MAPSET 'MYSETF'
      *
      * O DETALHE RETIDO NAO ENTRA NO MESTRE ATE O ANALISTA DE FRAUDE
      * DECIDIR AQUI. A DECISAO SO MARCA O REGISTRO DA FILA; QUEM
      * POSTA (LIBERADO) OU DEVOLVE PARA A AGENCIA COM R020 (RECUSADO)
      * E A RODADA NOTURNA SEGUINTE DO MYBATCH, QUE TIRA O ITEM
      * DECIDIDO DA FILA.
      *
      * 1. ENTER SEM CHAVE: LISTA OS RETIDOS PENDENTES, O MAIS ANTIGO
      *    PRIMEIRO (CHAVE, CLIENTE, VALOR, D/C, MOEDA, PONTOS, REGRAS
      *    ATINGIDAS E A RODADA DE ORIGEM). PF8: PROXIMA PAGINA.
      *    ENTER COM A CHAVE (AAAAMMDD + SEQUENCIA): MOSTRA O RETIDO.
      * 2. PF5: DECIDE O RETIDO DA TELA (OU O DA CHAVE DIGITADA):
      *    L = LIBERA, R = RECUSA (MOTIVO OBRIGATORIO). SO O ITEM
      *    AINDA PENDENTE ('P') PODE SER DECIDIDO; A DECISAO GRAVA O
      *    OPERADOR, A DATA, A HORA E O MOTIVO NO REGISTRO.
      * 3. PF3: SAI.
      *
      * QUALQUER OPERADOR COM PERFIL CONSULTA A FILA; A DECISAO E DO
      * NIVEL 'A' (ANALISTA DE FRAUDE) EM TB_OPERADORES. CADA ACAO
      * GRAVA LINHA NA TDQ 'AUDT'.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-VARS.
           05 WS-RESP              PIC S9(08) COMP.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-LINHA-ATUAL       PIC 9(02) VALUE ZERO.
           05 WS-LINHA-TEXTO       PIC X(78).
           05 WS-QTD-LINHAS        PIC 9(02) VALUE ZERO.
           05 WS-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-MEDIA-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-SIT-DESCR         PIC X(10).
           05 WS-ENTRADA-SW        PIC X(01).
              88 WS-ENTRADA-VALIDA VALUE 'S'.
           05 WS-FIM-FILA-SW       PIC X(01).
              88 WS-FIM-FILA       VALUE 'S'.
           05 WS-CHAVE-ENTRADA     PIC X(14).
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
           05 WS-HORA              PIC 9(07).
      *
      *--- RETIDO (MESMO LAYOUT DO HLD-RECORD DO MYBATCH)
       01 WS-HLD-RECORD.
           05 WS-HLD-KEY.
               10 WS-HLD-DATA        PIC 9(08).
               10 WS-HLD-SEQ         PIC 9(06).
           05 WS-HLD-KEY-X REDEFINES WS-HLD-KEY
                                     PIC X(14).
           05 WS-HLD-SITUACAO        PIC X(01).
              88 WS-HLD-PENDENTE     VALUE 'P'.
              88 WS-HLD-LIBERADO     VALUE 'L'.
              88 WS-HLD-RECUSADO     VALUE 'R'.
           05 WS-HLD-CLI-ID          PIC X(10).
           05 WS-HLD-VALOR           PIC 9(11)V99.
           05 WS-HLD-DC              PIC X(01).
           05 WS-HLD-MOEDA           PIC X(03).
           05 WS-HLD-DATA-EFETIVA    PIC 9(08).
           05 WS-HLD-RUN-ID          PIC X(08).
           05 WS-HLD-PONTOS          PIC 9(03).
           05 WS-HLD-REGRAS          PIC X(03).
           05 WS-HLD-QTDE-RODADA     PIC 9(03).
           05 WS-HLD-MEDIA           PIC 9(11)V99.
           05 WS-HLD-DETALHE         PIC X(80).
           05 WS-HLD-ANALISTA        PIC X(03).
           05 WS-HLD-DEC-DATA        PIC 9(08).
           05 WS-HLD-DEC-HORA        PIC 9(06).
           05 WS-HLD-DEC-MOTIVO      PIC X(30).
           05 WS-HLD-CONTA           PIC X(03).
           05 FILLER                 PIC X(10).
      *
      *--- PERFIL DO OPERADOR (SO A DECISAO EXIGE O NIVEL 'A')
       01 WS-OPERATOR-VARS.
           05 WS-ADM-ID            PIC X(03).
           05 WS-ADM-NIVEL         PIC X(01).
              88 ADM-E-ANALISTA    VALUE 'A'.
           05 WS-ADM-IDIOMA        PIC X(02).
      *--- JANELA DE ACESSO E TERMINAL VINCULADO DO PERFIL (ZEROS/
      *--- BRANCO = SEM RESTRICAO), CONFERIDOS NO SIGN-ON DE TODA
      *--- TRANSACAO (1070-CHECK-ACCESS-WINDOW)
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA CHAVI/CHAVL (14 POSICOES: AAAAMMDD + SEQUENCIA),
      *--- DECI/DECL (L/R) E MOTI/MOTL (30), AS 12 LINHAS DE SAIDA
      *--- LIN01O..LIN12O (78 COLUNAS CADA) E MSGO.
       COPY MYMAPFC.
      *
      *--- ULTIMA CHAVE LISTADA (PF8) E RETIDO NA TELA (PF5)
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-ULT-CHAVE         PIC X(14) VALUE SPACES.
           05 CA-CHAVE-TELA        PIC X(14) VALUE SPACES.
      *
      *--- REGISTRO DE TRILHA DE ATIVIDADE (TDQ 'AUDT', MESMO LAYOUT
      *--- DO MYCICS): TRANSACAO, TERMINAL, TASK, OPERADOR E A CHAVE
      *--- ACIONADA - O MYAUDRPT MONTA O RETRATO DO DIA CICS INTEIRO
       01 WS-AUDIT-RECORD.
           05 AUD-TERMID           PIC X(04).
           05 AUD-TASKN            PIC 9(07).
           05 AUD-DATE             PIC 9(07).
           05 AUD-TIME             PIC 9(07).
           05 AUD-TRANCODE         PIC X(04).
           05 AUD-OPID             PIC X(03).
           05 AUD-DATAI            PIC X(30).
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
       01 DFHCOMMAREA             PIC X(29).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
           EXEC CICS HANDLE CONDITION
               ERROR(9000-CICS-ERROR)
               MAPFAIL(9100-MAPFAIL-ERROR)
           END-EXEC.
           EXEC CICS HANDLE ABEND
               PROGRAM(9900-PROGRAM-ABEND)
           END-EXEC.
      *
           PERFORM 1060-GET-ADMIN-PROFILE.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
           IF NOT SQL-OK
              EXEC CICS SEND
                  TEXT
                  FROM('OPERADOR SEM PERFIL EM TB_OPERADORES.')
                  ERASE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
      *
           EVALUATE EIBCALEN
               WHEN 0
                   PERFORM 2000-FIRST-TIME
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM 3000-SUBSEQUENT-TIME
           END-EVALUATE.
       GOBACK.
      *
       1060-GET-ADMIN-PROFILE.
           MOVE SPACES TO WS-ADM-NIVEL.
           MOVE EIBOPID TO WS-ADM-ID.
           EXEC SQL
               SELECT NIVEL_AUTORIZACAO, IDIOMA_PREFERIDO,
                      HORA_INICIO, HORA_FIM, TERMINAL_VINCULADO
                 INTO :WS-ADM-NIVEL, :WS-ADM-IDIOMA,
                      :WS-OP-HORA-INICIO, :WS-OP-HORA-FIM,
                      :WS-OP-TERMINAL
                 FROM TB_OPERADORES
                WHERE OPERADOR_ID = :WS-ADM-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT SQL-OK
              MOVE SPACES TO WS-ADM-NIVEL
              MOVE ZERO TO WS-OP-HORA-INICIO
              MOVE ZERO TO WS-OP-HORA-FIM
              MOVE SPACES TO WS-OP-TERMINAL
           END-IF.
           EXIT.
      *
      *--- JANELA DE ACESSO E TERMINAL VINCULADO (MESMA REGRA DAS
      *--- DEMAIS TRANSACOES)
       1070-CHECK-ACCESS-WINDOW.
           IF WS-OP-TERMINAL NOT = SPACES
              AND WS-OP-TERMINAL NOT = EIBTRMID
              PERFORM 1080-REFUSE-ACCESS
           END-IF.
           IF WS-OP-HORA-INICIO NOT = ZERO
              OR WS-OP-HORA-FIM NOT = ZERO
              COMPUTE WS-AGORA-HHMM = EIBTIME / 100
              IF WS-OP-HORA-INICIO <= WS-OP-HORA-FIM
                 IF WS-AGORA-HHMM < WS-OP-HORA-INICIO
                    OR WS-AGORA-HHMM > WS-OP-HORA-FIM
                    PERFORM 1080-REFUSE-ACCESS
                 END-IF
              ELSE
      * JANELA QUE CRUZA A MEIA-NOITE
                 IF WS-AGORA-HHMM < WS-OP-HORA-INICIO
                    AND WS-AGORA-HHMM > WS-OP-HORA-FIM
                    PERFORM 1080-REFUSE-ACCESS
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       1080-REFUSE-ACCESS.
           MOVE 'VIOLACAO JANELA/TERMINAL' TO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           EXEC CICS SEND
               TEXT
               FROM('ACESSO FORA DA JANELA OU DO TERMINAL PERMITIDO.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
       2000-FIRST-TIME.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-MYMAPF-AREA.
           MOVE 'ENTER=LISTA/CONSULTA PF8=MAIS PF5=DECIDE (L/R) PF3=SAI'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPF')
               MAPSET('MYSETF')
               INTO(WS-MYMAPF-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CH=' CHAVI ' DEC=' DECI
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF8
                   PERFORM 3150-PROCESS-NEXT-PAGE
               WHEN DFHPF5
                   PERFORM 3200-PROCESS-DECISION
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/5/8.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ENTER: O RETIDO DA CHAVE DIGITADA OU, SEM CHAVE, A PRIMEIRA
      *--- PAGINA DOS PENDENTES
       3100-PROCESS-INQUIRY.
           IF CHAVL > 0
              PERFORM 3800-GET-KEY
              PERFORM 3700-SHOW-ITEM
           ELSE
              MOVE LOW-VALUES TO CA-ULT-CHAVE
              PERFORM 3120-LIST-PENDING
           END-IF.
           EXIT.
      *
      *--- ATE 12 PENDENTES A PARTIR DE CA-ULT-CHAVE (EXCLUSIVE)
       3120-LIST-PENDING.
           MOVE CA-ULT-CHAVE TO WS-HLD-KEY-X.
           MOVE SPACES TO CA-CHAVE-TELA.
           MOVE ZERO TO WS-LINHA-ATUAL.
           MOVE ZERO TO WS-QTD-LINHAS.
           MOVE 'N' TO WS-FIM-FILA-SW.
           EXEC CICS STARTBR
               FILE('HOLDDD')
               RIDFLD(WS-HLD-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'NENHUM RETIDO (MAIS) PENDENTE NA FILA.'
                  TO WS-MSG-SAIDA
           ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ERRO NA LEITURA DA FILA DE RETIDOS.'
                     TO WS-MSG-SAIDA
              ELSE
                 PERFORM 3130-READ-NEXT-PENDING
                         UNTIL WS-QTD-LINHAS >= 12
                            OR WS-FIM-FILA
                 EXEC CICS ENDBR FILE('HOLDDD') END-EXEC
                 IF WS-QTD-LINHAS = ZERO
                    MOVE 'NENHUM RETIDO (MAIS) PENDENTE NA FILA.'
                        TO WS-MSG-SAIDA
                 ELSE
                    MOVE 'RETIDOS PENDENTES. DIGITE A CHAVE E ENTER.'
                        TO WS-MSG-SAIDA
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       3130-READ-NEXT-PENDING.
           EXEC CICS READNEXT
               FILE('HOLDDD')
               INTO(WS-HLD-RECORD)
               RIDFLD(WS-HLD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE 'S' TO WS-FIM-FILA-SW
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'S' TO WS-FIM-FILA-SW
               WHEN WS-HLD-KEY-X = CA-ULT-CHAVE
                   CONTINUE
               WHEN NOT WS-HLD-PENDENTE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-QTD-LINHAS
                   MOVE WS-HLD-KEY-X TO CA-ULT-CHAVE
                   MOVE WS-HLD-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO WS-LINHA-TEXTO
                   STRING WS-HLD-KEY-X ' ' WS-HLD-CLI-ID ' '
                          WS-VALOR-ED ' ' WS-HLD-DC ' ' WS-HLD-MOEDA
                          ' ' WS-HLD-PONTOS ' ' WS-HLD-REGRAS ' '
                          WS-HLD-RUN-ID
                       DELIMITED BY SIZE INTO WS-LINHA-TEXTO
                   PERFORM 3900-MOVER-LINHA-TELA
           END-EVALUATE.
           EXIT.
      *
      *--- PF8: PROXIMA PAGINA DA LISTA
       3150-PROCESS-NEXT-PAGE.
           IF CA-ULT-CHAVE = SPACES
              MOVE 'TECLE ENTER SEM CHAVE PARA LISTAR A FILA.'
                  TO WS-MSG-SAIDA
           ELSE
              PERFORM 3120-LIST-PENDING
           END-IF.
           EXIT.
      *
      *--- PF5: DECISAO DO ANALISTA SOBRE O RETIDO
       3200-PROCESS-DECISION.
           MOVE 'N' TO WS-ENTRADA-SW.
           EVALUATE TRUE
               WHEN NOT ADM-E-ANALISTA
                   MOVE 'SO O ANALISTA DE FRAUDE (NIVEL A) DECIDE.'
                       TO WS-MSG-SAIDA
               WHEN DECL = 0
                   MOVE 'INFORME A DECISAO (L=LIBERA R=RECUSA).'
                       TO WS-MSG-SAIDA
               WHEN DECI NOT = 'L' AND DECI NOT = 'R'
                   MOVE 'DECISAO INVALIDA. USE L=LIBERA OU R=RECUSA.'
                       TO WS-MSG-SAIDA
               WHEN DECI = 'R' AND MOTL = 0
                   MOVE 'INFORME O MOTIVO DA RECUSA.' TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'S' TO WS-ENTRADA-SW
           END-EVALUATE.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3800-GET-KEY.
           EXEC CICS READ
               FILE('HOLDDD')
               INTO(WS-HLD-RECORD)
               RIDFLD(WS-HLD-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE SPACES TO CA-CHAVE-TELA
              MOVE 'RETIDO NAO ENCONTRADO (JA PROCESSADO PELA NOITE?).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA LEITURA DO RETIDO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF NOT WS-HLD-PENDENTE
              EXEC CICS UNLOCK FILE('HOLDDD') END-EXEC
              PERFORM 3700-SHOW-ITEM
              MOVE 'RETIDO JA DECIDIDO. AGUARDA A RODADA NOTURNA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3870-GET-TODAY.
           MOVE DECI          TO WS-HLD-SITUACAO.
           MOVE WS-ADM-ID     TO WS-HLD-ANALISTA.
           MOVE WS-HOJE       TO WS-HLD-DEC-DATA.
           MOVE EIBTIME       TO WS-HORA.
           MOVE WS-HORA       TO WS-HLD-DEC-HORA.
           IF MOTL > 0
              MOVE MOTI TO WS-HLD-DEC-MOTIVO
           ELSE
              MOVE SPACES TO WS-HLD-DEC-MOTIVO
           END-IF.
           EXEC CICS REWRITE
               FILE('HOLDDD')
               FROM(WS-HLD-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA GRAVACAO DA DECISAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'RETIDO ' WS-HLD-SITUACAO ' ' WS-HLD-KEY-X
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           PERFORM 3700-SHOW-ITEM.
           IF WS-HLD-LIBERADO
              MOVE 'RETIDO LIBERADO. E POSTADO NA PROXIMA RODADA NOTURN
      -            'A.' TO WS-MSG-SAIDA
           ELSE
              MOVE 'RETIDO RECUSADO. VOLTA A AGENCIA (R020) NA PROXIMA
      -            'RODADA.' TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Fila de retidos encerrada.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- MOSTRA O RETIDO WS-HLD-KEY (LIDO AQUI SE AINDA NAO ESTA NA
      *--- AREA)
       3700-SHOW-ITEM.
           IF WS-HLD-KEY-X NOT = CA-CHAVE-TELA
              OR WS-HLD-CLI-ID = SPACES
              PERFORM 3750-READ-ITEM
           END-IF.
           MOVE WS-HLD-KEY-X TO CA-CHAVE-TELA.
           MOVE ZERO TO WS-LINHA-ATUAL.
           PERFORM 3850-DESCRIBE-STATUS.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'RETIDO ' WS-HLD-KEY-X ' ' WS-SIT-DESCR
                  ' CLIENTE ' WS-HLD-CLI-ID
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE WS-HLD-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'VALOR ' WS-VALOR-ED ' ' WS-HLD-DC ' ' WS-HLD-MOEDA
                  ' EFETIVA ' WS-HLD-DATA-EFETIVA
                  ' RODADA ' WS-HLD-RUN-ID
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'PONTOS ' WS-HLD-PONTOS ' REGRAS ' WS-HLD-REGRAS
                  ' (V=VELOCIDADE D=DESVIO DA MEDIA A=OUTRA AGENCIA)'
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE WS-HLD-MEDIA TO WS-MEDIA-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'MOVIMENTOS DO CLIENTE NA RODADA ' WS-HLD-QTDE-RODADA
                  ' MEDIA HISTORICA ' WS-MEDIA-ED
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'DETALHE ' WS-HLD-DETALHE(1:70)
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           IF NOT WS-HLD-PENDENTE
              MOVE SPACES TO WS-LINHA-TEXTO
              STRING 'DECIDIDO POR ' WS-HLD-ANALISTA ' EM '
                     WS-HLD-DEC-DATA ' ' WS-HLD-DEC-HORA ' '
                     WS-HLD-DEC-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINHA-TEXTO
              PERFORM 3900-MOVER-LINHA-TELA
              MOVE 'RETIDO JA DECIDIDO. AGUARDA A RODADA NOTURNA.'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE 'PF5 = DECIDE (L=LIBERA R=RECUSA, MOTIVO NA RECUSA).'
                  TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- LEITURA DO RETIDO WS-HLD-KEY (RETIDO INEXISTENTE VOLTA PARA
      *--- A TELA COM A MENSAGEM)
       3750-READ-ITEM.
           EXEC CICS READ
               FILE('HOLDDD')
               INTO(WS-HLD-RECORD)
               RIDFLD(WS-HLD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE SPACES TO CA-CHAVE-TELA
              MOVE 'RETIDO NAO ENCONTRADO (JA PROCESSADO PELA NOITE?).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA LEITURA DO RETIDO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- CHAVE DIGITADA (OU A DO RETIDO NA TELA, SE EM BRANCO)
       3800-GET-KEY.
           MOVE SPACES TO WS-HLD-CLI-ID.
           IF CHAVL > 0
              MOVE CHAVI TO WS-CHAVE-ENTRADA
              IF WS-CHAVE-ENTRADA IS NOT NUMERIC
                 MOVE 'CHAVE INVALIDA (AAAAMMDD + SEQUENCIA DE 6).'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              MOVE WS-CHAVE-ENTRADA TO WS-HLD-KEY-X
           ELSE
              IF CA-CHAVE-TELA = SPACES
                 MOVE 'INFORME A CHAVE DO RETIDO.' TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              MOVE CA-CHAVE-TELA TO WS-HLD-KEY-X
           END-IF.
           EXIT.
      *
       3850-DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN WS-HLD-PENDENTE  MOVE 'PENDENTE'   TO WS-SIT-DESCR
               WHEN WS-HLD-LIBERADO  MOVE 'LIBERADO'   TO WS-SIT-DESCR
               WHEN WS-HLD-RECUSADO  MOVE 'RECUSADO'   TO WS-SIT-DESCR
               WHEN OTHER        MOVE WS-HLD-SITUACAO  TO WS-SIT-DESCR
           END-EVALUATE.
           EXIT.
      *
      *--- DATA DE HOJE AAAAMMDD A PARTIR DO EIBDATE 0CYYDDD (MESMA
      *--- CONTA DA TRNS)
       3870-GET-TODAY.
           COMPUTE WS-DATA-JULIANA = EIBDATE + 1900000.
           COMPUTE WS-HOJE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-DATA-JULIANA)).
           EXIT.
      *
      *--- AS 12 LINHAS DA TELA SAO CAMPOS DISTINTOS DO MAPA (MESMA
      *--- TECNICA DA TRNR/MYCICSRV)
       3900-MOVER-LINHA-TELA.
           ADD 1 TO WS-LINHA-ATUAL.
           EVALUATE WS-LINHA-ATUAL
               WHEN 1  MOVE WS-LINHA-TEXTO TO LIN01O
               WHEN 2  MOVE WS-LINHA-TEXTO TO LIN02O
               WHEN 3  MOVE WS-LINHA-TEXTO TO LIN03O
               WHEN 4  MOVE WS-LINHA-TEXTO TO LIN04O
               WHEN 5  MOVE WS-LINHA-TEXTO TO LIN05O
               WHEN 6  MOVE WS-LINHA-TEXTO TO LIN06O
               WHEN 7  MOVE WS-LINHA-TEXTO TO LIN07O
               WHEN 8  MOVE WS-LINHA-TEXTO TO LIN08O
               WHEN 9  MOVE WS-LINHA-TEXTO TO LIN09O
               WHEN 10 MOVE WS-LINHA-TEXTO TO LIN10O
               WHEN 11 MOVE WS-LINHA-TEXTO TO LIN11O
               WHEN 12 MOVE WS-LINHA-TEXTO TO LIN12O
           END-EVALUATE.
           EXIT.
      *
      *--- GRAVA A TRILHA DE ATIVIDADE NA TDQ 'AUDT' (AUD-DATAI JA
      *--- PREENCHIDO PELO CHAMADOR COM A ACAO E A CHAVE ACIONADA)
       3990-WRITE-AUDIT-RECORD.
           MOVE EIBTRMID TO AUD-TERMID.
           MOVE EIBTASKN TO AUD-TASKN.
           MOVE EIBDATE  TO AUD-DATE.
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNF'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
      *
       5000-SEND-AND-RETURN.
           MOVE WS-MSG-SAIDA TO MSGO.
      *
           EXEC CICS SEND
               MAP('MYMAPF')
               MAPSET('MYSETF')
               FROM(WS-MYMAPF-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNF')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO
      *================================================================*
       9000-CICS-ERROR.
           DISPLAY 'ERRO GRAVE DE CICS. FUNCAO: ' EIBFN.
           PERFORM 9900-PROGRAM-ABEND.
           EXIT.
       9100-MAPFAIL-ERROR.
           DISPLAY 'ERRO DE MAPFAIL.'.
           PERFORM 9900-PROGRAM-ABEND.
           EXIT.
       9900-PROGRAM-ABEND.
           EXEC CICS SEND
               TEXT
               FROM('ERRO IRRECUPERAVEL. CONTATE O SUPORTE.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
