       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSBX.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - BAIXAS DE POSICOES DEVEDORAS PARA PERDA
      *
      * TRANSACAO: 'TRNU'
      * ARQUIVO:   'COBRDD' (VSAM KSDS POR ID + CONTA DO CLIENTE,
      *            COPYBOOK MYCOBRC - O MESMO MANTIDO PELO MYCOBRAN NA
      *            NOITE)
      * MAPA:      'MYMAPU' / MAPSET 'MYSETU'
      *
      * O MYCOBRAN PROPOE A BAIXA ('P') DA POSICAO DEVEDORA QUE PASSA
      * DO LIMITE DE DIAS EM ATRASO. NADA E BAIXADO SEM A DECISAO DA
      * AREA FINANCEIRA AQUI; A BAIXA APROVADA E EFETIVADA NA NOITE
      * SEGUINTE (CREDITO NO MESTRE COM DIARIO 'W' E LANCAMENTO NA
      * CONTA DE PERDA), COM O OPERADOR QUE APROVOU NO MJR-APROVADOR.
      *
      * 1. EIBCALEN = 0: Mostra a primeira baixa proposta aguardando
      *    decisao.
      * 2. ENTER COM O CLIENTE: mostra a posicao devedora dele (dias,
      *    faixa, estagio de cobranca e a baixa) - A DA PRIMEIRA CONTA
      *    DEVEDORA; CADA CONTA E UMA POSICAO E UMA BAIXA A PARTE. SEM
      *    CLIENTE: volta a primeira proposta aguardando decisao.
      * 3. PF8: Avanca para a proxima proposta aguardando decisao.
      * 4. PF5: APROVA a proposta em tela ('P' -> 'A'), pelo valor
      *    proposto (O MYCOBRAN ATUALIZA O VALOR TODA NOITE E NA
      *    EFETIVACAO NUNCA BAIXA MAIS QUE O SALDO DEVEDOR DO DIA).
      * 5. PF6: RECUSA a proposta em tela ('P' -> 'R'; A POSICAO
      *    CONTINUA EM COBRANCA E NAO E PROPOSTA DE NOVO) OU DESFAZ A
      *    APROVACAO AINDA NAO EFETIVADA ('A' -> 'P').
      * 6. PF3: Sai.
      *
      * A TRNU INTEIRA E RESTRITA A OPERADORES COM NIVEL 'F' EM
      * TB_OPERADORES (MESMO MECANISMO DA TRNG). AS DECISOES GRAVAM
      * LINHA NA TDQ 'AUDT'.
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
           05 WS-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-SALDO-ED          PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 WS-DIAS-ED           PIC ZZZZ9.
           05 WS-SIT-DESCR         PIC X(13).
           05 WS-FAIXA-DESCR       PIC X(11).
           05 WS-TRANSICAO         PIC X(13).
           05 WS-FIM-SW            PIC X(01).
              88 WS-FIM-BROWSE     VALUE 'S'.
           05 WS-BROWSE-SW         PIC X(01).
              88 WS-EM-BROWSE      VALUE 'S'.
           05 WS-ACHOU-SW          PIC X(01).
              88 WS-ACHOU          VALUE 'S'.
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
      *
      *--- POSICAO DEVEDORA EM COBRANCA (MESMO LAYOUT DO FD DO
      *--- MYCOBRAN)
       COPY MYCOBRC.
      *
      *--- PERFIL DO OPERADOR (SO NIVEL 'F' USA A TRNU)
       01 WS-OPERATOR-VARS.
           05 WS-OP-ID             PIC X(03).
           05 WS-OP-NIVEL          PIC X(01).
              88 OP-E-FINANCEIRO   VALUE 'F'.
           05 WS-OP-IDIOMA         PIC X(02).
      *--- JANELA DE ACESSO E TERMINAL VINCULADO DO PERFIL (ZEROS/
      *--- BRANCO = SEM RESTRICAO), CONFERIDOS NO SIGN-ON DE TODA
      *--- TRANSACAO (1070-CHECK-ACCESS-WINDOW)
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
      *
      *--- SQLCA E CONTROLE DE SQLCODE (SO PARA O PERFIL DO OPERADOR)
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME O CAMPO DE ENTRADA
      *--- CLII/CLIL (ID DO CLIENTE), AS 12 LINHAS DE SAIDA
      *--- LIN01O..LIN12O (78 COLUNAS CADA) E MSGO.
       COPY MYMAPUC.
      *
      *--- POSICAO NA TELA (ID + CONTA): O PF5/PF6 AGEM SOBRE
      *--- EXATAMENTE O QUE O OPERADOR VIU, E O PF8 AVANCA A PARTIR DELA
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-CHAVE.
              10 CA-CLIENTE        PIC X(10) VALUE SPACES.
              10 CA-CONTA          PIC 9(03) VALUE ZERO.
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
       01 DFHCOMMAREA             PIC X(14).
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
      *--- A TRNU INTEIRA E SO PARA O NIVEL FINANCEIRO ('F')
           PERFORM 1060-GET-OPERATOR-PROFILE.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
           IF NOT OP-E-FINANCEIRO
              EXEC CICS SEND
                  TEXT
                  FROM('ACESSO RESTRITO A OPERADORES FINANCEIROS.')
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
       1060-GET-OPERATOR-PROFILE.
           MOVE SPACES TO WS-OP-NIVEL.
           MOVE EIBOPID TO WS-OP-ID.
           EXEC SQL
               SELECT NIVEL_AUTORIZACAO, IDIOMA_PREFERIDO,
                      HORA_INICIO, HORA_FIM, TERMINAL_VINCULADO
                 INTO :WS-OP-NIVEL, :WS-OP-IDIOMA,
                      :WS-OP-HORA-INICIO, :WS-OP-HORA-FIM,
                      :WS-OP-TERMINAL
                 FROM TB_OPERADORES
                WHERE OPERADOR_ID = :WS-OP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT SQL-OK
              MOVE SPACES TO WS-OP-NIVEL
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
           INITIALIZE WS-MYMAPU-AREA.
           PERFORM 3150-BUSCAR-PROXIMA-PROPOSTA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPU')
               MAPSET('MYSETU')
               INTO(WS-MYMAPU-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CLI=' CLII
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF8
                   PERFORM 3150-BUSCAR-PROXIMA-PROPOSTA
               WHEN DFHPF5
                   PERFORM 3300-PROCESS-APPROVE
               WHEN DFHPF6
                   PERFORM 3400-PROCESS-REJECT
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/PF5/PF6/PF8.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ENTER: A POSICAO DO CLIENTE DIGITADO OU, SEM ELE, A PRIMEIRA
      *--- PROPOSTA AGUARDANDO DECISAO
       3100-PROCESS-INQUIRY.
           IF CLIL > 0
              MOVE CLII TO CA-CLIENTE
              MOVE ZERO TO CA-CONTA
              PERFORM 3700-SHOW-POSICAO
              EVALUATE TRUE
                  WHEN CBR-BAIXA-PROPOSTA
                      MOVE 'PF5 APROVA A BAIXA, PF6 RECUSA.'
                          TO WS-MSG-SAIDA
                  WHEN CBR-BAIXA-APROVADA
                      MOVE 'APROVADA, EFETIVA NA NOITE. PF6 DESFAZ.'
                          TO WS-MSG-SAIDA
                  WHEN OTHER
                      MOVE 'POSICAO SEM BAIXA AGUARDANDO DECISAO.'
                          TO WS-MSG-SAIDA
              END-EVALUATE
           ELSE
              MOVE SPACES TO CA-CLIENTE
              PERFORM 3150-BUSCAR-PROXIMA-PROPOSTA
           END-IF.
           EXIT.
      *
      *--- PROXIMA BAIXA PROPOSTA ('P') APOS A DA COMMAREA (CLIENTE EM
      *--- BRANCO = DESDE O INICIO DO ARQUIVO). A PROXIMA PODE SER
      *--- OUTRA CONTA DO MESMO CLIENTE.
       3150-BUSCAR-PROXIMA-PROPOSTA.
           MOVE 'N' TO WS-FIM-SW.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE 'N' TO WS-ACHOU-SW.
           IF CA-CLIENTE = SPACES
              MOVE LOW-VALUES TO CBR-CHAVE
           ELSE
              MOVE CA-CHAVE TO CBR-CHAVE
           END-IF.
           EXEC CICS STARTBR
               FILE('COBRDD')
               RIDFLD(CBR-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-EM-BROWSE TO TRUE
           ELSE
              SET WS-FIM-BROWSE TO TRUE
           END-IF.
           PERFORM UNTIL WS-FIM-BROWSE
              EXEC CICS READNEXT
                  FILE('COBRDD')
                  INTO(CBR-RECORD)
                  RIDFLD(CBR-CHAVE)
                  RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                  WHEN WS-RESP NOT = DFHRESP(NORMAL)
                      SET WS-FIM-BROWSE TO TRUE
                  WHEN CA-CLIENTE NOT = SPACES
                       AND CBR-CHAVE = CA-CHAVE
                      CONTINUE
                  WHEN CBR-BAIXA-PROPOSTA
                      SET WS-ACHOU TO TRUE
                      SET WS-FIM-BROWSE TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-PERFORM.
           IF WS-EM-BROWSE
              EXEC CICS ENDBR FILE('COBRDD') END-EXEC
           END-IF.
      *
           IF WS-ACHOU
              MOVE CBR-CHAVE TO CA-CHAVE
              PERFORM 3700-SHOW-POSICAO
              MOVE 'PF5 APROVA A BAIXA, PF6 RECUSA, PF8 PROXIMA.'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE SPACES TO CA-CLIENTE
              MOVE 'NENHUMA BAIXA PROPOSTA AGUARDANDO DECISAO.'
                  TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- PF5: APROVA A PROPOSTA EM TELA
       3300-PROCESS-APPROVE.
           PERFORM 3320-LER-PARA-ATUALIZAR.
           IF NOT CBR-BAIXA-PROPOSTA
              PERFORM 3700-SHOW-POSICAO
              MOVE 'POSICAO SEM BAIXA PROPOSTA.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3870-GET-TODAY.
           SET CBR-BAIXA-APROVADA TO TRUE.
           MOVE WS-OP-ID TO CBR-OPER-DECISAO.
           MOVE WS-HOJE TO CBR-DATA-DECISAO.
           MOVE 'BX APROV P>A' TO WS-TRANSICAO.
           PERFORM 3350-GRAVAR-DECISAO.
           MOVE 'BAIXA APROVADA. SERA EFETIVADA NA PROXIMA NOITE.'
               TO WS-MSG-SAIDA.
           EXIT.
      *
      *--- LEITURA COM UPDATE DA POSICAO EM TELA (CA-CHAVE)
       3320-LER-PARA-ATUALIZAR.
           IF CA-CLIENTE = SPACES
              MOVE 'NENHUMA POSICAO EM TELA. DIGITE O CLIENTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE CA-CHAVE TO CBR-CHAVE.
           EXEC CICS READ
               FILE('COBRDD')
               INTO(CBR-RECORD)
               RIDFLD(CBR-CHAVE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO CA-CLIENTE
              MOVE 'CLIENTE SEM POSICAO DEVEDORA EM COBRANCA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- REGRAVA A POSICAO COM A DECISAO (WS-TRANSICAO VAI PARA A
      *--- TRILHA) E MOSTRA O RESULTADO
       3350-GRAVAR-DECISAO.
           EXEC CICS REWRITE
               FILE('COBRDD')
               FROM(CBR-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'ERRO NA GRAVACAO DA DECISAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING WS-TRANSICAO ' ' CBR-ID '/' CBR-CONTA
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           PERFORM 3700-SHOW-POSICAO.
           EXIT.
      *
      *--- PF6: RECUSA A PROPOSTA ('R') OU DESFAZ A APROVACAO AINDA NAO
      *--- EFETIVADA (VOLTA A 'P')
       3400-PROCESS-REJECT.
           PERFORM 3320-LER-PARA-ATUALIZAR.
           PERFORM 3870-GET-TODAY.
           EVALUATE TRUE
               WHEN CBR-BAIXA-PROPOSTA
                   SET CBR-BAIXA-RECUSADA TO TRUE
                   MOVE WS-OP-ID TO CBR-OPER-DECISAO
                   MOVE WS-HOJE TO CBR-DATA-DECISAO
                   MOVE 'BX RECUS P>R' TO WS-TRANSICAO
                   PERFORM 3350-GRAVAR-DECISAO
                   MOVE 'BAIXA RECUSADA. POSICAO CONTINUA EM COBRANCA.'
                       TO WS-MSG-SAIDA
               WHEN CBR-BAIXA-APROVADA
                   SET CBR-BAIXA-PROPOSTA TO TRUE
                   MOVE SPACES TO CBR-OPER-DECISAO
                   MOVE ZERO TO CBR-DATA-DECISAO
                   MOVE 'BX DESF A>P' TO WS-TRANSICAO
                   PERFORM 3350-GRAVAR-DECISAO
                   MOVE 'APROVACAO DESFEITA. A BAIXA VOLTA A PROPOSTA.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   PERFORM 3700-SHOW-POSICAO
                   MOVE 'POSICAO SEM BAIXA PROPOSTA OU APROVADA.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Baixas de posicoes devedoras encerradas.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- MOSTRA A POSICAO DE CA-CHAVE NAS PRIMEIRAS LINHAS DA TELA
       3700-SHOW-POSICAO.
           PERFORM 3750-READ-POSICAO.
           MOVE ZERO TO WS-LINHA-ATUAL.
           PERFORM 3850-DESCRIBE-STATUS.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'CLIENTE ' CBR-ID ' CONTA ' CBR-CONTA
                  '  BAIXA: ' WS-SIT-DESCR
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE CBR-SALDO TO WS-SALDO-ED.
           MOVE CBR-DIAS-ATRASO TO WS-DIAS-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'SALDO ' WS-SALDO-ED ' DEVEDOR DESDE '
                  CBR-DATA-NEGATIVO ' DIAS ' WS-DIAS-ED
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'FAIXA ' WS-FAIXA-DESCR '  ESTAGIO DE COBRANCA '
                  CBR-ESTAGIO ' DESDE ' CBR-DATA-ESTAGIO
                  '  AVALIADA EM ' CBR-DATA-AVALIACAO
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE CBR-BAIXA-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'VALOR DA BAIXA ' WS-VALOR-ED ' PROPOSTA EM '
                  CBR-DATA-PROPOSTA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'DECIDIDA POR ' CBR-OPER-DECISAO ' EM '
                  CBR-DATA-DECISAO '  ULTIMA BAIXA EFETIVADA EM '
                  CBR-DATA-BAIXA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           EXIT.
      *
      *--- LEITURA DA POSICAO DE CA-CHAVE (INEXISTENTE VOLTA PARA A
      *--- TELA COM A MENSAGEM). CONTA ZERO = CLIENTE DIGITADO NO
      *--- ENTER: A PRIMEIRA CONTA DELE EM COBRANCA (GTEQ)
       3750-READ-POSICAO.
           MOVE CA-CHAVE TO CBR-CHAVE.
           EXEC CICS READ
               FILE('COBRDD')
               INTO(CBR-RECORD)
               RIDFLD(CBR-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND CBR-ID NOT = CA-CLIENTE
              MOVE DFHRESP(NOTFND) TO WS-RESP
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE CBR-CONTA TO CA-CONTA
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO CA-CLIENTE
              MOVE 'CLIENTE SEM POSICAO DEVEDORA EM COBRANCA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- SITUACAO DA BAIXA E FAIXA DE ATRASO PARA A TELA
       3850-DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN CBR-BAIXA-NENHUMA
                   MOVE 'NAO PROPOSTA' TO WS-SIT-DESCR
               WHEN CBR-BAIXA-PROPOSTA
                   MOVE 'PROPOSTA' TO WS-SIT-DESCR
               WHEN CBR-BAIXA-APROVADA
                   MOVE 'APROVADA' TO WS-SIT-DESCR
               WHEN CBR-BAIXA-RECUSADA
                   MOVE 'RECUSADA' TO WS-SIT-DESCR
               WHEN OTHER
                   MOVE CBR-BAIXA-SITUACAO TO WS-SIT-DESCR
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CBR-FAIXA-ATE-30
                   MOVE '1 A 30' TO WS-FAIXA-DESCR
               WHEN CBR-FAIXA-ATE-60
                   MOVE '31 A 60' TO WS-FAIXA-DESCR
               WHEN CBR-FAIXA-ATE-90
                   MOVE '61 A 90' TO WS-FAIXA-DESCR
               WHEN CBR-FAIXA-ACIMA-90
                   MOVE 'ACIMA DE 90' TO WS-FAIXA-DESCR
               WHEN OTHER
                   MOVE SPACES TO WS-FAIXA-DESCR
           END-EVALUATE.
           EXIT.
      *
      *--- DATA DE HOJE AAAAMMDD A PARTIR DO EIBDATE 0CYYDDD (MESMA
      *--- CONTA DA TRNJ)
       3870-GET-TODAY.
           COMPUTE WS-DATA-JULIANA = EIBDATE + 1900000.
           COMPUTE WS-HOJE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-DATA-JULIANA)).
           EXIT.
      *
      *--- AS 12 LINHAS DA TELA SAO CAMPOS DISTINTOS DO MAPA (MESMA
      *--- TECNICA DA TRNJ/MYCICSAJ)
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
           MOVE 'TRNU'   TO AUD-TRANCODE.
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
               MAP('MYMAPU')
               MAPSET('MYSETU')
               FROM(WS-MYMAPU-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNU')
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
