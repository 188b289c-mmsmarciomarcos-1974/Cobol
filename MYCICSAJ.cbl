       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSAJ.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - AJUSTES MANUAIS DE SALDO (QUATRO OLHOS)
      *
      * TRANSACAO: 'TRNJ'
      * TABELA:    'TB_AJUSTES' (LIDA A NOITE PELO MYAJUGEN)
      * ARQUIVO:   'MASTERDD' (SO PARA CONFERIR O CLIENTE NO REGISTRO)
      * MAPA:      'MYMAPJ' / MAPSET 'MYSETJ'
      *
      * CORRIGIR UM LANCAMENTO (DEVOLUCAO DE TARIFA, VALOR POSTADO
      * ERRADO) EXIGIA PEDIR A RETRANSMISSAO A AGENCIA - A TRNB NAO
      * MEXE NO MST-SALDO DE PROPOSITO. AGORA O AJUSTE NASCE AQUI,
      * PENDENTE, E SO ENTRA NO CICLO DA NOITE DEPOIS DE APROVADO POR
      * UM SEGUNDO OPERADOR (MESMO PRINCIPIO DA TRNP/MYCICSAP):
      *
      * 1. EIBCALEN = 0: Mostra o ajuste pendente mais antigo.
      * 2. ENTER COM O NUMERO DO AJUSTE: mostra o ajuste. ENTER SEM
      *    NUMERO: volta ao pendente mais antigo.
      * 3. PF8: Avanca para o proximo ajuste pendente.
      * 4. PF4: REGISTRA - cliente (no mestre), valor com 13 digitos
      *    (11 inteiros + 2 decimais), natureza D/C, moeda (branco =
      *    BRL), data-valor AAAAMMDD (branco = a data da rodada que o
      *    processar) e justificativa, todos obrigatorios salvo a
      *    moeda e a data-valor. NASCE 'P' (PENDENTE).
      * 5. PF5: APROVA o ajuste em tela - 'A'. O APROVADOR TEM DE SER
      *    OUTRO OPERADOR: ajuste do proprio operador e recusado.
      * 6. PF6: REJEITA o ajuste em tela - 'R'. O PROPRIO AUTOR PODE
      *    RETIRAR O AJUSTE AINDA PENDENTE - 'X'.
      * 7. PF3: Sai.
      *
      * REGISTRAR, APROVAR E REJEITAR SAO PRIVILEGIO 'F' EM
      * TB_OPERADORES (MESMO MECANISMO DA TRN6); OS DEMAIS NIVEIS SO
      * CONSULTAM. O AJUSTE APROVADO E GERADO PELO MYAJUGEN NO LOTE
      * INTERNO 'AJUS' + MMDD DA NOITE ('G', COM A DATA E O ID DA
      * RODADA DO LOTE) E SEGUE DAI O CAMINHO DE QUALQUER MOVIMENTO
      * DE AGENCIA NO MYBATCH (VALIDACAO, MESTRE, DIARIO, CONTABIL) -
      * O APROVADOR VAI JUNTO ATE A LINHA DO DIARIO DO MESTRE.
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
           05 WS-NUM-ED            PIC Z(08)9.
           05 WS-SIT-DESCR         PIC X(10).
           05 WS-ENTRADA-SW        PIC X(01).
              88 WS-ENTRADA-VALIDA VALUE 'S'.
           05 WS-VALOR-ENTRADA     PIC X(13).
           05 WS-VALOR-ENTRADA-N REDEFINES WS-VALOR-ENTRADA
                                   PIC 9(11)V99.
           05 WS-AJU-ENTRADA       PIC X(09).
           05 WS-AJU-ENTRADA-N REDEFINES WS-AJU-ENTRADA
                                   PIC 9(09).
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
           05 WS-HOJE-X REDEFINES WS-HOJE
                                   PIC X(08).
      *
      *--- REGISTRO DO MESTRE (MESMO LAYOUT DO MYCICSMS)
       01 WS-MST-RECORD.
           05 WS-MST-CHAVE.
               10 WS-MST-ID        PIC X(10).
               10 WS-MST-CONTA     PIC 9(03).
           05 WS-MST-DATA          PIC X(68).
           05 WS-MST-ULT-ATUALIZ   PIC 9(08).
           05 WS-MST-SALDO         PIC S9(11)V99.
           05 WS-MST-SITUACAO      PIC X(01).
           05 FILLER               PIC X(16).
      *
      *--- PERFIL DO OPERADOR NA TABELA CENTRAL TB_OPERADORES, MESMO
      *--- DESENHO DA TRNP
       01 WS-AUTH-CONTROLE.
           05 WS-OP-ID             PIC X(03).
           05 WS-OP-NIVEL          PIC X(01).
           05 WS-OP-IDIOMA         PIC X(02).
      *--- JANELA DE ACESSO E TERMINAL VINCULADO DO PERFIL (ZEROS/
      *--- BRANCO = SEM RESTRICAO), CONFERIDOS NO SIGN-ON DE TODA
      *--- TRANSACAO (1070-CHECK-ACCESS-WINDOW)
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
           05 WS-CURRENT-AUTH-LEVEL PIC X(01) VALUE 'M'.
              88 CURRENT-AUTH-FULL   VALUE 'F'.
              88 CURRENT-AUTH-MASKED VALUE 'M'.
              88 CURRENT-AUTH-NONE   VALUE 'N'.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCICSCA
       01 WS-DB-HOST-VARS.
           05 H-NUM-AJUSTE          PIC S9(09) COMP.
           05 H-ID-CLIENTE          PIC X(10).
           05 H-VALOR               PIC S9(11)V99 COMP-3.
           05 H-DC                  PIC X(01).
           05 H-MOEDA               PIC X(03).
           05 H-DATA-VALOR          PIC X(08).
           05 H-JUSTIFICATIVA       PIC X(60).
           05 H-OPERADOR-CRIACAO    PIC X(03).
           05 H-DATA-CRIACAO        PIC X(08).
           05 H-OPERADOR-APROVACAO  PIC X(03).
           05 H-DATA-APROVACAO      PIC X(08).
           05 H-SITUACAO            PIC X(01).
              88 H-SIT-PENDENTE     VALUE 'P'.
              88 H-SIT-APROVADO     VALUE 'A'.
              88 H-SIT-REJEITADO    VALUE 'R'.
              88 H-SIT-RETIRADO     VALUE 'X'.
              88 H-SIT-GERADO       VALUE 'G'.
           05 H-DATA-LOTE           PIC X(08).
           05 H-RUN-ID-LOTE         PIC X(08).
           05 H-NOVA-SITUACAO       PIC X(01).
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA AJUI/AJUL (9 DIGITOS), CLII/CLIL, VALI/VALL (13
      *--- DIGITOS), DCI/DCL, MOEI/MOEL, DTVI/DTVL (AAAAMMDD) E
      *--- JUSTI/JUSTL (60), AS 12 LINHAS DE SAIDA LIN01O..LIN12O (78
      *--- COLUNAS CADA) E MSGO.
       COPY MYMAPJC.
      *
      *--- AJUSTE NA TELA: O PF5/PF6 AGEM SOBRE EXATAMENTE O QUE O
      *--- APROVADOR VIU, E O PF8 AVANCA A PARTIR DELE
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-NUM-AJUSTE        PIC 9(09) VALUE ZERO.
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
       01 DFHCOMMAREA             PIC X(10).
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
           PERFORM 1060-GET-AUTH-LEVEL.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
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
       1060-GET-AUTH-LEVEL.
           MOVE 'M' TO WS-CURRENT-AUTH-LEVEL.
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
           IF SQL-OK
              MOVE WS-OP-NIVEL TO WS-CURRENT-AUTH-LEVEL
           ELSE
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
           INITIALIZE WS-MYMAPJ-AREA.
           PERFORM 3150-BUSCAR-PROXIMO-PENDENTE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPJ')
               MAPSET('MYSETJ')
               INTO(WS-MYMAPJ-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' AJU=' AJUI ' CLI=' CLII
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF8
                   PERFORM 3150-BUSCAR-PROXIMO-PENDENTE
               WHEN DFHPF4
                   PERFORM 3200-PROCESS-REGISTER
               WHEN DFHPF5
                   PERFORM 3300-PROCESS-APPROVE
               WHEN DFHPF6
                   PERFORM 3400-PROCESS-REJECT
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/4/5/6/8.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ENTER: O AJUSTE DIGITADO OU, SEM NUMERO, O PENDENTE MAIS
      *--- ANTIGO DA FILA
       3100-PROCESS-INQUIRY.
           IF AJUL > 0
              PERFORM 3800-GET-AJUSTE-NUMBER
              PERFORM 3700-SHOW-AJUSTE
           ELSE
              MOVE ZERO TO CA-NUM-AJUSTE
              PERFORM 3150-BUSCAR-PROXIMO-PENDENTE
           END-IF.
           EXIT.
      *
      *--- PROXIMO AJUSTE PENDENTE APOS O DA COMMAREA (ZERO = O MAIS
      *--- ANTIGO DA FILA)
       3150-BUSCAR-PROXIMO-PENDENTE.
           MOVE CA-NUM-AJUSTE TO H-NUM-AJUSTE.
           EXEC SQL
               SELECT MIN(NUM_AJUSTE)
                 INTO :H-NUM-AJUSTE
                 FROM TB_AJUSTES
                WHERE SITUACAO = 'P'
                  AND NUM_AJUSTE > :H-NUM-AJUSTE
                HAVING COUNT(*) > 0
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
               WHEN SQL-OK
                   PERFORM 3700-SHOW-AJUSTE
                   MOVE 'PF5 APROVA, PF6 REJEITA, PF8 PROXIMO PENDENTE.'
                       TO WS-MSG-SAIDA
               WHEN SQL-NOT-FOUND
                   MOVE ZERO TO CA-NUM-AJUSTE
                   MOVE 'NENHUM AJUSTE PENDENTE. PF4 REGISTRA UM NOVO.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DA FILA. CONTATE O SUPORTE.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           EXIT.
      *
      *--- PF4: REGISTRO DO AJUSTE, PENDENTE DE APROVACAO
       3200-PROCESS-REGISTER.
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA REGISTRAR AJUSTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3250-VALIDATE-REGISTER.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           EXEC SQL
               SELECT COALESCE(MAX(NUM_AJUSTE), 0) + 1
                 INTO :H-NUM-AJUSTE
                 FROM TB_AJUSTES
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ERRO NA NUMERACAO DO AJUSTE.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3870-GET-TODAY.
           MOVE CLII TO H-ID-CLIENTE.
           MOVE WS-VALOR-ENTRADA-N TO H-VALOR.
           MOVE DCI TO H-DC.
           IF MOEL > 0
              MOVE MOEI TO H-MOEDA
           ELSE
              MOVE 'BRL' TO H-MOEDA
           END-IF.
           IF DTVL > 0
              MOVE DTVI TO H-DATA-VALOR
           ELSE
              MOVE SPACES TO H-DATA-VALOR
           END-IF.
           MOVE JUSTI TO H-JUSTIFICATIVA.
           EXEC SQL
               INSERT INTO TB_AJUSTES
                   (NUM_AJUSTE, ID_CLIENTE, VALOR, DC, MOEDA,
                    DATA_VALOR, JUSTIFICATIVA, OPERADOR_CRIACAO,
                    DATA_CRIACAO, OPERADOR_APROVACAO,
                    DATA_APROVACAO, SITUACAO, DATA_LOTE,
                    RUN_ID_LOTE)
               VALUES
                   (:H-NUM-AJUSTE, :H-ID-CLIENTE, :H-VALOR, :H-DC,
                    :H-MOEDA, :H-DATA-VALOR, :H-JUSTIFICATIVA,
                    :WS-OP-ID, :WS-HOJE-X, ' ', ' ', 'P', ' ', ' ')
           END-EXEC.
           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'ERRO NA GRAVACAO DO AJUSTE. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
      *
           MOVE H-NUM-AJUSTE TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING 'AJUSTE REG ' WS-NUM-ED ' ' H-ID-CLIENTE
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           PERFORM 3700-SHOW-AJUSTE.
           MOVE SPACES TO WS-MSG-SAIDA.
           STRING 'AJUSTE ' WS-NUM-ED
                  ' REGISTRADO. AGUARDA APROVACAO DE OUTRO OPERADOR.'
               DELIMITED BY SIZE INTO WS-MSG-SAIDA.
           EXIT.
      *
      *--- CAMPOS OBRIGATORIOS DO REGISTRO E CLIENTE EXISTENTE NO
      *--- MESTRE (O AJUSTE E UMA ALTERACAO DO MESTRE NO MYBATCH)
       3250-VALIDATE-REGISTER.
           MOVE 'N' TO WS-ENTRADA-SW.
           EVALUATE TRUE
               WHEN CLIL = 0
                   MOVE 'INFORME O ID DO CLIENTE.' TO WS-MSG-SAIDA
               WHEN DCL = 0 OR (DCI NOT = 'D' AND DCI NOT = 'C')
                   MOVE 'INFORME A NATUREZA (D/C).' TO WS-MSG-SAIDA
               WHEN JUSTL = 0
                   MOVE 'INFORME A JUSTIFICATIVA DO AJUSTE.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   PERFORM 3260-VALIDATE-VALUE
           END-EVALUATE.
           IF WS-ENTRADA-VALIDA
              PERFORM 3270-VALIDATE-VALUE-DATE
           END-IF.
           IF WS-ENTRADA-VALIDA
      *--- O AJUSTE POSTA NA CONTA 001 DO CLIENTE (O LOTE AJUS NAO
      *--- TRAZ A CONTA); E ELA QUE TEM DE EXISTIR NO MESTRE
              MOVE CLII TO WS-MST-ID
              MOVE 1    TO WS-MST-CONTA
              EXEC CICS READ
                  FILE('MASTERDD')
                  INTO(WS-MST-RECORD)
                  RIDFLD(WS-MST-CHAVE)
                  RESP(WS-RESP)
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO WS-ENTRADA-SW
                 MOVE 'CLIENTE (CONTA 001) NAO ENCONTRADO NO MESTRE.'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
      *--- VALOR DO AJUSTE: 13 DIGITOS (11 INTEIROS + 2 DECIMAIS, O
      *--- MESMO FORMATO DO VALOR DO IN-FILE), MAIOR QUE ZERO
       3260-VALIDATE-VALUE.
           IF VALL NOT = 13
              MOVE 'VALOR COM 13 DIGITOS (11 INTEIROS + 2 DECIMAIS).'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE VALI TO WS-VALOR-ENTRADA
              IF WS-VALOR-ENTRADA IS NOT NUMERIC
                 OR WS-VALOR-ENTRADA-N = ZERO
                 MOVE 'VALOR DO AJUSTE INVALIDO.' TO WS-MSG-SAIDA
              ELSE
                 MOVE 'S' TO WS-ENTRADA-SW
              END-IF
           END-IF.
           EXIT.
      *
      *--- DATA-VALOR: O DIA UTIL E CONFERIDO PELO MYBATCH CONTRA O
      *--- CALENDARIO (A FUTURA VAI PARA O ARMAZEM, COMO A DE AGENCIA)
       3270-VALIDATE-VALUE-DATE.
           IF DTVL > 0
              IF DTVL NOT = 8 OR DTVI IS NOT NUMERIC
                 MOVE 'N' TO WS-ENTRADA-SW
                 MOVE 'DATA-VALOR INVALIDA (AAAAMMDD).'
                     TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
      *--- PF5: APROVA O AJUSTE EM TELA. RELE A LINHA (AINDA 'P'?) E
      *--- RECUSA A AUTO-APROVACAO
       3300-PROCESS-APPROVE.
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA APROVAR.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3310-RELER-PENDENTE.
           IF H-OPERADOR-CRIACAO = WS-OP-ID
              MOVE 'AJUSTE DO PROPRIO OPERADOR. OUTRO DEVE APROVAR.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE 'A' TO H-NOVA-SITUACAO.
           PERFORM 3350-GRAVAR-DECISAO.
           MOVE 'AJUSTE APROVADO. ENTRA NO PROXIMO CICLO NOTURNO.'
               TO WS-MSG-SAIDA.
           EXIT.
      *
      *--- O AJUSTE DA TELA, AINDA PENDENTE (DECIDIDO POR OUTRO
      *--- OPERADOR NESSE MEIO TEMPO VOLTA COM A MENSAGEM)
       3310-RELER-PENDENTE.
           IF CA-NUM-AJUSTE = ZERO
              MOVE 'NENHUM AJUSTE EM TELA. TECLE ENTER.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE CA-NUM-AJUSTE TO H-NUM-AJUSTE.
           PERFORM 3750-READ-AJUSTE.
           IF NOT H-SIT-PENDENTE
              PERFORM 3700-SHOW-AJUSTE
              MOVE 'AJUSTE JA DECIDIDO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- GRAVA A DECISAO (A/R/X) NO AJUSTE AINDA PENDENTE, COM O
      *--- OPERADOR E A DATA, E MOSTRA O RESULTADO
       3350-GRAVAR-DECISAO.
           PERFORM 3870-GET-TODAY.
           EXEC SQL
               UPDATE TB_AJUSTES
                  SET SITUACAO           = :H-NOVA-SITUACAO,
                      OPERADOR_APROVACAO = :WS-OP-ID,
                      DATA_APROVACAO     = :WS-HOJE-X
                WHERE NUM_AJUSTE = :H-NUM-AJUSTE
                  AND SITUACAO = 'P'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT SQL-OK
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'AJUSTE JA DECIDIDO OU INEXISTENTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
      *
           MOVE H-NUM-AJUSTE TO WS-NUM-ED.
           MOVE SPACES TO AUD-DATAI.
           STRING 'AJUSTE SIT ' WS-NUM-ED ' P>' H-NOVA-SITUACAO
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           PERFORM 3700-SHOW-AJUSTE.
           EXIT.
      *
      *--- PF6: REJEITA ('R', NIVEL 'F') OU, PELO PROPRIO AUTOR,
      *--- RETIRA ('X') O AJUSTE PENDENTE EM TELA
       3400-PROCESS-REJECT.
           PERFORM 3310-RELER-PENDENTE.
           IF H-OPERADOR-CRIACAO = WS-OP-ID
              MOVE 'X' TO H-NOVA-SITUACAO
              PERFORM 3350-GRAVAR-DECISAO
              MOVE 'AJUSTE RETIRADO PELO AUTOR.' TO WS-MSG-SAIDA
           ELSE
              IF NOT CURRENT-AUTH-FULL
                 MOVE 'SEM AUTORIZACAO PARA REJEITAR.' TO WS-MSG-SAIDA
              ELSE
                 MOVE 'R' TO H-NOVA-SITUACAO
                 PERFORM 3350-GRAVAR-DECISAO
                 MOVE 'AJUSTE REJEITADO.' TO WS-MSG-SAIDA
              END-IF
           END-IF.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Ajustes manuais encerrados.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- MOSTRA O AJUSTE H-NUM-AJUSTE NAS PRIMEIRAS LINHAS DA TELA
       3700-SHOW-AJUSTE.
           PERFORM 3750-READ-AJUSTE.
           MOVE H-NUM-AJUSTE TO CA-NUM-AJUSTE.
           MOVE ZERO TO WS-LINHA-ATUAL.
           PERFORM 3850-DESCRIBE-STATUS.
           MOVE H-NUM-AJUSTE TO WS-NUM-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'AJUSTE ' WS-NUM-ED ' CLIENTE ' H-ID-CLIENTE ' '
                  WS-SIT-DESCR
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE H-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'VALOR ' WS-VALOR-ED ' ' H-DC ' MOEDA ' H-MOEDA
                  ' DATA-VALOR ' H-DATA-VALOR
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'JUSTIFICATIVA ' H-JUSTIFICATIVA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'REGISTRADO POR ' H-OPERADOR-CRIACAO ' EM '
                  H-DATA-CRIACAO '  DECIDIDO POR '
                  H-OPERADOR-APROVACAO ' EM ' H-DATA-APROVACAO
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING 'LOTE ' H-RUN-ID-LOTE ' DE ' H-DATA-LOTE
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           PERFORM 3900-MOVER-LINHA-TELA.
           EXIT.
      *
      *--- LEITURA DO AJUSTE H-NUM-AJUSTE (AJUSTE INEXISTENTE VOLTA
      *--- PARA A TELA COM A MENSAGEM)
       3750-READ-AJUSTE.
           EXEC SQL
               SELECT ID_CLIENTE, VALOR, DC, MOEDA, DATA_VALOR,
                      JUSTIFICATIVA, OPERADOR_CRIACAO, DATA_CRIACAO,
                      OPERADOR_APROVACAO, DATA_APROVACAO, SITUACAO,
                      DATA_LOTE, RUN_ID_LOTE
                 INTO :H-ID-CLIENTE, :H-VALOR, :H-DC, :H-MOEDA,
                      :H-DATA-VALOR, :H-JUSTIFICATIVA,
                      :H-OPERADOR-CRIACAO, :H-DATA-CRIACAO,
                      :H-OPERADOR-APROVACAO, :H-DATA-APROVACAO,
                      :H-SITUACAO, :H-DATA-LOTE, :H-RUN-ID-LOTE
                 FROM TB_AJUSTES
                WHERE NUM_AJUSTE = :H-NUM-AJUSTE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQL-NOT-FOUND
              MOVE ZERO TO CA-NUM-AJUSTE
              MOVE 'AJUSTE NAO ENCONTRADO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF NOT SQL-OK
              MOVE 'ERRO NA LEITURA DO AJUSTE. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- NUMERO DO AJUSTE DIGITADO
       3800-GET-AJUSTE-NUMBER.
           MOVE SPACES TO WS-AJU-ENTRADA.
           MOVE AJUI TO WS-AJU-ENTRADA.
           INSPECT WS-AJU-ENTRADA REPLACING LEADING SPACES BY ZERO.
           IF WS-AJU-ENTRADA IS NOT NUMERIC
              MOVE 'NUMERO DO AJUSTE INVALIDO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE WS-AJU-ENTRADA-N TO H-NUM-AJUSTE.
           EXIT.
      *
       3850-DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN H-SIT-PENDENTE  MOVE 'PENDENTE'   TO WS-SIT-DESCR
               WHEN H-SIT-APROVADO  MOVE 'APROVADO'   TO WS-SIT-DESCR
               WHEN H-SIT-REJEITADO MOVE 'REJEITADO'  TO WS-SIT-DESCR
               WHEN H-SIT-RETIRADO  MOVE 'RETIRADO'   TO WS-SIT-DESCR
               WHEN H-SIT-GERADO    MOVE 'NO LOTE'    TO WS-SIT-DESCR
               WHEN OTHER           MOVE H-SITUACAO   TO WS-SIT-DESCR
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
           MOVE 'TRNJ'   TO AUD-TRANCODE.
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
               MAP('MYMAPJ')
               MAPSET('MYSETJ')
               FROM(WS-MYMAPJ-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNJ')
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
