       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSES.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - ESTOQUE DE CORES-BASE DO LABORATORIO
      *
      * TRANSACAO: 'TRNH'
      * ARQUIVO:   'ESTQFILE' (VSAM KSDS POR COR-BASE, COPYBOOK
      *            MYESTQC) E 'COLRFILE' (SO LEITURA, PARA CONFERIR
      *            QUE A COR E DO CATALOGO)
      * MAPA:      'MYMAPH' / MAPSET 'MYSETH'
      *
      * O MYPRODRN DIZ QUANTO DE CADA COR-BASE AS ORDENS DO DIA
      * CONSOMEM E AGORA CONFERE ESSE CONSUMO CONTRA O SALDO DO
      * ESTQFILE. ESTA TELA MANTEM O SALDO (NO ESTILO DA TRND):
      *
      * 1. EIBCALEN = 0: Envia a tela limpa.
      * 2. ENTER: Consulta o item da cor digitada (saldo, ponto de
      *    pedido, prazo e o movimento do dia).
      * 3. PF5: Cadastra/altera os parametros do item (unidade, ponto
      *    de pedido, prazo do fornecedor). Item novo nasce com saldo
      *    zero e so para cor cadastrada (tipo 'C') no COLRFILE.
      * 4. PF7: Entrada de material - soma QTDE ao saldo e as
      *    entradas do dia e abre no LOTEFILE (COPYBOOK MYLOTEC) o
      *    lote com o numero do lote do fornecedor (LOTE, obrigatorio)
      *    - o MYPRODRN consome os lotes na ordem de chegada e grava a
      *    genealogia para o recall.
      * 5. PF8: Contagem fisica - QTDE passa a ser o saldo; a
      *    diferenca contra o saldo do sistema vai para o ajuste do
      *    dia e a data da contagem fica registrada. Falta baixa os
      *    lotes mais antigos; sobra abre um lote de ajuste.
      * 6. PF3: Sai.
      *
      * O PRIMEIRO MOVIMENTO DO DIA VIRA O DIA DO ITEM (REGRA DO
      * MYESTQC), O MESMO QUE O MYPRODRN FAZ NA BAIXA. MANUTENCAO E
      * PRIVILEGIO 'F' EM TB_OPERADORES (MESMO MECANISMO DA TRND);
      * QUALQUER OUTRO OPERADOR SO CONSULTA. TODA ACAO VAI PARA A
      * TRILHA AUDT.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-VARS.
           05 WS-RESP              PIC S9(08) COMP.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
           05 WS-QTDE-MOVTO        PIC 9(07)V99.
           05 WS-DIFERENCA         PIC S9(07)V99.
           05 WS-RESTANTE          PIC 9(07)V99.
           05 WS-TIRADO            PIC 9(07)V99.
           05 WS-LOTE-SOMA         PIC 9(07)V99.
           05 WS-FIM-BROWSE-FLAG   PIC X(01).
              88 WS-FIM-BROWSE     VALUE 'S'.
      *
      *--- LOTES COM SALDO A BAIXAR NA CONTAGEM (CHAVES COLHIDAS NO
      *--- BROWSE, ATUALIZADAS DEPOIS DO ENDBR)
       01 WS-LOTES-BAIXA.
           05 WS-QTD-LOTES-BAIXA   PIC 9(02) COMP VALUE 0.
           05 WS-LOTE-BAIXA-CHAVE  PIC X(29) OCCURS 50 TIMES
                                   INDEXED BY WS-LB-IDX.
      *
      *--- REGISTRO DO ESTOQUE E DO LOTE DE FORNECEDOR
       COPY MYESTQC.
       COPY MYLOTEC.
      *
      *--- REGISTRO DO CATALOGO (MESMO LAYOUT DO COLR-RECORD DO
      *--- CORMIX/MYCLRLD) - SO PARA CONFERIR A COR NO CADASTRO
       01 WS-COLR-RECORD.
           05 WS-COLR-KEY.
               10 WS-COLR-TIPO     PIC X(01).
               10 WS-COLR-CAMPO-1  PIC X(15).
               10 WS-COLR-CAMPO-2  PIC X(15).
           05 WS-COLR-HEX          PIC X(07).
           05 WS-COLR-R            PIC 9(03).
           05 WS-COLR-G            PIC 9(03).
           05 WS-COLR-B            PIC 9(03).
           05 WS-COLR-RESULTADO    PIC X(15).
           05 WS-COLR-CUSTO        PIC 9(05)V99.
           05 FILLER               PIC X(01).
      *
      *--- PERFIL DO OPERADOR NA TABELA CENTRAL TB_OPERADORES, MESMO
      *--- DESENHO DA TRND
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
      *--- SQLCA E CONTROLE DE SQLCODE (SO PARA O PERFIL)
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA CORI/CORL, UNIDI/UNIDL, PONTOI/PONTOL, PRAZOI/
      *--- PRAZOL, QTDEI/QTDEL (QUANTIDADE DA ENTRADA OU DA
      *--- CONTAGEM) E LOTEI/LOTEL (LOTE DO FORNECEDOR NA ENTRADA) E
      *--- OS DE SAIDA UNIDO/PONTOO/PRAZOO, ATUALO,
      *--- ABERTO/ENTRO/CONSO/AJUSO (MOVIMENTO DO DIA), CONTO (DATA
      *--- DA ULTIMA CONTAGEM) E MSGO.
       COPY MYMAPHC.
      *
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
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
       01 DFHCOMMAREA             PIC X(01).
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
           INITIALIZE WS-MYMAPH-AREA.
           MOVE 'ENTER=CONSULTA PF5=ITEM PF7=ENTRADA PF8=CONTAGEM'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPH')
               MAPSET('MYSETH')
               INTO(WS-MYMAPH-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' COR=' CORI
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-INQUIRY
               WHEN DFHPF5
                   PERFORM 3200-PROCESS-SAVE
               WHEN DFHPF7
                   PERFORM 3300-PROCESS-RECEIPT
               WHEN DFHPF8
                   PERFORM 3400-PROCESS-COUNT
               WHEN DFHPF3
                   PERFORM 3500-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER, PF3, PF5, PF7, PF8.'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *
       3050-BUILD-KEY.
           IF CORL = 0
              MOVE 'DIGITE O NOME DA COR-BASE.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE CORI TO ESTQ-COR.
           EXIT.
      *
      *--- MANUTENCAO E SO PARA O PRIVILEGIO 'F'
       3060-CHECK-MAINT-AUTH.
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA MOVIMENTAR O ESTOQUE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- QUANTIDADE DA ENTRADA/CONTAGEM (QTDE) OBRIGATORIA
       3070-GET-QTDE.
           IF QTDEL = 0 OR QTDEI NOT NUMERIC
              MOVE 'DIGITE A QUANTIDADE (QTDE) NUMERICA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE QTDEI TO WS-QTDE-MOVTO.
           EXIT.
      *
      *--- LE O ITEM PARA ATUALIZACAO; ITEM NAO CADASTRADO VOLTA
      *--- PARA A TELA (O CADASTRO E PELO PF5)
       3080-READ-FOR-UPDATE.
           EXEC CICS READ
               FILE('ESTQFILE')
               INTO(ESTQ-RECORD)
               RIDFLD(ESTQ-COR)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'COR SEM ESTOQUE CADASTRADO. PF5 CADASTRA O ITEM.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA LEITURA DO ESTOQUE. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *--- PRIMEIRO MOVIMENTO DO DIA: VIRA O DIA DO ITEM (MYESTQC)
           PERFORM 3870-GET-TODAY.
           IF ESTQ-DATA-MOVTO NOT = WS-HOJE
              MOVE WS-HOJE         TO ESTQ-DATA-MOVTO
              MOVE ESTQ-QTDE-ATUAL TO ESTQ-SALDO-ABERTURA
              MOVE ZERO            TO ESTQ-ENTRADAS-DIA
              MOVE ZERO            TO ESTQ-CONSUMO-DIA
              MOVE ZERO            TO ESTQ-AJUSTE-DIA
           END-IF.
           EXIT.
      *
       3090-REWRITE-ITEM.
           MOVE EIBOPID TO ESTQ-ULT-OPERADOR.
           EXEC CICS REWRITE
               FILE('ESTQFILE')
               FROM(ESTQ-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA GRAVACAO DO ESTOQUE. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
       3100-PROCESS-INQUIRY.
           PERFORM 3050-BUILD-KEY.
           EXEC CICS READ
               FILE('ESTQFILE')
               INTO(ESTQ-RECORD)
               RIDFLD(ESTQ-COR)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 3800-MOVER-ITEM-TELA
              IF ESTQ-QTDE-ATUAL < ESTQ-PONTO-PEDIDO
                 MOVE 'ITEM ABAIXO DO PONTO DE PEDIDO.'
                     TO WS-MSG-SAIDA
              ELSE
                 MOVE 'ITEM ENCONTRADO. PF5 ALTERA OS PARAMETROS.'
                     TO WS-MSG-SAIDA
              END-IF
           ELSE
              INITIALIZE ESTQ-RECORD
              MOVE CORI TO ESTQ-COR
              PERFORM 3800-MOVER-ITEM-TELA
              MOVE 'COR SEM ESTOQUE CADASTRADO. PF5 CADASTRA O ITEM.'
                  TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- PF5: PARAMETROS DO ITEM. ITEM NOVO SO PARA COR DO CATALOGO
      *--- E NASCE COM SALDO ZERO - O SALDO SO MUDA POR PF7/PF8.
       3200-PROCESS-SAVE.
           PERFORM 3060-CHECK-MAINT-AUTH.
           PERFORM 3050-BUILD-KEY.
           IF UNIDL = 0
              OR PONTOL = 0 OR PONTOI NOT NUMERIC
              OR PRAZOL = 0 OR PRAZOI NOT NUMERIC
              MOVE 'ITEM EXIGE UNIDADE, PONTO DE PEDIDO E PRAZO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           EXEC CICS READ
               FILE('ESTQFILE')
               INTO(ESTQ-RECORD)
               RIDFLD(ESTQ-COR)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE UNIDI  TO ESTQ-UNIDADE
                   MOVE PONTOI TO ESTQ-PONTO-PEDIDO
                   MOVE PRAZOI TO ESTQ-PRAZO-FORN
                   PERFORM 3090-REWRITE-ITEM
                   MOVE 'PARAMETROS DO ITEM ALTERADOS.' TO WS-MSG-SAIDA
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM 3250-CHECK-CATALOGO
                   PERFORM 3870-GET-TODAY
                   INITIALIZE ESTQ-RECORD
                   MOVE CORI    TO ESTQ-COR
                   MOVE UNIDI   TO ESTQ-UNIDADE
                   MOVE PONTOI  TO ESTQ-PONTO-PEDIDO
                   MOVE PRAZOI  TO ESTQ-PRAZO-FORN
                   MOVE WS-HOJE TO ESTQ-DATA-MOVTO
                   MOVE EIBOPID TO ESTQ-ULT-OPERADOR
                   EXEC CICS WRITE
                       FILE('ESTQFILE')
                       FROM(ESTQ-RECORD)
                       RIDFLD(ESTQ-COR)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                      MOVE 'ITEM CADASTRADO, SALDO ZERO.'
                          TO WS-MSG-SAIDA
                   ELSE
                      MOVE 'ERRO NA GRAVACAO. CONTATE O SUPORTE.'
                          TO WS-MSG-SAIDA
                   END-IF
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO ESTOQUE. CONTATE O SUPORTE.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 3800-MOVER-ITEM-TELA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- A COR PRECISA ESTAR NO CATALOGO COMO COR (TIPO 'C')
       3250-CHECK-CATALOGO.
           MOVE 'C'    TO WS-COLR-TIPO.
           MOVE CORI   TO WS-COLR-CAMPO-1.
           MOVE SPACES TO WS-COLR-CAMPO-2.
           EXEC CICS READ
               FILE('COLRFILE')
               INTO(WS-COLR-RECORD)
               RIDFLD(WS-COLR-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'COR NAO CADASTRADA NO CATALOGO (TRND).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- PF7: ENTRADA DE MATERIAL
       3300-PROCESS-RECEIPT.
           PERFORM 3060-CHECK-MAINT-AUTH.
           PERFORM 3050-BUILD-KEY.
           PERFORM 3070-GET-QTDE.
           IF WS-QTDE-MOVTO = ZERO
              MOVE 'ENTRADA EXIGE QUANTIDADE MAIOR QUE ZERO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF LOTEL = 0
              MOVE 'ENTRADA EXIGE O LOTE DO FORNECEDOR (LOTE).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3080-READ-FOR-UPDATE.
           MOVE LOTEI TO LOTE-FORNECEDOR.
           MOVE WS-QTDE-MOVTO TO LOTE-QTDE-RECEBIDA.
           PERFORM 3350-ABRIR-LOTE.
           ADD WS-QTDE-MOVTO TO ESTQ-QTDE-ATUAL.
           ADD WS-QTDE-MOVTO TO ESTQ-ENTRADAS-DIA.
           PERFORM 3090-REWRITE-ITEM.
           PERFORM 3800-MOVER-ITEM-TELA.
           MOVE 'ENTRADA REGISTRADA NO ESTOQUE.' TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ABRE O LOTE DA ENTRADA (LOTE-FORNECEDOR E QUANTIDADE JA
      *--- PREENCHIDOS) COM A CHAVE COR + DATA/HORA. SE A GRAVACAO
      *--- FALHA, LIBERA O ITEM SEM MEXER NO SALDO.
       3350-ABRIR-LOTE.
           MOVE ESTQ-COR           TO LOTE-COR.
           MOVE WS-HOJE            TO LOTE-DATA-ENTRADA.
           MOVE EIBTIME            TO LOTE-HORA-ENTRADA.
           MOVE LOTE-QTDE-RECEBIDA TO LOTE-QTDE-SALDO.
           MOVE EIBOPID            TO LOTE-OPERADOR.
           EXEC CICS WRITE
               FILE('LOTEFILE')
               FROM(LOTE-RECORD)
               RIDFLD(LOTE-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE('ESTQFILE') END-EXEC
              IF WS-RESP = DFHRESP(DUPREC)
                 MOVE 'OUTRO LOTE DESTA COR NESTE SEGUNDO. REPITA.'
                     TO WS-MSG-SAIDA
              ELSE
                 MOVE 'ERRO NA GRAVACAO DO LOTE. CONTATE O SUPORTE.'
                     TO WS-MSG-SAIDA
              END-IF
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- PF8: CONTAGEM FISICA. O CONTADO PASSA A SER O SALDO; A
      *--- DIFERENCA ACUMULA NO AJUSTE DO DIA E NOS LOTES.
       3400-PROCESS-COUNT.
           PERFORM 3060-CHECK-MAINT-AUTH.
           PERFORM 3050-BUILD-KEY.
           PERFORM 3070-GET-QTDE.
           PERFORM 3080-READ-FOR-UPDATE.
           COMPUTE WS-DIFERENCA = WS-QTDE-MOVTO - ESTQ-QTDE-ATUAL.
           IF WS-DIFERENCA > ZERO
              MOVE '*AJUSTE CONTAGEM*' TO LOTE-FORNECEDOR
              MOVE WS-DIFERENCA TO LOTE-QTDE-RECEBIDA
              PERFORM 3350-ABRIR-LOTE
           END-IF.
           IF WS-DIFERENCA < ZERO
              COMPUTE WS-RESTANTE = ZERO - WS-DIFERENCA
              PERFORM 3450-BAIXAR-LOTES
           END-IF.
           ADD WS-DIFERENCA TO ESTQ-AJUSTE-DIA.
           MOVE WS-QTDE-MOVTO TO ESTQ-QTDE-ATUAL.
           MOVE WS-HOJE TO ESTQ-DATA-CONTAGEM.
           PERFORM 3090-REWRITE-ITEM.
           PERFORM 3800-MOVER-ITEM-TELA.
           MOVE 'CONTAGEM FISICA REGISTRADA. DIFERENCA NO AJUSTE.'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- FALTA NA CONTAGEM: BAIXA WS-RESTANTE DOS LOTES MAIS
      *--- ANTIGOS COM SALDO. O BROWSE SO COLHE AS CHAVES; A BAIXA E
      *--- FEITA DEPOIS DO ENDBR, LOTE A LOTE (READ UPDATE/REWRITE).
      *--- O QUE OS LOTES NAO COBREM E SALDO ANTERIOR AO CONTROLE DE
      *--- LOTES E SO SAI DO ESTOQUE.
       3450-BAIXAR-LOTES.
           MOVE ZERO TO WS-QTD-LOTES-BAIXA.
           MOVE ZERO TO WS-LOTE-SOMA.
           MOVE 'N'  TO WS-FIM-BROWSE-FLAG.
           MOVE ESTQ-COR TO LOTE-COR.
           MOVE ZERO TO LOTE-DATA-ENTRADA.
           MOVE ZERO TO LOTE-HORA-ENTRADA.
           EXEC CICS STARTBR
               FILE('LOTEFILE')
               RIDFLD(LOTE-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET WS-FIM-BROWSE TO TRUE
           ELSE
              PERFORM 3460-COLHER-LOTE
                  UNTIL WS-FIM-BROWSE
              EXEC CICS ENDBR FILE('LOTEFILE') END-EXEC
           END-IF.
      *
           SET WS-LB-IDX TO 1.
           PERFORM 3470-BAIXAR-UM-LOTE
               UNTIL WS-LB-IDX > WS-QTD-LOTES-BAIXA
                  OR WS-RESTANTE = ZERO.
           EXIT.
      *
       3460-COLHER-LOTE.
           EXEC CICS READNEXT
               FILE('LOTEFILE')
               INTO(LOTE-RECORD)
               RIDFLD(LOTE-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR LOTE-COR NOT = ESTQ-COR
              SET WS-FIM-BROWSE TO TRUE
           ELSE
              IF LOTE-QTDE-SALDO > ZERO
                 ADD 1 TO WS-QTD-LOTES-BAIXA
                 MOVE LOTE-CHAVE
                     TO WS-LOTE-BAIXA-CHAVE(WS-QTD-LOTES-BAIXA)
                 ADD LOTE-QTDE-SALDO TO WS-LOTE-SOMA
                 IF WS-LOTE-SOMA NOT < WS-RESTANTE
                    OR WS-QTD-LOTES-BAIXA = 50
                    SET WS-FIM-BROWSE TO TRUE
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       3470-BAIXAR-UM-LOTE.
           MOVE WS-LOTE-BAIXA-CHAVE(WS-LB-IDX) TO LOTE-CHAVE.
           EXEC CICS READ
               FILE('LOTEFILE')
               INTO(LOTE-RECORD)
               RIDFLD(LOTE-CHAVE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF LOTE-QTDE-SALDO < WS-RESTANTE
                 MOVE LOTE-QTDE-SALDO TO WS-TIRADO
              ELSE
                 MOVE WS-RESTANTE TO WS-TIRADO
              END-IF
              SUBTRACT WS-TIRADO FROM LOTE-QTDE-SALDO
              SUBTRACT WS-TIRADO FROM WS-RESTANTE
              EXEC CICS REWRITE
                  FILE('LOTEFILE')
                  FROM(LOTE-RECORD)
                  RESP(WS-RESP)
              END-EXEC
           END-IF.
           SET WS-LB-IDX UP BY 1.
           EXIT.
      *
       3500-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Manutencao do estoque de cores encerrada.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- ITEM NA TELA. O MOVIMENTO MOSTRADO E O DO DIA DO ITEM;
      *--- SEM MOVIMENTO HOJE, ABERTURA = SALDO E O RESTO ZERADO.
       3800-MOVER-ITEM-TELA.
           PERFORM 3870-GET-TODAY.
           MOVE ESTQ-UNIDADE       TO UNIDO.
           MOVE ESTQ-PONTO-PEDIDO  TO PONTOO.
           MOVE ESTQ-PRAZO-FORN    TO PRAZOO.
           MOVE ESTQ-QTDE-ATUAL    TO ATUALO.
           IF ESTQ-DATA-MOVTO = WS-HOJE
              MOVE ESTQ-SALDO-ABERTURA TO ABERTO
              MOVE ESTQ-ENTRADAS-DIA   TO ENTRO
              MOVE ESTQ-CONSUMO-DIA    TO CONSO
              MOVE ESTQ-AJUSTE-DIA     TO AJUSO
           ELSE
              MOVE ESTQ-QTDE-ATUAL     TO ABERTO
              MOVE ZERO                TO ENTRO
              MOVE ZERO                TO CONSO
              MOVE ZERO                TO AJUSO
           END-IF.
           MOVE ESTQ-DATA-CONTAGEM TO CONTO.
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
      *--- GRAVA A TRILHA DE ATIVIDADE NA TDQ 'AUDT' (AUD-DATAI JA
      *--- PREENCHIDO PELO CHAMADOR COM A ACAO E A CHAVE ACIONADA)
       3990-WRITE-AUDIT-RECORD.
           MOVE EIBTRMID TO AUD-TERMID.
           MOVE EIBTASKN TO AUD-TASKN.
           MOVE EIBDATE  TO AUD-DATE.
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNH'   TO AUD-TRANCODE.
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
               MAP('MYMAPH')
               MAPSET('MYSETH')
               FROM(WS-MYMAPH-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNH')
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
