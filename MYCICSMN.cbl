       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSMN.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - MENU PRINCIPAL COM CONTEXTO DE CLIENTE
      *
      * TRANSACAO: 'TRNM'
      * MAPA:      'MYMAPM' / MAPSET 'MYSETM'
      *
      * COM MAIS DE VINTE TRANSACOES NO AR, O OPERADOR TRABALHAVA COM
      * UMA COLA DE CODIGOS EM PAPEL E REDIGITAVA O ID DO CLIENTE A
      * CADA TROCA DE TELA (TRN9 -> TRN8 -> TRNB ...). ESTE MENU:
      *
      * 1. EIBCALEN = 0: Lista SO as transacoes permitidas ao nivel
      *    do operador em TB_OPERADORES (MESMAS RESTRICOES DAS
      *    PROPRIAS TELAS: TRN7/TRNC/TRNE SO 'S', TRNG/TRNQ/TRNU/TRNX
      *    SO 'F').
      * 2. ENTER: o operador digita o codigo em OPCAOI e, se quiser,
      *    o cliente (CLIENTEI) e/ou o mestre (MESTREI) correntes. O
      *    MENU FAZ XCTL PARA O PROGRAMA DA TRANSACAO:
      *    - TELAS DE CLIENTE (MYCICSQL, MYCICS36, MYCICSJB, MYCICSMS
      *      E MYCICSBQ) RECEBEM A AREA DE CONTEXTO (COPYBOOK MYCTXC,
      *      MARCA 'MN>CTX') NA COMMAREA, JA ABREM NO CLIENTE/MESTRE
      *      CORRENTE E DEVOLVEM O CONTROLE AO MENU NO PF3;
      *    - AS DEMAIS RECEBEM O XCTL SEM COMMAREA (EIBCALEN = 0) E
      *      COMECAM COMO SE O CODIGO TIVESSE SIDO DIGITADO.
      * 3. RETORNO DE UMA TELA DE CLIENTE (MARCA 'CTX>MN'): o menu
      *    volta a ser exibido com o cliente/mestre que a tela deixou
      *    como corrente.
      * 4. PF7/PF8: pagina a lista quando as transacoes permitidas
      *    ao nivel passam das 24 posicoes da tela.
      * 5. PF3: encerra a sessao.
      *
      * A ESCOLHA DE UMA TRANSACAO NAO PERMITIDA E RECUSADA AQUI E
      * VAI PARA A TRILHA 'AUDT'; CADA TELA CONTINUA FAZENDO A PROPRIA
      * CONFERENCIA DE NIVEL, JANELA E TERMINAL.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-VARS.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-XCTL-PGM          PIC X(08).
           05 WS-OPCAO             PIC X(04).
           05 WS-LIN               PIC 9(02) COMP.
           05 WS-COL               PIC 9(01) COMP.
           05 WS-NIVEL-CONT        PIC 9(02) COMP.
           05 WS-PERMITIDAS        PIC 9(02) COMP.
           05 WS-PULAR             PIC 9(02) COMP.
           05 WS-OPCAO-SW          PIC X(01) VALUE 'N'.
              88 WS-OPCAO-ACHADA   VALUE 'S'.
              88 WS-OPCAO-NAO-ACHADA VALUE 'N'.
      *
      *--- PERFIL DO OPERADOR (TB_OPERADORES), MESMO DESENHO DO
      *--- MYCICSBQ
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
      *
      *--- SQLCA E CONTROLE DE SQLCODE
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- TABELA DAS TRANSACOES DO MENU: CODIGO, PROGRAMA, NIVEIS
      *--- DE TB_OPERADORES QUE PODEM USA-LA, 'S' PARA AS TELAS QUE
      *--- RECEBEM O CONTEXTO (MYCTXC) E A DESCRICAO DA LISTA.
      *--- TRANSACAO NOVA ENTRA AQUI COM AS RESTRICOES DA PROPRIA TELA.
       01 WS-MENU-TABLE.
           05 FILLER PIC X(18) VALUE 'TRN1MYCICS  FMNSAN'.
           05 FILLER PIC X(33) VALUE 'ENTRADA DE DADOS DO TERMINAL'.
           05 FILLER PIC X(18) VALUE 'TRN2MYCICSBRFMNSAN'.
           05 FILLER PIC X(33) VALUE 'BROWSE DE CLIENTES (VSAM)'.
           05 FILLER PIC X(18) VALUE 'TRN3MYCICSQLFMNSAS'.
           05 FILLER PIC X(33) VALUE 'CONSULTA/MANUTENCAO DE CLIENTE'.
           05 FILLER PIC X(18) VALUE 'TRN4MYCICSBQFMNSAS'.
           05 FILLER PIC X(33) VALUE 'BROWSE DE CLIENTES (DB2)'.
           05 FILLER PIC X(18) VALUE 'TRN5MYCICSEBFMNSAN'.
           05 FILLER PIC X(33) VALUE 'BROWSE/MANUTENCAO DO ENTRYFILE'.
           05 FILLER PIC X(18) VALUE 'TRN6MYCICSMMFMNSAN'.
           05 FILLER PIC X(33) VALUE 'REPOSITORIO DE MENSAGENS'.
           05 FILLER PIC X(18) VALUE 'TRN7MYCICSOPS    N'.
           05 FILLER PIC X(33) VALUE 'PERFIS DE OPERADOR'.
           05 FILLER PIC X(18) VALUE 'TRN8MYCICSJBFMNSAS'.
           05 FILLER PIC X(33) VALUE 'DIARIO DE ALTERACOES DO CLIENTE'.
           05 FILLER PIC X(18) VALUE 'TRN9MYCICS36FMNSAS'.
           05 FILLER PIC X(33) VALUE 'VISAO 360 DO CLIENTE'.
           05 FILLER PIC X(18) VALUE 'TRNAMYCICSCMFMNSAN'.
           05 FILLER PIC X(33) VALUE 'CONSULTA DE MISTURA DE CORES'.
           05 FILLER PIC X(18) VALUE 'TRNBMYCICSMSFMNSAS'.
           05 FILLER PIC X(33) VALUE 'CADASTRO MESTRE'.
           05 FILLER PIC X(18) VALUE 'TRNCMYCICSCLS    N'.
           05 FILLER PIC X(33) VALUE 'CALENDARIO DE PROCESSAMENTO'.
           05 FILLER PIC X(18) VALUE 'TRNDMYCICSCTFMNSAN'.
           05 FILLER PIC X(33) VALUE 'CATALOGO DE CORES'.
           05 FILLER PIC X(18) VALUE 'TRNEMYCICSAGS    N'.
           05 FILLER PIC X(33) VALUE 'CADASTRO DE AGENCIAS'.
           05 FILLER PIC X(18) VALUE 'TRNFMYCICSFRFMNSAN'.
           05 FILLER PIC X(33) VALUE 'FILA DE RETIDOS DA TRIAGEM'.
           05 FILLER PIC X(18) VALUE 'TRNGMYCICSGRF    N'.
           05 FILLER PIC X(33) VALUE 'GRUPOS ECONOMICOS'.
           05 FILLER PIC X(18) VALUE 'TRNHMYCICSESFMNSAN'.
           05 FILLER PIC X(33) VALUE 'ESTOQUE DE CORES-BASE'.
           05 FILLER PIC X(18) VALUE 'TRNIMYCICSCRFMNSAN'.
           05 FILLER PIC X(33) VALUE 'ACERTO DE COR MEDIDA'.
           05 FILLER PIC X(18) VALUE 'TRNJMYCICSAJFMNSAN'.
           05 FILLER PIC X(33) VALUE 'AJUSTES MANUAIS DE SALDO'.
           05 FILLER PIC X(18) VALUE 'TRNKMYCICSCAFMNSAN'.
           05 FILLER PIC X(33) VALUE 'CASOS DE CONTESTACAO'.
           05 FILLER PIC X(18) VALUE 'TRNLMYCICSCSFMNSAN'.
           05 FILLER PIC X(33) VALUE 'CONSENTIMENTOS DO CLIENTE (LGPD)'.
           05 FILLER PIC X(18) VALUE 'TRNNMYCICSNTFMNSAN'.
           05 FILLER PIC X(33) VALUE 'ANOTACOES DE ATENDIMENTO'.
           05 FILLER PIC X(18) VALUE 'TRNOMYCICSSOFMNSAN'.
           05 FILLER PIC X(33) VALUE 'ORDENS PERMANENTES'.
           05 FILLER PIC X(18) VALUE 'TRNPMYCICSAPFMNSAN'.
           05 FILLER PIC X(33) VALUE 'APROVACAO DE ALTERACOES'.
           05 FILLER PIC X(18) VALUE 'TRNQMYCICSBJF    N'.
           05 FILLER PIC X(33) VALUE 'BLOQUEIOS JUDICIAIS'.
           05 FILLER PIC X(18) VALUE 'TRNRMYCICSRVFMNSAN'.
           05 FILLER PIC X(33) VALUE 'RELATORIOS DA NOITE'.
           05 FILLER PIC X(18) VALUE 'TRNSMYCICSSTFMNSAN'.
           05 FILLER PIC X(33) VALUE 'ESTATISTICAS DE RODADA'.
           05 FILLER PIC X(18) VALUE 'TRNUMYCICSBXF    N'.
           05 FILLER PIC X(33) VALUE 'BAIXAS DE POSICOES DEVEDORAS'.
           05 FILLER PIC X(18) VALUE 'TRNWMYCICSWLFMNSAN'.
           05 FILLER PIC X(33) VALUE 'FILA DE EXCECOES DA OPERACAO'.
           05 FILLER PIC X(18) VALUE 'TRNXMYCICSTXF    N'.
           05 FILLER PIC X(33) VALUE 'TAXAS DE CONVERSAO'.
           05 FILLER PIC X(18) VALUE 'TRNYMYCICSKYFMNSAN'.
           05 FILLER PIC X(33) VALUE 'REVISAO PERIODICA (KYC)'.
       01 WS-MENU-TABLE-R REDEFINES WS-MENU-TABLE.
           05 WS-MN-ENTRY OCCURS 31 TIMES INDEXED BY WS-MN-IDX.
              10 WS-MN-TRN          PIC X(04).
              10 WS-MN-PGM          PIC X(08).
              10 WS-MN-NIVEIS       PIC X(05).
              10 WS-MN-CONTEXTO     PIC X(01).
                 88 WS-MN-COM-CONTEXTO VALUE 'S'.
              10 WS-MN-DESC         PIC X(33).
       01 WS-MN-QTD                 PIC 9(02) COMP VALUE 31.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA OPCAOI/OPCAOL (CODIGO DA TRANSACAO), CLIENTEI/
      *--- CLIENTEL E MESTREI/MESTREL (CONTEXTO, TAMBEM DEVOLVIDOS EM
      *--- CLIENTEO/MESTREO), AS 12 LINHAS DA LISTA LINHAO (OCCURS 12,
      *--- DUAS OPCOES DE 38 POSICOES POR LINHA) E MSGO.
       COPY MYMAPMC.
      *
      *--- LINHA DA LISTA: DUAS TRANSACOES LADO A LADO (24 POR PAGINA)
       01 WS-LINHA-MENU.
           05 WS-LM-ITEM OCCURS 2 TIMES.
              10 WS-LM-TRN          PIC X(04).
              10 FILLER             PIC X(01).
              10 WS-LM-DESC         PIC X(33).
           05 FILLER                PIC X(02).
      *
      *--- AREA DE COMUNICACAO: O CONTEXTO CORRENTE E A PAGINA DA
      *--- LISTA EM EXIBICAO (ZERO = PRIMEIRA)
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
       COPY MYCTXC.
           05 CA-PAGINA            PIC 9(02).
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
      *--- TAMANHO MAXIMO RECEBIDO: A COMMAREA DO MENU (41) OU O
      *--- CONTEXTO DEVOLVIDO POR UMA TELA DE CLIENTE ('CTX>MN', 38)
       01 DFHCOMMAREA             PIC X(41).
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
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-FIRST-TIME
      *--- PF3 DE UMA TELA DE CLIENTE ABERTA POR ESTE MENU
               WHEN EIBCALEN = LENGTH OF CA-CONTEXTO
                AND DFHCOMMAREA(1:6) = 'CTX>MN'
                   PERFORM 1500-PROCESS-RETURN
               WHEN OTHER
                   PERFORM 2000-SUBSEQUENT-TIME
           END-EVALUATE.
       GOBACK.
      *
       1060-GET-AUTH-LEVEL.
      * Perfil do operador na tabela central TB_OPERADORES (mesmo
      * desenho do MYCICSBQ). Nao cadastrado = nivel padrao 'M'.
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
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA.
           PERFORM 4050-CONTAR-PERMITIDAS.
           IF WS-PERMITIDAS > 24
              MOVE 'DIGITE O CODIGO E TECLE ENTER. PF8=MAIS OPCOES.'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE 'DIGITE O CODIGO DA TRANSACAO E TECLE ENTER.'
                  TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       1500-PROCESS-RETURN.
      * Volta de uma tela de cliente: o contexto traz o cliente/mestre
      * que ela deixou como corrente, pronto para a proxima opcao.
           INITIALIZE WS-COMMAREA.
           MOVE DFHCOMMAREA(1:38) TO CA-CONTEXTO.
           MOVE SPACES TO AUD-DATAI.
           STRING 'RETORNO DE ' EIBTRNID ' CLI=' CTX-ID-CLIENTE
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-MSG-SAIDA.
           STRING 'RETORNO DE ' EIBTRNID
                  '. CLIENTE/MESTRE CORRENTES MANTIDOS.'
               DELIMITED BY SIZE INTO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       2000-SUBSEQUENT-TIME.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO WS-MSG-SAIDA.
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CLI=' CTX-ID-CLIENTE
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-PROCESS-OPCAO
               WHEN DFHPF7
                   PERFORM 2300-PAGINA-ANTERIOR
               WHEN DFHPF8
                   PERFORM 2400-PAGINA-SEGUINTE
               WHEN DFHPF3
                   PERFORM 3000-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER, PF3, PF7 OU PF8.'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *
       2100-PROCESS-OPCAO.
      * ENTER: atualiza o contexto com o que foi digitado e transfere
      * para a transacao escolhida, se o nivel do operador permitir.
           EXEC CICS RECEIVE
               MAP('MYMAPM')
               MAPSET('MYSETM')
               INTO(WS-MYMAPM-AREA)
           END-EXEC.
      *
           IF CLIENTEL > 0
              MOVE CLIENTEI TO CTX-ID-CLIENTE
           END-IF.
           IF MESTREL > 0
              MOVE MESTREI TO CTX-ID-MESTRE
           END-IF.
      *
           IF OPCAOL = 0
              MOVE 'DIGITE O CODIGO DA TRANSACAO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE OPCAOI TO WS-OPCAO.
           INSPECT WS-OPCAO CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           SET WS-OPCAO-NAO-ACHADA TO TRUE.
           SET WS-MN-IDX TO 1.
           SEARCH WS-MN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MN-TRN(WS-MN-IDX) = WS-OPCAO
                   PERFORM 4100-CHECK-NIVEL
                   IF WS-NIVEL-CONT > 0
                      SET WS-OPCAO-ACHADA TO TRUE
                   END-IF
           END-SEARCH.
      *
           IF WS-OPCAO-NAO-ACHADA
              MOVE SPACES TO AUD-DATAI
              STRING 'OPCAO RECUSADA ' WS-OPCAO
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
              MOVE 'TRANSACAO INEXISTENTE OU NAO PERMITIDA AO NIVEL.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 2200-TRANSFER-CONTROL.
           EXIT.
      *
       2200-TRANSFER-CONTROL.
      * Telas de cliente recebem o contexto ('MN>CTX') e voltam ao
      * menu no PF3; as demais comecam do zero (sem commarea), como
      * se o codigo tivesse sido digitado no terminal.
           MOVE WS-MN-PGM(WS-MN-IDX) TO WS-XCTL-PGM.
           MOVE SPACES TO AUD-DATAI.
           STRING 'XCTL ' WS-OPCAO ' ' WS-XCTL-PGM
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           IF WS-MN-COM-CONTEXTO(WS-MN-IDX)
              SET CTX-VINDO-DO-MENU TO TRUE
              MOVE 'TRNM' TO CTX-TRN-RETORNO
              MOVE 'MYCICSMN' TO CTX-PGM-RETORNO
              EXEC CICS XCTL
                  PROGRAM(WS-XCTL-PGM)
                  COMMAREA(CA-CONTEXTO)
                  LENGTH(LENGTH OF CA-CONTEXTO)
              END-EXEC
           ELSE
              EXEC CICS XCTL
                  PROGRAM(WS-XCTL-PGM)
              END-EXEC
           END-IF.
           EXIT.
      *
       2300-PAGINA-ANTERIOR.
           IF CA-PAGINA > 1
              SUBTRACT 1 FROM CA-PAGINA
              MOVE 'PAGINA ANTERIOR DA LISTA.' TO WS-MSG-SAIDA
           ELSE
              MOVE 'JA ESTA NA PRIMEIRA PAGINA.' TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       2400-PAGINA-SEGUINTE.
           IF CA-PAGINA = 0
              MOVE 1 TO CA-PAGINA
           END-IF.
           PERFORM 4050-CONTAR-PERMITIDAS.
           IF WS-PERMITIDAS > CA-PAGINA * 24
              ADD 1 TO CA-PAGINA
              MOVE 'PAGINA SEGUINTE DA LISTA. PF7=ANTERIOR.'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE 'JA ESTA NA ULTIMA PAGINA.' TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Menu principal encerrado.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *================================================================*
      * MONTAGEM DA LISTA
      *================================================================*
       4000-MONTAR-MENU.
      * Lista, duas por linha, so as transacoes permitidas ao nivel
      * do operador - as 24 da pagina corrente (CA-PAGINA).
           INITIALIZE WS-MYMAPM-AREA.
           MOVE SPACES TO WS-LINHA-MENU.
           MOVE 1 TO WS-LIN.
           MOVE 1 TO WS-COL.
           MOVE ZERO TO WS-PERMITIDAS.
           IF CA-PAGINA > 1
              COMPUTE WS-PULAR = (CA-PAGINA - 1) * 24
           ELSE
              MOVE ZERO TO WS-PULAR
           END-IF.
           PERFORM VARYING WS-MN-IDX FROM 1 BY 1
                   UNTIL WS-MN-IDX > WS-MN-QTD
              PERFORM 4100-CHECK-NIVEL
              IF WS-NIVEL-CONT > 0
                 ADD 1 TO WS-PERMITIDAS
              END-IF
              IF WS-NIVEL-CONT > 0 AND WS-PERMITIDAS > WS-PULAR
                 AND WS-LIN <= 12
                 MOVE WS-MN-TRN(WS-MN-IDX) TO WS-LM-TRN(WS-COL)
                 MOVE WS-MN-DESC(WS-MN-IDX) TO WS-LM-DESC(WS-COL)
                 IF WS-COL = 2
                    MOVE WS-LINHA-MENU TO LINHAO(WS-LIN)
                    MOVE SPACES TO WS-LINHA-MENU
                    ADD 1 TO WS-LIN
                    MOVE 1 TO WS-COL
                 ELSE
                    MOVE 2 TO WS-COL
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-COL = 2
              MOVE WS-LINHA-MENU TO LINHAO(WS-LIN)
           END-IF.
      *
           MOVE CTX-ID-CLIENTE TO CLIENTEO.
           MOVE CTX-ID-MESTRE TO MESTREO.
           EXIT.
      *
       4050-CONTAR-PERMITIDAS.
      * Quantas transacoes o nivel do operador enxerga (paginacao).
           MOVE ZERO TO WS-PERMITIDAS.
           PERFORM VARYING WS-MN-IDX FROM 1 BY 1
                   UNTIL WS-MN-IDX > WS-MN-QTD
              PERFORM 4100-CHECK-NIVEL
              IF WS-NIVEL-CONT > 0
                 ADD 1 TO WS-PERMITIDAS
              END-IF
           END-PERFORM.
           EXIT.
      *
       4100-CHECK-NIVEL.
      * WS-NIVEL-CONT > 0 quando o nivel do operador consta da lista
      * de niveis da transacao em WS-MN-IDX.
           MOVE ZERO TO WS-NIVEL-CONT.
           IF WS-CURRENT-AUTH-LEVEL NOT = SPACE
              INSPECT WS-MN-NIVEIS(WS-MN-IDX)
                  TALLYING WS-NIVEL-CONT FOR ALL WS-CURRENT-AUTH-LEVEL
           END-IF.
           EXIT.
      *
       5000-SEND-AND-RETURN.
           PERFORM 4000-MONTAR-MENU.
           MOVE WS-MSG-SAIDA TO MSGO.
      *
           EXEC CICS SEND
               MAP('MYMAPM')
               MAPSET('MYSETM')
               FROM(WS-MYMAPM-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNM')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
           EXIT.
      *
      *--- JANELA DE ACESSO E TERMINAL VINCULADO: UM PERFIL 'F' AS 3H
      *--- DE QUALQUER TERMINAL ERA O ACHADO DO RELATORIO DE FORA DE
      *--- HORARIO. HORARIOS ZERADOS/TERMINAL EM BRANCO = SEM
      *--- RESTRICAO; JANELA QUE CRUZA A MEIA-NOITE E SUPORTADA.
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
      *--- ACESSO RECUSADO: A VIOLACAO VAI PARA A TRILHA AUDT E A
      *--- SESSAO TERMINA AQUI
       1080-REFUSE-ACCESS.
           MOVE SPACES TO AUD-DATAI.
           STRING 'VIOLACAO JANELA/TERMINAL' DELIMITED BY SIZE
               INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           EXEC CICS SEND
               TEXT
               FROM('ACESSO FORA DA JANELA OU DO TERMINAL PERMITIDO.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- GRAVA A TRILHA DE ATIVIDADE NA TDQ 'AUDT' (AUD-DATAI JA
      *--- PREENCHIDO PELO CHAMADOR COM A ACAO E A CHAVE ACIONADA)
       3990-WRITE-AUDIT-RECORD.
           MOVE EIBTRMID TO AUD-TERMID.
           MOVE EIBTASKN TO AUD-TASKN.
           MOVE EIBDATE  TO AUD-DATE.
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNM'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
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
