       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSSO.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - MANUTENCAO DAS ORDENS PERMANENTES
      *
      * TRANSACAO: 'TRNO'
      * ARQUIVO:   'ORDPRGDD' (VSAM KSDS POR CLIENTE + NUMERO DA
      *            ORDEM, O MESMO LIDO PELO MYORDGEN NO STEP006)
      * MAPA:      'MYMAPO' / MAPSET 'MYSETO'
      *
      * OS MOVIMENTOS FIXOS MENSAIS DE ALGUNS CLIENTES ERAM
      * RETRANSMITIDOS A MAO PELAS AGENCIAS TODO MES (E AS VEZES
      * ESQUECIDOS). A ORDEM PERMANENTE FICA CADASTRADA AQUI E O
      * MYORDGEN GERA O DETALHE NO DIA DEVIDO. LOGICA (NO ESTILO DO
      * MYCICSMS/TRNB):
      *
      * 1. EIBCALEN = 0: Carrega a primeira pagina (LOW-VALUES).
      * 2. ENTER: Posiciona pelo cliente digitado em BUSCAI.
      * 3. PF8: Proxima pagina / PF7: Pagina anterior.
      * 4. PF5: Mostra nos campos de detalhe a ordem da linha escolhida
      *    em SELI (1-10) e entra em modo de edicao.
      * 5. PF6: Grava os campos de detalhe - REWRITE da ordem em
      *    edicao ou, fora do modo de edicao, WRITE de uma ordem nova
      *    (CLIENTE + ORDEM digitados). Linha de auditoria na TDQ
      *    'AUDT'.
      * 6. PF9: Suspende/reativa a ordem da linha escolhida em SELI
      *    (a ordem suspensa nao e gerada e sai como pulada no
      *    relatorio do MYORDGEN). Linha de auditoria na TDQ 'AUDT'.
      * 7. PF3: Sai.
      *
      * ALTERACOES (PF6/PF9) SOMENTE PARA OPERADOR COM NIVEL 'F' EM
      * TB_OPERADORES (MESMO MECANISMO DE EIBOPID DO MYCICSMS).
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
           05 WS-SUB               PIC 9(02) COMP.
           05 WS-MAX-LINHAS        PIC 9(02) COMP VALUE 10.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-SKIP-FIRST-REC    PIC X(01) VALUE 'N'.
              88 WS-SKIP-FIRST-YES VALUE 'Y'.
           05 WS-VALOR-ED          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-DETALHE-SW        PIC X(01) VALUE 'S'.
              88 WS-DETALHE-OK     VALUE 'S'.
              88 WS-DETALHE-ERRO   VALUE 'N'.
           05 WS-VALOR-ENTRADA     PIC X(13).
           05 WS-VALOR-ENTRADA-N REDEFINES WS-VALOR-ENTRADA
                                   PIC 9(11)V99.
           05 WS-DATA-TESTE        PIC 9(08).
           05 WS-AUD-ACAO          PIC X(08).
      *
      *--- ORDEM PERMANENTE (MESMO LAYOUT DO FD DO MYORDGEN)
       01 WS-ORD-RECORD.
           05 WS-ORD-KEY.
              10 WS-ORD-CLIENTE    PIC X(10).
              10 WS-ORD-NUMERO     PIC 9(03).
           05 WS-ORD-VALOR         PIC 9(11)V99.
           05 WS-ORD-DC            PIC X(01).
           05 WS-ORD-MOEDA         PIC X(03).
           05 WS-ORD-FREQUENCIA    PIC X(01).
              88 WS-ORD-MENSAL     VALUE 'M'.
              88 WS-ORD-SEMANAL    VALUE 'S'.
              88 WS-ORD-DIA-CERTO  VALUE 'E'.
           05 WS-ORD-DIA           PIC 9(02).
           05 WS-ORD-DATA-INICIO   PIC 9(08).
           05 WS-ORD-DATA-FIM      PIC 9(08).
           05 WS-ORD-SITUACAO      PIC X(01).
              88 WS-ORD-ATIVA      VALUE 'A'.
              88 WS-ORD-SUSPENSA   VALUE 'S'.
           05 WS-ORD-ULT-GERACAO   PIC 9(08).
           05 WS-ORD-DESCRICAO     PIC X(30).
           05 WS-ORD-DATA-PENDENTE PIC 9(08).
           05 FILLER               PIC X(04).
      *
      *--- LINHA DA LISTA (CLIENTE/ORDEM/VALOR/NATUREZA/FREQ/SIT)
       01 WS-LINHA-LISTA.
           05 LIS-CLIENTE          PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-NUMERO           PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-VALOR            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-DC               PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-MOEDA            PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-FREQUENCIA       PIC X(01).
           05 LIS-DIA              PIC Z9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-SITUACAO         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-DESCRICAO        PIC X(21).
      *
      *--- VALIDACAO DO DIGITO VERIFICADOR DO ID (MODULO MYCHKDIG)
       COPY MYCHKDGC.
      *
      *--- PERFIL DO OPERADOR NA TABELA CENTRAL TB_OPERADORES, MESMO
      *--- DESENHO DO MYCICSMS
       01 WS-AUTH-CONTROLE.
           05 WS-OP-ID             PIC X(03).
           05 WS-OP-NIVEL          PIC X(01).
           05 WS-OP-IDIOMA         PIC X(02).
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
           05 WS-CURRENT-AUTH-LEVEL PIC X(01) VALUE 'M'.
              88 CURRENT-AUTH-FULL   VALUE 'F'.
              88 CURRENT-AUTH-MASKED VALUE 'M'.
              88 CURRENT-AUTH-NONE   VALUE 'N'.
      *
      *--- SQLCA E CONTROLE DE SQLCODE (SO PARA O PERFIL DO OPERADOR)
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- REGISTRO DE TRILHA DE AUDITORIA (TDQ 'AUDT', MESMO LAYOUT
      *--- DO WS-AUDIT-RECORD DO MYCICS)
       01 WS-AUDIT-RECORD.
           05 AUD-TERMID           PIC X(04).
           05 AUD-TASKN            PIC 9(07).
           05 AUD-DATE             PIC 9(07).
           05 AUD-TIME             PIC 9(07).
           05 AUD-TRANCODE         PIC X(04).
           05 AUD-OPID             PIC X(03).
           05 AUD-DATAI            PIC X(30).
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA BUSCAI/BUSCAL (SALTO POR CLIENTE), SELI/SELIL (LINHA
      *--- ESCOLHIDA), OS CAMPOS DE DETALHE CLII, ORDI, VALI, DCI,
      *--- MOEI, FREQI, DIAI, INII, FIMI, DESCI (COM OS xxxL E OS
      *--- xxxO CORRESPONDENTES), A LISTA LIN-ORDO OCCURS 10 E OS DE
      *--- SAIDA SITO, ULTGO E MSGO.
       COPY MYMAPOC.
      *
      *--- AREA DE COMUNICACAO (ESTADO DA PAGINACAO E DA EDICAO)
       01 WS-COMMAREA.
           05 CA-MSG               PIC X(70).
           05 CA-FIRST-KEY-SCREEN  PIC X(13).
           05 CA-LAST-KEY-SCREEN   PIC X(13).
           05 CA-START-BROWSE-KEY  PIC X(13).
           05 CA-ROWS-FETCHED      PIC 9(02).
           05 CA-EDIT-FLAG         PIC X(01) VALUE 'N'.
              88 CA-EDIT-MODE-ON     VALUE 'Y'.
           05 CA-EDIT-KEY          PIC X(13).
           05 CA-LINE-KEYS OCCURS 10 TIMES PIC X(13).
      *
      *--- COPYBOOKS PADRAO CICS
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
       01 DFHCOMMAREA             PIC X(255).
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
                   PERFORM 2000-FIRST-TIME
               WHEN OTHER
                   PERFORM 3000-SUBSEQUENT-TIME
           END-EVALUATE.
       GOBACK.
      *
       1060-GET-AUTH-LEVEL.
      * Busca o perfil de EIBOPID na tabela central TB_OPERADORES
      * (mesmo desenho do MYCICSMS). Operador nao cadastrado cai no
      * nivel padrao 'M' (consulta sem alteracao).
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
      *--- JANELA DE ACESSO E TERMINAL VINCULADO (MESMA REGRA DO
      *--- MYCICSMS)
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
           MOVE LOW-VALUES TO CA-START-BROWSE-KEY.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
           MOVE 'INICIO DAS ORDENS PERMANENTES.' TO WS-MSG-SAIDA.
      *
           PERFORM 4000-LOAD-DATA-FORWARD.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE DFHCOMMAREA(1:255) TO WS-COMMAREA.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CHAVE=' CA-START-BROWSE-KEY
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3050-PROCESS-ENTER
               WHEN DFHPF8
                   PERFORM 3100-PROCESS-PAGE-FORWARD
               WHEN DFHPF7
                   PERFORM 3200-PROCESS-PAGE-BACK
               WHEN DFHPF5
                   PERFORM 3400-PROCESS-SHOW-ORDER
               WHEN DFHPF6
                   PERFORM 3500-PROCESS-SAVE-ORDER
               WHEN DFHPF9
                   PERFORM 3600-PROCESS-TOGGLE-SITUACAO
               WHEN DFHPF3
                   PERFORM 3300-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/5/6/7/8/9.'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *
       3050-PROCESS-ENTER.
      * ENTER: salta para o cliente digitado em BUSCAI; sem nada
      * digitado, so redesenha a pagina atual. Sai do modo de edicao.
           EXEC CICS RECEIVE
               MAP('MYMAPO')
               MAPSET('MYSETO')
               INTO(WS-MYMAPO-AREA)
           END-EXEC.
      *
           MOVE 'N' TO CA-EDIT-FLAG.
           IF BUSCAL > 0
              MOVE LOW-VALUES TO CA-START-BROWSE-KEY
              MOVE BUSCAI TO CA-START-BROWSE-KEY(1:10)
           ELSE
              MOVE CA-FIRST-KEY-SCREEN TO CA-START-BROWSE-KEY
           END-IF.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
           PERFORM 4000-LOAD-DATA-FORWARD.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3100-PROCESS-PAGE-FORWARD.
           MOVE CA-LAST-KEY-SCREEN TO CA-START-BROWSE-KEY.
           MOVE 'Y' TO WS-SKIP-FIRST-REC.
           PERFORM 4000-LOAD-DATA-FORWARD.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3200-PROCESS-PAGE-BACK.
           IF CA-FIRST-KEY-SCREEN = LOW-VALUES
              OR CA-FIRST-KEY-SCREEN = SPACES
              MOVE 'JA ESTA NO INICIO DO ARQUIVO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           ELSE
              PERFORM 4100-CALCULATE-PAGE-BACK-KEY
              MOVE 'N' TO WS-SKIP-FIRST-REC
              PERFORM 4000-LOAD-DATA-FORWARD
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
       3300-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Manutencao de ordens permanentes encerrada.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
       3400-PROCESS-SHOW-ORDER.
      * PF5: mostra a ordem da linha escolhida em SELI nos campos de
      * detalhe e entra em modo de edicao (a gravacao exige 'F').
           EXEC CICS RECEIVE
               MAP('MYMAPO')
               MAPSET('MYSETO')
               INTO(WS-MYMAPO-AREA)
           END-EXEC.
      *
           IF SELIL = 0 OR SELI < 1 OR SELI > CA-ROWS-FETCHED
              MOVE 'DIGITE EM SEL A LINHA DESEJADA (1-10).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE CA-LINE-KEYS(SELI) TO WS-ORD-KEY.
           PERFORM 4200-READ-ORDER.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ORDEM NAO ENCONTRADA.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           SET CA-EDIT-MODE-ON TO TRUE.
           MOVE WS-ORD-KEY TO CA-EDIT-KEY.
           MOVE CA-FIRST-KEY-SCREEN TO CA-START-BROWSE-KEY.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
           PERFORM 4000-LOAD-DATA-FORWARD.
           PERFORM 4300-SHOW-DETAIL.
           MOVE 'ALTERE OS CAMPOS E TECLE PF6 P/ GRAVAR.'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3500-PROCESS-SAVE-ORDER.
      * PF6: grava os campos de detalhe. Em modo de edicao, READ
      * UPDATE + REWRITE da ordem mostrada pelo PF5 (a chave nao muda);
      * fora dele, WRITE de uma ordem nova com CLIENTE + ORDEM
      * digitados. Auditoria na TDQ 'AUDT' logo apos.
           EXEC CICS RECEIVE
               MAP('MYMAPO')
               MAPSET('MYSETO')
               INTO(WS-MYMAPO-AREA)
           END-EXEC.
      *
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA ALTERAR ORDENS.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           IF CA-EDIT-MODE-ON
              MOVE CA-EDIT-KEY TO WS-ORD-KEY
              EXEC CICS READ
                  FILE('ORDPRGDD')
                  INTO(WS-ORD-RECORD)
                  RIDFLD(WS-ORD-KEY)
                  UPDATE
                  RESP(WS-RESP)
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 MOVE 'ORDEM NAO ENCONTRADA PARA ATUALIZAR.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
           ELSE
              PERFORM 3510-NEW-ORDER-KEY
           END-IF.
      *
           PERFORM 3520-VALIDATE-DETAIL.
           IF WS-DETALHE-ERRO
              IF CA-EDIT-MODE-ON
                 EXEC CICS UNLOCK FILE('ORDPRGDD') END-EXEC
              END-IF
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           IF CA-EDIT-MODE-ON
              EXEC CICS REWRITE
                  FILE('ORDPRGDD')
                  FROM(WS-ORD-RECORD)
                  RESP(WS-RESP)
              END-EXEC
              MOVE 'ORD ALT ' TO WS-AUD-ACAO
           ELSE
              EXEC CICS WRITE
                  FILE('ORDPRGDD')
                  FROM(WS-ORD-RECORD)
                  RIDFLD(WS-ORD-KEY)
                  RESP(WS-RESP)
              END-EXEC
              MOVE 'ORD INC ' TO WS-AUD-ACAO
           END-IF.
           IF EIBRESP = DFHRESP(DUPREC)
              MOVE 'ORDEM JA CADASTRADA. USE PF5 PARA ALTERAR.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA GRAVACAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3560-WRITE-AUDIT-RECORD.
           MOVE 'N' TO CA-EDIT-FLAG.
           MOVE WS-ORD-KEY TO CA-START-BROWSE-KEY.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
           PERFORM 4000-LOAD-DATA-FORWARD.
           MOVE 'ORDEM GRAVADA E AUDITADA.' TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ORDEM NOVA: CLIENTE COM DIGITO VERIFICADOR VALIDO (A MESMA
      *--- RECUSA DE TODAS AS PORTAS DE ENTRADA) E NUMERO DA ORDEM
       3510-NEW-ORDER-KEY.
           IF CLIL = 0 OR ORDL = 0 OR ORDI NOT NUMERIC
              MOVE 'ORDEM NOVA: DIGITE CLIENTE E NUMERO DA ORDEM.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           SET CHK-FN-VALIDAR TO TRUE.
           MOVE CLII TO CHK-ID-CLIENTE.
           CALL 'MYCHKDIG' USING MYCHKDIG-PARAMETROS.
           IF CHK-NAO-OK
              MOVE 'ID COM DIGITO VERIFICADOR INVALIDO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           INITIALIZE WS-ORD-RECORD.
           MOVE CLII TO WS-ORD-CLIENTE.
           MOVE ORDI TO WS-ORD-NUMERO.
           MOVE 'A'  TO WS-ORD-SITUACAO.
           EXIT.
      *
      *--- CONFERE E APLICA OS CAMPOS DE DETALHE SOBRE WS-ORD-RECORD.
      *--- CAMPO NAO DIGITADO (xxxL = 0) MANTEM O VALOR ATUAL DA ORDEM
      *--- EM EDICAO; NA ORDEM NOVA TODOS OS OBRIGATORIOS SAO CONFERIDOS
      *--- NO FIM.
       3520-VALIDATE-DETAIL.
           SET WS-DETALHE-OK TO TRUE.
           IF VALL > 0
              MOVE VALI TO WS-VALOR-ENTRADA
              INSPECT WS-VALOR-ENTRADA REPLACING LEADING SPACES
                  BY ZEROS
              IF WS-VALOR-ENTRADA NOT NUMERIC
                 OR WS-VALOR-ENTRADA-N = ZERO
                 MOVE 'VALOR INVALIDO (13 DIGITOS, 2 DECIMAIS).'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              ELSE
                 MOVE WS-VALOR-ENTRADA-N TO WS-ORD-VALOR
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND DCL > 0
              IF DCI = 'D' OR DCI = 'C'
                 MOVE DCI TO WS-ORD-DC
              ELSE
                 MOVE 'NATUREZA DEVE SER D OU C.' TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND MOEL > 0
              MOVE MOEI TO WS-ORD-MOEDA
           END-IF.
           IF WS-DETALHE-OK AND FREQL > 0
              IF FREQI = 'M' OR FREQI = 'S' OR FREQI = 'E'
                 MOVE FREQI TO WS-ORD-FREQUENCIA
              ELSE
                 MOVE 'FREQUENCIA: M=MENSAL S=SEMANAL E=DIA CERTO.'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND DIAL > 0
              IF DIAI NOT NUMERIC
                 MOVE 'DIA INVALIDO.' TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              ELSE
                 MOVE DIAI TO WS-ORD-DIA
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND INIL > 0
              IF INII NOT NUMERIC
                 MOVE 'DATA DE INICIO INVALIDA (AAAAMMDD).'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              ELSE
                 MOVE INII TO WS-ORD-DATA-INICIO
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND FIML > 0
              IF FIMI NOT NUMERIC
                 MOVE 'DATA DE FIM INVALIDA (AAAAMMDD OU ZEROS).'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              ELSE
                 MOVE FIMI TO WS-ORD-DATA-FIM
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND DESCL > 0
              MOVE DESCI TO WS-ORD-DESCRICAO
           END-IF.
      *
      *--- COERENCIA DA ORDEM COMPLETA (NOVA OU ALTERADA)
           IF WS-DETALHE-OK
              IF WS-ORD-MOEDA = SPACES OR WS-ORD-MOEDA = LOW-VALUES
                 MOVE 'BRL' TO WS-ORD-MOEDA
              END-IF
              EVALUATE TRUE
                  WHEN WS-ORD-VALOR = ZERO
                      MOVE 'INFORME O VALOR DA ORDEM.' TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN WS-ORD-DC NOT = 'D' AND WS-ORD-DC NOT = 'C'
                      MOVE 'INFORME A NATUREZA (D/C).' TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN WS-ORD-MENSAL
                       AND (WS-ORD-DIA < 1 OR WS-ORD-DIA > 31)
                      MOVE 'ORDEM MENSAL: DIA DO MES 01-31.'
                          TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN WS-ORD-SEMANAL
                       AND (WS-ORD-DIA < 1 OR WS-ORD-DIA > 7)
                      MOVE 'ORDEM SEMANAL: DIA DA SEMANA 1(SEG)-7(DOM).'
                          TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN NOT WS-ORD-MENSAL AND NOT WS-ORD-SEMANAL
                       AND NOT WS-ORD-DIA-CERTO
                      MOVE 'INFORME A FREQUENCIA (M/S/E).'
                          TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ORD-DATA-INICIO)
                       NOT = ZERO
                      MOVE 'DATA DE INICIO INVALIDA (AAAAMMDD).'
                          TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN WS-ORD-DATA-FIM NOT = ZERO
                       AND WS-ORD-DATA-FIM < WS-ORD-DATA-INICIO
                      MOVE 'DATA DE FIM ANTERIOR AO INICIO.'
                          TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.
           EXIT.
      *
       3560-WRITE-AUDIT-RECORD.
      * Grava a trilha da manutencao na TDQ 'AUDT' (mesmo layout do
      * MYCICS): quem alterou qual ordem e quando.
           MOVE SPACES   TO AUD-DATAI.
           STRING WS-AUD-ACAO DELIMITED BY SIZE
                  WS-ORD-CLIENTE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-ORD-NUMERO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ORD-SITUACAO DELIMITED BY SIZE
                  INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           EXIT.
      *
       3600-PROCESS-TOGGLE-SITUACAO.
      * PF9: suspende a ordem ativa / reativa a suspensa da linha
      * escolhida em SELI - privilegio 'F'.
           EXEC CICS RECEIVE
               MAP('MYMAPO')
               MAPSET('MYSETO')
               INTO(WS-MYMAPO-AREA)
           END-EXEC.
      *
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA ALTERAR ORDENS.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF SELIL = 0 OR SELI < 1 OR SELI > CA-ROWS-FETCHED
              MOVE 'DIGITE EM SEL A LINHA A SUSPENDER/REATIVAR.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE CA-LINE-KEYS(SELI) TO WS-ORD-KEY.
           EXEC CICS READ
               FILE('ORDPRGDD')
               INTO(WS-ORD-RECORD)
               RIDFLD(WS-ORD-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ORDEM NAO ENCONTRADA PARA ATUALIZAR.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           IF WS-ORD-SUSPENSA
              SET WS-ORD-ATIVA TO TRUE
              MOVE 'ORD REAT' TO WS-AUD-ACAO
              MOVE 'ORDEM REATIVADA E AUDITADA.' TO WS-MSG-SAIDA
           ELSE
              SET WS-ORD-SUSPENSA TO TRUE
              MOVE 'ORD SUSP' TO WS-AUD-ACAO
              MOVE 'ORDEM SUSPENSA E AUDITADA.' TO WS-MSG-SAIDA
           END-IF.
           EXEC CICS REWRITE
               FILE('ORDPRGDD')
               FROM(WS-ORD-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NO REWRITE. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3560-WRITE-AUDIT-RECORD.
           MOVE 'N' TO CA-EDIT-FLAG.
           MOVE CA-FIRST-KEY-SCREEN TO CA-START-BROWSE-KEY.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
           PERFORM 4000-LOAD-DATA-FORWARD.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- GRAVA A TRILHA DE ATIVIDADE NA TDQ 'AUDT' (AUD-DATAI JA
      *--- PREENCHIDO PELO CHAMADOR COM A ACAO E A CHAVE ACIONADA)
       3990-WRITE-AUDIT-RECORD.
           MOVE EIBTRMID TO AUD-TERMID.
           MOVE EIBTASKN TO AUD-TASKN.
           MOVE EIBDATE  TO AUD-DATE.
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNO'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (PAGINACAO, NO ESTILO DO MYCICSMS)
      *================================================================*
       4000-LOAD-DATA-FORWARD.
           INITIALIZE WS-MYMAPO-AREA.
           MOVE ZERO TO CA-ROWS-FETCHED.
      *
           MOVE CA-START-BROWSE-KEY TO WS-ORD-KEY.
           EXEC CICS STARTBR
               FILE('ORDPRGDD')
               RIDFLD(WS-ORD-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'NENHUMA ORDEM A PARTIR DA CHAVE.' TO WS-MSG-SAIDA
           ELSE
              IF WS-SKIP-FIRST-YES
                 PERFORM 4050-READNEXT-ORDER
              END-IF
      *
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-MAX-LINHAS
                 PERFORM 4050-READNEXT-ORDER
                 IF EIBRESP = DFHRESP(ENDFILE)
                    MOVE 'FIM DOS DADOS.' TO WS-MSG-SAIDA
                    EXIT PERFORM
                 END-IF
                 IF WS-SUB = 1
                    MOVE WS-ORD-KEY TO CA-FIRST-KEY-SCREEN
                 END-IF
                 MOVE WS-ORD-KEY TO CA-LAST-KEY-SCREEN
                 MOVE WS-ORD-CLIENTE    TO LIS-CLIENTE
                 MOVE WS-ORD-NUMERO     TO LIS-NUMERO
                 MOVE WS-ORD-VALOR      TO LIS-VALOR
                 MOVE WS-ORD-DC         TO LIS-DC
                 MOVE WS-ORD-MOEDA      TO LIS-MOEDA
                 MOVE WS-ORD-FREQUENCIA TO LIS-FREQUENCIA
                 MOVE WS-ORD-DIA        TO LIS-DIA
                 MOVE WS-ORD-SITUACAO   TO LIS-SITUACAO
                 MOVE WS-ORD-DESCRICAO  TO LIS-DESCRICAO
                 MOVE WS-LINHA-LISTA    TO LIN-ORDO(WS-SUB)
                 MOVE WS-ORD-KEY TO CA-LINE-KEYS(WS-SUB)
                 ADD 1 TO CA-ROWS-FETCHED
              END-PERFORM
      *
              EXEC CICS ENDBR FILE('ORDPRGDD') END-EXEC
           END-IF.
           EXIT.
      *
       4050-READNEXT-ORDER.
           EXEC CICS READNEXT
               FILE('ORDPRGDD')
               INTO(WS-ORD-RECORD)
               RIDFLD(WS-ORD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EXIT.
      *
       4100-CALCULATE-PAGE-BACK-KEY.
      * Le ate WS-MAX-LINHAS registros PARA TRAS, para descobrir onde
      * a pagina anterior comecava (mesma rotina do MYCICSMS).
           MOVE CA-FIRST-KEY-SCREEN TO WS-ORD-KEY.
           EXEC CICS STARTBR
               FILE('ORDPRGDD')
               RIDFLD(WS-ORD-KEY)
               GTEQ
           END-EXEC.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAX-LINHAS
              EXEC CICS READPREV
                  FILE('ORDPRGDD')
                  INTO(WS-ORD-RECORD)
                  RIDFLD(WS-ORD-KEY)
                  RESP(WS-RESP)
              END-EXEC
              IF EIBRESP = DFHRESP(ENDFILE)
                 MOVE LOW-VALUES TO CA-START-BROWSE-KEY
                 EXIT PERFORM
              ELSE
                 MOVE WS-ORD-KEY TO CA-START-BROWSE-KEY
              END-IF
           END-PERFORM.
      *
           EXEC CICS ENDBR FILE('ORDPRGDD') END-EXEC.
           EXIT.
      *
       4200-READ-ORDER.
           EXEC CICS READ
               FILE('ORDPRGDD')
               INTO(WS-ORD-RECORD)
               RIDFLD(WS-ORD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EXIT.
      *
      *--- CAMPOS DE DETALHE DA ORDEM EM WS-ORD-RECORD
       4300-SHOW-DETAIL.
           MOVE WS-ORD-CLIENTE     TO CLIO.
           MOVE WS-ORD-NUMERO      TO ORDO.
           MOVE WS-ORD-VALOR       TO WS-VALOR-ED.
           MOVE WS-VALOR-ED        TO VALO.
           MOVE WS-ORD-DC          TO DCO.
           MOVE WS-ORD-MOEDA       TO MOEO.
           MOVE WS-ORD-FREQUENCIA  TO FREQO.
           MOVE WS-ORD-DIA         TO DIAO.
           MOVE WS-ORD-DATA-INICIO TO INIO.
           MOVE WS-ORD-DATA-FIM    TO FIMO.
           MOVE WS-ORD-SITUACAO    TO SITO.
           MOVE WS-ORD-ULT-GERACAO TO ULTGO.
           MOVE WS-ORD-DESCRICAO   TO DESCO.
           EXIT.
      *
       5000-SEND-AND-RETURN.
           MOVE WS-MSG-SAIDA TO MSGO.
      *
           EXEC CICS SEND
               MAP('MYMAPO')
               MAPSET('MYSETO')
               FROM(WS-MYMAPO-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNO')
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
