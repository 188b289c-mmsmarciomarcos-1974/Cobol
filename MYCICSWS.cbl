       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSWS.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - SERVICO DE CONSULTA DE CLIENTE (PORTAL)
      *
      * INTERFACE: CANAL E CONTAINERS (SEM TERMINAL, SEM MAPA)
      * CONTAINER: 'DFHWS-DATA' - REQUISICAO NA ENTRADA, RESPOSTA NA
      *            SAIDA (LAYOUTS NO COPYBOOK MYWSCLIC)
      * PUBLICACAO: WEB SERVICE JSON (BINDING GERADO PELO JOB MYWSCLI)
      * TABELAS:   'TB_CLIENTES', 'TB_OPERADORES', 'CLIENT_LOOKUP_LOG'
      * ARQUIVO:   'MASTERDD' (SO LEITURA, POSICAO DO CLIENTE)
      *
      * O PORTAL DE INTERNET MOSTRAVA AO CLIENTE OS PROPRIOS DADOS
      * RASPANDO A TELA DA TRN3. ESTE PROGRAMA E A MESMA CONSULTA
      * EXATA POR ID DO MYCICSQL, EMPACOTADA COMO SERVICO:
      *
      * 1. LE A REQUISICAO (ID DO CLIENTE + CANAL SOLICITANTE).
      * 2. PERFIL DA APLICACAO CHAMADORA: O OPERADOR (OPID) DO USUARIO
      *    SOB O QUAL A PIPELINE RODA A TAREFA, PROCURADO EM
      *    TB_OPERADORES COMO O DE QUALQUER OPERADOR - NIVEL DE
      *    MASCARAMENTO E JANELA DE ACESSO. NAO CADASTRADO = NIVEL
      *    'M' (MASCARADO), O MESMO PADRAO SEGURO DAS TELAS.
      * 3. VALIDA O ID (DIGITO VERIFICADOR, MODULO MYCHKDIG) ANTES DE
      *    IR AO BANCO, COMO A TRN3.
      * 4. LE TB_CLIENTES (NOME, CONTINUACAO, STATUS, ENDERECO E
      *    CONTATO) E O SALDO DO MESTRE (MASTERDD, SOMA DAS CONTAS
      *    DO CLIENTE), E APLICA O
      *    MASCARAMENTO DAS TELAS: NOME/ENDERECO/CONTATO COMO NA TRN3,
      *    SALDO SO PARA NIVEL 'F' COMO NA TRNB.
      * 5. TODA CHAMADA (ACHOU, NAO ACHOU, RECUSADA) VAI PARA
      *    CLIENT_LOOKUP_LOG COM O CANAL NO LUGAR DO TERMINAL, E O
      *    MYLKPRPT PASSA A ENXERGAR O ACESSO PELO PORTAL.
      * 6. DEVOLVE A RESPOSTA NO MESMO CONTAINER E TERMINA. O
      *    SYNCPOINT DO INSERT DA TRILHA E O DO FIM DA TAREFA.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *--- VARIAVEIS DE CONTROLE
       01 WS-PROGRAM-VARS.
           05 WS-RESP             PIC S9(08) COMP.
           05 WS-REQ-LENGTH       PIC S9(08) COMP.
           05 WS-CONTAINER        PIC X(16) VALUE 'DFHWS-DATA'.
      *--- STATUS DO CLIENTE (ATIVO/INATIVO) - HOST VARIABLE PROPRIA,
      *--- FORA DO DCLGEN, MESMO ESTILO DO MYCICSQL
           05 WS-STATUS-CLIENTE   PIC X(10).
           05 WS-QTD-ARROBA       PIC 9(02) COMP.
      *
      *--- PERFIL DA APLICACAO CHAMADORA (TB_OPERADORES), MESMO
      *--- DESENHO DO MYCICSQL. NIVEL PADRAO E MASCARADO.
       01 WS-AUTH-CONTROLE.
           05 WS-OP-ID             PIC X(03).
           05 WS-OP-NIVEL          PIC X(01).
           05 WS-OP-IDIOMA         PIC X(02).
      *--- JANELA DE ACESSO DO PERFIL (ZEROS = SEM RESTRICAO). O
      *--- TERMINAL VINCULADO NAO SE APLICA: A TAREFA NAO TEM TERMINAL
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
           05 WS-CURRENT-AUTH-LEVEL PIC X(01) VALUE 'M'.
              88 CURRENT-AUTH-FULL   VALUE 'F'.
              88 CURRENT-AUTH-MASKED VALUE 'M'.
              88 CURRENT-AUTH-NONE   VALUE 'N'.
           05 WS-MASKED-NOME       PIC X(40).
           05 WS-MASKED-NOME-CONT  PIC X(40).
           05 WS-MASKED-ENDERECO   PIC X(40).
           05 WS-MASKED-CONTATO    PIC X(20).
      *
      *--- HOST VARIABLES DO BLOCO DE ENDERECO/CONTATO (MESMO ESTILO
      *--- DO MYCICSQL)
       01 WS-ENDERECO-VARS.
           05 WS-D-ENDERECO        PIC X(40).
           05 WS-D-CONTATO         PIC X(20).
      *
      *--- REGISTRO DO MESTRE (MESMO LAYOUT DO FD DO MYBATCH)
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
      *--- POSICAO DO CLIENTE: SOMA DAS CONTAS DO ID E A ATUALIZACAO
      *--- MAIS RECENTE ENTRE ELAS
       01 WS-CLIENTE-VARS.
           05 WS-CLI-CONTAS        PIC 9(03) VALUE ZERO.
           05 WS-CLI-SALDO         PIC S9(11)V99 VALUE ZERO.
           05 WS-CLI-ULT-ATUALIZ   PIC 9(08) VALUE ZERO.
           05 WS-CLI-FIM-SW        PIC X(01) VALUE 'N'.
              88 WS-CLI-FIM        VALUE 'S'.
           05 WS-CLI-BROWSE-SW     PIC X(01) VALUE 'N'.
              88 WS-CLI-EM-BROWSE  VALUE 'S'.
      *
      *--- TRILHA DE CONSULTAS (CLIENT_LOOKUP_LOG, SEM DCLGEN, MESMOS
      *--- CAMPOS DO MYIMSQL). O CANAL SOLICITANTE OCUPA O LTERM_NAME
       01 WS-AUDIT-VARS.
           05 WS-AUDIT-LTERM        PIC X(08).
           05 WS-AUDIT-HIT-MISS     PIC X(01).
              88 WS-AUDIT-HIT             VALUE 'H'.
              88 WS-AUDIT-MISS            VALUE 'M'.
      *
      *--- VALIDACAO DO DIGITO VERIFICADOR DO ID (MODULO MYCHKDIG)
       COPY MYCHKDGC.
      *
      *--- REQUISICAO E RESPOSTA DO SERVICO
       COPY MYWSCLIC.
      *
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO SQL E DCLGEN
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- DCLGEN (COPYBOOK) DA TABELA TB_CLIENTES
           EXEC SQL INCLUDE DCLCLI END-EXEC.
      *
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
       LINKAGE SECTION.
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
      *
       PROCEDURE DIVISION USING DFHEIBLK.
       MAIN-PROCEDURE.
      *--- CONFIGURA O MANIPULADOR DE ERROS
           EXEC CICS HANDLE CONDITION
               ERROR(9000-CICS-ERROR)
           END-EXEC.
           EXEC CICS HANDLE ABEND
               PROGRAM(9900-PROGRAM-ABEND)
           END-EXEC.
      *
           INITIALIZE WSC-RESPOSTA.
           PERFORM 1000-GET-REQUEST.
           PERFORM 1060-GET-AUTH-LEVEL.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
           PERFORM 2000-VALIDATE-REQUEST.
           PERFORM 2200-PROCESS-EXACT-LOOKUP.
           PERFORM 5000-PUT-RESPONSE-AND-RETURN.
       GOBACK.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
      *
       1000-GET-REQUEST.
      * Le a requisicao do container do canal corrente. Sem ela nao ha
      * o que consultar: responde requisicao invalida e termina.
           MOVE SPACES TO WSC-REQUISICAO.
           MOVE LENGTH OF WSC-REQUISICAO TO WS-REQ-LENGTH.
           EXEC CICS GET CONTAINER(WS-CONTAINER)
               INTO(WSC-REQUISICAO)
               FLENGTH(WS-REQ-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(LENGERR)
              SET WSC-RSP-INVALIDA TO TRUE
              MOVE 'REQUISICAO AUSENTE OU ILEGIVEL.' TO WSC-RSP-MENSAGEM
              PERFORM 5000-PUT-RESPONSE-AND-RETURN
           END-IF.
           MOVE WSC-REQ-CANAL TO WS-AUDIT-LTERM.
           IF WS-AUDIT-LTERM = SPACES
              MOVE 'WEB' TO WS-AUDIT-LTERM
           END-IF.
           EXIT.
      *
       1060-GET-AUTH-LEVEL.
      * Perfil da aplicacao chamadora: o OPID do usuario da tarefa,
      * procurado em TB_OPERADORES (mesmo desenho do MYCICSQL). Nao
      * cadastrado cai no nivel padrao 'M' (mascarado).
           MOVE 'M' TO WS-CURRENT-AUTH-LEVEL.
           MOVE SPACES TO WS-OP-ID.
           EXEC CICS ASSIGN
               OPID(WS-OP-ID)
               RESP(WS-RESP)
           END-EXEC.
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
      *--- JANELA DE ACESSO DO PERFIL DA APLICACAO (HORARIOS ZERADOS =
      *--- SEM RESTRICAO; JANELA QUE CRUZA A MEIA-NOITE E SUPORTADA).
      *--- FORA DELA A CHAMADA E RECUSADA, MAS FICA NA TRILHA.
       1070-CHECK-ACCESS-WINDOW.
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
           SET WSC-RSP-SEM-ACESSO TO TRUE.
           MOVE 'ACESSO FORA DA JANELA PERMITIDA A APLICACAO.'
               TO WSC-RSP-MENSAGEM.
           MOVE WSC-REQ-ID-CLIENTE TO D-ID-CLIENTE.
           SET WS-AUDIT-MISS TO TRUE.
           PERFORM 4000-AUDITAR-CONSULTA.
           PERFORM 5000-PUT-RESPONSE-AND-RETURN.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
      *
       2000-VALIDATE-REQUEST.
      * ID obrigatorio e com o digito verificador correto (modulo
      * MYCHKDIG) - a mesma recusa da TRN3, antes de ir ao banco.
           MOVE WSC-REQ-ID-CLIENTE TO D-ID-CLIENTE.
           IF WSC-REQ-ID-CLIENTE = SPACES
              SET WSC-RSP-INVALIDA TO TRUE
              MOVE 'INFORME O ID DO CLIENTE.' TO WSC-RSP-MENSAGEM
           ELSE
              SET CHK-FN-VALIDAR TO TRUE
              MOVE WSC-REQ-ID-CLIENTE TO CHK-ID-CLIENTE
              CALL 'MYCHKDIG' USING MYCHKDIG-PARAMETROS
              IF CHK-NAO-OK
                 SET WSC-RSP-INVALIDA TO TRUE
                 MOVE 'ID COM DIGITO VERIFICADOR INVALIDO.'
                     TO WSC-RSP-MENSAGEM
              END-IF
           END-IF.
           IF WSC-RSP-INVALIDA
              SET WS-AUDIT-MISS TO TRUE
              PERFORM 4000-AUDITAR-CONSULTA
              PERFORM 5000-PUT-RESPONSE-AND-RETURN
           END-IF.
           EXIT.
      *
       2200-PROCESS-EXACT-LOOKUP.
      * Busca exata por ID_CLIENTE (mesmo SELECT da TRN3) e, achando,
      * a posicao do cliente no mestre.
           EXEC SQL
               SELECT NOME_CLIENTE, NOME_CLIENTE_CONT,
                      STATUS_CLIENTE,
                      ENDERECO_CLIENTE, CONTATO_CLIENTE
                 INTO :D-NOME-CLIENTE, :D-NOME-CLIENTE-CONT,
                      :WS-STATUS-CLIENTE,
                      :WS-D-ENDERECO, :WS-D-CONTATO
                 FROM TB_CLIENTES
                WHERE ID_CLIENTE = :D-ID-CLIENTE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
      *
           EVALUATE TRUE
              WHEN SQL-OK
                 SET WS-AUDIT-HIT TO TRUE
                 SET WSC-RSP-ACHOU TO TRUE
                 IF WS-STATUS-CLIENTE = 'INATIVO'
                    MOVE 'CLIENTE INATIVO.' TO WSC-RSP-MENSAGEM
                 ELSE
                    MOVE 'CLIENTE ENCONTRADO.' TO WSC-RSP-MENSAGEM
                 END-IF
                 PERFORM 4500-MASK-NOME-CLIENTE
                 PERFORM 4510-MASK-ENDERECO
                 MOVE D-ID-CLIENTE TO WSC-RSP-ID-CLIENTE
                 MOVE WS-MASKED-NOME TO WSC-RSP-NOME
                 MOVE WS-MASKED-NOME-CONT TO WSC-RSP-NOME-CONT
                 MOVE WS-STATUS-CLIENTE TO WSC-RSP-STATUS
                 MOVE WS-MASKED-ENDERECO TO WSC-RSP-END-LINHA
                 MOVE WS-MASKED-CONTATO TO WSC-RSP-CTT-VALOR
                 PERFORM 2250-CLASSIFICAR-CONTATO
                 PERFORM 2300-PROCESS-MASTER-POSITION
              WHEN SQL-NOT-FOUND
                 SET WS-AUDIT-MISS TO TRUE
                 SET WSC-RSP-NAO-ACHOU TO TRUE
                 MOVE 'CLIENTE NAO ENCONTRADO.' TO WSC-RSP-MENSAGEM
              WHEN OTHER
                 SET WS-AUDIT-MISS TO TRUE
                 SET WSC-RSP-ERRO TO TRUE
                 MOVE 'ERRO NA CONSULTA. TENTE MAIS TARDE.'
                     TO WSC-RSP-MENSAGEM
                 DISPLAY 'MYCICSWS: ERRO NO SELECT TB_CLIENTES. '
                         'SQLCODE=' WS-SQLCODE
           END-EVALUATE.
           PERFORM 4000-AUDITAR-CONSULTA.
           EXIT.
      *
      *--- TIPO DO CONTATO PELO VALOR REAL (ANTES DO MASCARAMENTO):
      *--- COM '@' E E-MAIL, O RESTO E TELEFONE
       2250-CLASSIFICAR-CONTATO.
           MOVE SPACE TO WSC-RSP-CTT-TIPO.
           IF WS-D-CONTATO NOT = SPACES
              MOVE ZERO TO WS-QTD-ARROBA
              INSPECT WS-D-CONTATO TALLYING WS-QTD-ARROBA FOR ALL '@'
              IF WS-QTD-ARROBA > ZERO
                 MOVE 'E' TO WSC-RSP-CTT-TIPO
              ELSE
                 MOVE 'T' TO WSC-RSP-CTT-TIPO
              END-IF
           END-IF.
           EXIT.
      *
      *--- POSICAO NO MESTRE (CHAVE ID + CONTA): O SALDO DEVOLVIDO E
      *--- A SOMA DE TODAS AS CONTAS DO CLIENTE, COM A ATUALIZACAO MAIS
      *--- RECENTE. O SALDO SO SAI PARA O NIVEL 'F', O MESMO CORTE DA
      *--- TRNB (MYCICSMS).
       2300-PROCESS-MASTER-POSITION.
           PERFORM 2310-SOMAR-CONTAS.
           EVALUATE TRUE
              WHEN WS-CLI-CONTAS = ZERO
                 MOVE 'N' TO WSC-RSP-SLD-SITUACAO
                 MOVE ZERO TO WSC-RSP-SALDO
                 MOVE ZERO TO WSC-RSP-ULT-ATUALIZ
              WHEN CURRENT-AUTH-FULL
                 MOVE 'S' TO WSC-RSP-SLD-SITUACAO
                 MOVE WS-CLI-SALDO TO WSC-RSP-SALDO
                 MOVE WS-CLI-ULT-ATUALIZ TO WSC-RSP-ULT-ATUALIZ
              WHEN OTHER
                 MOVE 'M' TO WSC-RSP-SLD-SITUACAO
                 MOVE ZERO TO WSC-RSP-SALDO
                 MOVE WS-CLI-ULT-ATUALIZ TO WSC-RSP-ULT-ATUALIZ
           END-EVALUATE.
           EXIT.
      *
      *--- BROWSE DE ID + 000 EM DIANTE ATE A QUEBRA DO ID
       2310-SOMAR-CONTAS.
           MOVE ZERO TO WS-CLI-CONTAS.
           MOVE ZERO TO WS-CLI-SALDO.
           MOVE ZERO TO WS-CLI-ULT-ATUALIZ.
           MOVE 'N' TO WS-CLI-FIM-SW.
           MOVE 'N' TO WS-CLI-BROWSE-SW.
           MOVE D-ID-CLIENTE TO WS-MST-ID.
           MOVE ZERO TO WS-MST-CONTA.
           EXEC CICS STARTBR
               FILE('MASTERDD')
               RIDFLD(WS-MST-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-CLI-EM-BROWSE TO TRUE
           ELSE
              SET WS-CLI-FIM TO TRUE
           END-IF.
           PERFORM UNTIL WS-CLI-FIM
              EXEC CICS READNEXT
                  FILE('MASTERDD')
                  INTO(WS-MST-RECORD)
                  RIDFLD(WS-MST-CHAVE)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR WS-MST-ID NOT = D-ID-CLIENTE
                 SET WS-CLI-FIM TO TRUE
              ELSE
                 ADD 1 TO WS-CLI-CONTAS
                 ADD WS-MST-SALDO TO WS-CLI-SALDO
                 IF WS-MST-ULT-ATUALIZ > WS-CLI-ULT-ATUALIZ
                    MOVE WS-MST-ULT-ATUALIZ TO WS-CLI-ULT-ATUALIZ
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CLI-EM-BROWSE
              EXEC CICS ENDBR FILE('MASTERDD') END-EXEC
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O E APOIO
      *================================================================*
      *
       4000-AUDITAR-CONSULTA.
      *--- REGISTRA A CHAMADA NA TRILHA DE CONSULTAS, COMO O MYIMSQL:
      *--- QUEM (O CANAL), QUAL CLIENTE, QUANDO E SE ACHOU. FALHA NO
      *--- INSERT NAO DERRUBA A RESPOSTA, MAS NAO FICA INVISIVEL.
           EXEC SQL
               INSERT INTO CLIENT_LOOKUP_LOG
                   (LTERM_NAME, ID_CLIENTE, LOOKUP_TS, HIT_MISS)
               VALUES
                   (:WS-AUDIT-LTERM, :D-ID-CLIENTE,
                    CURRENT TIMESTAMP, :WS-AUDIT-HIT-MISS)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "MYCICSWS: FALHA AO GRAVAR CLIENT_LOOKUP_LOG. "
                      "SQLCODE=" SQLCODE " SQLERRMC=" SQLERRMC
           END-IF.
           EXIT.
      *
       4500-MASK-NOME-CLIENTE.
      * Mascaramento de D-NOME-CLIENTE/D-NOME-CLIENTE-CONT pelo nivel
      * da aplicacao - identico ao 4500-MASK-NOME-CLIENTE do MYCICSQL.
           EVALUATE TRUE
              WHEN CURRENT-AUTH-FULL
                 MOVE D-NOME-CLIENTE TO WS-MASKED-NOME
                 MOVE D-NOME-CLIENTE-CONT TO WS-MASKED-NOME-CONT
              WHEN CURRENT-AUTH-NONE
                 MOVE '*** SEM AUTORIZACAO ***' TO WS-MASKED-NOME
                 MOVE '*** SEM AUTORIZACAO ***' TO WS-MASKED-NOME-CONT
              WHEN OTHER *> CURRENT-AUTH-MASKED (ou nivel desconhecido)
                 MOVE SPACES TO WS-MASKED-NOME
                 MOVE D-NOME-CLIENTE(1:1) TO WS-MASKED-NOME(1:1)
                 MOVE ALL '*' TO WS-MASKED-NOME(2:39)
                 MOVE SPACES TO WS-MASKED-NOME-CONT
                 IF D-NOME-CLIENTE-CONT NOT = SPACES
                    MOVE D-NOME-CLIENTE-CONT(1:1)
                        TO WS-MASKED-NOME-CONT(1:1)
                    MOVE ALL '*' TO WS-MASKED-NOME-CONT(2:39)
                 END-IF
           END-EVALUATE.
           EXIT.
      *
       4510-MASK-ENDERECO.
      * Mesma politica aplicada ao bloco de endereco/contato -
      * identico ao 4510-MASK-ENDERECO do MYCICSQL.
           EVALUATE TRUE
              WHEN CURRENT-AUTH-FULL
                 MOVE WS-D-ENDERECO TO WS-MASKED-ENDERECO
                 MOVE WS-D-CONTATO TO WS-MASKED-CONTATO
              WHEN CURRENT-AUTH-NONE
                 MOVE '*** SEM AUTORIZACAO ***' TO WS-MASKED-ENDERECO
                 MOVE '*** SEM AUT. ***' TO WS-MASKED-CONTATO
              WHEN OTHER
                 MOVE SPACES TO WS-MASKED-ENDERECO
                 IF WS-D-ENDERECO NOT = SPACES
                    MOVE WS-D-ENDERECO(1:1) TO WS-MASKED-ENDERECO(1:1)
                    MOVE ALL '*' TO WS-MASKED-ENDERECO(2:39)
                 END-IF
                 MOVE SPACES TO WS-MASKED-CONTATO
                 IF WS-D-CONTATO NOT = SPACES
                    MOVE WS-D-CONTATO(1:1) TO WS-MASKED-CONTATO(1:1)
                    MOVE ALL '*' TO WS-MASKED-CONTATO(2:19)
                 END-IF
           END-EVALUATE.
           EXIT.
      *
       5000-PUT-RESPONSE-AND-RETURN.
      * Devolve a resposta no mesmo container da requisicao e termina;
      * a pipeline converte para JSON.
           EXEC CICS PUT CONTAINER(WS-CONTAINER)
               FROM(WSC-RESPOSTA)
               FLENGTH(LENGTH OF WSC-RESPOSTA)
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO
      *================================================================*
      *
       9000-CICS-ERROR.
           DISPLAY 'MYCICSWS: ERRO GRAVE DE CICS. FUNCAO: ' EIBFN.
           PERFORM 9900-PROGRAM-ABEND.
           EXIT.
      *
       9900-PROGRAM-ABEND.
      * Sem terminal para avisar: a resposta sai como erro interno e a
      * tarefa termina (a pipeline devolve a resposta ao portal).
           SET WSC-RSP-ERRO TO TRUE.
           MOVE 'ERRO IRRECUPERAVEL. TENTE MAIS TARDE.'
               TO WSC-RSP-MENSAGEM.
           EXEC CICS PUT CONTAINER(WS-CONTAINER)
               FROM(WSC-RESPOSTA)
               FLENGTH(LENGTH OF WSC-RESPOSTA)
               NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
