      *   - O REGISTRO DO CUSTFILE (CUST-NOME/CUST-NOME-CONT);
      *   - O SEGMENTO CLIENTE DO DBCLIENT (VIA EXEC DLI/DBCTL);
      *   - A ALTERACAO MAIS RECENTE DO DIARIO (PROGRAMA + TIMESTAMP);
      *   - O ULTIMO ACESSO REGISTRADO EM CLIENT_LOOKUP_LOG;
      *   - A NOTA DE ATENDIMENTO MAIS RECENTE (TB_CLIENTES_NOTAS,
      *     GRAVADA PELA TRNN/MYCICSNT) E A QUANTIDADE DE NOTAS;
      *   - O VALOR BLOQUEADO POR ORDEM JUDICIAL/ADMINISTRATIVA (SOMA
      *     DOS BLOQUEIOS EM VIGOR HOJE NO BLQJUDD, MANTIDO NA TRNQ);
      *   - O ULTIMO RETORNO DO BIRO DE CREDITO (TB_CLIENTES_BIRO,
      *     CARGA DO MYBIRRET): SCORE, REFERENCIA, SCORE ANTERIOR,
      *     RESTRICOES E SE O CLIENTE ESTA SEM LIMITE DE POSICAO
      *     DEVEDORA NO MYBATCH.
      * CAMPOS DE NOME DIVERGENTES ENTRE AS COPIAS SAO SINALIZADOS
      * ('DIVERGE') - A RECONCILIACAO POR CLIENTE SOB DEMANDA, SEM
      * ESPERAR O MYRECON DA MADRUGADA.
      * OPERADOR (TB_OPERADORES), COMO NAS DEMAIS TELAS. A COMPARACAO
      * DE DIVERGENCIA E FEITA SOBRE OS VALORES REAIS, ANTES DO
      * MASCARAMENTO.
      *
      * CHEGADA PELO MENU PRINCIPAL (TRNM/MYCICSMN, CONTEXTO MYCTXC):
      * O ID JA VEM PREENCHIDO COM O CLIENTE CORRENTE E A VISAO E
      * MONTADA DE IMEDIATO; O PF3 DEVOLVE O CONTEXTO AO MENU EM VEZ
      * DE ENCERRAR A SESSAO.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
           05 H-JRNL-TASK          PIC X(08).
           05 H-LOOK-TS            PIC X(26).
           05 H-LOOK-LTERM         PIC X(08).
           05 H-NOTA-TS            PIC X(26).
           05 H-NOTA-OPERADOR      PIC X(03).
           05 H-NOTA-CATEGORIA     PIC X(01).
           05 H-NOTA-TEXTO         PIC X(140).
           05 H-QTD-NOTAS          PIC S9(09) COMP.
           05 WS-QTD-NOTAS-ED      PIC Z(04)9.
      *
      *--- BLOQUEIOS JUDICIAIS EM VIGOR DO CLIENTE (BLQJUDD): SOMA,
      *--- QUANTIDADE E A DATA DE HOJE AAAAMMDD PARA O TESTE DE VIGENCIA
       01 WS-BLOQUEIO-VARS.
           05 WS-BJU-TOTAL         PIC 9(13)V99 VALUE ZERO.
           05 WS-BJU-QTD           PIC 9(03) VALUE ZERO.
           05 WS-BJU-FIM-SW        PIC X(01) VALUE 'N'.
              88 WS-BJU-FIM        VALUE 'S'.
           05 WS-BJU-BROWSE-SW     PIC X(01) VALUE 'N'.
              88 WS-BJU-EM-BROWSE  VALUE 'S'.
           05 WS-BJU-TOTAL-ED      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-BJU-QTD-ED        PIC ZZ9.
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
       COPY MYBJUC.
      *
      *--- ULTIMO RETORNO DO BIRO DE CREDITO E O SCORE DA REFERENCIA
      *--- ANTERIOR (LAYOUT DA TABELA NO COPYBOOK MYBIRC)
       01 WS-BIRO-VARS.
           05 H-BIR-REFERENCIA     PIC X(06).
           05 H-BIR-SCORE          PIC S9(04) COMP.
           05 H-BIR-PROTESTO       PIC X(01).
           05 H-BIR-INADIMPL       PIC X(01).
           05 H-BIR-JUDICIAL       PIC X(01).
           05 H-BIR-FALENCIA       PIC X(01).
           05 H-BIR-SEM-LIMITE     PIC X(01).
           05 H-BIR-SCORE-ANT      PIC S9(04) COMP.
           05 WS-BIR-ACHOU-SW      PIC X(01) VALUE 'N'.
              88 WS-BIR-ACHOU      VALUE 'S'.
           05 WS-BIR-ANT-SW        PIC X(01) VALUE 'N'.
              88 WS-BIR-TEM-ANTERIOR VALUE 'S'.
           05 WS-BIR-SCORE-ED      PIC ZZZ9.
           05 WS-BIR-SCORE-ANT-ED  PIC ZZZ9.
           05 WS-BIR-SCORE-ANT-TX  PIC X(04).
           05 WS-BIR-LIMITE-TXT    PIC X(17).
      *
      *--- SQLCA E CONTROLE DE SQLCODE
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME IDI/IDL, OS
      *--- CAMPOS DE SAIDA DB2NOMEO/DB2STATO/DB2ENDO/DB2CTTO/
      *--- VSAMNOMEO/IMSNOMEO/
      *--- FLAGVSAMO/FLAGIMSO/JRNLINFO/LOOKINFO, NOTAINFO (NOTA MAIS
      *--- RECENTE, 78 COLUNAS), NOTAQTDO (QUANTIDADE, 5 POSICOES),
      *--- BLOQINFO (VALOR BLOQUEADO, 78 COLUNAS), BIROINFO (RETORNO
      *--- DO BIRO DE CREDITO, 78 COLUNAS) E MSGO.
       COPY MYMAP9C.
      *
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
      *--- CONTEXTO DO MENU PRINCIPAL (CLIENTE CORRENTE E RETORNO)
       COPY MYCTXC.
      *
      *--- REGISTRO DE TRILHA DE ATIVIDADE (TDQ 'AUDT', MESMO LAYOUT
      *--- DO MYCICS): TRANSACAO, TERMINAL, TASK, OPERADOR E A CHAVE
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
      *--- TAMANHO MAXIMO RECEBIDO: A COMMAREA NORMAL (39) OU O
      *--- CONTEXTO VINDO DO MENU ('MN>CTX', 38)
       01 DFHCOMMAREA             PIC X(39).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
           PERFORM 1060-GET-AUTH-LEVEL.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-FIRST-TIME
      *--- OPCAO ESCOLHIDA NO MENU (TRNM/MYCICSMN): A TELA CHEGA JA
      *--- MONTADA PARA O CLIENTE CORRENTE DO CONTEXTO
               WHEN EIBCALEN = LENGTH OF CA-CONTEXTO
                AND DFHCOMMAREA(1:6) = 'MN>CTX'
                   PERFORM 1500-PROCESS-MENU-CONTEXT
               WHEN OTHER
                   PERFORM 2000-SUBSEQUENT-TIME
           END-EVALUATE.
           MOVE 'DIGITE O ID_CLIENTE E TECLE ENTER.' TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       1500-PROCESS-MENU-CONTEXT.
      * Chegada pelo menu: guarda o contexto para o retorno do PF3 e,
      * havendo cliente corrente, monta a visao sem o operador
      * redigitar o ID.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-MYMAP9-AREA.
           MOVE DFHCOMMAREA(1:38) TO CA-CONTEXTO.
           IF CTX-ID-CLIENTE = SPACES
              MOVE 'DIGITE O ID_CLIENTE E TECLE ENTER.' TO WS-MSG-SAIDA
           ELSE
              MOVE CTX-ID-CLIENTE TO IDO
              MOVE CTX-ID-CLIENTE TO H-ID-CLIENTE
              PERFORM 2150-MONTAR-PARA-ID
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       2000-SUBSEQUENT-TIME.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO WS-MSG-SAIDA.
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CHAVE=' SPACES
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE IDI TO H-ID-CLIENTE.
           MOVE IDI TO CTX-ID-CLIENTE.
           PERFORM 2150-MONTAR-PARA-ID.
      *
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       2150-MONTAR-PARA-ID.
      * Consulta as quatro copias do cliente em H-ID-CLIENTE e monta a
      * tela (ENTER ou chegada pelo menu).
           INITIALIZE WS-VISAO-360.
      *
           PERFORM 2200-CONSULTAR-TB-CLIENTES.
           PERFORM 2400-CONSULTAR-DBCLIENT.
           PERFORM 2500-CONSULTAR-JOURNAL.
           PERFORM 2600-CONSULTAR-LOOKUP-LOG.
           PERFORM 2650-CONSULTAR-NOTAS.
           PERFORM 2680-CONSULTAR-BLOQUEIOS.
           PERFORM 2690-CONSULTAR-BIRO.
           PERFORM 2700-MONTAR-TELA.
           EXIT.
      *
       2200-CONSULTAR-TB-CLIENTES.
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EXIT.
      *
      *--- A NOTA DE ATENDIMENTO MAIS RECENTE E A QUANTIDADE DE NOTAS
       2650-CONSULTAR-NOTAS.
           MOVE ZERO TO H-QTD-NOTAS.
           MOVE SPACES TO H-NOTA-TS.
           MOVE SPACES TO H-NOTA-OPERADOR.
           MOVE SPACES TO H-NOTA-CATEGORIA.
           MOVE SPACES TO H-NOTA-TEXTO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :H-QTD-NOTAS
                 FROM TB_CLIENTES_NOTAS
                WHERE ID_CLIENTE = :H-ID-CLIENTE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQL-OK AND H-QTD-NOTAS > ZERO
              EXEC SQL
                  SELECT NOTA_TS, OPERADOR_ID, CATEGORIA, TEXTO_NOTA
                    INTO :H-NOTA-TS, :H-NOTA-OPERADOR,
                         :H-NOTA-CATEGORIA, :H-NOTA-TEXTO
                    FROM TB_CLIENTES_NOTAS
                   WHERE ID_CLIENTE = :H-ID-CLIENTE
                     AND NOTA_TS =
                         (SELECT MAX(NOTA_TS)
                            FROM TB_CLIENTES_NOTAS
                           WHERE ID_CLIENTE = :H-ID-CLIENTE)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           EXIT.
      *
      *--- SOMA DOS BLOQUEIOS JUDICIAIS EM VIGOR HOJE (SITUACAO 'A'
      *--- OU 'B', INICIO ATINGIDO, PRAZO NAO VENCIDO - A MESMA REGRA
      *--- DO MYBATCH), PERCORRENDO AS CHAVES CLIENTE + NUMERO
       2680-CONSULTAR-BLOQUEIOS.
           MOVE ZERO TO WS-BJU-TOTAL.
           MOVE ZERO TO WS-BJU-QTD.
           MOVE 'N' TO WS-BJU-FIM-SW.
           MOVE 'N' TO WS-BJU-BROWSE-SW.
           COMPUTE WS-DATA-JULIANA = EIBDATE + 1900000.
           COMPUTE WS-HOJE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-DATA-JULIANA)).
           MOVE H-ID-CLIENTE TO BJU-CLIENTE.
           MOVE ZERO TO BJU-NUMERO.
           EXEC CICS STARTBR
               FILE('BLQJUDD')
               RIDFLD(BJU-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
      * SEM NENHUMA CHAVE A PARTIR DO CLIENTE (NOTFND) NAO HA BROWSE
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-BJU-EM-BROWSE TO TRUE
           ELSE
              SET WS-BJU-FIM TO TRUE
           END-IF.
           PERFORM UNTIL WS-BJU-FIM
              EXEC CICS READNEXT
                  FILE('BLQJUDD')
                  INTO(BJU-RECORD)
                  RIDFLD(BJU-KEY)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR BJU-CLIENTE NOT = H-ID-CLIENTE
                 SET WS-BJU-FIM TO TRUE
              ELSE
                 IF BJU-VALIDO
                    AND BJU-DATA-INICIO <= WS-HOJE
                    AND (BJU-DATA-EXPIRA = ZERO
                         OR BJU-DATA-EXPIRA >= WS-HOJE)
                    ADD BJU-VALOR TO WS-BJU-TOTAL
                    ADD 1 TO WS-BJU-QTD
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BJU-EM-BROWSE
              EXEC CICS ENDBR FILE('BLQJUDD') END-EXEC
           END-IF.
           EXIT.
      *
      *--- A REFERENCIA MAIS RECENTE DO CLIENTE EM TB_CLIENTES_BIRO E
      *--- O SCORE DA REFERENCIA ANTERIOR A ELA, SE HOUVER
       2690-CONSULTAR-BIRO.
           MOVE 'N' TO WS-BIR-ACHOU-SW.
           MOVE 'N' TO WS-BIR-ANT-SW.
           EXEC SQL
               SELECT REFERENCIA, SCORE, RESTR_PROTESTO,
                      RESTR_INADIMPL, RESTR_JUDICIAL, RESTR_FALENCIA,
                      SEM_LIMITE
                 INTO :H-BIR-REFERENCIA, :H-BIR-SCORE,
                      :H-BIR-PROTESTO, :H-BIR-INADIMPL,
                      :H-BIR-JUDICIAL, :H-BIR-FALENCIA,
                      :H-BIR-SEM-LIMITE
                 FROM TB_CLIENTES_BIRO
                WHERE ID_CLIENTE = :H-ID-CLIENTE
                  AND REFERENCIA =
                      (SELECT MAX(REFERENCIA)
                         FROM TB_CLIENTES_BIRO
                        WHERE ID_CLIENTE = :H-ID-CLIENTE)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQL-OK
              SET WS-BIR-ACHOU TO TRUE
              EXEC SQL
                  SELECT SCORE
                    INTO :H-BIR-SCORE-ANT
                    FROM TB_CLIENTES_BIRO
                   WHERE ID_CLIENTE = :H-ID-CLIENTE
                     AND REFERENCIA =
                         (SELECT MAX(REFERENCIA)
                            FROM TB_CLIENTES_BIRO
                           WHERE ID_CLIENTE = :H-ID-CLIENTE
                             AND REFERENCIA < :H-BIR-REFERENCIA)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF SQL-OK
                 SET WS-BIR-TEM-ANTERIOR TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
       2700-MONTAR-TELA.
      *--- NOMES MASCARADOS CONFORME O NIVEL DO OPERADOR
           ELSE
              MOVE 'SEM ACESSOS REGISTRADOS' TO LOOKINFO
           END-IF.
      *
      *--- NOTA MAIS RECENTE: DATA, CATEGORIA E OPERADOR PARA TODOS; O
      *--- TEXTO LIVRE SO PARA QUEM TEM AUTORIZACAO A DADOS PESSOAIS
           MOVE H-QTD-NOTAS TO WS-QTD-NOTAS-ED.
           MOVE WS-QTD-NOTAS-ED TO NOTAQTDO.
           MOVE SPACES TO NOTAINFO.
           IF H-NOTA-TS NOT = SPACES
              IF CURRENT-AUTH-NONE
                 STRING H-NOTA-TS(1:16) ' ' H-NOTA-CATEGORIA ' '
                        H-NOTA-OPERADOR ' *** SEM AUTORIZACAO ***'
                     DELIMITED BY SIZE INTO NOTAINFO
              ELSE
                 STRING H-NOTA-TS(1:16) ' ' H-NOTA-CATEGORIA ' '
                        H-NOTA-OPERADOR ' ' H-NOTA-TEXTO
                     DELIMITED BY SIZE INTO NOTAINFO
              END-IF
           ELSE
              MOVE 'SEM NOTAS DE ATENDIMENTO (TRNN)' TO NOTAINFO
           END-IF.
      *
      *--- VALOR BLOQUEADO JUDICIALMENTE (DETALHES NA TRNQ)
           MOVE SPACES TO BLOQINFO.
           IF WS-BJU-QTD > ZERO
              MOVE WS-BJU-TOTAL TO WS-BJU-TOTAL-ED
              MOVE WS-BJU-QTD TO WS-BJU-QTD-ED
              STRING 'BLOQUEADO ' WS-BJU-TOTAL-ED ' EM '
                     WS-BJU-QTD-ED ' ORDEM(NS) JUDICIAL(IS) - VER TRNQ'
                  DELIMITED BY SIZE INTO BLOQINFO
           ELSE
              MOVE 'SEM BLOQUEIO JUDICIAL EM VIGOR' TO BLOQINFO
           END-IF.
      *
      *--- RETORNO DO BIRO: SCORE E RESTRICOES SO PARA QUEM TEM
      *--- AUTORIZACAO A DADOS PESSOAIS (MESMA REGRA DA NOTA)
           MOVE SPACES TO BIROINFO.
           IF WS-BIR-ACHOU
              MOVE H-BIR-SCORE TO WS-BIR-SCORE-ED
              IF WS-BIR-TEM-ANTERIOR
                 MOVE H-BIR-SCORE-ANT TO WS-BIR-SCORE-ANT-ED
                 MOVE WS-BIR-SCORE-ANT-ED TO WS-BIR-SCORE-ANT-TX
              ELSE
                 MOVE '----' TO WS-BIR-SCORE-ANT-TX
              END-IF
              IF H-BIR-SEM-LIMITE = 'S'
                 MOVE 'SEM LIMITE DEVEDOR' TO WS-BIR-LIMITE-TXT
              ELSE
                 MOVE 'LIMITE NORMAL' TO WS-BIR-LIMITE-TXT
              END-IF
              IF CURRENT-AUTH-NONE
                 STRING 'BIRO REF ' H-BIR-REFERENCIA
                        ' *** SEM AUTORIZACAO ***'
                     DELIMITED BY SIZE INTO BIROINFO
              ELSE
                 STRING 'BIRO REF ' H-BIR-REFERENCIA ' SCORE '
                        WS-BIR-SCORE-ED ' (ANT ' WS-BIR-SCORE-ANT-TX
                        ') RESTR P/I/J/F ' H-BIR-PROTESTO
                        H-BIR-INADIMPL H-BIR-JUDICIAL H-BIR-FALENCIA
                        ' ' WS-BIR-LIMITE-TXT
                     DELIMITED BY SIZE INTO BIROINFO
              END-IF
           ELSE
              MOVE 'SEM RETORNO DO BIRO DE CREDITO' TO BIROINFO
           END-IF.
      *
           MOVE 'VISAO 360 MONTADA.' TO WS-MSG-SAIDA.
           EXIT.
      *
       3000-PROCESS-EXIT.
      * Sessao aberta pelo menu volta ao TRNM com o cliente corrente;
      * as demais encerram como sempre.
           IF CTX-PGM-RETORNO NOT = SPACES
              SET CTX-VOLTA-AO-MENU TO TRUE
              EXEC CICS XCTL
                  PROGRAM(CTX-PGM-RETORNO)
                  COMMAREA(CA-CONTEXTO)
                  LENGTH(LENGTH OF CA-CONTEXTO)
              END-EXEC
           END-IF.
           EXEC CICS SEND
               TEXT
               FROM('Visao 360 encerrada.')
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRN9'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
