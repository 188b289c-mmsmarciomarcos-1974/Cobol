      * PEDIDOS DE ORIGEM 'IMSA' SO TRAZEM O NOME: A APROVACAO
      * ATUALIZA SO O NOME, E O DBCLIENT E REALINHADO NA
      * SINCRONIZACAO NOTURNA (MYIMSLD), COMO NAS EDICOES DO CICS.
      * PEDIDO COM CEP: NA APROVACAO O CEP E CONFERIDO DE NOVO NA BASE
      * DOS CORREIOS (MYCEPVAL - A BASE PODE TER SIDO RECARREGADA
      * DESDE O PEDIDO); CEP INVALIDO OU CIDADE/UF DIVERGENTES
      * IMPEDEM A APROVACAO, E O CADASTRO RECEBE O BAIRRO, A CIDADE E
      * A UF OFICIAIS DO CEP.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
           05 WP-END-DEPOIS        PIC X(40).
           05 WP-CON-ANTES         PIC X(20).
           05 WP-CON-DEPOIS        PIC X(20).
           05 WP-CEP-ANTES         PIC X(08).
           05 WP-CEP-DEPOIS        PIC X(08).
           05 WP-CID-ANTES         PIC X(30).
           05 WP-CID-DEPOIS        PIC X(30).
           05 WP-UF-ANTES          PIC X(02).
           05 WP-UF-DEPOIS         PIC X(02).
      *--- ENDERECO OFICIAL DO CEP, GRAVADO NA APROVACAO
           05 WP-OFI-BAIRRO        PIC X(30).
           05 WP-OFI-CIDADE        PIC X(30).
           05 WP-OFI-UF            PIC X(02).
      *
      *--- PERFIL DO OPERADOR NA TABELA CENTRAL TB_OPERADORES, MESMO
      *--- DESENHO DA TRN6
      *--- DIARIO DE ALTERACOES DE TB_CLIENTES (GRAVADO NA APROVACAO,
      *--- QUE E QUANDO A ALTERACAO DE FATO ACONTECE)
       COPY MYJRNLC.
      *--- PUBLICACAO DA ALTERACAO NA FILA MQ (MODULO MYJRNPUB)
       COPY MYJPUBC.
      *--- ENCADEAMENTO DA LINHA DO DIARIO (MODULO MYTRLCAD)
       COPY MYTRLCDC.
      *--- VALIDACAO DO CEP CONTRA A BASE DOS CORREIOS (MODULO
      *--- MYCEPVAL)
       COPY MYCEPVC.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- SAIDA IDO, TSO, SOLO, ORIGO, NOMEAO/NOMEDO (NOME ANTES/
      *--- DEPOIS), ENDAO/ENDDO, CONAO/CONDO, CEPAO/CEPDO, CIDAO/CIDDO,
      *--- UFAO/UFDO E MSGO.
       COPY MYMAPPC.
      *
      *--- O PEDIDO EM TELA VIAJA NA COMMAREA PARA O PF5/PF6 AGIREM
           05 AUD-TRANCODE         PIC X(04).
           05 AUD-OPID             PIC X(03).
           05 AUD-DATAI            PIC X(30).
      *
      *--- EVENTO DE AVISO AO CLIENTE (TDQ 'NOTF', LAYOUT MYNOTFC),
      *--- FORMATADO A NOITE PELO MYNOTFMT
       COPY MYNOTFC.
       01 WS-NTF-DATA-JULIANA      PIC 9(07).
      *
       COPY DFHAID.
      *
                      ORIGEM, NOME_ANTES, NOME_DEPOIS,
                      NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                      ENDERECO_ANTES, ENDERECO_DEPOIS,
                      CONTATO_ANTES, CONTATO_DEPOIS,
                      COALESCE(CEP_ANTES, ' '),
                      COALESCE(CEP_DEPOIS, ' '),
                      COALESCE(CIDADE_ANTES, ' '),
                      COALESCE(CIDADE_DEPOIS, ' '),
                      COALESCE(UF_ANTES, ' '),
                      COALESCE(UF_DEPOIS, ' ')
                 INTO :WP-ID-CLIENTE, :WP-SOLICITADO-TS,
                      :WP-SOLICITANTE, :WP-ORIGEM,
                      :WP-NOME-ANTES, :WP-NOME-DEPOIS,
                      :WP-NOME-CONT-ANTES, :WP-NOME-CONT-DEPOIS,
                      :WP-END-ANTES, :WP-END-DEPOIS,
                      :WP-CON-ANTES, :WP-CON-DEPOIS,
                      :WP-CEP-ANTES, :WP-CEP-DEPOIS,
                      :WP-CID-ANTES, :WP-CID-DEPOIS,
                      :WP-UF-ANTES, :WP-UF-DEPOIS
                 FROM TB_CLIENTES_PENDENTE
                WHERE STATUS_PEDIDO = 'P'
                  AND SOLICITADO_TS =
           MOVE WP-END-DEPOIS     TO ENDDO.
           MOVE WP-CON-ANTES      TO CONAO.
           MOVE WP-CON-DEPOIS     TO CONDO.
           MOVE WP-CEP-ANTES      TO CEPAO.
           MOVE WP-CEP-DEPOIS     TO CEPDO.
           MOVE WP-CID-ANTES      TO CIDAO.
           MOVE WP-CID-DEPOIS     TO CIDDO.
           MOVE WP-UF-ANTES       TO UFAO.
           MOVE WP-UF-DEPOIS      TO UFDO.
           EXIT.
      *
      *--- PF5: APROVA O PEDIDO EM TELA. RELE A LINHA (AINDA 'P'?),
                       MOVE 'PEDIDO DO PROPRIO OPERADOR. OUTRO DEVE A
      -                     'PROVAR.' TO WS-MSG-SAIDA
                    ELSE
                       PERFORM 3315-VALIDAR-CEP
                       IF WS-MSG-SAIDA = SPACES
                          PERFORM 3320-APLICAR-APROVACAO
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'PEDIDO JA DECIDIDO OU INEXISTENTE.'
                      NOME_ANTES, NOME_DEPOIS,
                      NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                      ENDERECO_ANTES, ENDERECO_DEPOIS,
                      CONTATO_ANTES, CONTATO_DEPOIS,
                      COALESCE(CEP_ANTES, ' '),
                      COALESCE(CEP_DEPOIS, ' '),
                      COALESCE(CIDADE_ANTES, ' '),
                      COALESCE(CIDADE_DEPOIS, ' '),
                      COALESCE(UF_ANTES, ' '),
                      COALESCE(UF_DEPOIS, ' ')
                 INTO :WP-ID-CLIENTE, :WP-SOLICITANTE, :WP-ORIGEM,
                      :WP-NOME-ANTES, :WP-NOME-DEPOIS,
                      :WP-NOME-CONT-ANTES, :WP-NOME-CONT-DEPOIS,
                      :WP-END-ANTES, :WP-END-DEPOIS,
                      :WP-CON-ANTES, :WP-CON-DEPOIS,
                      :WP-CEP-ANTES, :WP-CEP-DEPOIS,
                      :WP-CID-ANTES, :WP-CID-DEPOIS,
                      :WP-UF-ANTES, :WP-UF-DEPOIS
                 FROM TB_CLIENTES_PENDENTE
                WHERE ID_CLIENTE = :CA-PEND-ID
                  AND SOLICITADO_TS = :CA-PEND-TS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EXIT.
      *
      *--- CEP DO PEDIDO NA BASE DOS CORREIOS. PEDIDO SEM CEP (OU DE
      *--- ORIGEM IMSA) NAO MEXE NO ENDERECO OFICIAL. RECUSA = MENSAGEM
      *--- EM WS-MSG-SAIDA; O PEDIDO CONTINUA PENDENTE.
       3315-VALIDAR-CEP.
           MOVE SPACES TO WS-MSG-SAIDA.
           IF WP-ORIGEM NOT = 'IMSA' AND WP-CEP-DEPOIS NOT = SPACES
              MOVE WP-CEP-DEPOIS TO CEP-CEP
              MOVE WP-CID-DEPOIS TO CEP-CIDADE
              MOVE ZERO          TO CEP-TAM-CIDADE
              MOVE WP-UF-DEPOIS  TO CEP-UF
              CALL 'MYCEPVAL' USING MYCEPVAL-PARAMETROS
              EVALUATE TRUE
                  WHEN CEP-OK
                      MOVE CEP-OFI-BAIRRO TO WP-OFI-BAIRRO
                      MOVE CEP-OFI-CIDADE TO WP-OFI-CIDADE
                      MOVE CEP-OFI-UF     TO WP-OFI-UF
                  WHEN CEP-CIDADE-DIVERGE OR CEP-UF-DIVERGE
                      MOVE 'CIDADE/UF NAO BATEM COM O CEP. USE PF6.'
                          TO WS-MSG-SAIDA
                  WHEN CEP-ERRO-SQL
                      MOVE 'ERRO NA CONSULTA DO CEP. CONTATE O SUPORTE.'
                          TO WS-MSG-SAIDA
                  WHEN OTHER
                      MOVE 'CEP FORA DA BASE DOS CORREIOS. USE PF6.'
                          TO WS-MSG-SAIDA
              END-EVALUATE
           END-IF.
           EXIT.
      *
       3320-APLICAR-APROVACAO.
      *--- PEDIDO DE ORIGEM IMSA SO CARREGA O NOME; OS DEMAIS CAMPOS
                         CONTATO_CLIENTE = :WP-CON-DEPOIS
                   WHERE ID_CLIENTE = :CA-PEND-ID
              END-EXEC
              IF SQLCODE = 0 AND WP-CEP-DEPOIS NOT = SPACES
                 EXEC SQL
                     UPDATE TB_CLIENTES
                        SET CEP_CLIENTE = :WP-CEP-DEPOIS,
                            BAIRRO_CLIENTE = :WP-OFI-BAIRRO,
                            CIDADE_CLIENTE = :WP-OFI-CIDADE,
                            UF_CLIENTE = :WP-OFI-UF
                      WHERE ID_CLIENTE = :CA-PEND-ID
                 END-EXEC
              END-IF
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT SQL-OK
                        TO WS-MSG-SAIDA
                 ELSE
                    EXEC CICS SYNCPOINT END-EXEC
                    PERFORM 3995-WRITE-NOTIF-ALTERACAO
                    MOVE 'PEDIDO APROVADO E APLICADO.'
                        TO WS-MSG-SAIDA
                    PERFORM 3200-EXIBIR-PEDIDO
           MOVE WP-NOME-CONT-DEPOIS TO WS-JRNL-NOME-CONT-DEPOIS.
           MOVE SPACES TO WS-JRNL-STATUS-ANTES.
           MOVE SPACES TO WS-JRNL-STATUS-DEPOIS.
      *--- O MESMO TIMESTAMP VAI NA LINHA DO DIARIO E NO EVENTO MQ
           EXEC SQL
               SET :WS-JRNL-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
      *--- SEQUENCIA E HASH ENCADEADO DA LINHA (MYTRLCAD), NA MESMA
      *--- UNIDADE DE TRABALHO DO INSERT
           MOVE 'JOURNAL' TO TRC-TRILHA.
           MOVE LENGTH OF WS-JOURNAL-VARS TO TRC-TAMANHO.
           CALL 'MYTRLCAD' USING MYTRLCAD-PARAMETROS WS-JOURNAL-VARS.
           IF TRC-OK
              EXEC SQL
                  INSERT INTO TB_CLIENTES_JOURNAL
                      (PROGRAM_NAME, TASK_ID, CHANGE_TS, ID_CLIENTE,
                       NOME_ANTES, NOME_DEPOIS,
                       NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                       STATUS_ANTES, STATUS_DEPOIS,
                       SEQ_CADEIA, HASH_CADEIA)
                  VALUES
                      (:WS-JRNL-PROGRAM-NAME, :WS-JRNL-TASK-ID,
                       :WS-JRNL-CHANGE-TS, :WS-JRNL-ID-CLIENTE,
                       :WS-JRNL-NOME-ANTES, :WS-JRNL-NOME-DEPOIS,
                       :WS-JRNL-NOME-CONT-ANTES,
                       :WS-JRNL-NOME-CONT-DEPOIS,
                       :WS-JRNL-STATUS-ANTES, :WS-JRNL-STATUS-DEPOIS,
                       :TRC-SEQ, :TRC-HASH)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           ELSE
              MOVE TRC-SQLCODE TO WS-SQLCODE
           END-IF.
           IF SQL-OK
              PERFORM 3335-PUBLICAR-EVENTO
           END-IF.
           EXIT.
      *
      *--- O EVENTO DA ALTERACAO VAI PARA A FILA CLI.EVENTOS (MYJRNPUB)
      *--- NO MESMO SYNCPOINT DA TAREFA. FALHA NO MQ NAO DESFAZ A
      *--- APROVACAO: A RECONCILIACAO MYJRNREC REPUBLICA O EVENTO
       3335-PUBLICAR-EVENTO.
           SET JPUB-FN-PUBLICAR TO TRUE.
           MOVE 'N' TO JPUB-REPUBLICACAO.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           EXIT.
      *
       3340-MARCAR-PEDIDO-A.
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNP'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
      *
      *--- AVISO AO CLIENTE DA ALTERACAO JA APLICADA (DEPOIS DO
      *--- SYNCPOINT): O CANAL E O TEXTO SAO DECIDIDOS PELO MYNOTFMT,
      *--- COM O CONTATO JA ATUALIZADO
       3995-WRITE-NOTIF-ALTERACAO.
           MOVE SPACES TO NTF-RECORD.
           COMPUTE WS-NTF-DATA-JULIANA = EIBDATE + 1900000.
           COMPUTE NTF-DATA =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-NTF-DATA-JULIANA)).
           MOVE EIBTIME  TO NTF-HORA.
           MOVE 'MYCICSAP' TO NTF-PROGRAMA.
           SET NTF-EVT-ALTERACAO TO TRUE.
           MOVE CA-PEND-ID TO NTF-ID-CLIENTE.
           MOVE ZERO TO NTF-VALOR.
           MOVE 'N' TO NTF-INSTANTANEO.
           EXEC CICS WRITEQ TD
               QUEUE('NOTF')
               FROM(NTF-RECORD)
               LENGTH(LENGTH OF NTF-RECORD)
           END-EXEC.
           EXIT.
      *
       5000-SEND-AND-RETURN.
           MOVE WS-MSG-SAIDA TO MSGO.
