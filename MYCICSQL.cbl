      *    NA HORA: ELA ENTRA PENDENTE EM TB_CLIENTES_PENDENTE E SO
      *    O APROVADOR DA FILA TRNP (MYCICSAP) - UM SEGUNDO OPERADOR
      *    AUTORIZADO - APLICA O UPDATE, A PROPAGACAO E O DIARIO
      *    (QUATRO OLHOS EXIGIDO PELO COMPLIANCE). CEP INFORMADO E
      *    CONFERIDO NA BASE DOS CORREIOS (MYCEPVAL) ANTES DE O
      *    PEDIDO ENTRAR; CIDADE/UF VAO NO PEDIDO JA NA FORMA OFICIAL.
      * 5. PF7: inativa o cliente exibido (BAIXA LOGICA: o
      *    STATUS_CLIENTE vai para 'INATIVO', a linha nao e excluida;
      *    MYCUSTLD/MYCICSBQ passam a ocultar a conta).
      * 6. PF3: sai - OU VOLTA AO BROWSE (TRN2) / AO MENU PRINCIPAL
      *    (TRNM), CONFORME A ORIGEM DA SESSAO.
      *
      * CHEGADA PELO MENU PRINCIPAL (TRNM/MYCICSMN, CONTEXTO MYCTXC):
      * O CLIENTE CORRENTE JA VEM PESQUISADO, COMO NA SELECAO DE LINHA
      * DO MYCICSBR; NO PF3 O ULTIMO CLIENTE EXIBIDO VOLTA AO MENU
      * COMO CLIENTE CORRENTE.
      *
      * O NOME_CLIENTE EXIBIDO E MASCARADO CONFORME O NIVEL DE
      * AUTORIZACAO DO OPERADOR (EIBOPID) - MESMO MECANISMO DO
      *--- O BLOCO DE ENDERECO/CONTATO SEGUE A MESMA POLITICA
           05 WS-MASKED-ENDERECO   PIC X(40).
           05 WS-MASKED-CONTATO    PIC X(20).
           05 WS-MASKED-CEP        PIC X(08).
           05 WS-MASKED-BAIRRO     PIC X(30).
           05 WS-MASKED-CIDADE     PIC X(30).
           05 WS-MASKED-UF         PIC X(02).
      *
      *--- HOST VARIABLES PROPRIAS DO BLOCO DE ENDERECO/CONTATO (FORA
      *--- DO DCLGEN, MESMO ESTILO DAS WS-CD-* DO MYDB2BAT)
       01 WS-ENDERECO-VARS.
           05 WS-D-ENDERECO        PIC X(40).
           05 WS-D-CONTATO         PIC X(20).
      *--- ENDERECO OFICIAL (CEP CONFERIDO NA BASE DOS CORREIOS)
           05 WS-D-CEP             PIC X(08).
           05 WS-D-BAIRRO          PIC X(30).
           05 WS-D-CIDADE          PIC X(30).
           05 WS-D-UF              PIC X(02).
      *--- IMAGENS "ANTES" DE ENDERECO/CONTATO, GRAVADAS NO PEDIDO
      *--- PENDENTE PARA A TELA DE APROVACAO MOSTRAR ANTES/DEPOIS
           05 WS-PEND-END-ANTES    PIC X(40).
           05 WS-PEND-CON-ANTES    PIC X(20).
           05 WS-PEND-CEP-ANTES    PIC X(08).
           05 WS-PEND-CID-ANTES    PIC X(30).
           05 WS-PEND-UF-ANTES     PIC X(02).
      *
      *--- CRONOMETRAGEM DAS CHAMADAS SQL
       01 WS-TIMING-VARS.
      *--- COMPARTILHADO COM QUALQUER OUTRO PROGRAMA QUE ATUALIZE
      *--- TB_CLIENTES (COPYBOOK MYJRNLC).
       COPY MYJRNLC.
      *--- PUBLICACAO DA ALTERACAO NA FILA MQ (MODULO MYJRNPUB)
       COPY MYJPUBC.
      *--- ENCADEAMENTO DA LINHA DO DIARIO (MODULO MYTRLCAD)
       COPY MYTRLCDC.
      *
      *--- VALIDACAO DO DIGITO VERIFICADOR DO ID (MODULO MYCHKDIG)
       COPY MYCHKDGC.
      *
      *--- VALIDACAO DO CEP CONTRA A BASE DOS CORREIOS (MODULO
      *--- MYCEPVAL)
       COPY MYCEPVC.
      *
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO SQL E DCLGEN
      *----------------------------------------------------------------*
      *--- LINHAS DO MYCICSBR) EXIBE UM UNICO CLIENTE POR VEZ.
      *--- E OS CAMPOS DO BLOCO DE ENDERECO/CONTATO: ENDERECOO/
      *--- CONTATOO (EXIBICAO) E ENDERECOI/CONTATOI (EDICAO).
      *--- E O ENDERECO OFICIAL: CEPO/CIDADEO/UFO/BAIRROO (EXIBICAO) E
      *--- CEPI/CEPL, CIDADEI/CIDADEL E UFI/UFL (EDICAO E INCLUSAO; O
      *--- BAIRRO VEM SEMPRE DO CEP).
       COPY MYMAP3C.
      *
      *--- CONTROLE DA BUSCA POR NOME (LIKE) E DA LISTA DE RESULTADOS
           05 CA-NOME-CONT-ANTES   PIC X(40).
           05 CA-ENDERECO-ANTES    PIC X(40).
           05 CA-CONTATO-ANTES     PIC X(20).
      *--- CONTEXTO DO MENU PRINCIPAL (CLIENTE CORRENTE E RETORNO)
       COPY MYCTXC.
      *
      *--- AREA DE RETORNO AO MYCICSBR ('QL>BR ' + COMMAREA DO BROWSE)
       01 WS-RETORNO-AREA.
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
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
      *--- TAMANHO MAXIMO RECEBIDO: A COMMAREA NORMAL (702), A AREA
      *--- DE TRANSFERENCIA DO MYCICSBR ('BR>QL ' + ID + 410 = 426)
      *--- OU O CONTEXTO VINDO DO MENU ('MN>CTX', 38)
       01 DFHCOMMAREA             PIC X(702).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
      *--- CHEGA JA POSICIONADA NO CLIENTE ESCOLHIDO
               WHEN DFHCOMMAREA(1:6) = 'BR>QL '
                   PERFORM 1500-PROCESS-HANDOFF
      *--- OPCAO ESCOLHIDA NO MENU (TRNM/MYCICSMN): A TELA CHEGA JA
      *--- COM O CLIENTE CORRENTE DO CONTEXTO
               WHEN EIBCALEN = LENGTH OF CA-CONTEXTO
                AND DFHCOMMAREA(1:6) = 'MN>CTX'
                   PERFORM 1600-PROCESS-MENU-CONTEXT
               WHEN OTHER
                   PERFORM 2000-SUBSEQUENT-TIME
           END-EVALUATE.
           MOVE DFHCOMMAREA(7:10) TO WS-ID-ENTRADA.
           PERFORM 2200-PROCESS-EXACT-LOOKUP.
           EXIT.
      *
       1600-PROCESS-MENU-CONTEXT.
      * Chegada pelo menu: guarda o contexto para o retorno do PF3 e,
      * havendo cliente corrente, exibe direto esse cliente (mesmo
      * caminho da selecao de linha do browse).
           INITIALIZE WS-COMMAREA.
           INITIALIZE MYMAP3O.
           MOVE DFHCOMMAREA(1:38) TO CA-CONTEXTO.
           IF CTX-ID-CLIENTE = SPACES
              MOVE 'WELCOME' TO WS-LOOKUP-MSG-ID
              PERFORM 1048-GET-MESSAGE
              MOVE WS-FOUND-MSG-TEXT TO MSGO
              PERFORM 4000-RETURN-TO-CICS
           END-IF.
           MOVE CTX-ID-CLIENTE TO WS-ID-ENTRADA.
           PERFORM 2200-PROCESS-EXACT-LOOKUP.
           EXIT.
      *
       1000-FIRST-TIME.
      * Logica para a primeira execucao da transacao.
           EXEC SQL
               SELECT NOME_CLIENTE, NOME_CLIENTE_CONT,
                      STATUS_CLIENTE,
                      ENDERECO_CLIENTE, CONTATO_CLIENTE,
                      COALESCE(CEP_CLIENTE, ' '),
                      COALESCE(BAIRRO_CLIENTE, ' '),
                      COALESCE(CIDADE_CLIENTE, ' '),
                      COALESCE(UF_CLIENTE, ' ')
                 INTO :D-NOME-CLIENTE, :D-NOME-CLIENTE-CONT,
                      :WS-STATUS-CLIENTE,
                      :WS-D-ENDERECO, :WS-D-CONTATO,
                      :WS-D-CEP, :WS-D-BAIRRO,
                      :WS-D-CIDADE, :WS-D-UF
                 FROM TB_CLIENTES
                WHERE ID_CLIENTE = :D-ID-CLIENTE
           END-EXEC.
              MOVE WS-MASKED-NOME-CONT TO NOME-CONTO
              MOVE WS-MASKED-ENDERECO TO ENDERECOO
              MOVE WS-MASKED-CONTATO TO CONTATOO
              MOVE WS-MASKED-CEP TO CEPO
              MOVE WS-MASKED-BAIRRO TO BAIRROO
              MOVE WS-MASKED-CIDADE TO CIDADEO
              MOVE WS-MASKED-UF TO UFO
      *--- CLIENTE INATIVO E APRESENTADO COMO TAL, NAO COMO CONTA
      *--- VIVA - A EDICAO CONTINUA POSSIVEL (EX: ACERTO DE NOME
      *--- ANTES DE UM ARQUIVAMENTO), MAS O OPERADOR FICA AVISADO
              MOVE SPACES TO NOME-CONTO
              MOVE SPACES TO ENDERECOO
              MOVE SPACES TO CONTATOO
              MOVE SPACES TO CEPO
              MOVE SPACES TO BAIRROO
              MOVE SPACES TO CIDADEO
              MOVE SPACES TO UFO
              MOVE 'NAOACHOU' TO WS-LOOKUP-MSG-ID
              PERFORM 1048-GET-MESSAGE
              MOVE WS-FOUND-MSG-TEXT TO MSGO
      *--- BLOCO DE ENDERECO/CONTATO, EDITAVEL NA MESMA TELA
                 MOVE ENDERECOI TO WS-D-ENDERECO
                 MOVE CONTATOI TO WS-D-CONTATO
      *--- CEP INFORMADO E CONFERIDO; EM BRANCO (CLIENTE AINDA NAO
      *--- PADRONIZADO) O PEDIDO SEGUE SEM CEP
                 PERFORM 2575-RECEIVE-CEP
                 IF CEPL > 0
                    SET WS-NOVO-VALID TO TRUE
                    PERFORM 2570-VALIDATE-CEP
                    IF WS-NOVO-INVALID
                       PERFORM 4000-RETURN-TO-CICS
                    END-IF
                 END-IF
      *
      *--- CAPTURA O VALOR ANTES DA ALTERACAO PARA O DIARIO, ANTES QUE
      *--- O UPDATE ABAIXO O SUBSTITUA
                 MOVE SPACES TO WS-JRNL-NOME-CONT-ANTES
                 MOVE SPACES TO WS-PEND-END-ANTES
                 MOVE SPACES TO WS-PEND-CON-ANTES
                 MOVE SPACES TO WS-PEND-CEP-ANTES
                 MOVE SPACES TO WS-PEND-CID-ANTES
                 MOVE SPACES TO WS-PEND-UF-ANTES
                 EXEC SQL
                     SELECT NOME_CLIENTE, NOME_CLIENTE_CONT,
                            ENDERECO_CLIENTE, CONTATO_CLIENTE,
                            COALESCE(CEP_CLIENTE, ' '),
                            COALESCE(CIDADE_CLIENTE, ' '),
                            COALESCE(UF_CLIENTE, ' ')
                       INTO :WS-JRNL-NOME-ANTES,
                            :WS-JRNL-NOME-CONT-ANTES,
                            :WS-PEND-END-ANTES,
                            :WS-PEND-CON-ANTES,
                            :WS-PEND-CEP-ANTES,
                            :WS-PEND-CID-ANTES,
                            :WS-PEND-UF-ANTES
                       FROM TB_CLIENTES
                      WHERE ID_CLIENTE = :D-ID-CLIENTE
                 END-EXEC
                         NOME_ANTES, NOME_DEPOIS,
                         NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                         ENDERECO_ANTES, ENDERECO_DEPOIS,
                         CONTATO_ANTES, CONTATO_DEPOIS,
                         CEP_ANTES, CEP_DEPOIS,
                         CIDADE_ANTES, CIDADE_DEPOIS,
                         UF_ANTES, UF_DEPOIS)
                     VALUES
                        (:D-ID-CLIENTE, CURRENT TIMESTAMP,
                         :WS-OP-ID, 'TRN3', 'P',
                         :WS-JRNL-NOME-CONT-ANTES,
                         :D-NOME-CLIENTE-CONT,
                         :WS-PEND-END-ANTES, :WS-D-ENDERECO,
                         :WS-PEND-CON-ANTES, :WS-D-CONTATO,
                         :WS-PEND-CEP-ANTES, :WS-D-CEP,
                         :WS-PEND-CID-ANTES, :WS-D-CIDADE,
                         :WS-PEND-UF-ANTES, :WS-D-UF)
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 EXEC CICS ASKTIME ABSTIME(WS-TIME-AFTER) END-EXEC
                       MOVE WS-MASKED-NOME-CONT TO NOME-CONTO
                       MOVE WS-MASKED-ENDERECO TO ENDERECOO
                       MOVE WS-MASKED-CONTATO TO CONTATOO
                       MOVE WS-MASKED-CEP TO CEPO
                       MOVE WS-MASKED-BAIRRO TO BAIRROO
                       MOVE WS-MASKED-CIDADE TO CIDADEO
                       MOVE WS-MASKED-UF TO UFO
                       MOVE 'PENDAPROV' TO WS-LOOKUP-MSG-ID
                       PERFORM 1048-GET-MESSAGE
                       IF WS-FOUND-MSG-TEXT = SPACES
           MOVE NOME-CONTI TO D-NOME-CLIENTE-CONT.
           MOVE ENDERECOI TO WS-D-ENDERECO.
           MOVE CONTATOI TO WS-D-CONTATO.
      *--- WS-D-CEP/BAIRRO/CIDADE/UF JA OFICIAIS (2570)
      *
           EXEC CICS ASKTIME ABSTIME(WS-TIME-BEFORE) END-EXEC.
           EXEC SQL
               INSERT INTO TB_CLIENTES
                   (ID_CLIENTE, NOME_CLIENTE, NOME_CLIENTE_CONT,
                    ENDERECO_CLIENTE, CONTATO_CLIENTE,
                    CEP_CLIENTE, BAIRRO_CLIENTE, CIDADE_CLIENTE,
                    UF_CLIENTE, STATUS_CLIENTE)
               VALUES
                   (:D-ID-CLIENTE, :D-NOME-CLIENTE,
                    :D-NOME-CLIENTE-CONT,
                    :WS-D-ENDERECO, :WS-D-CONTATO,
                    :WS-D-CEP, :WS-D-BAIRRO, :WS-D-CIDADE,
                    :WS-D-UF, 'ATIVO')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EXEC CICS ASKTIME ABSTIME(WS-TIME-AFTER) END-EXEC.
      *
      *--- EDITA OS CAMPOS DO CLIENTE NOVO: ID OBRIGATORIO, NUMERICO
      *--- E INEDITO; NOME OBRIGATORIO E SO COM LETRAS/NUMEROS/ESPACO
      *--- (MESMO CRITERIO DO 3110-VALIDATE-DATAI DO MYCICS); CEP
      *--- OBRIGATORIO E CONFERIDO NA BASE DOS CORREIOS.
       2560-VALIDATE-NEW-CUSTOMER.
           SET WS-NOVO-VALID TO TRUE.
      *
                 MOVE WS-FOUND-MSG-TEXT TO MSGO
              END-IF
           END-IF.
      *
           IF WS-NOVO-VALID
              PERFORM 2575-RECEIVE-CEP
              PERFORM 2570-VALIDATE-CEP
           END-IF.
           EXIT.
      *
      *--- CEP EM WS-D-CEP (E CIDADE/UF DIGITADAS, SE HOUVER) CONTRA A
      *--- BASE DOS CORREIOS (MYCEPVAL). CONFERIDO, WS-D-BAIRRO/
      *--- CIDADE/UF PASSAM A TER OS VALORES OFICIAIS DO CEP; SENAO
      *--- WS-NOVO-INVALID E A MENSAGEM EM MSGO.
       2570-VALIDATE-CEP.
           MOVE WS-D-CEP    TO CEP-CEP.
           MOVE WS-D-CIDADE TO CEP-CIDADE.
           MOVE ZERO        TO CEP-TAM-CIDADE.
           MOVE WS-D-UF     TO CEP-UF.
           CALL 'MYCEPVAL' USING MYCEPVAL-PARAMETROS.
           EVALUATE TRUE
              WHEN CEP-OK
                 MOVE CEP-OFI-BAIRRO TO WS-D-BAIRRO
                 MOVE CEP-OFI-CIDADE TO WS-D-CIDADE
                 MOVE CEP-OFI-UF     TO WS-D-UF
              WHEN CEP-CIDADE-DIVERGE OR CEP-UF-DIVERGE
                 SET WS-NOVO-INVALID TO TRUE
                 MOVE 'CEPCIDUF' TO WS-LOOKUP-MSG-ID
                 PERFORM 1048-GET-MESSAGE
                 IF WS-FOUND-MSG-TEXT = SPACES
                    MOVE 'CIDADE/UF NAO CONFEREM COM O CEP.'
                        TO WS-FOUND-MSG-TEXT
                 END-IF
                 MOVE WS-FOUND-MSG-TEXT TO MSGO
                 MOVE CEP-OFI-CIDADE TO CIDADEO
                 MOVE CEP-OFI-UF     TO UFO
              WHEN CEP-ERRO-SQL
                 SET WS-NOVO-INVALID TO TRUE
                 MOVE CEP-SQLCODE TO WS-SQLCODE
                 MOVE 'ERROUPDATE' TO WS-LOOKUP-MSG-ID
                 PERFORM 1048-GET-MESSAGE
                 MOVE WS-FOUND-MSG-TEXT TO MSGO
              WHEN OTHER
                 SET WS-NOVO-INVALID TO TRUE
                 MOVE 'CEPINVAL' TO WS-LOOKUP-MSG-ID
                 PERFORM 1048-GET-MESSAGE
                 IF WS-FOUND-MSG-TEXT = SPACES
                    MOVE 'CEP INVALIDO OU FORA DA BASE DOS CORREIOS.'
                        TO WS-FOUND-MSG-TEXT
                 END-IF
                 MOVE WS-FOUND-MSG-TEXT TO MSGO
           END-EVALUATE.
           EXIT.
      *
      *--- CEP/CIDADE/UF DA TELA; CAMPO NAO DIGITADO VAI EM BRANCO
       2575-RECEIVE-CEP.
           MOVE SPACES TO WS-D-CEP WS-D-BAIRRO WS-D-CIDADE WS-D-UF.
           IF CEPL > 0
              MOVE CEPI TO WS-D-CEP
           END-IF.
           IF CIDADEL > 0
              MOVE CIDADEI TO WS-D-CIDADE
           END-IF.
           IF UFL > 0
              MOVE UFI TO WS-D-UF
           END-IF.
           EXIT.
      *
       2600-PROCESS-INACTIVATE.
                    PERFORM 4710-GRAVAR-JOURNAL-STATUS
                    IF SQL-OK
                       EXEC CICS SYNCPOINT END-EXEC
                       PERFORM 3995-WRITE-NOTIF-INATIVACAO
                       MOVE 'INATIVADO' TO WS-LOOKUP-MSG-ID
                       PERFORM 1048-GET-MESSAGE
                       MOVE WS-FOUND-MSG-TEXT TO MSGO
      *
       3000-PROCESS-EXIT.
      * Sessao iniciada por selecao de linha no browse volta para a
      * mesma pagina do MYCICSBR; a aberta pelo menu volta ao TRNM
      * com o ultimo cliente exibido; as demais encerram como sempre.
           IF CA-RETORNA-BROWSE
              MOVE CA-RETURN-AREA TO WS-RETORNO-BROWSE
              EXEC CICS XCTL
                  LENGTH(LENGTH OF WS-RETORNO-AREA)
              END-EXEC
           END-IF.
           IF CTX-PGM-RETORNO NOT = SPACES
              IF CA-LAST-ID-CLIENTE NOT = SPACES
                 MOVE CA-LAST-ID-CLIENTE TO CTX-ID-CLIENTE
              END-IF
              SET CTX-VOLTA-AO-MENU TO TRUE
              EXEC CICS XCTL
                  PROGRAM(CTX-PGM-RETORNO)
                  COMMAREA(CA-CONTEXTO)
                  LENGTH(LENGTH OF CA-CONTEXTO)
              END-EXEC
           END-IF.
           EXEC CICS SEND
               TEXT
               FROM('Sessao de consulta encerrada.')
      *
       4510-MASK-ENDERECO.
      * Mesma politica de mascaramento do nome, aplicada ao bloco de
      * endereco/contato carregado em WS-D-ENDERECO/WS-D-CONTATO. Do
      * endereco oficial, cidade e UF nao sao mascaradas; o CEP perde
      * o sufixo e o bairro some.
           EVALUATE TRUE
              WHEN CURRENT-AUTH-FULL
                 MOVE WS-D-ENDERECO TO WS-MASKED-ENDERECO
                 MOVE WS-D-CONTATO TO WS-MASKED-CONTATO
                 MOVE WS-D-CEP TO WS-MASKED-CEP
                 MOVE WS-D-BAIRRO TO WS-MASKED-BAIRRO
                 MOVE WS-D-CIDADE TO WS-MASKED-CIDADE
                 MOVE WS-D-UF TO WS-MASKED-UF
              WHEN CURRENT-AUTH-NONE
                 MOVE '*** SEM AUTORIZACAO ***' TO WS-MASKED-ENDERECO
                 MOVE '*** SEM AUT. ***' TO WS-MASKED-CONTATO
                 MOVE SPACES TO WS-MASKED-CEP
                 MOVE SPACES TO WS-MASKED-BAIRRO
                 MOVE SPACES TO WS-MASKED-CIDADE
                 MOVE SPACES TO WS-MASKED-UF
              WHEN OTHER
                 MOVE SPACES TO WS-MASKED-BAIRRO
                 MOVE WS-D-CIDADE TO WS-MASKED-CIDADE
                 MOVE WS-D-UF TO WS-MASKED-UF
                 MOVE SPACES TO WS-MASKED-CEP
                 IF WS-D-CEP NOT = SPACES
                    MOVE WS-D-CEP(1:5) TO WS-MASKED-CEP(1:5)
                    MOVE ALL '*' TO WS-MASKED-CEP(6:3)
                 END-IF
                 MOVE SPACES TO WS-MASKED-ENDERECO
                 IF WS-D-ENDERECO NOT = SPACES
                    MOVE WS-D-ENDERECO(1:1) TO WS-MASKED-ENDERECO(1:1)
           MOVE D-NOME-CLIENTE-CONT TO WS-JRNL-NOME-CONT-ANTES.
           MOVE D-NOME-CLIENTE-CONT TO WS-JRNL-NOME-CONT-DEPOIS.
           MOVE 'INATIVO' TO WS-JRNL-STATUS-DEPOIS.
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
              PERFORM 4790-PUBLICAR-EVENTO
           END-IF.
           EXIT.
      *
      *--- GRAVA NO DIARIO A CERTIDAO DE NASCIMENTO DO CLIENTE NOVO:
           MOVE D-NOME-CLIENTE TO WS-JRNL-NOME-DEPOIS.
           MOVE D-NOME-CLIENTE-CONT TO WS-JRNL-NOME-CONT-DEPOIS.
           MOVE 'ATIVO' TO WS-JRNL-STATUS-DEPOIS.
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
              PERFORM 4790-PUBLICAR-EVENTO
           END-IF.
           EXIT.
      *
      *--- O EVENTO DA ALTERACAO VAI PARA A FILA CLI.EVENTOS (MYJRNPUB)
      *--- NO MESMO SYNCPOINT DA TAREFA. FALHA NO MQ NAO DESFAZ A
      *--- ALTERACAO: A RECONCILIACAO MYJRNREC REPUBLICA O EVENTO
       4790-PUBLICAR-EVENTO.
           SET JPUB-FN-PUBLICAR TO TRUE.
           MOVE 'N' TO JPUB-REPUBLICACAO.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           EXIT.
      *
      *--- JANELA DE ACESSO E TERMINAL VINCULADO: UM PERFIL 'F' AS 3H
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRN3'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
      *
      *--- AVISO AO CLIENTE DA INATIVACAO JA CONFIRMADA (DEPOIS DO
      *--- SYNCPOINT): O CANAL E O TEXTO SAO DECIDIDOS PELO MYNOTFMT
       3995-WRITE-NOTIF-INATIVACAO.
           MOVE SPACES TO NTF-RECORD.
           COMPUTE WS-NTF-DATA-JULIANA = EIBDATE + 1900000.
           COMPUTE NTF-DATA =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-NTF-DATA-JULIANA)).
           MOVE EIBTIME  TO NTF-HORA.
           MOVE 'MYCICSQL' TO NTF-PROGRAMA.
           SET NTF-EVT-INATIVACAO TO TRUE.
           MOVE D-ID-CLIENTE TO NTF-ID-CLIENTE.
           MOVE ZERO TO NTF-VALOR.
           MOVE 'N' TO NTF-INSTANTANEO.
           EXEC CICS WRITEQ TD
               QUEUE('NOTF')
               FROM(NTF-RECORD)
               LENGTH(LENGTH OF NTF-RECORD)
           END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO
      *================================================================*
