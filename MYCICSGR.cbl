       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSGR.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - MANUTENCAO DOS GRUPOS ECONOMICOS
      *
      * TRANSACAO: 'TRNG'
      * ARQUIVO:   'GRPFILDD' (VSAM KSDS POR ID DO CLIENTE - O MESMO
      *            ARQUIVO DE ONDE O MYBATCH SOMA A POSICAO DO GRUPO
      *            CONTRA O LIMITE DO GRUPO, R022) E 'GRPCODDD' (PATH
      *            DO INDICE ALTERNATIVO PELO CODIGO DO GRUPO)
      * MAPA:      'MYMAPG' / MAPSET 'MYSETG'
      *
      * EMPRESAS LIGADAS (CONTROLADORA E CONTROLADAS) E TITULARES EM
      * CONJUNTO VIVIAM COMO IDS SEM RELACAO - O LIMITE DE POSICAO
      * DEVEDORA ERA CONFERIDO CLIENTE A CLIENTE E UM GRUPO ESPALHAVA
      * A EXPOSICAO POR VARIOS IDS. AQUI O CLIENTE E VINCULADO A UM
      * CODIGO DE GRUPO COM UM PAPEL ('H' = CABECA, 'M' = MEMBRO); O
      * CABECA CARREGA O LIMITE DO GRUPO. TUDO SOB DUPLA CUSTODIA: UM
      * OPERADOR PROPOE, OUTRO APROVA REDIGITANDO O VINCULO. A
      * PROPOSTA NAO TEM EFEITO NENHUM ATE A APROVACAO (O VINCULO
      * APROVADO ANTERIOR, SE HOUVER, CONTINUA VALENDO):
      *
      * 1. ENTER: COM O GRUPO DIGITADO, LISTA OS MEMBROS A PARTIR DO
      *    GRUPO; SO COM O ID, LISTA A PARTIR DO CLIENTE (10 LINHAS
      *    POR TELA) COM O VINCULO APROVADO, QUEM APROVOU E A PROPOSTA
      *    PENDENTE, SE HOUVER.
      * 2. PF5: PROPOE O VINCULO DIGITADO PARA O CLIENTE (GRUPO, PAPEL
      *    E, SO NO CABECA, O LIMITE DO GRUPO COM 13 DIGITOS: 11
      *    INTEIROS + 2 DECIMAIS; ZEROS = GRUPO SEM LIMITE). GRUPO EM
      *    BRANCO PROPOE O DESVINCULO. PROPOSTA PENDENTE E SUBSTITUIDA.
      * 3. PF6: APROVA A PROPOSTA PENDENTE - SO OUTRO OPERADOR QUE NAO
      *    O PROPONENTE, E O VINCULO REDIGITADO TEM QUE CONFERIR COM A
      *    PROPOSTA. O GRUPO TEM UM CABECA SO.
      * 4. PF7: DESCARTA A PROPOSTA PENDENTE (O VINCULO APROVADO, SE
      *    HOUVER, FICA).
      * 5. PF3: SAI.
      *
      * A TRNG INTEIRA E RESTRITA A OPERADORES COM NIVEL 'F' EM
      * TB_OPERADORES (O MESMO NIVEL DA TRNX). PROPOSTA, APROVACAO E
      * DESCARTE GRAVAM LINHA NA TDQ 'AUDT'.
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
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-LIM-ED            PIC ZZ.ZZZ.ZZZ.ZZ9.
           05 WS-PROP-ED           PIC ZZ.ZZZ.ZZZ.ZZ9.
           05 WS-LIMITE-ENTRADA    PIC X(13).
           05 WS-LIMITE-ENTRADA-N REDEFINES WS-LIMITE-ENTRADA
                                   PIC 9(11)V99.
           05 WS-ENTRADA-SW        PIC X(01).
              88 WS-ENTRADA-VALIDA VALUE 'S'.
           05 WS-CABECA-SW         PIC X(01).
              88 WS-OUTRO-CABECA   VALUE 'S'.
           05 WS-FIM-BROWSE-SW     PIC X(01).
              88 WS-FIM-BROWSE     VALUE 'S'.
           05 WS-BROWSE-SW         PIC X(01).
              88 WS-BROWSE-ABERTO  VALUE 'S'.
      *--- VINCULO DIGITADO (GRUPO EM BRANCO = DESVINCULO)
           05 WS-ENT-ID            PIC X(10).
           05 WS-ENT-CODIGO        PIC X(06).
           05 WS-ENT-PAPEL         PIC X(01).
              88 WS-ENT-CABECA     VALUE 'H'.
              88 WS-ENT-MEMBRO     VALUE 'M'.
           05 WS-ENT-LIMITE        PIC 9(11)V99.
           05 WS-CHAVE-CODIGO      PIC X(06).
           05 WS-CABECA-ID         PIC X(10).
      *
      *--- REGISTRO DO GRUPO ECONOMICO (MESMO LAYOUT DO GRP-RECORD DO
      *--- MYBATCH)
       01 WS-GRP-RECORD.
           05 WS-GRP-ID            PIC X(10).
           05 WS-GRP-CODIGO        PIC X(06).
           05 WS-GRP-PAPEL         PIC X(01).
              88 WS-GRP-CABECA     VALUE 'H'.
           05 WS-GRP-LIMITE        PIC 9(11)V99.
           05 WS-GRP-APROVADO      PIC X(01).
              88 WS-GRP-E-APROVADO VALUE 'S'.
           05 WS-GRP-APROV-OPID    PIC X(03).
           05 WS-GRP-APROV-DATA    PIC 9(07).
           05 WS-GRP-PROP-CODIGO   PIC X(06).
           05 WS-GRP-PROP-PAPEL    PIC X(01).
           05 WS-GRP-PROP-LIMITE   PIC 9(11)V99.
           05 WS-GRP-PENDENTE      PIC X(01).
              88 WS-GRP-E-PENDENTE VALUE 'S'.
           05 WS-GRP-PROP-OPID     PIC X(03).
           05 WS-GRP-PROP-DATA     PIC 9(07).
           05 FILLER               PIC X(28).
      *
      *--- PERFIL DO OPERADOR (SO NIVEL 'F' USA A TRNG)
       01 WS-OPERATOR-VARS.
           05 WS-ADM-ID            PIC X(03).
           05 WS-ADM-NIVEL         PIC X(01).
              88 ADM-E-FINANCEIRO  VALUE 'F'.
           05 WS-ADM-IDIOMA        PIC X(02).
      *--- JANELA DE ACESSO E TERMINAL VINCULADO DO PERFIL (ZEROS/
      *--- BRANCO = SEM RESTRICAO), CONFERIDOS NO SIGN-ON DE TODA
      *--- TRANSACAO (1070-CHECK-ACCESS-WINDOW)
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
      *
      *--- SQLCA E CONTROLE DE SQLCODE (PERFIL E CLIENTE)
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- HOST VARIABLES DO CLIENTE (TB_CLIENTES)
       01 H-CLIENTE-VARS.
           05 H-ID-CLIENTE          PIC X(10).
           05 H-NOME-CLIENTE        PIC X(40).
           05 H-STATUS-CLIENTE      PIC X(10).
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA CLII/CLIL (ID DO CLIENTE), GRPI/GRPL (CODIGO DO
      *--- GRUPO), PAPI/PAPL (PAPEL H/M) E LIMI/LIML (LIMITE DO GRUPO,
      *--- 13 DIGITOS), OS CAMPOS DE SAIDA GRP-LINHAO OCCURS 10 E MSGO.
       COPY MYMAPGC.
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
      *--- A TRNG INTEIRA E SO PARA O NIVEL FINANCEIRO ('F')
           PERFORM 1060-GET-ADMIN-PROFILE.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
           IF NOT ADM-E-FINANCEIRO
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
           INITIALIZE WS-MYMAPG-AREA.
           MOVE 'ENTER=LISTA PF5=PROPOE PF6=APROVA PF7=DESCARTA PF3=SAI'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPG')
               MAPSET('MYSETG')
               INTO(WS-MYMAPG-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CHAVE=' CLII GRPI
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-PROCESS-LIST
               WHEN DFHPF5
                   PERFORM 3200-PROCESS-PROPOSE
               WHEN DFHPF6
                   PERFORM 3300-PROCESS-APPROVE
               WHEN DFHPF7
                   PERFORM 3400-PROCESS-DISCARD
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/5/6/7.'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *
      *--- ENTER: COM O GRUPO DIGITADO, LISTA PELO PATH DO CODIGO DO
      *--- GRUPO (OS MEMBROS DE CADA GRUPO SAEM JUNTOS); SEM ELE,
      *--- LISTA PELO ID A PARTIR DO CLIENTE DIGITADO (OU DO INICIO)
       3100-PROCESS-LIST.
           IF GRPL > 0 AND GRPI NOT = SPACES
              MOVE GRPI TO WS-CHAVE-CODIGO
              EXEC CICS STARTBR
                  FILE('GRPCODDD')
                  RIDFLD(WS-CHAVE-CODIGO)
                  GTEQ
                  RESP(WS-RESP)
              END-EXEC
           ELSE
              IF CLIL > 0
                 MOVE CLII TO WS-GRP-ID
              ELSE
                 MOVE LOW-VALUES TO WS-GRP-ID
              END-IF
              EXEC CICS STARTBR
                  FILE('GRPFILDD')
                  RIDFLD(WS-GRP-ID)
                  GTEQ
                  RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'NENHUM VINCULO A PARTIR DO GRUPO/CLIENTE INFORMADO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
              IF GRPL > 0 AND GRPI NOT = SPACES
                 EXEC CICS READNEXT
                     FILE('GRPCODDD')
                     INTO(WS-GRP-RECORD)
                     RIDFLD(WS-CHAVE-CODIGO)
                     RESP(WS-RESP)
                 END-EXEC
              ELSE
                 EXEC CICS READNEXT
                     FILE('GRPFILDD')
                     INTO(WS-GRP-RECORD)
                     RIDFLD(WS-GRP-ID)
                     RESP(WS-RESP)
                 END-EXEC
              END-IF
              IF EIBRESP = DFHRESP(ENDFILE)
                 MOVE 'FIM DOS GRUPOS ECONOMICOS.' TO WS-MSG-SAIDA
                 EXIT PERFORM
              END-IF
              PERFORM 3150-FORMAT-LIST-LINE
           END-PERFORM.
           IF GRPL > 0 AND GRPI NOT = SPACES
              EXEC CICS ENDBR FILE('GRPCODDD') END-EXEC
           ELSE
              EXEC CICS ENDBR FILE('GRPFILDD') END-EXEC
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- LINHA DA LISTA: ID, GRUPO, PAPEL, LIMITE (SO NO CABECA) E
      *--- APROVADOR E, HAVENDO, A PROPOSTA PENDENTE E O PROPONENTE
       3150-FORMAT-LIST-LINE.
           IF WS-GRP-CABECA
              MOVE WS-GRP-LIMITE TO WS-LIM-ED
           ELSE
              MOVE ZERO TO WS-LIM-ED
           END-IF.
           MOVE SPACES TO GRP-LINHAO(WS-SUB).
           EVALUATE TRUE
               WHEN NOT WS-GRP-E-PENDENTE
                   STRING WS-GRP-ID ' ' WS-GRP-CODIGO ' '
                          WS-GRP-PAPEL ' ' WS-LIM-ED ' '
                          WS-GRP-APROV-OPID
                       DELIMITED BY SIZE INTO GRP-LINHAO(WS-SUB)
               WHEN WS-GRP-PROP-CODIGO = SPACES
                   STRING WS-GRP-ID ' ' WS-GRP-CODIGO ' '
                          WS-GRP-PAPEL ' ' WS-LIM-ED ' '
                          WS-GRP-APROV-OPID ' >DESVINCULO '
                          WS-GRP-PROP-OPID
                       DELIMITED BY SIZE INTO GRP-LINHAO(WS-SUB)
               WHEN OTHER
                   MOVE WS-GRP-PROP-LIMITE TO WS-PROP-ED
                   STRING WS-GRP-ID ' ' WS-GRP-CODIGO ' '
                          WS-GRP-PAPEL ' ' WS-LIM-ED ' '
                          WS-GRP-APROV-OPID ' >' WS-GRP-PROP-CODIGO
                          ' ' WS-GRP-PROP-PAPEL ' ' WS-PROP-ED ' '
                          WS-GRP-PROP-OPID
                       DELIMITED BY SIZE INTO GRP-LINHAO(WS-SUB)
           END-EVALUATE.
           EXIT.
      *
      *--- PF5: PROPOSTA DO VINCULO DIGITADO. SUBSTITUI A PROPOSTA
      *--- PENDENTE; NAO MEXE NO VINCULO APROVADO (SE HOUVER) ATE A
      *--- APROVACAO
       3200-PROCESS-PROPOSE.
           PERFORM 3250-VALIDATE-ENTRY.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE WS-ENT-ID TO H-ID-CLIENTE.
           PERFORM 3260-READ-CUSTOMER.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF WS-ENT-CABECA
              PERFORM 3350-CHECK-OTHER-HEAD
              IF WS-OUTRO-CABECA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
           END-IF.
      *
           MOVE WS-ENT-ID TO WS-GRP-ID.
           EXEC CICS READ
               FILE('GRPFILDD')
               INTO(WS-GRP-RECORD)
               RIDFLD(WS-GRP-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 3270-FILL-PROPOSAL
                   EXEC CICS REWRITE
                       FILE('GRPFILDD')
                       FROM(WS-GRP-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   IF WS-ENT-CODIGO = SPACES
                      MOVE 'CLIENTE FORA DE GRUPO. NADA A DESVINCULAR.'
                          TO WS-MSG-SAIDA
                      PERFORM 5000-SEND-AND-RETURN
                   END-IF
                   MOVE SPACES TO WS-GRP-CODIGO
                   MOVE SPACE  TO WS-GRP-PAPEL
                   MOVE ZERO   TO WS-GRP-LIMITE
                   MOVE 'N'    TO WS-GRP-APROVADO
                   MOVE SPACES TO WS-GRP-APROV-OPID
                   MOVE ZERO   TO WS-GRP-APROV-DATA
                   MOVE SPACES TO WS-GRP-RECORD(73:28)
                   PERFORM 3270-FILL-PROPOSAL
                   EXEC CICS WRITE
                       FILE('GRPFILDD')
                       FROM(WS-GRP-RECORD)
                       RIDFLD(WS-GRP-ID)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF EIBRESP = DFHRESP(NORMAL)
              IF WS-ENT-CODIGO = SPACES
                 MOVE 'PROPOSTA DE DESVINCULO REGISTRADA.'
                     TO WS-MSG-SAIDA
              ELSE
                 MOVE 'PROPOSTA REGISTRADA. AGUARDA APROVACAO.'
                     TO WS-MSG-SAIDA
              END-IF
              MOVE SPACES TO AUD-DATAI
              STRING 'GRUPO PROP ' WS-GRP-ID ' ' WS-ENT-CODIGO
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           ELSE
              MOVE 'ERRO NA GRAVACAO DA PROPOSTA. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ID OBRIGATORIO; COM GRUPO, PAPEL H/M E LIMITE DE 13 DIGITOS
      *--- SO NO CABECA; SEM GRUPO (DESVINCULO), PAPEL E LIMITE EM
      *--- BRANCO
       3250-VALIDATE-ENTRY.
           MOVE 'N' TO WS-ENTRADA-SW.
           MOVE SPACES TO WS-ENT-CODIGO.
           MOVE SPACE  TO WS-ENT-PAPEL.
           MOVE ZERO   TO WS-ENT-LIMITE.
           IF GRPL > 0
              MOVE GRPI TO WS-ENT-CODIGO
           END-IF.
           IF PAPL > 0
              MOVE PAPI TO WS-ENT-PAPEL
           END-IF.
           EVALUATE TRUE
               WHEN CLIL = 0 OR CLII = SPACES
                   MOVE 'DIGITE O ID DO CLIENTE.' TO WS-MSG-SAIDA
               WHEN WS-ENT-CODIGO = SPACES
                   IF WS-ENT-PAPEL NOT = SPACE
                      OR (LIML > 0 AND LIMI NOT = SPACES)
                      MOVE 'DESVINCULO: DEIXE PAPEL E LIMITE EM BRANCO.'
                          TO WS-MSG-SAIDA
                   ELSE
                      MOVE CLII TO WS-ENT-ID
                      MOVE 'S' TO WS-ENTRADA-SW
                   END-IF
               WHEN NOT WS-ENT-CABECA AND NOT WS-ENT-MEMBRO
                   MOVE 'PAPEL INVALIDO (H=CABECA, M=MEMBRO).'
                       TO WS-MSG-SAIDA
               WHEN WS-ENT-MEMBRO
                   AND LIML > 0 AND LIMI NOT = SPACES
                   MOVE 'O LIMITE DO GRUPO VAI SO NO CABECA.'
                       TO WS-MSG-SAIDA
               WHEN WS-ENT-CABECA
                   AND (LIML NOT = 13 OR LIMI NOT NUMERIC)
                   MOVE 'DIGITE O LIMITE COM 13 DIGITOS (11 INT+2 DEC).'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE CLII TO WS-ENT-ID
                   IF WS-ENT-CABECA
                      MOVE LIMI TO WS-LIMITE-ENTRADA
                      MOVE WS-LIMITE-ENTRADA-N TO WS-ENT-LIMITE
                   END-IF
                   MOVE 'S' TO WS-ENTRADA-SW
           END-EVALUATE.
           EXIT.
      *
      *--- O CLIENTE TEM QUE EXISTIR NO CADASTRO (E NAO ESTAR
      *--- ANONIMIZADO) PARA ENTRAR EM GRUPO
       3260-READ-CUSTOMER.
           MOVE 'N' TO WS-ENTRADA-SW.
           EXEC SQL
               SELECT NOME_CLIENTE, STATUS_CLIENTE
                 INTO :H-NOME-CLIENTE, :H-STATUS-CLIENTE
                 FROM TB_CLIENTES
                WHERE ID_CLIENTE = :H-ID-CLIENTE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
               WHEN SQL-NOT-FOUND
                   MOVE 'CLIENTE NAO ENCONTRADO EM TB_CLIENTES.'
                       TO WS-MSG-SAIDA
               WHEN NOT SQL-OK
                   MOVE 'ERRO NA LEITURA DO CLIENTE. CONTATE O SUPORTE.'
                       TO WS-MSG-SAIDA
               WHEN H-NOME-CLIENTE = 'ANONIMIZADO'
                   AND WS-ENT-CODIGO NOT = SPACES
                   MOVE 'CLIENTE ANONIMIZADO (LGPD). FORA DE GRUPO.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'S' TO WS-ENTRADA-SW
           END-EVALUATE.
           EXIT.
      *
       3270-FILL-PROPOSAL.
           MOVE WS-ENT-CODIGO     TO WS-GRP-PROP-CODIGO.
           MOVE WS-ENT-PAPEL      TO WS-GRP-PROP-PAPEL.
           MOVE WS-ENT-LIMITE     TO WS-GRP-PROP-LIMITE.
           MOVE 'S'               TO WS-GRP-PENDENTE.
           MOVE EIBOPID           TO WS-GRP-PROP-OPID.
           MOVE EIBDATE           TO WS-GRP-PROP-DATA.
           EXIT.
      *
      *--- PF6: APROVACAO. O APROVADOR NAO PODE SER O PROPONENTE E
      *--- REDIGITA O VINCULO - DIVERGENCIA DEVOLVE A PROPOSTA SEM
      *--- MEXER EM NADA. DESVINCULO APROVADO TIRA O CLIENTE DO ARQUIVO.
       3300-PROCESS-APPROVE.
           PERFORM 3250-VALIDATE-ENTRY.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF WS-ENT-CABECA
              PERFORM 3350-CHECK-OTHER-HEAD
              IF WS-OUTRO-CABECA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
           END-IF.
      *
           MOVE WS-ENT-ID TO WS-GRP-ID.
           EXEC CICS READ
               FILE('GRPFILDD')
               INTO(WS-GRP-RECORD)
               RIDFLD(WS-GRP-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP = DFHRESP(NOTFND)
              MOVE 'CLIENTE SEM VINCULO NEM PROPOSTA DE GRUPO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA LEITURA DO VINCULO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT WS-GRP-E-PENDENTE
                   MOVE 'NENHUMA PROPOSTA PENDENTE PARA O CLIENTE.'
                       TO WS-MSG-SAIDA
               WHEN WS-GRP-PROP-OPID = EIBOPID
                   STRING 'APROVACAO EXIGE OPERADOR DIFERENTE DO '
                          'PROPONENTE (' WS-GRP-PROP-OPID ').'
                       DELIMITED BY SIZE INTO WS-MSG-SAIDA
               WHEN WS-ENT-CODIGO NOT = WS-GRP-PROP-CODIGO
                   OR WS-ENT-PAPEL NOT = WS-GRP-PROP-PAPEL
                   OR WS-ENT-LIMITE NOT = WS-GRP-PROP-LIMITE
                   MOVE 'VINCULO REDIGITADO NAO CONFERE COM A PROPOSTA.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MSG-SAIDA NOT = SPACES
              EXEC CICS UNLOCK FILE('GRPFILDD') END-EXEC
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           IF WS-GRP-PROP-CODIGO = SPACES
              EXEC CICS DELETE
                  FILE('GRPFILDD')
                  RESP(WS-RESP)
              END-EXEC
           ELSE
              MOVE WS-GRP-PROP-CODIGO TO WS-GRP-CODIGO
              MOVE WS-GRP-PROP-PAPEL  TO WS-GRP-PAPEL
              MOVE WS-GRP-PROP-LIMITE TO WS-GRP-LIMITE
              MOVE 'S'                TO WS-GRP-APROVADO
              MOVE EIBOPID            TO WS-GRP-APROV-OPID
              MOVE EIBDATE            TO WS-GRP-APROV-DATA
              MOVE SPACES             TO WS-GRP-PROP-CODIGO
              MOVE SPACE              TO WS-GRP-PROP-PAPEL
              MOVE ZERO               TO WS-GRP-PROP-LIMITE
              MOVE 'N'                TO WS-GRP-PENDENTE
              EXEC CICS REWRITE
                  FILE('GRPFILDD')
                  FROM(WS-GRP-RECORD)
                  RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF EIBRESP = DFHRESP(NORMAL)
              IF WS-ENT-CODIGO = SPACES
                 MOVE 'DESVINCULO APROVADO. CLIENTE FORA DO GRUPO.'
                     TO WS-MSG-SAIDA
              ELSE
                 MOVE 'VINCULO APROVADO. VALE NA PROXIMA RODADA.'
                     TO WS-MSG-SAIDA
              END-IF
              MOVE SPACES TO AUD-DATAI
              STRING 'GRUPO APROV ' WS-GRP-ID ' ' WS-ENT-CODIGO
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           ELSE
              MOVE 'ERRO NA APROVACAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- UM CABECA POR GRUPO: PERCORRE OS MEMBROS APROVADOS DO GRUPO
      *--- DIGITADO PELO PATH E RECUSA SE OUTRO CLIENTE JA E O CABECA
      *--- (O CABECA ATUAL PRECISA SER REBAIXADO A MEMBRO ANTES)
       3350-CHECK-OTHER-HEAD.
           MOVE 'N' TO WS-CABECA-SW.
           MOVE 'N' TO WS-FIM-BROWSE-SW.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE WS-ENT-CODIGO TO WS-CHAVE-CODIGO.
           EXEC CICS STARTBR
               FILE('GRPCODDD')
               RIDFLD(WS-CHAVE-CODIGO)
               EQUAL
               RESP(WS-RESP)
           END-EXEC.
      *--- GRUPO AINDA SEM NENHUM MEMBRO APROVADO: NADA A PERCORRER
           IF EIBRESP = DFHRESP(NORMAL)
              SET WS-BROWSE-ABERTO TO TRUE
           ELSE
              SET WS-FIM-BROWSE TO TRUE
           END-IF.
           PERFORM UNTIL WS-FIM-BROWSE OR WS-OUTRO-CABECA
              EXEC CICS READNEXT
                  FILE('GRPCODDD')
                  INTO(WS-GRP-RECORD)
                  RIDFLD(WS-CHAVE-CODIGO)
                  RESP(WS-RESP)
              END-EXEC
      *--- DUPKEY SO AVISA QUE HA MAIS MEMBROS COM O MESMO CODIGO
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 AND EIBRESP NOT = DFHRESP(DUPKEY)
                 SET WS-FIM-BROWSE TO TRUE
              ELSE
                 IF WS-GRP-CODIGO NOT = WS-ENT-CODIGO
                    SET WS-FIM-BROWSE TO TRUE
                 ELSE
                    IF WS-GRP-CABECA AND WS-GRP-ID NOT = WS-ENT-ID
                       SET WS-OUTRO-CABECA TO TRUE
                       MOVE WS-GRP-ID TO WS-CABECA-ID
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BROWSE-ABERTO
              EXEC CICS ENDBR FILE('GRPCODDD') END-EXEC
           END-IF.
           IF WS-OUTRO-CABECA
              STRING 'O GRUPO JA TEM CABECA (' WS-CABECA-ID
                     '). REBAIXE-O A MEMBRO ANTES.'
                  DELIMITED BY SIZE INTO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- PF7: DESCARTA A PROPOSTA PENDENTE. REGISTRO QUE NUNCA TEVE
      *--- VINCULO APROVADO SAI DO ARQUIVO; O QUE TEM, SO PERDE A
      *--- PROPOSTA
       3400-PROCESS-DISCARD.
           IF CLIL = 0 OR CLII = SPACES
              MOVE 'DIGITE O ID DO CLIENTE DA PROPOSTA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE CLII TO WS-GRP-ID.
      *
           EXEC CICS READ
               FILE('GRPFILDD')
               INTO(WS-GRP-RECORD)
               RIDFLD(WS-GRP-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'CLIENTE SEM VINCULO NEM PROPOSTA DE GRUPO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF NOT WS-GRP-E-PENDENTE
              EXEC CICS UNLOCK FILE('GRPFILDD') END-EXEC
              MOVE 'NENHUMA PROPOSTA PENDENTE PARA O CLIENTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           IF WS-GRP-E-APROVADO
              MOVE SPACES TO WS-GRP-PROP-CODIGO
              MOVE SPACE  TO WS-GRP-PROP-PAPEL
              MOVE ZERO   TO WS-GRP-PROP-LIMITE
              MOVE 'N'    TO WS-GRP-PENDENTE
              EXEC CICS REWRITE
                  FILE('GRPFILDD')
                  FROM(WS-GRP-RECORD)
                  RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS DELETE
                  FILE('GRPFILDD')
                  RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 'PROPOSTA DESCARTADA.' TO WS-MSG-SAIDA
              MOVE SPACES TO AUD-DATAI
              STRING 'GRUPO DESC ' WS-GRP-ID
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           ELSE
              MOVE 'ERRO NO DESCARTE. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Manutencao dos grupos encerrada.')
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
           MOVE 'TRNG'   TO AUD-TRANCODE.
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
               MAP('MYMAPG')
               MAPSET('MYSETG')
               FROM(WS-MYMAPG-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNG')
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
