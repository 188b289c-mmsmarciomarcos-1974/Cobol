       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSTX.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - MANUTENCAO DO HISTORICO DE TAXAS DE CONVERSAO
      *
      * TRANSACAO: 'TRNX'
      * ARQUIVO:   'TXHISTDD' (VSAM KSDS POR MOEDA + DATA EFETIVA -
      *            O MESMO HISTORICO DE ONDE O MYBATCH CARREGA AS
      *            TAXAS EM VIGOR NA DATA DA RODADA E QUE O MYPREFLT
      *            CONFERE ANTES DA NOITE)
      * MAPA:      'MYMAPX' / MAPSET 'MYSETX'
      *
      * A TAXA DO DIA ERA UM CARTAO EDITADO NA JCL TODA NOITE - UM
      * TYPO CONVERTIA A NOITE INTEIRA PELA TAXA ERRADA, SEM AVISO.
      * AGORA A TAXA E DIGITADA AQUI SOB DUPLA CUSTODIA: UM OPERADOR
      * PROPOE, OUTRO APROVA REDIGITANDO A TAXA. A PROPOSTA NAO TEM
      * EFEITO NENHUM ATE A APROVACAO (A TAXA APROVADA ANTERIOR, SE
      * HOUVER, CONTINUA VALENDO PARA A MESMA DATA):
      *
      * 1. ENTER: LISTA O HISTORICO A PARTIR DA MOEDA/DATA DIGITADAS
      *    (10 LINHAS POR TELA) COM A TAXA APROVADA, QUEM APROVOU E A
      *    PROPOSTA PENDENTE, SE HOUVER.
      * 2. PF5: PROPOE A TAXA DIGITADA (12 DIGITOS: 6 INTEIROS + 6
      *    DECIMAIS, O MESMO FORMATO DO ANTIGO CARTAO) PARA A MOEDA E
      *    A DATA EFETIVA. PROPOSTA PENDENTE E SUBSTITUIDA. TAXA ZERO
      *    ENCERRA A COTACAO DA MOEDA A PARTIR DA DATA.
      * 3. PF6: APROVA A PROPOSTA PENDENTE - SO OUTRO OPERADOR QUE NAO
      *    O PROPONENTE, E A TAXA REDIGITADA TEM QUE CONFERIR COM A
      *    PROPOSTA.
      * 4. PF7: DESCARTA A PROPOSTA PENDENTE (A TAXA APROVADA, SE
      *    HOUVER, FICA).
      * 5. PF3: SAI.
      *
      * A TRNX INTEIRA E RESTRITA A OPERADORES COM NIVEL 'F' EM
      * TB_OPERADORES (O MESMO NIVEL DAS ALTERACOES FINANCEIRAS DA
      * TRNB). PROPOSTA, APROVACAO E DESCARTE GRAVAM LINHA NA TDQ
      * 'AUDT'.
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
           05 WS-TAXA-ED           PIC ZZZ.ZZ9,999999.
           05 WS-PROP-ED           PIC ZZZ.ZZ9,999999.
           05 WS-TAXA-TXT          PIC X(14).
           05 WS-TAXA-ENTRADA      PIC X(12).
           05 WS-TAXA-ENTRADA-N REDEFINES WS-TAXA-ENTRADA
                                   PIC 9(06)V9(06).
           05 WS-ENTRADA-SW        PIC X(01).
              88 WS-ENTRADA-VALIDA VALUE 'S'.
           05 WS-SITUACAO-TXT      PIC X(08).
      *
      *--- REGISTRO DO HISTORICO DE TAXAS (MESMO LAYOUT DO
      *--- TXHIST-RECORD DO MYBATCH)
       01 WS-TXH-RECORD.
           05 WS-TXH-KEY.
              10 WS-TXH-MOEDA      PIC X(03).
              10 WS-TXH-DATA-EFETIVA PIC 9(08).
           05 WS-TXH-TAXA          PIC 9(06)V9(06).
           05 WS-TXH-APROVADA      PIC X(01).
              88 WS-TXH-E-APROVADA VALUE 'S'.
           05 WS-TXH-APROV-OPID    PIC X(03).
           05 WS-TXH-APROV-DATA    PIC 9(07).
           05 WS-TXH-PROPOSTA      PIC 9(06)V9(06).
           05 WS-TXH-PENDENTE      PIC X(01).
              88 WS-TXH-E-PENDENTE VALUE 'S'.
           05 WS-TXH-PROP-OPID     PIC X(03).
           05 WS-TXH-PROP-DATA     PIC 9(07).
           05 FILLER               PIC X(23).
      *
      *--- APOIO DA VALIDACAO DA DATA EFETIVA
       01 WS-DATA-VARS.
           05 WS-DATA-TRABALHO     PIC 9(08).
           05 WS-DATA-TRABALHO-R REDEFINES WS-DATA-TRABALHO.
              10 WS-DT-AAAA        PIC 9(04).
              10 WS-DT-MM          PIC 9(02).
              10 WS-DT-DD          PIC 9(02).
      *
      *--- PERFIL DO OPERADOR (SO NIVEL 'F' USA A TRNX)
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
      *--- SQLCA E CONTROLE DE SQLCODE (SO PARA O PERFIL)
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA MOEDAI/MOEDAL, DATAI/DATAL (DATA EFETIVA AAAAMMDD)
      *--- E TAXAI/TAXAL (12 DIGITOS), OS CAMPOS DE SAIDA TAX-LINHAO
      *--- OCCURS 10 E MSGO.
       COPY MYMAPXC.
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
      *--- A TRNX INTEIRA E SO PARA O NIVEL FINANCEIRO ('F')
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
           INITIALIZE WS-MYMAPX-AREA.
           MOVE 'ENTER=LISTA PF5=PROPOE PF6=APROVA PF7=DESCARTA PF3=SAI'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPX')
               MAPSET('MYSETX')
               INTO(WS-MYMAPX-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CHAVE=' MOEDAI DATAI
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
      *--- ENTER: LISTA 10 LINHAS DO HISTORICO A PARTIR DA MOEDA E DA
      *--- DATA DIGITADAS (OU DO INICIO)
       3100-PROCESS-LIST.
           IF MOEDAL > 0
              MOVE MOEDAI TO WS-TXH-MOEDA
           ELSE
              MOVE LOW-VALUES TO WS-TXH-MOEDA
           END-IF.
           IF DATAL > 0 AND DATAI IS NUMERIC
              MOVE DATAI TO WS-TXH-DATA-EFETIVA
           ELSE
              MOVE ZERO TO WS-TXH-DATA-EFETIVA
           END-IF.
      *
           EXEC CICS STARTBR
               FILE('TXHISTDD')
               RIDFLD(WS-TXH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'NENHUMA TAXA A PARTIR DA MOEDA/DATA INFORMADAS.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
              EXEC CICS READNEXT
                  FILE('TXHISTDD')
                  INTO(WS-TXH-RECORD)
                  RIDFLD(WS-TXH-KEY)
                  RESP(WS-RESP)
              END-EXEC
              IF EIBRESP = DFHRESP(ENDFILE)
                 MOVE 'FIM DO HISTORICO DE TAXAS.' TO WS-MSG-SAIDA
                 EXIT PERFORM
              END-IF
              PERFORM 3150-FORMAT-LIST-LINE
           END-PERFORM.
           EXEC CICS ENDBR FILE('TXHISTDD') END-EXEC.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- LINHA DA LISTA: MOEDA, DATA, TAXA APROVADA E APROVADOR E,
      *--- HAVENDO, A PROPOSTA PENDENTE E O PROPONENTE
       3150-FORMAT-LIST-LINE.
           IF WS-TXH-E-APROVADA
              MOVE WS-TXH-TAXA TO WS-TAXA-ED
              MOVE WS-TAXA-ED TO WS-TAXA-TXT
              MOVE 'APROVADA' TO WS-SITUACAO-TXT
           ELSE
              MOVE SPACES TO WS-TAXA-TXT
              MOVE SPACES TO WS-SITUACAO-TXT
           END-IF.
           MOVE SPACES TO TAX-LINHAO(WS-SUB).
           IF WS-TXH-E-PENDENTE
              MOVE WS-TXH-PROPOSTA TO WS-PROP-ED
              STRING WS-TXH-MOEDA ' ' WS-TXH-DATA-EFETIVA ' '
                     WS-TAXA-TXT ' ' WS-SITUACAO-TXT ' '
                     WS-TXH-APROV-OPID ' PROPOSTA ' WS-PROP-ED
                     ' ' WS-TXH-PROP-OPID
                  DELIMITED BY SIZE INTO TAX-LINHAO(WS-SUB)
           ELSE
              STRING WS-TXH-MOEDA ' ' WS-TXH-DATA-EFETIVA ' '
                     WS-TAXA-TXT ' ' WS-SITUACAO-TXT ' '
                     WS-TXH-APROV-OPID
                  DELIMITED BY SIZE INTO TAX-LINHAO(WS-SUB)
           END-IF.
           EXIT.
      *
      *--- PF5: PROPOSTA DA TAXA DIGITADA. SUBSTITUI A PROPOSTA
      *--- PENDENTE; NAO MEXE NA TAXA APROVADA (SE HOUVER) ATE A
      *--- APROVACAO
       3200-PROCESS-PROPOSE.
           PERFORM 3250-VALIDATE-ENTRY.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           EXEC CICS READ
               FILE('TXHISTDD')
               INTO(WS-TXH-RECORD)
               RIDFLD(WS-TXH-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 3270-FILL-PROPOSAL
                   EXEC CICS REWRITE
                       FILE('TXHISTDD')
                       FROM(WS-TXH-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE ZERO   TO WS-TXH-TAXA
                   MOVE 'N'    TO WS-TXH-APROVADA
                   MOVE SPACES TO WS-TXH-APROV-OPID
                   MOVE ZERO   TO WS-TXH-APROV-DATA
                   MOVE SPACES TO WS-TXH-RECORD(58:23)
                   PERFORM 3270-FILL-PROPOSAL
                   EXEC CICS WRITE
                       FILE('TXHISTDD')
                       FROM(WS-TXH-RECORD)
                       RIDFLD(WS-TXH-KEY)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF EIBRESP = DFHRESP(NORMAL)
              IF WS-TXH-PROPOSTA = ZERO
                 MOVE 'PROPOSTA DE ENCERRAMENTO DA COTACAO REGISTRADA.'
                     TO WS-MSG-SAIDA
              ELSE
                 MOVE 'PROPOSTA REGISTRADA. AGUARDA APROVACAO.'
                     TO WS-MSG-SAIDA
              END-IF
              MOVE SPACES TO AUD-DATAI
              STRING 'TAXA PROP ' WS-TXH-MOEDA ' '
                     WS-TXH-DATA-EFETIVA
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           ELSE
              MOVE 'ERRO NA GRAVACAO DA PROPOSTA. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- MOEDA (TRES LETRAS, NAO BRL - O BRL E SEMPRE 1), DATA
      *--- EFETIVA VALIDA E TAXA COM 12 DIGITOS
       3250-VALIDATE-ENTRY.
           MOVE 'N' TO WS-ENTRADA-SW.
           EVALUATE TRUE
               WHEN MOEDAL = 0 OR MOEDAI NOT ALPHABETIC
                   OR MOEDAI(3:1) = SPACE
                   MOVE 'DIGITE A MOEDA (3 LETRAS).' TO WS-MSG-SAIDA
               WHEN MOEDAI = 'BRL'
                   MOVE 'O BRL TEM TAXA 1 FIXA. NAO HA O QUE DIGITAR.'
                       TO WS-MSG-SAIDA
               WHEN DATAL = 0 OR DATAI NOT NUMERIC
                   MOVE 'DIGITE A DATA EFETIVA (AAAAMMDD).'
                       TO WS-MSG-SAIDA
               WHEN TAXAL NOT = 12 OR TAXAI NOT NUMERIC
                   MOVE 'DIGITE A TAXA COM 12 DIGITOS (6 INT + 6 DEC).'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE DATAI TO WS-DATA-TRABALHO
                   IF WS-DT-MM < 1 OR WS-DT-MM > 12
                      OR WS-DT-DD < 1 OR WS-DT-DD > 31
                      OR WS-DT-AAAA < 1990
                      MOVE 'DATA EFETIVA INVALIDA (AAAAMMDD).'
                          TO WS-MSG-SAIDA
                   ELSE
                      MOVE MOEDAI TO WS-TXH-MOEDA
                      MOVE WS-DATA-TRABALHO TO WS-TXH-DATA-EFETIVA
                      MOVE TAXAI TO WS-TAXA-ENTRADA
                      MOVE 'S' TO WS-ENTRADA-SW
                   END-IF
           END-EVALUATE.
           EXIT.
      *
       3270-FILL-PROPOSAL.
           MOVE WS-TAXA-ENTRADA-N TO WS-TXH-PROPOSTA.
           MOVE 'S'               TO WS-TXH-PENDENTE.
           MOVE EIBOPID           TO WS-TXH-PROP-OPID.
           MOVE EIBDATE           TO WS-TXH-PROP-DATA.
           EXIT.
      *
      *--- PF6: APROVACAO. O APROVADOR NAO PODE SER O PROPONENTE E
      *--- REDIGITA A TAXA - DIVERGENCIA DEVOLVE A PROPOSTA SEM MEXER
      *--- EM NADA (O TYPO DE UM DOS DOIS APARECE AQUI)
       3300-PROCESS-APPROVE.
           PERFORM 3250-VALIDATE-ENTRY.
           IF NOT WS-ENTRADA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           EXEC CICS READ
               FILE('TXHISTDD')
               INTO(WS-TXH-RECORD)
               RIDFLD(WS-TXH-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP = DFHRESP(NOTFND)
              MOVE 'NAO HA TAXA PARA A MOEDA/DATA INFORMADAS.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA LEITURA DA TAXA. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT WS-TXH-E-PENDENTE
                   MOVE 'NENHUMA PROPOSTA PENDENTE PARA A MOEDA/DATA.'
                       TO WS-MSG-SAIDA
               WHEN WS-TXH-PROP-OPID = EIBOPID
                   STRING 'APROVACAO EXIGE OPERADOR DIFERENTE DO '
                          'PROPONENTE (' WS-TXH-PROP-OPID ').'
                       DELIMITED BY SIZE INTO WS-MSG-SAIDA
               WHEN WS-TAXA-ENTRADA-N NOT = WS-TXH-PROPOSTA
                   MOVE 'TAXA REDIGITADA NAO CONFERE COM A PROPOSTA.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MSG-SAIDA NOT = SPACES
              EXEC CICS UNLOCK FILE('TXHISTDD') END-EXEC
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE WS-TXH-PROPOSTA TO WS-TXH-TAXA.
           MOVE 'S'             TO WS-TXH-APROVADA.
           MOVE EIBOPID         TO WS-TXH-APROV-OPID.
           MOVE EIBDATE         TO WS-TXH-APROV-DATA.
           MOVE ZERO            TO WS-TXH-PROPOSTA.
           MOVE 'N'             TO WS-TXH-PENDENTE.
           EXEC CICS REWRITE
               FILE('TXHISTDD')
               FROM(WS-TXH-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 'TAXA APROVADA. PASSA A VALER A PARTIR DA DATA.'
                  TO WS-MSG-SAIDA
              MOVE SPACES TO AUD-DATAI
              STRING 'TAXA APROV ' WS-TXH-MOEDA ' '
                     WS-TXH-DATA-EFETIVA
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           ELSE
              MOVE 'ERRO NA APROVACAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- PF7: DESCARTA A PROPOSTA PENDENTE. REGISTRO QUE NUNCA TEVE
      *--- TAXA APROVADA SAI DO HISTORICO; O QUE TEM, SO PERDE A
      *--- PROPOSTA
       3400-PROCESS-DISCARD.
           IF MOEDAL = 0 OR DATAL = 0 OR DATAI NOT NUMERIC
              MOVE 'DIGITE A MOEDA E A DATA EFETIVA DA PROPOSTA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE MOEDAI TO WS-TXH-MOEDA.
           MOVE DATAI  TO WS-TXH-DATA-EFETIVA.
      *
           EXEC CICS READ
               FILE('TXHISTDD')
               INTO(WS-TXH-RECORD)
               RIDFLD(WS-TXH-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'NAO HA TAXA PARA A MOEDA/DATA INFORMADAS.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF NOT WS-TXH-E-PENDENTE
              EXEC CICS UNLOCK FILE('TXHISTDD') END-EXEC
              MOVE 'NENHUMA PROPOSTA PENDENTE PARA A MOEDA/DATA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           IF WS-TXH-E-APROVADA
              MOVE ZERO TO WS-TXH-PROPOSTA
              MOVE 'N'  TO WS-TXH-PENDENTE
              EXEC CICS REWRITE
                  FILE('TXHISTDD')
                  FROM(WS-TXH-RECORD)
                  RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS DELETE
                  FILE('TXHISTDD')
                  RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 'PROPOSTA DESCARTADA.' TO WS-MSG-SAIDA
              MOVE SPACES TO AUD-DATAI
              STRING 'TAXA DESC ' WS-TXH-MOEDA ' '
                     WS-TXH-DATA-EFETIVA
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
               FROM('Manutencao das taxas encerrada.')
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
           MOVE 'TRNX'   TO AUD-TRANCODE.
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
               MAP('MYMAPX')
               MAPSET('MYSETX')
               FROM(WS-MYMAPX-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNX')
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
