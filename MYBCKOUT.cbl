      *      RETRANSMISSAO CORRIGIDA NAO CAIR EM R004;
      *   3. O REGISTRO DA TRANSMISSAO NO TRNREG-FILE E ANULADO
      *      (DATA DE RECEBIMENTO ZERADA) - O MYBATCH RECONHECE A
      *      ANULACAO E REPROCESSA SEM O FLAG DE REPROCESSO FORCADO;
      *   4. CADA OPERACAO DESFEITA GANHA SUA LINHA NO PROPRIO DIARIO
      *      (ORIGEM 'B', COM A DATA E O ID DA RODADA DESFEITA E AS
      *      IMAGENS TROCADAS), PARA O SALDO DO MESTRE CONTINUAR
      *      EXPLICADO LINHA A LINHA PELO DIARIO (PROVA MENSAL DO
      *      MYPRVMES). AS LINHAS 'B' NAO ENTRAM NUM NOVO BACKOUT.
      *
      * PREMISSA: A RODADA DESFEITA E A MAIS RECENTE A TOCAR NOS
      * MESTRES ENVOLVIDOS (O CAMINHO NORMAL: O ERRO E DESCOBERTO NA
      * MANHA SEGUINTE). RODADAS POSTERIORES SOBRE OS MESMOS IDS
      * DEVEM SER DESFEITAS ANTES, DA MAIS NOVA PARA A MAIS ANTIGA.
      *
      * DETALHES FUTUROS LIBERADOS DO ARMAZEM ENTRAM NO DIARIO COM A
      * DATA DA RODADA DA LIBERACAO E O ID DA RODADA QUE OS TROUXE:
      * PARA DESFAZE-LOS, INFORME ESSA DATA + O ID DE ORIGEM (NAO HA
      * REGISTRO NO TRNREG-FILE PARA ESSA CHAVE, O QUE E AVISADO).
      *
      * O MESTRE E O HISTORICO DE IDS SAO POR ID + CONTA: CADA
      * OPERACAO E DESFEITA NA CONTA GRAVADA NO DIARIO (LINHA SEM
      * CONTA, DE ANTES DAS CONTAS MULTIPLAS, VALE A CONTA 001).
      *================================================================*
      *
       ENVIRONMENT DIVISION.
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *
           SELECT IDHIST-FILE ASSIGN TO IDHISTDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IDH-CHAVE
                  FILE STATUS IS WS-IDH-FILE-STATUS.
      *
           SELECT TRNREG-FILE ASSIGN TO TRNREGDD
      *
      *--- MESMO LAYOUT DO MSTJRN-RECORD DO MYBATCH
       FD MSTJRN-FILE
          RECORD CONTAINS 230 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MSTJRN-RECORD.
           05 MJR-SALDO-ANTES        PIC S9(11)V99.
           05 MJR-SALDO-DEPOIS       PIC S9(11)V99.
           05 FILLER                 PIC X(04).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
      *
      *--- MESMO LAYOUT DO MST-RECORD DO MYBATCH
       FD MST-FILE
          RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE.
               10 MST-ID             PIC X(10).
               10 MST-CONTA          PIC 9(03).
           05 MST-DATA               PIC X(68).
           05 MST-ULT-ATUALIZACAO    PIC 9(08).
           05 MST-SALDO              PIC S9(11)V99.
           05 FILLER                 PIC X(01).
           05 MST-DATA-DORMENCIA     PIC 9(08).
           05 MST-DATA-NEGATIVO      PIC 9(08).
      *
      *--- MESMO LAYOUT DO IDHIST-RECORD DO MYBATCH
       FD IDHIST-FILE
          RECORD CONTAINS 21 CHARACTERS.
       01 IDHIST-RECORD.
           05 IDH-CHAVE.
               10 IDH-ID             PIC X(10).
               10 IDH-CONTA          PIC 9(03).
           05 IDH-DATE               PIC 9(08).
      *
      *--- MESMO LAYOUT DO TRNREG-RECORD DO MYBATCH
              INDEXED BY WS-OPER-IDX.
              10 WS-OPER-ACAO       PIC X(01).
              10 WS-OPER-ID         PIC X(10).
              10 WS-OPER-CONTA      PIC 9(03).
              10 WS-OPER-DATA-ANTES PIC X(68).
              10 WS-OPER-SALDO-ANTES PIC S9(11)V99.
              10 WS-OPER-DATA-DEPOIS PIC X(68).
              10 WS-OPER-SALDO-DEPOIS PIC S9(11)V99.
      *
       01 WS-WORK-VARS.
           05 WS-SUB                PIC 9(04) COMP.
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-TIME-8             PIC 9(08) VALUE ZERO.
           05 WS-DESFEITA-SW        PIC X(01) VALUE 'N'.
              88 WS-OPER-DESFEITA   VALUE 'S'.
      *--- A LINHA JA ENCADEADA, GUARDADA ENQUANTO A ANCORA DIARIA
      *--- (MYMJRCAD) E ESCRITA NA FRENTE DELA
           05 WS-MJR-LINHA-SALVA    PIC X(230) VALUE SPACES.
      *
      *--- ENCADEAMENTO DAS LINHAS DO DIARIO (MODULO MYMJRCAD)
       COPY MYMJRCDC.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-JRN-READ     PIC 9(09) VALUE ZERO.
           05 RPT-OPR-ACAO          PIC X(01).
           05 FILLER                PIC X(05) VALUE ' ID: '.
           05 RPT-OPR-ID            PIC X(10).
           05 FILLER                PIC X(08) VALUE ' CONTA: '.
           05 RPT-OPR-CONTA         PIC 9(03).
           05 FILLER                PIC X(95) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
       2000-LOAD-RUN-OPERATIONS.
           IF MJR-RUN-DATE = WS-ALVO-RUN-DATE-N
              AND MJR-RUN-ID = WS-ALVO-RUN-ID
              AND MJR-ORIGEM NOT = 'B'
              AND MJR-ORIGEM NOT = 'H'
              IF WS-OPER-COUNT >= 5000
                 DISPLAY 'MYBO003 MAIS DE 5000 OPERACOES NA RODADA. '
                         'BACKOUT INTERROMPIDO.'
              SET WS-OPER-IDX TO WS-OPER-COUNT
              MOVE MJR-ACAO        TO WS-OPER-ACAO(WS-OPER-IDX)
              MOVE MJR-ID          TO WS-OPER-ID(WS-OPER-IDX)
              IF MJR-CONTA = SPACES
                 MOVE 1 TO WS-OPER-CONTA(WS-OPER-IDX)
              ELSE
                 MOVE MJR-CONTA    TO WS-OPER-CONTA(WS-OPER-IDX)
              END-IF
              MOVE MJR-DATA-ANTES  TO WS-OPER-DATA-ANTES(WS-OPER-IDX)
              MOVE MJR-SALDO-ANTES
                  TO WS-OPER-SALDO-ANTES(WS-OPER-IDX)
              MOVE MJR-DATA-DEPOIS TO WS-OPER-DATA-DEPOIS(WS-OPER-IDX)
              MOVE MJR-SALDO-DEPOIS
                  TO WS-OPER-SALDO-DEPOIS(WS-OPER-IDX)
           END-IF.
           PERFORM 4000-READ-NEXT-JOURNAL.
           EXIT.
              DISPLAY 'MYBO004 NENHUMA OPERACAO DA RODADA NO DIARIO. '
                      'NADA A DESFAZER NO MESTRE.'
           END-IF.
      *--- O DIARIO JA FOI LIDO ATE O FIM: REABRE EM EXTEND PARA AS
      *--- LINHAS 'B' DO PROPRIO BACKOUT (O MYMJRCAD RELE O ULTIMO
      *--- HASH COM O ARQUIVO FECHADO)
           CLOSE MSTJRN-FILE.
           MOVE 'I' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF NOT MJC-OK
              DISPLAY 'ERRO FATAL NA RELEITURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' MJC-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN EXTEND MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA REABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM VARYING WS-SUB FROM WS-OPER-COUNT BY -1
                   UNTIL WS-SUB < 1
              SET WS-OPER-IDX TO WS-SUB
           EXIT.
      *
       2600-UNDO-ONE-OPERATION.
           MOVE 'N' TO WS-DESFEITA-SW.
           MOVE WS-OPER-ID(WS-OPER-IDX)    TO MST-ID.
           MOVE WS-OPER-CONTA(WS-OPER-IDX) TO MST-CONTA.
           EVALUATE WS-OPER-ACAO(WS-OPER-IDX)
      *--- A RODADA INCLUIU: O BACKOUT EXCLUI
               WHEN 'I'
                   DELETE MST-FILE RECORD
                   EVALUATE TRUE
                       WHEN WS-MST-OK
                           SET WS-OPER-DESFEITA TO TRUE
                       WHEN WS-MST-NOTFND
                           DISPLAY 'MYBO005 MESTRE ' MST-ID '/'
                                   MST-CONTA ' JA NAO EXISTE. '
                                   'EXCLUSAO IGNORADA.'
                       WHEN OTHER
                           DISPLAY 'ERRO FATAL DE DELETE NO MST-FILE'
                           DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   REWRITE MST-RECORD
                   EVALUATE TRUE
                       WHEN WS-MST-OK
                           SET WS-OPER-DESFEITA TO TRUE
                       WHEN WS-MST-NOTFND
                           DISPLAY 'MYBO006 MESTRE ' MST-ID '/'
                                   MST-CONTA ' NAO ENCONTRADO.'
                                   ' RESTAURACAO POR '
                                   'REINCLUSAO.'
                           MOVE ZERO TO MST-DATA-DORMENCIA
                                        MST-DATA-NEGATIVO
                           WRITE MST-RECORD
                           IF NOT WS-MST-OK
                              DISPLAY 'ERRO FATAL DE ESCRITA NO '
                                      WS-MST-FILE-STATUS
                              PERFORM 9900-FILE-ERROR-ABEND
                           END-IF
                           SET WS-OPER-DESFEITA TO TRUE
                       WHEN OTHER
                           DISPLAY 'ERRO FATAL DE REWRITE NO MST-FILE'
                           DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   MOVE WS-OPER-DATA-ANTES(WS-OPER-IDX) TO MST-DATA
                   MOVE WS-OPER-SALDO-ANTES(WS-OPER-IDX) TO MST-SALDO
                   MOVE WS-TODAY-DATE TO MST-ULT-ATUALIZACAO
                   MOVE ZERO TO MST-DATA-DORMENCIA MST-DATA-NEGATIVO
                   WRITE MST-RECORD
                   EVALUATE TRUE
                       WHEN WS-MST-OK
                           SET WS-OPER-DESFEITA TO TRUE
                       WHEN WS-MST-DUPKEY
                           DISPLAY 'MYBO007 MESTRE ' MST-ID '/'
                                   MST-CONTA ' JA EXISTE. '
                                   'REINCLUSAO IGNORADA.'
                       WHEN OTHER
                           DISPLAY 'ERRO FATAL DE ESCRITA NO MST-FILE'
                           DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   CONTINUE
           END-EVALUATE.
      *
           IF WS-OPER-DESFEITA
              PERFORM 2650-GRAVAR-DIARIO-BACKOUT
           END-IF.
           ADD 1 TO WS-COUNT-DESFEITAS.
           MOVE WS-OPER-ACAO(WS-OPER-IDX) TO RPT-OPR-ACAO.
           MOVE WS-OPER-ID(WS-OPER-IDX)   TO RPT-OPR-ID.
           MOVE WS-OPER-CONTA(WS-OPER-IDX) TO RPT-OPR-CONTA.
           MOVE WS-RPT-OPER-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- LINHA 'B' DO DIARIO: A OPERACAO ORIGINAL COM AS IMAGENS
      *--- TROCADAS (O "DEPOIS" DELA E O "ANTES" DO BACKOUT) E A ACAO
      *--- EFETIVAMENTE FEITA NO MESTRE
       2650-GRAVAR-DIARIO-BACKOUT.
           ACCEPT WS-TIME-8 FROM TIME.
           MOVE WS-ALVO-RUN-DATE-N  TO MJR-RUN-DATE.
           MOVE WS-TIME-8(1:6)      TO MJR-TIME.
           MOVE WS-ALVO-RUN-ID      TO MJR-RUN-ID.
           EVALUATE WS-OPER-ACAO(WS-OPER-IDX)
               WHEN 'I'
                   MOVE 'E' TO MJR-ACAO
               WHEN 'E'
                   MOVE 'I' TO MJR-ACAO
               WHEN OTHER
                   MOVE 'A' TO MJR-ACAO
           END-EVALUATE.
           MOVE 'B'                 TO MJR-ORIGEM.
           MOVE WS-OPER-ID(WS-OPER-IDX) TO MJR-ID.
           MOVE WS-OPER-DATA-DEPOIS(WS-OPER-IDX)  TO MJR-DATA-ANTES.
           MOVE WS-OPER-SALDO-DEPOIS(WS-OPER-IDX) TO MJR-SALDO-ANTES.
           IF WS-OPER-ACAO(WS-OPER-IDX) = 'I'
              MOVE SPACES TO MJR-DATA-DEPOIS
              MOVE ZERO   TO MJR-SALDO-DEPOIS
           ELSE
              MOVE WS-OPER-DATA-ANTES(WS-OPER-IDX)  TO MJR-DATA-DEPOIS
              MOVE WS-OPER-SALDO-ANTES(WS-OPER-IDX) TO MJR-SALDO-DEPOIS
           END-IF.
           MOVE SPACES TO MSTJRN-RECORD(197:4).
           MOVE WS-OPER-CONTA(WS-OPER-IDX) TO MJR-CONTA.
      *--- DATA DA GRAVACAO E HASH ENCADEADO; NO PRIMEIRO WRITE DE UM
      *--- DIA NOVO A ANCORA DO DIA ANTERIOR VAI NA FRENTE
           MOVE 'E' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF MJC-ANCORA-PENDENTE
              MOVE MSTJRN-RECORD TO WS-MJR-LINHA-SALVA
              MOVE MJC-ANCORA TO MSTJRN-RECORD
              PERFORM 2660-WRITE-DIARIO
              MOVE WS-MJR-LINHA-SALVA TO MSTJRN-RECORD
           END-IF.
           PERFORM 2660-WRITE-DIARIO.
           EXIT.
      *
       2660-WRITE-DIARIO.
           WRITE MSTJRN-RECORD.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-MJR-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- REMOVE DO HISTORICO DE IDS TODOS OS IDS TOCADOS PELA
      *--- RODADA, PARA A RETRANSMISSAO CORRIGIDA NAO CAIR EM R004
       2700-REMOVE-ID-HISTORY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPER-COUNT
              SET WS-OPER-IDX TO WS-SUB
              MOVE WS-OPER-ID(WS-OPER-IDX)    TO IDH-ID
              MOVE WS-OPER-CONTA(WS-OPER-IDX) TO IDH-CONTA
              DELETE IDHIST-FILE RECORD
              EVALUATE TRUE
                  WHEN WS-IDH-OK
