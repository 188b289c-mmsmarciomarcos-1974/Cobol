      * UM CHECKLIST DE UMA PAGINA EM VEZ DE DEIXAR O STEP010
      * DESCOBRIR O PROBLEMA AS 2 DA MANHA:
      *
      *   1. CUSTFILE / MASTERDD / IDHISTDD / TRNREGDD / WHSFILDD /
      *      SUSPNDD / HOLDDD ABREM PARA LEITURA;
      *   2. STOPREQDD ESTA VAZIO (PEDIDO DE PARADA ESQUECIDO SEGURA
      *      O STEP020 NO PRIMEIRO COMMIT);
      *   3. CHKBATDD / CHKDB2DD NAO EXISTEM/ESTAO VAZIOS (UM CHKPT
      *      SOBRANDO DERRUBARIA O DISP=NEW DO STEP010/STEP020);
      *   4. CTLCARDD PRESENTE E NUMERICO;
      *   5. PARMDD PRESENTE COM INTERVALO DE CHECKPOINT > 0;
      *   6. CALENDDD NAO VAZIO;
      *   7. TODA MOEDA EM COTACAO NO HISTORICO DE TAXAS (TXHISTDD)
      *      TEM TAXA APROVADA PARA O DIA UTIL DA RODADA (A DATA DO
      *      SISTEMA, A MESMA QUE O MYCALGT CONFERE) - SEM ISSO O
      *      MYBATCH CONVERTERIA A NOITE PELA TAXA DA VESPERA.
      *
      * QUALQUER ITEM REPROVADO: RETURN-CODE 8 (O COND DOS DEMAIS
      * STEPS SEGURA O CICLO) E O CHECKLIST APONTA O ITEM.
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT IDHIST-FILE ASSIGN TO IDHISTDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IDH-CHAVE
                  FILE STATUS IS WS-IDH-FILE-STATUS.
           SELECT TRNREG-FILE ASSIGN TO TRNREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WHS-KEY
                  FILE STATUS IS WS-WHS-FILE-STATUS.
           SELECT SUS-FILE ASSIGN TO SUSPNDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SUS-KEY
                  FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT HLD-FILE ASSIGN TO HOLDDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT OPTIONAL STOP-FILE ASSIGN TO STOPREQDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CAL-DATE
                  FILE STATUS IS WS-CAL-FILE-STATUS.
      *--- HISTORICO DE TAXAS (VSAM KSDS MANTIDO PELA TRNX)
           SELECT TXHIST-FILE ASSIGN TO TXHISTDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TXH-KEY
                  FILE STATUS IS WS-TXH-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           05 FILLER                 PIC X(150).
      *
       FD MST-FILE
          RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE              PIC X(13).
           05 FILLER                 PIC X(106).
      *
       FD IDHIST-FILE
          RECORD CONTAINS 21 CHARACTERS.
       01 IDHIST-RECORD.
           05 IDH-CHAVE              PIC X(13).
           05 FILLER                 PIC X(08).
      *
       FD TRNREG-FILE
           05 FILLER                 PIC X(08).
      *
       FD WHS-FILE
          RECORD CONTAINS 109 CHARACTERS.
       01 WHS-RECORD.
           05 WHS-KEY                PIC X(21).
           05 FILLER                 PIC X(88).
      *
       FD SUS-FILE
          RECORD CONTAINS 130 CHARACTERS.
       01 SUS-RECORD.
           05 SUS-KEY                PIC X(21).
           05 FILLER                 PIC X(109).
      *
       FD HLD-FILE
          RECORD CONTAINS 220 CHARACTERS.
       01 HLD-RECORD.
           05 HLD-KEY                PIC X(14).
           05 FILLER                 PIC X(206).
      *
       FD STOP-FILE
          RECORD CONTAINS 80 CHARACTERS.
          RECORD CONTAINS 8 CHARACTERS.
       01 CAL-RECORD.
           05 CAL-DATE               PIC 9(08).
      *
      *--- MESMO LAYOUT DO TXHIST-RECORD DO MYBATCH
       FD TXHIST-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 TXHIST-RECORD.
           05 TXH-KEY.
              10 TXH-MOEDA           PIC X(03).
              10 TXH-DATA-EFETIVA    PIC 9(08).
           05 TXH-TAXA               PIC 9(06)V9(06).
           05 TXH-APROVADA           PIC X(01).
           05 TXH-APROV-OPID         PIC X(03).
           05 TXH-APROV-DATA         PIC 9(07).
           05 TXH-PROPOSTA           PIC 9(06)V9(06).
           05 TXH-PENDENTE           PIC X(01).
           05 TXH-PROP-OPID          PIC X(03).
           05 TXH-PROP-DATA          PIC 9(07).
           05 FILLER                 PIC X(23).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
              88 WS-TRG-OK          VALUE '00'.
           05 WS-WHS-FILE-STATUS    PIC X(02).
              88 WS-WHS-OK          VALUE '00'.
           05 WS-SUS-FILE-STATUS    PIC X(02).
              88 WS-SUS-OK          VALUE '00'.
           05 WS-HLD-FILE-STATUS    PIC X(02).
              88 WS-HLD-OK          VALUE '00'.
           05 WS-STOP-FILE-STATUS   PIC X(02).
              88 WS-STOP-OK         VALUE '00'.
           05 WS-CHKBAT-FILE-STATUS PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
           05 WS-CAL-FILE-STATUS    PIC X(02).
              88 WS-CAL-OK          VALUE '00'.
           05 WS-TXH-FILE-STATUS    PIC X(02).
              88 WS-TXH-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
           05 WS-ITEM-TEXTO         PIC X(50).
           05 WS-ITEM-RESULTADO     PIC X(08).
      *
      *--- APOIO DA CONFERENCIA DAS TAXAS (QUEBRA POR MOEDA)
       01 WS-TAXA-CONTROLE.
           05 WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
           05 WS-TAXA-MOEDA         PIC X(03) VALUE SPACES.
           05 WS-ULT-APROV-DATA     PIC 9(08) VALUE ZERO.
           05 WS-ULT-APROV-TAXA     PIC 9(06)V9(06) VALUE ZERO.
           05 WS-PENDENTE-HOJE-SW   PIC X(01) VALUE 'N'.
              88 WS-PENDENTE-HOJE   VALUE 'S'.
      *
      *--- LINHAS DO RELATORIO (O CHECKLIST DE UMA PAGINA)
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           PERFORM 2300-CHECK-STALE-CHECKPOINTS.
           PERFORM 2400-CHECK-CONTROL-CARDS.
           PERFORM 2500-CHECK-CALENDAR.
           PERFORM 2600-CHECK-RATES.
           PERFORM 3000-FINALIZE.
      *
           IF WS-COUNT-FALHAS > ZERO
           ELSE
              PERFORM 2950-ITEM-FALHOU
           END-IF.
      *
           OPEN INPUT SUS-FILE.
           MOVE 'SUSPNDD ABRE PARA LEITURA' TO WS-ITEM-TEXTO.
           IF WS-SUS-OK
              CLOSE SUS-FILE
              PERFORM 2900-ITEM-PASSOU
           ELSE
              PERFORM 2950-ITEM-FALHOU
           END-IF.
      *
           OPEN INPUT HLD-FILE.
           MOVE 'HOLDDD ABRE PARA LEITURA' TO WS-ITEM-TEXTO.
           IF WS-HLD-OK
              CLOSE HLD-FILE
              PERFORM 2900-ITEM-PASSOU
           ELSE
              PERFORM 2950-ITEM-FALHOU
           END-IF.
           EXIT.
      *
      *--- UM REGISTRO NO STOPREQDD SEGURARIA O STEP020 NO PRIMEIRO
           END-IF.
           CLOSE CAL-FILE.
           EXIT.
      *
      *--- TAXAS DO DIA: PARA CADA MOEDA DO HISTORICO, A ULTIMA TAXA
      *--- APROVADA ATE HOJE TEM QUE SER DE HOJE. FICAM DE FORA A
      *--- MOEDA AINDA SEM TAXA APROVADA (CADASTRO EM ANDAMENTO) E A
      *--- DE COTACAO ENCERRADA (ULTIMA APROVADA COM TAXA ZERO).
       2600-CHECK-RATES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'TXHISTDD ABRE PARA LEITURA' TO WS-ITEM-TEXTO.
           OPEN INPUT TXHIST-FILE.
           IF WS-TXH-OK
              PERFORM 2900-ITEM-PASSOU
           ELSE
              PERFORM 2950-ITEM-FALHOU
           END-IF.
      *
           IF WS-TXH-OK
              READ TXHIST-FILE
              PERFORM UNTIL NOT WS-TXH-OK
                 IF TXH-MOEDA NOT = WS-TAXA-MOEDA
                    PERFORM 2650-AVALIAR-MOEDA
                    MOVE TXH-MOEDA TO WS-TAXA-MOEDA
                    MOVE ZERO TO WS-ULT-APROV-DATA
                    MOVE ZERO TO WS-ULT-APROV-TAXA
                    MOVE 'N' TO WS-PENDENTE-HOJE-SW
                 END-IF
                 IF TXH-DATA-EFETIVA <= WS-DATA-HOJE
                    AND TXH-APROVADA = 'S'
                    MOVE TXH-DATA-EFETIVA TO WS-ULT-APROV-DATA
                    MOVE TXH-TAXA         TO WS-ULT-APROV-TAXA
                 END-IF
                 IF TXH-DATA-EFETIVA = WS-DATA-HOJE
                    AND TXH-PENDENTE = 'S'
                    SET WS-PENDENTE-HOJE TO TRUE
                 END-IF
                 READ TXHIST-FILE
              END-PERFORM
              PERFORM 2650-AVALIAR-MOEDA
              CLOSE TXHIST-FILE
           END-IF.
           EXIT.
      *
       2650-AVALIAR-MOEDA.
           IF WS-TAXA-MOEDA = SPACES OR WS-TAXA-MOEDA = 'BRL'
              OR WS-ULT-APROV-DATA = ZERO
              CONTINUE
           ELSE
              IF WS-ULT-APROV-TAXA = ZERO
                 AND WS-ULT-APROV-DATA < WS-DATA-HOJE
                 CONTINUE
              ELSE
                 MOVE SPACES TO WS-ITEM-TEXTO
                 IF WS-ULT-APROV-DATA = WS-DATA-HOJE
                    STRING 'TAXA DE ' WS-TAXA-MOEDA ' APROVADA PARA '
                           WS-DATA-HOJE
                           DELIMITED BY SIZE INTO WS-ITEM-TEXTO
                    PERFORM 2900-ITEM-PASSOU
                 ELSE
                    IF WS-PENDENTE-HOJE
                       STRING 'TAXA DE ' WS-TAXA-MOEDA ' PARA '
                              WS-DATA-HOJE ' PENDENTE DE APROVACAO'
                              DELIMITED BY SIZE INTO WS-ITEM-TEXTO
                    ELSE
                       STRING 'TAXA DE ' WS-TAXA-MOEDA ' APROVADA PARA '
                              WS-DATA-HOJE
                              DELIMITED BY SIZE INTO WS-ITEM-TEXTO
                    END-IF
                    PERFORM 2950-ITEM-FALHOU
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       2900-ITEM-PASSOU.
           MOVE 'PASSOU' TO WS-ITEM-RESULTADO.
