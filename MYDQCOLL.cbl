      *================================================================*
      * PROGRAMA BATCH - COLETOR DIARIO DOS SINAIS DE QUALIDADE
      *
      * CADA NOITE PRODUZ QUATRO SINAIS DE QUALIDADE DE DADOS - AS
      * CONTAGENS POR REJ-REASON-CODE DO MYBATCH, POR EXC-SQLCODE DO
      * MYDB2BAT, AS LINHAS DE DIVERGENCIA DO MYRECON E AS CLASSES DA
      * AUDITORIA REFERENCIAL DO MYREFAUD - CADA UM EM SEU PROPRIO
      * ARQUIVO, ONDE NINGUEM VE TENDENCIA. ESTE COLETOR RODA NO FIM
      * DO CICLO, CONDENSA OS SINAIS DA NOITE E ACRESCENTA (OPEN
      * EXTEND) AO HISTORICO ACUMULADO DQHISTDD:
      *
      *   DATA + FONTE (MYBATCH/MYDB2BAT/MYRECON/MYREFAUD) + MOTIVO +
      *   CONTAGEM
      *
      * O RELATORIO SEMANAL DE TENDENCIA (MYDQRPT) LE ESSE HISTORICO
      * E MOSTRA CADA MOTIVO AO LONGO DOS DIAS.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RECRPT-FILE-STATUS.
           SELECT REFRPT-FILE ASSIGN TO REFRPTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REFRPT-FILE-STATUS.
           SELECT DQHIST-FILE ASSIGN TO DQHISTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          RECORDING MODE IS F.
       01 RECRPT-RECORD             PIC X(133).
      *
      *--- RELATORIO DO MYREFAUD (LINHA DE DETALHE = NOME DA CLASSE
      *--- NAS COLUNAS 1-20)
       FD REFRPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 REFRPT-RECORD             PIC X(133).
      *
      *--- HISTORICO ACUMULADO DE QUALIDADE (UMA LINHA POR DATA +
      *--- FONTE + MOTIVO)
       FD DQHIST-FILE
           05 WS-RECRPT-FILE-STATUS PIC X(02).
              88 WS-RECRPT-OK       VALUE '00'.
              88 WS-RECRPT-EOF      VALUE '10'.
           05 WS-REFRPT-FILE-STATUS PIC X(02).
              88 WS-REFRPT-OK       VALUE '00'.
              88 WS-REFRPT-EOF      VALUE '10'.
           05 WS-DQHIST-FILE-STATUS PIC X(02).
              88 WS-DQHIST-OK       VALUE '00'.
      *
           PERFORM 2100-COLETAR-REJEITADOS.
           PERFORM 2200-COLETAR-EXCECOES.
           PERFORM 2300-COLETAR-DIVERGENCIAS.
           PERFORM 2400-COLETAR-REFERENCIAS.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYDQCOLL CONCLUIDO. LINHAS GRAVADAS: '
           END-PERFORM.
           CLOSE RECRPT-FILE.
           EXIT.
      *
      *--- AS LINHAS DE DETALHE DO RELATORIO DO MYREFAUD, POR CLASSE
       2400-COLETAR-REFERENCIAS.
           MOVE 'MYREFAUD' TO WS-FONTE-ATUAL.
           OPEN INPUT REFRPT-FILE.
           IF NOT WS-REFRPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO REFRPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-REFRPT-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ REFRPT-FILE.
           PERFORM UNTIL NOT WS-REFRPT-OK
              EVALUATE REFRPT-RECORD(1:20)
                  WHEN 'MESTRE SEM CLIENTE  '
                      MOVE 'MST-SEMCLI' TO WS-MOTIVO-ATUAL
                      PERFORM 2900-ACUMULAR-MOTIVO
                  WHEN 'MESTRE CLI INATIVO  '
                      MOVE 'MST-INATIV' TO WS-MOTIVO-ATUAL
                      PERFORM 2900-ACUMULAR-MOTIVO
                  WHEN 'INATIVO COM SALDO   '
                      MOVE 'INAT-SALDO' TO WS-MOTIVO-ATUAL
                      PERFORM 2900-ACUMULAR-MOTIVO
                  WHEN 'ID DIGITO INVALIDO  '
                      MOVE 'MST-DIGITO' TO WS-MOTIVO-ATUAL
                      PERFORM 2900-ACUMULAR-MOTIVO
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              READ REFRPT-FILE
           END-PERFORM.
           CLOSE REFRPT-FILE.
           EXIT.
      *
       2900-ACUMULAR-MOTIVO.
           MOVE 'N' TO WS-ACHOU-SW.
