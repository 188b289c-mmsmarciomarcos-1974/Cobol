      *      PARA O .ULTIMO. (DOIS JOBS PORQUE UM STEP DE COPIA DENTRO
      *      DO PROPRIO JOB REINICIADO SERIA PULADO PELO RESTART=.)
      *
      * O MESMO UTILITARIO GERA O RESTART DA CADEIA DE FECHAMENTO
      * (MYMONTH E A VARIANTE DE FIM DE ANO, MYYEAR): O NOME DO JOB VEM
      * NO CARTAO PARMDD (COLUNAS 1-8; BRANCO OU SEM CARTAO = MYNIGHT).
      * A CADEIA MENSAL NAO TEM CHECKPOINT - O DECK E SO A RESUBMISSAO
      * COM RESTART=, QUE PULA O PORTAO (STEP010) E REAPROVEITA A FAIXA
      * DO MES E OS CARTOES QUE ELE GRAVOU EM DATASET.
      *
      * COM O MYBATCH DIVIDIDO EM FLUXOS PARALELOS, O NOME DO JOB NO
      * PARMDD TAMBEM PODE SER O DA FRENTE DO CICLO (MYNIGHTP, SEM
      * CHECKPOINT) OU O DE UM FLUXO (MYFLUXO1..MYFLUXO4). NO FLUXO, O
      * STEP010 E O MYBATCH E O CHECKPOINT E O DO PROPRIO FLUXO
      * (CHKBATDD = PROD.MYNIGHT.CHKPT.FLUXO1 A 4); NO MYNIGHT, O STEP
      * 010 PASSOU A SER A JUNCAO (MYFLXJUN), QUE NAO TEM CHECKPOINT.
      *
      * NO MYNIGHT, O STEP040 (MYRECON) TAMBEM TEM CHECKPOINT
      * (CHKRECDD = PROD.MYNIGHT.CHKPT.MYRECON). O JOB DE COPIA
      * PRESERVA O CHECKPOINT E AS QUATRO SAIDAS DA RODADA QUE CAIU
      * (.ULTIMO/.ANTERIOR) E APAGA OS ORIGINAIS; A RESUBMISSAO LEVA
      * OS OVERRIDES DO RESTARTDD E DOS ...ANTDD DO STEP040.
      *
      * O DECK GERADO E PARA SER REVISADO E SUBMETIDO PELO OPERADOR -
      * O PROCEDIMENTO MANUAL VIRA UM SUBMIT CONFERIDO.
      *================================================================*
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHKDB2-FILE-STATUS.
           SELECT OPTIONAL CHKREC-FILE ASSIGN TO CHKRECDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHKREC-FILE-STATUS.
      *
      *--- NOME DO JOB A REINICIAR (OPCIONAL: SEM CARTAO = MYNIGHT)
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      *--- DECK DE RESTART GERADO (CARTOES DE 80)
           SELECT JCLOUT-FILE ASSIGN TO JCLOUTDD
       01 CHKDB2-RECORD.
           05 CHKDB2-LAST-ID         PIC S9(09).
           05 CHKDB2-ROWS-UPDATED    PIC 9(09).
      *
      *--- CHECKPOINT DO MYRECON (STEP040): SO OS CAMPOS MOSTRADOS NO
      *--- DECK; O LAYOUT COMPLETO ESTA NO CHK-RECORD DO MYRECON
       FD CHKREC-FILE
          RECORD CONTAINS 130 CHARACTERS.
       01 CHKREC-RECORD.
           05 CHKREC-ULTIMA-CHAVE    PIC X(10).
           05 CHKREC-DATA-NOITE      PIC 9(08).
           05 CHKREC-COUNT-MATCH     PIC 9(07).
           05 CHKREC-COUNT-DIVERG    PIC 9(07).
           05 FILLER                 PIC X(98).
      *
       FD PARM-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-JOB-NAME          PIC X(08).
           05 FILLER                 PIC X(72).
      *
       FD JCLOUT-FILE
          RECORD CONTAINS 80 CHARACTERS
              88 WS-CHKBAT-OK       VALUE '00'.
           05 WS-CHKDB2-FILE-STATUS PIC X(02).
              88 WS-CHKDB2-OK       VALUE '00'.
           05 WS-CHKREC-FILE-STATUS PIC X(02).
              88 WS-CHKREC-OK       VALUE '00'.
           05 WS-JCLOUT-FILE-STATUS PIC X(02).
              88 WS-JCLOUT-OK       VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- JOB A REINICIAR
       01 WS-JOB-NAME               PIC X(08) VALUE 'MYNIGHT '.
           88 WS-JOB-MYNIGHT        VALUE 'MYNIGHT '.
           88 WS-JOB-FECHAMENTO     VALUE 'MYMONTH ' 'MYYEAR  '.
           88 WS-JOB-FRENTE         VALUE 'MYNIGHTP'.
           88 WS-JOB-FLUXO          VALUE 'MYFLUXO1' 'MYFLUXO2'
                                          'MYFLUXO3' 'MYFLUXO4'.
      *
      *--- CHECKPOINT DO MYBATCH NO JOB DO FLUXO (PROD.MYNIGHT.CHKPT.
      *--- FLUXO1 A 4) E O CARTAO PARMDD DO RECOMECO SEM CHECKPOINT
      *--- (MODO 'F' NO FLUXO PRINCIPAL, 'P' NOS DEMAIS, COMO OS
      *--- CARTOES DO MYFLXDIV)
       01 WS-FLUXO-CONTROLE.
           05 WS-CHK-DSN            PIC X(30) VALUE SPACES.
           05 WS-CHK-DSN-ULTIMO     PIC X(37) VALUE SPACES.
           05 WS-FLUXO-PARM         PIC X(32) VALUE
              '00010000000050007S0000000000000P'.
      *
      *--- DATASETS DO STEP040 (MYRECON): O CHECKPOINT E AS QUATRO
      *--- SAIDAS DA RODADA QUE CAIU, O DD DO RESTART QUE RECEBE CADA
      *--- UM E O SUFIXO DA COPIA (.ULTIMO PARA O CHECKPOINT, COMO NOS
      *--- DEMAIS STEPS; .ANTERIOR PARA AS SAIDAS). AS COPIAS SAO
      *--- PRE-ALOCADAS COMO OS .ULTIMO (DISP=OLD NO IEBGENER).
       01 WS-RECON-TABELA-VALORES.
           05 FILLER PIC X(29) VALUE 'PROD.MYNIGHT.CHKPT.MYRECON'.
           05 FILLER PIC X(09) VALUE 'RESTARTDD'.
           05 FILLER PIC X(09) VALUE '.ULTIMO'.
           05 FILLER PIC X(29) VALUE 'PROD.MYNIGHT.RPT.MYRECON'.
           05 FILLER PIC X(09) VALUE 'RPTANTDD'.
           05 FILLER PIC X(09) VALUE '.ANTERIOR'.
           05 FILLER PIC X(29) VALUE 'PROD.MYNIGHT.CORR.MYRECON'.
           05 FILLER PIC X(09) VALUE 'CORANTDD'.
           05 FILLER PIC X(09) VALUE '.ANTERIOR'.
           05 FILLER PIC X(29) VALUE 'PROD.MYNIGHT.RPT.MYRECON.FULL'.
           05 FILLER PIC X(09) VALUE 'FULANTDD'.
           05 FILLER PIC X(09) VALUE '.ANTERIOR'.
           05 FILLER PIC X(29) VALUE 'PROD.MYNIGHT.JRNL.MYRECON'.
           05 FILLER PIC X(09) VALUE 'JRNANTDD'.
           05 FILLER PIC X(09) VALUE '.ANTERIOR'.
       01 WS-RECON-TABELA REDEFINES WS-RECON-TABELA-VALORES.
           05 WS-RECON-ITEM OCCURS 5 TIMES.
              10 WS-RECON-DSN       PIC X(29).
              10 WS-RECON-DD        PIC X(09).
              10 WS-RECON-SUFIXO    PIC X(09).
       01 WS-RECON-IX               PIC 9(01) VALUE ZERO.
      *
      *--- STEP DE RESTART DETERMINADO E ESTADO DOS CHECKPOINTS
       01 WS-RESTART-CONTROLE.
           05 WS-BAT-LAST-KEY       PIC X(10) VALUE SPACES.
           05 WS-DB2-ROWS-UPDATED   PIC 9(09) VALUE ZERO.
           05 WS-DB2-LAST-ID        PIC S9(09) VALUE ZERO.
           05 WS-REC-CHK-SW         PIC X(01) VALUE 'N'.
              88 WS-TEM-CHK-REC     VALUE 'S'.
           05 WS-REC-ULTIMA-CHAVE   PIC X(10) VALUE SPACES.
           05 WS-REC-DATA-NOITE     PIC 9(08) VALUE ZERO.
           05 WS-REC-COUNT-MATCH    PIC 9(07) VALUE ZERO.
           05 WS-REC-COUNT-DIVERG   PIC 9(07) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           PERFORM 1100-READ-PARM-CARD.
      *
           OPEN INPUT STEPRC-FILE.
           IF NOT WS-STEPRC-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO STEPRC-FILE'
           END-IF.
           EXIT.
      *
      *--- JOB A REINICIAR: MYNIGHT (PADRAO), MYNIGHTP, MYFLUXO1 A 4,
      *--- MYMONTH OU MYYEAR. OUTRO NOME NAO TEM DECK CONHECIDO E NAO
      *--- GERA NADA.
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK AND PARM-JOB-NAME NOT = SPACES
              MOVE PARM-JOB-NAME TO WS-JOB-NAME
           END-IF.
           CLOSE PARM-FILE.
      *
           IF NOT WS-JOB-MYNIGHT AND NOT WS-JOB-FECHAMENTO
              AND NOT WS-JOB-FRENTE AND NOT WS-JOB-FLUXO
              DISPLAY 'JOB SEM PROCEDIMENTO DE RESTART: ' WS-JOB-NAME
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'JOB A REINICIAR: ' WS-JOB-NAME.
      *
           IF WS-JOB-FLUXO
              STRING 'PROD.MYNIGHT.CHKPT.FLUXO' WS-JOB-NAME(8:1)
                     DELIMITED BY SIZE INTO WS-CHK-DSN
              STRING 'PROD.MYNIGHT.CHKPT.FLUXO' WS-JOB-NAME(8:1)
                     '.ULTIMO' DELIMITED BY SIZE INTO WS-CHK-DSN-ULTIMO
              IF WS-JOB-NAME = 'MYFLUXO1'
                 MOVE 'F' TO WS-FLUXO-PARM(32:1)
              END-IF
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
              READ CHKDB2-FILE
           END-PERFORM.
           CLOSE CHKDB2-FILE.
      *
           OPEN INPUT CHKREC-FILE.
           READ CHKREC-FILE.
           PERFORM UNTIL NOT WS-CHKREC-OK
              SET WS-TEM-CHK-REC TO TRUE
              MOVE CHKREC-ULTIMA-CHAVE  TO WS-REC-ULTIMA-CHAVE
              MOVE CHKREC-DATA-NOITE    TO WS-REC-DATA-NOITE
              MOVE CHKREC-COUNT-MATCH   TO WS-REC-COUNT-MATCH
              MOVE CHKREC-COUNT-DIVERG  TO WS-REC-COUNT-DIVERG
              READ CHKREC-FILE
           END-PERFORM.
           CLOSE CHKREC-FILE.
           EXIT.
      *
       2200-GERAR-DECK.
                  TO JCLOUT-RECORD
              PERFORM 4100-GRAVAR-CARTAO
           ELSE
              IF WS-JOB-MYNIGHT OR WS-JOB-FLUXO
                 PERFORM 2300-GERAR-JOB-COPIA
              END-IF
              PERFORM 2400-GERAR-JOB-RESTART
           END-IF.
           EXIT.
      *--- JOB 1: PRESERVA O CHECKPOINT DA RODADA QUE FALHOU NO
      *--- DATASET .ULTIMO, ANTES QUE A RESUBMISSAO REABRA O CHKPTDD
      *--- COM OPEN OUTPUT E O TRUNQUE. SO E GERADO PARA OS STEPS QUE
      *--- TEM CHECKPOINT (STEP010 DOS FLUXOS, STEP020 E STEP040 DO
      *--- MYNIGHT).
       2300-GERAR-JOB-COPIA.
           EVALUATE TRUE
              WHEN WS-JOB-FLUXO AND WS-RESTART-STEP = 'STEP010 '
                   AND WS-TEM-CHK-BAT
                 MOVE '//MYRSTCPY JOB (ACCTG),''RESTART'',CLASS=A,'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//SYSIN    DD DUMMY' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE SPACES TO JCLOUT-RECORD
                 STRING '//SYSUT1   DD DSN=' WS-CHK-DSN
                        DELIMITED BY SPACE
                        ',' DELIMITED BY SIZE INTO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//            DISP=SHR' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE SPACES TO JCLOUT-RECORD
                 STRING '//SYSUT2   DD DSN=' WS-CHK-DSN-ULTIMO
                        DELIMITED BY SPACE
                        ',' DELIMITED BY SIZE INTO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//            DISP=OLD' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
              WHEN WS-JOB-MYNIGHT AND WS-RESTART-STEP = 'STEP020 '
                   AND WS-TEM-CHK-DB2
                 MOVE '//MYRSTCPY JOB (ACCTG),''RESTART'',CLASS=A,'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//            DISP=OLD' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
      *--- STEP040 (MYRECON): ALEM DO CHECKPOINT, AS QUATRO SAIDAS DA
      *--- RODADA QUE CAIU SAO PRESERVADAS (O RESTART COPIA DELAS AS
      *--- LINHAS ATE O CHECKPOINT) E OS ORIGINAIS SAO APAGADOS PARA
      *--- O DISP=NEW DA RESUBMISSAO. SEM CHECKPOINT, SO A LIMPEZA.
              WHEN WS-JOB-MYNIGHT AND WS-RESTART-STEP = 'STEP040 '
                 MOVE '//MYRSTCPY JOB (ACCTG),''RESTART'',CLASS=A,'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//    MSGCLASS=X,NOTIFY=&SYSUID'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 IF WS-TEM-CHK-REC
                    PERFORM VARYING WS-RECON-IX FROM 1 BY 1
                            UNTIL WS-RECON-IX > 5
                       PERFORM 2310-GERAR-COPIA-RECON
                    END-PERFORM
                    MOVE '//APAGA   EXEC PGM=IEFBR14,COND=(0,NE)'
                        TO JCLOUT-RECORD
                 ELSE
                    MOVE '//* SEM CHECKPOINT: O STEP040 RECOMECA DO'
                        TO JCLOUT-RECORD
                    PERFORM 4100-GRAVAR-CARTAO
                    MOVE '//* INICIO; SO APAGA AS SAIDAS DA RODADA.'
                        TO JCLOUT-RECORD
                    PERFORM 4100-GRAVAR-CARTAO
                    MOVE '//APAGA   EXEC PGM=IEFBR14' TO JCLOUT-RECORD
                 END-IF
                 PERFORM 4100-GRAVAR-CARTAO
                 PERFORM VARYING WS-RECON-IX FROM 1 BY 1
                         UNTIL WS-RECON-IX > 5
                    MOVE SPACES TO JCLOUT-RECORD
                    STRING '//DEL00' WS-RECON-IX '  DD DSN='
                           DELIMITED BY SIZE
                           WS-RECON-DSN(WS-RECON-IX)
                           DELIMITED BY SPACE
                           ',DISP=(OLD,DELETE)' DELIMITED BY SIZE
                           INTO JCLOUT-RECORD
                    PERFORM 4100-GRAVAR-CARTAO
                 END-PERFORM
              WHEN OTHER
                 MOVE '//* STEP SEM CHECKPOINT: O RESTART REEXECUTA O'
                     TO JCLOUT-RECORD
           END-EVALUATE.
           EXIT.
      *
      *--- UM STEP IEBGENER POR DATASET DO STEP040: DATASET DA
      *--- RODADA -> MESMO NOME + SUFIXO. DO SEGUNDO EM DIANTE, SO
      *--- RODA SE AS COPIAS ANTERIORES DERAM RC 0.
       2310-GERAR-COPIA-RECON.
           MOVE SPACES TO JCLOUT-RECORD.
           IF WS-RECON-IX = 1
              STRING '//COPIA' WS-RECON-IX '  EXEC PGM=IEBGENER'
                     DELIMITED BY SIZE INTO JCLOUT-RECORD
           ELSE
              STRING '//COPIA' WS-RECON-IX '  EXEC PGM=IEBGENER,'
                     'COND=(0,NE)' DELIMITED BY SIZE
                     INTO JCLOUT-RECORD
           END-IF.
           PERFORM 4100-GRAVAR-CARTAO.
           MOVE '//SYSPRINT DD SYSOUT=*' TO JCLOUT-RECORD.
           PERFORM 4100-GRAVAR-CARTAO.
           MOVE '//SYSIN    DD DUMMY' TO JCLOUT-RECORD.
           PERFORM 4100-GRAVAR-CARTAO.
           MOVE SPACES TO JCLOUT-RECORD.
           STRING '//SYSUT1   DD DSN=' DELIMITED BY SIZE
                  WS-RECON-DSN(WS-RECON-IX) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE INTO JCLOUT-RECORD.
           PERFORM 4100-GRAVAR-CARTAO.
           MOVE '//            DISP=SHR' TO JCLOUT-RECORD.
           PERFORM 4100-GRAVAR-CARTAO.
           MOVE SPACES TO JCLOUT-RECORD.
           STRING '//SYSUT2   DD DSN=' DELIMITED BY SIZE
                  WS-RECON-DSN(WS-RECON-IX) DELIMITED BY SPACE
                  WS-RECON-SUFIXO(WS-RECON-IX) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE INTO JCLOUT-RECORD.
           PERFORM 4100-GRAVAR-CARTAO.
           MOVE '//            DISP=OLD' TO JCLOUT-RECORD.
           PERFORM 4100-GRAVAR-CARTAO.
           EXIT.
      *
      *--- JOB 2: A RESUBMISSAO DO JOB COM RESTART= NO STEP CERTO E,
      *--- NO MYNIGHT, O OVERRIDE DO RESTARTDD APONTANDO PARA O .ULTIMO
       2400-GERAR-JOB-RESTART.
           MOVE SPACES TO JCLOUT-RECORD.
           STRING '//' WS-JOB-NAME
                  ' JOB (ACCTG),''MARCIO MARCOS'',CLASS=A,'
                  DELIMITED BY SIZE INTO JCLOUT-RECORD.
           PERFORM 4100-GRAVAR-CARTAO.
           MOVE SPACES TO JCLOUT-RECORD.
           STRING '//    MSGCLASS=X,NOTIFY=&SYSUID,RESTART='
           PERFORM 4100-GRAVAR-CARTAO.
      *
           EVALUATE TRUE
      *--- FECHAMENTO NO PORTAO: O MES SO E REGISTRADO COMO FECHADO NO
      *--- FIM DO STEP010, ENTAO ELE RODA DE NOVO SEM RETENCAO. SE OUTRO
      *--- MYNIGHT JA RODOU, A DATA DO MES VAI NO PARMDD DO PORTAO.
              WHEN WS-JOB-FECHAMENTO AND WS-RESTART-STEP = 'STEP010 '
                 MOVE '//* O PORTAO RODA DE NOVO (O MES AINDA NAO FOI'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//* REGISTRADO). SE OUTRO MYNIGHT JA RODOU,'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//* INFORMAR A DATA DO MES NAS COLUNAS 2-9 DO'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//* STEP010.PARMDD.' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
      *--- FECHAMENTO NO MEIO DA CADEIA: O RESTART= PULA O PORTAO E OS
      *--- STEPS LEEM A FAIXA DO MES E OS CARTOES JA GRAVADOS POR ELE
              WHEN WS-JOB-FECHAMENTO
                 MOVE '//* O RESTART PULA O PORTAO (STEP010): A FAIXA'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//* DO MES E OS CARTOES GRAVADOS POR ELE SAO'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//* REAPROVEITADOS.' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
              WHEN WS-JOB-FLUXO AND WS-RESTART-STEP = 'STEP010 '
                   AND WS-TEM-CHK-BAT
                 MOVE SPACES TO JCLOUT-RECORD
                 STRING '//* CHECKPOINT: LIDOS=' WS-BAT-COUNT-IN-READ
                        ' ULTIMA-CHAVE=' WS-BAT-LAST-KEY
                        DELIMITED BY SIZE INTO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE SPACES TO JCLOUT-RECORD
                 STRING '//STEP010.RESTARTDD DD DSN='
                        WS-CHK-DSN-ULTIMO DELIMITED BY SPACE
                        ',' DELIMITED BY SIZE INTO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//            DISP=SHR' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
      *--- ZERO, MAS O CABECALHO JA FICOU GRAVADO NO TRNREG E O
      *--- MYBATCH CANCELARIA A RESUBMISSAO COMO RETRANSMISSAO. O
      *--- OVERRIDE DO PARMDD LIGA O REPROCESSO FORCADO ('S' NO
      *--- BYTE 18, DEMAIS VALORES IGUAIS AOS DO CARTAO DO FLUXO).
              WHEN WS-JOB-FLUXO AND WS-RESTART-STEP = 'STEP010 '
                 MOVE '//* SEM CHECKPOINT GRAVADO: RECOMECO DO ZERO.'
                     TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//STEP010.PARMDD DD *' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE WS-FLUXO-PARM TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '/*' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
              WHEN WS-JOB-MYNIGHT AND WS-RESTART-STEP = 'STEP020 '
                   AND WS-TEM-CHK-DB2
                 MOVE SPACES TO JCLOUT-RECORD
                 STRING '//* CHECKPOINT: ATUALIZADAS='
                        WS-DB2-ROWS-UPDATED
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE '//            DISP=SHR' TO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
      *--- STEP040: O CHECKPOINT NO RESTARTDD E AS SAIDAS PRESERVADAS
      *--- NOS ...ANTDD, PARA O MYRECON COPIAR ATE O CHECKPOINT E
      *--- RETOMAR APOS A ULTIMA CHAVE
              WHEN WS-JOB-MYNIGHT AND WS-RESTART-STEP = 'STEP040 '
                   AND WS-TEM-CHK-REC
                 MOVE SPACES TO JCLOUT-RECORD
                 STRING '//* CHECKPOINT: ULTIMA-CHAVE='
                        WS-REC-ULTIMA-CHAVE
                        ' NOITE=' WS-REC-DATA-NOITE
                        DELIMITED BY SIZE INTO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 MOVE SPACES TO JCLOUT-RECORD
                 STRING '//* IGUAIS=' WS-REC-COUNT-MATCH
                        ' DIVERGENTES=' WS-REC-COUNT-DIVERG
                        DELIMITED BY SIZE INTO JCLOUT-RECORD
                 PERFORM 4100-GRAVAR-CARTAO
                 PERFORM VARYING WS-RECON-IX FROM 1 BY 1
                         UNTIL WS-RECON-IX > 5
                    MOVE SPACES TO JCLOUT-RECORD
                    STRING '//STEP040.' DELIMITED BY SIZE
                           WS-RECON-DD(WS-RECON-IX) DELIMITED BY SPACE
                           ' DD DSN=' DELIMITED BY SIZE
                           WS-RECON-DSN(WS-RECON-IX) DELIMITED BY SPACE
                           WS-RECON-SUFIXO(WS-RECON-IX)
                           DELIMITED BY SPACE
                           ',' DELIMITED BY SIZE INTO JCLOUT-RECORD
                    PERFORM 4100-GRAVAR-CARTAO
                    MOVE '//            DISP=SHR' TO JCLOUT-RECORD
                    PERFORM 4100-GRAVAR-CARTAO
                 END-PERFORM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
