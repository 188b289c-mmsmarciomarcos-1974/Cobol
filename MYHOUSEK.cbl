      *================================================================*
      * PROGRAMA BATCH - FAXINA NOTURNA DOS ACERVOS AUXILIARES
      *
      * SEIS ACERVOS DO SISTEMA CRESCEM SEM NENHUMA RETENCAO:
      *   1. BROWSE_POSITION      (POSICOES SALVAS PELO MYIMSBWS);
      *   2. CLIENT_LOOKUP_LOG    (AUDITORIA DE CONSULTAS DO MYIMSQL);
      *   3. TB_CLIENTES_JOURNAL  (DIARIO DE ALTERACOES);
      *   4. ENTRYFILE            (KSDS DE ENTRADAS SALVAS DO MYCICS);
      *   5. LOG DA TDQ 'AUDT'    (DATASET SEQUENCIAL EXTRAPARTITION);
      *   6. TB_CLIENTES_NOTAS    (NOTAS DE ATENDIMENTO DA TRNN).
      *
      * ESTE PROGRAMA EXPURGA DE CADA UM AS ENTRADAS MAIS ANTIGAS QUE
      * A RETENCAO (EM DIAS) DO CARTAO PARMDD, UMA RETENCAO POR
      * ACERVO, E RELATA EXPURGADOS/RETIDOS POR ACERVO. RETENCAO ZERO
      * E TRATADA COMO ERRO DE DIGITACAO (ZERO DIAS EXPURGARIA TUDO)
      * E O PROGRAMA SE RECUSA A RODAR, COM RETURN-CODE 16. A
      * RETENCAO DAS NOTAS TEM 4 DIGITOS (SAO ANOS, NAO DIAS, DE
      * HISTORIA DE ATENDIMENTO) E, EM BRANCO NO CARTAO, VALE 1825
      * DIAS (5 ANOS).
      *
      * O LOG DA AUDT, POR SER SEQUENCIAL, E REESCRITO: OS REGISTROS
      * DENTRO DA RETENCAO VAO PARA AUDTNEW (QUE A JCL FAZ VIRAR O
      * DATASET CORRENTE NO PASSO SEGUINTE).
      *
      * A AUDT E O JOURNAL SAO TRILHAS ENCADEADAS POR HASH (MYHASH):
      * O PRIMEIRO REGISTRO RETIDO FOI ENCADEADO NO HASH DO ULTIMO
      * EXPURGADO. PARA A VERIFICACAO (MYTRLVER) CONTINUAR FECHANDO A
      * CADEIA, O EXPURGO DEIXA UMA ANCORA 'P' COM ESSE HASH E A
      * QUANTIDADE EXPURGADA - NA AUDT, COMO PRIMEIRO REGISTRO DO
      * AUDTNEW; NO JOURNAL, EM TB_AUDIT_ANCORA. O JOURNAL E
      * EXPURGADO PELA SEQUENCIA DA CADEIA (ATE A ULTIMA LINHA
      * ANTERIOR AO CORTE), PARA NUNCA ABRIR BURACO NO MEIO DELA.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
           05 ENT-TIME                PIC 9(07).
           05 ENT-DADO                PIC X(50).
      *
      *--- MESMO LAYOUT DO REGISTRO DA AUDT GRAVADO PELO MYAUDCAD: O
      *--- WS-AUDIT-RECORD DO MYCICS + TIPO + HASH ENCADEADO
       FD AUD-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 AUD-RECORD.
           05 AUD-TRANCODE           PIC X(04).
           05 AUD-OPID               PIC X(03).
           05 AUD-DATAI              PIC X(30).
           05 AUD-TIPO-REG           PIC X(01).
           05 AUD-HASH               PIC X(16).
           05 FILLER                 PIC X(01).
      *
       FD AUDNEW-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 AUDNEW-RECORD             PIC X(80).
      *
      *--- CARTAO DE PARAMETROS: RETENCAO EM DIAS POR ACERVO, NA
      *--- ORDEM BROWSE_POSITION / CLIENT_LOOKUP_LOG / JOURNAL /
      *--- ENTRYFILE / AUDT / NOTAS
       FD PARM-FILE
          RECORD CONTAINS 19 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-RET-JOURNAL       PIC 9(03).
           05 PARM-RET-ENTRY         PIC 9(03).
           05 PARM-RET-AUDT          PIC 9(03).
           05 PARM-RET-NOTAS         PIC X(04).
           05 PARM-RET-NOTAS-N REDEFINES PARM-RET-NOTAS
                                     PIC 9(04).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYDB2BAT/MYRECON
       01 WS-DB-HOST-VARS.
           05 H-RET-DIAS            PIC S9(04) COMP.
           05 H-SEQ-CORTE           PIC S9(15) COMP-3.
           05 H-HASH-CORTE          PIC X(16).
           05 H-QTD-EXPURGO         PIC S9(09) COMP.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-ENTRYFILE-STATUS  PIC X(02).
           05 WS-RET-JOURNAL        PIC 9(03) VALUE ZERO.
           05 WS-RET-ENTRY          PIC 9(03) VALUE ZERO.
           05 WS-RET-AUDT           PIC 9(03) VALUE ZERO.
           05 WS-RET-NOTAS          PIC 9(04) VALUE 1825.
      *
      *--- DATAS DE CORTE PARA OS ACERVOS COM DATA JULIANA DO CICS
      *--- (EIBDATE = 0CYYDDD): CALCULADAS A PARTIR DA DATA CORRENTE
           05 WS-KEEP-ENTRY         PIC 9(07) VALUE ZERO.
           05 WS-PURGE-AUDT         PIC 9(07) VALUE ZERO.
           05 WS-KEEP-AUDT          PIC 9(07) VALUE ZERO.
           05 WS-PURGE-NOTAS        PIC 9(09) VALUE ZERO.
      *
      *--- CADEIA DA AUDT: HASH E DATA DO ULTIMO REGISTRO EXPURGADO,
      *--- LEVADOS PARA A ANCORA 'P' ANTES DO PRIMEIRO RETIDO
       01 WS-AUDT-CADEIA.
           05 WS-AUDT-HASH-EXPURGO  PIC X(16) VALUE SPACES.
           05 WS-AUDT-DATA-EXPURGO  PIC 9(07) VALUE ZERO.
           05 WS-AUDT-ANCORA-SW     PIC X(01) VALUE 'N'.
              88 WS-AUDT-ANCORA-GRAVADA VALUE 'S'.
      *--- ANCORA 'P' (MESMO LAYOUT DO AUD-RECORD)
       01 WS-AUDT-ANCORA.
           05 ANC-TERMID            PIC X(04) VALUE SPACES.
           05 ANC-TASKN             PIC 9(07) VALUE ZERO.
           05 ANC-DATE              PIC 9(07) VALUE ZERO.
           05 ANC-TIME              PIC 9(07) VALUE ZERO.
           05 ANC-TRANCODE          PIC X(04) VALUE 'AUDT'.
           05 ANC-OPID              PIC X(03) VALUE SPACES.
           05 ANC-HASH-EXPURGO      PIC X(16) VALUE SPACES.
           05 ANC-QTD-EXPURGO       PIC 9(09) VALUE ZERO.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 ANC-TIPO-REG          PIC X(01) VALUE 'P'.
           05 ANC-HASH              PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE SPACES.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           PERFORM 2300-PURGE-JOURNAL.
           PERFORM 2400-PURGE-ENTRYFILE.
           PERFORM 2500-PURGE-AUDT-LOG.
           PERFORM 2600-PURGE-NOTAS.
           PERFORM 3000-FINALIZE.
      *
           DISPLAY 'PROGRAMA MYHOUSEK CONCLUIDO'.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF PARM-RET-NOTAS NOT = SPACES
              IF PARM-RET-NOTAS-N IS NOT NUMERIC
                 OR PARM-RET-NOTAS-N = ZERO
                 DISPLAY 'MYHK002 RETENCAO DAS NOTAS INVALIDA NO PARMDD'
                         '. FAXINA RECUSADA.'
                         UPON CONSOLE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-RET-NOTAS-N TO WS-RET-NOTAS
           END-IF.
           MOVE PARM-RET-BRWPOS  TO WS-RET-BRWPOS.
           MOVE PARM-RET-LOOKUP  TO WS-RET-LOOKUP.
           MOVE PARM-RET-JOURNAL TO WS-RET-JOURNAL.
                   ' LOOKUP=' WS-RET-LOOKUP
                   ' JOURNAL=' WS-RET-JOURNAL
                   ' ENTRYFILE=' WS-RET-ENTRY
                   ' AUDT=' WS-RET-AUDT
                   ' NOTAS=' WS-RET-NOTAS.
           EXIT.
      *
      *--- CONVERTE A RETENCAO EM DIAS NA DATA JULIANA DE CORTE NO
           PERFORM 2900-WRITE-STORE-LINE.
           EXIT.
      *
      *--- JOURNAL: LINHAS ANTERIORES AO ENCADEAMENTO (SEQUENCIA
      *--- ZERO) SAEM PELA DATA; AS ENCADEADAS SAEM PELA SEQUENCIA,
      *--- ATE A MAIOR SEQUENCIA ANTERIOR AO CORTE, E O HASH DELA VAI
      *--- PARA A ANCORA 'P' DA TRILHA 'JOURNAL' EM TB_AUDIT_ANCORA.
       2300-PURGE-JOURNAL.
           MOVE WS-RET-JOURNAL TO H-RET-DIAS.
           MOVE SPACES TO H-HASH-CORTE.
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_CADEIA), 0)
                 INTO :H-SEQ-CORTE
                 FROM TB_CLIENTES_JOURNAL
                WHERE CHANGE_TS < CURRENT TIMESTAMP - :H-RET-DIAS DAYS
                  AND SEQ_CADEIA > 0
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYHOUSEK: ERRO NA LEITURA DA CADEIA DO JOURNAL.'
                      ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           IF H-SEQ-CORTE > ZERO
              EXEC SQL
                  SELECT HASH_CADEIA
                    INTO :H-HASH-CORTE
                    FROM TB_CLIENTES_JOURNAL
                   WHERE SEQ_CADEIA = :H-SEQ-CORTE
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MYHOUSEK: ERRO NA LEITURA DA CADEIA DO '
                         'JOURNAL. SQLCODE: ' SQLCODE
                 PERFORM 9900-SQL-ERROR-ABEND
              END-IF
           END-IF.
      *
           EXEC SQL
               DELETE FROM TB_CLIENTES_JOURNAL
                WHERE (SEQ_CADEIA = 0
                       AND CHANGE_TS <
                           CURRENT TIMESTAMP - :H-RET-DIAS DAYS)
                   OR (SEQ_CADEIA > 0
                       AND SEQ_CADEIA <= :H-SEQ-CORTE)
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = +100
              MOVE SQLERRD(3) TO WS-PURGE-JOURNAL
                      'SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
      *
           IF H-SEQ-CORTE > ZERO
              MOVE WS-PURGE-JOURNAL TO H-QTD-EXPURGO
              EXEC SQL
                  INSERT INTO TB_AUDIT_ANCORA
                      (TRILHA, TIPO_ANCORA, DATA_ANCORA, ULT_SEQ,
                       ULT_HASH, QTD_REGISTROS, GRAVADO_TS)
                  VALUES
                      ('JOURNAL', 'P', CURRENT DATE, :H-SEQ-CORTE,
                       :H-HASH-CORTE, :H-QTD-EXPURGO,
                       CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'MYHOUSEK: ERRO NA ANCORA DO EXPURGO DO '
                         'JOURNAL. SQLCODE: ' SQLCODE
                 PERFORM 9900-SQL-ERROR-ABEND
              END-IF
           END-IF.
           MOVE 'TB_CLIENTES_JOURNAL ' TO RPT-STORE-NAME.
           MOVE WS-PURGE-JOURNAL TO RPT-STORE-PURGED.
           MOVE ZERO TO RPT-STORE-KEPT.
           PERFORM UNTIL NOT WS-AUD-OK
              IF AUD-DATE < WS-CUT-JULIAN-CICS
                 ADD 1 TO WS-PURGE-AUDT
                 MOVE AUD-HASH TO WS-AUDT-HASH-EXPURGO
                 MOVE AUD-DATE TO WS-AUDT-DATA-EXPURGO
              ELSE
                 IF NOT WS-AUDT-ANCORA-GRAVADA
                    PERFORM 2550-GRAVAR-ANCORA-AUDT
                 END-IF
                 ADD 1 TO WS-KEEP-AUDT
                 MOVE AUD-RECORD TO AUDNEW-RECORD
                 PERFORM 2560-WRITE-AUDNEW
              END-IF
              READ AUD-FILE
           END-PERFORM.
              DISPLAY 'FILE STATUS: ' WS-AUD-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *--- NADA RETIDO: A ANCORA FICA SOZINHA NO AUDTNEW E A CADEIA
      *--- CONTINUA DELA NA PROXIMA GRAVACAO DO MYAUDCAD
           IF NOT WS-AUDT-ANCORA-GRAVADA
              PERFORM 2550-GRAVAR-ANCORA-AUDT
           END-IF.
           CLOSE AUD-FILE AUDNEW-FILE.
      *
           MOVE 'LOG AUDT            ' TO RPT-STORE-NAME.
           MOVE WS-KEEP-AUDT  TO RPT-STORE-KEPT.
           PERFORM 2900-WRITE-STORE-LINE.
           EXIT.
      *
      *--- ANCORA 'P': CARREGA O HASH DO ULTIMO REGISTRO EXPURGADO,
      *--- EM QUE O PRIMEIRO RETIDO FOI ENCADEADO. SEM EXPURGO, OU
      *--- COM OS EXPURGADOS AINDA SEM HASH (ANTERIORES AO
      *--- ENCADEAMENTO), NAO HA O QUE CARREGAR.
      *--- A ANCORA LEVA A DATA DO ULTIMO EXPURGADO (SAI NO PROXIMO
      *--- EXPURGO) E, COMO HASH PROPRIO, O HASH QUE ELA CARREGA.
       2550-GRAVAR-ANCORA-AUDT.
           SET WS-AUDT-ANCORA-GRAVADA TO TRUE.
           IF WS-AUDT-HASH-EXPURGO NOT = SPACES
              MOVE WS-AUDT-DATA-EXPURGO TO ANC-DATE
              MOVE WS-AUDT-HASH-EXPURGO TO ANC-HASH-EXPURGO
              MOVE WS-PURGE-AUDT        TO ANC-QTD-EXPURGO
              MOVE WS-AUDT-HASH-EXPURGO TO ANC-HASH
              MOVE WS-AUDT-ANCORA TO AUDNEW-RECORD
              PERFORM 2560-WRITE-AUDNEW
           END-IF.
           EXIT.
      *
       2560-WRITE-AUDNEW.
           WRITE AUDNEW-RECORD.
           IF NOT WS-AUDNEW-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO AUDNEW-FILE'
              DISPLAY 'FILE STATUS: ' WS-AUDNEW-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- NOTAS DE ATENDIMENTO: EXPURGA AS MAIS ANTIGAS QUE A RETENCAO
      *--- (NOTA_TS E A DATA/HORA DA GRAVACAO PELA TRNN)
       2600-PURGE-NOTAS.
           MOVE WS-RET-NOTAS TO H-RET-DIAS.
           EXEC SQL
               DELETE FROM TB_CLIENTES_NOTAS
                WHERE NOTA_TS < CURRENT TIMESTAMP - :H-RET-DIAS DAYS
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = +100
              MOVE SQLERRD(3) TO WS-PURGE-NOTAS
           ELSE
              DISPLAY 'MYHOUSEK: ERRO NO EXPURGO DE TB_CLIENTES_NOTAS.'
                      ' SQLCODE: ' SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           MOVE 'TB_CLIENTES_NOTAS   ' TO RPT-STORE-NAME.
           MOVE WS-PURGE-NOTAS TO RPT-STORE-PURGED.
           MOVE ZERO TO RPT-STORE-KEPT.
           PERFORM 2900-WRITE-STORE-LINE.
           EXIT.
      *
       2900-WRITE-STORE-LINE.
           MOVE WS-RPT-STORE-LINE TO RPT-RECORD.
