       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYPSDCNT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - CONTAGENS DE CONSISTENCIA DA COPIA DE TESTE
      *
      * ULTIMO PASSO DO MYTSTREF. PROVA, SO COM OS ARQUIVOS QUE VAO
      * PARA O AMBIENTE DE TESTE (SEM O MAPA, QUE NAO SAI DA
      * PRODUCAO), QUE A COPIA PSEUDONIMIZADA E INTERNAMENTE
      * CONSISTENTE:
      *
      *   1. CADA ACERVO TEM NA COPIA EXATAMENTE OS REGISTROS QUE O
      *      MYPSDUNL DIZ TER GRAVADO (MANIFESTO MANIFDD);
      *   2. A INTEGRIDADE REFERENCIAL SOBREVIVEU A TROCA DE IDS: EM
      *      CADA ACERVO, A QUANTIDADE DE REGISTROS QUE NOMEIAM UM
      *      CLIENTE SEM LINHA NA TB_CLIENTES DE TESTE E IGUAL A QUE
      *      O MYPSDUNL CONTOU NA PRODUCAO (UM ID REMAPEADO ERRADO EM
      *      UM ACERVO SO APARECE AQUI COMO DIFERENCA);
      *   3. TODO ID DA COPIA PASSA NO DIGITO VERIFICADOR (MYCHKDIG).
      *
      * ALEM DISSO, AS CONTAGENS DA RECONCILIACAO DE TRES VIAS DO
      * MYRECON (SO NO VSAM / SO NO DB2 / SO NO IMS / NOME
      * DIVERGENTE) SAO APURADAS NA COPIA, PARA COMPARACAO COM O
      * ULTIMO RELATORIO DO STEP040 DA PRODUCAO: O NOME FICTICIO SAI
      * DO NOME REAL, ENTAO NOMES IGUAIS CONTINUAM IGUAIS E
      * DIVERGENCIAS CONTINUAM DIVERGENCIAS.
      *
      * TECNICA: SORT INTERNO (COMO O MYPSDMAP) DE TODOS OS IDS DA
      * COPIA POR ID + ACERVO; A SAIDA E O MATCH/MERGE POR ID.
      *
      * RC 0 = COPIA CONSISTENTE; RC 8 = CONTAGEM DIFERENTE DO
      * MANIFESTO, REFERENCIA QUEBRADA OU ID INVALIDO (NAO LIBERAR A
      * COPIA PARA OS TESTADORES); RC 16 = ERRO DE ARQUIVO.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSTCLI-FILE ASSIGN TO TSTCLIDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTJRN-FILE ASSIGN TO TSTJRNDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTCUS-FILE ASSIGN TO TSTCUSDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTMST-FILE ASSIGN TO TSTMSTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTSEG-FILE ASSIGN TO TSTSEGDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTIN-FILE ASSIGN TO TSTINDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT TSTOUT-FILE ASSIGN TO TSTOUTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TST-FILE-STATUS.
           SELECT MANIF-FILE ASSIGN TO MANIFDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MANIF-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- LAYOUTS DOS ARQUIVOS DE TESTE GRAVADOS PELO MYPSDUNL, SO
      *--- COM O ID E O NOME (O QUE A RECONCILIACAO COMPARA)
       FD  TSTCLI-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 TSTCLI-RECORD.
           05 TCL-ID-CLIENTE        PIC X(10).
           05 TCL-NOME              PIC X(40).
           05 FILLER                PIC X(110).
      *
       FD  TSTJRN-FILE
           RECORD CONTAINS 263 CHARACTERS.
       01 TSTJRN-RECORD.
           05 FILLER                PIC X(16).
           05 TJR-ID-CLIENTE        PIC X(10).
           05 FILLER                PIC X(237).
      *
       FD  TSTCUS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 TSTCUS-RECORD.
           05 TCU-ID-CLIENTE        PIC X(10).
           05 TCU-NOME              PIC X(40).
           05 FILLER                PIC X(110).
      *
       FD  TSTMST-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01 TSTMST-RECORD.
           05 TMS-ID-CLIENTE        PIC X(10).
           05 FILLER                PIC X(109).
      *
       FD  TSTSEG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 TSTSEG-RECORD.
           05 TSG-ID-CLIENTE        PIC X(10).
           05 TSG-NOME              PIC X(40).
           05 FILLER                PIC X(50).
      *
      *--- NOS ARQUIVOS DE MOVIMENTO SO OS TIPOS QUE NOMEIAM CLIENTE
      *--- (OS MESMOS DO MYPSDMAP) ENTRAM NA CONFERENCIA
       FD  TSTIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TSTIN-RECORD.
           05 TIN-TIPO              PIC X(01).
              88 TIN-COM-ID         VALUE 'D' 'R' 'E' 'C'.
           05 TIN-ID-CLIENTE        PIC X(10).
           05 FILLER                PIC X(69).
      *
       FD  TSTOUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 TSTOUT-RECORD.
           05 TOU-TIPO              PIC X(01).
              88 TOU-COM-ID         VALUE 'D' 'E'.
           05 TOU-ID-CLIENTE        PIC X(10).
           05 FILLER                PIC X(89).
      *
      *--- MANIFESTO DO MYPSDUNL (MESMO LAYOUT)
       FD  MANIF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 MANIF-RECORD.
           05 MAN-FONTE             PIC 9(01).
           05 MAN-NOME-FONTE        PIC X(20).
           05 MAN-GRAVADOS          PIC 9(09).
           05 MAN-OMITIDOS          PIC 9(09).
           05 MAN-SEM-CADASTRO      PIC 9(09).
           05 MAN-DATA              PIC 9(08).
           05 FILLER                PIC X(24).
      *
       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
      *--- ID + ACERVO: O ACERVO '1' (TB_CLIENTES) CLASSIFICA NA FRENTE
      *--- DOS DEMAIS DO MESMO ID, COMO NO MYPSDMAP
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SRT-ID-CLIENTE         PIC X(10).
           05 SRT-FONTE              PIC 9(01).
              88 SRT-FONTE-TB-CLIENTES VALUE 1.
              88 SRT-FONTE-CUSTFILE    VALUE 3.
              88 SRT-FONTE-DBCLIENT    VALUE 5.
           05 SRT-NOME               PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-VARS.
           05 WS-TST-FILE-STATUS   PIC X(02).
              88 WS-TST-OK               VALUE '00'.
              88 WS-TST-EOF              VALUE '10'.
           05 WS-MANIF-FILE-STATUS PIC X(02).
              88 WS-MANIF-OK             VALUE '00'.
              88 WS-MANIF-EOF            VALUE '10'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
      *
       01 WS-EOF-FLAGS.
           05 WS-EOF-SORT          PIC X(01) VALUE 'N'.
              88 FIM-SORT                VALUE 'S'.
      *
      *--- POR ACERVO (MESMA NUMERACAO DO MYPSDMAP/MYPSDUNL): O QUE O
      *--- MANIFESTO DIZ E O QUE A COPIA TEM
       01 WS-COUNTERS.
           05 WS-CONT-FONTE OCCURS 7 TIMES.
              10 WS-MAN-PRESENTE       PIC X(01).
              10 WS-MAN-GRAVADOS       PIC 9(09).
              10 WS-MAN-SEM-CADASTRO   PIC 9(09).
              10 WS-COUNT-LIDOS        PIC 9(09).
              10 WS-COUNT-SEM-CADASTRO PIC 9(09).
           05 WS-FONTE-SUB          PIC 9(01).
           05 WS-COUNT-IDS          PIC 9(09) VALUE ZERO.
           05 WS-COUNT-ID-INVALIDO  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DIFERENCAS   PIC 9(05) VALUE ZERO.
      *--- CLASSES DA RECONCILIACAO DE TRES VIAS DO MYRECON
           05 WS-COUNT-SO-VSAM      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SO-DB2       PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SO-IMS       PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DIVERG-VSAM  PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DIVERG-IMS   PIC 9(09) VALUE ZERO.
      *
       01 WS-NOMES-FONTE.
           05 FILLER PIC X(20) VALUE 'TB_CLIENTES'.
           05 FILLER PIC X(20) VALUE 'TB_CLIENTES_JOURNAL'.
           05 FILLER PIC X(20) VALUE 'CUSTFILE'.
           05 FILLER PIC X(20) VALUE 'MASTERDD'.
           05 FILLER PIC X(20) VALUE 'DBCLIENT (CLIENTE)'.
           05 FILLER PIC X(20) VALUE 'IN-FILE ARQUIVADO'.
           05 FILLER PIC X(20) VALUE 'OUT-FILE ARQUIVADO'.
       01 WS-NOMES-FONTE-R REDEFINES WS-NOMES-FONTE.
           05 WS-NOME-FONTE         PIC X(20) OCCURS 7 TIMES.
      *
      *--- GRUPO DO ID CORRENTE NA SAIDA DO SORT
       01 WS-GRUPO.
           05 WS-GRP-ID             PIC X(10) VALUE LOW-VALUES.
           05 WS-GRP-EM-DB2         PIC X(01).
              88 WS-GRP-TEM-DB2          VALUE 'S'.
           05 WS-GRP-EM-VSAM        PIC X(01).
              88 WS-GRP-TEM-VSAM         VALUE 'S'.
           05 WS-GRP-EM-IMS         PIC X(01).
              88 WS-GRP-TEM-IMS          VALUE 'S'.
           05 WS-GRP-NOME-DB2       PIC X(40).
           05 WS-GRP-NOME-VSAM      PIC X(40).
           05 WS-GRP-NOME-IMS       PIC X(40).
      *
       COPY MYCHKDGC.
      *
       01 WS-FINAL-RC               PIC 9(02) VALUE ZERO.
      *
       01 RPT-HEADER-1             PIC X(133) VALUE
           'MYPSDCNT - CONSISTENCIA DA COPIA DE TESTE PSEUDONIMIZADA'.
       01 RPT-DIVISOR              PIC X(133) VALUE ALL '='.
       01 RPT-COLUNAS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE 'ACERVO'.
           05 FILLER               PIC X(14) VALUE '    MANIFESTO'.
           05 FILLER               PIC X(14) VALUE '        COPIA'.
           05 FILLER               PIC X(14) VALUE ' S/CAD. PROD.'.
           05 FILLER               PIC X(14) VALUE ' S/CAD. COPIA'.
           05 FILLER               PIC X(55) VALUE SPACES.
       01 RPT-FONTE-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-FON-NOME         PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RPT-FON-MAN-GRAV     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-FON-LIDOS        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-FON-MAN-SEM      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 RPT-FON-SEM-CAD      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-FON-SITUACAO     PIC X(20).
           05 FILLER               PIC X(35) VALUE SPACES.
       01 RPT-CLASSE-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RPT-CLS-DESCRICAO    PIC X(45).
           05 RPT-CLS-QTD          PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(75) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
      *
           SORT SORT-WORK
                ASCENDING KEY SRT-ID-CLIENTE
                              SRT-FONTE
                INPUT PROCEDURE IS 2000-COLETAR-IDS
                OUTPUT PROCEDURE IS 3000-CONFERIR-IDS.
      *
           PERFORM 4000-FINALIZE.
           DISPLAY 'PROGRAMA MYPSDCNT CONCLUIDO. RETURN-CODE '
                   WS-FINAL-RC.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO - MANIFESTO DO MYPSDUNL
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE RPT-HEADER-1 TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-DIVISOR TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING WS-FONTE-SUB FROM 1 BY 1
                   UNTIL WS-FONTE-SUB > 7
               MOVE 'N'  TO WS-MAN-PRESENTE(WS-FONTE-SUB)
               MOVE ZERO TO WS-MAN-GRAVADOS(WS-FONTE-SUB)
                            WS-MAN-SEM-CADASTRO(WS-FONTE-SUB)
                            WS-COUNT-LIDOS(WS-FONTE-SUB)
                            WS-COUNT-SEM-CADASTRO(WS-FONTE-SUB)
           END-PERFORM.
           OPEN INPUT MANIF-FILE.
           IF NOT WS-MANIF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MANIF-FILE'
              DISPLAY 'FILE STATUS: ' WS-MANIF-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           PERFORM 1100-LER-MANIFESTO UNTIL WS-MANIF-EOF.
           CLOSE MANIF-FILE.
           EXIT.
      *
       1100-LER-MANIFESTO.
           READ MANIF-FILE.
           EVALUATE TRUE
               WHEN WS-MANIF-OK
                   IF MAN-FONTE >= 1 AND MAN-FONTE <= 7
                      MOVE MAN-FONTE TO WS-FONTE-SUB
                      MOVE 'S' TO WS-MAN-PRESENTE(WS-FONTE-SUB)
                      MOVE MAN-GRAVADOS
                        TO WS-MAN-GRAVADOS(WS-FONTE-SUB)
                      MOVE MAN-SEM-CADASTRO
                        TO WS-MAN-SEM-CADASTRO(WS-FONTE-SUB)
                   END-IF
               WHEN WS-MANIF-EOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL NA LEITURA DO MANIF-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MANIF-FILE-STATUS
                   PERFORM 9910-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *================================================================*
      * ENTRADA DO SORT: TODO REGISTRO DA COPIA E CONTADO; OS QUE
      * NOMEIAM CLIENTE SAO LIBERADOS COM O ACERVO DE ORIGEM
      *================================================================*
       2000-COLETAR-IDS SECTION.
           PERFORM 2100-COLETAR-TSTCLI.
           PERFORM 2200-COLETAR-TSTJRN.
           PERFORM 2300-COLETAR-TSTCUS.
           PERFORM 2400-COLETAR-TSTMST.
           PERFORM 2500-COLETAR-TSTSEG.
           PERFORM 2600-COLETAR-TSTIN.
           PERFORM 2700-COLETAR-TSTOUT.
       2000-SAI.
           EXIT.
      *
       2100-COLETAR-TSTCLI SECTION.
           OPEN INPUT TSTCLI-FILE.
           PERFORM 2980-CONFERIR-ABERTURA.
           MOVE 1 TO WS-FONTE-SUB.
           PERFORM 2110-LER-TSTCLI UNTIL WS-TST-EOF.
           CLOSE TSTCLI-FILE.
       2100-SAI.
           EXIT.
      *
       2110-LER-TSTCLI SECTION.
           READ TSTCLI-FILE.
           IF WS-TST-OK
              MOVE TCL-ID-CLIENTE TO SRT-ID-CLIENTE
              MOVE TCL-NOME       TO SRT-NOME
              PERFORM 2900-LIBERAR-ID
           ELSE
              PERFORM 2990-CONFERIR-LEITURA
           END-IF.
       2110-SAI.
           EXIT.
      *
       2200-COLETAR-TSTJRN SECTION.
           OPEN INPUT TSTJRN-FILE.
           PERFORM 2980-CONFERIR-ABERTURA.
           MOVE 2 TO WS-FONTE-SUB.
           PERFORM 2210-LER-TSTJRN UNTIL WS-TST-EOF.
           CLOSE TSTJRN-FILE.
       2200-SAI.
           EXIT.
      *
       2210-LER-TSTJRN SECTION.
           READ TSTJRN-FILE.
           IF WS-TST-OK
              MOVE TJR-ID-CLIENTE TO SRT-ID-CLIENTE
              MOVE SPACES         TO SRT-NOME
              PERFORM 2900-LIBERAR-ID
           ELSE
              PERFORM 2990-CONFERIR-LEITURA
           END-IF.
       2210-SAI.
           EXIT.
      *
       2300-COLETAR-TSTCUS SECTION.
           OPEN INPUT TSTCUS-FILE.
           PERFORM 2980-CONFERIR-ABERTURA.
           MOVE 3 TO WS-FONTE-SUB.
           PERFORM 2310-LER-TSTCUS UNTIL WS-TST-EOF.
           CLOSE TSTCUS-FILE.
       2300-SAI.
           EXIT.
      *
       2310-LER-TSTCUS SECTION.
           READ TSTCUS-FILE.
           IF WS-TST-OK
              MOVE TCU-ID-CLIENTE TO SRT-ID-CLIENTE
              MOVE TCU-NOME       TO SRT-NOME
              PERFORM 2900-LIBERAR-ID
           ELSE
              PERFORM 2990-CONFERIR-LEITURA
           END-IF.
       2310-SAI.
           EXIT.
      *
       2400-COLETAR-TSTMST SECTION.
           OPEN INPUT TSTMST-FILE.
           PERFORM 2980-CONFERIR-ABERTURA.
           MOVE 4 TO WS-FONTE-SUB.
           PERFORM 2410-LER-TSTMST UNTIL WS-TST-EOF.
           CLOSE TSTMST-FILE.
       2400-SAI.
           EXIT.
      *
       2410-LER-TSTMST SECTION.
           READ TSTMST-FILE.
           IF WS-TST-OK
              MOVE TMS-ID-CLIENTE TO SRT-ID-CLIENTE
              MOVE SPACES         TO SRT-NOME
              PERFORM 2900-LIBERAR-ID
           ELSE
              PERFORM 2990-CONFERIR-LEITURA
           END-IF.
       2410-SAI.
           EXIT.
      *
       2500-COLETAR-TSTSEG SECTION.
           OPEN INPUT TSTSEG-FILE.
           PERFORM 2980-CONFERIR-ABERTURA.
           MOVE 5 TO WS-FONTE-SUB.
           PERFORM 2510-LER-TSTSEG UNTIL WS-TST-EOF.
           CLOSE TSTSEG-FILE.
       2500-SAI.
           EXIT.
      *
       2510-LER-TSTSEG SECTION.
           READ TSTSEG-FILE.
           IF WS-TST-OK
              MOVE TSG-ID-CLIENTE TO SRT-ID-CLIENTE
              MOVE TSG-NOME       TO SRT-NOME
              PERFORM 2900-LIBERAR-ID
           ELSE
              PERFORM 2990-CONFERIR-LEITURA
           END-IF.
       2510-SAI.
           EXIT.
      *
       2600-COLETAR-TSTIN SECTION.
           OPEN INPUT TSTIN-FILE.
           PERFORM 2980-CONFERIR-ABERTURA.
           MOVE 6 TO WS-FONTE-SUB.
           PERFORM 2610-LER-TSTIN UNTIL WS-TST-EOF.
           CLOSE TSTIN-FILE.
       2600-SAI.
           EXIT.
      *
       2610-LER-TSTIN SECTION.
           READ TSTIN-FILE.
           IF WS-TST-OK
              IF TIN-COM-ID
                 MOVE TIN-ID-CLIENTE TO SRT-ID-CLIENTE
                 MOVE SPACES         TO SRT-NOME
                 PERFORM 2900-LIBERAR-ID
              ELSE
                 ADD 1 TO WS-COUNT-LIDOS(WS-FONTE-SUB)
              END-IF
           ELSE
              PERFORM 2990-CONFERIR-LEITURA
           END-IF.
       2610-SAI.
           EXIT.
      *
       2700-COLETAR-TSTOUT SECTION.
           OPEN INPUT TSTOUT-FILE.
           PERFORM 2980-CONFERIR-ABERTURA.
           MOVE 7 TO WS-FONTE-SUB.
           PERFORM 2710-LER-TSTOUT UNTIL WS-TST-EOF.
           CLOSE TSTOUT-FILE.
       2700-SAI.
           EXIT.
      *
       2710-LER-TSTOUT SECTION.
           READ TSTOUT-FILE.
           IF WS-TST-OK
              IF TOU-COM-ID
                 MOVE TOU-ID-CLIENTE TO SRT-ID-CLIENTE
                 MOVE SPACES         TO SRT-NOME
                 PERFORM 2900-LIBERAR-ID
              ELSE
                 ADD 1 TO WS-COUNT-LIDOS(WS-FONTE-SUB)
              END-IF
           ELSE
              PERFORM 2990-CONFERIR-LEITURA
           END-IF.
       2710-SAI.
           EXIT.
      *
      *--- ID EM BRANCO NAO E DE CLIENTE NENHUM (O MYPSDUNL O COPIA
      *--- COMO VEIO E NAO O CONTA COMO SEM CADASTRO)
       2900-LIBERAR-ID SECTION.
           ADD 1 TO WS-COUNT-LIDOS(WS-FONTE-SUB).
           IF SRT-ID-CLIENTE NOT = SPACES
              AND SRT-ID-CLIENTE NOT = LOW-VALUES
              MOVE WS-FONTE-SUB TO SRT-FONTE
              RELEASE SORT-RECORD
           END-IF.
       2900-SAI.
           EXIT.
      *
       2980-CONFERIR-ABERTURA SECTION.
           IF NOT WS-TST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DA COPIA DE TESTE'
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
       2980-SAI.
           EXIT.
      *
       2990-CONFERIR-LEITURA SECTION.
           IF NOT WS-TST-EOF
              DISPLAY 'ERRO FATAL NA LEITURA DA COPIA DE TESTE - '
                      WS-NOME-FONTE(WS-FONTE-SUB)
              DISPLAY 'FILE STATUS: ' WS-TST-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
       2990-SAI.
           EXIT.
      *
      *================================================================*
      * SAIDA DO SORT: MATCH/MERGE POR ID. O PRIMEIRO REGISTRO DE UM
      * ID NOVO FECHA O GRUPO ANTERIOR (CLASSES DO MYRECON) E VALIDA
      * O DIGITO DO ID NOVO.
      *================================================================*
       3000-CONFERIR-IDS SECTION.
           PERFORM 3100-RETORNAR-ID UNTIL FIM-SORT.
           IF WS-GRP-ID NOT = LOW-VALUES
              PERFORM 3300-FECHAR-GRUPO
           END-IF.
       3000-SAI.
           EXIT.
      *
       3100-RETORNAR-ID SECTION.
           RETURN SORT-WORK
               AT END
                   SET FIM-SORT TO TRUE
           END-RETURN.
           IF NOT FIM-SORT
              IF SRT-ID-CLIENTE NOT = WS-GRP-ID
                 IF WS-GRP-ID NOT = LOW-VALUES
                    PERFORM 3300-FECHAR-GRUPO
                 END-IF
                 PERFORM 3200-ABRIR-GRUPO
              END-IF
              PERFORM 3400-ACUMULAR-REGISTRO
           END-IF.
       3100-SAI.
           EXIT.
      *
       3200-ABRIR-GRUPO SECTION.
           MOVE SRT-ID-CLIENTE TO WS-GRP-ID.
           MOVE 'N' TO WS-GRP-EM-DB2 WS-GRP-EM-VSAM WS-GRP-EM-IMS.
           MOVE SPACES TO WS-GRP-NOME-DB2 WS-GRP-NOME-VSAM
                          WS-GRP-NOME-IMS.
           ADD 1 TO WS-COUNT-IDS.
           SET CHK-FN-VALIDAR TO TRUE.
           MOVE SRT-ID-CLIENTE TO CHK-ID-CLIENTE.
           CALL 'MYCHKDIG' USING MYCHKDIG-PARAMETROS.
           IF NOT CHK-OK
              ADD 1 TO WS-COUNT-ID-INVALIDO
           END-IF.
       3200-SAI.
           EXIT.
      *
      *--- O ACERVO 1 VEM PRIMEIRO NO GRUPO: QUANDO CHEGA QUALQUER
      *--- OUTRO, JA SE SABE SE O CLIENTE TEM LINHA NA TB_CLIENTES
       3400-ACUMULAR-REGISTRO SECTION.
           MOVE SRT-FONTE TO WS-FONTE-SUB.
           EVALUATE TRUE
               WHEN SRT-FONTE-TB-CLIENTES
                   MOVE 'S' TO WS-GRP-EM-DB2
                   MOVE SRT-NOME TO WS-GRP-NOME-DB2
               WHEN SRT-FONTE-CUSTFILE
                   MOVE 'S' TO WS-GRP-EM-VSAM
                   MOVE SRT-NOME TO WS-GRP-NOME-VSAM
               WHEN SRT-FONTE-DBCLIENT
                   MOVE 'S' TO WS-GRP-EM-IMS
                   MOVE SRT-NOME TO WS-GRP-NOME-IMS
           END-EVALUATE.
           IF NOT WS-GRP-TEM-DB2
              ADD 1 TO WS-COUNT-SEM-CADASTRO(WS-FONTE-SUB)
           END-IF.
       3400-SAI.
           EXIT.
      *
      *--- AS MESMAS CLASSES PAR A PAR DO MYRECON, COM O DB2 COMO
      *--- REFERENCIA
       3300-FECHAR-GRUPO SECTION.
           EVALUATE TRUE
               WHEN WS-GRP-TEM-VSAM AND NOT WS-GRP-TEM-DB2
                   ADD 1 TO WS-COUNT-SO-VSAM
               WHEN WS-GRP-TEM-DB2 AND NOT WS-GRP-TEM-VSAM
                   ADD 1 TO WS-COUNT-SO-DB2
               WHEN WS-GRP-TEM-DB2 AND WS-GRP-TEM-VSAM
                   IF WS-GRP-NOME-DB2 NOT = WS-GRP-NOME-VSAM
                      ADD 1 TO WS-COUNT-DIVERG-VSAM
                   END-IF
           END-EVALUATE.
           IF WS-GRP-TEM-IMS
              IF WS-GRP-TEM-DB2
                 IF WS-GRP-NOME-DB2 NOT = WS-GRP-NOME-IMS
                    ADD 1 TO WS-COUNT-DIVERG-IMS
                 END-IF
              ELSE
                 ADD 1 TO WS-COUNT-SO-IMS
              END-IF
           END-IF.
       3300-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO - CONFRONTO COM O MANIFESTO
      *================================================================*
       4000-FINALIZE SECTION.
           WRITE RPT-RECORD FROM RPT-COLUNAS.
           PERFORM VARYING WS-FONTE-SUB FROM 1 BY 1
                   UNTIL WS-FONTE-SUB > 7
               PERFORM 4100-CONFRONTAR-ACERVO
           END-PERFORM.
           MOVE RPT-DIVISOR TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'IDS DISTINTOS NA COPIA'          TO RPT-CLS-DESCRICAO.
           MOVE WS-COUNT-IDS                      TO RPT-CLS-QTD.
           WRITE RPT-RECORD FROM RPT-CLASSE-LINE.
           MOVE 'IDS COM DIGITO VERIFICADOR INVALIDO'
                                                  TO RPT-CLS-DESCRICAO.
           MOVE WS-COUNT-ID-INVALIDO              TO RPT-CLS-QTD.
           WRITE RPT-RECORD FROM RPT-CLASSE-LINE.
           IF WS-COUNT-ID-INVALIDO > ZERO
              MOVE 8 TO WS-FINAL-RC
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'RECONCILIACAO DE TRES VIAS NA COPIA (MYRECON):'
             TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 'CLIENTES SO NO VSAM (CUSTFILE)'  TO RPT-CLS-DESCRICAO.
           MOVE WS-COUNT-SO-VSAM                  TO RPT-CLS-QTD.
           WRITE RPT-RECORD FROM RPT-CLASSE-LINE.
           MOVE 'CLIENTES SO NO DB2 (TB_CLIENTES)' TO RPT-CLS-DESCRICAO.
           MOVE WS-COUNT-SO-DB2                   TO RPT-CLS-QTD.
           WRITE RPT-RECORD FROM RPT-CLASSE-LINE.
           MOVE 'CLIENTES SO NO IMS (DBCLIENT)'   TO RPT-CLS-DESCRICAO.
           MOVE WS-COUNT-SO-IMS                   TO RPT-CLS-QTD.
           WRITE RPT-RECORD FROM RPT-CLASSE-LINE.
           MOVE 'NOME DIVERGENTE VSAM X DB2'      TO RPT-CLS-DESCRICAO.
           MOVE WS-COUNT-DIVERG-VSAM              TO RPT-CLS-QTD.
           WRITE RPT-RECORD FROM RPT-CLASSE-LINE.
           MOVE 'NOME DIVERGENTE IMS X DB2'       TO RPT-CLS-DESCRICAO.
           MOVE WS-COUNT-DIVERG-IMS               TO RPT-CLS-QTD.
           WRITE RPT-RECORD FROM RPT-CLASSE-LINE.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           IF WS-FINAL-RC = ZERO
              MOVE 'COPIA CONSISTENTE - PODE SER LIBERADA PARA TESTE.'
                TO RPT-RECORD
           ELSE
              MOVE '*** COPIA INCONSISTENTE - NAO LIBERAR. ***'
                TO RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           CLOSE RPT-FILE.
       4000-SAI.
           EXIT.
      *
       4100-CONFRONTAR-ACERVO SECTION.
           MOVE WS-NOME-FONTE(WS-FONTE-SUB)   TO RPT-FON-NOME.
           MOVE WS-MAN-GRAVADOS(WS-FONTE-SUB) TO RPT-FON-MAN-GRAV.
           MOVE WS-COUNT-LIDOS(WS-FONTE-SUB)  TO RPT-FON-LIDOS.
           MOVE WS-MAN-SEM-CADASTRO(WS-FONTE-SUB) TO RPT-FON-MAN-SEM.
           MOVE WS-COUNT-SEM-CADASTRO(WS-FONTE-SUB) TO RPT-FON-SEM-CAD.
           EVALUATE TRUE
               WHEN WS-MAN-PRESENTE(WS-FONTE-SUB) NOT = 'S'
                   MOVE '*** SEM MANIFESTO' TO RPT-FON-SITUACAO
                   MOVE 8 TO WS-FINAL-RC
                   ADD 1 TO WS-COUNT-DIFERENCAS
               WHEN WS-MAN-GRAVADOS(WS-FONTE-SUB) NOT =
                    WS-COUNT-LIDOS(WS-FONTE-SUB)
                   MOVE '*** CONTAGEM' TO RPT-FON-SITUACAO
                   MOVE 8 TO WS-FINAL-RC
                   ADD 1 TO WS-COUNT-DIFERENCAS
               WHEN WS-MAN-SEM-CADASTRO(WS-FONTE-SUB) NOT =
                    WS-COUNT-SEM-CADASTRO(WS-FONTE-SUB)
                   MOVE '*** REFERENCIA' TO RPT-FON-SITUACAO
                   MOVE 8 TO WS-FINAL-RC
                   ADD 1 TO WS-COUNT-DIFERENCAS
               WHEN OTHER
                   MOVE 'OK' TO RPT-FON-SITUACAO
           END-EVALUATE.
           WRITE RPT-RECORD FROM RPT-FONTE-LINE.
       4100-SAI.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9910-FILE-ERROR-ABEND SECTION.
           DISPLAY '*** PROGRAMA MYPSDCNT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
