       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCEPPAD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - PADRONIZACAO DOS ENDERECOS DE TB_CLIENTES
      * PELA BASE DE CEPS DOS CORREIOS
      *
      * O ENDERECO DO CLIENTE FOI DIGITADO EM TEXTO LIVRE POR DEZENAS
      * DE OPERADORES E AGENCIAS: A MESMA RUA APARECE DE DEZ JEITOS E
      * A CORRESPONDENCIA DEVOLVIDA SE ACUMULA. ESTE PROGRAMA PERCORRE
      * OS CLIENTES ATIVOS E, PARA CADA UM, MONTA O ENDERECO NA FORMA
      * OFICIAL DO CEP (TB_CEP, VIA MYCEPVAL):
      *
      *   - CEP: O DE CEP_CLIENTE; SEM ELE, O CEP DIGITADO DENTRO DO
      *     PROPRIO ENDERECO (NNNNN-NNN OU OITO DIGITOS SEGUIDOS);
      *   - LOGRADOURO: O OFICIAL DO CEP + ", " + O TRECHO DO ENDERECO
      *     A PARTIR DO PRIMEIRO DIGITO (NUMERO E COMPLEMENTO). NO CEP
      *     GERAL DA LOCALIDADE (SEM LOGRADOURO NA BASE) O LOGRADOURO
      *     DIGITADO E MANTIDO;
      *   - BAIRRO, CIDADE E UF: OS OFICIAIS DO CEP.
      *
      * O PROGRAMA NAO ATUALIZA NADA: O ENDERECO NOVO SAI COMO CARTAO
      * DE CORRECAO (CORRDD, LAYOUT DO MYBULKCR) E A ATUALIZACAO EM
      * TB_CLIENTES, O DIARIO E A PROPAGACAO PARA CUSTFILE/DBCLIENT
      * SAO OS DO MYBULKCR, NO PASSO SEGUINTE DO JOB MYCEPLD. CLIENTE
      * JA PADRONIZADO SO E CONTADO.
      *
      * VAI PARA O RELATORIO DE REVISAO (REPORTDD), SEM CARTAO:
      *   - SEM CEP NO CADASTRO NEM NO ENDERECO;
      *   - CEP INVALIDO OU FORA DA BASE DOS CORREIOS;
      *   - CIDADE/UF DO CADASTRO DIFERENTES DAS DO CEP;
      *   - ENDERECO SEM NUMERO (NENHUM DIGITO FORA O CEP);
      *   - LOGRADOURO OFICIAL COM DIGITOS (EX: RUA 25 DE MARCO) - O
      *     NUMERO DA CASA NAO PODE SER SEPARADO COM SEGURANCA;
      *   - ENDERECO OFICIAL COM MAIS DE 40 CARACTERES.
      *
      * RETURN-CODE 0 = OK; 4 = HOUVE CLIENTE PARA REVISAO (VER O
      * RELATORIO); 16 = ERRO FATAL.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-FILE ASSIGN TO CORRDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CORR-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- MESMO LAYOUT DO CORR-RECORD DO MYBULKCR (CAMPO EM BRANCO =
      *--- MANTEM O ATUAL)
       FD  CORR-FILE
           RECORD CONTAINS 230 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 CORR-RECORD.
           05 COR-ID-CLIENTE       PIC X(10).
           05 COR-NOME             PIC X(40).
           05 COR-NOME-CONT        PIC X(40).
           05 COR-ENDERECO         PIC X(40).
           05 COR-CONTATO          PIC X(20).
           05 COR-OPTOUT-NOTIF     PIC X(01).
           05 COR-CEP              PIC X(08).
           05 COR-BAIRRO           PIC X(30).
           05 COR-CIDADE           PIC X(30).
           05 COR-UF               PIC X(02).
           05 FILLER               PIC X(09).
      *
       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCNSLD
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-ENDERECO-CLIENTE    PIC X(40).
           05 D-CEP-CLIENTE         PIC X(08).
           05 D-BAIRRO-CLIENTE      PIC X(30).
           05 D-CIDADE-CLIENTE      PIC X(30).
           05 D-UF-CLIENTE          PIC X(02).
      *
      *--- CLIENTES ATIVOS; OS ANONIMIZADOS (LGPD) NAO TEM ENDERECO
      *--- PARA PADRONIZAR
           EXEC SQL
               DECLARE C_CLIPAD CURSOR FOR
                   SELECT ID_CLIENTE, ENDERECO_CLIENTE,
                          COALESCE(CEP_CLIENTE, ' '),
                          COALESCE(BAIRRO_CLIENTE, ' '),
                          COALESCE(CIDADE_CLIENTE, ' '),
                          COALESCE(UF_CLIENTE, ' ')
                   FROM TB_CLIENTES
                   WHERE STATUS_CLIENTE <> 'INATIVO'
                     AND NOME_CLIENTE <> 'ANONIMIZADO'
                   ORDER BY ID_CLIENTE
                   FOR FETCH ONLY
           END-EXEC.
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-CORR-FILE-STATUS  PIC X(02).
              88 WS-CORR-OK              VALUE '00'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
      *
       01 WS-EOF-CLIPAD             PIC X(01) VALUE 'N'.
           88 FIM-CLIPAD                   VALUE 'S'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CARTOES      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-JA-PADRAO    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REVISAO      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CEP-TEXTO    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CEP-GERAL    PIC 9(07) VALUE ZERO.
      *
      *--- MONTAGEM DO ENDERECO OFICIAL
       01 WS-PADRAO-VARS.
           05 WS-REV-MOTIVO         PIC X(40).
           05 WS-CEP                PIC X(08).
           05 WS-END-TRAB           PIC X(40).
           05 WS-POS                PIC 9(02) COMP.
           05 WS-POS-NUM            PIC 9(02) COMP.
           05 WS-TAM-LOGR           PIC 9(02) COMP.
           05 WS-TAM-COMPL          PIC 9(02) COMP.
           05 WS-QTD-DIGITOS        PIC 9(02) COMP.
           05 WS-END-OFICIAL        PIC X(40).
           05 WS-END-MONTADO        PIC X(80).
           05 WS-CHAR               PIC X(01).
              88 WS-CHAR-DIGITO     VALUE '0' THRU '9'.
      *
      *--- VALIDACAO DO CEP CONTRA A BASE DOS CORREIOS (MODULO
      *--- MYCEPVAL)
       COPY MYCEPVC.
      *
       01 WS-RPT-HEADER            PIC X(133) VALUE
           "PADRONIZACAO DE ENDERECOS PELO CEP - CLIENTES PARA REVISAO".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESSAR-CLIENTE UNTIL FIM-CLIPAD.
           PERFORM 3000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN OUTPUT CORR-FILE.
           IF NOT WS-CORR-OK
               DISPLAY "MYCEPPAD: ERRO AO ABRIR CORR-FILE. STATUS: "
                       WS-CORR-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
               DISPLAY "MYCEPPAD: ERRO AO ABRIR RPT-FILE. STATUS: "
                       WS-RPT-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXEC SQL OPEN C_CLIPAD END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYCEPPAD: ERRO NO OPEN DO CURSOR. SQLCODE: "
                       SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 4000-FETCH-CLIENTE.
           EXIT.
      *
      *================================================================*
      * UM CLIENTE POR LINHA DO CURSOR
      *================================================================*
       2000-PROCESSAR-CLIENTE.
           ADD 1 TO WS-COUNT-LIDOS.
           MOVE SPACES TO WS-REV-MOTIVO.
           MOVE D-ENDERECO-CLIENTE TO WS-END-TRAB.
      *
           PERFORM 2100-OBTER-CEP.
           IF WS-REV-MOTIVO = SPACES
               PERFORM 2200-VALIDAR-CEP
           END-IF.
           IF WS-REV-MOTIVO = SPACES
               PERFORM 2300-MONTAR-ENDERECO
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-REV-MOTIVO NOT = SPACES
                   ADD 1 TO WS-COUNT-REVISAO
                   PERFORM 2850-LINHA-REVISAO
               WHEN WS-CEP = D-CEP-CLIENTE
                AND WS-END-OFICIAL = D-ENDERECO-CLIENTE
                AND CEP-OFI-BAIRRO = D-BAIRRO-CLIENTE
                AND CEP-OFI-CIDADE = D-CIDADE-CLIENTE
                AND CEP-OFI-UF = D-UF-CLIENTE
                   ADD 1 TO WS-COUNT-JA-PADRAO
               WHEN OTHER
                   PERFORM 2500-GRAVAR-CARTAO
           END-EVALUATE.
      *
           PERFORM 4000-FETCH-CLIENTE.
           EXIT.
      *
      *--- CEP DO CADASTRO; SEM ELE, O DIGITADO NO ENDERECO (QUE SAI
      *--- DA COPIA DE TRABALHO PARA NAO SER TOMADO POR NUMERO)
       2100-OBTER-CEP.
           MOVE D-CEP-CLIENTE TO WS-CEP.
           IF WS-CEP = SPACES
               PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > 33 OR WS-CEP NOT = SPACES
                   IF WS-END-TRAB(WS-POS:5) IS NUMERIC
                      AND WS-END-TRAB(WS-POS + 5:1) = '-'
                      AND WS-END-TRAB(WS-POS + 6:3) IS NUMERIC
                       MOVE WS-END-TRAB(WS-POS:5)     TO WS-CEP(1:5)
                       MOVE WS-END-TRAB(WS-POS + 6:3) TO WS-CEP(6:3)
                       MOVE SPACES TO WS-END-TRAB(WS-POS:9)
                   ELSE
                       IF WS-END-TRAB(WS-POS:8) IS NUMERIC
                           MOVE WS-END-TRAB(WS-POS:8) TO WS-CEP
                           MOVE SPACES TO WS-END-TRAB(WS-POS:8)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CEP = SPACES
                   MOVE 'SEM CEP NO CADASTRO NEM NO ENDERECO'
                       TO WS-REV-MOTIVO
               ELSE
                   ADD 1 TO WS-COUNT-CEP-TEXTO
               END-IF
           END-IF.
           EXIT.
      *
      *--- CEP NA BASE DOS CORREIOS, CONTRA A CIDADE/UF DO CADASTRO
       2200-VALIDAR-CEP.
           MOVE WS-CEP           TO CEP-CEP.
           MOVE D-CIDADE-CLIENTE TO CEP-CIDADE.
           MOVE ZERO             TO CEP-TAM-CIDADE.
           MOVE D-UF-CLIENTE     TO CEP-UF.
           CALL 'MYCEPVAL' USING MYCEPVAL-PARAMETROS.
           EVALUATE TRUE
               WHEN CEP-OK
                   CONTINUE
               WHEN CEP-CIDADE-DIVERGE OR CEP-UF-DIVERGE
                   MOVE 'CIDADE/UF DO CADASTRO NAO BATEM COM O CEP'
                       TO WS-REV-MOTIVO
               WHEN CEP-ERRO-SQL
                   DISPLAY "MYCEPPAD: ERRO NA CONSULTA DO CEP. "
                           "SQLCODE: " CEP-SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN OTHER
                   MOVE 'CEP INVALIDO OU FORA DA BASE DE CEPS'
                       TO WS-REV-MOTIVO
           END-EVALUATE.
           EXIT.
      *
      *--- LOGRADOURO OFICIAL + ", " + NUMERO E COMPLEMENTO DIGITADOS.
      *--- CEP GERAL (SEM LOGRADOURO NA BASE): MANTEM O DIGITADO.
       2300-MONTAR-ENDERECO.
           IF CEP-OFI-LOGRADOURO = SPACES
               MOVE D-ENDERECO-CLIENTE TO WS-END-OFICIAL
               ADD 1 TO WS-COUNT-CEP-GERAL
           ELSE
               MOVE ZERO TO WS-QTD-DIGITOS
               INSPECT CEP-OFI-LOGRADOURO TALLYING WS-QTD-DIGITOS
                   FOR ALL '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'
               IF WS-QTD-DIGITOS > ZERO
                   MOVE 'LOGRADOURO OFICIAL COM NUMERO - CONFERIR'
                       TO WS-REV-MOTIVO
               ELSE
                   PERFORM 2310-SEPARAR-NUMERO
               END-IF
           END-IF.
           EXIT.
      *
       2310-SEPARAR-NUMERO.
           MOVE ZERO TO WS-POS-NUM.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 40 OR WS-POS-NUM > ZERO
               MOVE WS-END-TRAB(WS-POS:1) TO WS-CHAR
               IF WS-CHAR-DIGITO
                   MOVE WS-POS TO WS-POS-NUM
               END-IF
           END-PERFORM.
           IF WS-POS-NUM = ZERO
               MOVE 'ENDERECO SEM NUMERO' TO WS-REV-MOTIVO
           ELSE
               PERFORM VARYING WS-TAM-LOGR FROM 40 BY -1
                       UNTIL WS-TAM-LOGR = ZERO
                          OR CEP-OFI-LOGRADOURO(WS-TAM-LOGR:1)
                             NOT = SPACE
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WS-TAM-COMPL FROM 40 BY -1
                       UNTIL WS-TAM-COMPL = WS-POS-NUM
                          OR WS-END-TRAB(WS-TAM-COMPL:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               COMPUTE WS-TAM-COMPL = WS-TAM-COMPL - WS-POS-NUM + 1
               IF WS-TAM-LOGR + 2 + WS-TAM-COMPL > 40
                   MOVE 'ENDERECO OFICIAL COM MAIS DE 40 POSICOES'
                       TO WS-REV-MOTIVO
               ELSE
                   MOVE SPACES TO WS-END-MONTADO
                   STRING CEP-OFI-LOGRADOURO(1:WS-TAM-LOGR)
                              DELIMITED BY SIZE
                          ', ' DELIMITED BY SIZE
                          WS-END-TRAB(WS-POS-NUM:WS-TAM-COMPL)
                              DELIMITED BY SIZE
                          INTO WS-END-MONTADO
                   MOVE WS-END-MONTADO TO WS-END-OFICIAL
               END-IF
           END-IF.
           EXIT.
      *
      *--- CARTAO DE CORRECAO PARA O MYBULKCR: SO O ENDERECO; NOME,
      *--- CONTATO E OPT-OUT EM BRANCO (MANTEM)
       2500-GRAVAR-CARTAO.
           MOVE SPACES         TO CORR-RECORD.
           MOVE D-ID-CLIENTE   TO COR-ID-CLIENTE.
           MOVE WS-END-OFICIAL TO COR-ENDERECO.
           MOVE WS-CEP         TO COR-CEP.
           MOVE CEP-OFI-BAIRRO TO COR-BAIRRO.
           MOVE CEP-OFI-CIDADE TO COR-CIDADE.
           MOVE CEP-OFI-UF     TO COR-UF.
           WRITE CORR-RECORD.
           IF NOT WS-CORR-OK
               DISPLAY "MYCEPPAD: ERRO DE ESCRITA NO CORR-FILE. "
                       "STATUS: " WS-CORR-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-CARTOES.
           EXIT.
      *
       2850-LINHA-REVISAO.
           MOVE SPACES TO RPT-RECORD.
           STRING "REVISAR ID=" DELIMITED BY SIZE
                  D-ID-CLIENTE DELIMITED BY SIZE
                  " CEP=" DELIMITED BY SIZE
                  WS-CEP DELIMITED BY SIZE
                  " ENDERECO=" DELIMITED BY SIZE
                  D-ENDERECO-CLIENTE DELIMITED BY SIZE
                  " MOTIVO: " DELIMITED BY SIZE
                  WS-REV-MOTIVO DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           EXEC SQL CLOSE C_CLIPAD END-EXEC.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           STRING "TOTAIS: LIDOS=" DELIMITED BY SIZE
                  WS-COUNT-LIDOS DELIMITED BY SIZE
                  " CARTOES=" DELIMITED BY SIZE
                  WS-COUNT-CARTOES DELIMITED BY SIZE
                  " JA PADRONIZADOS=" DELIMITED BY SIZE
                  WS-COUNT-JA-PADRAO DELIMITED BY SIZE
                  " PARA REVISAO=" DELIMITED BY SIZE
                  WS-COUNT-REVISAO DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           STRING "        CEP TIRADO DO ENDERECO=" DELIMITED BY SIZE
                  WS-COUNT-CEP-TEXTO DELIMITED BY SIZE
                  " CEP GERAL (LOGRADOURO MANTIDO)=" DELIMITED BY SIZE
                  WS-COUNT-CEP-GERAL DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           CLOSE CORR-FILE RPT-FILE.
           DISPLAY "MYCEPPAD CONCLUIDO. CARTOES=" WS-COUNT-CARTOES
                   " JA PADRONIZADOS=" WS-COUNT-JA-PADRAO
                   " PARA REVISAO=" WS-COUNT-REVISAO.
           IF WS-COUNT-REVISAO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4000-FETCH-CLIENTE.
           EXEC SQL
               FETCH C_CLIPAD
                INTO :D-ID-CLIENTE, :D-ENDERECO-CLIENTE,
                     :D-CEP-CLIENTE, :D-BAIRRO-CLIENTE,
                     :D-CIDADE-CLIENTE, :D-UF-CLIENTE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET FIM-CLIPAD TO TRUE
               WHEN OTHER
                   DISPLAY "MYCEPPAD: ERRO NO FETCH. SQLCODE: " SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
               DISPLAY "MYCEPPAD: ERRO DE ESCRITA NO RPT-FILE. "
                       "STATUS: " WS-RPT-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY "*** PROGRAMA MYCEPPAD ENCERRADO COM ERRO"
                   " DE SQL ***".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY "*** PROGRAMA MYCEPPAD ENCERRADO COM ERRO"
                   " DE ARQUIVO ***".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
