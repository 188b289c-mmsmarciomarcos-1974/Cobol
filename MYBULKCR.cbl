      * DBCLIENT VIRA AVISO (O MYCUSTLD/MYIMSLD REALINHAM A NOITE) E
      * NAO DERRUBA A CORRECAO DO CADASTRO CENTRAL.
      *
      * O CARTAO TAMBEM LIGA/DESLIGA O OPT-OUT DE AVISOS DO CLIENTE
      * (OPTOUT_NOTIF). CADA CORRECAO ACEITA GERA, DEPOIS DO CHKP, UM
      * EVENTO 'CORR' NO NOTIFDD (LAYOUT MYNOTFC) PARA O MYNOTFMT.
      *
      * CARTAO COM CEP: O CEP E CONFERIDO NA BASE DOS CORREIOS
      * (MYCEPVAL), JUNTO COM A CIDADE/UF DO CARTAO QUANDO VIEREM;
      * INVALIDO OU DIVERGENTE = CARTAO REJEITADO. ACEITO, O CADASTRO
      * RECEBE O CEP E O BAIRRO, A CIDADE E A UF OFICIAIS (O BAIRRO DO
      * CARTAO SO VALE PARA CEP GERAL, SEM BAIRRO NA BASE). CIDADE/UF
      * SEM CEP NO CARTAO = REJEITADO. O CUSTFILE E O SEGMENTO DO
      * DBCLIENT NAO TEM CEP: PARA ELES SEGUE SO O LOGRADOURO. OS
      * CARTOES DA PADRONIZACAO DE ENDERECOS (MYCEPPAD) ENTRAM POR AQUI.
      *
      * A RODADA E UMA OPERACAO DELIBERADA DE SUPORTE (SUBMISSAO DE
      * JOB CONTROLADA PELA ESTEIRA) - POR ISSO NAO PASSA PELA FILA
      * DE APROVACAO DA TRNP; O DIARIO REGISTRA CADA ALTERACAO.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT NTF-FILE ASSIGN TO NOTIFDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NTF-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--- CORRECAO: ID + CAMPOS NOVOS (BRANCO = MANTEM O ATUAL)
       FD  CORR-FILE
           RECORD CONTAINS 230 CHARACTERS.
       01 CORR-RECORD.
           05 COR-ID-CLIENTE       PIC X(10).
           05 COR-NOME             PIC X(40).
           05 COR-NOME-CONT        PIC X(40).
           05 COR-ENDERECO         PIC X(40).
           05 COR-CONTATO          PIC X(20).
      *--- 'S' = CLIENTE NAO QUER AVISOS, 'N' = VOLTA A RECEBER,
      *--- BRANCO = MANTEM
           05 COR-OPTOUT-NOTIF     PIC X(01).
      *--- ENDERECO OFICIAL: CEP (SO DIGITOS), BAIRRO, CIDADE E UF
           05 COR-CEP              PIC X(08).
           05 COR-BAIRRO           PIC X(30).
           05 COR-CIDADE           PIC X(30).
           05 COR-UF               PIC X(02).
           05 FILLER               PIC X(09).
      *
      *--- MESMO LAYOUT DO CUST-RECORD DO MYCICSBR/MYCUSTLD
       FD  CUSTFILE
       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01 RPT-RECORD                PIC X(133).
      *
      *--- EVENTOS DE AVISO AO CLIENTE (ACUMULADO, OPEN EXTEND)
       FD  NTF-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY MYNOTFC.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           05 D-NOME-CLIENTE-CONT   PIC X(40).
           05 D-ENDERECO-CLIENTE    PIC X(40).
           05 D-CONTATO-CLIENTE     PIC X(20).
           05 D-OPTOUT-NOTIF        PIC X(01).
           05 D-CEP-CLIENTE         PIC X(08).
           05 D-BAIRRO-CLIENTE      PIC X(30).
           05 D-CIDADE-CLIENTE      PIC X(30).
           05 D-UF-CLIENTE          PIC X(02).
      *
       01 WS-FILE-STATUS-VARS.
           05 WS-CORR-FILE-STATUS  PIC X(02).
              88 WS-CUSTFILE-NOTFND      VALUE '23'.
           05 WS-RPT-FILE-STATUS   PIC X(02).
              88 WS-RPT-OK               VALUE '00'.
           05 WS-NTF-FILE-STATUS   PIC X(02).
              88 WS-NTF-OK               VALUE '00'.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-LIDOS        PIC 9(07) VALUE ZERO.
           05 WS-EFE-NOME-CONT      PIC X(40).
           05 WS-EFE-ENDERECO       PIC X(40).
           05 WS-EFE-CONTATO        PIC X(20).
           05 WS-EFE-OPTOUT         PIC X(01).
           05 WS-EFE-CEP            PIC X(08).
           05 WS-EFE-BAIRRO         PIC X(30).
           05 WS-EFE-CIDADE         PIC X(30).
           05 WS-EFE-UF             PIC X(02).
           05 WS-REJ-MOTIVO         PIC X(40).
           05 WS-AVISO-TEXTO        PIC X(40).
           05 WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
           05 WS-TIME-NOW           PIC 9(08) VALUE ZERO.
      *
      *--- DIARIO DE ALTERACOES DE TB_CLIENTES
       COPY MYJRNLC.
      *--- PUBLICACAO DA ALTERACAO NA FILA MQ (MODULO MYJRNPUB)
       COPY MYJPUBC.
      *--- ENCADEAMENTO DA LINHA DO DIARIO (MODULO MYTRLCAD)
       COPY MYTRLCDC.
      *--- VALIDACAO DO CEP CONTRA A BASE DOS CORREIOS (MODULO
      *--- MYCEPVAL)
       COPY MYCEPVC.
      *
      *--- FUNCOES DL/I, SEGMENTO E SSA (MESMOS LAYOUTS DO MYIMSLD)
       01 WS-DLI-FUNCTIONS.
                       WS-RPT-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN EXTEND NTF-FILE.
           IF NOT WS-NTF-OK
               DISPLAY "MYBULKCR: ERRO AO ABRIR NTF-FILE. STATUS: "
                       WS-NTF-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           PERFORM 4000-READ-NEXT-CORR.
           PERFORM 2100-CAPTURAR-ATUAL.
           IF WS-REJ-MOTIVO = SPACES
               PERFORM 2200-MONTAR-EFETIVO
           END-IF.
           IF WS-REJ-MOTIVO = SPACES
               PERFORM 2300-ATUALIZAR-TB-CLIENTES
           END-IF.
           IF WS-REJ-MOTIVO = SPACES
               PERFORM 2500-PROPAGAR-DBCLIENT
               PERFORM 2600-GRAVAR-JOURNAL
               PERFORM 2700-SYNC-POINT
               PERFORM 2750-GRAVAR-AVISO
               ADD 1 TO WS-COUNT-ACEITOS
               PERFORM 2800-LINHA-ACEITO
           ELSE
       2100-CAPTURAR-ATUAL.
           EXEC SQL
               SELECT NOME_CLIENTE, NOME_CLIENTE_CONT,
                      ENDERECO_CLIENTE, CONTATO_CLIENTE,
                      COALESCE(OPTOUT_NOTIF, 'N'),
                      COALESCE(CEP_CLIENTE, ' '),
                      COALESCE(BAIRRO_CLIENTE, ' '),
                      COALESCE(CIDADE_CLIENTE, ' '),
                      COALESCE(UF_CLIENTE, ' ')
                 INTO :D-NOME-CLIENTE, :D-NOME-CLIENTE-CONT,
                      :D-ENDERECO-CLIENTE, :D-CONTATO-CLIENTE,
                      :D-OPTOUT-NOTIF,
                      :D-CEP-CLIENTE, :D-BAIRRO-CLIENTE,
                      :D-CIDADE-CLIENTE, :D-UF-CLIENTE
                 FROM TB_CLIENTES
                WHERE ID_CLIENTE = :D-ID-CLIENTE
           END-EXEC.
           ELSE
               MOVE COR-CONTATO TO WS-EFE-CONTATO
           END-IF.
           IF COR-OPTOUT-NOTIF = 'S' OR 'N'
               MOVE COR-OPTOUT-NOTIF TO WS-EFE-OPTOUT
           ELSE
               MOVE D-OPTOUT-NOTIF TO WS-EFE-OPTOUT
           END-IF.
           IF COR-CEP = SPACES
               MOVE D-CEP-CLIENTE    TO WS-EFE-CEP
               MOVE D-BAIRRO-CLIENTE TO WS-EFE-BAIRRO
               MOVE D-CIDADE-CLIENTE TO WS-EFE-CIDADE
               MOVE D-UF-CLIENTE     TO WS-EFE-UF
               IF COR-CIDADE NOT = SPACES OR COR-UF NOT = SPACES
                   MOVE 'CIDADE/UF SEM CEP NO CARTAO' TO WS-REJ-MOTIVO
               END-IF
           ELSE
               PERFORM 2250-VALIDAR-CEP
           END-IF.
           EXIT.
      *
      *--- CEP DO CARTAO NA BASE DOS CORREIOS; CONFERIDO, O ENDERECO
      *--- EFETIVO E O OFICIAL DO CEP
       2250-VALIDAR-CEP.
           MOVE COR-CEP    TO CEP-CEP.
           MOVE COR-CIDADE TO CEP-CIDADE.
           MOVE ZERO       TO CEP-TAM-CIDADE.
           MOVE COR-UF     TO CEP-UF.
           CALL 'MYCEPVAL' USING MYCEPVAL-PARAMETROS.
           EVALUATE TRUE
               WHEN CEP-OK
                   MOVE COR-CEP        TO WS-EFE-CEP
                   MOVE CEP-OFI-CIDADE TO WS-EFE-CIDADE
                   MOVE CEP-OFI-UF     TO WS-EFE-UF
                   IF CEP-OFI-BAIRRO NOT = SPACES
                       MOVE CEP-OFI-BAIRRO TO WS-EFE-BAIRRO
                   ELSE
                       MOVE COR-BAIRRO     TO WS-EFE-BAIRRO
                   END-IF
               WHEN CEP-CIDADE-DIVERGE OR CEP-UF-DIVERGE
                   MOVE 'CIDADE/UF NAO BATEM COM O CEP'
                       TO WS-REJ-MOTIVO
               WHEN CEP-ERRO-SQL
                   DISPLAY "MYBULKCR: ERRO NA CONSULTA DO CEP. "
                           "SQLCODE: " CEP-SQLCODE
                   PERFORM 9900-SQL-ERROR-ABEND
               WHEN OTHER
                   MOVE 'CEP INVALIDO OU FORA DA BASE DE CEPS'
                       TO WS-REJ-MOTIVO
           END-EVALUATE.
           EXIT.
      *
       2300-ATUALIZAR-TB-CLIENTES.
                  SET NOME_CLIENTE = :WS-EFE-NOME,
                      NOME_CLIENTE_CONT = :WS-EFE-NOME-CONT,
                      ENDERECO_CLIENTE = :WS-EFE-ENDERECO,
                      CONTATO_CLIENTE = :WS-EFE-CONTATO,
                      OPTOUT_NOTIF = :WS-EFE-OPTOUT,
                      CEP_CLIENTE = :WS-EFE-CEP,
                      BAIRRO_CLIENTE = :WS-EFE-BAIRRO,
                      CIDADE_CLIENTE = :WS-EFE-CIDADE,
                      UF_CLIENTE = :WS-EFE-UF
                WHERE ID_CLIENTE = :D-ID-CLIENTE
           END-EXEC.
           IF SQLCODE NOT = 0
           MOVE WS-EFE-NOME-CONT TO WS-JRNL-NOME-CONT-DEPOIS.
           MOVE SPACES TO WS-JRNL-STATUS-ANTES.
           MOVE SPACES TO WS-JRNL-STATUS-DEPOIS.
      *--- O MESMO TIMESTAMP VAI NA LINHA DO DIARIO E NO EVENTO MQ
           EXEC SQL
               SET :WS-JRNL-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
      *--- SEQUENCIA E HASH ENCADEADO DA LINHA (MYTRLCAD), NA MESMA
      *--- UNIDADE DE TRABALHO DO INSERT
           MOVE 'JOURNAL' TO TRC-TRILHA.
           MOVE LENGTH OF WS-JOURNAL-VARS TO TRC-TAMANHO.
           CALL 'MYTRLCAD' USING MYTRLCAD-PARAMETROS WS-JOURNAL-VARS.
           IF NOT TRC-OK
               DISPLAY "MYBULKCR: ERRO NO ENCADEAMENTO DO DIARIO. "
                       "SQLCODE: " TRC-SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
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
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MYBULKCR: ERRO NO DIARIO. SQLCODE: " SQLCODE
               PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           PERFORM 2650-PUBLICAR-EVENTO.
           EXIT.
      *
      *--- O EVENTO DA ALTERACAO VAI PARA A FILA CLI.EVENTOS (MYJRNPUB)
      *--- SOB O MESMO CHKP/ROLB DO BMP. FALHA NO MQ NAO DESFAZ
      *--- A CORRECAO: A RECONCILIACAO MYJRNREC REPUBLICA O EVENTO
       2650-PUBLICAR-EVENTO.
           SET JPUB-FN-PUBLICAR TO TRUE.
           MOVE 'N' TO JPUB-REPUBLICACAO.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           EXIT.
      *
      *--- O SYNC POINT DO BMP (CHKP) COMMITA DB2 E IMS JUNTOS -
               PERFORM 9920-DLI-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- AVISO DA CORRECAO JA COMMITADA. O FORMATADOR LE O CADASTRO
      *--- NOVO (CONTATO E OPT-OUT EFETIVOS) NA HORA DE MONTAR O TEXTO.
       2750-GRAVAR-AVISO.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE SPACES TO NTF-RECORD.
           MOVE WS-TODAY-DATE TO NTF-DATA.
           MOVE WS-TIME-NOW(1:6) TO NTF-HORA.
           MOVE 'MYBULKCR' TO NTF-PROGRAMA.
           SET NTF-EVT-CORRECAO TO TRUE.
           MOVE D-ID-CLIENTE TO NTF-ID-CLIENTE.
           MOVE ZERO TO NTF-VALOR.
           MOVE 'N' TO NTF-INSTANTANEO.
           WRITE NTF-RECORD.
           IF NOT WS-NTF-OK
               DISPLAY "MYBULKCR: ERRO DE ESCRITA NO NTF-FILE. "
                       "STATUS: " WS-NTF-FILE-STATUS
               PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       2800-LINHA-ACEITO.
           MOVE SPACES TO RPT-RECORD.
                  WS-COUNT-AVISOS DELIMITED BY SIZE
                  INTO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           CLOSE CORR-FILE CUSTFILE RPT-FILE NTF-FILE.
           DISPLAY "MYBULKCR CONCLUIDO. ACEITOS=" WS-COUNT-ACEITOS
                   " REJEITADOS=" WS-COUNT-REJEITADOS.
           IF WS-COUNT-REJEITADOS > ZERO
