       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYNOTFMT.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA BATCH - FORMATADOR NOTURNO DOS AVISOS AO CLIENTE
      *
      * O CLIENTE NUNCA ERA AVISADO DO QUE ACONTECIA COM O CADASTRO
      * DELE. OS PROGRAMAS QUE PROVOCAM OS FATOS GRAVAM UM EVENTO NO
      * LAYOUT MYNOTFC (MYBATCH, MYMERGE, MYANONYM, MYBULKCR E
      * MYCOBRAN NO DATASET ACUMULADO; MYCICSQL E MYCICSAP NA TDQ
      * 'NOTF'). ESTE
      * PROGRAMA LE OS DOIS (CONCATENADOS EM NOTIFDD) E, PARA CADA
      * EVENTO AINDA NAO FORMATADO:
      *
      *   1. OBTEM NOME, ENDERECO, CONTATO E OPT-OUT DE TB_CLIENTES
      *      (OU DA FOTO QUE VEM NO PROPRIO EVENTO, NA ELIMINACAO);
      *   2. CLIENTE COM OPT-OUT ('S') NAO E AVISADO - SO CONTADO;
      *      NEM O CLIENTE SEM CONSENTIMENTO VIGENTE PARA CONTATO
      *      (FINALIDADE 'CTT' NO TB_CLIENTES_CONSENT, VIA MYCONSNT);
      *   3. ESCOLHE O CANAL PELO CONTATO: COM '@' = E-MAIL (EMAILDD);
      *      SO DIGITOS (IGNORANDO ESPACO, PARENTESES, HIFEN E '+') =
      *      SMS (SMSDD); SEM CONTATO UTIL = CARTA PARA O ENDERECO
      *      (PRINTDD); SEM CONTATO E SEM ENDERECO = SEM CANAL (AVISO);
      *   4. MONTA O TEXTO COM O MODELO DO MSGFILE (CHAVE
      *      'NTF-' + EVENTO + '-' + CANAL S/E/C, IDIOMA 'PT'). O '#'
      *      DO MODELO RECEBE A VARIAVEL DO EVENTO (VALOR E MOEDA NO
      *      DEBA/LIMD, SALDO DEVEDOR NOS AVISOS DE COBRANCA COB1/COB2/
      *      COB3, ID SOBREVIVENTE NA FUSA). MODELO AUSENTE USA O
      *      TEXTO PADRAO DO PROGRAMA E SAI COMO AVISO NO RELATORIO.
      *
      * O NTFCTLDD GUARDA A DATA/HORA DE CORTE DA ULTIMA RODADA: SO
      * EVENTOS DEPOIS DELA E ATE O INICIO DESTA RODADA SAO
      * FORMATADOS, E O CORTE SO E REGRAVADO NO FIM COM SUCESSO -
      * REPETIR O STEP DEPOIS DE UM ABEND NAO DUPLICA NEM PERDE AVISO.
      *
      * ARQUIVOS:
      *   NOTIFDD  - EVENTOS (LAYOUT MYNOTFC, 200 BYTES)
      *   NTFCTLDD - CONTROLE DO CORTE (OPCIONAL; VAZIO = TUDO)
      *   MSGFILE  - MODELOS DE TEXTO (VSAM KSDS, LEITURA POR CHAVE)
      *   SMSDD    - SAIDA SMS (100 BYTES)
      *   EMAILDD  - SAIDA E-MAIL (150 BYTES)
      *   PRINTDD  - SAIDA CARTA PARA A GRAFICA (200 BYTES)
      *   REPORTDD - RELATORIO DE CONTAGENS E AVISOS
      *
      * RETURN-CODE 0 = OK; 4 = EVENTO INVALIDO, CLIENTE SEM CADASTRO,
      * CLIENTE SEM CANAL OU MODELO AUSENTE NO MSGFILE (VER O
      * RELATORIO); 16 = ERRO FATAL.
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
           SELECT NTF-FILE ASSIGN TO NOTIFDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NTF-FILE-STATUS.
      *
           SELECT OPTIONAL CTL-FILE ASSIGN TO NTFCTLDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-FILE-STATUS.
      *
           SELECT MSG-FILE ASSIGN TO MSGFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MSGF-KEY
                  FILE STATUS IS WS-MSG-FILE-STATUS.
      *
           SELECT SMS-FILE ASSIGN TO SMSDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SMS-FILE-STATUS.
      *
           SELECT EML-FILE ASSIGN TO EMAILDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-EML-FILE-STATUS.
      *
           SELECT CRT-FILE ASSIGN TO PRINTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CRT-FILE-STATUS.
      *
           SELECT RPT-FILE ASSIGN TO REPORTDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD NTF-FILE
          RECORD CONTAINS 200 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       COPY MYNOTFC.
      *
      *--- CORTE DA ULTIMA RODADA (UM REGISTRO, REGRAVADO NO FIM)
       FD CTL-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CTL-RECORD.
           05 CTL-CORTE-DATA         PIC 9(08).
           05 CTL-CORTE-HORA         PIC 9(06).
           05 CTL-QTDE-FORMATADOS    PIC 9(07).
           05 FILLER                 PIC X(59).
      *
      *--- MESMO LAYOUT DO WS-MSGFILE-RECORD DO MYCICS
       FD MSG-FILE
          RECORD CONTAINS 84 CHARACTERS.
       01 MSGFILE-RECORD.
           05 MSGF-KEY.
               10 MSGF-ID            PIC X(12).
               10 MSGF-LANG          PIC X(02).
           05 MSGF-TEXT              PIC X(70).
      *
      *--- SMS: TELEFONE SO COM DIGITOS + TEXTO
       FD SMS-FILE
          RECORD CONTAINS 100 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 SMS-RECORD.
           05 SMS-ID-CLIENTE         PIC X(10).
           05 SMS-TELEFONE           PIC X(20).
           05 SMS-TEXTO              PIC X(70).
      *
       FD EML-FILE
          RECORD CONTAINS 150 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 EML-RECORD.
           05 EML-ID-CLIENTE         PIC X(10).
           05 EML-ENDERECO           PIC X(20).
           05 EML-NOME               PIC X(40).
           05 EML-EVENTO             PIC X(04).
           05 EML-TEXTO              PIC X(70).
           05 FILLER                 PIC X(06).
      *
      *--- CARTA: ENDERECO ESTRUTURADO (O MESMO BLOCO DO COM-ENDERECO
      *--- DO MYCOAFRP). CEP/CIDADE/UF OFICIAIS DE TB_CLIENTES; EM
      *--- BRANCO NO CLIENTE AINDA NAO PADRONIZADO E NO EVENTO COM FOTO
      *--- (ELIMINACAO), CUJA FOTO SO TRAZ O LOGRADOURO.
       FD CRT-FILE
          RECORD CONTAINS 200 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 CRT-RECORD.
           05 CRT-ID-CLIENTE         PIC X(10).
           05 CRT-NOME               PIC X(40).
           05 CRT-ENDERECO.
               10 CRT-END-LOGRADOURO PIC X(40).
               10 CRT-END-CEP        PIC X(08).
               10 CRT-END-CIDADE     PIC X(30).
               10 CRT-END-UF         PIC X(02).
           05 CRT-EVENTO             PIC X(04).
           05 CRT-DATA-EVENTO        PIC 9(08).
           05 CRT-TEXTO              PIC X(70).
           05 FILLER                 PIC X(08).
      *
       FD RPT-FILE
          RECORD CONTAINS 133 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RPT-RECORD                PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUS-FIELDS.
           05 WS-NTF-FILE-STATUS    PIC X(02).
              88 WS-NTF-OK          VALUE '00'.
              88 WS-NTF-EOF         VALUE '10'.
           05 WS-CTL-FILE-STATUS    PIC X(02).
              88 WS-CTL-OK          VALUE '00'.
              88 WS-CTL-EOF         VALUE '10'.
           05 WS-MSG-FILE-STATUS    PIC X(02).
              88 WS-MSG-OK          VALUE '00'.
              88 WS-MSG-NOTFND      VALUE '23'.
           05 WS-SMS-FILE-STATUS    PIC X(02).
              88 WS-SMS-OK          VALUE '00'.
           05 WS-EML-FILE-STATUS    PIC X(02).
              88 WS-EML-OK          VALUE '00'.
           05 WS-CRT-FILE-STATUS    PIC X(02).
              88 WS-CRT-OK          VALUE '00'.
           05 WS-RPT-FILE-STATUS    PIC X(02).
              88 WS-RPT-OK          VALUE '00'.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCOAFRP
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-ENDERECO-CLIENTE    PIC X(40).
           05 D-CONTATO-CLIENTE     PIC X(20).
           05 D-OPTOUT-NOTIF        PIC X(01).
           05 D-CEP-CLIENTE         PIC X(08).
           05 D-CIDADE-CLIENTE      PIC X(30).
           05 D-UF-CLIENTE          PIC X(02).
      *
       01 WS-CONTROLE.
           05 WS-MSGFILE-SW         PIC X(01) VALUE 'S'.
              88 WS-MSGFILE-DISPONIVEL VALUE 'S'.
           05 WS-CURRENT-DATE       PIC X(21).
      *--- CORTE ANTERIOR (NTFCTLDD) E CORTE DESTA RODADA
           05 WS-CORTE-ANTERIOR.
              10 WS-CORTE-ANT-DATA  PIC 9(08) VALUE ZERO.
              10 WS-CORTE-ANT-HORA  PIC 9(06) VALUE ZERO.
           05 WS-CORTE-ANTERIOR-N REDEFINES WS-CORTE-ANTERIOR
                                    PIC 9(14).
           05 WS-CORTE-ATUAL.
              10 WS-CORTE-ATU-DATA  PIC 9(08) VALUE ZERO.
              10 WS-CORTE-ATU-HORA  PIC 9(06) VALUE ZERO.
           05 WS-CORTE-ATUAL-N REDEFINES WS-CORTE-ATUAL
                                    PIC 9(14).
           05 WS-EVENTO-TS.
              10 WS-EVENTO-TS-DATA  PIC 9(08).
              10 WS-EVENTO-TS-HORA  PIC 9(06).
           05 WS-EVENTO-TS-N REDEFINES WS-EVENTO-TS
                                    PIC 9(14).
      *--- SITUACAO DO EVENTO CORRENTE
           05 WS-EVT-SITUACAO       PIC X(01).
              88 WS-EVT-SEGUE       VALUE 'S'.
              88 WS-EVT-PARADO      VALUE 'P'.
           05 WS-CANAL              PIC X(01).
              88 WS-CANAL-SMS       VALUE 'S'.
              88 WS-CANAL-EMAIL     VALUE 'E'.
              88 WS-CANAL-CARTA     VALUE 'C'.
              88 WS-CANAL-NENHUM    VALUE 'N'.
           05 WS-CANAL-SUB          PIC 9(01) COMP VALUE ZERO.
      *--- DADOS DO CLIENTE PARA O AVISO (CADASTRO OU FOTO DO EVENTO)
           05 WS-CLI-NOME           PIC X(40).
           05 WS-CLI-ENDERECO       PIC X(40).
           05 WS-CLI-CONTATO        PIC X(20).
           05 WS-CLI-OPTOUT         PIC X(01).
              88 WS-CLI-SEM-AVISOS  VALUE 'S'.
           05 WS-CLI-CEP            PIC X(08).
           05 WS-CLI-CIDADE         PIC X(30).
           05 WS-CLI-UF             PIC X(02).
      *--- ANALISE DO CONTATO
           05 WS-QTDE-ARROBA        PIC 9(03) COMP VALUE ZERO.
           05 WS-FONE               PIC X(20).
           05 WS-FONE-TAM           PIC 9(03) COMP VALUE ZERO.
           05 WS-FONE-INVALIDO-SW   PIC X(01).
              88 WS-FONE-INVALIDO   VALUE 'S'.
           05 WS-POS                PIC 9(03) COMP VALUE ZERO.
           05 WS-CHAR               PIC X(01).
      *--- MONTAGEM DO TEXTO
           05 WS-MODELO             PIC X(70).
           05 WS-TEXTO              PIC X(70).
           05 WS-PARTE-ANTES        PIC X(70).
           05 WS-PARTE-DEPOIS       PIC X(70).
           05 WS-TAM-ANTES          PIC 9(03) COMP VALUE ZERO.
           05 WS-TAM-DEPOIS         PIC 9(03) COMP VALUE ZERO.
           05 WS-QTDE-MARCA         PIC 9(03) COMP VALUE ZERO.
           05 WS-VARIAVEL           PIC X(30).
           05 WS-VAR-PTR            PIC 9(03) COMP VALUE ZERO.
           05 WS-VAR-TAM            PIC 9(03) COMP VALUE ZERO.
           05 WS-TXT-PTR            PIC 9(03) COMP VALUE ZERO.
           05 WS-BRANCOS            PIC 9(03) COMP VALUE ZERO.
           05 WS-VALOR-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *--- TEXTOS PADRAO POR EVENTO, USADOS QUANDO O MSGFILE NAO TEM O
      *--- MODELO DO EVENTO/CANAL (OU ESTA INDISPONIVEL). A MARCA POR
      *--- CANAL EVITA REPETIR O AVISO DO MESMO MODELO NO RELATORIO.
       01 WS-PADRAO-TABLE.
           05 WS-PAD-ENTRY OCCURS 10 TIMES
              INDEXED BY WS-PAD-IDX.
              10 WS-PAD-EVENTO      PIC X(04).
              10 WS-PAD-TEXTO       PIC X(70).
              10 WS-PAD-AVISADO     PIC X(01) OCCURS 3 TIMES.
      *
       01 WS-CHAVE-MODELO.
           05 FILLER                PIC X(04) VALUE 'NTF-'.
           05 WS-CHV-EVENTO         PIC X(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-CHV-CANAL          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
      *
       01 WS-TOTAIS.
           05 WS-COUNT-LIDOS        PIC 9(09) VALUE ZERO.
           05 WS-COUNT-JA-FEITOS    PIC 9(09) VALUE ZERO.
           05 WS-COUNT-PROXIMA      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-INVALIDOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-CADASTRO PIC 9(07) VALUE ZERO.
           05 WS-COUNT-OPTOUT       PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-CONSENT  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SEM-CANAL    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SMS          PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EMAIL        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CARTA        PIC 9(07) VALUE ZERO.
           05 WS-COUNT-FORMATADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-MODELO-PADRAO PIC 9(07) VALUE ZERO.
      *
       COPY MYCNSC.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
              'MYNOTFMT - AVISOS AO CLIENTE - EVENTOS DEPOIS DE '.
           05 RPT-HDR-CORTE-ANT-D   PIC 9(08).
           05 FILLER                PIC X(01) VALUE '-'.
           05 RPT-HDR-CORTE-ANT-H   PIC 9(06).
           05 FILLER                PIC X(07) VALUE ' ATE '.
           05 RPT-HDR-CORTE-ATU-D   PIC 9(08).
           05 FILLER                PIC X(01) VALUE '-'.
           05 RPT-HDR-CORTE-ATU-H   PIC 9(06).
           05 FILLER                PIC X(45) VALUE SPACES.
      *
       01 WS-RPT-AVISO-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE '*AVISO* '.
           05 RPT-AVI-ID            PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AVI-EVENTO        PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RPT-AVI-MSG           PIC X(80).
           05 FILLER                PIC X(28) VALUE SPACES.
      *
       01 WS-RPT-SUMMARY-LINE.
           05 RPT-CC                PIC X(01) VALUE SPACES.
           05 RPT-MSG-DESC          PIC X(30).
           05 RPT-MSG-VALUE         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESSAR-EVENTO UNTIL WS-NTF-EOF.
           PERFORM 3000-FINALIZE.
           DISPLAY 'PROGRAMA MYNOTFMT CONCLUIDO. AVISOS FORMATADOS: '
                   WS-COUNT-FORMATADOS.
           IF WS-COUNT-INVALIDOS > ZERO
              OR WS-COUNT-SEM-CADASTRO > ZERO
              OR WS-COUNT-SEM-CANAL > ZERO
              OR WS-COUNT-MODELO-PADRAO > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *================================================================*
      * PARAGRAFOS DE INICIALIZACAO
      *================================================================*
       1000-INITIALIZE.
           INITIALIZE WS-TOTAIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-CORTE-ATU-DATA.
           MOVE WS-CURRENT-DATE(9:6) TO WS-CORTE-ATU-HORA.
           PERFORM 1100-LER-CONTROLE.
           PERFORM 1200-CARREGAR-PADROES.
      *
      *--- SEM O MSGFILE A RODADA SEGUE COM OS TEXTOS PADRAO (COMO O
      *--- MYCICS FAZ NA TELA) - CADA MODELO USADO SAI COMO AVISO
           OPEN INPUT MSG-FILE.
           IF NOT WS-MSG-OK
              DISPLAY 'MYNOTFMT: MSGFILE INDISPONIVEL (STATUS '
                      WS-MSG-FILE-STATUS '). USANDO TEXTOS PADRAO.'
              MOVE 'N' TO WS-MSGFILE-SW
           END-IF.
      *
           OPEN INPUT NTF-FILE.
           IF NOT WS-NTF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO NTF-FILE'
              DISPLAY 'FILE STATUS: ' WS-NTF-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT SMS-FILE.
           IF NOT WS-SMS-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO SMS-FILE'
              DISPLAY 'FILE STATUS: ' WS-SMS-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT EML-FILE.
           IF NOT WS-EML-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO EML-FILE'
              DISPLAY 'FILE STATUS: ' WS-EML-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT CRT-FILE.
           IF NOT WS-CRT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CRT-FILE'
              DISPLAY 'FILE STATUS: ' WS-CRT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
      *
           MOVE WS-CORTE-ANT-DATA TO RPT-HDR-CORTE-ANT-D.
           MOVE WS-CORTE-ANT-HORA TO RPT-HDR-CORTE-ANT-H.
           MOVE WS-CORTE-ATU-DATA TO RPT-HDR-CORTE-ATU-D.
           MOVE WS-CORTE-ATU-HORA TO RPT-HDR-CORTE-ATU-H.
           MOVE WS-RPT-HEADER TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           PERFORM 4100-READ-EVENTO.
           EXIT.
      *
      *--- SEM NTFCTLDD (OU VAZIO) O CORTE ANTERIOR FICA ZERO E TODO O
      *--- ACUMULADO E FORMATADO - SO NA PRIMEIRA RODADA
       1100-LER-CONTROLE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-OK
              READ CTL-FILE
              IF WS-CTL-OK
                 IF CTL-CORTE-DATA IS NUMERIC
                    AND CTL-CORTE-HORA IS NUMERIC
                    MOVE CTL-CORTE-DATA TO WS-CORTE-ANT-DATA
                    MOVE CTL-CORTE-HORA TO WS-CORTE-ANT-HORA
                 ELSE
                    DISPLAY 'MYNOTFMT: NTFCTLDD INVALIDO.'
                    PERFORM 9910-FILE-ERROR-ABEND
                 END-IF
              END-IF
              CLOSE CTL-FILE
           END-IF.
           EXIT.
      *
       1200-CARREGAR-PADROES.
           SET WS-PAD-IDX TO 1.
           MOVE 'INAT' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'SEU CADASTRO FOI INATIVADO. EM CASO DE DUVIDA PROCURE S
      -        'UA AGENCIA.' TO WS-PAD-TEXTO(WS-PAD-IDX).
           SET WS-PAD-IDX UP BY 1.
           MOVE 'ALTC' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'OS DADOS DO SEU CADASTRO FORAM ALTERADOS CONFORME SEU P
      -        'EDIDO.' TO WS-PAD-TEXTO(WS-PAD-IDX).
           SET WS-PAD-IDX UP BY 1.
           MOVE 'FUSA' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'SEUS CADASTROS FORAM UNIFICADOS. SEU CODIGO DE CLIENTE 
      -        'AGORA E #.' TO WS-PAD-TEXTO(WS-PAD-IDX).
           SET WS-PAD-IDX UP BY 1.
           MOVE 'DEBA' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'FOI DEBITADO EM SUA CONTA O VALOR DE #.'
               TO WS-PAD-TEXTO(WS-PAD-IDX).
           SET WS-PAD-IDX UP BY 1.
           MOVE 'LIMD' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'UM DEBITO DE # FOI RECUSADO POR ULTRAPASSAR O SEU LIMIT
      -        'E.' TO WS-PAD-TEXTO(WS-PAD-IDX).
           SET WS-PAD-IDX UP BY 1.
           MOVE 'ELIM' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'SEUS DADOS PESSOAIS FORAM ELIMINADOS CONFORME O SEU PED
      -        'IDO.' TO WS-PAD-TEXTO(WS-PAD-IDX).
           SET WS-PAD-IDX UP BY 1.
           MOVE 'CORR' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'OS DADOS DO SEU CADASTRO FORAM CORRIGIDOS.'
               TO WS-PAD-TEXTO(WS-PAD-IDX).
           SET WS-PAD-IDX UP BY 1.
           MOVE 'COB1' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'SUA POSICAO ESTA DEVEDORA HA MAIS DE 30 DIAS. SALDO DEV
      -        'EDOR: #.' TO WS-PAD-TEXTO(WS-PAD-IDX).
           SET WS-PAD-IDX UP BY 1.
           MOVE 'COB2' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'SEGUNDO AVISO: SALDO DEVEDOR DE # HA MAIS DE 60 DIAS. R
      -        'EGULARIZE.' TO WS-PAD-TEXTO(WS-PAD-IDX).
           SET WS-PAD-IDX UP BY 1.
           MOVE 'COB3' TO WS-PAD-EVENTO(WS-PAD-IDX).
           MOVE 'ULTIMO AVISO: DEBITO DE # HA MAIS DE 90 DIAS. PROCURE S
      -        'UA AGENCIA.' TO WS-PAD-TEXTO(WS-PAD-IDX).
           PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                   UNTIL WS-PAD-IDX > 10
              MOVE 'N' TO WS-PAD-AVISADO(WS-PAD-IDX, 1)
              MOVE 'N' TO WS-PAD-AVISADO(WS-PAD-IDX, 2)
              MOVE 'N' TO WS-PAD-AVISADO(WS-PAD-IDX, 3)
           END-PERFORM.
           EXIT.
      *
      *================================================================*
      * UM EVENTO POR VOLTA: SO OS DE DEPOIS DO CORTE ANTERIOR E ATE O
      * INICIO DESTA RODADA
      *================================================================*
       2000-PROCESSAR-EVENTO.
           ADD 1 TO WS-COUNT-LIDOS.
           SET WS-EVT-SEGUE TO TRUE.
           IF NTF-DATA IS NOT NUMERIC
              OR NTF-HORA IS NOT NUMERIC
              OR NTF-ID-CLIENTE = SPACES
              ADD 1 TO WS-COUNT-INVALIDOS
              MOVE 'EVENTO SEM DATA/HORA OU SEM CLIENTE - IGNORADO.'
                  TO RPT-AVI-MSG
              PERFORM 4220-WRITE-AVISO-LINE
              SET WS-EVT-PARADO TO TRUE
           ELSE
              MOVE NTF-DATA TO WS-EVENTO-TS-DATA
              MOVE NTF-HORA TO WS-EVENTO-TS-HORA
              EVALUATE TRUE
                  WHEN WS-EVENTO-TS-N NOT > WS-CORTE-ANTERIOR-N
                      ADD 1 TO WS-COUNT-JA-FEITOS
                      SET WS-EVT-PARADO TO TRUE
                  WHEN WS-EVENTO-TS-N > WS-CORTE-ATUAL-N
                      ADD 1 TO WS-COUNT-PROXIMA
                      SET WS-EVT-PARADO TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.
      *
           IF WS-EVT-SEGUE
              PERFORM 2100-LOCALIZAR-PADRAO
           END-IF.
           IF WS-EVT-SEGUE
              PERFORM 2200-OBTER-CLIENTE
           END-IF.
           IF WS-EVT-SEGUE AND NOT WS-CLI-SEM-AVISOS
              PERFORM 2250-CONFERIR-CONSENTIMENTO
           END-IF.
           IF WS-EVT-SEGUE
              IF WS-CLI-SEM-AVISOS
                 ADD 1 TO WS-COUNT-OPTOUT
              ELSE
                 PERFORM 2300-ESCOLHER-CANAL
                 IF WS-CANAL-NENHUM
                    ADD 1 TO WS-COUNT-SEM-CANAL
                    MOVE 'CLIENTE SEM CONTATO E SEM ENDERECO - AVISO NAO
      -                 ' ENVIADO.' TO RPT-AVI-MSG
                    PERFORM 4220-WRITE-AVISO-LINE
                 ELSE
                    PERFORM 2400-MONTAR-TEXTO
                    PERFORM 2500-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
      *
           PERFORM 4100-READ-EVENTO.
           EXIT.
      *
      *--- O EVENTO TEM QUE SER UM DOS CONHECIDOS (O TEXTO PADRAO DELE
      *--- E A RESERVA DO MODELO DO MSGFILE)
       2100-LOCALIZAR-PADRAO.
           SET WS-PAD-IDX TO 1.
           SEARCH WS-PAD-ENTRY
               AT END
                   ADD 1 TO WS-COUNT-INVALIDOS
                   MOVE 'TIPO DE EVENTO DESCONHECIDO - IGNORADO.'
                       TO RPT-AVI-MSG
                   PERFORM 4220-WRITE-AVISO-LINE
                   SET WS-EVT-PARADO TO TRUE
               WHEN WS-PAD-EVENTO(WS-PAD-IDX) = NTF-EVENTO
                   CONTINUE
           END-SEARCH.
           EXIT.
      *
      *--- FOTO DO EVENTO (ELIMINACAO: O CADASTRO JA FOI APAGADO) OU
      *--- CADASTRO ATUAL DE TB_CLIENTES
       2200-OBTER-CLIENTE.
           IF NTF-COM-INSTANTANEO
              MOVE NTF-NOME     TO WS-CLI-NOME
              MOVE NTF-ENDERECO TO WS-CLI-ENDERECO
              MOVE NTF-CONTATO  TO WS-CLI-CONTATO
              MOVE NTF-OPTOUT   TO WS-CLI-OPTOUT
              MOVE SPACES       TO WS-CLI-CEP
              MOVE SPACES       TO WS-CLI-CIDADE
              MOVE SPACES       TO WS-CLI-UF
           ELSE
              MOVE NTF-ID-CLIENTE TO D-ID-CLIENTE
              EXEC SQL
                  SELECT NOME_CLIENTE, ENDERECO_CLIENTE,
                         CONTATO_CLIENTE,
                         COALESCE(OPTOUT_NOTIF, 'N'),
                         COALESCE(CEP_CLIENTE, ' '),
                         COALESCE(CIDADE_CLIENTE, ' '),
                         COALESCE(UF_CLIENTE, ' ')
                    INTO :D-NOME-CLIENTE, :D-ENDERECO-CLIENTE,
                         :D-CONTATO-CLIENTE, :D-OPTOUT-NOTIF,
                         :D-CEP-CLIENTE, :D-CIDADE-CLIENTE,
                         :D-UF-CLIENTE
                    FROM TB_CLIENTES
                   WHERE ID_CLIENTE = :D-ID-CLIENTE
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                      MOVE D-NOME-CLIENTE     TO WS-CLI-NOME
                      MOVE D-ENDERECO-CLIENTE TO WS-CLI-ENDERECO
                      MOVE D-CONTATO-CLIENTE  TO WS-CLI-CONTATO
                      MOVE D-OPTOUT-NOTIF     TO WS-CLI-OPTOUT
                      MOVE D-CEP-CLIENTE      TO WS-CLI-CEP
                      MOVE D-CIDADE-CLIENTE   TO WS-CLI-CIDADE
                      MOVE D-UF-CLIENTE       TO WS-CLI-UF
                  WHEN SQLCODE = 100
                      ADD 1 TO WS-COUNT-SEM-CADASTRO
                      MOVE 'CLIENTE FORA DE TB_CLIENTES - AVISO NAO ENVI
      -                   'ADO.' TO RPT-AVI-MSG
                      PERFORM 4220-WRITE-AVISO-LINE
                      SET WS-EVT-PARADO TO TRUE
                  WHEN OTHER
                      DISPLAY 'MYNOTFMT: ERRO NA LEITURA DE TB_CLIENTES'
                              '. SQLCODE: ' SQLCODE
                      PERFORM 9900-SQL-ERROR-ABEND
              END-EVALUATE
           END-IF.
           EXIT.
      *
      *--- SEM CONSENTIMENTO 'CTT' VIGENTE O CLIENTE NAO E AVISADO -
      *--- SO CONTADO, COMO O OPT-OUT
       2250-CONFERIR-CONSENTIMENTO.
           MOVE NTF-ID-CLIENTE TO CNS-ID-CLIENTE.
           SET CNS-FIN-CONTATO TO TRUE.
           CALL 'MYCONSNT' USING MYCONSNT-PARAMETROS.
           IF CNS-ERRO-SQL
              DISPLAY 'MYNOTFMT: ERRO NA CONSULTA DO CONSENTIMENTO'
                      '. SQLCODE: ' CNS-SQLCODE
              PERFORM 9900-SQL-ERROR-ABEND
           END-IF.
           IF NOT CNS-CONCEDIDO
              ADD 1 TO WS-COUNT-SEM-CONSENT
              SET WS-EVT-PARADO TO TRUE
           END-IF.
           EXIT.
      *
      *--- E-MAIL SE O CONTATO TEM '@'; SMS SE SO TEM DIGITOS (COM
      *--- PELO MENOS 8); SENAO CARTA, SE HOUVER ENDERECO
       2300-ESCOLHER-CANAL.
           SET WS-CANAL-NENHUM TO TRUE.
           MOVE ZERO TO WS-QTDE-ARROBA.
           INSPECT WS-CLI-CONTATO TALLYING WS-QTDE-ARROBA FOR ALL '@'.
           IF WS-CLI-CONTATO NOT = SPACES
              IF WS-QTDE-ARROBA > ZERO
                 SET WS-CANAL-EMAIL TO TRUE
              ELSE
                 PERFORM 2310-EXTRAIR-TELEFONE
                 IF NOT WS-FONE-INVALIDO AND WS-FONE-TAM NOT < 8
                    SET WS-CANAL-SMS TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF WS-CANAL-NENHUM AND WS-CLI-ENDERECO NOT = SPACES
              SET WS-CANAL-CARTA TO TRUE
           END-IF.
           EXIT.
      *
       2310-EXTRAIR-TELEFONE.
           MOVE SPACES TO WS-FONE.
           MOVE ZERO TO WS-FONE-TAM.
           MOVE 'N' TO WS-FONE-INVALIDO-SW.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 20
              MOVE WS-CLI-CONTATO(WS-POS:1) TO WS-CHAR
              EVALUATE TRUE
                  WHEN WS-CHAR IS NUMERIC
                      ADD 1 TO WS-FONE-TAM
                      MOVE WS-CHAR TO WS-FONE(WS-FONE-TAM:1)
                  WHEN WS-CHAR = SPACE OR '(' OR ')' OR '-' OR '+'
                      CONTINUE
                  WHEN OTHER
                      MOVE 'S' TO WS-FONE-INVALIDO-SW
              END-EVALUATE
           END-PERFORM.
           EXIT.
      *
      *--- MODELO DO MSGFILE (OU O TEXTO PADRAO) COM O '#' TROCADO PELA
      *--- VARIAVEL DO EVENTO
       2400-MONTAR-TEXTO.
           EVALUATE TRUE
               WHEN WS-CANAL-SMS
                   MOVE 1 TO WS-CANAL-SUB
               WHEN WS-CANAL-EMAIL
                   MOVE 2 TO WS-CANAL-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CANAL-SUB
           END-EVALUATE.
           PERFORM 2410-LER-MODELO.
           PERFORM 2420-MONTAR-VARIAVEL.
      *
           MOVE ZERO TO WS-QTDE-MARCA.
           INSPECT WS-MODELO TALLYING WS-QTDE-MARCA FOR ALL '#'.
           IF WS-QTDE-MARCA = ZERO
              MOVE WS-MODELO TO WS-TEXTO
           ELSE
              MOVE SPACES TO WS-PARTE-ANTES WS-PARTE-DEPOIS
              MOVE ZERO TO WS-TAM-ANTES WS-TAM-DEPOIS
              UNSTRING WS-MODELO DELIMITED BY '#'
                  INTO WS-PARTE-ANTES COUNT IN WS-TAM-ANTES
                       WS-PARTE-DEPOIS COUNT IN WS-TAM-DEPOIS
              END-UNSTRING
              MOVE SPACES TO WS-TEXTO
              MOVE 1 TO WS-TXT-PTR
              IF WS-TAM-ANTES > ZERO
                 STRING WS-PARTE-ANTES(1:WS-TAM-ANTES)
                        DELIMITED BY SIZE
                        INTO WS-TEXTO WITH POINTER WS-TXT-PTR
                 END-STRING
              END-IF
              IF WS-VAR-TAM > ZERO
                 STRING WS-VARIAVEL(1:WS-VAR-TAM) DELIMITED BY SIZE
                        INTO WS-TEXTO WITH POINTER WS-TXT-PTR
                 END-STRING
              END-IF
              IF WS-TAM-DEPOIS > ZERO
                 STRING WS-PARTE-DEPOIS(1:WS-TAM-DEPOIS)
                        DELIMITED BY SIZE
                        INTO WS-TEXTO WITH POINTER WS-TXT-PTR
                 END-STRING
              END-IF
           END-IF.
           EXIT.
      *
       2410-LER-MODELO.
           MOVE WS-PAD-TEXTO(WS-PAD-IDX) TO WS-MODELO.
           IF WS-MSGFILE-DISPONIVEL
              MOVE NTF-EVENTO TO WS-CHV-EVENTO
              MOVE WS-CANAL   TO WS-CHV-CANAL
              MOVE WS-CHAVE-MODELO TO MSGF-ID
              MOVE 'PT' TO MSGF-LANG
              READ MSG-FILE
              EVALUATE TRUE
                  WHEN WS-MSG-OK
                      MOVE MSGF-TEXT TO WS-MODELO
                  WHEN WS-MSG-NOTFND
                      PERFORM 2415-AVISAR-MODELO-PADRAO
                  WHEN OTHER
                      DISPLAY 'ERRO FATAL DE LEITURA NO MSGFILE'
                      DISPLAY 'FILE STATUS: ' WS-MSG-FILE-STATUS
                      PERFORM 9910-FILE-ERROR-ABEND
              END-EVALUATE
           ELSE
              PERFORM 2415-AVISAR-MODELO-PADRAO
           END-IF.
           EXIT.
      *
       2415-AVISAR-MODELO-PADRAO.
           ADD 1 TO WS-COUNT-MODELO-PADRAO.
           IF WS-PAD-AVISADO(WS-PAD-IDX, WS-CANAL-SUB) = 'N'
              MOVE 'S' TO WS-PAD-AVISADO(WS-PAD-IDX, WS-CANAL-SUB)
              MOVE NTF-EVENTO TO WS-CHV-EVENTO
              MOVE WS-CANAL   TO WS-CHV-CANAL
              MOVE SPACES TO RPT-AVI-MSG
              STRING 'MODELO ' DELIMITED BY SIZE
                     WS-CHAVE-MODELO DELIMITED BY SPACE
                     ' AUSENTE NO MSGFILE - USADO O TEXTO PADRAO.'
                     DELIMITED BY SIZE
                     INTO RPT-AVI-MSG
              END-STRING
              PERFORM 4220-WRITE-AVISO-LINE
           END-IF.
           EXIT.
      *
      *--- VALOR COM A MOEDA (DEBA/LIMD/COB1-3) OU O ID QUE PASSA A
      *--- VALER (FUSA); NOS DEMAIS EVENTOS O MODELO NAO TEM '#'
       2420-MONTAR-VARIAVEL.
           MOVE SPACES TO WS-VARIAVEL.
           MOVE 1 TO WS-VAR-PTR.
           EVALUATE TRUE
               WHEN NTF-EVT-DEBITO-ALTO OR NTF-EVT-LIMITE
                    OR NTF-EVT-COBRANCA
                   MOVE NTF-VALOR TO WS-VALOR-ED
                   MOVE ZERO TO WS-BRANCOS
                   INSPECT WS-VALOR-ED TALLYING WS-BRANCOS
                       FOR LEADING SPACES
                   STRING NTF-MOEDA DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-VALOR-ED(WS-BRANCOS + 1:)
                          DELIMITED BY SIZE
                          INTO WS-VARIAVEL WITH POINTER WS-VAR-PTR
                   END-STRING
               WHEN NTF-EVT-FUSAO
                   STRING NTF-REFERENCIA DELIMITED BY SPACE
                          INTO WS-VARIAVEL WITH POINTER WS-VAR-PTR
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE WS-VAR-TAM = WS-VAR-PTR - 1.
           EXIT.
      *
       2500-GRAVAR-AVISO.
           EVALUATE TRUE
               WHEN WS-CANAL-SMS
                   MOVE SPACES         TO SMS-RECORD
                   MOVE NTF-ID-CLIENTE TO SMS-ID-CLIENTE
                   MOVE WS-FONE        TO SMS-TELEFONE
                   MOVE WS-TEXTO       TO SMS-TEXTO
                   WRITE SMS-RECORD
                   IF NOT WS-SMS-OK
                      DISPLAY 'ERRO FATAL DE ESCRITA NO SMS-FILE'
                      DISPLAY 'FILE STATUS: ' WS-SMS-FILE-STATUS
                      PERFORM 9910-FILE-ERROR-ABEND
                   END-IF
                   ADD 1 TO WS-COUNT-SMS
               WHEN WS-CANAL-EMAIL
                   MOVE SPACES         TO EML-RECORD
                   MOVE NTF-ID-CLIENTE TO EML-ID-CLIENTE
                   MOVE WS-CLI-CONTATO TO EML-ENDERECO
                   MOVE WS-CLI-NOME    TO EML-NOME
                   MOVE NTF-EVENTO     TO EML-EVENTO
                   MOVE WS-TEXTO       TO EML-TEXTO
                   WRITE EML-RECORD
                   IF NOT WS-EML-OK
                      DISPLAY 'ERRO FATAL DE ESCRITA NO EML-FILE'
                      DISPLAY 'FILE STATUS: ' WS-EML-FILE-STATUS
                      PERFORM 9910-FILE-ERROR-ABEND
                   END-IF
                   ADD 1 TO WS-COUNT-EMAIL
               WHEN OTHER
                   MOVE SPACES          TO CRT-RECORD
                   MOVE NTF-ID-CLIENTE  TO CRT-ID-CLIENTE
                   MOVE WS-CLI-NOME     TO CRT-NOME
                   MOVE WS-CLI-ENDERECO TO CRT-END-LOGRADOURO
                   MOVE WS-CLI-CEP      TO CRT-END-CEP
                   MOVE WS-CLI-CIDADE   TO CRT-END-CIDADE
                   MOVE WS-CLI-UF       TO CRT-END-UF
                   MOVE NTF-EVENTO      TO CRT-EVENTO
                   MOVE NTF-DATA        TO CRT-DATA-EVENTO
                   MOVE WS-TEXTO        TO CRT-TEXTO
                   WRITE CRT-RECORD
                   IF NOT WS-CRT-OK
                      DISPLAY 'ERRO FATAL DE ESCRITA NO CRT-FILE'
                      DISPLAY 'FILE STATUS: ' WS-CRT-FILE-STATUS
                      PERFORM 9910-FILE-ERROR-ABEND
                   END-IF
                   ADD 1 TO WS-COUNT-CARTA
           END-EVALUATE.
           ADD 1 TO WS-COUNT-FORMATADOS.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
           PERFORM 3100-GRAVAR-CONTROLE.
      *
           MOVE SPACES TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           MOVE 'EVENTOS LIDOS               :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'JA FORMATADOS ANTES         :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-JA-FEITOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'DEPOIS DO CORTE (PROXIMA)   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-PROXIMA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'EVENTOS INVALIDOS (AVISO)   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-INVALIDOS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'CLIENTES SEM CADASTRO       :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-CADASTRO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'SUPRIMIDOS POR OPT-OUT      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-OPTOUT TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'SUPRIMIDOS SEM CONSENTIMENTO:' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-CONSENT TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'SEM CANAL (AVISO)           :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SEM-CANAL TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'AVISOS POR SMS              :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SMS TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'AVISOS POR E-MAIL           :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-EMAIL TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'AVISOS POR CARTA            :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CARTA TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
           MOVE 'COM TEXTO PADRAO (AVISO)    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-MODELO-PADRAO TO RPT-MSG-VALUE.
           PERFORM 4210-WRITE-SUMMARY-LINE.
      *
           IF WS-MSGFILE-DISPONIVEL
              CLOSE MSG-FILE
           END-IF.
           CLOSE NTF-FILE SMS-FILE EML-FILE CRT-FILE RPT-FILE.
           EXIT.
      *
      *--- O CORTE DESTA RODADA SO E GRAVADO AQUI, DEPOIS DE TODOS OS
      *--- EVENTOS FORMATADOS
       3100-GRAVAR-CONTROLE.
           OPEN OUTPUT CTL-FILE.
           IF NOT WS-CTL-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CTL-FILE'
              DISPLAY 'FILE STATUS: ' WS-CTL-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           MOVE SPACES TO CTL-RECORD.
           MOVE WS-CORTE-ATU-DATA TO CTL-CORTE-DATA.
           MOVE WS-CORTE-ATU-HORA TO CTL-CORTE-HORA.
           MOVE WS-COUNT-FORMATADOS TO CTL-QTDE-FORMATADOS.
           WRITE CTL-RECORD.
           IF NOT WS-CTL-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO CTL-FILE'
              DISPLAY 'FILE STATUS: ' WS-CTL-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           CLOSE CTL-FILE.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (ROTINAS)
      *================================================================*
       4100-READ-EVENTO.
           READ NTF-FILE.
           IF NOT WS-NTF-OK AND NOT WS-NTF-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO NTF-FILE'
              DISPLAY 'FILE STATUS: ' WS-NTF-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4200-WRITE-REPORT.
           WRITE RPT-RECORD.
           IF NOT WS-RPT-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO RPT-FILE'
              DISPLAY 'FILE STATUS: ' WS-RPT-FILE-STATUS
              PERFORM 9910-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
       4210-WRITE-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
       4220-WRITE-AVISO-LINE.
           MOVE NTF-ID-CLIENTE TO RPT-AVI-ID.
           MOVE NTF-EVENTO     TO RPT-AVI-EVENTO.
           MOVE WS-RPT-AVISO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO/ABEND (O CORTE NAO E REGRAVADO: A PROXIMA
      * EXECUCAO REFAZ A MESMA FAIXA DE EVENTOS)
      *================================================================*
       9900-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYNOTFMT ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYNOTFMT ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
