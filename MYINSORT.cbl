      * ARQUIVAMENTO (STEP005) E A VALIDACAO (STEP009):
      *
      *   - ORDENA OS DETALHES DENTRO DE CADA LOTE H...T (SORT
      *     INTERNO COM CHAVE LOTE + CLASSE + ID + CONTA +
      *     SEQUENCIA - A CONTA SO NO LOTE DE LAYOUT '03'),
      *     PRESERVANDO AS FRONTEIRAS DOS LOTES, OS CABECALHOS E OS
      *     TRAILERS; ESTORNOS ('R') FICAM APOS OS DETALHES DO LOTE,
      *     NA ORDEM ORIGINAL (ELES NOMEIAM IDS ANTIGOS E FICAM FORA
      *     DA REGRA DE ASCENDENCIA, COMO NO MYINVAL); CADASTROS DE
      *     CLIENTE ('C') VAO LOGO APOS O CABECALHO, ANTES DE TODOS
      *     OS DETALHES, PARA O CLIENTE NOVO EXISTIR QUANDO O
      *     MOVIMENTO DELE FOR APLICADO;
      *   - REGRAVA O ARQUIVO NORMALIZADO (NORMDD) PARA O RESTO DO
      *     CICLO LER;
      *   - RELATA, POR LOTE, SE FOI PRECISO RESSEQUENCIAR.
      *
      *--- REGISTRO DE ORDENACAO: A CHAVE COMPOSTA PRESERVA OS LOTES
      *--- (SEQ DO LOTE), POE CABECALHO ANTES / TRAILER DEPOIS
      *--- (CLASSE), ORDENA CADASTROS E DETALHES POR ID (E CONTA, NO
      *--- LOTE '03') E DESEMPATA PELA SEQUENCIA DE ENTRADA (ESTORNOS
      *--- E DUPLICATAS MANTEM A ORDEM ORIGINAL ENTRE SI)
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-LOTE-SEQ           PIC 9(05).
           05 SRT-CLASSE             PIC 9(01).
           05 SRT-ID                 PIC X(10).
           05 SRT-CONTA              PIC X(03).
           05 SRT-ENTRADA-SEQ        PIC 9(07).
           05 SRT-DADOS              PIC X(80).
      *
      *--- DETALHE QUE ELA CONTINUA; VER MYBATCH/MYINVAL)
              88 WS-REC-IS-EXTENSAO VALUE 'E'.
              88 WS-REC-IS-TRAILER  VALUE 'T'.
      *--- 'C' = CADASTRO DE CLIENTE NOVO (TRES REGISTROS COM O MESMO
      *--- ID, SEQUENCIA 1/2/3; VER MYBATCH/MYINVAL)
              88 WS-REC-IS-CADASTRO VALUE 'C'.
           05 WS-IN-BODY            PIC X(79).
      *
       01 WS-IN-DETAIL-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-ID              PIC X(10).
           05 FILLER                PIC X(26).
      *--- CONTA DO CLIENTE NO DETALHE DO LOTE '03' (POSICOES 38-40)
           05 WS-IN-CONTA           PIC X(03).
           05 FILLER                PIC X(40).
      *
       01 WS-IN-HEADER-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(17).
           05 WS-IN-HDR-VERSAO      PIC X(02).
           05 FILLER                PIC X(61).
      *
      *--- ESTADO DA LEITURA: LOTE CORRENTE E A VERSAO DO LAYOUT DELE,
      *--- ULTIMA CHAVE DE DETALHE VISTA (PARA MARCAR O LOTE FORA DE
      *--- ORDEM) E A SEQUENCIA DE ENTRADA
       01 WS-LEITURA-CONTROLE.
           05 WS-LOTE-SEQ           PIC 9(05) VALUE ZERO.
           05 WS-ENTRADA-SEQ        PIC 9(07) VALUE ZERO.
           05 WS-LOTE-VERSAO        PIC X(02) VALUE SPACES.
              88 WS-LOTE-E-V3       VALUE '03'.
           05 WS-CHAVE-DETALHE.
              10 WS-CHV-ID          PIC X(10).
              10 WS-CHV-CONTA       PIC X(03).
           05 WS-ULTIMA-CHAVE       PIC X(13) VALUE LOW-VALUES.
      *
      *--- POR LOTE: PRECISOU RESSEQUENCIAR? (ATE 200 LOTES)
       01 WS-LOTE-TABLE.
               ON ASCENDING KEY SRT-LOTE-SEQ
                                SRT-CLASSE
                                SRT-ID
                                SRT-CONTA
                                SRT-ENTRADA-SEQ
               INPUT PROCEDURE IS 2000-CLASSIFICAR-ENTRADA
               OUTPUT PROCEDURE IS 2500-REGRAVAR-SAIDA.
           MOVE WS-LOTE-SEQ    TO SRT-LOTE-SEQ.
           MOVE WS-ENTRADA-SEQ TO SRT-ENTRADA-SEQ.
           MOVE SPACES         TO SRT-ID.
           MOVE SPACES         TO SRT-CONTA.
           MOVE IN-RECORD      TO SRT-DADOS.
      *
           EVALUATE TRUE
                   ADD 1 TO WS-LOTE-SEQ
                   MOVE WS-LOTE-SEQ TO SRT-LOTE-SEQ
                   MOVE 1 TO SRT-CLASSE
                   MOVE LOW-VALUES TO WS-ULTIMA-CHAVE
                   MOVE WS-IN-HDR-VERSAO TO WS-LOTE-VERSAO
                   PERFORM 2150-REGISTRAR-LOTE
      *--- CADASTRO DE CLIENTE: ANTES DE TODOS OS DETALHES DO LOTE,
      *--- POR ID; A SEQUENCIA DE ENTRADA MANTEM OS REGISTROS 1/2/3
      *--- DO MESMO CLIENTE JUNTOS E NA ORDEM EM QUE VIERAM
               WHEN WS-REC-IS-CADASTRO
                   MOVE 2 TO SRT-CLASSE
                   MOVE WS-IN-ID TO SRT-ID
      *--- DETALHE: ORDENA POR ID (E CONTA, NO LOTE '03') DENTRO DO
      *--- LOTE; CHAVE MENOR QUE A ANTERIOR MARCA O LOTE COMO
      *--- RESSEQUENCIADO
               WHEN WS-REC-IS-DETAIL
                   MOVE 3 TO SRT-CLASSE
                   MOVE WS-IN-ID TO SRT-ID
                   MOVE WS-IN-ID TO WS-CHV-ID
                   IF WS-LOTE-E-V3
                      MOVE WS-IN-CONTA TO SRT-CONTA
                   END-IF
                   MOVE SRT-CONTA TO WS-CHV-CONTA
                   IF WS-CHAVE-DETALHE < WS-ULTIMA-CHAVE
                      AND WS-LOT-COUNT > ZERO
                      SET WS-LOT-IDX TO WS-LOT-COUNT
                      MOVE 'S' TO WS-LOT-FORA-SW(WS-LOT-IDX)
                   END-IF
                   MOVE WS-CHAVE-DETALHE TO WS-ULTIMA-CHAVE
      *--- EXTENSAO V2: ORDENA JUNTO DOS DETALHES PELA CHAVE DO PAI
      *--- (O DESEMPATE PELA SEQUENCIA DE ENTRADA A MANTEM LOGO
      *--- DEPOIS DO 'D' DELA). NAO MEXE NA ULTIMA CHAVE NEM NO FLAG
      *--- DE RESSEQUENCIAMENTO - ELA NAO E UM DETALHE NOVO.
               WHEN WS-REC-IS-EXTENSAO
                   MOVE 3 TO SRT-CLASSE
                   MOVE WS-IN-ID TO SRT-ID
                   IF WS-IN-ID = WS-CHV-ID
                      MOVE WS-CHV-CONTA TO SRT-CONTA
                   END-IF
      *--- ESTORNO: DEPOIS DOS DETALHES, NA ORDEM ORIGINAL
               WHEN WS-REC-IS-REVERSAL
                   MOVE 4 TO SRT-CLASSE
      *--- TRAILER FECHA O LOTE
               WHEN WS-REC-IS-TRAILER
                   MOVE 5 TO SRT-CLASSE
      *--- TIPO DESCONHECIDO: FICA ONDE ESTA (ENTRE OS ESTORNOS),
      *--- PARA O MYINVAL APONTA-LO NO MESMO LOTE
               WHEN OTHER
                   MOVE 4 TO SRT-CLASSE
           END-EVALUATE.
       2190-FIM-CHAVEAR.
           EXIT.
