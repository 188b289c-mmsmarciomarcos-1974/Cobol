      * O IN-FILE PODE CONCATENAR VARIOS LOTES H...T (AS AGENCIAS
      * TRANSMISSORAS, MESMA REGRA QUE O MYBATCH JA PROCESSA); A
      * VALIDACAO E POR LOTE:
      *   - TODO TIPO DE REGISTRO E H, D, R (ESTORNO), E (EXTENSAO),
      *     C (CADASTRO DE CLIENTE) OU T;
      *   - O CADASTRO 'C' VEM EM TRES REGISTROS SEGUIDOS DO MESMO ID
      *     (SEQUENCIA 1/2/3), ENTRE O CABECALHO E O PRIMEIRO
      *     DETALHE DO LOTE, E NAO CONTA NO TOTAL DO TRAILER;
      *   - CADA LOTE COMECA COM EXATAMENTE UM H E TERMINA COM
      *     EXATAMENTE UM T (SEM DETALHE FORA DE LOTE, SEM H DENTRO
      *     DE LOTE ABERTO, SEM T SEM H);
      *   - OS IDS DE DETALHE SAO ASCENDENTES DENTRO DO LOTE (NO
      *     LOTE '03', A CHAVE ID + CONTA), E A CONTA DO DETALHE DO
      *     LOTE '03' E NUMERICA E DIFERENTE DE ZERO;
      *   - A CONTAGEM DO TRAILER BATE COM OS DETALHES DO LOTE;
      *   - O ULTIMO REGISTRO DO ARQUIVO E UM T;
      *   - COM O CADASTRO DE AGENCIAS PRESENTE, A AGENCIA DO
      *     CABECALHO ESTA CADASTRADA, NAO ENCERRADA, DENTRO DA
      *     VIGENCIA NA DATA DA RODADA, E O VALOR DO LOTE (DEBITOS
      *     MAIS CREDITOS DO TRAILER) NAO PASSA DO MAXIMO DELA.
      *     AGENCIA SUSPENSA OU VERSAO ACIMA DA HOMOLOGADA SAI SO
      *     COMO AVISO - O MYBATCH REJEITA ESSE LOTE (R025/R026).
      *
      * QUALQUER ACHADO REPROVA O ARQUIVO: RETURN-CODE 8 (O COND DO
      * MYNIGHT SEGURA O CICLO) E O RELATORIO DE ACHADOS NOMEIA O
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-FILE-STATUS.
      *--- CADASTRO DE AGENCIAS (OPCIONAL, MESMO ARQUIVO DO MYBATCH,
      *--- VSAM KSDS MANTIDO PELA TRNE): CABECALHO DE REMETENTE NAO
      *--- CADASTRADO, ENCERRADO OU FORA DA VIGENCIA VIRA ACHADO
           SELECT OPTIONAL AGYREG-FILE ASSIGN TO AGYREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AGR-PREFIXO
                  FILE STATUS IS WS-AGY-FILE-STATUS.
      *
       DATA DIVISION.
      *
      *--- MESMO LAYOUT DO AGYREG-RECORD DO MYBATCH
       FD AGYREG-FILE
          RECORD CONTAINS 120 CHARACTERS.
       01 AGYREG-RECORD.
           05 AGR-PREFIXO            PIC X(04).
           05 AGR-NOME               PIC X(30).
           05 AGR-DIAS-ESPERADOS     PIC X(07).
           05 AGR-CONTATO            PIC X(20).
           05 AGR-SITUACAO           PIC X(01).
           05 AGR-DATA-INICIO        PIC 9(08).
           05 AGR-DATA-FIM           PIC 9(08).
           05 AGR-VALOR-MAXIMO       PIC 9(13)V99.
           05 AGR-VERSAO-LAYOUT      PIC X(02).
           05 AGR-ULT-ALTERACAO      PIC 9(08).
           05 AGR-ULT-OPERADOR       PIC X(03).
           05 FILLER                 PIC X(14).
      *
       WORKING-STORAGE SECTION.
      *
      *--- DECLARA VERSAO '02' - LOTES V1 E V2 CONVIVEM NO MESMO
      *--- ARQUIVO DURANTE A MIGRACAO.
              88 WS-REC-IS-EXTENSAO VALUE 'E'.
      *--- 'C' = CADASTRO DE CLIENTE NOVO ABERTO PELA AGENCIA (VER
      *--- MYBATCH): 1 = NOME/CONTATO, 2 = CONTINUACAO, 3 = ENDERECO
              88 WS-REC-IS-CADASTRO VALUE 'C'.
           05 WS-IN-BODY            PIC X(79).
      *
       01 WS-IN-DETAIL-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-ID              PIC X(10).
           05 WS-IN-DATA            PIC X(69).
      *--- LOTE '03': CONTA DO CLIENTE NAS POSICOES 38-40 DO REGISTRO
           05 WS-IN-DATA-V3 REDEFINES WS-IN-DATA.
               10 FILLER            PIC X(26).
               10 WS-IN-CONTA       PIC X(03).
               10 WS-IN-CONTA-N REDEFINES WS-IN-CONTA PIC 9(03).
               10 FILLER            PIC X(40).
      *
       01 WS-IN-CADASTRO-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-CAD-ID          PIC X(10).
           05 WS-IN-CAD-SEQ         PIC X(01).
              88 CAD-SEQ-NOME       VALUE '1'.
           05 WS-IN-CAD-SEQ-N REDEFINES WS-IN-CAD-SEQ PIC 9(01).
           05 FILLER                PIC X(68).
      *
       01 WS-IN-TRAILER-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-TRL-DETAIL-CNT  PIC 9(07).
           05 WS-IN-TRL-TOT-DEBITO  PIC S9(13)V99.
           05 WS-IN-TRL-TOT-CREDITO PIC S9(13)V99.
           05 FILLER                PIC X(42).
      *
       01 WS-IN-HEADER-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-HDR-RUN-ID      PIC X(08).
      *--- VERSAO DO LAYOUT DO LOTE: BRANCO OU '01' = ATUAL (80
      *--- BYTES); '02' = DETALHES PODEM TER REGISTRO 'E' DE
      *--- EXTENSAO; '03' = O '02' COM A CONTA NO DETALHE. QUALQUER
      *--- OUTRO VALOR E ACHADO.
           05 WS-IN-HDR-VERSAO      PIC X(02).
           05 FILLER                PIC X(61).
      *
              INDEXED BY WS-AGY-IDX.
              10 WS-AGY-PREFIXO     PIC X(04).
              10 WS-AGY-NOME        PIC X(30).
              10 WS-AGY-SITUACAO    PIC X(01).
                 88 WS-AGY-SUSPENSA VALUE 'S'.
                 88 WS-AGY-ENCERRADA VALUE 'T'.
              10 WS-AGY-DATA-INICIO PIC 9(08).
              10 WS-AGY-DATA-FIM    PIC 9(08).
              10 WS-AGY-VALOR-MAXIMO PIC 9(13)V99.
              10 WS-AGY-VERSAO      PIC X(02).
      *
       01 WS-AGENCIA-CONTROLE.
           05 WS-AGY-ACHOU-SW       PIC X(01) VALUE 'N'.
              88 WS-AGY-ACHOU       VALUE 'S'.
      *--- AGENCIA DO LOTE ABERTO (ZERO = SEM CADASTRO OU NAO ACHADA),
      *--- PARA CONFERIR O TRAILER CONTRA O VALOR MAXIMO DELA
           05 WS-LOTE-AGENCIA       PIC 9(02) VALUE ZERO.
           05 WS-AGY-RUN-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOTE-VALOR         PIC S9(15)V99 VALUE ZERO.
      *
      *--- ESTADO DA VALIDACAO POR LOTE
       01 WS-VALIDA-CONTROLE.
           05 WS-LOTE-ABERTO-SW     PIC X(01) VALUE 'N'.
              88 WS-LOTE-ABERTO     VALUE 'S'.
           05 WS-LOTE-VERSAO        PIC X(02) VALUE '01'.
              88 WS-LOTE-E-V2       VALUE '02' '03'.
              88 WS-LOTE-E-V3       VALUE '03'.
           05 WS-ULT-DETALHE-ID     PIC X(10) VALUE LOW-VALUES.
           05 WS-LOTE-DETALHES      PIC 9(07) VALUE ZERO.
      *--- ORDEM DOS DETALHES: ID + CONTA (CONTA 001 FORA DO LOTE '03')
           05 WS-CHAVE-DETALHE.
              10 WS-CHV-ID          PIC X(10).
              10 WS-CHV-CONTA       PIC X(03).
           05 WS-ULTIMA-CHAVE       PIC X(13) VALUE LOW-VALUES.
           05 WS-ULTIMO-TIPO        PIC X(01) VALUE SPACES.
      *--- CADASTRO 'C': JA PASSOU DETALHE NO LOTE (O CADASTRO TEM
      *--- DE VIR ANTES) E O CADASTRO EM CURSO (ID E ULTIMA SEQUENCIA)
           05 WS-LOTE-TEM-MOVTO-SW  PIC X(01) VALUE 'N'.
              88 WS-LOTE-TEM-MOVTO  VALUE 'S'.
           05 WS-CAD-PENDENTE-SW    PIC X(01) VALUE 'N'.
              88 WS-CAD-PENDENTE    VALUE 'S'.
           05 WS-CAD-ID             PIC X(10) VALUE SPACES.
           05 WS-CAD-QTD            PIC 9(01) VALUE ZERO.
      *
       01 WS-RPT-HEADER.
           05 RPT-CC                PIC X(01) VALUE '1'.
                 SET WS-AGY-IDX TO WS-AGY-COUNT
                 MOVE AGR-PREFIXO TO WS-AGY-PREFIXO(WS-AGY-IDX)
                 MOVE AGR-NOME    TO WS-AGY-NOME(WS-AGY-IDX)
                 PERFORM 1150-LOAD-AGENCY-LIFECYCLE
                 READ AGYREG-FILE
              END-IF
           END-PERFORM.
           CLOSE AGYREG-FILE.
           EXIT.
      *
      *--- CICLO DE VIDA DA AGENCIA LIDA (MESMA LEITURA DO MYBATCH:
      *--- CAMPO NOVO EM BRANCO = ATIVA, SEM DATA, SEM LIMITE, SEM
      *--- RESTRICAO DE VERSAO)
       1150-LOAD-AGENCY-LIFECYCLE.
           MOVE AGR-SITUACAO TO WS-AGY-SITUACAO(WS-AGY-IDX).
           IF AGR-DATA-INICIO IS NUMERIC
              MOVE AGR-DATA-INICIO TO WS-AGY-DATA-INICIO(WS-AGY-IDX)
           ELSE
              MOVE ZERO TO WS-AGY-DATA-INICIO(WS-AGY-IDX)
           END-IF.
           IF AGR-DATA-FIM IS NUMERIC
              MOVE AGR-DATA-FIM TO WS-AGY-DATA-FIM(WS-AGY-IDX)
           ELSE
              MOVE ZERO TO WS-AGY-DATA-FIM(WS-AGY-IDX)
           END-IF.
           IF AGR-VALOR-MAXIMO IS NUMERIC
              MOVE AGR-VALOR-MAXIMO TO WS-AGY-VALOR-MAXIMO(WS-AGY-IDX)
           ELSE
              MOVE ZERO TO WS-AGY-VALOR-MAXIMO(WS-AGY-IDX)
           END-IF.
           IF AGR-VERSAO-LAYOUT = '01' OR AGR-VERSAO-LAYOUT = '02'
              OR AGR-VERSAO-LAYOUT = '03'
              MOVE AGR-VERSAO-LAYOUT TO WS-AGY-VERSAO(WS-AGY-IDX)
           ELSE
              MOVE SPACES TO WS-AGY-VERSAO(WS-AGY-IDX)
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE VALIDACAO
      *================================================================*
       2000-VALIDATE-RECORDS.
           MOVE IN-RECORD TO WS-IN-RECORD-LAYOUT.
      *
      *--- CADASTRO 'C' INTERROMPIDO ANTES DO TERCEIRO REGISTRO
           IF WS-CAD-PENDENTE AND NOT WS-REC-IS-CADASTRO
              MOVE 'N' TO WS-CAD-PENDENTE-SW
              MOVE 'CADASTRO DE CLIENTE INCOMPLETO (SEM SEQ 3)'
                  TO RPT-ACH-TEXTO
              PERFORM 2900-REGISTRAR-ACHADO
           END-IF.
           IF WS-REC-IS-DETAIL OR WS-REC-IS-EXTENSAO
              OR WS-REC-IS-REVERSAL
              SET WS-LOTE-TEM-MOVTO TO TRUE
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-REC-IS-HEADER
                      PERFORM 2900-REGISTRAR-ACHADO
                   END-IF
                   SET WS-LOTE-ABERTO TO TRUE
                   MOVE 'N' TO WS-LOTE-TEM-MOVTO-SW
                   MOVE ZERO TO WS-LOTE-DETALHES
                   MOVE LOW-VALUES TO WS-ULTIMA-CHAVE
                   MOVE LOW-VALUES TO WS-ULT-DETALHE-ID
                   EVALUATE WS-IN-HDR-VERSAO
                       WHEN SPACES
                       WHEN '01'
                           MOVE '01' TO WS-LOTE-VERSAO
                       WHEN '02'
                       WHEN '03'
                           MOVE WS-IN-HDR-VERSAO TO WS-LOTE-VERSAO
                       WHEN OTHER
                           MOVE '01' TO WS-LOTE-VERSAO
                           MOVE 'VERSAO DE LAYOUT DESCONHECIDA NO CAB'
                      PERFORM 2900-REGISTRAR-ACHADO
                   END-IF
                   ADD 1 TO WS-LOTE-DETALHES
                   MOVE WS-IN-ID TO WS-CHV-ID
                   IF WS-LOTE-E-V3
                      MOVE WS-IN-CONTA TO WS-CHV-CONTA
                      IF WS-IN-CONTA NOT NUMERIC
                         OR WS-IN-CONTA-N = ZERO
                         MOVE 'CONTA DO DETALHE INVALIDA (LOTE 03)'
                             TO RPT-ACH-TEXTO
                         PERFORM 2900-REGISTRAR-ACHADO
                      END-IF
                   ELSE
                      MOVE '001' TO WS-CHV-CONTA
                   END-IF
                   IF WS-CHAVE-DETALHE <= WS-ULTIMA-CHAVE
                      MOVE 'ID DE DETALHE FORA DE ORDEM ASCENDENTE'
                          TO RPT-ACH-TEXTO
                      PERFORM 2900-REGISTRAR-ACHADO
                   END-IF
                   MOVE WS-CHAVE-DETALHE TO WS-ULTIMA-CHAVE
                   MOVE WS-IN-ID TO WS-ULT-DETALHE-ID
      *
      *--- EXTENSAO V2: SO EM LOTE '02'/'03', LOGO APOS O DETALHE DO
      *--- MESMO ID; NAO CONTA NO TOTAL DO TRAILER
               WHEN WS-REC-IS-EXTENSAO
                   IF NOT WS-LOTE-ABERTO
                      PERFORM 2900-REGISTRAR-ACHADO
                   END-IF
                   ADD 1 TO WS-LOTE-DETALHES
      *
      *--- CADASTRO DE CLIENTE: DENTRO DO LOTE, ANTES DOS DETALHES,
      *--- REGISTROS 1/2/3 SEGUIDOS DO MESMO ID; FORA DO TRAILER
               WHEN WS-REC-IS-CADASTRO
                   IF NOT WS-LOTE-ABERTO
                      MOVE 'CADASTRO FORA DE LOTE (SEM CABECALHO)'
                          TO RPT-ACH-TEXTO
                      PERFORM 2900-REGISTRAR-ACHADO
                   END-IF
                   IF WS-LOTE-TEM-MOVTO
                      MOVE 'CADASTRO APOS OS DETALHES DO LOTE'
                          TO RPT-ACH-TEXTO
                      PERFORM 2900-REGISTRAR-ACHADO
                   END-IF
                   PERFORM 2200-CHECK-SEQ-CADASTRO
      *
               WHEN WS-REC-IS-TRAILER
                   IF NOT WS-LOTE-ABERTO
                             TO RPT-ACH-TEXTO
                         PERFORM 2900-REGISTRAR-ACHADO
                      END-IF
                      PERFORM 2150-CHECK-VALOR-MAXIMO
                   END-IF
                   MOVE 'N' TO WS-LOTE-ABERTO-SW
      *
               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO INVALIDO (NAO E H/D/R/E/C/T)'
                       TO RPT-ACH-TEXTO
                   PERFORM 2900-REGISTRAR-ACHADO
           END-EVALUATE.
      *--- O PREFIXO DO ID DE RODADA DO CABECALHO TEM QUE CONSTAR DO
      *--- CADASTRO DE AGENCIAS (QUANDO O CADASTRO EXISTE)
       2100-CHECK-REMETENTE.
           MOVE ZERO TO WS-LOTE-AGENCIA.
           IF WS-AGY-COUNT > ZERO
              MOVE 'N' TO WS-AGY-ACHOU-SW
              PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                 IF WS-AGY-PREFIXO(WS-AGY-IDX)
                    = WS-IN-HDR-RUN-ID(1:4)
                    SET WS-AGY-ACHOU TO TRUE
                    SET WS-LOTE-AGENCIA TO WS-AGY-IDX
                    SET WS-AGY-IDX TO WS-AGY-COUNT
                 END-IF
              END-PERFORM
                 MOVE 'CABECALHO DE REMETENTE NAO CADASTRADO'
                     TO RPT-ACH-TEXTO
                 PERFORM 2900-REGISTRAR-ACHADO
              ELSE
                 PERFORM 2110-CHECK-CICLO-AGENCIA
              END-IF
           END-IF.
           EXIT.
      *
      *--- CICLO DE VIDA DA AGENCIA DO CABECALHO. ENCERRADA OU FORA DA
      *--- VIGENCIA NA DATA DA RODADA E ACHADO, COMO O NAO CADASTRADO.
      *--- SUSPENSA E VERSAO ACIMA DA HOMOLOGADA SO SAEM COMO AVISO: O
      *--- MYBATCH REJEITA O LOTE INTEIRO DE VOLTA PARA A AGENCIA
      *--- (R025/R026) SEM SEGURAR O ARQUIVO DAS DEMAIS.
       2110-CHECK-CICLO-AGENCIA.
           SET WS-AGY-IDX TO WS-LOTE-AGENCIA.
           IF WS-IN-HDR-RUN-DATE IS NUMERIC
              MOVE WS-IN-HDR-RUN-DATE TO WS-AGY-RUN-DATE
           ELSE
              MOVE ZERO TO WS-AGY-RUN-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGY-ENCERRADA(WS-AGY-IDX)
               WHEN WS-AGY-DATA-INICIO(WS-AGY-IDX) NOT = ZERO
                    AND WS-AGY-RUN-DATE
                        < WS-AGY-DATA-INICIO(WS-AGY-IDX)
               WHEN WS-AGY-DATA-FIM(WS-AGY-IDX) NOT = ZERO
                    AND WS-AGY-RUN-DATE
                        > WS-AGY-DATA-FIM(WS-AGY-IDX)
                   MOVE 'AGENCIA ENCERRADA OU FORA DA VIGENCIA'
                       TO RPT-ACH-TEXTO
                   PERFORM 2900-REGISTRAR-ACHADO
               WHEN WS-AGY-SUSPENSA(WS-AGY-IDX)
                   MOVE 'AVISO: AGENCIA SUSPENSA - LOTE VAI EM R025'
                       TO RPT-ACH-TEXTO
                   PERFORM 2910-REGISTRAR-AVISO
               WHEN WS-AGY-VERSAO(WS-AGY-IDX) NOT = SPACES
                    AND WS-LOTE-VERSAO > WS-AGY-VERSAO(WS-AGY-IDX)
                   MOVE 'AVISO: VERSAO NAO HOMOLOGADA - R026'
                       TO RPT-ACH-TEXTO
                   PERFORM 2910-REGISTRAR-AVISO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.
      *
      *--- VALOR DO LOTE (DEBITOS + CREDITOS DO TRAILER, OS MESMOS
      *--- TOTAIS QUE O MYBATCH BALANCEIA) CONTRA O VALOR MAXIMO POR
      *--- LOTE DA AGENCIA (ZERO = SEM LIMITE). ACIMA DELE E ACHADO:
      *--- O MYBATCH SO CONHECERIA O TOTAL DEPOIS DE APLICAR O LOTE.
       2150-CHECK-VALOR-MAXIMO.
           IF WS-LOTE-AGENCIA > ZERO
              SET WS-AGY-IDX TO WS-LOTE-AGENCIA
              IF WS-AGY-VALOR-MAXIMO(WS-AGY-IDX) > ZERO
                 AND WS-IN-TRL-TOT-DEBITO IS NUMERIC
                 AND WS-IN-TRL-TOT-CREDITO IS NUMERIC
                 COMPUTE WS-LOTE-VALOR = WS-IN-TRL-TOT-DEBITO
                                       + WS-IN-TRL-TOT-CREDITO
                 IF WS-LOTE-VALOR > WS-AGY-VALOR-MAXIMO(WS-AGY-IDX)
                    MOVE 'VALOR DO LOTE ACIMA DO MAXIMO DA AGENCIA'
                        TO RPT-ACH-TEXTO
                    PERFORM 2900-REGISTRAR-ACHADO
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *--- SEQUENCIA DO CADASTRO: 1 ABRE (O ANTERIOR TEM DE ESTAR
      *--- FECHADO), 2 E 3 CONTINUAM O MESMO ID; O 3 FECHA
       2200-CHECK-SEQ-CADASTRO.
           IF CAD-SEQ-NOME
              IF WS-CAD-PENDENTE
                 MOVE 'CADASTRO DE CLIENTE INCOMPLETO (SEM SEQ 3)'
                     TO RPT-ACH-TEXTO
                 PERFORM 2900-REGISTRAR-ACHADO
              END-IF
              SET WS-CAD-PENDENTE TO TRUE
              MOVE WS-IN-CAD-ID TO WS-CAD-ID
              MOVE 1 TO WS-CAD-QTD
           ELSE
              IF WS-CAD-PENDENTE
                 AND WS-IN-CAD-ID = WS-CAD-ID
                 AND WS-IN-CAD-SEQ IS NUMERIC
                 AND WS-IN-CAD-SEQ-N = WS-CAD-QTD + 1
                 ADD 1 TO WS-CAD-QTD
              ELSE
                 MOVE 'N' TO WS-CAD-PENDENTE-SW
                 MOVE 'CADASTRO DE CLIENTE FORA DA SEQUENCIA 1/2/3'
                     TO RPT-ACH-TEXTO
                 PERFORM 2900-REGISTRAR-ACHADO
              END-IF
           END-IF.
           IF WS-CAD-QTD = 3
              MOVE 'N' TO WS-CAD-PENDENTE-SW
              MOVE ZERO TO WS-CAD-QTD
           END-IF.
           EXIT.
      *
       2900-REGISTRAR-ACHADO.
           ADD 1 TO WS-COUNT-ACHADOS.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *--- LINHA INFORMATIVA NO RELATORIO, FORA DA CONTAGEM DE ACHADOS
       2910-REGISTRAR-AVISO.
           MOVE WS-COUNT-IN-READ TO RPT-ACH-REGISTRO.
           MOVE WS-RPT-ACHADO-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE FINALIZACAO
      *================================================================*
       3000-FINALIZE.
      *--- O ARQUIVO DEVE TERMINAR COM O TRAILER DO ULTIMO LOTE
           IF WS-CAD-PENDENTE
              MOVE 'CADASTRO DE CLIENTE INCOMPLETO (SEM SEQ 3)'
                  TO RPT-ACH-TEXTO
              PERFORM 2900-REGISTRAR-ACHADO
           END-IF.
           IF WS-COUNT-IN-READ = ZERO
              MOVE 'ARQUIVO VAZIO' TO RPT-ACH-TEXTO
              PERFORM 2900-REGISTRAR-ACHADO
