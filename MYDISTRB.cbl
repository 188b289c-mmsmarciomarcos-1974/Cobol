      * LINHA POR CONSUMIDOR POR RODADA: DATA, HORA, CONSUMIDOR,
      * REGISTROS ENTREGUES E O HASH - QUEM RECEBEU O QUE, POR FIM,
      * FICA REGISTRADO.
      *
      * SO VAI PARA OS PARCEIROS O CLIENTE COM CONSENTIMENTO VIGENTE
      * PARA COMPARTILHAMENTO (FINALIDADE 'PAR' NO TB_CLIENTES_CONSENT,
      * VIA MYCONSNT): SEM ELE, O 'D' E O 'E' DO CLIENTE NAO SAEM EM
      * NENHUMA COPIA (O H/T DE CADA COPIA JA CONTA SO O QUE FOI
      * GRAVADO). OS SUPRIMIDOS SAO CONTADOS NO SYSOUT.
      *
      * REENVIO: COM O ID DE UM CONSUMIDOR NO PARMDD, SO A ASSINATURA
      * DELE E ATENDIDA, NO DSTOUT1DD, E A FONTE (OUTPUTDD) E A
      * GERACAO DO OUT.ARCH DA RODADA A REENVIAR (JOB MYDSTRSN). A
      * COPIA SAI COM O MESMO FILTRO, O 'H' ORIGINAL DA RODADA E H/T
      * PROPRIOS; O DIARIO DE ENTREGAS GANHA A LINHA MARCADA 'R', QUE
      * SUBSTITUI A ENTREGA ANTERIOR DA MESMA RODADA NA CONFERENCIA DAS
      * CONFIRMACOES (MYDSTCNF/MYDSTRPT). O CONSENTIMENTO E O DE HOJE.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DELVLOG-FILE-STATUS.
      *
      *--- CONSUMIDOR DO REENVIO (OPCIONAL; AUSENTE = RODADA NORMAL)
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PARM-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05 DLV-RUN-ID             PIC X(08).
           05 DLV-COUNT              PIC 9(09).
           05 DLV-CHECKSUM           PIC 9(15).
      *--- 'R' = REENVIO A PARTIR DO OUT.ARCH; BRANCO = RODADA NORMAL
           05 DLV-REENVIO            PIC X(01).
           05 FILLER                 PIC X(05).
      *
       FD PARM-FILE
          RECORD CONTAINS 8 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
           05 PARM-CONSUMIDOR        PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
              88 WS-DST5-OK         VALUE '00'.
           05 WS-DELVLOG-FILE-STATUS PIC X(02).
              88 WS-DELVLOG-OK      VALUE '00'.
           05 WS-PARM-FILE-STATUS   PIC X(02).
              88 WS-PARM-OK         VALUE '00'.
      *
      *--- REENVIO DE UM CONSUMIDOR (PARMDD)
       01 WS-REENVIO.
           05 WS-REENVIO-CONSUMIDOR PIC X(08) VALUE SPACES.
           05 WS-REENVIO-SW         PIC X(01) VALUE SPACE.
              88 WS-MODO-REENVIO    VALUE 'R'.
      *
      *--- ASSINATURAS CARREGADAS (ATE 5, UMA POR DD DE SAIDA) E O
      *--- ESTADO DE CONTROLE H/T DE CADA COPIA
       01 WS-COUNTERS.
           05 WS-COUNT-OUT-READ     PIC 9(09) VALUE ZERO.
           05 WS-COUNT-DETAILS      PIC 9(09) VALUE ZERO.
           05 WS-COUNT-SEM-CONSENT  PIC 9(09) VALUE ZERO.
      *
       COPY MYCNSC.
      *
      *--- AREA DA FOTO DE DIAGNOSTICO DE ABEND (ROTINA COMUM MYDIAG)
       COPY MYDIAGC.
      *
           DISPLAY 'PROGRAMA MYDISTRB CONCLUIDO'.
           DISPLAY 'CONSUMIDORES ATENDIDOS: ' WS-CON-COUNT.
           DISPLAY 'DETALHES SUPRIMIDOS SEM CONSENTIMENTO: '
                   WS-COUNT-SEM-CONSENT.
           STOP RUN.
      *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME-RAW FROM TIME.
           MOVE ZERO TO CNS-SQLCODE.
      *
           OPEN INPUT PARM-FILE.
           READ PARM-FILE.
           IF WS-PARM-OK AND PARM-CONSUMIDOR NOT = SPACES
              MOVE PARM-CONSUMIDOR TO WS-REENVIO-CONSUMIDOR
              SET WS-MODO-REENVIO TO TRUE
              DISPLAY 'MYDISTRB: REENVIO PARA O CONSUMIDOR '
                      WS-REENVIO-CONSUMIDOR
           END-IF.
           CLOSE PARM-FILE.
      *
           PERFORM 1100-LOAD-CONSUMER-REGISTRY.
      *
           END-IF.
           READ CONSREG-FILE.
           PERFORM UNTIL NOT WS-CONSREG-OK
              EVALUATE TRUE
                 WHEN WS-CON-COUNT >= 5
                    DISPLAY 'MYDS001 MAIS DE 5 CONSUMIDORES NO '
                            'CADASTRO. SO OS 5 PRIMEIROS SAO '
                            'ATENDIDOS (LIMITE DE DD DSTOUT1-5).'
                    MOVE '10' TO WS-CONSREG-FILE-STATUS
      *--- REENVIO: SO A ASSINATURA DO CONSUMIDOR DO PARMDD
                 WHEN WS-MODO-REENVIO
                  AND CR-CONSUMIDOR NOT = WS-REENVIO-CONSUMIDOR
                    READ CONSREG-FILE
                 WHEN OTHER
                    ADD 1 TO WS-CON-COUNT
                    SET WS-CON-IDX TO WS-CON-COUNT
                    MOVE CR-CONSUMIDOR TO WS-CON-ID(WS-CON-IDX)
                    IF CR-TIPO = SPACES
                       MOVE 'D' TO WS-CON-TIPO(WS-CON-IDX)
                    ELSE
                       MOVE CR-TIPO TO WS-CON-TIPO(WS-CON-IDX)
                    END-IF
                    IF CR-ID-DE = SPACES
                       MOVE LOW-VALUES TO WS-CON-ID-DE(WS-CON-IDX)
                    ELSE
                       MOVE CR-ID-DE TO WS-CON-ID-DE(WS-CON-IDX)
                    END-IF
                    IF CR-ID-ATE = SPACES
                       MOVE HIGH-VALUES TO WS-CON-ID-ATE(WS-CON-IDX)
                    ELSE
                       MOVE CR-ID-ATE TO WS-CON-ID-ATE(WS-CON-IDX)
                    END-IF
                    MOVE CR-CAMPO-TS   TO WS-CON-CAMPO-TS(WS-CON-IDX)
                    MOVE CR-CAMPO-DADO TO WS-CON-CAMPO-DADO(WS-CON-IDX)
                    MOVE ZERO TO WS-CON-GRAVADOS(WS-CON-IDX)
                    MOVE ZERO TO WS-CON-CHECKSUM(WS-CON-IDX)
                    READ CONSREG-FILE
              END-EVALUATE
           END-PERFORM.
           CLOSE CONSREG-FILE.
           IF WS-CON-COUNT = ZERO AND WS-MODO-REENVIO
              DISPLAY 'MYDS003 CONSUMIDOR ' WS-REENVIO-CONSUMIDOR
                      ' DO REENVIO FORA DO CADASTRO.'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           IF WS-CON-COUNT = ZERO
              DISPLAY 'MYDS002 CADASTRO DE CONSUMIDORES VAZIO. NADA A'
                      ' DISTRIBUIR.'
      *
               WHEN OUT-REC-IS-DETAIL
                   ADD 1 TO WS-COUNT-DETAILS
                   PERFORM 2050-CONFERIR-CONSENTIMENTO
                   IF CNS-CONCEDIDO
                      PERFORM 2200-FILTER-FOR-CONSUMERS
                   ELSE
                      ADD 1 TO WS-COUNT-SEM-CONSENT
                   END-IF
      *
      *--- EXTENSAO V2: SEGUE A ASSINATURA DO 'D' (MESMO ID), FORA
      *--- DA CONTAGEM E DO HASH DAS COPIAS
               WHEN OUT-REC-IS-EXTENSAO
                   PERFORM 2050-CONFERIR-CONSENTIMENTO
                   IF CNS-CONCEDIDO
                      PERFORM 2200-FILTER-FOR-CONSUMERS
                   END-IF
      *
      *--- O 'T' DA FONTE NAO E COPIADO: CADA COPIA GANHA O PROPRIO
      *--- TRAILER, CALCULADO SOBRE O QUE ELA REALMENTE RECEBEU
           PERFORM 4000-READ-NEXT-OUT.
           EXIT.
      *
      *--- CONSENTIMENTO 'PAR' DO CLIENTE DO REGISTRO (O 'E' REPETE O
      *--- ID DO 'D' E O MYCONSNT RESPONDE SEM IR DE NOVO AO DB2)
       2050-CONFERIR-CONSENTIMENTO.
           MOVE OUT-ID TO CNS-ID-CLIENTE.
           SET CNS-FIN-PARCEIROS TO TRUE.
           CALL 'MYCONSNT' USING MYCONSNT-PARAMETROS.
           IF CNS-ERRO-SQL
              DISPLAY 'ERRO FATAL NA CONSULTA DO CONSENTIMENTO'
              DISPLAY 'SQLCODE: ' CNS-SQLCODE
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- UMA FONTE SEM CABECALHO (GERACAO ANTIGA) AINDA GANHA O PAR
      *--- H/T NAS COPIAS, COM DATA/ID EM BRANCO - O MYOUTVFY NO
      *--- DESTINO EXIGE O PAR COMPLETO
           MOVE WS-HDR-RUN-ID-SAVED      TO DLV-RUN-ID.
           MOVE WS-CON-GRAVADOS(WS-CON-IDX) TO DLV-COUNT.
           MOVE WS-CON-CHECKSUM(WS-CON-IDX) TO DLV-CHECKSUM.
           MOVE WS-REENVIO-SW            TO DLV-REENVIO.
           WRITE DELVLOG-RECORD.
           IF NOT WS-DELVLOG-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO DELVLOG-FILE'
           MOVE SPACES TO DIAG-FILE-STATUSES.
           MOVE WS-FILE-STATUS-FIELDS(1:16)
               TO DIAG-FILE-STATUSES(1:16).
           MOVE CNS-SQLCODE TO DIAG-SQLCODE.
           MOVE SPACES TO DIAG-SQLERRMC.
           MOVE SPACES TO DIAG-COUNTERS.
           STRING 'LIDOS=' WS-COUNT-OUT-READ
                  ' DETALHES=' WS-COUNT-DETAILS
                  ' SEM-CONSENT=' WS-COUNT-SEM-CONSENT
                  ' CONSUMIDORES=' WS-CON-COUNT
                  DELIMITED BY SIZE INTO DIAG-COUNTERS.
           MOVE SPACES TO DIAG-LAST-KEY.
