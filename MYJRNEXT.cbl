      *
      *   - PRIMEIRA LINHA = CABECALHO COM OS NOMES DAS COLUNAS;
      *   - UMA LINHA POR ALTERACAO: ID; TIPO DA MUDANCA (CRIACAO/
      *     NOME/INATIVACAO/STATUS/ELIMINACAO); NOME ANTES E DEPOIS
      *     (ENTRE ASPAS, COM ASPAS INTERNAS DOBRADAS); PROGRAMA DE
      *     ORIGEM; TIMESTAMP;
      *   - ULTIMA LINHA = TRAILER DE CONTROLE 'T;<CONTAGEM>', PARA O
      *     DESTINO CONFERIR A COMPLETUDE ANTES DE APLICAR.
      *
      * CLIENTE SEM CONSENTIMENTO VIGENTE PARA O DATA WAREHOUSE
      * (FINALIDADE 'DWH' NO TB_CLIENTES_CONSENT, VIA MYCONSNT) SAI COM
      * OS NOMES MASCARADOS: A LINHA CONTINUA NO FEED (O DESTINO AINDA
      * PRECISA DO ID, DO TIPO E DO TRAILER), SO O DADO PESSOAL NAO.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
           05 WS-CAMPO-TAM          PIC 9(02) COMP.
           05 WS-CAMPO-SUB          PIC 9(02) COMP.
           05 WS-TIPO-MUDANCA       PIC X(10).
      *
      *--- VALOR QUE SUBSTITUI O DADO PESSOAL SEM CONSENTIMENTO
       01 WS-MASCARA-LGPD           PIC X(40) VALUE 'SEM CONSENTIMENTO'.
      *
       COPY MYCNSC.
      *
       01 WS-COUNTERS.
           05 WS-COUNT-EXTRAIDOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-MASCARADOS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ED           PIC 9(07).
      *
       PROCEDURE DIVISION.
      *
           DISPLAY 'PROGRAMA MYJRNEXT CONCLUIDO. LINHAS: '
                   WS-COUNT-EXTRAIDOS.
           DISPLAY 'LINHAS MASCARADAS SEM CONSENTIMENTO: '
                   WS-COUNT-MASCARADOS.
           STOP RUN.
      *
       1000-INITIALIZE.
      *================================================================*
       2000-EXTRACT-CHANGES.
           PERFORM 2100-CLASSIFICAR-MUDANCA.
           PERFORM 2150-APLICAR-CONSENTIMENTO.
           PERFORM 2200-MONTAR-LINHA.
           PERFORM 4100-WRITE-CSV-LINE.
           ADD 1 TO WS-COUNT-EXTRAIDOS.
      *
      *--- O TIPO DA MUDANCA E DERIVADO DAS IMAGENS: CERTIDAO DE
      *--- NASCIMENTO (ANTES EM BRANCO), INATIVACAO (STATUS DEPOIS),
      *--- ACERTO DE NOME (STATUS EM BRANCO) OU MUDANCA DE STATUS; A
      *--- LINHA DA ANONIMIZACAO DO MYANONYM E A ELIMINACAO (MESMAS
      *--- REGRAS DO EVENTO MQ DO MYJRNPUB)
       2100-CLASSIFICAR-MUDANCA.
           EVALUATE TRUE
               WHEN H-PROGRAM = 'MYANONYM'
                    AND H-NOME-DEPOIS = 'ANONIMIZADO'
                   MOVE 'ELIMINACAO' TO WS-TIPO-MUDANCA
               WHEN H-NOME-ANTES = SPACES
                    AND H-STATUS-DEPOIS = 'ATIVO'
                   MOVE 'CRIACAO' TO WS-TIPO-MUDANCA
                   MOVE 'STATUS' TO WS-TIPO-MUDANCA
           END-EVALUATE.
           EXIT.
      *
      *--- SEM CONSENTIMENTO 'DWH' OS NOMES NAO SAEM (A LINHA DA
      *--- ELIMINACAO JA VEM SEM DADO PESSOAL E SAI COMO ESTA)
       2150-APLICAR-CONSENTIMENTO.
           MOVE 'C' TO CNS-SITUACAO.
           IF WS-TIPO-MUDANCA NOT = 'ELIMINACAO'
              MOVE H-ID-CLIENTE TO CNS-ID-CLIENTE
              SET CNS-FIN-DW TO TRUE
              CALL 'MYCONSNT' USING MYCONSNT-PARAMETROS
              IF CNS-ERRO-SQL
                  DISPLAY "MYJRNEXT: ERRO NA CONSULTA DO "
                          "CONSENTIMENTO. SQLCODE: " CNS-SQLCODE
                  PERFORM 9900-SQL-ERROR-ABEND
              END-IF
           END-IF.
           IF NOT CNS-CONCEDIDO
              IF H-NOME-ANTES NOT = SPACES
                 MOVE WS-MASCARA-LGPD TO H-NOME-ANTES
              END-IF
              IF H-NOME-DEPOIS NOT = SPACES
                 MOVE WS-MASCARA-LGPD TO H-NOME-DEPOIS
              END-IF
              ADD 1 TO WS-COUNT-MASCARADOS
           END-IF.
           EXIT.
      *
       2200-MONTAR-LINHA.
           MOVE SPACES TO WS-CSV-LINE.
