       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSCR.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - ACERTO DE COR MEDIDA DO LABORATORIO
      *
      * TRANSACAO: 'TRNI'
      * ARQUIVO:   'MEDEFILE' (VSAM KSDS POR LOTE DE PRODUCAO +
      *            SEQUENCIA, COPYBOOK MYMEDIC), 'GENEPATH' (PATH DO
      *            INDICE ALTERNATIVO DO GENEFILE PELO LOTE DE
      *            PRODUCAO, COPYBOOK MYGENEC - SO LEITURA) E
      *            'COLRFILE' (CATALOGO, SO LEITURA)
      * MAPA:      'MYMAPI' / MAPSET 'MYSETI'
      *
      * O LABORATORIO MEDE O LOTE PRONTO NO ESPECTROFOTOMETRO E DIGITA
      * O LOTE DE PRODUCAO E O R/G/B MEDIDOS. A COR ALVO E A
      * QUANTIDADE DO LOTE VEM DA GENEALOGIA DA ORDEM (SO O LOTE FORA
      * DA GENEALOGIA PEDE COR E QUANTIDADE NA TELA). O CORMIX (FUNCAO
      * 'A') DEVOLVE A DIFERENCA CONTRA O RGB DO ALVO NO CATALOGO E,
      * FORA DA TOLERANCIA, AS CORES-BASE A ACRESCENTAR, COM % DO
      * LOTE, QUANTIDADE E CUSTO - O MESMO CALCULO DO BATCH MYCORREC.
      *
      * 1. EIBCALEN = 0: Envia a tela limpa.
      * 2. ENTER: Calcula e mostra o acerto, sem registrar.
      * 3. PF5: Registra a medicao no MEDEFILE com o acerto
      *    recomendado ACEITO (o laboratorio vai aplica-lo).
      * 4. PF6: Registra a medicao sem acerto aceito (dentro da
      *    tolerancia, ou o laboratorio decidiu outra coisa).
      * 5. PF3: Sai.
      *
      * CADA REGISTRO TOMA A PROXIMA SEQUENCIA DO LOTE; A PRIMEIRA
      * MEDICAO DECIDE O ACERTO DE PRIMEIRA DO MYFTRRPT. REGISTRAR E
      * PRIVILEGIO 'F' EM TB_OPERADORES (MESMO MECANISMO DA TRNH);
      * QUALQUER OUTRO OPERADOR SO SIMULA. TODA ACAO VAI PARA A
      * TRILHA AUDT.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-VARS.
           05 WS-RESP              PIC S9(08) COMP.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
           05 WS-COR-ALVO          PIC X(15).
           05 WS-QTDE-LOTE         PIC 9(05)V99.
           05 WS-ULT-SEQ           PIC 9(02).
           05 WS-ACEITO            PIC X(01).
           05 WS-ADC-IDX           PIC 9(01).
           05 WS-CAT-CARREGADO-SW  PIC X(01) VALUE 'N'.
              88 WS-CAT-CARREGADO  VALUE 'S'.
           05 WS-FIM-BROWSE-FLAG   PIC X(01).
              88 WS-FIM-BROWSE     VALUE 'S'.
      *
      *--- LINHA DE ADICAO NA TELA (ADICAOO)
       01 WS-LINHA-ADICAO.
           05 WS-LA-COR            PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LA-PCT            PIC ZZ9,9.
           05 FILLER               PIC X(04) VALUE '% = '.
           05 WS-LA-QTDE           PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(08) VALUE '  CUSTO '.
           05 WS-LA-CUSTO          PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06) VALUE SPACES.
      *
       01 WS-LINHA-PREVISTO.
           05 WS-LP-R              PIC 9(03).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-LP-G              PIC 9(03).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-LP-B              PIC 9(03).
      *
      *--- MEDICAO E GENEALOGIA DO LOTE
       COPY MYMEDIC.
       COPY MYGENEC.
      *
      *--- REGISTRO DO CATALOGO COMPARTILHADO (MESMO LAYOUT DO
      *--- COLR-RECORD DO CORMIX/MYCLRLD)
       01 WS-COLR-RECORD.
           05 WS-COLR-KEY.
               10 WS-COLR-TIPO     PIC X(01).
               10 WS-COLR-CAMPO-1  PIC X(15).
               10 WS-COLR-CAMPO-2  PIC X(15).
           05 WS-COLR-HEX          PIC X(07).
           05 WS-COLR-R            PIC 9(03).
           05 WS-COLR-G            PIC 9(03).
           05 WS-COLR-B            PIC 9(03).
           05 WS-COLR-RESULTADO    PIC X(15).
           05 WS-COLR-CUSTO        PIC 9(05)V99.
           05 FILLER               PIC X(01).
      *
      *--- INTERFACE DO MODULO DE MISTURA
       COPY CORMIXC.
      *
      *--- PERFIL DO OPERADOR NA TABELA CENTRAL TB_OPERADORES, MESMO
      *--- DESENHO DA TRNH
       01 WS-AUTH-CONTROLE.
           05 WS-OP-ID             PIC X(03).
           05 WS-OP-NIVEL          PIC X(01).
           05 WS-OP-IDIOMA         PIC X(02).
      *--- JANELA DE ACESSO E TERMINAL VINCULADO DO PERFIL (ZEROS/
      *--- BRANCO = SEM RESTRICAO), CONFERIDOS NO SIGN-ON DE TODA
      *--- TRANSACAO (1070-CHECK-ACCESS-WINDOW)
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
           05 WS-CURRENT-AUTH-LEVEL PIC X(01) VALUE 'M'.
              88 CURRENT-AUTH-FULL   VALUE 'F'.
              88 CURRENT-AUTH-MASKED VALUE 'M'.
              88 CURRENT-AUTH-NONE   VALUE 'N'.
      *
      *--- SQLCA E CONTROLE DE SQLCODE (SO PARA O PERFIL)
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA LOTEI/LOTEL (LOTE DE PRODUCAO), CORI/CORL E
      *--- QTDEI/QTDEL (ALVO E QUANTIDADE, SO PARA LOTE FORA DA
      *--- GENEALOGIA), MEDRI/MEDRL, MEDGI/MEDGL, MEDBI/MEDBL (RGB
      *--- MEDIDO) E TOLI/TOLL (TOLERANCIA, OPCIONAL) E OS DE SAIDA
      *--- ALVOO/QTLOTO (ALVO E QUANTIDADE USADOS), DIFO/DIFFO
      *--- (DIFERENCA MEDIDA E PREVISTA), SITO, PREVO/HEXO (RGB
      *--- PREVISTO), AS 3 LINHAS ADICAOO (OCCURS 3), CUSTOO, SEQO
      *--- (SEQUENCIA REGISTRADA) E MSGO.
       COPY MYMAPIC.
      *
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
      *
      *--- REGISTRO DE TRILHA DE ATIVIDADE (TDQ 'AUDT', MESMO LAYOUT
      *--- DO MYCICS): TRANSACAO, TERMINAL, TASK, OPERADOR E A CHAVE
      *--- ACIONADA - O MYAUDRPT MONTA O RETRATO DO DIA CICS INTEIRO
       01 WS-AUDIT-RECORD.
           05 AUD-TERMID           PIC X(04).
           05 AUD-TASKN            PIC 9(07).
           05 AUD-DATE             PIC 9(07).
           05 AUD-TIME             PIC 9(07).
           05 AUD-TRANCODE         PIC X(04).
           05 AUD-OPID             PIC X(03).
           05 AUD-DATAI            PIC X(30).
      *
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
       01 DFHCOMMAREA             PIC X(01).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
           EXEC CICS HANDLE CONDITION
               ERROR(9000-CICS-ERROR)
               MAPFAIL(9100-MAPFAIL-ERROR)
           END-EXEC.
           EXEC CICS HANDLE ABEND
               PROGRAM(9900-PROGRAM-ABEND)
           END-EXEC.
      *
           PERFORM 1060-GET-AUTH-LEVEL.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
      *
           EVALUATE EIBCALEN
               WHEN 0
                   PERFORM 2000-FIRST-TIME
               WHEN OTHER
                   PERFORM 3000-SUBSEQUENT-TIME
           END-EVALUATE.
       GOBACK.
      *
       1040-LOAD-COLOR-CATALOG.
      * Empurra o catalogo do COLRFILE para o CORMIX ('R' + um 'C'
      * por registro), uma vez por task - o mesmo desenho da TRNA.
      * COLRFILE indisponivel ou vazio: cai para o catalogo embutido
      * ('D'). O RESET 'R' SO E DISPARADO DIANTE DO PRIMEIRO REGISTRO
      * APROVEITAVEL (C/M), PELO MESMO MOTIVO DA TRNA.
           MOVE LOW-VALUES TO WS-COLR-KEY.
           EXEC CICS STARTBR
               FILE('COLRFILE')
               RIDFLD(WS-COLR-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              SET CMX-ORIGEM-PADRAO TO TRUE
           ELSE
              EXEC CICS READNEXT
                  FILE('COLRFILE')
                  INTO(WS-COLR-RECORD)
                  RIDFLD(WS-COLR-KEY)
                  RESP(WS-RESP)
              END-EXEC
              PERFORM UNTIL EIBRESP NOT = DFHRESP(NORMAL)
                 IF WS-COLR-TIPO = 'C' OR WS-COLR-TIPO = 'M'
                    IF NOT WS-CAT-CARREGADO
                       SET CMX-FN-RESET TO TRUE
                       CALL 'CORMIX' USING CORMIX-PARAMETROS
                       SET WS-CAT-CARREGADO TO TRUE
                    END-IF
                    PERFORM 1045-EMPURRAR-REGISTRO
                 END-IF
                 EXEC CICS READNEXT
                     FILE('COLRFILE')
                     INTO(WS-COLR-RECORD)
                     RIDFLD(WS-COLR-KEY)
                     RESP(WS-RESP)
                 END-EXEC
              END-PERFORM
              EXEC CICS ENDBR FILE('COLRFILE') END-EXEC
              IF NOT WS-CAT-CARREGADO
                 SET CMX-ORIGEM-PADRAO TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *--- EMPURRA O REGISTRO CORRENTE (FUNCAO 'C' DO CORMIX): COR
      *--- COM HEX/RGB/CUSTO, REGRA COM AS DUAS CORES E O RESULTADO
       1045-EMPURRAR-REGISTRO.
           SET CMX-FN-CARGA TO TRUE.
           IF WS-COLR-TIPO = 'C'
              MOVE WS-COLR-CAMPO-1 TO CMX-COR-1
              MOVE SPACES TO CMX-COR-2
              MOVE WS-COLR-HEX TO CMX-HEX
              MOVE WS-COLR-R TO CMX-R
              MOVE WS-COLR-G TO CMX-G
              MOVE WS-COLR-B TO CMX-B
              MOVE WS-COLR-CUSTO TO CMX-CUSTO
              CALL 'CORMIX' USING CORMIX-PARAMETROS
           ELSE
              MOVE WS-COLR-CAMPO-1 TO CMX-COR-1
              MOVE WS-COLR-CAMPO-2 TO CMX-COR-2
              MOVE SPACES TO CMX-RESULTADO
              MOVE WS-COLR-RESULTADO TO CMX-RESULTADO(1:15)
              CALL 'CORMIX' USING CORMIX-PARAMETROS
           END-IF.
           EXIT.
      *
       1060-GET-AUTH-LEVEL.
           MOVE 'M' TO WS-CURRENT-AUTH-LEVEL.
           MOVE EIBOPID TO WS-OP-ID.
           EXEC SQL
               SELECT NIVEL_AUTORIZACAO, IDIOMA_PREFERIDO,
                      HORA_INICIO, HORA_FIM, TERMINAL_VINCULADO
                 INTO :WS-OP-NIVEL, :WS-OP-IDIOMA,
                      :WS-OP-HORA-INICIO, :WS-OP-HORA-FIM,
                      :WS-OP-TERMINAL
                 FROM TB_OPERADORES
                WHERE OPERADOR_ID = :WS-OP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQL-OK
              MOVE WS-OP-NIVEL TO WS-CURRENT-AUTH-LEVEL
           ELSE
              MOVE ZERO TO WS-OP-HORA-INICIO
              MOVE ZERO TO WS-OP-HORA-FIM
              MOVE SPACES TO WS-OP-TERMINAL
           END-IF.
           EXIT.
      *
      *--- JANELA DE ACESSO E TERMINAL VINCULADO (MESMA REGRA DAS
      *--- DEMAIS TRANSACOES)
       1070-CHECK-ACCESS-WINDOW.
           IF WS-OP-TERMINAL NOT = SPACES
              AND WS-OP-TERMINAL NOT = EIBTRMID
              PERFORM 1080-REFUSE-ACCESS
           END-IF.
           IF WS-OP-HORA-INICIO NOT = ZERO
              OR WS-OP-HORA-FIM NOT = ZERO
              COMPUTE WS-AGORA-HHMM = EIBTIME / 100
              IF WS-OP-HORA-INICIO <= WS-OP-HORA-FIM
                 IF WS-AGORA-HHMM < WS-OP-HORA-INICIO
                    OR WS-AGORA-HHMM > WS-OP-HORA-FIM
                    PERFORM 1080-REFUSE-ACCESS
                 END-IF
              ELSE
      * JANELA QUE CRUZA A MEIA-NOITE
                 IF WS-AGORA-HHMM < WS-OP-HORA-INICIO
                    AND WS-AGORA-HHMM > WS-OP-HORA-FIM
                    PERFORM 1080-REFUSE-ACCESS
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       1080-REFUSE-ACCESS.
           MOVE 'VIOLACAO JANELA/TERMINAL' TO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
           EXEC CICS SEND
               TEXT
               FROM('ACESSO FORA DA JANELA OU DO TERMINAL PERMITIDO.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO PRINCIPAL
      *================================================================*
       2000-FIRST-TIME.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-MYMAPI-AREA.
           MOVE 'ENTER=CALCULA PF5=REGISTRA+ACEITA PF6=REGISTRA'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           EXEC CICS RECEIVE
               MAP('MYMAPI')
               MAPSET('MYSETI')
               INTO(WS-MYMAPI-AREA)
           END-EXEC.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' LOTE=' LOTEI
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3100-CALCULAR-ACERTO
                   MOVE 'ACERTO CALCULADO (NAO REGISTRADO).'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
               WHEN DFHPF5
                   PERFORM 3060-CHECK-MAINT-AUTH
                   PERFORM 3100-CALCULAR-ACERTO
                   IF CMX-QTD-ADICOES = ZERO
                      MOVE 'SEM ACERTO A ACEITAR. USE PF6.'
                          TO WS-MSG-SAIDA
                      PERFORM 5000-SEND-AND-RETURN
                   END-IF
                   MOVE 'S' TO WS-ACEITO
                   PERFORM 3400-REGISTRAR-MEDICAO
               WHEN DFHPF6
                   PERFORM 3060-CHECK-MAINT-AUTH
                   PERFORM 3100-CALCULAR-ACERTO
                   MOVE 'N' TO WS-ACEITO
                   PERFORM 3400-REGISTRAR-MEDICAO
               WHEN DFHPF3
                   PERFORM 3500-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER, PF3, PF5, PF6.'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *
      *--- REGISTRAR E SO PARA O PRIVILEGIO 'F'
       3060-CHECK-MAINT-AUTH.
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA REGISTRAR MEDICOES.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- VALIDA A TELA, ACHA O ALVO E PEDE O ACERTO AO CORMIX
       3100-CALCULAR-ACERTO.
           IF LOTEL = 0
              MOVE 'DIGITE O LOTE DE PRODUCAO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF MEDRL = 0 OR MEDGL = 0 OR MEDBL = 0
              OR MEDRI NOT NUMERIC OR MEDGI NOT NUMERIC
              OR MEDBI NOT NUMERIC
              MOVE 'DIGITE O R/G/B MEDIDOS (3 DIGITOS CADA).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF MEDRI > 255 OR MEDGI > 255 OR MEDBI > 255
              MOVE 'R/G/B MEDIDOS VAO DE 000 A 255.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF TOLL > 0 AND TOLI NOT NUMERIC
              MOVE 'TOLERANCIA NUMERICA (3 DIGITOS).' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3150-OBTER-ALVO.
      *
           PERFORM 1040-LOAD-COLOR-CATALOG.
           SET CMX-FN-ACERTAR TO TRUE.
           MOVE WS-COR-ALVO TO CMX-COR-1.
           INSPECT CMX-COR-1 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE MEDRI TO CMX-R.
           MOVE MEDGI TO CMX-G.
           MOVE MEDBI TO CMX-B.
           IF TOLL > 0
              MOVE TOLI TO CMX-TOLERANCIA
           ELSE
              MOVE ZERO TO CMX-TOLERANCIA
           END-IF.
           MOVE WS-QTDE-LOTE TO CMX-QTDE-LOTE.
           CALL 'CORMIX' USING CORMIX-PARAMETROS.
           IF NOT CMX-OK
              MOVE 'COR ALVO NAO CADASTRADA NO CATALOGO.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3800-MOVER-ACERTO-TELA.
           EXIT.
      *
      *--- ALVO E QUANTIDADE PELA GENEALOGIA DO LOTE (QUALQUER LINHA
      *--- DO LOTE TRAZ A ORDEM; DUPKEY = O LOTE TEM MAIS LINHAS)
       3150-OBTER-ALVO.
           MOVE SPACES TO WS-COR-ALVO.
           MOVE ZERO   TO WS-QTDE-LOTE.
           MOVE LOTEI  TO GEN-LOTE-PROD.
           EXEC CICS READ
               FILE('GENEPATH')
               INTO(GEN-RECORD)
               RIDFLD(GEN-LOTE-PROD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) OR WS-RESP = DFHRESP(DUPKEY)
              MOVE GEN-ORD-COR  TO WS-COR-ALVO
              MOVE GEN-ORD-QTDE TO WS-QTDE-LOTE
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'ERRO NA LEITURA DA GENEALOGIA.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              IF CORL = 0
                 MOVE 'LOTE SEM GENEALOGIA. DIGITE COR/QTDE.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              MOVE CORI TO WS-COR-ALVO
              IF QTDEL > 0 AND QTDEI NUMERIC
                 MOVE QTDEI TO WS-QTDE-LOTE
              END-IF
           END-IF.
           EXIT.
      *
      *--- GRAVA A MEDICAO NA PROXIMA SEQUENCIA DO LOTE
       3400-REGISTRAR-MEDICAO.
           PERFORM 3450-PROXIMA-SEQUENCIA.
           IF WS-ULT-SEQ = 99
              MOVE 'LOTE JA TEM 99 MEDICOES REGISTRADAS.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3870-GET-TODAY.
           INITIALIZE MED-RECORD.
           MOVE LOTEI              TO MED-LOTE-PROD.
           COMPUTE MED-SEQ = WS-ULT-SEQ + 1.
           MOVE CMX-COR-1          TO MED-COR-ALVO.
           MOVE CMX-R              TO MED-R.
           MOVE CMX-G              TO MED-G.
           MOVE CMX-B              TO MED-B.
           IF CMX-TOLERANCIA > ZERO
              MOVE CMX-TOLERANCIA  TO MED-TOLERANCIA
           ELSE
              MOVE 10              TO MED-TOLERANCIA
           END-IF.
           MOVE CMX-DIFERENCA      TO MED-DIFERENCA.
           MOVE CMX-SITUACAO       TO MED-SITUACAO.
           MOVE WS-ACEITO          TO MED-ACERTO-ACEITO.
           MOVE WS-QTDE-LOTE       TO MED-QTDE-LOTE.
           MOVE CMX-QTD-ADICOES    TO MED-QTD-ADICOES.
           PERFORM VARYING WS-ADC-IDX FROM 1 BY 1
                   UNTIL WS-ADC-IDX > CMX-QTD-ADICOES
              MOVE CMX-ADC-COR(WS-ADC-IDX)
                  TO MED-ADC-COR(WS-ADC-IDX)
              MOVE CMX-ADC-QTDE(WS-ADC-IDX)
                  TO MED-ADC-QTDE(WS-ADC-IDX)
           END-PERFORM.
           MOVE CMX-CUSTO-CORRECAO TO MED-CUSTO-ACERTO.
           MOVE WS-HOJE            TO MED-DATA.
           MOVE EIBTIME            TO MED-HORA.
           MOVE EIBOPID            TO MED-OPERADOR.
      *
           EXEC CICS WRITE
               FILE('MEDEFILE')
               FROM(MED-RECORD)
               RIDFLD(MED-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE MED-SEQ TO SEQO
                   MOVE SPACES TO AUD-DATAI
                   STRING 'MEDICAO ' MED-CHAVE ' ACEITO=' WS-ACEITO
                       DELIMITED BY SIZE INTO AUD-DATAI
                   PERFORM 3990-WRITE-AUDIT-RECORD
                   IF WS-ACEITO = 'S'
                      MOVE 'MEDICAO REGISTRADA COM O ACERTO ACEITO.'
                          TO WS-MSG-SAIDA
                   ELSE
                      MOVE 'MEDICAO REGISTRADA SEM ACERTO ACEITO.'
                          TO WS-MSG-SAIDA
                   END-IF
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'MEDICAO CONCORRENTE NO LOTE. REPITA.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'ERRO NA GRAVACAO DA MEDICAO.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- ULTIMA SEQUENCIA JA GRAVADA PARA O LOTE (ZERO = NENHUMA)
       3450-PROXIMA-SEQUENCIA.
           MOVE ZERO  TO WS-ULT-SEQ.
           MOVE 'N'   TO WS-FIM-BROWSE-FLAG.
           MOVE LOTEI TO MED-LOTE-PROD.
           MOVE ZERO  TO MED-SEQ.
           EXEC CICS STARTBR
               FILE('MEDEFILE')
               RIDFLD(MED-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 3460-LER-SEQUENCIA UNTIL WS-FIM-BROWSE
              EXEC CICS ENDBR FILE('MEDEFILE') END-EXEC
           END-IF.
           EXIT.
      *
       3460-LER-SEQUENCIA.
           EXEC CICS READNEXT
               FILE('MEDEFILE')
               INTO(MED-RECORD)
               RIDFLD(MED-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND MED-LOTE-PROD = LOTEI
              MOVE MED-SEQ TO WS-ULT-SEQ
           ELSE
              SET WS-FIM-BROWSE TO TRUE
           END-IF.
           EXIT.
      *
       3500-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Acerto de cor medida encerrado.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- DIAGNOSTICO E ACERTO NA TELA
       3800-MOVER-ACERTO-TELA.
           MOVE CMX-COR-1           TO ALVOO.
           MOVE WS-QTDE-LOTE        TO QTLOTO.
           MOVE CMX-DIFERENCA       TO DIFO.
           MOVE CMX-DIFERENCA-FINAL TO DIFFO.
           EVALUATE TRUE
               WHEN CMX-DENTRO-TOLERANCIA
                   MOVE 'DENTRO DA TOLERANCIA' TO SITO
               WHEN CMX-ACERTO-COMPLETO
                   MOVE 'FORA - ACERTO RECOMENDADO' TO SITO
               WHEN CMX-ACERTO-PARCIAL
                   MOVE 'FORA - ACERTO PARCIAL' TO SITO
               WHEN OTHER
                   MOVE 'FORA - SEM ACERTO POR BASE' TO SITO
           END-EVALUATE.
           MOVE CMX-PREV-R TO WS-LP-R.
           MOVE CMX-PREV-G TO WS-LP-G.
           MOVE CMX-PREV-B TO WS-LP-B.
           MOVE WS-LINHA-PREVISTO TO PREVO.
           MOVE CMX-HEX            TO HEXO.
           PERFORM VARYING WS-ADC-IDX FROM 1 BY 1
                   UNTIL WS-ADC-IDX > 3
              IF WS-ADC-IDX > CMX-QTD-ADICOES
                 MOVE SPACES TO ADICAOO(WS-ADC-IDX)
              ELSE
                 MOVE CMX-ADC-COR(WS-ADC-IDX)   TO WS-LA-COR
                 MOVE CMX-ADC-PCT(WS-ADC-IDX)   TO WS-LA-PCT
                 MOVE CMX-ADC-QTDE(WS-ADC-IDX)  TO WS-LA-QTDE
                 MOVE CMX-ADC-CUSTO(WS-ADC-IDX) TO WS-LA-CUSTO
                 MOVE WS-LINHA-ADICAO TO ADICAOO(WS-ADC-IDX)
              END-IF
           END-PERFORM.
           MOVE CMX-CUSTO-CORRECAO TO CUSTOO.
           MOVE ZERO               TO SEQO.
           EXIT.
      *
      *--- DATA DE HOJE AAAAMMDD A PARTIR DO EIBDATE 0CYYDDD (MESMA
      *--- CONTA DA TRNS)
       3870-GET-TODAY.
           COMPUTE WS-DATA-JULIANA = EIBDATE + 1900000.
           COMPUTE WS-HOJE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-DATA-JULIANA)).
           EXIT.
      *
      *--- GRAVA A TRILHA DE ATIVIDADE NA TDQ 'AUDT' (AUD-DATAI JA
      *--- PREENCHIDO PELO CHAMADOR COM A ACAO E A CHAVE ACIONADA)
       3990-WRITE-AUDIT-RECORD.
           MOVE EIBTRMID TO AUD-TERMID.
           MOVE EIBTASKN TO AUD-TASKN.
           MOVE EIBDATE  TO AUD-DATE.
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNI'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
      *
       5000-SEND-AND-RETURN.
           MOVE WS-MSG-SAIDA TO MSGO.
      *
           EXEC CICS SEND
               MAP('MYMAPI')
               MAPSET('MYSETI')
               FROM(WS-MYMAPI-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNI')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE ERRO
      *================================================================*
       9000-CICS-ERROR.
           DISPLAY 'ERRO GRAVE DE CICS. FUNCAO: ' EIBFN.
           PERFORM 9900-PROGRAM-ABEND.
           EXIT.
       9100-MAPFAIL-ERROR.
           DISPLAY 'ERRO DE MAPFAIL.'.
           PERFORM 9900-PROGRAM-ABEND.
           EXIT.
       9900-PROGRAM-ABEND.
           EXEC CICS SEND
               TEXT
               FROM('ERRO IRRECUPERAVEL. CONTATE O SUPORTE.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
