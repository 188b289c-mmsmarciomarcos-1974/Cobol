       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCICSAG.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - MANUTENCAO DO CADASTRO DE AGENCIAS
      *
      * TRANSACAO: 'TRNE'
      * ARQUIVO:   'AGYREGDD' (VSAM KSDS POR PREFIXO DO ID DE RODADA,
      *            O MESMO LIDO PELO MYINVAL, MYBATCH, MYTARIFA E
      *            MYTRNRPT)
      * MAPA:      'MYMAPE' / MAPSET 'MYSETE'
      *
      * O CADASTRO DE AGENCIAS ERA UM ARQUIVO EDITADO NO TSO: UMA
      * AGENCIA DESLIGADA SAIA DO ARQUIVO (E DO HISTORICO) E NINGUEM
      * SABIA QUEM TINHA MEXIDO. O CICLO DE VIDA DA AGENCIA FICA NO
      * PROPRIO REGISTRO - SITUACAO (A=ATIVA, S=SUSPENSA,
      * T=ENCERRADA), DATAS DE INICIO E FIM DE VIGENCIA, VALOR MAXIMO
      * POR LOTE E VERSAO DE LAYOUT HOMOLOGADA - E A MANUTENCAO PASSA
      * A SER ESTA TELA, RESTRITA A OFICIAIS DE SEGURANCA (NIVEL 'S',
      * COMO A TRN7/TRNC). LOGICA (NO ESTILO DO MYCICSSO/TRNO):
      *
      * 1. EIBCALEN = 0: Carrega a primeira pagina (LOW-VALUES).
      * 2. ENTER: Posiciona pelo prefixo digitado em BUSCAI.
      * 3. PF8: Proxima pagina / PF7: Pagina anterior.
      * 4. PF5: Mostra nos campos de detalhe a agencia da linha
      *    escolhida em SELI (1-10) e entra em modo de edicao.
      * 5. PF6: Grava os campos de detalhe - REWRITE da agencia em
      *    edicao ou, fora do modo de edicao, WRITE de uma agencia
      *    nova (PREFIXO digitado).
      * 6. PF3: Sai.
      *
      * CADA AGENCIA PODE APONTAR PARA UM CALENDARIO REGIONAL (CODIGO
      * MANTIDO NA TRNC, ARQUIVO 'CALREGDD'): OS DIAS FECHADOS DELE SE
      * SOMAM AO CALENDARIO NACIONAL NO ROLAMENTO DA DATA-VALOR DO
      * MYBATCH E NOS DIAS ESPERADOS DO MYTRNRPT. BRANCO = SO O
      * NACIONAL; CODIGO SEM NENHUM DIA NA TRNC E RECUSADO.
      *
      * AGENCIA NAO E EXCLUIDA: O DESLIGAMENTO E A SITUACAO 'T' COM
      * A DATA DE FIM (O HISTORICO DE TRANSMISSOES CONTINUA COM NOME).
      * TODA GRAVACAO DEIXA NA TDQ 'AUDT' UMA LINHA DA OPERACAO E UMA
      * LINHA POR CAMPO ALTERADO (VALOR ANTERIOR > VALOR NOVO).
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
           05 WS-SUB               PIC 9(02) COMP.
           05 WS-MAX-LINHAS        PIC 9(02) COMP VALUE 10.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-SKIP-FIRST-REC    PIC X(01) VALUE 'N'.
              88 WS-SKIP-FIRST-YES VALUE 'Y'.
           05 WS-VALOR-ED          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-DETALHE-SW        PIC X(01) VALUE 'S'.
              88 WS-DETALHE-OK     VALUE 'S'.
              88 WS-DETALHE-ERRO   VALUE 'N'.
           05 WS-VALOR-ENTRADA     PIC X(15).
           05 WS-VALOR-ENTRADA-N REDEFINES WS-VALOR-ENTRADA
                                   PIC 9(13)V99.
           05 WS-DIAS-INVALIDOS    PIC 9(02) COMP.
           05 WS-AUD-ACAO          PIC X(08).
           05 WS-DATA-JULIANA      PIC 9(07).
           05 WS-HOJE              PIC 9(08).
      *
      *--- AGENCIA (MESMO LAYOUT DO FD AGYREG-FILE DO MYBATCH)
       01 WS-AGR-RECORD.
           05 WS-AGR-PREFIXO       PIC X(04).
           05 WS-AGR-NOME          PIC X(30).
           05 WS-AGR-DIAS-ESPERADOS PIC X(07).
           05 WS-AGR-CONTATO       PIC X(20).
           05 WS-AGR-SITUACAO      PIC X(01).
              88 WS-AGR-ATIVA      VALUE 'A'.
              88 WS-AGR-SUSPENSA   VALUE 'S'.
              88 WS-AGR-ENCERRADA  VALUE 'T'.
           05 WS-AGR-DATA-INICIO   PIC 9(08).
           05 WS-AGR-DATA-FIM      PIC 9(08).
           05 WS-AGR-VALOR-MAXIMO  PIC 9(13)V99.
           05 WS-AGR-VERSAO-LAYOUT PIC X(02).
           05 WS-AGR-ULT-ALTERACAO PIC 9(08).
           05 WS-AGR-ULT-OPERADOR  PIC X(03).
           05 WS-AGR-CALENDARIO    PIC X(04).
           05 FILLER               PIC X(10).
      *
      *--- IMAGEM ANTERIOR DA AGENCIA, PARA A AUDITORIA CAMPO A CAMPO
      *--- (NA INCLUSAO FICA EM BRANCO/ZEROS)
       01 WS-AGR-ANTES.
           05 WS-ANT-PREFIXO       PIC X(04).
           05 WS-ANT-NOME          PIC X(30).
           05 WS-ANT-DIAS-ESPERADOS PIC X(07).
           05 WS-ANT-CONTATO       PIC X(20).
           05 WS-ANT-SITUACAO      PIC X(01).
           05 WS-ANT-DATA-INICIO   PIC 9(08).
           05 WS-ANT-DATA-FIM      PIC 9(08).
           05 WS-ANT-VALOR-MAXIMO  PIC 9(13)V99.
           05 WS-ANT-VERSAO-LAYOUT PIC X(02).
           05 WS-ANT-ULT-ALTERACAO PIC 9(08).
           05 WS-ANT-ULT-OPERADOR  PIC X(03).
           05 WS-ANT-CALENDARIO    PIC X(04).
           05 FILLER               PIC X(10).
      *
      *--- LINHA DA LISTA (PREFIXO/NOME/SIT/VERSAO/INICIO/FIM/MAXIMO)
       01 WS-LINHA-LISTA.
           05 LIS-PREFIXO          PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-NOME             PIC X(21).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-SITUACAO         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-VERSAO           PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-INICIO           PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-FIM              PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIS-MAXIMO           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *--- DIA FECHADO DE CALENDARIO REGIONAL (MESMO LAYOUT DO
      *--- CALREGDD DA TRNC), SO PARA CONFERIR QUE O CODIGO EXISTE
       01 WS-CRG-RECORD.
           05 WS-CRG-CHAVE.
              10 WS-CRG-CALENDARIO PIC X(04).
              10 WS-CRG-DATA       PIC 9(08).
           05 WS-CRG-DESCRICAO     PIC X(20).
           05 WS-CRG-ULT-OPERADOR  PIC X(03).
           05 FILLER               PIC X(05).
      *
      *--- PERFIL DO OFICIAL (SO NIVEL 'S' USA A TRNE, COMO NA TRNC)
       01 WS-OPERATOR-VARS.
           05 WS-ADM-ID            PIC X(03).
           05 WS-ADM-NIVEL         PIC X(01).
              88 ADM-E-OFICIAL     VALUE 'S'.
           05 WS-ADM-IDIOMA        PIC X(02).
      *--- JANELA DE ACESSO E TERMINAL VINCULADO DO PERFIL (ZEROS/
      *--- BRANCO = SEM RESTRICAO), CONFERIDOS NO SIGN-ON DE TODA
      *--- TRANSACAO (1070-CHECK-ACCESS-WINDOW)
           05 WS-OP-HORA-INICIO    PIC 9(04) VALUE ZERO.
           05 WS-OP-HORA-FIM       PIC 9(04) VALUE ZERO.
           05 WS-OP-TERMINAL       PIC X(04) VALUE SPACES.
           05 WS-AGORA-HHMM        PIC 9(04) VALUE ZERO.
      *
      *--- SQLCA E CONTROLE DE SQLCODE (SO PARA O PERFIL)
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQL-CONTROLE.
           05 WS-SQLCODE            PIC S9(09) COMP VALUE 0.
              88 SQL-OK             VALUE 0.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- REGISTRO DE TRILHA DE AUDITORIA (TDQ 'AUDT', MESMO LAYOUT
      *--- DO WS-AUDIT-RECORD DO MYCICS)
       01 WS-AUDIT-RECORD.
           05 AUD-TERMID           PIC X(04).
           05 AUD-TASKN            PIC 9(07).
           05 AUD-DATE             PIC 9(07).
           05 AUD-TIME             PIC 9(07).
           05 AUD-TRANCODE         PIC X(04).
           05 AUD-OPID             PIC X(03).
           05 AUD-DATAI            PIC X(30).
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA BUSCAI/BUSCAL (SALTO POR PREFIXO), SELI/SELIL
      *--- (LINHA ESCOLHIDA), OS CAMPOS DE DETALHE PREFI, NOMEI, DIASI,
      *--- CTTI, SITI, INII, FIMI, MAXI, VERI, CALRI (CALENDARIO
      *--- REGIONAL) - COM OS xxxL E OS xxxO CORRESPONDENTES -, A
      *--- LISTA LIN-AGEO OCCURS 10 E OS DE SAIDA
      *--- ULTO (ULTIMA ALTERACAO) E MSGO.
       COPY MYMAPEC.
      *
      *--- AREA DE COMUNICACAO (ESTADO DA PAGINACAO E DA EDICAO)
       01 WS-COMMAREA.
           05 CA-MSG               PIC X(70).
           05 CA-FIRST-KEY-SCREEN  PIC X(04).
           05 CA-LAST-KEY-SCREEN   PIC X(04).
           05 CA-START-BROWSE-KEY  PIC X(04).
           05 CA-ROWS-FETCHED      PIC 9(02).
           05 CA-EDIT-FLAG         PIC X(01) VALUE 'N'.
              88 CA-EDIT-MODE-ON     VALUE 'Y'.
           05 CA-EDIT-KEY          PIC X(04).
           05 CA-LINE-KEYS OCCURS 10 TIMES PIC X(04).
      *
      *--- COPYBOOKS PADRAO CICS
       COPY DFHAID.
      *
       LINKAGE SECTION.
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
       01 DFHCOMMAREA             PIC X(129).
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
      *--- A TRNE INTEIRA E SO PARA OFICIAIS DE SEGURANCA (NIVEL 'S')
           PERFORM 1060-GET-ADMIN-PROFILE.
           PERFORM 1070-CHECK-ACCESS-WINDOW.
           IF NOT ADM-E-OFICIAL
              EXEC CICS SEND
                  TEXT
                  FROM('ACESSO RESTRITO A OFICIAIS DE SEGURANCA.')
                  ERASE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 2000-FIRST-TIME
               WHEN OTHER
                   PERFORM 3000-SUBSEQUENT-TIME
           END-EVALUATE.
       GOBACK.
      *
       1060-GET-ADMIN-PROFILE.
           MOVE SPACES TO WS-ADM-NIVEL.
           MOVE EIBOPID TO WS-ADM-ID.
           EXEC SQL
               SELECT NIVEL_AUTORIZACAO, IDIOMA_PREFERIDO,
                      HORA_INICIO, HORA_FIM, TERMINAL_VINCULADO
                 INTO :WS-ADM-NIVEL, :WS-ADM-IDIOMA,
                      :WS-OP-HORA-INICIO, :WS-OP-HORA-FIM,
                      :WS-OP-TERMINAL
                 FROM TB_OPERADORES
                WHERE OPERADOR_ID = :WS-ADM-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT SQL-OK
              MOVE SPACES TO WS-ADM-NIVEL
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
           MOVE LOW-VALUES TO CA-START-BROWSE-KEY.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
           MOVE 'CADASTRO DE AGENCIAS. PF5=MOSTRA PF6=GRAVA'
               TO WS-MSG-SAIDA.
      *
           PERFORM 4000-LOAD-DATA-FORWARD.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE DFHCOMMAREA(1:129) TO WS-COMMAREA.
           MOVE SPACES TO WS-MSG-SAIDA.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CHAVE=' CA-START-BROWSE-KEY
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3050-PROCESS-ENTER
               WHEN DFHPF8
                   PERFORM 3100-PROCESS-PAGE-FORWARD
               WHEN DFHPF7
                   PERFORM 3200-PROCESS-PAGE-BACK
               WHEN DFHPF5
                   PERFORM 3400-PROCESS-SHOW-AGENCY
               WHEN DFHPF6
                   PERFORM 3500-PROCESS-SAVE-AGENCY
               WHEN DFHPF3
                   PERFORM 3300-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/5/6/7/8.'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *
       3050-PROCESS-ENTER.
      * ENTER: salta para o prefixo digitado em BUSCAI; sem nada
      * digitado, so redesenha a pagina atual. Sai do modo de edicao.
           EXEC CICS RECEIVE
               MAP('MYMAPE')
               MAPSET('MYSETE')
               INTO(WS-MYMAPE-AREA)
           END-EXEC.
      *
           MOVE 'N' TO CA-EDIT-FLAG.
           IF BUSCAL > 0
              MOVE BUSCAI TO CA-START-BROWSE-KEY
           ELSE
              MOVE CA-FIRST-KEY-SCREEN TO CA-START-BROWSE-KEY
           END-IF.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
           PERFORM 4000-LOAD-DATA-FORWARD.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3100-PROCESS-PAGE-FORWARD.
           MOVE CA-LAST-KEY-SCREEN TO CA-START-BROWSE-KEY.
           MOVE 'Y' TO WS-SKIP-FIRST-REC.
           PERFORM 4000-LOAD-DATA-FORWARD.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3200-PROCESS-PAGE-BACK.
           IF CA-FIRST-KEY-SCREEN = LOW-VALUES
              OR CA-FIRST-KEY-SCREEN = SPACES
              MOVE 'JA ESTA NO INICIO DO ARQUIVO.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           ELSE
              PERFORM 4100-CALCULATE-PAGE-BACK-KEY
              MOVE 'N' TO WS-SKIP-FIRST-REC
              PERFORM 4000-LOAD-DATA-FORWARD
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
       3300-PROCESS-EXIT.
           EXEC CICS SEND
               TEXT
               FROM('Manutencao do cadastro de agencias encerrada.')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
       3400-PROCESS-SHOW-AGENCY.
      * PF5: mostra a agencia da linha escolhida em SELI nos campos de
      * detalhe e entra em modo de edicao.
           EXEC CICS RECEIVE
               MAP('MYMAPE')
               MAPSET('MYSETE')
               INTO(WS-MYMAPE-AREA)
           END-EXEC.
      *
           IF SELIL = 0 OR SELI < 1 OR SELI > CA-ROWS-FETCHED
              MOVE 'DIGITE EM SEL A LINHA DESEJADA (1-10).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE CA-LINE-KEYS(SELI) TO WS-AGR-PREFIXO.
           PERFORM 4200-READ-AGENCY.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'AGENCIA NAO ENCONTRADA.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           SET CA-EDIT-MODE-ON TO TRUE.
           MOVE WS-AGR-PREFIXO TO CA-EDIT-KEY.
           MOVE CA-FIRST-KEY-SCREEN TO CA-START-BROWSE-KEY.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
           PERFORM 4000-LOAD-DATA-FORWARD.
           MOVE CA-EDIT-KEY TO WS-AGR-PREFIXO.
           PERFORM 4200-READ-AGENCY.
           PERFORM 4300-SHOW-DETAIL.
           MOVE 'ALTERE OS CAMPOS E TECLE PF6 P/ GRAVAR.'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3500-PROCESS-SAVE-AGENCY.
      * PF6: grava os campos de detalhe. Em modo de edicao, READ
      * UPDATE + REWRITE da agencia mostrada pelo PF5 (o prefixo nao
      * muda); fora dele, WRITE de uma agencia nova com o PREFIXO
      * digitado. Auditoria na TDQ 'AUDT' logo apos.
           EXEC CICS RECEIVE
               MAP('MYMAPE')
               MAPSET('MYSETE')
               INTO(WS-MYMAPE-AREA)
           END-EXEC.
           PERFORM 3870-GET-TODAY.
      *
           IF CA-EDIT-MODE-ON
              MOVE CA-EDIT-KEY TO WS-AGR-PREFIXO
              EXEC CICS READ
                  FILE('AGYREGDD')
                  INTO(WS-AGR-RECORD)
                  RIDFLD(WS-AGR-PREFIXO)
                  UPDATE
                  RESP(WS-RESP)
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 MOVE 'AGENCIA NAO ENCONTRADA PARA ATUALIZAR.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              PERFORM 3505-NORMALIZE-RECORD
              MOVE WS-AGR-RECORD TO WS-AGR-ANTES
           ELSE
              PERFORM 3510-NEW-AGENCY-KEY
           END-IF.
      *
           PERFORM 3520-VALIDATE-DETAIL.
           IF WS-DETALHE-ERRO
              IF CA-EDIT-MODE-ON
                 EXEC CICS UNLOCK FILE('AGYREGDD') END-EXEC
              END-IF
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE WS-HOJE  TO WS-AGR-ULT-ALTERACAO.
           MOVE EIBOPID  TO WS-AGR-ULT-OPERADOR.
           IF CA-EDIT-MODE-ON
              EXEC CICS REWRITE
                  FILE('AGYREGDD')
                  FROM(WS-AGR-RECORD)
                  RESP(WS-RESP)
              END-EXEC
              MOVE 'AGE ALT ' TO WS-AUD-ACAO
           ELSE
              EXEC CICS WRITE
                  FILE('AGYREGDD')
                  FROM(WS-AGR-RECORD)
                  RIDFLD(WS-AGR-PREFIXO)
                  RESP(WS-RESP)
              END-EXEC
              MOVE 'AGE INC ' TO WS-AUD-ACAO
           END-IF.
           IF EIBRESP = DFHRESP(DUPREC)
              MOVE 'AGENCIA JA CADASTRADA. USE PF5 PARA ALTERAR.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA GRAVACAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           PERFORM 3560-WRITE-AUDIT-TRAIL.
           MOVE 'N' TO CA-EDIT-FLAG.
           MOVE WS-AGR-PREFIXO TO CA-START-BROWSE-KEY.
           MOVE 'N' TO WS-SKIP-FIRST-REC.
           PERFORM 4000-LOAD-DATA-FORWARD.
           MOVE 'AGENCIA GRAVADA E AUDITADA.' TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- REGISTRO CONVERTIDO DO ARQUIVO ANTIGO (SO PREFIXO, NOME,
      *--- DIAS E CONTATO) CHEGA COM OS CAMPOS NOVOS EM BRANCO: VALE
      *--- COMO AGENCIA ATIVA, SEM DATAS, SEM LIMITE E SEM RESTRICAO
      *--- DE VERSAO - MESMA LEITURA QUE O MYBATCH/MYINVAL FAZEM
       3505-NORMALIZE-RECORD.
           IF NOT WS-AGR-ATIVA AND NOT WS-AGR-SUSPENSA
              AND NOT WS-AGR-ENCERRADA
              SET WS-AGR-ATIVA TO TRUE
           END-IF.
           IF WS-AGR-DATA-INICIO NOT NUMERIC
              MOVE ZERO TO WS-AGR-DATA-INICIO
           END-IF.
           IF WS-AGR-DATA-FIM NOT NUMERIC
              MOVE ZERO TO WS-AGR-DATA-FIM
           END-IF.
           IF WS-AGR-VALOR-MAXIMO NOT NUMERIC
              MOVE ZERO TO WS-AGR-VALOR-MAXIMO
           END-IF.
           IF WS-AGR-VERSAO-LAYOUT = LOW-VALUES
              MOVE SPACES TO WS-AGR-VERSAO-LAYOUT
           END-IF.
           IF WS-AGR-ULT-ALTERACAO NOT NUMERIC
              MOVE ZERO TO WS-AGR-ULT-ALTERACAO
           END-IF.
           IF WS-AGR-CALENDARIO = LOW-VALUES
              MOVE SPACES TO WS-AGR-CALENDARIO
           END-IF.
           EXIT.
      *
      *--- AGENCIA NOVA: PREFIXO DE 4 POSICOES SEM BRANCOS (E O QUE
      *--- CASA COM O INICIO DO ID DE RODADA DO CABECALHO)
       3510-NEW-AGENCY-KEY.
           IF PREFL = 0 OR PREFI = SPACES
              MOVE 'AGENCIA NOVA: DIGITE O PREFIXO (4 POSICOES).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE ZERO TO WS-DIAS-INVALIDOS.
           INSPECT PREFI TALLYING WS-DIAS-INVALIDOS FOR ALL SPACES.
           IF WS-DIAS-INVALIDOS > ZERO
              MOVE 'PREFIXO DEVE TER 4 POSICOES, SEM BRANCOS.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           INITIALIZE WS-AGR-RECORD.
           INITIALIZE WS-AGR-ANTES.
           MOVE PREFI     TO WS-AGR-PREFIXO.
           MOVE 'SSSSSNN' TO WS-AGR-DIAS-ESPERADOS.
           MOVE 'A'       TO WS-AGR-SITUACAO.
           MOVE WS-HOJE   TO WS-AGR-DATA-INICIO.
           MOVE '01'      TO WS-AGR-VERSAO-LAYOUT.
           EXIT.
      *
      *--- CONFERE E APLICA OS CAMPOS DE DETALHE SOBRE WS-AGR-RECORD.
      *--- CAMPO NAO DIGITADO (xxxL = 0) MANTEM O VALOR ATUAL; A
      *--- COERENCIA DA AGENCIA COMPLETA E CONFERIDA NO FIM.
       3520-VALIDATE-DETAIL.
           SET WS-DETALHE-OK TO TRUE.
           IF NOMEL > 0
              MOVE NOMEI TO WS-AGR-NOME
           END-IF.
           IF DIASL > 0
              MOVE ZERO TO WS-DIAS-INVALIDOS
              INSPECT DIASI TALLYING WS-DIAS-INVALIDOS
                  FOR ALL 'S' ALL 'N'
              IF WS-DIAS-INVALIDOS NOT = 7
                 MOVE 'DIAS ESPERADOS: 7 POSICOES S/N (SEG A DOM).'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              ELSE
                 MOVE DIASI TO WS-AGR-DIAS-ESPERADOS
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND CTTL > 0
              MOVE CTTI TO WS-AGR-CONTATO
           END-IF.
           IF WS-DETALHE-OK AND SITL > 0
              IF SITI = 'A' OR SITI = 'S' OR SITI = 'T'
                 MOVE SITI TO WS-AGR-SITUACAO
              ELSE
                 MOVE 'SITUACAO: A=ATIVA S=SUSPENSA T=ENCERRADA.'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND INIL > 0
              IF INII NOT NUMERIC
                 MOVE 'DATA DE INICIO INVALIDA (AAAAMMDD).'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              ELSE
                 MOVE INII TO WS-AGR-DATA-INICIO
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND FIML > 0
              IF FIMI NOT NUMERIC
                 MOVE 'DATA DE FIM INVALIDA (AAAAMMDD OU ZEROS).'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              ELSE
                 MOVE FIMI TO WS-AGR-DATA-FIM
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND MAXL > 0
              MOVE MAXI TO WS-VALOR-ENTRADA
              INSPECT WS-VALOR-ENTRADA REPLACING LEADING SPACES
                  BY ZEROS
              IF WS-VALOR-ENTRADA NOT NUMERIC
                 MOVE 'VALOR MAXIMO INVALIDO (15 DIGITOS, 2 DECIMAIS).'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              ELSE
                 MOVE WS-VALOR-ENTRADA-N TO WS-AGR-VALOR-MAXIMO
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND VERL > 0
              IF VERI = '01' OR VERI = '02' OR VERI = '03'
                 MOVE VERI TO WS-AGR-VERSAO-LAYOUT
              ELSE
                 MOVE 'VERSAO DE LAYOUT HOMOLOGADA: 01, 02 OU 03.'
                     TO WS-MSG-SAIDA
                 SET WS-DETALHE-ERRO TO TRUE
              END-IF
           END-IF.
           IF WS-DETALHE-OK AND CALRL > 0
              IF CALRI = SPACES
                 MOVE SPACES TO WS-AGR-CALENDARIO
              ELSE
                 PERFORM 3530-CHECK-CALENDARIO
              END-IF
           END-IF.
      *
      *--- COERENCIA DA AGENCIA COMPLETA (NOVA OU ALTERADA). AGENCIA
      *--- ENCERRADA SEM DATA DE FIM ENCERRA HOJE.
           IF WS-DETALHE-OK
              IF WS-AGR-ENCERRADA AND WS-AGR-DATA-FIM = ZERO
                 MOVE WS-HOJE TO WS-AGR-DATA-FIM
              END-IF
              EVALUATE TRUE
                  WHEN WS-AGR-NOME = SPACES
                      MOVE 'INFORME O NOME DA AGENCIA.' TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN WS-AGR-DATA-INICIO NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (WS-AGR-DATA-INICIO) NOT = ZERO
                      MOVE 'DATA DE INICIO INVALIDA (AAAAMMDD).'
                          TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN WS-AGR-DATA-FIM NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (WS-AGR-DATA-FIM) NOT = ZERO
                      MOVE 'DATA DE FIM INVALIDA (AAAAMMDD OU ZEROS).'
                          TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN WS-AGR-DATA-FIM NOT = ZERO
                       AND WS-AGR-DATA-FIM < WS-AGR-DATA-INICIO
                      MOVE 'DATA DE FIM ANTERIOR AO INICIO.'
                          TO WS-MSG-SAIDA
                      SET WS-DETALHE-ERRO TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.
           EXIT.
      *
      *--- O CALENDARIO REGIONAL DIGITADO TEM QUE TER AO MENOS UM DIA
      *--- FECHADO NO CALREGDD (O CALENDARIO NASCE NA TRNC) - CODIGO
      *--- DIGITADO ERRADO DEIXARIA A AGENCIA SO NO NACIONAL CALADA
       3530-CHECK-CALENDARIO.
           MOVE CALRI TO WS-CRG-CALENDARIO.
           MOVE ZERO  TO WS-CRG-DATA.
           EXEC CICS STARTBR
               FILE('CALREGDD')
               RIDFLD(WS-CRG-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                  FILE('CALREGDD')
                  INTO(WS-CRG-RECORD)
                  RIDFLD(WS-CRG-CHAVE)
                  RESP(WS-RESP)
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-CRG-CALENDARIO
              END-IF
              EXEC CICS ENDBR FILE('CALREGDD') END-EXEC
           ELSE
              MOVE SPACES TO WS-CRG-CALENDARIO
           END-IF.
           IF WS-CRG-CALENDARIO = CALRI
              MOVE CALRI TO WS-AGR-CALENDARIO
           ELSE
              MOVE 'CALENDARIO REGIONAL SEM DIAS FECHADOS NA TRNC.'
                  TO WS-MSG-SAIDA
              SET WS-DETALHE-ERRO TO TRUE
           END-IF.
           EXIT.
      *
      *--- TRILHA DA MANUTENCAO NA TDQ 'AUDT' (MESMO LAYOUT DO
      *--- MYCICS): A OPERACAO E, CAMPO A CAMPO, O QUE MUDOU - VALOR
      *--- ANTERIOR > VALOR NOVO ONDE CABE NA LINHA; NOME E CONTATO SO
      *--- REGISTRAM QUE MUDARAM E O VALOR MAXIMO SAI EM DUAS LINHAS.
       3560-WRITE-AUDIT-TRAIL.
           MOVE SPACES TO AUD-DATAI.
           STRING WS-AUD-ACAO DELIMITED BY SIZE
                  WS-AGR-PREFIXO DELIMITED BY SIZE
                  ' SIT=' DELIMITED BY SIZE
                  WS-AGR-SITUACAO DELIMITED BY SIZE
                  ' VER=' DELIMITED BY SIZE
                  WS-AGR-VERSAO-LAYOUT DELIMITED BY SIZE
                  INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
           IF WS-AGR-NOME NOT = WS-ANT-NOME
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' NOME ALTERADO'
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-AGR-CONTATO NOT = WS-ANT-CONTATO
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' CONTATO ALTERADO'
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-AGR-DIAS-ESPERADOS NOT = WS-ANT-DIAS-ESPERADOS
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' DIA '
                     WS-ANT-DIAS-ESPERADOS '>' WS-AGR-DIAS-ESPERADOS
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-AGR-SITUACAO NOT = WS-ANT-SITUACAO
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' SIT '
                     WS-ANT-SITUACAO '>' WS-AGR-SITUACAO
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-AGR-DATA-INICIO NOT = WS-ANT-DATA-INICIO
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' INI '
                     WS-ANT-DATA-INICIO '>' WS-AGR-DATA-INICIO
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-AGR-DATA-FIM NOT = WS-ANT-DATA-FIM
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' FIM '
                     WS-ANT-DATA-FIM '>' WS-AGR-DATA-FIM
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-AGR-VERSAO-LAYOUT NOT = WS-ANT-VERSAO-LAYOUT
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' VER '
                     WS-ANT-VERSAO-LAYOUT '>' WS-AGR-VERSAO-LAYOUT
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-AGR-CALENDARIO NOT = WS-ANT-CALENDARIO
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' CAL '
                     WS-ANT-CALENDARIO '>' WS-AGR-CALENDARIO
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-AGR-VALOR-MAXIMO NOT = WS-ANT-VALOR-MAXIMO
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' MAX- '
                     WS-ANT-VALOR-MAXIMO
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
              MOVE SPACES TO AUD-DATAI
              STRING 'AGE ' WS-AGR-PREFIXO ' MAX+ '
                     WS-AGR-VALOR-MAXIMO
                  DELIMITED BY SIZE INTO AUD-DATAI
              PERFORM 3990-WRITE-AUDIT-RECORD
           END-IF.
           EXIT.
      *
      *--- DATA DE HOJE AAAAMMDD A PARTIR DO EIBDATE 0CYYDDD (MESMA
      *--- CONVERSAO DO MYCICSAJ)
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
           MOVE 'TRNE'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE I/O (PAGINACAO, NO ESTILO DO MYCICSMS)
      *================================================================*
       4000-LOAD-DATA-FORWARD.
           INITIALIZE WS-MYMAPE-AREA.
           MOVE ZERO TO CA-ROWS-FETCHED.
      *
           MOVE CA-START-BROWSE-KEY TO WS-AGR-PREFIXO.
           EXEC CICS STARTBR
               FILE('AGYREGDD')
               RIDFLD(WS-AGR-PREFIXO)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'NENHUMA AGENCIA A PARTIR DO PREFIXO.'
                  TO WS-MSG-SAIDA
           ELSE
              IF WS-SKIP-FIRST-YES
                 PERFORM 4050-READNEXT-AGENCY
              END-IF
      *
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-MAX-LINHAS
                 PERFORM 4050-READNEXT-AGENCY
                 IF EIBRESP = DFHRESP(ENDFILE)
                    MOVE 'FIM DOS DADOS.' TO WS-MSG-SAIDA
                    EXIT PERFORM
                 END-IF
                 PERFORM 3505-NORMALIZE-RECORD
                 IF WS-SUB = 1
                    MOVE WS-AGR-PREFIXO TO CA-FIRST-KEY-SCREEN
                 END-IF
                 MOVE WS-AGR-PREFIXO       TO CA-LAST-KEY-SCREEN
                 MOVE WS-AGR-PREFIXO       TO LIS-PREFIXO
                 MOVE WS-AGR-NOME          TO LIS-NOME
                 MOVE WS-AGR-SITUACAO      TO LIS-SITUACAO
                 MOVE WS-AGR-VERSAO-LAYOUT TO LIS-VERSAO
                 MOVE WS-AGR-DATA-INICIO   TO LIS-INICIO
                 MOVE WS-AGR-DATA-FIM      TO LIS-FIM
                 MOVE WS-AGR-VALOR-MAXIMO  TO LIS-MAXIMO
                 MOVE WS-LINHA-LISTA       TO LIN-AGEO(WS-SUB)
                 MOVE WS-AGR-PREFIXO TO CA-LINE-KEYS(WS-SUB)
                 ADD 1 TO CA-ROWS-FETCHED
              END-PERFORM
      *
              EXEC CICS ENDBR FILE('AGYREGDD') END-EXEC
           END-IF.
           EXIT.
      *
       4050-READNEXT-AGENCY.
           EXEC CICS READNEXT
               FILE('AGYREGDD')
               INTO(WS-AGR-RECORD)
               RIDFLD(WS-AGR-PREFIXO)
               RESP(WS-RESP)
           END-EXEC.
           EXIT.
      *
       4100-CALCULATE-PAGE-BACK-KEY.
      * Le ate WS-MAX-LINHAS registros PARA TRAS, para descobrir onde
      * a pagina anterior comecava (mesma rotina do MYCICSMS).
           MOVE CA-FIRST-KEY-SCREEN TO WS-AGR-PREFIXO.
           EXEC CICS STARTBR
               FILE('AGYREGDD')
               RIDFLD(WS-AGR-PREFIXO)
               GTEQ
           END-EXEC.
      *
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAX-LINHAS
              EXEC CICS READPREV
                  FILE('AGYREGDD')
                  INTO(WS-AGR-RECORD)
                  RIDFLD(WS-AGR-PREFIXO)
                  RESP(WS-RESP)
              END-EXEC
              IF EIBRESP = DFHRESP(ENDFILE)
                 MOVE LOW-VALUES TO CA-START-BROWSE-KEY
                 EXIT PERFORM
              ELSE
                 MOVE WS-AGR-PREFIXO TO CA-START-BROWSE-KEY
              END-IF
           END-PERFORM.
      *
           EXEC CICS ENDBR FILE('AGYREGDD') END-EXEC.
           EXIT.
      *
       4200-READ-AGENCY.
           EXEC CICS READ
               FILE('AGYREGDD')
               INTO(WS-AGR-RECORD)
               RIDFLD(WS-AGR-PREFIXO)
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM 3505-NORMALIZE-RECORD
           END-IF.
           EXIT.
      *
      *--- CAMPOS DE DETALHE DA AGENCIA EM WS-AGR-RECORD
       4300-SHOW-DETAIL.
           MOVE WS-AGR-PREFIXO        TO PREFO.
           MOVE WS-AGR-NOME           TO NOMEO.
           MOVE WS-AGR-DIAS-ESPERADOS TO DIASO.
           MOVE WS-AGR-CONTATO        TO CTTO.
           MOVE WS-AGR-SITUACAO       TO SITO.
           MOVE WS-AGR-DATA-INICIO    TO INIO.
           MOVE WS-AGR-DATA-FIM       TO FIMO.
           MOVE WS-AGR-VALOR-MAXIMO   TO WS-VALOR-ED.
           MOVE WS-VALOR-ED           TO MAXO.
           MOVE WS-AGR-VERSAO-LAYOUT  TO VERO.
           MOVE WS-AGR-CALENDARIO     TO CALRO.
           MOVE SPACES TO ULTO.
           IF WS-AGR-ULT-ALTERACAO NOT = ZERO
              STRING WS-AGR-ULT-ALTERACAO ' ' WS-AGR-ULT-OPERADOR
                  DELIMITED BY SIZE INTO ULTO
           END-IF.
           EXIT.
      *
       5000-SEND-AND-RETURN.
           MOVE WS-MSG-SAIDA TO MSGO.
      *
           EXEC CICS SEND
               MAP('MYMAPE')
               MAPSET('MYSETE')
               FROM(WS-MYMAPE-AREA)
               ERASE
           END-EXEC.
      *
           EXEC CICS RETURN
               TRANSID('TRNE')
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
