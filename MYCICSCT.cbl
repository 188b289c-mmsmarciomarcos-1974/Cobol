      * PROGRAMA CICS - MANUTENCAO DO CATALOGO DE CORES
      *
      * TRANSACAO: 'TRND'
      * ARQUIVOS:  'COLRFILE' (VSAM KSDS POR TIPO + CAMPOS - O MESMO
      *            CATALOGO QUE O CORMIX CARREGA EM TODOS OS
      *            AMBIENTES, CARGA INICIAL PELO MYCLRLD)
      *            'COLRHIST' (VERSOES DATADAS DE CADA ENTRADA,
      *            COPYBOOK MYCLRHC)
      * MAPA:      'MYMAPD' / MAPSET 'MYSETD'
      *
      * O LABORATORIO DEIXA DE DESPACHAR ARQUIVO: CORES, REGRAS DE
      * MISTURA E RECEITAS SAO MANTIDAS AQUI. NENHUMA ALTERACAO E
      * GRAVADA POR CIMA: CADA UMA VIRA UMA NOVA VERSAO DA ENTRADA NO
      * COLRHIST, COM A DATA A PARTIR DA QUAL VALE, E SO ENTRA NO
      * CATALOGO DEPOIS DE APROVADA POR OUTRO OPERADOR (MESMO
      * PRINCIPIO DE QUATRO OLHOS DA TRNP). LOGICA (NO ESTILO DA
      * TRN6/MYCICSMM):
      *
      * 1. EIBCALEN = 0: Envia a tela limpa.
      * 2. ENTER: Consulta a entrada do TIPO+CAMPOS digitados, como
      *    esta em vigor hoje (COLRFILE).
      * 3. PF5: Pede a inclusao/alteracao da entrada (COR: HEX +
      *    R/G/B + CUSTO; REGRA: RESULTADO; RECEITA: CAMPO 1 = COR DA
      *    RECEITA, CAMPO 2 = COR COMPONENTE E O % DELA, AMBAS JA
      *    CADASTRADAS, ATE 8 COMPONENTES) com vigencia na data
      *    digitada (AAAAMMDD; EM BRANCO = HOJE; NUNCA ANTERIOR A
      *    HOJE). GRAVA A VERSAO SEGUINTE DA ENTRADA, PENDENTE.
      * 4. PF6: Pede a exclusao da entrada na vigencia digitada
      *    (tambem uma versao pendente).
      * 5. PF8: Mostra a proxima versao pendente de aprovacao, com o
      *    solicitante e a data do pedido.
      * 6. PF10: APROVA a versao em tela. O APROVADOR TEM DE SER
      *    OUTRO OPERADOR. Com a vigencia ja alcancada, a versao em
      *    vigor e aplicada ao COLRFILE na mesma unidade de trabalho;
      *    vigencia futura e aplicada pelo MYCLRVIG na virada do dia.
      * 7. PF11: REJEITA a versao em tela (o catalogo nao muda).
      * 8. PF3: Sai.
      *
      * MANUTENCAO E APROVACAO SAO PRIVILEGIO 'F' EM TB_OPERADORES
      * (MESMO MECANISMO DA TRN6); QUALQUER OUTRO OPERADOR SO
      * CONSULTA. TODA ACAO VAI PARA A TRILHA AUDT.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       01 WS-PROGRAM-VARS.
           05 WS-RESP              PIC S9(08) COMP.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-HOJE              PIC 9(08) VALUE ZERO.
           05 WS-DATA-JULIANA      PIC 9(07) VALUE ZERO.
           05 WS-ULT-VERSAO        PIC 9(03) VALUE ZERO.
           05 WS-ACAO              PIC X(01).
           05 WS-ACAO-DESCR        PIC X(09).
           05 WS-FIM-BROWSE-FLAG   PIC X(01) VALUE 'N'.
              88 WS-FIM-BROWSE           VALUE 'S'.
           05 WS-ACHOU-FLAG        PIC X(01) VALUE 'N'.
              88 WS-ACHOU                VALUE 'S'.
           05 WS-VIGENTE-FLAG      PIC X(01) VALUE 'N'.
              88 WS-HA-VIGENTE           VALUE 'S'.
           05 WS-DATA-VIG          PIC 9(08) VALUE ZERO.
           05 WS-DATA-VIG-R REDEFINES WS-DATA-VIG.
              10 WS-VIG-ANO        PIC 9(04).
              10 WS-VIG-MES        PIC 9(02).
              10 WS-VIG-DIA        PIC 9(02).
      *--- % DO COMPONENTE DA RECEITA COMO DIGITADO (0600 = 60,0%) E A
      *--- CONTAGEM DOS COMPONENTES JA EM VIGOR DA RECEITA
           05 WS-PCT-DIGITADO      PIC X(04).
           05 WS-PCT-VALOR REDEFINES WS-PCT-DIGITADO PIC 9(03)V9.
           05 WS-QTD-COMPONENTES   PIC 9(03) VALUE ZERO.
           05 WS-CHAVE-BUSCA       PIC X(31).
      *
      *--- REGISTRO DO CATALOGO (MESMO LAYOUT DO COLR-RECORD DO
      *--- CORMIX/MYCLRLD)
               10 WS-COLR-CAMPO-1  PIC X(15).
               10 WS-COLR-CAMPO-2  PIC X(15).
           05 WS-COLR-HEX          PIC X(07).
      *--- % DO COMPONENTE NA RECEITA (TIPO 'R')
           05 WS-COLR-RECEITA REDEFINES WS-COLR-HEX.
               10 WS-COLR-PERCENTUAL PIC 9(03)V9.
               10 FILLER           PIC X(03).
           05 WS-COLR-R            PIC 9(03).
           05 WS-COLR-G            PIC 9(03).
           05 WS-COLR-B            PIC 9(03).
           05 WS-COLR-CUSTO        PIC 9(05)V99.
           05 FILLER               PIC X(01).
      *
      *--- ENTRADA COMO ESTA HOJE NO COLRFILE (LIDA SEM TOCAR NO
      *--- WS-COLR-RECORD JA MONTADO COM OS VALORES DA TELA)
       01 WS-COLR-ATUAL            PIC X(70).
      *
      *--- VERSAO DA ENTRADA (COLRHIST) E A VERSAO EM VIGOR ACHADA NA
      *--- LEITURA DE TODAS AS VERSOES DA ENTRADA
       COPY MYCLRHC.
       01 WS-VIGENTE-RECORD        PIC X(130).
      *
      *--- PERFIL DO OPERADOR NA TABELA CENTRAL TB_OPERADORES, MESMO
      *--- DESENHO DA TRN6
       01 WS-AUTH-CONTROLE.
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA TIPOI/TIPOL, CAMPO1I/CAMPO1L, CAMPO2I/CAMPO2L,
      *--- HEXI/HEXL, RI/RL, GI/GL, BI/BL, CUSTOI/CUSTOL,
      *--- RESULTI/RESULTL, VIGI/VIGL (VIGENCIA AAAAMMDD), PCTI/PCTL
      *--- (% DO COMPONENTE DA RECEITA, 4 DIGITOS COM 1 DECIMAL) E OS
      *--- DE SAIDA TIPOO/CAMPO1O/CAMPO2O/HEXO/RO/GO/BO/CUSTOO/
      *--- RESULTO/VIGO/PCTO E MSGO.
       COPY MYMAPDC.
      *
      *--- A VERSAO PENDENTE EM TELA VIAJA NA COMMAREA PARA O PF10/
      *--- PF11 AGIREM SOBRE EXATAMENTE O QUE O APROVADOR VIU
       01 WS-COMMAREA.
           05 CA-SESSION-FLAG      PIC X(01) VALUE 'Y'.
           05 CA-HIST-CHAVE        PIC X(42) VALUE SPACES.
      *
      *--- REGISTRO DE TRILHA DE ATIVIDADE (TDQ 'AUDT', MESMO LAYOUT
      *--- DO MYCICS): TRANSACAO, TERMINAL, TASK, OPERADOR E A CHAVE
      *
       01 DFHEIBLK.
          COPY DFHEIBLK.
       01 DFHCOMMAREA             PIC X(43).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
       2000-FIRST-TIME.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-MYMAPD-AREA.
           MOVE 'TIPO E CAMPOS. ENTER=CONSULTA PF5=PEDE PF8=PENDENTES'
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3000-SUBSEQUENT-TIME.
           MOVE SPACES TO WS-MSG-SAIDA.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
      *
      *--- AS TECLAS DA FILA DE APROVACAO NAO LEEM A TELA: AGEM SOBRE
      *--- A VERSAO DA COMMAREA
           INITIALIZE WS-MYMAPD-AREA.
           IF EIBAID NOT = DFHPF8 AND EIBAID NOT = DFHPF10
              AND EIBAID NOT = DFHPF11
              EXEC CICS RECEIVE
                  MAP('MYMAPD')
                  MAPSET('MYSETD')
                  INTO(WS-MYMAPD-AREA)
              END-EXEC
           END-IF.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CHAVE=' TIPOI CAMPO1I
                   PERFORM 3200-PROCESS-SAVE
               WHEN DFHPF6
                   PERFORM 3300-PROCESS-DELETE
               WHEN DFHPF8
                   PERFORM 3500-PROXIMA-PENDENTE
               WHEN DFHPF10
                   PERFORM 3600-PROCESS-APPROVE
               WHEN DFHPF11
                   PERFORM 3650-PROCESS-REJECT
               WHEN DFHPF3
                   PERFORM 3400-PROCESS-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER,PF3,PF5,PF6,PF8,PF10,
      -                 'PF11.' TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *--- MONTA A CHAVE A PARTIR DA TELA. TIPO 'C': CAMPO 2 FICA EM
      *--- BRANCO (DEFINICAO DE COR); 'M': OS DOIS CAMPOS.
       3050-BUILD-KEY.
           IF TIPOL = 0 OR (TIPOI NOT = 'C' AND TIPOI NOT = 'M'
                            AND TIPOI NOT = 'R')
              MOVE 'TIPO INVALIDO. USE C (COR), M (REGRA), R (RECEITA).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           END-IF.
           MOVE TIPOI   TO WS-COLR-TIPO.
           MOVE CAMPO1I TO WS-COLR-CAMPO-1.
           EVALUATE TIPOI
               WHEN 'M'
                  IF CAMPO2L = 0
                     MOVE 'REGRA EXIGE A SEGUNDA COR (CAMPO 2).'
                         TO WS-MSG-SAIDA
                     PERFORM 5000-SEND-AND-RETURN
                  END-IF
                  MOVE CAMPO2I TO WS-COLR-CAMPO-2
               WHEN 'R'
                  IF CAMPO2L = 0
                     MOVE 'RECEITA EXIGE A COR COMPONENTE (CAMPO 2).'
                         TO WS-MSG-SAIDA
                     PERFORM 5000-SEND-AND-RETURN
                  END-IF
                  MOVE CAMPO2I TO WS-COLR-CAMPO-2
                  IF WS-COLR-CAMPO-2 = WS-COLR-CAMPO-1
                     MOVE 'O COMPONENTE NAO PODE SER A COR DA RECEITA.'
                         TO WS-MSG-SAIDA
                     PERFORM 5000-SEND-AND-RETURN
                  END-IF
               WHEN OTHER
                  MOVE SPACES TO WS-COLR-CAMPO-2
           END-EVALUATE.
           EXIT.
      *
       3100-PROCESS-INQUIRY.
              MOVE WS-COLR-B         TO BO
              MOVE WS-COLR-RESULTADO TO RESULTO
              MOVE WS-COLR-CUSTO     TO CUSTOO
              IF WS-COLR-TIPO = 'R'
                 MOVE SPACES TO HEXO
                 MOVE WS-COLR-PERCENTUAL TO PCTO
              ELSE
                 MOVE ZERO TO PCTO
              END-IF
              MOVE 'ENTRADA EM VIGOR HOJE. PF5 PEDE ALTERACAO.'
                  TO WS-MSG-SAIDA
           ELSE
              MOVE SPACES TO HEXO
              MOVE ZERO TO BO
              MOVE SPACES TO RESULTO
              MOVE ZERO TO CUSTOO
              MOVE ZERO TO PCTO
              MOVE 'ENTRADA NAO CADASTRADA. PF5 PEDE INCLUSAO.'
                  TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- PF5: PEDE A INCLUSAO (CHAVE AINDA NAO EM VIGOR) OU A
      *--- ALTERACAO (CHAVE EM VIGOR) COMO NOVA VERSAO PENDENTE. O
      *--- COLRFILE SO MUDA NA APROVACAO.
       3200-PROCESS-SAVE.
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA MANTER O CATALOGO.'
           END-IF.
           PERFORM 3050-BUILD-KEY.
      *
           EVALUATE WS-COLR-TIPO
               WHEN 'C'
                  IF HEXL = 0 OR RL = 0 OR GL = 0 OR BL = 0
                     OR RI NOT NUMERIC OR GI NOT NUMERIC
                     OR BI NOT NUMERIC
                     MOVE 'COR EXIGE HEX E R/G/B NUMERICOS.'
                         TO WS-MSG-SAIDA
                     PERFORM 5000-SEND-AND-RETURN
                  END-IF
                  MOVE HEXI TO WS-COLR-HEX
                  MOVE RI   TO WS-COLR-R
                  MOVE GI   TO WS-COLR-G
                  MOVE BI   TO WS-COLR-B
                  IF CUSTOL > 0 AND CUSTOI IS NUMERIC
                     MOVE CUSTOI TO WS-COLR-CUSTO
                  ELSE
                     MOVE ZERO TO WS-COLR-CUSTO
                  END-IF
                  MOVE SPACES TO WS-COLR-RESULTADO
               WHEN 'R'
                  PERFORM 3220-VALIDAR-RECEITA
               WHEN OTHER
                  IF RESULTL = 0
                     MOVE 'REGRA EXIGE O RESULTADO.' TO WS-MSG-SAIDA
                     PERFORM 5000-SEND-AND-RETURN
                  END-IF
                  MOVE SPACES TO WS-COLR-HEX
                  MOVE ZERO TO WS-COLR-R
                  MOVE ZERO TO WS-COLR-G
                  MOVE ZERO TO WS-COLR-B
                  MOVE RESULTI TO WS-COLR-RESULTADO
                  MOVE ZERO TO WS-COLR-CUSTO
           END-EVALUATE.
           PERFORM 3280-OBTER-VIGENCIA.
      *
           EXEC CICS READ
               FILE('COLRFILE')
               INTO(WS-COLR-ATUAL)
               RIDFLD(WS-COLR-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'A' TO WS-ACAO
           ELSE
              MOVE 'I' TO WS-ACAO
           END-IF.
      *--- COMPONENTE NOVO NAO PODE PASSAR DO LIMITE DA RECEITA (O
      *--- CORMIX DEVOLVE ATE 8)
           IF WS-COLR-TIPO = 'R' AND WS-ACAO = 'I'
              PERFORM 3230-CONTAR-COMPONENTES
              IF WS-QTD-COMPONENTES NOT < 8
                 MOVE 'RECEITA JA TEM 8 COMPONENTES EM VIGOR.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
           END-IF.
           PERFORM 3250-GRAVAR-VERSAO.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- LINHA DE RECEITA: % DE 0,1 A 100,0 E AS DUAS CORES JA
      *--- CADASTRADAS NO CATALOGO EM VIGOR. A SOMA DOS % DA RECEITA
      *--- FECHA AO LONGO DE VARIAS LINHAS E NAO E CONFERIDA AQUI.
       3220-VALIDAR-RECEITA.
           MOVE PCTI TO WS-PCT-DIGITADO.
           IF PCTL = 0 OR WS-PCT-DIGITADO NOT NUMERIC
              MOVE 'RECEITA EXIGE O % DO COMPONENTE (0600 = 60,0%).'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           IF WS-PCT-VALOR = ZERO OR WS-PCT-VALOR > 100
              MOVE '% DO COMPONENTE FORA DA FAIXA 0,1 A 100,0.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE 'C' TO WS-CHAVE-BUSCA(1:1).
           MOVE WS-COLR-CAMPO-1 TO WS-CHAVE-BUSCA(2:15).
           MOVE SPACES TO WS-CHAVE-BUSCA(17:15).
           EXEC CICS READ
               FILE('COLRFILE')
               INTO(WS-COLR-ATUAL)
               RIDFLD(WS-CHAVE-BUSCA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'COR DA RECEITA (CAMPO 1) NAO CADASTRADA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           MOVE WS-COLR-CAMPO-2 TO WS-CHAVE-BUSCA(2:15).
           EXEC CICS READ
               FILE('COLRFILE')
               INTO(WS-COLR-ATUAL)
               RIDFLD(WS-CHAVE-BUSCA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'COR COMPONENTE (CAMPO 2) NAO CADASTRADA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE SPACES TO WS-COLR-HEX.
           MOVE WS-PCT-VALOR TO WS-COLR-PERCENTUAL.
           MOVE ZERO TO WS-COLR-R.
           MOVE ZERO TO WS-COLR-G.
           MOVE ZERO TO WS-COLR-B.
           MOVE SPACES TO WS-COLR-RESULTADO.
           MOVE ZERO TO WS-COLR-CUSTO.
           EXIT.
      *
      *--- COMPONENTES EM VIGOR DA RECEITA DE WS-COLR-CAMPO-1
       3230-CONTAR-COMPONENTES.
           MOVE ZERO TO WS-QTD-COMPONENTES.
           MOVE 'N' TO WS-FIM-BROWSE-FLAG.
           MOVE 'R' TO WS-CHAVE-BUSCA(1:1).
           MOVE WS-COLR-CAMPO-1 TO WS-CHAVE-BUSCA(2:15).
           MOVE LOW-VALUES TO WS-CHAVE-BUSCA(17:15).
           EXEC CICS STARTBR
               FILE('COLRFILE')
               RIDFLD(WS-CHAVE-BUSCA)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 3235-LER-COMPONENTE UNTIL WS-FIM-BROWSE
              EXEC CICS ENDBR FILE('COLRFILE') END-EXEC
           END-IF.
           EXIT.
      *
       3235-LER-COMPONENTE.
           EXEC CICS READNEXT
               FILE('COLRFILE')
               INTO(WS-COLR-ATUAL)
               RIDFLD(WS-CHAVE-BUSCA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-CHAVE-BUSCA(1:1) = 'R'
              AND WS-CHAVE-BUSCA(2:15) = WS-COLR-CAMPO-1
              ADD 1 TO WS-QTD-COMPONENTES
           ELSE
              SET WS-FIM-BROWSE TO TRUE
           END-IF.
           EXIT.
      *
      *--- GRAVA A VERSAO SEGUINTE DA ENTRADA DE WS-COLR-RECORD, COM A
      *--- ACAO DE WS-ACAO E A VIGENCIA DE WS-DATA-VIG, PENDENTE DE
      *--- APROVACAO
       3250-GRAVAR-VERSAO.
           PERFORM 3260-ULTIMA-VERSAO.
           IF WS-ULT-VERSAO = 999
              MOVE 'ENTRADA JA TEM 999 VERSOES. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           INITIALIZE HIST-RECORD.
           MOVE WS-COLR-TIPO      TO HIST-TIPO.
           MOVE WS-COLR-CAMPO-1   TO HIST-CAMPO-1.
           MOVE WS-COLR-CAMPO-2   TO HIST-CAMPO-2.
           MOVE WS-DATA-VIG       TO HIST-DATA-VIG.
           COMPUTE HIST-VERSAO = WS-ULT-VERSAO + 1.
           MOVE WS-COLR-HEX       TO HIST-HEX.
           MOVE WS-COLR-R         TO HIST-R.
           MOVE WS-COLR-G         TO HIST-G.
           MOVE WS-COLR-B         TO HIST-B.
           MOVE WS-COLR-RESULTADO TO HIST-RESULTADO.
           MOVE WS-COLR-CUSTO     TO HIST-CUSTO.
           MOVE WS-ACAO           TO HIST-ACAO.
           SET HIST-PENDENTE      TO TRUE.
           MOVE 'TRND'            TO HIST-ORIGEM.
           MOVE WS-OP-ID          TO HIST-SOLICITANTE.
           MOVE WS-HOJE           TO HIST-DATA-SOLIC.
           MOVE EIBTIME           TO HIST-HORA-SOLIC.
           MOVE SPACES            TO HIST-APROVADOR.
      *
           EXEC CICS WRITE
               FILE('COLRHIST')
               FROM(HIST-RECORD)
               RIDFLD(HIST-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE HIST-CHAVE TO CA-HIST-CHAVE
              MOVE HIST-DATA-VIG TO VIGO
              MOVE SPACES TO WS-MSG-SAIDA
              STRING 'VERSAO ' HIST-VERSAO ' PENDENTE, VIGENCIA '
                     HIST-DATA-VIG '. OUTRO OPERADOR APROVA.'
                  DELIMITED BY SIZE INTO WS-MSG-SAIDA
           ELSE
              MOVE 'ERRO NA GRAVACAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
           END-IF.
           EXIT.
      *
      *--- MAIOR VERSAO JA GRAVADA DA ENTRADA (TODAS AS VIGENCIAS)
       3260-ULTIMA-VERSAO.
           MOVE ZERO TO WS-ULT-VERSAO.
           MOVE 'N'  TO WS-FIM-BROWSE-FLAG.
           MOVE WS-COLR-KEY TO HIST-CHAVE(1:31).
           MOVE ZERO TO HIST-DATA-VIG.
           MOVE ZERO TO HIST-VERSAO.
           EXEC CICS STARTBR
               FILE('COLRHIST')
               RIDFLD(HIST-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 3265-LER-VERSAO UNTIL WS-FIM-BROWSE
              EXEC CICS ENDBR FILE('COLRHIST') END-EXEC
           END-IF.
           EXIT.
      *
       3265-LER-VERSAO.
           EXEC CICS READNEXT
               FILE('COLRHIST')
               INTO(HIST-RECORD)
               RIDFLD(HIST-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND HIST-CHAVE(1:31) = WS-COLR-KEY
              IF HIST-VERSAO > WS-ULT-VERSAO
                 MOVE HIST-VERSAO TO WS-ULT-VERSAO
              END-IF
           ELSE
              SET WS-FIM-BROWSE TO TRUE
           END-IF.
           EXIT.
      *
      *--- VIGENCIA DA TELA: EM BRANCO = HOJE; DIGITADA, AAAAMMDD
      *--- VALIDA E NAO ANTERIOR A HOJE (O PASSADO NAO SE REESCREVE -
      *--- ORDENS JA RESOLVIDAS CONTINUAM COM A VERSAO DA SUA DATA)
       3280-OBTER-VIGENCIA.
           PERFORM 3870-GET-TODAY.
           IF VIGL = 0
              MOVE WS-HOJE TO WS-DATA-VIG
           ELSE
              IF VIGI NOT NUMERIC
                 MOVE 'VIGENCIA INVALIDA. USE AAAAMMDD.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              MOVE VIGI TO WS-DATA-VIG
              IF WS-VIG-MES < 1 OR WS-VIG-MES > 12
                 OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
                 MOVE 'VIGENCIA INVALIDA. USE AAAAMMDD.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
              IF WS-DATA-VIG < WS-HOJE
                 MOVE 'VIGENCIA NAO PODE SER ANTERIOR A HOJE.'
                     TO WS-MSG-SAIDA
                 PERFORM 5000-SEND-AND-RETURN
              END-IF
           END-IF.
           EXIT.
      *
       3300-PROCESS-DELETE.
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3050-BUILD-KEY.
           PERFORM 3280-OBTER-VIGENCIA.
      *
      *--- A VERSAO DE EXCLUSAO LEVA OS ULTIMOS VALORES DA ENTRADA,
      *--- PARA O HISTORICO MOSTRAR O QUE SAIU DO CATALOGO
           EXEC CICS READ
               FILE('COLRFILE')
               INTO(WS-COLR-ATUAL)
               RIDFLD(WS-COLR-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-COLR-ATUAL TO WS-COLR-RECORD
                   MOVE 'E' TO WS-ACAO
                   PERFORM 3250-GRAVAR-VERSAO
               WHEN DFHRESP(NOTFND)
                   MOVE 'ENTRADA NAO CADASTRADA.' TO WS-MSG-SAIDA
               WHEN OTHER
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *
      *--- PF8: PROXIMA VERSAO PENDENTE DEPOIS DA CHAVE EM TELA (EM
      *--- BRANCO = A PRIMEIRA DO ARQUIVO). NO FIM DA FILA, VOLTA AO
      *--- COMECO NO PF8 SEGUINTE.
       3500-PROXIMA-PENDENTE.
           INITIALIZE WS-MYMAPD-AREA.
           MOVE 'N' TO WS-FIM-BROWSE-FLAG.
           MOVE 'N' TO WS-ACHOU-FLAG.
           IF CA-HIST-CHAVE = SPACES
              MOVE LOW-VALUES TO HIST-CHAVE
           ELSE
              MOVE CA-HIST-CHAVE TO HIST-CHAVE
           END-IF.
           EXEC CICS STARTBR
               FILE('COLRHIST')
               RIDFLD(HIST-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 3510-LER-PENDENTE UNTIL WS-FIM-BROWSE
              EXEC CICS ENDBR FILE('COLRHIST') END-EXEC
           END-IF.
           IF WS-ACHOU
              MOVE HIST-CHAVE TO CA-HIST-CHAVE
              PERFORM 3550-EXIBIR-VERSAO
           ELSE
              MOVE SPACES TO CA-HIST-CHAVE
              MOVE 'NENHUMA VERSAO PENDENTE ADIANTE. PF8 VOLTA AO INICIO
      -            '.' TO WS-MSG-SAIDA
           END-IF.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3510-LER-PENDENTE.
           EXEC CICS READNEXT
               FILE('COLRHIST')
               INTO(HIST-RECORD)
               RIDFLD(HIST-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF HIST-PENDENTE AND HIST-CHAVE NOT = CA-HIST-CHAVE
                 SET WS-ACHOU TO TRUE
                 SET WS-FIM-BROWSE TO TRUE
              END-IF
           ELSE
              SET WS-FIM-BROWSE TO TRUE
           END-IF.
           EXIT.
      *
       3550-EXIBIR-VERSAO.
           MOVE HIST-TIPO       TO TIPOO.
           MOVE HIST-CAMPO-1    TO CAMPO1O.
           MOVE HIST-CAMPO-2    TO CAMPO2O.
           MOVE HIST-DATA-VIG   TO VIGO.
           MOVE HIST-HEX        TO HEXO.
           MOVE HIST-R          TO RO.
           MOVE HIST-G          TO GO.
           MOVE HIST-B          TO BO.
           MOVE HIST-RESULTADO  TO RESULTO.
           MOVE HIST-CUSTO      TO CUSTOO.
           IF HIST-TIPO = 'R'
              MOVE SPACES TO HEXO
              MOVE HIST-PERCENTUAL TO PCTO
           ELSE
              MOVE ZERO TO PCTO
           END-IF.
           EVALUATE TRUE
               WHEN HIST-INCLUSAO
                   MOVE 'INCLUSAO'  TO WS-ACAO-DESCR
               WHEN HIST-EXCLUSAO
                   MOVE 'EXCLUSAO'  TO WS-ACAO-DESCR
               WHEN OTHER
                   MOVE 'ALTERACAO' TO WS-ACAO-DESCR
           END-EVALUATE.
           MOVE SPACES TO WS-MSG-SAIDA.
           STRING 'V' HIST-VERSAO ' ' WS-ACAO-DESCR ' DE '
                  HIST-SOLICITANTE ' EM ' HIST-DATA-SOLIC
                  '. PF10 APROVA PF11 REJEITA PF8 PROXIMA'
               DELIMITED BY SIZE INTO WS-MSG-SAIDA.
           EXIT.
      *
      *--- PF10: APROVA A VERSAO EM TELA. RELE COM UPDATE (AINDA
      *--- PENDENTE?), RECUSA AUTO-APROVACAO, MARCA 'A' E, COM A
      *--- VIGENCIA JA ALCANCADA, REALINHA O COLRFILE - TUDO NA MESMA
      *--- UNIDADE DE TRABALHO.
       3600-PROCESS-APPROVE.
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA APROVAR.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3610-RELER-VERSAO.
           IF HIST-SOLICITANTE = WS-OP-ID
              EXEC CICS UNLOCK FILE('COLRHIST') END-EXEC
              MOVE 'VERSAO DO PROPRIO OPERADOR. OUTRO DEVE APROVAR.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           SET HIST-APROVADA TO TRUE.
           PERFORM 3620-REGRAVAR-DECISAO.
           MOVE SPACES TO WS-MSG-SAIDA.
           IF HIST-DATA-VIG > WS-HOJE
              STRING 'VERSAO APROVADA. ENTRA EM VIGOR EM '
                     HIST-DATA-VIG '.'
                  DELIMITED BY SIZE INTO WS-MSG-SAIDA
           ELSE
              MOVE 'VERSAO APROVADA E APLICADA AO CATALOGO.'
                  TO WS-MSG-SAIDA
              PERFORM 3700-APLICAR-VIGENTE
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE SPACES TO CA-HIST-CHAVE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- PF11: REJEITA - A VERSAO E MARCADA 'R' COM O OPERADOR E A
      *--- HORA DA DECISAO; O CATALOGO NAO E TOCADO
       3650-PROCESS-REJECT.
           IF NOT CURRENT-AUTH-FULL
              MOVE 'SEM AUTORIZACAO PARA REJEITAR.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           PERFORM 3610-RELER-VERSAO.
           SET HIST-REJEITADA TO TRUE.
           PERFORM 3620-REGRAVAR-DECISAO.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE SPACES TO CA-HIST-CHAVE.
           MOVE 'VERSAO REJEITADA.' TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- RELE COM UPDATE A VERSAO DA COMMAREA; SO SEGUE SE AINDA
      *--- ESTA PENDENTE
       3610-RELER-VERSAO.
           PERFORM 3870-GET-TODAY.
           IF CA-HIST-CHAVE = SPACES
              MOVE 'NENHUMA VERSAO EM TELA. USE PF8.' TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXEC CICS READ
               FILE('COLRHIST')
               INTO(HIST-RECORD)
               RIDFLD(CA-HIST-CHAVE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND NOT HIST-PENDENTE
              EXEC CICS UNLOCK FILE('COLRHIST') END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT HIST-PENDENTE
              MOVE SPACES TO CA-HIST-CHAVE
              MOVE 'VERSAO JA DECIDIDA OU INEXISTENTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
       3620-REGRAVAR-DECISAO.
           MOVE WS-OP-ID TO HIST-APROVADOR.
           MOVE WS-HOJE  TO HIST-DATA-DECISAO.
           MOVE EIBTIME  TO HIST-HORA-DECISAO.
           EXEC CICS REWRITE
               FILE('COLRHIST')
               FROM(HIST-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'ERRO NA GRAVACAO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
      *--- REALINHA O COLRFILE COM A VERSAO EM VIGOR HOJE DA ENTRADA
      *--- DE HIST-CHAVE: A APROVADA DE MAIOR VIGENCIA ATE HOJE. SE ELA
      *--- FOR EXCLUSAO (OU NAO HOUVER), A ENTRADA SAI DO COLRFILE.
       3700-APLICAR-VIGENTE.
           MOVE HIST-CHAVE(1:31) TO WS-COLR-KEY.
           MOVE 'N' TO WS-VIGENTE-FLAG.
           MOVE 'N' TO WS-FIM-BROWSE-FLAG.
           MOVE ZERO TO HIST-DATA-VIG.
           MOVE ZERO TO HIST-VERSAO.
           EXEC CICS STARTBR
               FILE('COLRHIST')
               RIDFLD(HIST-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 3710-LER-VIGENTE UNTIL WS-FIM-BROWSE
              EXEC CICS ENDBR FILE('COLRHIST') END-EXEC
           END-IF.
      *
           EXEC CICS READ
               FILE('COLRFILE')
               INTO(WS-COLR-ATUAL)
               RIDFLD(WS-COLR-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-HA-VIGENTE
              MOVE WS-VIGENTE-RECORD TO HIST-RECORD
           END-IF.
           IF WS-HA-VIGENTE AND NOT HIST-EXCLUSAO
              MOVE HIST-HEX       TO WS-COLR-HEX
              MOVE HIST-R         TO WS-COLR-R
              MOVE HIST-G         TO WS-COLR-G
              MOVE HIST-B         TO WS-COLR-B
              MOVE HIST-RESULTADO TO WS-COLR-RESULTADO
              MOVE HIST-CUSTO     TO WS-COLR-CUSTO
              IF WS-RESP = DFHRESP(NORMAL)
                 EXEC CICS REWRITE
                     FILE('COLRFILE')
                     FROM(WS-COLR-RECORD)
                     RESP(WS-RESP)
                 END-EXEC
              ELSE
                 EXEC CICS WRITE
                     FILE('COLRFILE')
                     FROM(WS-COLR-RECORD)
                     RIDFLD(WS-COLR-KEY)
                     RESP(WS-RESP)
                 END-EXEC
              END-IF
           ELSE
              IF WS-RESP = DFHRESP(NORMAL)
                 EXEC CICS DELETE
                     FILE('COLRFILE')
                     RESP(WS-RESP)
                 END-EXEC
              ELSE
                 MOVE DFHRESP(NORMAL) TO WS-RESP
              END-IF
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'ERRO NA ATUALIZACAO DO CATALOGO. CONTATE O SUPORTE.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
           EXIT.
      *
       3710-LER-VIGENTE.
           EXEC CICS READNEXT
               FILE('COLRHIST')
               INTO(HIST-RECORD)
               RIDFLD(HIST-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND HIST-CHAVE(1:31) = WS-COLR-KEY
              IF HIST-APROVADA AND HIST-DATA-VIG NOT > WS-HOJE
                 MOVE HIST-RECORD TO WS-VIGENTE-RECORD
                 SET WS-HA-VIGENTE TO TRUE
              END-IF
           ELSE
              SET WS-FIM-BROWSE TO TRUE
           END-IF.
           EXIT.
      *
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
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRND'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
