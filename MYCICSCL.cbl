      *    AUSENTES DO CALENDARIO (FERIADO LEGITIMO OU TYPO, AS
      *    PRIMEIRAS 10), PARA NINGUEM DESCOBRIR O BURACO AS 2H.
      * 6. PF3: SAI.
      *
      * CALENDARIOS REGIONAIS (ARQUIVO 'CALREGDD', VSAM KSDS POR
      * CODIGO DO CALENDARIO + DATA): AGENCIA DE ESTADO OU MUNICIPIO
      * COM FERIADO LOCAL FICA FECHADA EM DIAS QUE O CALENDARIO
      * NACIONAL DA COMO UTEIS. CADA CALENDARIO REGIONAL E UMA LISTA
      * DE DIAS FECHADOS QUE SE SOMA AO NACIONAL; A AGENCIA APONTA
      * PARA O SEU NO CADASTRO (TRNE). COM O CODIGO DO CALENDARIO
      * DIGITADO EM CALRI, A TELA PASSA A TRABALHAR NELE:
      *
      * 1. ENTER: LISTA OS DIAS FECHADOS DO CALENDARIO A PARTIR DA
      *    DATA DIGITADA (DATA E DESCRICAO DO FERIADO).
      * 2. PF5: INCLUI UM DIA FECHADO (DESCRICAO EM DESCI).
      * 3. PF6: EXCLUI UM DIA FECHADO.
      * 4. PF4/PF8 VALEM SO PARA O CALENDARIO NACIONAL.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
           05 WS-RESP              PIC S9(08) COMP.
           05 WS-SUB               PIC 9(02) COMP.
           05 WS-MSG-SAIDA         PIC X(70).
           05 WS-ESPACOS-CALEND    PIC 9(02) COMP.
      *
      *--- REGISTRO DO CALENDARIO (MESMO LAYOUT DO MYCALGT)
       01 WS-CAL-RECORD.
              10 WS-CAL-MM         PIC 9(02).
              10 WS-CAL-DD         PIC 9(02).
      *
      *--- DIA FECHADO DE UM CALENDARIO REGIONAL (CALREGDD): CODIGO
      *--- DO CALENDARIO + DATA, DESCRICAO DO FERIADO E O OFICIAL QUE
      *--- O INCLUIU (MESMO LAYOUT LIDO PELO MYBATCH E PELO MYTRNRPT)
       01 WS-CRG-RECORD.
           05 WS-CRG-CHAVE.
              10 WS-CRG-CALENDARIO PIC X(04).
              10 WS-CRG-DATA       PIC 9(08).
           05 WS-CRG-DESCRICAO     PIC X(20).
           05 WS-CRG-ULT-OPERADOR  PIC X(03).
           05 FILLER               PIC X(05).
      *
      *--- CALENDARIO REGIONAL DIGITADO (BRANCO = NACIONAL) E A LINHA
      *--- DA LISTA DE DIAS FECHADOS
       01 WS-REGIONAL-VARS.
           05 WS-CAL-REGIONAL      PIC X(04) VALUE SPACES.
              88 WS-MODO-NACIONAL  VALUE SPACES.
           05 WS-LINHA-REGIONAL.
              10 LRG-DATA          PIC 9(08).
              10 FILLER            PIC X(01) VALUE SPACE.
              10 LRG-DESCRICAO     PIC X(20).
      *
      *--- APOIO DA VALIDACAO E DA GERACAO DE ANO (DIA DA SEMANA VIA
      *--- INTEGER-OF-DATE MOD 7: 1=SEGUNDA ... 6=SABADO, 0=DOMINGO)
       01 WS-DATA-VARS.
              88 SQL-NOT-FOUND      VALUE +100.
      *
      *--- MAPA SIMBOLICO (GERADO PELO BMS). ASSUME OS CAMPOS DE
      *--- ENTRADA DATAI/DATAL (DATA AAAAMMDD), ANOI/ANOL (ANO DA
      *--- GERACAO/VERIFICACAO), CALRI/CALRL (CODIGO DO CALENDARIO
      *--- REGIONAL, 4 POSICOES) E DESCI/DESCL (DESCRICAO DO FERIADO,
      *--- 20 POSICOES), OS CAMPOS DE SAIDA CAL-LINHAO OCCURS 10
      *--- (ALFANUMERICOS, COM ESPACO PARA DATA + DESCRICAO) E MSGO.
       COPY MYMAPCC.
      *
       01 WS-COMMAREA.
       2000-FIRST-TIME.
           INITIALIZE WS-COMMAREA.
           INITIALIZE WS-MYMAPC-AREA.
           MOVE 'DIGITE A DATA (E O CALENDARIO REGIONAL). ENTER=LISTA '
               TO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
               MAPSET('MYSETC')
               INTO(WS-MYMAPC-AREA)
           END-EXEC.
      *
           MOVE SPACES TO WS-CAL-REGIONAL.
           IF CALRL > 0
              MOVE CALRI TO WS-CAL-REGIONAL
           END-IF.
      *
           MOVE SPACES TO AUD-DATAI.
           STRING 'AID=' EIBAID ' CHAVE=' DATAI ' CAL=' WS-CAL-REGIONAL
               DELIMITED BY SIZE INTO AUD-DATAI.
           PERFORM 3990-WRITE-AUDIT-RECORD.
      *
      *--- CALENDARIO REGIONAL DIGITADO: A TELA TRABALHA NO CALREGDD
           IF NOT WS-MODO-NACIONAL
              PERFORM 3700-DISPATCH-REGIONAL
           END-IF.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                  DELIMITED BY SIZE INTO WS-MSG-SAIDA.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *================================================================*
      * CALENDARIOS REGIONAIS (CALREGDD): DIAS FECHADOS POR CODIGO
      *================================================================*
       3700-DISPATCH-REGIONAL.
           MOVE ZERO TO WS-ESPACOS-CALEND.
           INSPECT WS-CAL-REGIONAL TALLYING WS-ESPACOS-CALEND
               FOR ALL SPACES.
           IF WS-ESPACOS-CALEND > ZERO
              MOVE 'CALENDARIO REGIONAL: 4 POSICOES, SEM BRANCOS.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3710-LIST-REGIONAL
               WHEN DFHPF5
                   PERFORM 3720-INCLUDE-REGIONAL
               WHEN DFHPF6
                   PERFORM 3730-DELETE-REGIONAL
               WHEN DFHPF3
                   PERFORM 3600-PROCESS-EXIT
               WHEN DFHPF4
               WHEN DFHPF8
                   MOVE 'PF4/PF8 SO NO CALENDARIO NACIONAL (SEM CAL).'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
               WHEN OTHER
                   MOVE 'TECLA INVALIDA. USE ENTER/PF3/5/6.'
                       TO WS-MSG-SAIDA
                   PERFORM 5000-SEND-AND-RETURN
           END-EVALUATE.
           EXIT.
      *
      *--- ENTER: LISTA 10 DIAS FECHADOS DO CALENDARIO A PARTIR DA
      *--- DATA DIGITADA (OU DO INICIO), PARANDO NA TROCA DE CODIGO
       3710-LIST-REGIONAL.
           INITIALIZE WS-MYMAPC-AREA.
           MOVE WS-CAL-REGIONAL TO WS-CRG-CALENDARIO.
           IF DATAL > 0 AND DATAI IS NUMERIC
              MOVE DATAI TO WS-CRG-DATA
           ELSE
              MOVE ZERO TO WS-CRG-DATA
           END-IF.
      *
           EXEC CICS STARTBR
               FILE('CALREGDD')
               RIDFLD(WS-CRG-CHAVE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'NENHUM DIA FECHADO A PARTIR DA DATA INFORMADA.'
                  TO WS-MSG-SAIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE 'DIAS FECHADOS DO CALENDARIO REGIONAL.' TO WS-MSG-SAIDA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
              EXEC CICS READNEXT
                  FILE('CALREGDD')
                  INTO(WS-CRG-RECORD)
                  RIDFLD(WS-CRG-CHAVE)
                  RESP(WS-RESP)
              END-EXEC
              IF EIBRESP = DFHRESP(ENDFILE)
                 OR WS-CRG-CALENDARIO NOT = WS-CAL-REGIONAL
                 MOVE 'FIM DO CALENDARIO REGIONAL.' TO WS-MSG-SAIDA
                 EXIT PERFORM
              END-IF
              MOVE WS-CRG-DATA      TO LRG-DATA
              MOVE WS-CRG-DESCRICAO TO LRG-DESCRICAO
              MOVE WS-LINHA-REGIONAL TO CAL-LINHAO(WS-SUB)
           END-PERFORM.
           EXEC CICS ENDBR FILE('CALREGDD') END-EXEC.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- PF5: INCLUI A DATA DIGITADA COMO DIA FECHADO DO CALENDARIO
      *--- REGIONAL (O PRIMEIRO DIA INCLUIDO CRIA O CALENDARIO)
       3720-INCLUDE-REGIONAL.
           PERFORM 3250-VALIDATE-DATE.
           IF NOT WS-DATA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           INITIALIZE WS-CRG-RECORD.
           MOVE WS-CAL-REGIONAL  TO WS-CRG-CALENDARIO.
           MOVE WS-DATA-TRABALHO TO WS-CRG-DATA.
           IF DESCL > 0
              MOVE DESCI TO WS-CRG-DESCRICAO
           END-IF.
           MOVE EIBOPID TO WS-CRG-ULT-OPERADOR.
           EXEC CICS WRITE
               FILE('CALREGDD')
               FROM(WS-CRG-RECORD)
               RIDFLD(WS-CRG-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'DIA FECHADO INCLUIDO NO CALENDARIO REGIONAL.'
                       TO WS-MSG-SAIDA
               WHEN DFHRESP(DUPREC)
                   MOVE 'DATA JA FECHADA NO CALENDARIO REGIONAL.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'ERRO NA INCLUSAO. CONTATE O SUPORTE.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
      *--- PF6: EXCLUI O DIA FECHADO DO CALENDARIO REGIONAL
       3730-DELETE-REGIONAL.
           PERFORM 3250-VALIDATE-DATE.
           IF NOT WS-DATA-VALIDA
              PERFORM 5000-SEND-AND-RETURN
           END-IF.
      *
           MOVE WS-CAL-REGIONAL  TO WS-CRG-CALENDARIO.
           MOVE WS-DATA-TRABALHO TO WS-CRG-DATA.
           EXEC CICS DELETE
               FILE('CALREGDD')
               RIDFLD(WS-CRG-CHAVE)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'DIA FECHADO EXCLUIDO DO CALENDARIO REGIONAL.'
                       TO WS-MSG-SAIDA
               WHEN DFHRESP(NOTFND)
                   MOVE 'DATA NAO CONSTA DO CALENDARIO REGIONAL.'
                       TO WS-MSG-SAIDA
               WHEN OTHER
                   MOVE 'ERRO NA EXCLUSAO. CONTATE O SUPORTE.'
                       TO WS-MSG-SAIDA
           END-EVALUATE.
           PERFORM 5000-SEND-AND-RETURN.
           EXIT.
      *
       3600-PROCESS-EXIT.
           EXEC CICS SEND
           MOVE EIBTIME  TO AUD-TIME.
           MOVE 'TRNC'   TO AUD-TRANCODE.
           MOVE EIBOPID  TO AUD-OPID.
           EXEC CICS LINK
               PROGRAM('MYAUDCAD')
               COMMAREA(WS-AUDIT-RECORD)
               LENGTH(LENGTH OF WS-AUDIT-RECORD)
           END-EXEC.
           EXIT.
