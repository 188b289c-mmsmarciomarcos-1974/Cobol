       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYAUDCAD.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * PROGRAMA CICS - GRAVACAO ENCADEADA DA TRILHA 'AUDT'
      *
      * CHAMADA: EXEC CICS LINK PROGRAM('MYAUDCAD')
      *              COMMAREA(WS-AUDIT-RECORD) LENGTH(62)
      *
      * TODAS AS TRANSACOES DA SUITE GRAVAVAM O WS-AUDIT-RECORD (62
      * BYTES) DIRETO NA TDQ 'AUDT', E QUEM TEM ACESSO AO DATASET
      * EXTRAPARTITION PODIA APAGAR OU ALTERAR UMA LINHA SEM RASTRO.
      * AGORA O 3990 DE CADA TRANSACAO FAZ LINK PARA ESTE PROGRAMA,
      * QUE GRAVA NA 'AUDT' O REGISTRO DE 80 BYTES: OS MESMOS 62
      * BYTES, O TIPO DO REGISTRO E O HASH ENCADEADO (MYHASH) SOBRE
      * ELES E O HASH DO REGISTRO ANTERIOR. A DCT DA 'AUDT' PASSA A
      * LRECL 80.
      *
      * O ULTIMO HASH DA TRILHA FICA NO AUDTCAD (VSAM KSDS, UM
      * REGISTRO POR TRILHA, CHAVE 'AUDT'). O READ UPDATE SEGURA O
      * REGISTRO ATE O REWRITE: DUAS TAREFAS NUNCA ENCADEIAM SOBRE O
      * MESMO HASH ANTERIOR. A PRIMEIRA GRAVACAO (AUDTCAD SEM O
      * REGISTRO) PARTE DO HASH INICIAL (16 ZEROS).
      *
      * ANCORA DIARIA: O PRIMEIRO REGISTRO DE UM DIA NOVO (EIBDATE
      * DIFERENTE DO ULTIMO GRAVADO) E PRECEDIDO PELA ANCORA DO DIA
      * ANTERIOR - TIPO 'A', COM O ULTIMO HASH E A QUANTIDADE DE
      * REGISTROS DAQUELE DIA - ENCADEADA COMO OS DEMAIS. O MYTRLVER
      * CONFERE CADA ANCORA E A LISTA NO RELATORIO.
      *
      * FALHA NO AUDTCAD NAO PODE CUSTAR A LINHA DE AUDITORIA: O
      * REGISTRO VAI PARA A 'AUDT' COM O HASH EM BRANCO (ELO QUEBRADO
      * QUE A VERIFICACAO APONTA) E O CONTROLE FICA COMO ESTAVA.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-PROGRAM-VARS.
           05 WS-RESP              PIC S9(08) COMP.
           05 WS-CAD-SITUACAO      PIC X(01).
              88 WS-CAD-EXISTE     VALUE 'S'.
              88 WS-CAD-NOVO       VALUE 'N'.
              88 WS-CAD-INDISPONIVEL VALUE 'X'.
           05 WS-REGISTRO-SALVO    PIC X(62).
      *
      *--- REGISTRO DA TDQ 'AUDT' (80 BYTES): O WS-AUDIT-RECORD DAS
      *--- TRANSACOES + TIPO + HASH. O HASH COBRE OS 63 PRIMEIROS
      *--- BYTES (DADOS E TIPO) E O HASH DO REGISTRO ANTERIOR.
       01 WS-AUDT-REGISTRO.
           05 AUDC-DADOS.
               10 AUDC-TERMID      PIC X(04).
               10 AUDC-TASKN       PIC 9(07).
               10 AUDC-DATE        PIC 9(07).
               10 AUDC-TIME        PIC 9(07).
               10 AUDC-TRANCODE    PIC X(04).
               10 AUDC-OPID        PIC X(03).
               10 AUDC-DATAI       PIC X(30).
      *--- ANCORA ('A'): ULTIMO HASH E QUANTIDADE DE REGISTROS DO DIA
      *--- FECHADO (AUDC-DATE) NO LUGAR DO DATAI
               10 AUDC-ANCORA REDEFINES AUDC-DATAI.
                   15 AUDC-ANC-HASH PIC X(16).
                   15 AUDC-ANC-QTD PIC 9(09).
                   15 FILLER       PIC X(05).
           05 AUDC-TIPO-REG        PIC X(01).
              88 AUDC-MOVIMENTO    VALUE SPACE.
              88 AUDC-ANCORA-DIARIA VALUE 'A'.
           05 AUDC-HASH            PIC X(16).
           05 FILLER               PIC X(01).
      *
      *--- CONTROLE DO ENCADEAMENTO (AUDTCAD, VSAM KSDS POR TRILHA)
       01 WS-CADEIA-CONTROLE.
           05 CAD-TRILHA           PIC X(08).
           05 CAD-ULT-HASH         PIC X(16).
      *--- DATA (EIBDATE) E QUANTIDADE DE REGISTROS DO ULTIMO DIA
      *--- GRAVADO, AINDA SEM ANCORA
           05 CAD-ULT-DATA         PIC 9(07).
           05 CAD-QTD-DIA          PIC 9(09).
           05 FILLER               PIC X(10).
      *
       01 WS-CAD-CHAVE             PIC X(08) VALUE 'AUDT'.
      *
       COPY MYHASHC.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA             PIC X(62).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-PROCEDURE.
           IF EIBCALEN = 0
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE DFHCOMMAREA TO AUDC-DADOS.
           MOVE SPACE TO AUDC-TIPO-REG.
           MOVE SPACES TO AUDC-HASH.
      *
           PERFORM 1000-LER-CONTROLE.
           IF WS-CAD-INDISPONIVEL
              PERFORM 3000-GRAVAR-TDQ
              EXEC CICS RETURN END-EXEC
           END-IF.
      *
           IF CAD-ULT-DATA NOT = ZERO
              AND CAD-ULT-DATA NOT = AUDC-DATE
              AND CAD-QTD-DIA > ZERO
              PERFORM 2000-GRAVAR-ANCORA-DIARIA
           END-IF.
      *
           PERFORM 2500-ENCADEAR.
           PERFORM 3000-GRAVAR-TDQ.
           MOVE AUDC-HASH TO CAD-ULT-HASH.
           MOVE AUDC-DATE TO CAD-ULT-DATA.
           ADD 1 TO CAD-QTD-DIA.
           PERFORM 4000-GRAVAR-CONTROLE.
      *
           EXEC CICS RETURN END-EXEC.
      *
      *--- READ UPDATE: A TAREFA SEGUINTE ESPERA ATE O REWRITE
       1000-LER-CONTROLE.
           EXEC CICS READ
               FILE('AUDTCAD')
               INTO(WS-CADEIA-CONTROLE)
               RIDFLD(WS-CAD-CHAVE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET WS-CAD-EXISTE TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET WS-CAD-NOVO TO TRUE
                   MOVE SPACES TO WS-CADEIA-CONTROLE
                   MOVE WS-CAD-CHAVE TO CAD-TRILHA
                   MOVE ALL '0' TO CAD-ULT-HASH
                   MOVE ZERO TO CAD-ULT-DATA
                   MOVE ZERO TO CAD-QTD-DIA
               WHEN OTHER
                   SET WS-CAD-INDISPONIVEL TO TRUE
           END-EVALUATE.
           EXIT.
      *
      *--- FECHA O DIA ANTERIOR: A ANCORA GUARDA O ULTIMO HASH E A
      *--- QUANTIDADE DE REGISTROS DELE E ENTRA NA CADEIA ANTES DO
      *--- PRIMEIRO REGISTRO DO DIA NOVO
       2000-GRAVAR-ANCORA-DIARIA.
           MOVE AUDC-DADOS TO WS-REGISTRO-SALVO.
           MOVE SPACES TO AUDC-DADOS.
           MOVE ZERO TO AUDC-TASKN.
           MOVE CAD-ULT-DATA TO AUDC-DATE.
           MOVE ZERO TO AUDC-TIME.
           MOVE 'AUDT' TO AUDC-TRANCODE.
           MOVE CAD-ULT-HASH TO AUDC-ANC-HASH.
           MOVE CAD-QTD-DIA TO AUDC-ANC-QTD.
           SET AUDC-ANCORA-DIARIA TO TRUE.
           PERFORM 2500-ENCADEAR.
           PERFORM 3000-GRAVAR-TDQ.
           MOVE AUDC-HASH TO CAD-ULT-HASH.
           MOVE ZERO TO CAD-QTD-DIA.
      *
           MOVE WS-REGISTRO-SALVO TO AUDC-DADOS.
           MOVE SPACE TO AUDC-TIPO-REG.
           MOVE SPACES TO AUDC-HASH.
           EXIT.
      *
       2500-ENCADEAR.
           MOVE CAD-ULT-HASH TO HSH-HASH-ANTERIOR.
           MOVE 63 TO HSH-TAMANHO.
           CALL 'MYHASH' USING MYHASH-PARAMETROS WS-AUDT-REGISTRO.
           MOVE HSH-HASH-NOVO TO AUDC-HASH.
           EXIT.
      *
       3000-GRAVAR-TDQ.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDT-REGISTRO)
               LENGTH(LENGTH OF WS-AUDT-REGISTRO)
           END-EXEC.
           EXIT.
      *
       4000-GRAVAR-CONTROLE.
           IF WS-CAD-EXISTE
              EXEC CICS REWRITE
                  FILE('AUDTCAD')
                  FROM(WS-CADEIA-CONTROLE)
                  RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                  FILE('AUDTCAD')
                  FROM(WS-CADEIA-CONTROLE)
                  RIDFLD(CAD-TRILHA)
                  RESP(WS-RESP)
              END-EXEC
           END-IF.
           EXIT.
