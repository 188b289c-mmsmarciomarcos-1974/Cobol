       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYCEPVAL.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * MODULO CHAMAVEL - VALIDACAO DO CEP CONTRA A BASE DOS CORREIOS
      * (TB_CEP)
      *
      * A INCLUSAO DE CLIENTE (MYBATCH 'C' E TRN3/MYCICSQL), A
      * APROVACAO DA TRNP (MYCICSAP), AS CORRECOES EM LOTE (MYBULKCR) E
      * A PADRONIZACAO (MYCEPPAD) PERGUNTAM AQUI, EM UM SO LUGAR, SE O
      * CEP EXISTE E SE A CIDADE/UF INFORMADAS BATEM COM ELE. DEVOLVE O
      * LOGRADOURO, BAIRRO, CIDADE E UF OFICIAIS DO CEP. OS RETORNOS
      * ESTAO NO COPYBOOK MYCEPVC.
      *
      * MESMO MODULO EM BATCH E CICS (SO LEITURA, SEM COMMIT). O
      * ULTIMO CEP LIDO FICA NA WORKING-STORAGE, COMO NO MYCONSNT.
      *================================================================*
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *--- HOST VARIABLES SEM DCLGEN, IGUAL AO MYCONSNT
       01 WS-DB-HOST-VARS.
           05 H-CEP                 PIC X(08).
           05 H-LOGRADOURO          PIC X(40).
           05 H-BAIRRO              PIC X(30).
           05 H-CIDADE              PIC X(30).
           05 H-UF                  PIC X(02).
      *
      *--- ULTIMO CEP LIDO (SQLCODE 0 OU 100)
       01 WS-ULTIMA-CONSULTA.
           05 WS-ULT-CEP            PIC X(08) VALUE LOW-VALUES.
           05 WS-ULT-EXISTE-SW      PIC X(01) VALUE 'N'.
              88 WS-ULT-EXISTE      VALUE 'S'.
           05 WS-ULT-LOGRADOURO     PIC X(40).
           05 WS-ULT-BAIRRO         PIC X(30).
           05 WS-ULT-CIDADE         PIC X(30).
           05 WS-ULT-UF             PIC X(02).
      *
      *--- CIDADE/UF EM MAIUSCULAS PARA A COMPARACAO
       01 WS-COMPARACAO.
           05 WS-CMP-TAM            PIC 9(02).
           05 WS-CMP-CIDADE-INF     PIC X(30).
           05 WS-CMP-CIDADE-OFI     PIC X(30).
           05 WS-CMP-UF-INF         PIC X(02).
           05 WS-MINUSCULAS         PIC X(26)
                  VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 WS-MAIUSCULAS         PIC X(26)
                  VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
       LINKAGE SECTION.
       COPY MYCEPVC.
      *
       PROCEDURE DIVISION USING MYCEPVAL-PARAMETROS.
       MAIN-PROCEDURE.
           SET CEP-OK TO TRUE.
           MOVE ZERO   TO CEP-SQLCODE.
           MOVE SPACES TO CEP-OFI-LOGRADOURO.
           MOVE SPACES TO CEP-OFI-BAIRRO.
           MOVE SPACES TO CEP-OFI-CIDADE.
           MOVE SPACES TO CEP-OFI-UF.
      *--- OITO DIGITOS, NAO TODOS ZERO
           IF CEP-CEP IS NOT NUMERIC OR CEP-CEP-N = ZERO
              SET CEP-FORMATO-INVALIDO TO TRUE
              GOBACK
           END-IF.
           IF CEP-CEP NOT = WS-ULT-CEP
              PERFORM 100-LER-CEP
           END-IF.
           IF CEP-OK
              IF WS-ULT-EXISTE
                 MOVE WS-ULT-LOGRADOURO TO CEP-OFI-LOGRADOURO
                 MOVE WS-ULT-BAIRRO     TO CEP-OFI-BAIRRO
                 MOVE WS-ULT-CIDADE     TO CEP-OFI-CIDADE
                 MOVE WS-ULT-UF         TO CEP-OFI-UF
                 PERFORM 200-CONFERIR-CIDADE-UF
              ELSE
                 SET CEP-INEXISTENTE TO TRUE
              END-IF
           END-IF.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * A LINHA DO CEP NA BASE DOS CORREIOS
      *----------------------------------------------------------------*
       100-LER-CEP.
           MOVE CEP-CEP TO H-CEP.
           EXEC SQL
               SELECT LOGRADOURO, BAIRRO, CIDADE, UF
                 INTO :H-LOGRADOURO, :H-BAIRRO, :H-CIDADE, :H-UF
                 FROM TB_CEP
                WHERE CEP = :H-CEP
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S'          TO WS-ULT-EXISTE-SW
                   MOVE H-LOGRADOURO TO WS-ULT-LOGRADOURO
                   MOVE H-BAIRRO     TO WS-ULT-BAIRRO
                   MOVE H-CIDADE     TO WS-ULT-CIDADE
                   MOVE H-UF         TO WS-ULT-UF
               WHEN 100
                   MOVE 'N'    TO WS-ULT-EXISTE-SW
                   MOVE SPACES TO WS-ULT-LOGRADOURO
                   MOVE SPACES TO WS-ULT-BAIRRO
                   MOVE SPACES TO WS-ULT-CIDADE
                   MOVE SPACES TO WS-ULT-UF
               WHEN OTHER
                   MOVE SQLCODE TO CEP-SQLCODE
                   SET CEP-ERRO-SQL TO TRUE
                   MOVE LOW-VALUES TO WS-ULT-CEP
           END-EVALUATE.
           IF CEP-OK
              MOVE CEP-CEP TO WS-ULT-CEP
           END-IF.
           EXIT.
      *
      *----------------------------------------------------------------*
      * CIDADE E UF INFORMADAS CONTRA AS DO CEP (EM BRANCO = NAO
      * CONFERE). A CIDADE SO NOS CEP-TAM-CIDADE PRIMEIROS CARACTERES.
      *----------------------------------------------------------------*
       200-CONFERIR-CIDADE-UF.
           IF CEP-CIDADE NOT = SPACES
              MOVE CEP-TAM-CIDADE TO WS-CMP-TAM
              IF WS-CMP-TAM = ZERO OR WS-CMP-TAM > 30
                 MOVE 30 TO WS-CMP-TAM
              END-IF
              MOVE CEP-CIDADE    TO WS-CMP-CIDADE-INF
              MOVE WS-ULT-CIDADE TO WS-CMP-CIDADE-OFI
              INSPECT WS-CMP-CIDADE-INF
                  CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
              INSPECT WS-CMP-CIDADE-OFI
                  CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
              IF WS-CMP-CIDADE-INF(1:WS-CMP-TAM) NOT =
                 WS-CMP-CIDADE-OFI(1:WS-CMP-TAM)
                 SET CEP-CIDADE-DIVERGE TO TRUE
              END-IF
           END-IF.
           IF CEP-OK AND CEP-UF NOT = SPACES
              MOVE CEP-UF TO WS-CMP-UF-INF
              INSPECT WS-CMP-UF-INF
                  CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
              IF WS-CMP-UF-INF NOT = WS-ULT-UF
                 SET CEP-UF-DIVERGE TO TRUE
              END-IF
           END-IF.
           EXIT.
