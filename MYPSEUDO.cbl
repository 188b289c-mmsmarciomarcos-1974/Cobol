       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYPSEUDO.
       AUTHOR.     MARCIO MARCOS.
      *
      *================================================================*
      * MODULO CHAMAVEL - PSEUDONIMIZACAO DA COPIA DE TESTE
      *
      * OS TESTADORES TRABALHAVAM COM ARQUIVOS FEITOS A MAO OU, PIOR,
      * COM COPIAS CRUAS DA PRODUCAO. O JOB MYTSTREF DESCARREGA OS
      * ACERVOS PARA O AMBIENTE DE TESTE E TODO PROGRAMA DELE PERGUNTA
      * AQUI, EM UM SO LUGAR:
      *
      *   - QUAL O ID DE TESTE DE UM ID DE PRODUCAO (TB_PSEUDO_MAPA,
      *     MONTADA PELO MYPSDMAP NO PASSO ANTERIOR);
      *   - QUAL O NOME/ENDERECO/CONTATO FICTICIO DE UM VALOR REAL.
      *
      * O VALOR FICTICIO SAI DE TABELAS DE PRENOMES, SOBRENOMES,
      * LOGRADOUROS E CIDADES, SORTEADO PELO HASH (MYHASH) DO VALOR
      * REAL ENCADEADO NA CHAVE DA RODADA (TB_PSEUDO_CHAVE). SEM A
      * CHAVE, QUE NAO SAI DA PRODUCAO, NAO HA COMO CONFERIR NA COPIA
      * DE TESTE SE UM NOME REAL CONHECIDO ESTA NA BASE. REGRAS E
      * TABELAS NO COPYBOOK MYPSDC.
      *
      * A CHAVE E LIDA NA PRIMEIRA CHAMADA; O ULTIMO ID MAPEADO FICA
      * NA WORKING-STORAGE (O MESMO CLIENTE APARECE EM SEGUIDA NOS
      * REGISTROS 'C' E 'D' DO MOVIMENTO). SO LEITURA, SEM COMMIT.
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
           05 H-ID-PRODUCAO         PIC X(10).
           05 H-ID-TESTE            PIC X(10).
           05 H-EM-TB-CLIENTES      PIC X(01).
           05 H-CHAVE               PIC X(16).
      *
       01 WS-CHAVE-CONTROLE.
           05 WS-CHAVE-SW           PIC X(01) VALUE 'N'.
              88 WS-CHAVE-CARREGADA VALUE 'S'.
           05 WS-CHAVE-RODADA       PIC X(16).
      *
      *--- ULTIMO ID MAPEADO
       01 WS-ULTIMO-MAPEAMENTO.
           05 WS-ULT-ID-PRODUCAO    PIC X(10) VALUE LOW-VALUES.
           05 WS-ULT-ID-TESTE       PIC X(10).
           05 WS-ULT-NO-CADASTRO    PIC X(01).
      *
      *--- HASH DO VALOR REAL E OS SORTEIOS FEITOS SOBRE ELE
       COPY MYHASHC.
       01 WS-HASH-ENTRADA.
           05 WS-HE-FUNCAO          PIC X(01).
           05 WS-HE-VALOR           PIC X(40).
      *
       01 WS-TABELA-HEX            PIC X(16) VALUE
           '0123456789ABCDEF'.
      *
       01 WS-SORTEIO-VARS.
           05 WS-NIBBLES.
              10 WS-NIB             PIC 9(02) COMP OCCURS 16 TIMES.
           05 WS-DIGITOS            PIC X(16).
           05 WS-NIB-SUB            PIC 9(02) COMP.
           05 WS-HEX-SUB            PIC 9(02) COMP.
           05 WS-HEX-CHAR           PIC X(01).
           05 WS-DIGITO             PIC 9(01).
           05 WS-QUOCIENTE          PIC 9(05) COMP.
           05 WS-SORT-POS           PIC 9(02) COMP.
           05 WS-SORT-QTD           PIC 9(03) COMP.
           05 WS-SORT-BASE          PIC 9(05) COMP.
           05 WS-SORT-RESTO         PIC 9(03) COMP.
           05 WS-SORT-IND           PIC 9(03) COMP.
           05 WS-IND-PRENOME        PIC 9(03) COMP.
           05 WS-IND-SOBRENOME-1    PIC 9(03) COMP.
           05 WS-IND-SOBRENOME-2    PIC 9(03) COMP.
           05 WS-QTD-ARROBA         PIC 9(02) COMP.
           05 WS-NUM-CASA           PIC 9(04).
           05 WS-NUM-CASA-ED        PIC ZZZ9.
           05 WS-NUM-BRANCOS        PIC 9(02) COMP.
      *
      *--- PRENOMES E SOBRENOMES MAIS FREQUENTES (40 DE CADA)
       01 WS-TAB-PRENOMES.
           05 FILLER PIC X(12) VALUE 'ANA'.
           05 FILLER PIC X(12) VALUE 'MARIA'.
           05 FILLER PIC X(12) VALUE 'JOSE'.
           05 FILLER PIC X(12) VALUE 'JOAO'.
           05 FILLER PIC X(12) VALUE 'ANTONIO'.
           05 FILLER PIC X(12) VALUE 'FRANCISCO'.
           05 FILLER PIC X(12) VALUE 'CARLOS'.
           05 FILLER PIC X(12) VALUE 'PAULO'.
           05 FILLER PIC X(12) VALUE 'PEDRO'.
           05 FILLER PIC X(12) VALUE 'LUCAS'.
           05 FILLER PIC X(12) VALUE 'LUIZ'.
           05 FILLER PIC X(12) VALUE 'MARCOS'.
           05 FILLER PIC X(12) VALUE 'LUIS'.
           05 FILLER PIC X(12) VALUE 'GABRIEL'.
           05 FILLER PIC X(12) VALUE 'RAFAEL'.
           05 FILLER PIC X(12) VALUE 'DANIEL'.
           05 FILLER PIC X(12) VALUE 'MARCELO'.
           05 FILLER PIC X(12) VALUE 'BRUNO'.
           05 FILLER PIC X(12) VALUE 'EDUARDO'.
           05 FILLER PIC X(12) VALUE 'FELIPE'.
           05 FILLER PIC X(12) VALUE 'FRANCISCA'.
           05 FILLER PIC X(12) VALUE 'ANTONIA'.
           05 FILLER PIC X(12) VALUE 'ADRIANA'.
           05 FILLER PIC X(12) VALUE 'JULIANA'.
           05 FILLER PIC X(12) VALUE 'MARCIA'.
           05 FILLER PIC X(12) VALUE 'FERNANDA'.
           05 FILLER PIC X(12) VALUE 'PATRICIA'.
           05 FILLER PIC X(12) VALUE 'ALINE'.
           05 FILLER PIC X(12) VALUE 'SANDRA'.
           05 FILLER PIC X(12) VALUE 'CAMILA'.
           05 FILLER PIC X(12) VALUE 'AMANDA'.
           05 FILLER PIC X(12) VALUE 'BRUNA'.
           05 FILLER PIC X(12) VALUE 'JESSICA'.
           05 FILLER PIC X(12) VALUE 'LETICIA'.
           05 FILLER PIC X(12) VALUE 'JULIA'.
           05 FILLER PIC X(12) VALUE 'LUCIANA'.
           05 FILLER PIC X(12) VALUE 'VANESSA'.
           05 FILLER PIC X(12) VALUE 'MARIANA'.
           05 FILLER PIC X(12) VALUE 'GABRIELA'.
           05 FILLER PIC X(12) VALUE 'RENATA'.
       01 WS-TAB-PRENOMES-R REDEFINES WS-TAB-PRENOMES.
           05 WS-PRENOME            PIC X(12) OCCURS 40 TIMES.
      *
       01 WS-TAB-SOBRENOMES.
           05 FILLER PIC X(12) VALUE 'SILVA'.
           05 FILLER PIC X(12) VALUE 'SANTOS'.
           05 FILLER PIC X(12) VALUE 'OLIVEIRA'.
           05 FILLER PIC X(12) VALUE 'SOUZA'.
           05 FILLER PIC X(12) VALUE 'RODRIGUES'.
           05 FILLER PIC X(12) VALUE 'FERREIRA'.
           05 FILLER PIC X(12) VALUE 'ALVES'.
           05 FILLER PIC X(12) VALUE 'PEREIRA'.
           05 FILLER PIC X(12) VALUE 'LIMA'.
           05 FILLER PIC X(12) VALUE 'GOMES'.
           05 FILLER PIC X(12) VALUE 'COSTA'.
           05 FILLER PIC X(12) VALUE 'RIBEIRO'.
           05 FILLER PIC X(12) VALUE 'MARTINS'.
           05 FILLER PIC X(12) VALUE 'CARVALHO'.
           05 FILLER PIC X(12) VALUE 'ALMEIDA'.
           05 FILLER PIC X(12) VALUE 'LOPES'.
           05 FILLER PIC X(12) VALUE 'SOARES'.
           05 FILLER PIC X(12) VALUE 'FERNANDES'.
           05 FILLER PIC X(12) VALUE 'VIEIRA'.
           05 FILLER PIC X(12) VALUE 'BARBOSA'.
           05 FILLER PIC X(12) VALUE 'ROCHA'.
           05 FILLER PIC X(12) VALUE 'DIAS'.
           05 FILLER PIC X(12) VALUE 'NASCIMENTO'.
           05 FILLER PIC X(12) VALUE 'ANDRADE'.
           05 FILLER PIC X(12) VALUE 'MOREIRA'.
           05 FILLER PIC X(12) VALUE 'NUNES'.
           05 FILLER PIC X(12) VALUE 'MARQUES'.
           05 FILLER PIC X(12) VALUE 'MACHADO'.
           05 FILLER PIC X(12) VALUE 'MENDES'.
           05 FILLER PIC X(12) VALUE 'FREITAS'.
           05 FILLER PIC X(12) VALUE 'CARDOSO'.
           05 FILLER PIC X(12) VALUE 'RAMOS'.
           05 FILLER PIC X(12) VALUE 'GONCALVES'.
           05 FILLER PIC X(12) VALUE 'SANTANA'.
           05 FILLER PIC X(12) VALUE 'TEIXEIRA'.
           05 FILLER PIC X(12) VALUE 'ARAUJO'.
           05 FILLER PIC X(12) VALUE 'PINTO'.
           05 FILLER PIC X(12) VALUE 'CORREIA'.
           05 FILLER PIC X(12) VALUE 'CAVALCANTI'.
           05 FILLER PIC X(12) VALUE 'MONTEIRO'.
       01 WS-TAB-SOBRENOMES-R REDEFINES WS-TAB-SOBRENOMES.
           05 WS-SOBRENOME          PIC X(12) OCCURS 40 TIMES.
      *
      *--- CONTINUACAO DA RAZAO SOCIAL (PESSOA JURIDICA)
       01 WS-TAB-RAZAO.
           05 FILLER PIC X(40) VALUE 'COMERCIO E SERVICOS LTDA'.
           05 FILLER PIC X(40) VALUE 'INDUSTRIA E COMERCIO LTDA'.
           05 FILLER PIC X(40) VALUE 'PARTICIPACOES S.A.'.
           05 FILLER PIC X(40) VALUE 'TRANSPORTES E LOGISTICA LTDA'.
           05 FILLER PIC X(40) VALUE 'DISTRIBUIDORA DE ALIMENTOS LTDA'.
           05 FILLER PIC X(40) VALUE 'CONSULTORIA EMPRESARIAL LTDA ME'.
           05 FILLER PIC X(40) VALUE 'SERVICOS MEDICOS LTDA'.
           05 FILLER PIC X(40) VALUE 'ENGENHARIA E CONSTRUCOES LTDA'.
       01 WS-TAB-RAZAO-R REDEFINES WS-TAB-RAZAO.
           05 WS-RAZAO              PIC X(40) OCCURS 8 TIMES.
      *
      *--- LOGRADOUROS (TIPO + NOME; NENHUM NOME PASSA DE 18 POSICOES,
      *--- O STRING DELIMITA PELO PAR DE BRANCOS)
       01 WS-TAB-TIPO-LOGR.
           05 FILLER PIC X(08) VALUE 'RUA'.
           05 FILLER PIC X(08) VALUE 'AVENIDA'.
           05 FILLER PIC X(08) VALUE 'TRAVESSA'.
           05 FILLER PIC X(08) VALUE 'ALAMEDA'.
       01 WS-TAB-TIPO-LOGR-R REDEFINES WS-TAB-TIPO-LOGR.
           05 WS-TIPO-LOGR          PIC X(08) OCCURS 4 TIMES.
      *
       01 WS-TAB-VIAS.
           05 FILLER PIC X(20) VALUE 'DAS FLORES'.
           05 FILLER PIC X(20) VALUE 'SAO JOAO'.
           05 FILLER PIC X(20) VALUE 'DOS ANDRADAS'.
           05 FILLER PIC X(20) VALUE 'SETE DE SETEMBRO'.
           05 FILLER PIC X(20) VALUE 'XV DE NOVEMBRO'.
           05 FILLER PIC X(20) VALUE 'TIRADENTES'.
           05 FILLER PIC X(20) VALUE 'DAS PALMEIRAS'.
           05 FILLER PIC X(20) VALUE 'SANTOS DUMONT'.
           05 FILLER PIC X(20) VALUE 'DOM PEDRO II'.
           05 FILLER PIC X(20) VALUE 'MARECHAL DEODORO'.
           05 FILLER PIC X(20) VALUE 'GETULIO VARGAS'.
           05 FILLER PIC X(20) VALUE 'DAS ACACIAS'.
           05 FILLER PIC X(20) VALUE 'BOA VISTA'.
           05 FILLER PIC X(20) VALUE 'DO COMERCIO'.
           05 FILLER PIC X(20) VALUE 'DOS IPES'.
           05 FILLER PIC X(20) VALUE 'PRINCESA ISABEL'.
           05 FILLER PIC X(20) VALUE 'VISCONDE DE MAUA'.
           05 FILLER PIC X(20) VALUE 'RIO BRANCO'.
           05 FILLER PIC X(20) VALUE 'DAS AMERICAS'.
           05 FILLER PIC X(20) VALUE 'BRASIL'.
       01 WS-TAB-VIAS-R REDEFINES WS-TAB-VIAS.
           05 WS-VIA                PIC X(20) OCCURS 20 TIMES.
      *
      *--- CIDADE, UF E DDD
       01 WS-TAB-CIDADES.
           05 FILLER PIC X(22) VALUE 'SAO PAULO         SP11'.
           05 FILLER PIC X(22) VALUE 'CAMPINAS          SP19'.
           05 FILLER PIC X(22) VALUE 'RIO DE JANEIRO    RJ21'.
           05 FILLER PIC X(22) VALUE 'BELO HORIZONTE    MG31'.
           05 FILLER PIC X(22) VALUE 'CURITIBA          PR41'.
           05 FILLER PIC X(22) VALUE 'PORTO ALEGRE      RS51'.
           05 FILLER PIC X(22) VALUE 'SALVADOR          BA71'.
           05 FILLER PIC X(22) VALUE 'RECIFE            PE81'.
           05 FILLER PIC X(22) VALUE 'FORTALEZA         CE85'.
           05 FILLER PIC X(22) VALUE 'GOIANIA           GO62'.
           05 FILLER PIC X(22) VALUE 'FLORIANOPOLIS     SC48'.
           05 FILLER PIC X(22) VALUE 'BELEM             PA91'.
       01 WS-TAB-CIDADES-R REDEFINES WS-TAB-CIDADES.
           05 WS-CIDADE-ENTRY OCCURS 12 TIMES.
              10 WS-CID-NOME        PIC X(18).
              10 WS-CID-UF          PIC X(02).
              10 WS-CID-DDD         PIC X(02).
      *
       LINKAGE SECTION.
       COPY MYPSDC.
      *
       PROCEDURE DIVISION USING MYPSEUDO-PARAMETROS.
       MAIN-PROCEDURE.
           SET PSD-OK TO TRUE.
           MOVE ZERO TO PSD-SQLCODE.
           IF NOT WS-CHAVE-CARREGADA
              PERFORM 100-CARREGAR-CHAVE
           END-IF.
           IF PSD-OK
              EVALUATE TRUE
                  WHEN PSD-FN-MAPEAR
                      PERFORM 200-MAPEAR-ID
                  WHEN PSD-FN-NOME
                  WHEN PSD-FN-CONTINUACAO
                  WHEN PSD-FN-ENDERECO
                  WHEN PSD-FN-CONTATO
                      PERFORM 300-GERAR-FICTICIO
                  WHEN OTHER
                      SET PSD-INVALIDO TO TRUE
              END-EVALUATE
           END-IF.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * CHAVE DA RODADA GRAVADA PELO MYPSDMAP
      *----------------------------------------------------------------*
       100-CARREGAR-CHAVE.
           EXEC SQL
               SELECT CHAVE
                 INTO :H-CHAVE
                 FROM TB_PSEUDO_CHAVE
                ORDER BY GERADO_TS DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE H-CHAVE TO WS-CHAVE-RODADA
                   SET WS-CHAVE-CARREGADA TO TRUE
               WHEN 100
                   SET PSD-INVALIDO TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO PSD-SQLCODE
                   SET PSD-ERRO-SQL TO TRUE
           END-EVALUATE.
           EXIT.
      *
      *----------------------------------------------------------------*
      * ID DE PRODUCAO -> ID DE TESTE. ID EM BRANCO NAO E DE CLIENTE
      * NENHUM (REGISTRO REJEITADO NA ORIGEM) E PASSA COMO VEIO.
      *----------------------------------------------------------------*
       200-MAPEAR-ID.
           IF PSD-ID-PRODUCAO = SPACES OR LOW-VALUES
              MOVE PSD-ID-PRODUCAO TO PSD-ID-TESTE
              MOVE 'N' TO PSD-NO-CADASTRO
           ELSE
              IF PSD-ID-PRODUCAO NOT = WS-ULT-ID-PRODUCAO
                 PERFORM 210-LER-MAPA
              END-IF
              IF PSD-OK
                 MOVE WS-ULT-ID-TESTE    TO PSD-ID-TESTE
                 MOVE WS-ULT-NO-CADASTRO TO PSD-NO-CADASTRO
              ELSE
                 MOVE SPACES TO PSD-ID-TESTE
                 MOVE 'N' TO PSD-NO-CADASTRO
              END-IF
           END-IF.
           EXIT.
      *
       210-LER-MAPA.
           MOVE PSD-ID-PRODUCAO TO H-ID-PRODUCAO.
           EXEC SQL
               SELECT ID_TESTE, EM_TB_CLIENTES
                 INTO :H-ID-TESTE, :H-EM-TB-CLIENTES
                 FROM TB_PSEUDO_MAPA
                WHERE ID_PRODUCAO = :H-ID-PRODUCAO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE PSD-ID-PRODUCAO  TO WS-ULT-ID-PRODUCAO
                   MOVE H-ID-TESTE       TO WS-ULT-ID-TESTE
                   MOVE H-EM-TB-CLIENTES TO WS-ULT-NO-CADASTRO
               WHEN 100
                   SET PSD-SEM-MAPEAMENTO TO TRUE
                   MOVE LOW-VALUES TO WS-ULT-ID-PRODUCAO
               WHEN OTHER
                   MOVE SQLCODE TO PSD-SQLCODE
                   SET PSD-ERRO-SQL TO TRUE
                   MOVE LOW-VALUES TO WS-ULT-ID-PRODUCAO
           END-EVALUATE.
           EXIT.
      *
      *----------------------------------------------------------------*
      * VALOR FICTICIO SORTEADO PELO HASH DO VALOR REAL. A FUNCAO
      * ENTRA NO HASH: O MESMO TEXTO COMO NOME E COMO ENDERECO NAO
      * SORTEIA A MESMA COISA.
      *----------------------------------------------------------------*
       300-GERAR-FICTICIO.
           MOVE SPACES TO PSD-FICTICIO PSD-CEP PSD-CIDADE PSD-UF.
           IF PSD-VALOR = SPACES OR LOW-VALUES
              OR PSD-VALOR = 'ANONIMIZADO'
              MOVE PSD-VALOR TO PSD-FICTICIO
           ELSE
              PERFORM 310-CALCULAR-HASH
              EVALUATE TRUE
                  WHEN PSD-FN-NOME
                      PERFORM 320-NOME-FICTICIO
                  WHEN PSD-FN-CONTINUACAO
                      PERFORM 330-RAZAO-FICTICIA
                  WHEN PSD-FN-ENDERECO
                      PERFORM 340-ENDERECO-FICTICIO
                  WHEN PSD-FN-CONTATO
                      PERFORM 350-CONTATO-FICTICIO
              END-EVALUATE
           END-IF.
           EXIT.
      *
      *--- OS 16 DIGITOS HEXADECIMAIS DO HASH VIRAM 16 VALORES DE 0 A
      *--- 15 (BASE DOS SORTEIOS) E 16 ALGARISMOS (TELEFONE, CEP)
       310-CALCULAR-HASH.
           MOVE PSD-FUNCAO TO WS-HE-FUNCAO.
           MOVE PSD-VALOR  TO WS-HE-VALOR.
           MOVE WS-CHAVE-RODADA TO HSH-HASH-ANTERIOR.
           MOVE 41 TO HSH-TAMANHO.
           CALL 'MYHASH' USING MYHASH-PARAMETROS WS-HASH-ENTRADA.
           PERFORM VARYING WS-NIB-SUB FROM 1 BY 1
                   UNTIL WS-NIB-SUB > 16
               MOVE HSH-HASH-NOVO(WS-NIB-SUB:1) TO WS-HEX-CHAR
               MOVE ZERO TO WS-NIB(WS-NIB-SUB)
               PERFORM VARYING WS-HEX-SUB FROM 1 BY 1
                       UNTIL WS-HEX-SUB > 16
                   IF WS-TABELA-HEX(WS-HEX-SUB:1) = WS-HEX-CHAR
                      COMPUTE WS-NIB(WS-NIB-SUB) = WS-HEX-SUB - 1
                      MOVE 17 TO WS-HEX-SUB
                   END-IF
               END-PERFORM
               DIVIDE WS-NIB(WS-NIB-SUB) BY 10 GIVING WS-QUOCIENTE
                   REMAINDER WS-DIGITO
               MOVE WS-DIGITO TO WS-DIGITOS(WS-NIB-SUB:1)
           END-PERFORM.
           EXIT.
      *
       320-NOME-FICTICIO.
           MOVE 1 TO WS-SORT-POS.
           MOVE 40 TO WS-SORT-QTD.
           PERFORM 390-SORTEAR.
           MOVE WS-SORT-IND TO WS-IND-PRENOME.
           MOVE 3 TO WS-SORT-POS.
           PERFORM 390-SORTEAR.
           MOVE WS-SORT-IND TO WS-IND-SOBRENOME-1.
           MOVE 5 TO WS-SORT-POS.
           PERFORM 390-SORTEAR.
           MOVE WS-SORT-IND TO WS-IND-SOBRENOME-2.
           STRING WS-PRENOME(WS-IND-PRENOME) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SOBRENOME(WS-IND-SOBRENOME-1) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SOBRENOME(WS-IND-SOBRENOME-2) DELIMITED BY SPACE
                  INTO PSD-FICTICIO.
           EXIT.
      *
       330-RAZAO-FICTICIA.
           MOVE 1 TO WS-SORT-POS.
           MOVE 8 TO WS-SORT-QTD.
           PERFORM 390-SORTEAR.
           MOVE WS-RAZAO(WS-SORT-IND) TO PSD-FICTICIO.
           EXIT.
      *
      *--- TIPO + NOME DO LOGRADOURO + NUMERO (1 A 9999), E A
      *--- LOCALIDADE (CEP/CIDADE/UF) QUE O REGISTRO 'C' DE
      *--- CADASTRO DO MOVIMENTO TRAZ JUNTO DO ENDERECO
       340-ENDERECO-FICTICIO.
           MOVE 1 TO WS-SORT-POS.
           MOVE 4 TO WS-SORT-QTD.
           PERFORM 390-SORTEAR.
           MOVE WS-SORT-IND TO WS-IND-PRENOME.
           MOVE 3 TO WS-SORT-POS.
           MOVE 20 TO WS-SORT-QTD.
           PERFORM 390-SORTEAR.
           MOVE WS-SORT-IND TO WS-IND-SOBRENOME-1.
           MOVE WS-DIGITOS(5:4) TO WS-NUM-CASA.
           IF WS-NUM-CASA = ZERO
              MOVE 1 TO WS-NUM-CASA
           END-IF.
           MOVE WS-NUM-CASA TO WS-NUM-CASA-ED.
           MOVE ZERO TO WS-NUM-BRANCOS.
           INSPECT WS-NUM-CASA-ED TALLYING WS-NUM-BRANCOS
               FOR LEADING SPACES.
           STRING WS-TIPO-LOGR(WS-IND-PRENOME) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-VIA(WS-IND-SOBRENOME-1) DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  WS-NUM-CASA-ED(WS-NUM-BRANCOS + 1:)
                      DELIMITED BY SIZE
                  INTO PSD-FICTICIO.
           MOVE 9 TO WS-SORT-POS.
           MOVE 12 TO WS-SORT-QTD.
           PERFORM 390-SORTEAR.
           MOVE WS-CID-NOME(WS-SORT-IND) TO PSD-CIDADE.
           MOVE WS-CID-UF(WS-SORT-IND)   TO PSD-UF.
           MOVE WS-DIGITOS(9:8)          TO PSD-CEP.
           EXIT.
      *
      *--- TELEFONE CELULAR COM DDD DE UMA DAS CIDADES; SE O ORIGINAL
      *--- ERA E-MAIL, UM E-MAIL DE DOMINIO FICTICIO
       350-CONTATO-FICTICIO.
           MOVE ZERO TO WS-QTD-ARROBA.
           INSPECT PSD-VALOR TALLYING WS-QTD-ARROBA FOR ALL '@'.
           IF WS-QTD-ARROBA > ZERO
              STRING 'C' WS-DIGITOS(3:6) '@EXEMPLO.COM'
                  DELIMITED BY SIZE INTO PSD-FICTICIO
           ELSE
              MOVE 1 TO WS-SORT-POS
              MOVE 12 TO WS-SORT-QTD
              PERFORM 390-SORTEAR
              STRING '(' WS-CID-DDD(WS-SORT-IND) ') 9'
                     WS-DIGITOS(3:4) '-' WS-DIGITOS(7:4)
                  DELIMITED BY SIZE INTO PSD-FICTICIO
           END-IF.
           EXIT.
      *
      *--- INDICE DE 1 A WS-SORT-QTD A PARTIR DO PAR DE VALORES DO
      *--- HASH NA POSICAO WS-SORT-POS (0 A 255, MODULO O TAMANHO)
       390-SORTEAR.
           COMPUTE WS-SORT-BASE = WS-NIB(WS-SORT-POS) * 16
                                + WS-NIB(WS-SORT-POS + 1).
           DIVIDE WS-SORT-BASE BY WS-SORT-QTD GIVING WS-QUOCIENTE
               REMAINDER WS-SORT-RESTO.
           COMPUTE WS-SORT-IND = WS-SORT-RESTO + 1.
           EXIT.
