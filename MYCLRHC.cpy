      *================================================================*
      * COPYBOOK MYCLRHC - VERSOES DO CATALOGO DE CORES
      * (COLRHIST, VSAM KSDS POR TIPO + CAMPOS + DATA DE VIGENCIA +
      * VERSAO, 130 BYTES)
      *
      * CADA ENTRADA DO CATALOGO (COR 'C' COM O CUSTO, REGRA 'M',
      * LINHA DE RECEITA 'R' COM O % DO COMPONENTE) TEM
      * AQUI TODAS AS SUAS VERSOES: A TRND NAO REGRAVA MAIS O COLRFILE
      * NA HORA - GRAVA UMA VERSAO PENDENTE ('P') COM A DATA A PARTIR
      * DA QUAL VALE, E OUTRO OPERADOR 'F' APROVA ('A') OU REJEITA
      * ('R'). A CARGA DO MYCLRLD ENTRA COMO VERSAO 001 APROVADA, COM
      * VIGENCIA 00000000 (DESDE SEMPRE).
      *
      * VERSAO EM VIGOR NUMA DATA: A APROVADA DE MAIOR DATA DE
      * VIGENCIA (E, NA MESMA DATA, DE MAIOR VERSAO) NAO POSTERIOR A
      * DATA. SE ELA FOR UMA EXCLUSAO ('E'), OU SE NAO HOUVER NENHUMA,
      * A ENTRADA NAO EXISTE NAQUELA DATA. O COLRFILE E O RETRATO DO
      * CATALOGO EM VIGOR HOJE: ATUALIZADO NA APROVACAO (VIGENCIA JA
      * ALCANCADA) E PELO MYCLRVIG NA VIRADA DO DIA (VIGENCIA FUTURA).
      * LIDO PELO CORMIX E PELO MYPRODRN PARA RESOLVER A VERSAO DA
      * DATA DA ORDEM; LISTADO PELO MYCLRHST.
      *================================================================*
       01 HIST-RECORD.
           05 HIST-CHAVE.
              10 HIST-TIPO          PIC X(01).
              10 HIST-CAMPO-1       PIC X(15).
              10 HIST-CAMPO-2       PIC X(15).
              10 HIST-DATA-VIG      PIC 9(08).
              10 HIST-VERSAO        PIC 9(03).
           05 HIST-HEX              PIC X(07).
      *--- RECEITA ('R'): CAMPO 1 = COR RESULTANTE, CAMPO 2 = COR
      *--- COMPONENTE E O % DELA NA RECEITA NO LUGAR DO HEX
           05 HIST-RECEITA REDEFINES HIST-HEX.
              10 HIST-PERCENTUAL    PIC 9(03)V9.
              10 FILLER             PIC X(03).
           05 HIST-R                PIC 9(03).
           05 HIST-G                PIC 9(03).
           05 HIST-B                PIC 9(03).
           05 HIST-RESULTADO        PIC X(15).
           05 HIST-CUSTO            PIC 9(05)V99.
           05 HIST-ACAO             PIC X(01).
              88 HIST-INCLUSAO      VALUE 'I'.
              88 HIST-ALTERACAO     VALUE 'A'.
              88 HIST-EXCLUSAO      VALUE 'E'.
           05 HIST-SITUACAO         PIC X(01).
              88 HIST-PENDENTE      VALUE 'P'.
              88 HIST-APROVADA      VALUE 'A'.
              88 HIST-REJEITADA     VALUE 'R'.
      *--- 'TRND' (MANUTENCAO ON-LINE) OU 'CARG' (MYCLRLD)
           05 HIST-ORIGEM           PIC X(04).
           05 HIST-SOLICITANTE      PIC X(03).
           05 HIST-DATA-SOLIC       PIC 9(08).
           05 HIST-HORA-SOLIC       PIC 9(06).
           05 HIST-APROVADOR        PIC X(03).
           05 HIST-DATA-DECISAO     PIC 9(08).
           05 HIST-HORA-DECISAO     PIC 9(06).
           05 FILLER                PIC X(10).
