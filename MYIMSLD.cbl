      *     ISRT, NOME DIFERENTE VIRA REPL.
      *   FASE 2 - EXCLUSOES: VARRE O DBCLIENT COM GN; SEGMENTO CUJO
      *     ID NAO EXISTE MAIS (OU ESTA 'INATIVO') EM TB_CLIENTES E
      *     REMOVIDO COM GHU + DLET (O DLET LEVA JUNTO O FILHO
      *     POSICAO). O GN VAI COM SSA DO CLIENTE PARA NAO PARAR NOS
      *     SEGMENTOS POSICAO.
      *
      * ASSIM O BROWSE (MYIMSBWS) E A CONSULTA (MYIMSQL) DO LADO IMS
      * MOSTRAM OS MESMOS CLIENTES QUE O CICS E O DB2. O RELATORIO
           05 SSA-KEY-VALUE         PIC X(10).
           05 SSA-RPAREN            PIC X(01) VALUE ')'.
      *
      *--- SSA NAO QUALIFICADO, USADO PELO ISRT E PELO GN DA FASE 2
       01 WS-SSA-UNQUAL            PIC X(09) VALUE 'CLIENTE  '.
      *
       01 WS-RPT-HEADER            PIC X(133) VALUE
       2500-EXPURGAR-DBCLIENT.
           CALL 'CBLTDLI' USING WS-GN
                                DB-PCB-MASK
                                SEG-CLIENTE
                                WS-SSA-UNQUAL.
           EVALUATE DB-STATUS-CODE
               WHEN SPACES
                   PERFORM 2550-VERIFICAR-SEGMENTO
