      *   ACAO 'C' = CORRIGIDO: O REGISTRO CORRIGIDO (80 BYTES) QUE
      *              ACOMPANHA O CARTAO E ENFILEIRADO NO ARQUIVO DE
      *              RECICLAGEM (RECYCLDD), QUE O MYBATCH CONSOME NO
      *              INICIO DA PROXIMA RODADA. O MYBATCH LE TODO
      *              RECICLADO NO LAYOUT '03', QUALQUER QUE TENHA SIDO
      *              A VERSAO DO LOTE DE ORIGEM: AS POSICOES 38-40 SAO
      *              A CONTA DO CLIENTE (BRANCOS = CONTA PRINCIPAL
      *              001). CARTAO 'C' COM OUTRA COISA NESSAS POSICOES
      *              (POR EXEMPLO OS DADOS LIVRES DA AGENCIA DE UM LOTE
      *              V1/V2, OU CONTA 000) E RECUSADO E O REJEITADO
      *              CONTINUA PENDENTE - O OPERADOR DEVE LIMPAR OU
      *              PREENCHER A CONTA NO REGISTRO CORRIGIDO.
      *   ACAO 'B' = BAIXADO: O REJEITADO E DADO COMO CONSCIENTEMENTE
      *              DESCARTADO (SO FICA NO RELATORIO DE DISPOSICAO).
      *
           05 REJ-RUN-ID             PIC X(08).
      *
      *--- CARTAO DE DISPOSICAO: SEQUENCIA DO REJEITADO NO REJ-FILE,
      *--- ACAO ('C' CORRIGIDO / 'B' BAIXADO) E O REGISTRO CORRIGIDO,
      *--- SEMPRE NO LAYOUT '03' (POSICOES 38-40 = CONTA OU BRANCOS)
       FD CORR-FILE
          RECORD CONTAINS 86 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
              88 WS-DISP-BAIXADO    VALUE 'B'.
              88 WS-DISP-PENDENTE   VALUE 'P'.
           05 WS-DISP-DADO          PIC X(80).
           05 WS-DISP-DADO-R REDEFINES WS-DISP-DADO.
              10 FILLER             PIC X(37).
              10 WS-DISP-CONTA      PIC X(03).
              10 FILLER             PIC X(40).
           05 WS-DISP-TEXTO         PIC X(10).
      *
      *--- LINHAS DO RELATORIO
                            SET WS-DISP-CORRIGIDO TO TRUE
                            MOVE WS-CORR-DADO(WS-CORR-IDX)
                                TO WS-DISP-DADO
                            PERFORM 2110-CHECK-CONTA-CORRIGIDA
                        WHEN 'B'
                            SET WS-DISP-BAIXADO TO TRUE
                        WHEN OTHER
              END-PERFORM
           END-IF.
           EXIT.
      *
      *--- O RECICLADO VAI PARA A CONTA DAS POSICOES 38-40 (LAYOUT
      *--- '03'). SO BRANCOS OU UMA CONTA NUMERICA DIFERENTE DE ZERO
      *--- SAO ACEITOS; O RESTO VOLTARIA A SER LANCADO EM CONTA
      *--- ERRADA OU INEXISTENTE NO MYBATCH.
       2110-CHECK-CONTA-CORRIGIDA.
           IF WS-DISP-CONTA NOT = SPACES
              IF WS-DISP-CONTA IS NOT NUMERIC
                 OR WS-DISP-CONTA = '000'
                 DISPLAY 'MYRR003 CONTA INVALIDA (POSICOES 38-40) NO '
                         'CARTAO SEQ ' WS-CORR-SEQ(WS-CORR-IDX)
                         ': ' WS-DISP-CONTA '. TRATADO COMO PENDENTE.'
                 SET WS-DISP-PENDENTE TO TRUE
                 MOVE SPACES TO WS-DISP-DADO
              END-IF
           END-IF.
           EXIT.
      *
       2200-WRITE-DETAIL-LINE.
           MOVE WS-COUNT-REJ-READ  TO RPT-DET-SEQ.
