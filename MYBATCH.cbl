      *--- HISTORICO DE IDS DE DETALHE JA ACEITOS EM RODADAS RECENTES
      *--- (VSAM KSDS POR ID), PARA BARRAR A RETRANSMISSAO DO MESMO
      *--- DETALHE EM DIAS DIFERENTES. A JANELA DE DIAS COBERTA PELA
      *--- VERIFICACAO VEM DO CARTAO PARMDD. CHAVE = ID + CONTA, COMO
      *--- A DO MESTRE.
           SELECT IDHIST-FILE ASSIGN TO IDHISTDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IDH-CHAVE
                  FILE STATUS IS WS-IDH-FILE-STATUS.
      *
      *--- CADASTRO DE CLIENTES (VSAM KSDS RECARREGADO TODA NOITE DE
                  FILE STATUS IS WS-CUST-FILE-STATUS.
      *
      *--- CADASTRO MESTRE MANTIDO PELO MOVIMENTO DIARIO (VSAM KSDS
      *--- POR ID + CONTA): O CODIGO DE ACAO DE CADA DETALHE (INCLUSAO/
      *--- ALTERACAO/EXCLUSAO) E APLICADO AQUI - A RODADA DEIXOU DE
      *--- SER UM PASSO DE COPIA E PASSOU A MANTER UM MESTRE. O
      *--- ACESSO E DINAMICO PARA SOMAR AS CONTAS DOS MEMBROS DE UM
      *--- GRUPO ECONOMICO (2149).
           SELECT MST-FILE ASSIGN TO MASTERDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CHAVE
                  FILE STATUS IS WS-MST-FILE-STATUS.
      *
      *--- FILA DE RECICLAGEM (OPCIONAL) PREPARADA PELO MYREJRCY COM
                  RECORD KEY IS CAL-DATE
                  FILE STATUS IS WS-CAL-FILE-STATUS.
      *
      *--- CALENDARIOS REGIONAIS (OPCIONAL): DIAS FECHADOS POR CODIGO
      *--- DE CALENDARIO, MANTIDOS NA TRNC. A AGENCIA DO LOTE QUE
      *--- APONTA PARA UM DELES (AGR-CALENDARIO) TEM A DATA-VALOR
      *--- ROLADA SOBRE A UNIAO DOS FECHAMENTOS NACIONAL E REGIONAL.
      *--- SEM O ARQUIVO, VALE SO O CALENDARIO NACIONAL.
           SELECT OPTIONAL CALREG-FILE ASSIGN TO CALREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CRG-CHAVE
                  FILE STATUS IS WS-CRG-FILE-STATUS.
      *
      *--- REGISTRO DE PROGRESSO (ACRESCENTADO A CADA CHECKPOINT):
      *--- FEITO, ESPERADO E PREVISAO DE TERMINO, PARA O OPERADOR
      *--- PROJETAR O FIM DA JANELA EM VEZ DE ADIVINHAR (O MYPRGRPT
      *--- DE REMETENTE NAO CADASTRADO TEM O LOTE INTEIRO REJEITADO
      *--- (R015) E O RELATORIO PASSA A IMPRIMIR O NOME DA AGENCIA EM
      *--- VEZ DO ID CRU. SEM O CADASTRO, A VALIDACAO FICA DESLIGADA.
      *--- VSAM KSDS POR PREFIXO, MANTIDO PELA TRANSACAO TRNE
      *--- (MYCICSAG); A CARGA AQUI CONTINUA SEQUENCIAL.
           SELECT OPTIONAL AGYREG-FILE ASSIGN TO AGYREGDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AGR-PREFIXO
                  FILE STATUS IS WS-AGY-FILE-STATUS.
      *
      *--- DIARIO DE MOVIMENTOS DO CADASTRO MESTRE (ACRESCENTADO COM
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MJR-FILE-STATUS.
      *
      *--- HISTORICO DE TAXAS DE CONVERSAO (VSAM KSDS POR MOEDA +
      *--- DATA EFETIVA, MANTIDO NA TRNX SOB DUPLA CUSTODIA): VALE A
      *--- TAXA APROVADA EM VIGOR NA DATA DA RODADA. MOEDA SEM TAXA
      *--- EM VIGOR CAI NO MOTIVO R012.
           SELECT TXHIST-FILE ASSIGN TO TXHISTDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TXH-KEY
                  FILE STATUS IS WS-TXH-FILE-STATUS.
      *
      *--- ARMAZEM DE MOVIMENTOS FUTUROS (VSAM KSDS POR DATA EFETIVA +
      *--- ID): DETALHE COM DATA-VALOR A FRENTE E ESTACIONADO AQUI E
                  RECORD KEY IS WHS-KEY
                  FILE STATUS IS WS-WHS-FILE-STATUS.
      *
      *--- SUSPENSO DE CLIENTES NAO CADASTRADOS (VSAM KSDS POR ID DO
      *--- CLIENTE + DATA DE CHEGADA): DETALHE CUJO ID AINDA NAO
      *--- CONSTA DO CUSTFILE (R005) FICA AQUI EM VEZ DE SER
      *--- REJEITADO, E E LIBERADO NA PRIMEIRA RODADA NOTURNA EM QUE
      *--- O CLIENTE JA EXISTIR. PASSADO O PRAZO DO PARMDD, VOLTA
      *--- PARA A AGENCIA COMO REJEITADO (R019).
           SELECT SUS-FILE ASSIGN TO SUSPNDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUS-KEY
                  FILE STATUS IS WS-SUS-FILE-STATUS.
      *
      *--- REGRAS DA TRIAGEM DE MOVIMENTO SUSPEITO (CARTAO OPCIONAL):
      *--- PONTOS DE CADA REGRA E O LIMIAR DE RETENCAO. SEM O CARTAO
      *--- A TRIAGEM FICA DESLIGADA E TUDO SEGUE DIRETO PARA O MESTRE.
           SELECT OPTIONAL RULE-FILE ASSIGN TO REGRADD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUL-FILE-STATUS.
      *
      *--- MEDIA HISTORICA DE VALOR POR CLIENTE (VSAM KSDS POR ID,
      *--- RECARREGADO TODA NOITE PELO MYMEDCLI A PARTIR DO MSTJRN),
      *--- BASE DA REGRA DE DESVIO DA TRIAGEM. AUSENTE = REGRA DE
      *--- DESVIO DESLIGADA (AS DEMAIS CONTINUAM VALENDO).
           SELECT OPTIONAL MED-FILE ASSIGN TO MEDIADD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MED-ID
                  FILE STATUS IS WS-MED-FILE-STATUS.
      *
      *--- CLIENTES COM A REVISAO KYC VENCIDA HA MAIS DA TOLERANCIA
      *--- (VSAM KSDS POR ID, RECONSTRUIDO PELO MYKYCBLQ A PARTIR DE
      *--- TB_CLIENTES_KYC ANTES DE CADA RODADA). CLIENTE NA LISTA TEM
      *--- DEBITO REJEITADO (R021); CREDITO POSTA. AUSENTE = NINGUEM
      *--- BLOQUEADO NA RODADA.
           SELECT OPTIONAL KYB-FILE ASSIGN TO KYCBLQDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KYB-ID
                  FILE STATUS IS WS-KYB-FILE-STATUS.
      *
      *--- RISCO DO CLIENTE DEVOLVIDO PELO BIRO DE CREDITO (VSAM KSDS
      *--- POR ID, RECONSTRUIDO PELO MYBIRRET A CADA RETORNO MENSAL).
      *--- CLIENTE SEM LIMITE NO BIRO NAO PODE FICAR DEVEDOR: DEBITO
      *--- QUE DEIXARIA O SALDO ABAIXO DE ZERO E REJEITADO (R031).
      *--- AUSENTE = VERIFICACAO DO BIRO DESLIGADA NA RODADA.
           SELECT OPTIONAL BIR-FILE ASSIGN TO BIRRSKDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BIR-ID
                  FILE STATUS IS WS-BIR-FILE-STATUS.
      *
      *--- GRUPOS ECONOMICOS (VSAM KSDS POR ID DO CLIENTE, COM INDICE
      *--- ALTERNATIVO PELO CODIGO DO GRUPO; MANTIDO NA TRNG SOB DUPLA
      *--- CUSTODIA). DEBITO DE CLIENTE DE GRUPO TAMBEM RESPONDE PELA
      *--- POSICAO SOMADA DO GRUPO CONTRA O LIMITE DO GRUPO (R022).
      *--- AUSENTE = LIMITE DE GRUPO DESLIGADO NA RODADA.
           SELECT OPTIONAL GRP-FILE ASSIGN TO GRPFILDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GRP-ID
                  ALTERNATE RECORD KEY IS GRP-CODIGO WITH DUPLICATES
                  FILE STATUS IS WS-GRP-FILE-STATUS.
      *
      *--- BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS (VSAM KSDS POR CLIENTE +
      *--- NUMERO DO BLOQUEIO, MANTIDO NA TRNQ SOB DUPLA CUSTODIA). O
      *--- DEBITO NAO PODE LEVAR O SALDO ABAIXO DA SOMA DOS BLOQUEIOS
      *--- EM VIGOR DO CLIENTE (R029). AUSENTE = NENHUM BLOQUEIO NA
      *--- RODADA.
           SELECT OPTIONAL BJU-FILE ASSIGN TO BLQJUDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BJU-KEY
                  FILE STATUS IS WS-BJU-FILE-STATUS.
      *
      *--- FILA DE RETIDOS DA TRIAGEM (VSAM KSDS POR DATA + SEQUENCIA):
      *--- DETALHE QUE PASSA DO LIMIAR FICA AQUI EM VEZ DE IR PARA O
      *--- MESTRE, ATE O ANALISTA DE FRAUDE DECIDIR NA TRNF. A DECISAO
      *--- E CONSUMIDA NA RODADA NOTURNA SEGUINTE: LIBERADO E POSTADO,
      *--- RECUSADO VOLTA PARA A AGENCIA DE ORIGEM (R020).
           SELECT HLD-FILE ASSIGN TO HOLDDD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HLD-KEY
                  FILE STATUS IS WS-HLD-FILE-STATUS.
      *
      *--- ESTATISTICAS DA RODADA (UM REGISTRO POR EXECUCAO), LIDAS
      *--- PELO MYSTATLD QUE AS PERSISTE NA TABELA RUN_STATS
           SELECT STATS-FILE ASSIGN TO STATSDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STATS-FILE-STATUS.
      *
      *--- EVENTOS DE NOTIFICACAO AO CLIENTE (ACRESCENTADO COM OPEN
      *--- EXTEND): DEBITO ALTO POSTADO E DEBITO RECUSADO POR LIMITE
      *--- (R013), FORMATADOS A NOITE PELO MYNOTFMT
           SELECT NTF-FILE ASSIGN TO NOTIFDD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NTF-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *--- MAXIMO DE REGISTROS REJEITADOS ANTES DO ABEND E JANELA DE
      *--- DIAS DA VERIFICACAO DE ID DUPLICADO ENTRE RODADAS).
       FD PARM-FILE
          RECORD CONTAINS 48 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 PARM-RECORD.
      *--- MODO DE EXECUCAO: BRANCO/'N' = RODADA NOTURNA DE SEMPRE;
      *--- 'D' = MINI-RODADA DIURNA (ARQUIVO URGENTE DE AGENCIA,
      *--- SERIE DE RODADA PROPRIA, SEM TOCAR NO CHKPTDD/STATSDD NEM
      *--- NAS FILAS DA NOITE); 'F'/'P' = FLUXO PARALELO PRINCIPAL/
      *--- SECUNDARIO (CARTOES GRAVADOS PELO MYFLXDIV)
           05 PARM-RUN-MODE            PIC X(01).
      *--- PRAZO EM DIAS DO SUSPENSO DE CLIENTE NAO CADASTRADO
      *--- (BRANCO/ZERO = DEFAULT DE WS-DIAS-SUSPENSO)
           05 PARM-DIAS-SUSPENSO       PIC X(03).
           05 PARM-DIAS-SUSPENSO-N REDEFINES PARM-DIAS-SUSPENSO
                                       PIC 9(03).
      *--- DEBITO POSTADO IGUAL OU ACIMA DESTE VALOR GERA O AVISO AO
      *--- CLIENTE (BRANCO/ZERO = AVISO DESLIGADO)
           05 PARM-LIMITE-AVISO        PIC X(13).
           05 PARM-LIMITE-AVISO-N REDEFINES PARM-LIMITE-AVISO
                                       PIC 9(11)V99.
      *
      *--- HISTORICO DE IDS ACEITOS: ID + DATA (AAAAMMDD) DA ULTIMA
      *--- ACEITACAO. ENTRADAS MAIS ANTIGAS QUE A JANELA DO PARMDD
      *--- DEIXAM DE BARRAR E SAO REGRAVADAS COM A DATA CORRENTE.
      *--- A CONTA ENTROU NA CHAVE JUNTO COM A DO MESTRE (18 -> 21
      *--- BYTES; AS ENTRADAS ANTERIORES FORAM CONVERTIDAS PARA 001).
       FD IDHIST-FILE
          RECORD CONTAINS 21 CHARACTERS.
       01 IDHIST-RECORD.
           05 IDH-CHAVE.
               10 IDH-ID             PIC X(10).
               10 IDH-CONTA          PIC 9(03).
           05 IDH-DATE               PIC 9(08).
      *
      *--- CADASTRO MESTRE: ID + DADOS DO ULTIMO MOVIMENTO + DATA DA
      *--- ULTIMA ATUALIZACAO + SALDO CORRENTE (CREDITO SOMA, DEBITO
      *--- SUBTRAI - A POSICAO DO CLIENTE, MANTIDA A CADA MOVIMENTO
      *--- ACEITO NOS 13 BYTES ANTES RESERVADOS EM FILLER). A CHAVE E
      *--- O ID DO CLIENTE + O NUMERO DA CONTA (001 = CONTA PRINCIPAL;
      *--- O CLIENTE PODE TER CONTAS SEPARADAS POR FINALIDADE - O
      *--- REGISTRO PASSOU DE 100 PARA 119 BYTES E OS MESTRES
      *--- ANTERIORES FORAM CONVERTIDOS COM CONTA 001 PELO MYCNVCTA,
      *--- QUE TAMBEM TROUXE AS DATAS DE DORMENCIA E DE SALDO
      *--- NEGATIVO DO DORMDD E DO COBRDD PARA O PROPRIO MESTRE).
       FD MST-FILE
          RECORD CONTAINS 119 CHARACTERS.
       01 MST-RECORD.
           05 MST-CHAVE.
               10 MST-ID             PIC X(10).
               10 MST-CONTA          PIC 9(03).
           05 MST-DATA               PIC X(68).
           05 MST-ULT-ATUALIZACAO    PIC 9(08).
           05 MST-SALDO              PIC S9(11)V99.
      *--- SITUACAO DA CONTA: 'D' = DORMENTE (MARCADA PELO MYDORMNT
      *--- POR FALTA DE MOVIMENTO). DEBITO EM CONTA DORMENTE E
      *--- REJEITADO (R018); CREDITO POSTA E REATIVA A CONTA.
           05 MST-SITUACAO           PIC X(01).
              88 MST-DORMENTE        VALUE 'D'.
      *--- DATA EM QUE A CONTA FICOU DORMENTE (GRAVADA PELO MYDORMNT,
      *--- ZERADA NA REATIVACAO) E DATA DESDE A QUAL O SALDO ESTA
      *--- NEGATIVO (MANTIDA PELO MYCOBRAN). ZERO = NAO SE APLICA.
           05 MST-DATA-DORMENCIA     PIC 9(08).
           05 MST-DATA-NEGATIVO      PIC 9(08).
      *
      *--- REGISTRO DE TRANSMISSOES: CHAVE = DATA + ID DA RODADA DO
      *--- CABECALHO; A DATA DE RECEBIMENTO COMPLETA O LOG
           05 FILLER                 PIC X(10).
      *
      *--- FILA DE RECICLAGEM: MESMO LAYOUT DE 80 BYTES DO IN-FILE
      *--- (REGISTROS DE DETALHE CORRIGIDOS PELO MYREJRCY). O DETALHE
      *--- CORRIGIDO SEGUE O LAYOUT '03': CONTA NAS POSICOES 38-40,
      *--- BRANCOS = CONTA PRINCIPAL 001. O MYREJRCY SO ENFILEIRA
      *--- CORRECAO COM BRANCOS OU CONTA NUMERICA NAO ZERO ALI.
       FD RCY-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
       01 CAL-RECORD.
           05 CAL-DATE               PIC 9(08).
      *
      *--- DIA FECHADO DE UM CALENDARIO REGIONAL: CODIGO + DATA,
      *--- DESCRICAO DO FERIADO E O OFICIAL QUE O INCLUIU NA TRNC
       FD CALREG-FILE
          RECORD CONTAINS 40 CHARACTERS.
       01 CALREG-RECORD.
           05 CRG-CHAVE.
              10 CRG-CALENDARIO      PIC X(04).
              10 CRG-DATA            PIC 9(08).
           05 CRG-DESCRICAO          PIC X(20).
           05 CRG-ULT-OPERADOR       PIC X(03).
           05 FILLER                 PIC X(05).
      *
      *--- REGISTRO DE PROGRESSO: LAYOUT COMPARTILHADO COM O MYDB2BAT
      *--- E O LEITOR MYPRGRPT
       FD PRGRS-FILE
      *
      *--- CADASTRO DE AGENCIAS: PREFIXO DO ID DE RODADA + NOME +
      *--- DIAS ESPERADOS DE TRANSMISSAO (SEG..DOM, 'S'/'N') + CONTATO
      *--- + CICLO DE VIDA: SITUACAO (A=ATIVA, S=SUSPENSA, T=ENCERRADA;
      *--- BRANCO = ATIVA), INICIO E FIM DE VIGENCIA (ZEROS = SEM
      *--- LIMITE), VALOR MAXIMO POR LOTE (ZEROS = SEM LIMITE), VERSAO
      *--- DE LAYOUT HOMOLOGADA (BRANCO = SEM RESTRICAO), A ULTIMA
      *--- ALTERACAO FEITA NA TRNE E O CALENDARIO REGIONAL DA AGENCIA
      *--- (BRANCO = SO O NACIONAL)
       FD AGYREG-FILE
          RECORD CONTAINS 120 CHARACTERS.
       01 AGYREG-RECORD.
           05 AGR-PREFIXO            PIC X(04).
           05 AGR-NOME               PIC X(30).
           05 AGR-DIAS-ESPERADOS     PIC X(07).
           05 AGR-CONTATO            PIC X(20).
           05 AGR-SITUACAO           PIC X(01).
              88 AGR-SUSPENSA        VALUE 'S'.
              88 AGR-ENCERRADA       VALUE 'T'.
           05 AGR-DATA-INICIO        PIC 9(08).
           05 AGR-DATA-FIM           PIC 9(08).
           05 AGR-VALOR-MAXIMO       PIC 9(13)V99.
           05 AGR-VERSAO-LAYOUT      PIC X(02).
           05 AGR-ULT-ALTERACAO      PIC 9(08).
           05 AGR-ULT-OPERADOR       PIC X(03).
           05 AGR-CALENDARIO         PIC X(04).
           05 FILLER                 PIC X(10).
      *
      *--- DIARIO DE MOVIMENTOS DO MESTRE: RODADA + OPERACAO + IMAGENS
      *--- ANTES/DEPOIS (DADOS E SALDO). MJR-ORIGEM: 'D' = DETALHE
      *--- NORMAL, 'R' = ESTORNO, 'J' = CAPITALIZACAO DE JUROS (GRAVADA
      *--- PELO MYJUROS, NA MESMA CADEIA DO DIARIO), 'B' = OPERACAO
      *--- DESFEITA PELO MYBCKOUT, 'F' = TRANSFERENCIA DE SALDO NA
      *--- FUSAO DE CADASTROS (MYMERGE; NA SAIDA DO DUPLICADO A IMAGEM
      *--- DEPOIS TRAZ SO O ID DO SOBREVIVENTE), 'H' = ANCORA DIARIA DA
      *--- CADEIA DE HASH (MYMJRCAD; NAO E MOVIMENTO), 'W' = BAIXA PARA
      *--- PERDA DA POSICAO DEVEDORA (CREDITO GRAVADO PELO MYCOBRAN).
      *--- MJR-APROVADOR: O OPERADOR QUE APROVOU O AJUSTE MANUAL DO
      *--- LOTE 'AJUS' (TRNJ) OU A BAIXA PARA PERDA (TRNU); BRANCO NOS
      *--- DEMAIS MOVIMENTOS. MJR-GRAV-DATA E MJR-HASH SAO
      *--- PREENCHIDOS PELO MYMJRCAD EM TODA LINHA GRAVADA.
       FD MSTJRN-FILE
          RECORD CONTAINS 230 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 MSTJRN-RECORD.
           05 MJR-DATA-DEPOIS        PIC X(68).
           05 MJR-SALDO-ANTES        PIC S9(11)V99.
           05 MJR-SALDO-DEPOIS       PIC S9(11)V99.
           05 MJR-APROVADOR          PIC X(03).
           05 FILLER                 PIC X(01).
           05 MJR-GRAV-DATA          PIC 9(08).
           05 MJR-HASH               PIC X(16).
           05 MJR-CONTA              PIC X(03).
           05 FILLER                 PIC X(03).
      *
      *--- HISTORICO DE TAXAS: UMA TAXA PARA BRL (6 INTEIROS + 6
      *--- DECIMAIS) POR MOEDA E DATA EFETIVA. TXH-TAXA SO VALE COM
      *--- TXH-APROVADA = 'S' (A PROPOSTA EM ANALISE FICA AO LADO, SEM
      *--- EFEITO); TAXA APROVADA ZERO ENCERRA A COTACAO DA MOEDA.
       FD TXHIST-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 TXHIST-RECORD.
           05 TXH-KEY.
              10 TXH-MOEDA           PIC X(03).
              10 TXH-DATA-EFETIVA    PIC 9(08).
           05 TXH-TAXA               PIC 9(06)V9(06).
           05 TXH-APROVADA           PIC X(01).
           05 TXH-APROV-OPID         PIC X(03).
           05 TXH-APROV-DATA         PIC 9(07).
           05 TXH-PROPOSTA           PIC 9(06)V9(06).
           05 TXH-PENDENTE           PIC X(01).
           05 TXH-PROP-OPID          PIC X(03).
           05 TXH-PROP-DATA          PIC 9(07).
           05 FILLER                 PIC X(23).
      *
      *--- ARMAZEM DE FUTUROS: DATA EFETIVA + ID + CONTA + O DETALHE
      *--- DE 80 BYTES ORIGINAL (REPROCESSADO INTEGRALMENTE NA
      *--- LIBERACAO) + O ID DA RODADA QUE O TROUXE (O DIARIO DA
      *--- LIBERACAO SAI EM NOME DA AGENCIA DE ORIGEM, NAO DO PRIMEIRO
      *--- LOTE DO DIA). A CONTA VAI NA CHAVE PORQUE A VERSAO DO LOTE
      *--- QUE A DEFINIU NAO E GUARDADA COM O DETALHE.
       FD WHS-FILE
          RECORD CONTAINS 109 CHARACTERS.
       01 WHS-RECORD.
           05 WHS-KEY.
               10 WHS-EFF-DATE       PIC 9(08).
               10 WHS-ID             PIC X(10).
               10 WHS-CONTA          PIC 9(03).
           05 WHS-DETALHE            PIC X(80).
           05 WHS-RUN-ID             PIC X(08).
      *
      *--- SUSPENSO: ID DO CLIENTE + DATA DE CHEGADA + SEQUENCIA (MAIS
      *--- DE UM DETALHE DO MESMO CLIENTE NO MESMO DIA), VALOR, D/C E
      *--- MOEDA EM CLARO PARA O RELATORIO DE ENVELHECIMENTO
      *--- (MYSUSRPT), O ID DA RODADA DE ORIGEM (A REJEICAO POR PRAZO
      *--- VOLTA PARA ESSA AGENCIA) E O DETALHE DE 80 BYTES ORIGINAL,
      *--- REPROCESSADO INTEGRALMENTE NA LIBERACAO, COM A CONTA DO
      *--- DETALHE (BRANCOS NOS REGISTROS ANTERIORES = 001).
       FD SUS-FILE
          RECORD CONTAINS 130 CHARACTERS.
       01 SUS-RECORD.
           05 SUS-KEY.
               10 SUS-CLI-ID         PIC X(10).
               10 SUS-DATA-CHEGADA   PIC 9(08).
               10 SUS-SEQ            PIC 9(03).
           05 SUS-VALOR              PIC 9(11)V99.
           05 SUS-DC                 PIC X(01).
           05 SUS-MOEDA              PIC X(03).
           05 SUS-RUN-ID             PIC X(08).
           05 SUS-DETALHE            PIC X(80).
           05 SUS-CONTA              PIC X(03).
           05 FILLER                 PIC X(01).
      *
      *--- CARTAO DE REGRAS DA TRIAGEM. VELOCIDADE: MAIS DE
      *--- RUL-VELOC-MAX DETALHES DO MESMO CLIENTE NA RODADA. DESVIO:
      *--- VALOR ACIMA DE RUL-DESVIO-FATOR VEZES A MEDIA HISTORICA
      *--- (SO COM PELO MENOS RUL-DESVIO-MIN-HIST MOVIMENTOS NA
      *--- MEDIA). AGENCIAS: MESMO CLIENTE, MESMO VALOR E MESMA DATA
      *--- EFETIVA VINDOS DE AGENCIAS DIFERENTES. A SOMA DOS PONTOS
      *--- DAS REGRAS ATINGIDAS IGUAL OU ACIMA DE RUL-LIMIAR RETEM.
       FD RULE-FILE
          RECORD CONTAINS 80 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       01 RUL-RECORD.
           05 RUL-VELOC-MAX          PIC 9(03).
           05 RUL-VELOC-PONTOS       PIC 9(03).
           05 RUL-DESVIO-FATOR       PIC 9(03).
           05 RUL-DESVIO-MIN-HIST    PIC 9(03).
           05 RUL-DESVIO-PONTOS      PIC 9(03).
           05 RUL-AGENCIA-PONTOS     PIC 9(03).
           05 RUL-LIMIAR             PIC 9(03).
           05 FILLER                 PIC X(59).
      *
      *--- MEDIA HISTORICA (MESMO LAYOUT GRAVADO PELO MYMEDCLI)
       FD MED-FILE
          RECORD CONTAINS 40 CHARACTERS.
       01 MED-RECORD.
           05 MED-ID                 PIC X(10).
           05 MED-QTDE               PIC 9(07).
           05 MED-VALOR-MEDIO        PIC 9(11)V99.
           05 MED-ULT-DATA           PIC 9(08).
           05 FILLER                 PIC X(02).
      *
      *--- BLOQUEIO POR KYC VENCIDO (MESMO LAYOUT GRAVADO PELO MYKYCBLQ)
       FD KYB-FILE
          RECORD CONTAINS 40 CHARACTERS.
       01 KYB-RECORD.
           05 KYB-ID                 PIC X(10).
           05 KYB-RISCO              PIC X(01).
           05 KYB-DATA-PROX-REVISAO  PIC 9(08).
           05 KYB-DIAS-ATRASO        PIC 9(05).
           05 FILLER                 PIC X(16).
      *
      *--- RISCO DO BIRO (MESMO LAYOUT GRAVADO PELO MYBIRRET)
       FD BIR-FILE
          RECORD CONTAINS 40 CHARACTERS.
       COPY MYBIRC.
      *
      *--- VINCULO DO CLIENTE AO GRUPO ECONOMICO (MESMO LAYOUT DA
      *--- TRNG): VALE SO O VINCULO APROVADO (CODIGO, PAPEL E, NO
      *--- CABECA, O LIMITE DO GRUPO); A PROPOSTA EM ANALISE FICA AO
      *--- LADO, SEM EFEITO. CODIGO EM BRANCO = SEM GRUPO.
       FD GRP-FILE
          RECORD CONTAINS 100 CHARACTERS.
       01 GRP-RECORD.
           05 GRP-ID                 PIC X(10).
           05 GRP-CODIGO             PIC X(06).
           05 GRP-PAPEL              PIC X(01).
              88 GRP-CABECA          VALUE 'H'.
           05 GRP-LIMITE             PIC 9(11)V99.
           05 GRP-APROVADO           PIC X(01).
           05 GRP-APROV-OPID         PIC X(03).
           05 GRP-APROV-DATA         PIC 9(07).
           05 GRP-PROP-CODIGO        PIC X(06).
           05 GRP-PROP-PAPEL         PIC X(01).
           05 GRP-PROP-LIMITE        PIC 9(11)V99.
           05 GRP-PENDENTE           PIC X(01).
           05 GRP-PROP-OPID          PIC X(03).
           05 GRP-PROP-DATA          PIC 9(07).
           05 FILLER                 PIC X(28).
      *
      *--- BLOQUEIO JUDICIAL (MESMO LAYOUT DA TRNQ)
       FD BJU-FILE
          RECORD CONTAINS 200 CHARACTERS.
       COPY MYBJUC.
      *
      *--- RETIDO: CHAVE DATA DA RETENCAO + SEQUENCIA, SITUACAO DA
      *--- DECISAO, DADOS EM CLARO PARA A TELA DO ANALISTA (CLIENTE,
      *--- VALOR, PONTOS E REGRAS ATINGIDAS), O ID DA RODADA DE ORIGEM
      *--- (A RECUSA VOLTA PARA ESSA AGENCIA), O DETALHE DE 80 BYTES
      *--- ORIGINAL (REPROCESSADO NA LIBERACAO), A DECISAO GRAVADA
      *--- PELA TRNF (MESMO LAYOUT NO MYCICSFR) E A CONTA DO DETALHE
      *--- (BRANCOS NOS REGISTROS ANTERIORES = 001).
       FD HLD-FILE
          RECORD CONTAINS 220 CHARACTERS.
       01 HLD-RECORD.
           05 HLD-KEY.
               10 HLD-DATA           PIC 9(08).
               10 HLD-SEQ            PIC 9(06).
           05 HLD-SITUACAO           PIC X(01).
              88 HLD-PENDENTE        VALUE 'P'.
              88 HLD-LIBERADO        VALUE 'L'.
              88 HLD-RECUSADO        VALUE 'R'.
           05 HLD-CLI-ID             PIC X(10).
           05 HLD-VALOR              PIC 9(11)V99.
           05 HLD-DC                 PIC X(01).
           05 HLD-MOEDA              PIC X(03).
           05 HLD-DATA-EFETIVA       PIC 9(08).
           05 HLD-RUN-ID             PIC X(08).
           05 HLD-PONTOS             PIC 9(03).
           05 HLD-REGRAS.
               10 HLD-REGRA-VELOC    PIC X(01).
               10 HLD-REGRA-DESVIO   PIC X(01).
               10 HLD-REGRA-AGENCIA  PIC X(01).
           05 HLD-QTDE-RODADA        PIC 9(03).
           05 HLD-MEDIA              PIC 9(11)V99.
           05 HLD-DETALHE            PIC X(80).
           05 HLD-ANALISTA           PIC X(03).
           05 HLD-DEC-DATA           PIC 9(08).
           05 HLD-DEC-HORA           PIC 9(06).
           05 HLD-DEC-MOTIVO         PIC X(30).
           05 HLD-CONTA              PIC X(03).
           05 FILLER                 PIC X(10).
      *
      *--- ESTATISTICAS DA RODADA: LAYOUT COMPARTILHADO COM O
      *--- MYDB2BAT E COM O CARREGADOR MYSTATLD (TABELA RUN_STATS)
           05 STAT-REJECTED          PIC 9(09).
           05 STAT-ELAPSED           PIC 9(07).
           05 STAT-THROUGHPUT        PIC 9(07).
      *
       FD NTF-FILE
          RECORD CONTAINS 200 CHARACTERS
          BLOCK CONTAINS 0 RECORDS
          RECORDING MODE IS F.
       COPY MYNOTFC.
      *
       WORKING-STORAGE SECTION.
      *
              88 WS-TRG-NOTFND      VALUE '23'.
           05 WS-MST-FILE-STATUS    PIC X(02).
              88 WS-MST-OK          VALUE '00'.
              88 WS-MST-EOF         VALUE '10'.
              88 WS-MST-DUPKEY      VALUE '22'.
              88 WS-MST-NOTFND      VALUE '23'.
           05 WS-STATS-FILE-STATUS  PIC X(02).
              88 WS-STATS-OK        VALUE '00'.
           05 WS-NTF-FILE-STATUS    PIC X(02).
              88 WS-NTF-OK          VALUE '00'.
           05 WS-CAL-FILE-STATUS    PIC X(02).
              88 WS-CAL-OK          VALUE '00'.
              88 WS-CAL-EOF         VALUE '10'.
           05 WS-TXH-FILE-STATUS    PIC X(02).
              88 WS-TXH-OK          VALUE '00'.
              88 WS-TXH-EOF         VALUE '10'.
           05 WS-MJR-FILE-STATUS    PIC X(02).
              88 WS-MJR-OK          VALUE '00'.
           05 WS-AGY-FILE-STATUS    PIC X(02).
              88 WS-AGY-OK          VALUE '00'.
              88 WS-AGY-EOF         VALUE '10'.
           05 WS-CRG-FILE-STATUS    PIC X(02).
              88 WS-CRG-OK          VALUE '00'.
              88 WS-CRG-EOF         VALUE '10'.
           05 WS-PRGRS-FILE-STATUS  PIC X(02).
              88 WS-PRGRS-OK        VALUE '00'.
           05 WS-WHS-FILE-STATUS    PIC X(02).
              88 WS-WHS-DUPKEY      VALUE '22'.
              88 WS-WHS-NOTFND      VALUE '23'.
              88 WS-WHS-EOF         VALUE '10'.
           05 WS-SUS-FILE-STATUS    PIC X(02).
              88 WS-SUS-OK          VALUE '00'.
              88 WS-SUS-DUPKEY      VALUE '22'.
              88 WS-SUS-NOTFND      VALUE '23'.
              88 WS-SUS-EOF         VALUE '10'.
           05 WS-RUL-FILE-STATUS    PIC X(02).
              88 WS-RUL-OK          VALUE '00'.
           05 WS-MED-FILE-STATUS    PIC X(02).
              88 WS-MED-OK          VALUE '00'.
              88 WS-MED-AUSENTE     VALUE '05'.
              88 WS-MED-NOTFND      VALUE '23'.
           05 WS-KYB-FILE-STATUS    PIC X(02).
              88 WS-KYB-OK          VALUE '00'.
              88 WS-KYB-AUSENTE     VALUE '05'.
              88 WS-KYB-NOTFND      VALUE '23'.
           05 WS-BIR-FILE-STATUS    PIC X(02).
              88 WS-BIR-OK          VALUE '00'.
              88 WS-BIR-AUSENTE     VALUE '05'.
              88 WS-BIR-NOTFND      VALUE '23'.
      *--- '02' = LIDO PELO INDICE ALTERNATIVO COM MAIS MEMBROS DO
      *--- MESMO GRUPO A SEGUIR
           05 WS-GRP-FILE-STATUS    PIC X(02).
              88 WS-GRP-OK          VALUE '00' '02'.
              88 WS-GRP-AUSENTE     VALUE '05'.
              88 WS-GRP-NOTFND      VALUE '23'.
              88 WS-GRP-EOF         VALUE '10'.
           05 WS-BJU-FILE-STATUS    PIC X(02).
              88 WS-BJU-OK          VALUE '00'.
              88 WS-BJU-AUSENTE     VALUE '05'.
              88 WS-BJU-NOTFND      VALUE '23'.
              88 WS-BJU-EOF         VALUE '10'.
           05 WS-HLD-FILE-STATUS    PIC X(02).
              88 WS-HLD-OK          VALUE '00'.
              88 WS-HLD-DUPKEY      VALUE '22'.
              88 WS-HLD-NOTFND      VALUE '23'.
              88 WS-HLD-EOF         VALUE '10'.
      *
      *--- CONTADORES E TOTAIS
       01 WS-COUNTERS.
           05 WS-COUNT-INCLUSOES    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ALTERACOES   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EXCLUSOES    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REATIVACOES  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EXT-LIDAS     PIC 9(07) VALUE ZERO.
           05 WS-COUNT-EXT-ACEITAS   PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REV-LIDAS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-REV-APLICADAS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-ARMAZENADOS  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-LIBERADOS    PIC 9(07) VALUE ZERO.
      *--- SUSPENSO DE CLIENTES NAO CADASTRADOS: ENTRADAS DO DIA,
      *--- LIBERADAS (CLIENTE JA CADASTRADO), EXPIRADAS (R019) E AS
      *--- QUE CONTINUAM AGUARDANDO O CADASTRO
           05 WS-COUNT-SUSPENSOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SUS-LIBERADOS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SUS-EXPIRADOS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-SUS-MANTIDOS PIC 9(07) VALUE ZERO.
      *--- TRIAGEM DE MOVIMENTO SUSPEITO: RETIDOS HOJE E AS DECISOES
      *--- DO ANALISTA CONSUMIDAS NA RODADA (LIBERADOS/RECUSADOS), MAIS
      *--- OS QUE CONTINUAM PENDENTES NA FILA
           05 WS-COUNT-RETIDOS      PIC 9(07) VALUE ZERO.
           05 WS-COUNT-RET-LIBERADOS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-RET-RECUSADOS PIC 9(07) VALUE ZERO.
           05 WS-COUNT-RET-PENDENTES PIC 9(07) VALUE ZERO.
      *--- DEBITOS RECUSADOS POR REVISAO KYC VENCIDA (R021)
           05 WS-COUNT-BLOQ-KYC     PIC 9(07) VALUE ZERO.
      *--- DEBITOS RECUSADOS PELO LIMITE DO GRUPO ECONOMICO (R022)
           05 WS-COUNT-LIMITE-GRUPO PIC 9(07) VALUE ZERO.
      *--- DEBITOS RECUSADOS POR BLOQUEIO JUDICIAL (R029)
           05 WS-COUNT-BLOQ-JUDICIAL PIC 9(07) VALUE ZERO.
      *--- DETALHES COM CONTA INVALIDA (R030)
           05 WS-COUNT-CONTA-INVALIDA PIC 9(07) VALUE ZERO.
      *--- DEBITOS RECUSADOS POR CLIENTE SEM LIMITE NO BIRO (R031)
           05 WS-COUNT-BIRO-SEM-LIMITE PIC 9(07) VALUE ZERO.
      *--- EVENTOS DE AVISO AO CLIENTE GRAVADOS NO NOTIFDD
           05 WS-COUNT-NOTIFICACOES PIC 9(07) VALUE ZERO.
      *--- CADASTROS DE CLIENTE ('C'): REGISTROS LIDOS, CLIENTES
      *--- CRIADOS E CADASTROS DEVOLVIDOS A AGENCIA
           05 WS-COUNT-CAD-LIDOS    PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CAD-CRIADOS  PIC 9(07) VALUE ZERO.
           05 WS-COUNT-CAD-RECUSADOS PIC 9(07) VALUE ZERO.
      *--- REGISTROS DOS LOTES DE ORDENS PERMANENTES (SERIE 'PROG',
      *--- GERADOS PELO MYORDGEN) E DE ESTORNOS DE CONTESTACOES
      *--- ACEITAS (SERIE 'CASO', GERADOS PELO MYCASGEN), AMBOS
      *--- CONCATENADOS AO IN-FILE: CONTAM EM
      *--- WS-COUNT-IN-READ (O RESTART PULA POR POSICAO FISICA), MAS
      *--- FICAM FORA DA CONFERENCIA DO CARTAO DE CONTROLE, QUE COBRE
      *--- SO O QUE A ORIGEM TRANSMITIU
           05 WS-COUNT-IN-PROGRAMADO PIC 9(07) VALUE ZERO.
           05 WS-COUNT-IN-TRANSMITIDO PIC 9(07) VALUE ZERO.
      *--- TOTAIS DE VALOR DOS DETALHES ACEITOS (GRAVADOS), PARA A
      *--- SECAO DE BALANCEAMENTO DO RELATORIO. COM SINAL: UM ESTORNO
      *--- SUBTRAI, E UM DIA DE ESTORNOS PODE FICAR NEGATIVO.
       01 WS-HEADER-INFO.
           05 WS-HDR-RUN-DATE-SAVED PIC X(08) VALUE SPACES.
           05 WS-HDR-RUN-ID-SAVED   PIC X(08) VALUE SPACES.
      *--- ID DA RODADA DE ORIGEM DO DETALHE LIBERADO DO ARMAZEM
      *--- (BRANCO FORA DA LIBERACAO = VALE O DO CABECALHO CORRENTE)
           05 WS-RUN-ID-ORIGEM      PIC X(08) VALUE SPACES.
      *
      *--- CONTADORES DO LOTE CORRENTE. O IN-FILE PODE CONCATENAR
      *--- VARIOS GRUPOS H...T (UM POR AGENCIA TRANSMISSORA); CADA
      *--- ARQUIVO DE RETORNO DA PRIMEIRA AGENCIA DO DIA)
           05 WS-REJ-FORA-LOTE-SW   PIC X(01) VALUE 'N'.
              88 WS-REJ-FORA-DE-LOTE VALUE 'S'.
      *--- 'O' ENQUANTO O SUSPENSO (1270) E CONSUMIDO: O REJEITADO
      *--- VOLTA PARA A AGENCIA DE ORIGEM (ID DA RODADA GUARDADO NO
      *--- SUSPENSO), NAO PARA O LOTE DO DIA
              88 WS-REJ-DA-ORIGEM   VALUE 'O'.
      *--- VERSAO DO LAYOUT DO LOTE EM CURSO E O ULTIMO DETALHE
      *--- ACEITO (PARA CASAR O REGISTRO 'E' DE EXTENSAO DO V2). O
      *--- V3 E O V2 COM A CONTA NO DETALHE: TAMBEM ACEITA EXTENSOES.
           05 WS-BATCH-VERSAO       PIC X(02) VALUE '01'.
              88 WS-BATCH-E-V2      VALUE '02' '03'.
              88 WS-BATCH-E-V3      VALUE '03'.
           05 WS-ULT-DET-ACEITO-ID  PIC X(10) VALUE LOW-VALUES.
      *--- CONTA DO DETALHE CORRENTE (O MESTRE E CHAVEADO POR ID +
      *--- CONTA): NO LOTE '03' VEM NO DETALHE (WS-IN-CONTA); NOS
      *--- LOTES '01'/'02' E A CONTA PRINCIPAL 001; NOS LIBERADOS DO
      *--- ARMAZEM, DO SUSPENSO E DOS RETIDOS VEM GRAVADA COM O
      *--- DETALHE, JA QUE A VERSAO DO LOTE NAO FICA GUARDADA; NO
      *--- RECICLADO, DO PROPRIO DETALHE CORRIGIDO (BRANCOS = 001).
           05 WS-DET-CONTA-X        PIC X(03) VALUE '001'.
           05 WS-DET-CONTA REDEFINES WS-DET-CONTA-X PIC 9(03).
      *--- RESULTADO DO BALANCEAMENTO DO LOTE, CARIMBADO NA
      *--- CONFIRMACAO DE RECEBIMENTO ('N' ENQUANTO O TRAILER NAO
      *--- CHEGA - UM LOTE FECHADO SEM TRAILER SAI NAO BALANCEADO)
           05 WS-BATCH-BALANCEADO   PIC X(01) VALUE 'N'.
      *--- LOTE DE REMETENTE NAO CADASTRADO: TODOS OS REGISTROS DO
      *--- CORPO CAEM DIRETO EM R015, SEM VALIDACAO NEM APLICACAO.
      *--- O MOTIVO VEM DO CICLO DE VIDA DA AGENCIA (2407): R015 FORA
      *--- DO CADASTRO OU DA VIGENCIA, R025 SUSPENSA, R026 VERSAO DE
      *--- LAYOUT NAO HOMOLOGADA
           05 WS-BATCH-SKIP-SW      PIC X(01) VALUE 'N'.
              88 WS-BATCH-SKIP      VALUE 'S'.
           05 WS-BATCH-SKIP-MOTIVO  PIC X(04) VALUE SPACES.
      *--- NOME DA AGENCIA DO LOTE CORRENTE (DO CADASTRO), PARA O
      *--- RELATORIO IMPRIMIR O NOME EM VEZ DO ID CRU
           05 WS-AGY-NOME-SAVED     PIC X(30) VALUE SPACES.
      *--- CABECALHO, LOGO APOS A FILA DE RECICLAGEM
           05 WS-WAREHOUSE-DONE-SW  PIC X(01) VALUE 'N'.
              88 WS-WAREHOUSE-DONE  VALUE 'Y'.
           05 WS-SUSPENSE-DONE-SW   PIC X(01) VALUE 'N'.
              88 WS-SUSPENSE-DONE   VALUE 'Y'.
           05 WS-HOLD-DONE-SW       PIC X(01) VALUE 'N'.
              88 WS-HOLD-DONE       VALUE 'Y'.
      *--- LIGADO DO CABECALHO DE UM LOTE DA SERIE DE ORDENS
      *--- PERMANENTES, DE ESTORNOS DE CONTESTACAO OU DE AJUSTES
      *--- MANUAIS ATE O PROXIMO CABECALHO (4045)
           05 WS-LOTE-PROGRAMADO-SW PIC X(01) VALUE 'N'.
              88 WS-LOTE-PROGRAMADO VALUE 'S'.
           05 WS-PREFIXO-PROGRAMADO PIC X(04) VALUE 'PROG'.
           05 WS-PREFIXO-CASOS      PIC X(04) VALUE 'CASO'.
           05 WS-PREFIXO-AJUSTES    PIC X(04) VALUE 'AJUS'.
      *--- ID DA RODADA DE ORIGEM DO DETALHE EM APLICACAO (O DO
      *--- ARMAZEM/SUSPENSO/RETIDO NA LIBERACAO, SENAO O DO CABECALHO)
           05 WS-RUN-ID-DETALHE     PIC X(08) VALUE SPACES.
      *--- TOTAIS DE VALOR LIDOS NO LOTE (VALIDOS OU NAO), CONFERIDOS
      *--- CONTRA OS TOTAIS DO TRAILER DO LOTE. COM SINAL: O ESTORNO
      *--- ENTRA SUBTRAINDO (O EMISSOR TAMBEM O ABATE NO TRAILER).
       01 WS-PARM-CONTROLE.
           05 WS-MAX-REJECT-LIMIT    PIC 9(07) VALUE 9999999.
           05 WS-DUP-HISTORY-DAYS    PIC 9(03) VALUE 7.
      *--- PRAZO MAXIMO (DIAS CORRIDOS DESDE A CHEGADA) DE UM DETALHE
      *--- NO SUSPENSO ANTES DE VOLTAR PARA A AGENCIA COM R019
           05 WS-DIAS-SUSPENSO       PIC 9(03) VALUE 10.
      *--- 'S' SO NO REPROCESSAMENTO INTENCIONAL: DEIXA PASSAR UM
      *--- CABECALHO JA REGISTRADO NO TRNREG-FILE
           05 WS-FORCE-SWITCH        PIC X(01) VALUE 'N'.
              88 WS-FORCE-REPROCESS  VALUE 'S'.
      *--- LIMITE DE POSICAO DEVEDORA POR CLIENTE (ZERO = DESLIGADO)
           05 WS-LIMITE-DEBITO       PIC 9(11)V99 VALUE ZERO.
      *--- VALOR A PARTIR DO QUAL O DEBITO POSTADO E AVISADO AO
      *--- CLIENTE (ZERO = DESLIGADO)
           05 WS-LIMITE-AVISO        PIC 9(11)V99 VALUE ZERO.
      *--- MODO DE EXECUCAO (PARMDD): A MINI-RODADA DIURNA PROCESSA UM
      *--- ARQUIVO URGENTE NA HORA, REGISTRANDO EM TRNREG/IDHIST COMO
      *--- QUALQUER RODADA, MAS SEM GRAVAR CHECKPOINT NEM ESTATISTICA
      *--- PERSISTENTE E TOCADO (TRNREG, IDHIST, MESTRE, ARMAZEM) E A
      *--- VERIFICACAO DE ID DUPLICADO FICA FORA (OS IDS DA RODADA
      *--- ORIGINAL JA ESTAO NO HISTORICO, REJEITARIAM TUDO).
      *--- 'F'/'P' = FLUXOS PARALELOS DA NOITE (MYFLXDIV SEPARA O
      *--- IN-FILE POR AGENCIA, MYFLXJUN JUNTA AS SAIDAS): CADA FLUXO
      *--- GRAVA CHECKPOINT E ESTATISTICA PROPRIOS COMO A RODADA
      *--- NOTURNA; SO O PRINCIPAL ('F') CONSOME AS FILAS DA NOITE, E
      *--- NO SUSPENSO DEIXA PARA AMANHA O QUE OS OUTROS FLUXOS
      *--- ESTACIONAREM HOJE (CLIENTE DELES, NAO DESTE FLUXO).
           05 WS-RUN-MODE            PIC X(01) VALUE 'N'.
              88 WS-MODE-NOTURNO     VALUES 'N' ' '.
              88 WS-MODE-DIURNO      VALUE 'D'.
              88 WS-MODE-REPLAY      VALUE 'R'.
              88 WS-MODE-FLUXO-PRINCIPAL VALUE 'F'.
              88 WS-MODE-FLUXO-PARALELO  VALUE 'P'.
              88 WS-MODE-CONSOME-FILAS   VALUES 'N' ' ' 'F'.
              88 WS-MODE-CICLO-NOTURNO   VALUES 'N' ' ' 'F' 'P'.
      *
      *--- APOIO DA MANUTENCAO DO SALDO DO MESTRE: SALDO LIDO, SALDO
      *--- PROJETADO COM O MOVIMENTO E O TESTE DE LIMITE
           05 WS-SALDO-PROJETADO     PIC S9(11)V99 VALUE ZERO.
           05 WS-SALDO-TESTE         PIC S9(12)V99 VALUE ZERO.
      *
      *--- APOIO DO LIMITE DO GRUPO ECONOMICO: GRUPO DO CLIENTE, A
      *--- POSICAO SOMADA DE TODAS AS CONTAS DOS MEMBROS (COM O SALDO
      *--- PROJETADO NO LUGAR DO SALDO DA CONTA DO DETALHE), O LIMITE
      *--- LIDO DO CABECA E A COPIA DO MESTRE CORRENTE (A VARREDURA
      *--- DOS MEMBROS LE OUTROS MESTRES NA MESMA AREA ANTES DO
      *--- REWRITE)
       01 WS-GRUPO-CONTROLE.
           05 WS-GRP-PRESENTE-SW     PIC X(01) VALUE 'N'.
              88 WS-GRP-PRESENTE     VALUE 'S'.
           05 WS-GRP-FIM-SW          PIC X(01) VALUE 'N'.
              88 WS-GRP-FIM-MEMBROS  VALUE 'S'.
           05 WS-GRP-FIM-CONTAS-SW   PIC X(01) VALUE 'N'.
              88 WS-GRP-FIM-CONTAS   VALUE 'S'.
           05 WS-GRP-CODIGO-CLI      PIC X(06) VALUE SPACES.
           05 WS-GRP-POSICAO         PIC S9(13)V99 VALUE ZERO.
           05 WS-GRP-LIMITE          PIC 9(11)V99 VALUE ZERO.
           05 WS-GRP-TESTE           PIC S9(13)V99 VALUE ZERO.
           05 WS-GRP-MST-SALVO       PIC X(119) VALUE SPACES.
      *
      *--- APOIO DO BLOQUEIO JUDICIAL: SOMA DOS BLOQUEIOS EM VIGOR DO
      *--- CLIENTE NA DATA DA RODADA E O SALDO QUE SOBRARIA LIVRE NO
      *--- CLIENTE (TODAS AS CONTAS). O MESTRE CORRENTE E GUARDADO
      *--- DURANTE A VARREDURA DAS CONTAS, COMO NO LIMITE DE GRUPO
       01 WS-BJU-CONTROLE.
           05 WS-BJU-PRESENTE-SW     PIC X(01) VALUE 'N'.
              88 WS-BJU-PRESENTE     VALUE 'S'.
           05 WS-BJU-FIM-SW          PIC X(01) VALUE 'N'.
              88 WS-BJU-FIM-CLIENTE  VALUE 'S'.
           05 WS-BJU-FIM-CONTAS-SW   PIC X(01) VALUE 'N'.
              88 WS-BJU-FIM-CONTAS   VALUE 'S'.
           05 WS-BJU-BLOQUEADO       PIC 9(13)V99 VALUE ZERO.
           05 WS-BJU-TESTE           PIC S9(13)V99 VALUE ZERO.
           05 WS-BJU-MST-SALVO       PIC X(119) VALUE SPACES.
      *
      *--- IMAGENS PARA O DIARIO DO MESTRE, CAPTURADAS ANTES DA
      *--- OPERACAO SOBRESCREVER O REGISTRO (A ORIGEM 'D'/'R' E A
      *--- OPERACAO I/A/E SAO CARIMBADAS PELO PARAGRAFO CHAMADOR)
           05 WS-MJR-DATA-DEPOIS     PIC X(68) VALUE SPACES.
           05 WS-MJR-SALDO-ANTES     PIC S9(11)V99 VALUE ZERO.
           05 WS-MJR-SALDO-DEPOIS    PIC S9(11)V99 VALUE ZERO.
           05 WS-MJR-APROVADOR       PIC X(03) VALUE SPACES.
      *--- A LINHA JA ENCADEADA, GUARDADA ENQUANTO A ANCORA DIARIA
      *--- (MYMJRCAD) E ESCRITA NA FRENTE DELA
           05 WS-MJR-LINHA-SALVA     PIC X(230) VALUE SPACES.
      *
      *--- ENCADEAMENTO DAS LINHAS DO DIARIO (MODULO MYMJRCAD)
       COPY MYMJRCDC.
      *
      *--- APOIO DA VERIFICACAO DE ID DUPLICADO: DATA CORRENTE E DATA
      *--- DO HISTORICO EM DIAS CORRIDOS (INTEGER-OF-DATE), PARA O
           05 WS-TODAY-INTEGER       PIC 9(07) VALUE ZERO.
           05 WS-IDH-DATE-INTEGER    PIC 9(07) VALUE ZERO.
           05 WS-IDH-AGE-DAYS        PIC S9(05) VALUE ZERO.
      *--- IDADE DO DETALHE NO SUSPENSO (MESMA BASE DE DIAS CORRIDOS)
           05 WS-SUS-AGE-DAYS        PIC S9(05) VALUE ZERO.
      *
      *--- TRIAGEM DE MOVIMENTO SUSPEITO: REGRAS DO CARTAO REGRADD,
      *--- O RESULTADO DO DETALHE CORRENTE E A SEQUENCIA DE GRAVACAO
      *--- NA FILA DE RETIDOS
       01 WS-TRIAGEM-CONTROLE.
           05 WS-TRIAGEM-SW          PIC X(01) VALUE 'N'.
              88 WS-TRIAGEM-ATIVA    VALUE 'S'.
      *--- LIGADO NA LIBERACAO PELO ANALISTA: O DETALHE JA FOI
      *--- EXAMINADO E NAO PASSA DE NOVO PELA TRIAGEM
           05 WS-TRIAGEM-DISP-SW     PIC X(01) VALUE 'N'.
              88 WS-TRIAGEM-DISPENSADA VALUE 'S'.
           05 WS-RETIDO-SW           PIC X(01) VALUE 'N'.
              88 WS-DETALHE-RETIDO   VALUE 'S'.
           05 WS-REGRA-VELOC-MAX     PIC 9(03) VALUE ZERO.
           05 WS-REGRA-VELOC-PONTOS  PIC 9(03) VALUE ZERO.
           05 WS-REGRA-DESVIO-FATOR  PIC 9(03) VALUE ZERO.
           05 WS-REGRA-DESVIO-MIN    PIC 9(03) VALUE ZERO.
           05 WS-REGRA-DESVIO-PONTOS PIC 9(03) VALUE ZERO.
           05 WS-REGRA-AGENCIA-PONTOS PIC 9(03) VALUE ZERO.
           05 WS-REGRA-LIMIAR        PIC 9(03) VALUE ZERO.
           05 WS-TRI-PONTOS          PIC 9(04) VALUE ZERO.
           05 WS-TRI-REGRAS.
               10 WS-TRI-REGRA-VELOC   PIC X(01) VALUE SPACE.
               10 WS-TRI-REGRA-DESVIO  PIC X(01) VALUE SPACE.
               10 WS-TRI-REGRA-AGENCIA PIC X(01) VALUE SPACE.
           05 WS-TRI-QTDE-RODADA     PIC 9(03) VALUE ZERO.
           05 WS-TRI-MEDIA           PIC 9(11)V99 VALUE ZERO.
           05 WS-TRI-LIMITE-DESVIO   PIC 9(14)V99 VALUE ZERO.
           05 WS-TRI-AGENCIA         PIC X(04) VALUE SPACES.
           05 WS-TRI-RUN-ID          PIC X(08) VALUE SPACES.
           05 WS-HLD-SEQ             PIC 9(06) VALUE ZERO.
           05 WS-TRI-CHEIA-SW        PIC X(01) VALUE 'N'.
              88 WS-TRI-TABELA-CHEIA VALUE 'S'.
           05 WS-MED-PRESENTE-SW     PIC X(01) VALUE 'N'.
              88 WS-MED-PRESENTE     VALUE 'S'.
           05 WS-KYB-PRESENTE-SW     PIC X(01) VALUE 'N'.
              88 WS-KYB-PRESENTE     VALUE 'S'.
           05 WS-BIR-PRESENTE-SW     PIC X(01) VALUE 'N'.
              88 WS-BIR-PRESENTE     VALUE 'S'.
      *
      *--- MOVIMENTOS JA TRIADOS NA RODADA, UM POR DETALHE: BASE DAS
      *--- REGRAS DE VELOCIDADE (QUANTOS DO MESMO CLIENTE) E DE
      *--- DUPLICIDADE ENTRE AGENCIAS (MESMO CLIENTE/VALOR/DATA
      *--- EFETIVA COM OUTRO PREFIXO DE AGENCIA). CHEIA, AS DUAS
      *--- REGRAS PASSAM A OLHAR SO O QUE JA ESTA NA TABELA.
       01 WS-TRIADOS-TABLE.
           05 WS-TRD-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-TRD-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-TRD-IDX.
              10 WS-TRD-CLI-ID      PIC X(10).
              10 WS-TRD-VALOR       PIC 9(11)V99.
              10 WS-TRD-EFF-DATE    PIC 9(08).
              10 WS-TRD-AGENCIA     PIC X(04).
      *
      *--- CALENDARIO DE DIAS UTEIS CARREGADO NA INICIALIZACAO (NA
      *--- ORDEM ASCENDENTE EM QUE O ARQUIVO E MANTIDO) E O ESTADO DA
              INDEXED BY WS-CAL-IDX.
              10 WS-CAL-DATA        PIC 9(08).
      *
      *--- DIAS FECHADOS DOS CALENDARIOS REGIONAIS (CALREGDD), NA
      *--- ORDEM DE CODIGO + DATA EM QUE O ARQUIVO E MANTIDO
       01 WS-CALREG-TABLE.
           05 WS-CRG-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-CRG-ENTRY OCCURS 2000 TIMES
              INDEXED BY WS-CRG-IDX.
              10 WS-CRG-CALENDARIO  PIC X(04).
              10 WS-CRG-DATA        PIC 9(08).
           05 WS-CRG-FECHADO-SW     PIC X(01) VALUE 'N'.
              88 WS-CRG-FECHADO     VALUE 'S'.
      *
      *--- TABELA DE TAXAS EM VIGOR NA DATA DA RODADA (CARREGADA NA
      *--- INICIALIZACAO; O BRL SEMPRE EXISTE COM TAXA 1, SEM DATA
      *--- EFETIVA) E OS ACUMULADORES POR MOEDA - OS
      *--- TOTAIS DO LOTE E OS TOTAIS DE ACEITOS DA RODADA, UMA LINHA
      *--- POR MOEDA NA SECAO DE BALANCEAMENTO DO RELATORIO
       01 WS-TAXA-TABLE.
              INDEXED BY WS-TAXA-IDX.
              10 WS-TAXA-MOEDA      PIC X(03).
              10 WS-TAXA-VALOR      PIC 9(06)V9(06).
              10 WS-TAXA-EFETIVA    PIC 9(08).
           05 WS-DATA-TAXAS         PIC 9(08) VALUE ZERO.
      *
       01 WS-MOEDA-TABLE.
           05 WS-MOEDA-COUNT        PIC 9(02) VALUE ZERO.
              INDEXED BY WS-AGY-IDX.
              10 WS-AGY-PREFIXO     PIC X(04).
              10 WS-AGY-NOME        PIC X(30).
              10 WS-AGY-SITUACAO    PIC X(01).
                 88 WS-AGY-SUSPENSA VALUE 'S'.
                 88 WS-AGY-ENCERRADA VALUE 'T'.
              10 WS-AGY-DATA-INICIO PIC 9(08).
              10 WS-AGY-DATA-FIM    PIC 9(08).
              10 WS-AGY-VERSAO      PIC X(02).
              10 WS-AGY-CALENDARIO  PIC X(04).
      *
       01 WS-AGENCIA-CONTROLE.
           05 WS-AGY-ACHOU-SW       PIC X(01) VALUE 'N'.
              88 WS-AGY-ACHOU       VALUE 'S'.
           05 WS-AGY-RUN-DATE       PIC 9(08) VALUE ZERO.
      *--- CALENDARIO REGIONAL DA AGENCIA DO LOTE CORRENTE (BRANCO =
      *--- SO O NACIONAL), USADO NO ROLAMENTO DA DATA-VALOR (2118)
           05 WS-AGY-CAL-LOTE       PIC X(04) VALUE SPACES.
      *
      *--- CARTAO DE CONTROLE LIDO NA INICIALIZACAO (E NAO MAIS SO NA
      *--- FINALIZACAO): O TOTAL ESPERADO TAMBEM ALIMENTA O QUADRO DE
              88 WS-REASON-REMETENTE-INV  VALUE 'R015'.
              88 WS-REASON-DIGITO-INVALIDO VALUE 'R016'.
              88 WS-REASON-EXTENSAO-INVAL VALUE 'R017'.
              88 WS-REASON-CONTA-DORMENTE VALUE 'R018'.
              88 WS-REASON-SUSPENSO-EXPIR VALUE 'R019'.
              88 WS-REASON-RECUSADO-ANALISE VALUE 'R020'.
              88 WS-REASON-KYC-VENCIDO    VALUE 'R021'.
              88 WS-REASON-LIMITE-GRUPO   VALUE 'R022'.
      *--- CADASTRO 'C' DE CLIENTE QUE JA EXISTE EM TB_CLIENTES E
      *--- CADASTRO COM A SEQUENCIA 1/2/3 QUEBRADA
              88 WS-REASON-CLI-JA-CADAST  VALUE 'R023'.
              88 WS-REASON-CAD-INCOMPLETO VALUE 'R024'.
      *--- LOTE DE AGENCIA SUSPENSA NA TRNE E LOTE EM VERSAO DE
      *--- LAYOUT ACIMA DA HOMOLOGADA PARA A AGENCIA
              88 WS-REASON-AGENCIA-SUSPENSA VALUE 'R025'.
              88 WS-REASON-VERSAO-NAO-HOMOL VALUE 'R026'.
      *--- CADASTRO 'C' COM CEP INVALIDO OU FORA DA BASE DOS CORREIOS E
      *--- CADASTRO COM CIDADE/UF QUE NAO BATEM COM O CEP (MYCEPVAL)
              88 WS-REASON-CEP-INVALIDO   VALUE 'R027'.
              88 WS-REASON-CEP-CIDADE-UF  VALUE 'R028'.
      *--- DEBITO ACIMA DO SALDO DISPONIVEL (MST-SALDO MENOS OS
      *--- BLOQUEIOS JUDICIAIS EM VIGOR NO BLQJUDD)
              88 WS-REASON-BLOQ-JUDICIAL  VALUE 'R029'.
      *--- CONTA DO DETALHE NAO NUMERICA OU ZERO (LOTE '03')
              88 WS-REASON-CONTA-INVALIDA VALUE 'R030'.
      *--- DEBITO QUE DEIXARIA DEVEDOR CLIENTE SEM LIMITE NO BIRO DE
      *--- CREDITO (RESTRICAO OU SCORE BAIXO NO BIRRSKDD)
              88 WS-REASON-BIRO-SEM-LIMITE VALUE 'R031'.
      *
      *--- LAYOUTS DE REGISTROS DE TRABALHO. O IN-FILE MISTURA
      *--- CABECALHO (H), DETALHE (D), ESTORNO (R) E TRAILER (T) NO
              88 WS-REC-IS-REVERSAL VALUE 'R'.
      *--- 'E' = EXTENSAO DE DETALHE DO LAYOUT V2 (CONTINUACAO COM O
      *--- MESMO ID, LOGO APOS O DETALHE; SO EM LOTE COM VERSAO '02'
      *--- OU '03' NO CABECALHO). NAO CONTA NOS TOTAIS DO LOTE NEM NO
      *--- HASH.
              88 WS-REC-IS-EXTENSAO VALUE 'E'.
      *--- 'C' = CADASTRO DE CLIENTE NOVO ABERTO PELA AGENCIA: TRES
      *--- REGISTROS SEGUIDOS COM O MESMO ID (SEQUENCIA 1/2/3), LOGO
      *--- APOS O CABECALHO E ANTES DOS DETALHES DO LOTE (O MYINSORT
      *--- OS POSICIONA, O MYINVAL CONFERE). O CLIENTE E CRIADO EM
      *--- TB_CLIENTES E NO CUSTFILE AO CHEGAR O TERCEIRO, ENTAO O
      *--- MOVIMENTO DELE NO MESMO LOTE JA POSTA EM VEZ DE CAIR EM
      *--- R005. NAO CONTA NOS TOTAIS DO LOTE NEM NO HASH.
              88 WS-REC-IS-CADASTRO VALUE 'C'.
           05 WS-IN-BODY            PIC X(79).
      *
      *--- O DETALHE CARREGA, APOS O ID, O CODIGO DE ACAO QUE MANTEM
      *--- 'BRL', PARA AS AGENCIAS QUE AINDA NAO ENVIAM O CAMPO.
               10 WS-IN-MOEDA       PIC X(03).
               10 WS-IN-DATA-RESTO  PIC X(43).
      *--- NO LOTE DE AJUSTES MANUAIS ('AJUS', GERADO PELO MYAJUGEN)
      *--- O RESTANTE DO DADO TRAZ A REFERENCIA DO AJUSTE APROVADO NA
      *--- TRNJ; O MESTRE GUARDA O PROPRIO RESTANTE (VER 2129)
               10 WS-IN-AJUSTE REDEFINES WS-IN-DATA-RESTO.
                  15 WS-IN-AJU-NUMERO    PIC 9(09).
                  15 WS-IN-AJU-OPERADOR  PIC X(03).
                  15 WS-IN-AJU-APROVADOR PIC X(03).
                  15 FILLER              PIC X(28).
      *--- NO LOTE '03' O RESTANTE DO DADO COMECA PELA CONTA DO
      *--- CLIENTE (POSICOES 38-40 DO REGISTRO), ANTES ENTERRADA NO
      *--- DADO LIVRE DA AGENCIA
               10 WS-IN-V3 REDEFINES WS-IN-DATA-RESTO.
                  15 WS-IN-CONTA         PIC X(03).
                  15 FILLER              PIC X(40).
      *
       01 WS-IN-HEADER-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-HDR-RUN-DATE    PIC X(08).
           05 WS-IN-HDR-RUN-ID      PIC X(08).
      *--- VERSAO DO LAYOUT DO LOTE: BRANCO OU '01' = ATUAL; '02' =
      *--- DETALHES PODEM TER REGISTRO 'E' DE EXTENSAO; '03' = O V2
      *--- COM A CONTA DO CLIENTE NO DETALHE (WS-IN-CONTA). LOTES DAS
      *--- TRES VERSOES CONVIVEM NO MESMO ARQUIVO DURANTE A MIGRACAO
      *--- DAS AGENCIAS - SEM ISSO, CADA CAMPO NOVO SERIA UMA VIRADA
      *--- SIMULTANEA DE TODAS ELAS.
           05 WS-IN-HDR-VERSAO      PIC X(02).
           05 FILLER                PIC X(61).
      *
      *--- O TRAILER DE CADA LOTE CARREGA, ALEM DA CONTAGEM, OS
      *--- TOTAIS DE VALOR POR NATUREZA (DEBITO/CREDITO) DO LOTE.
      *--- COM SINAL (SOBREPOSTO NO ULTIMO DIGITO): UM LOTE SO DE
      *--- ESTORNOS (SERIE 'CASO') FECHA NEGATIVO. O TRAILER SEM
      *--- SINAL DAS AGENCIAS CONTINUA LIDO COMO POSITIVO.
       01 WS-IN-TRAILER-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-TRL-DETAIL-CNT  PIC 9(07).
           05 WS-IN-TRL-TOT-DEBITO  PIC S9(13)V99.
           05 WS-IN-TRL-TOT-CREDITO PIC S9(13)V99.
           05 FILLER                PIC X(42).
      *
      *--- CADASTRO DE CLIENTE ('C'): O REGISTRO DE 80 BYTES NAO
      *--- COMPORTA NOME, CONTINUACAO, ENDERECO E CONTATO JUNTOS, POR
      *--- ISSO O CADASTRO VEM EM TRES REGISTROS: 1 = NOME E CONTATO;
      *--- 2 = CONTINUACAO DA RAZAO SOCIAL (PODE VIR EM BRANCO);
      *--- 3 = ENDERECO (LOGRADOURO E NUMERO, CEP, CIDADE E UF). O CEP
      *--- E CONFERIDO NA BASE DOS CORREIOS (MYCEPVAL) E TB_CLIENTES
      *--- GUARDA O BAIRRO, A CIDADE E A UF OFICIAIS DO CEP.
       01 WS-IN-CADASTRO-LAYOUT REDEFINES WS-IN-RECORD-LAYOUT.
           05 FILLER                PIC X(01).
           05 WS-IN-CAD-ID          PIC X(10).
           05 WS-IN-CAD-SEQ         PIC X(01).
              88 CAD-SEQ-NOME       VALUE '1'.
              88 CAD-SEQ-CONT       VALUE '2'.
              88 CAD-SEQ-ENDERECO   VALUE '3'.
           05 WS-IN-CAD-SEQ-N REDEFINES WS-IN-CAD-SEQ PIC 9(01).
           05 WS-IN-CAD-DADOS       PIC X(68).
           05 WS-IN-CAD-REG-NOME REDEFINES WS-IN-CAD-DADOS.
               10 WS-IN-CAD-NOME    PIC X(40).
               10 WS-IN-CAD-CONTATO PIC X(20).
               10 FILLER            PIC X(08).
           05 WS-IN-CAD-REG-CONT REDEFINES WS-IN-CAD-DADOS.
               10 WS-IN-CAD-NOME-CONT PIC X(40).
               10 FILLER            PIC X(28).
           05 WS-IN-CAD-REG-END REDEFINES WS-IN-CAD-DADOS.
               10 WS-IN-CAD-ENDERECO PIC X(40).
               10 WS-IN-CAD-CEP     PIC X(08).
               10 WS-IN-CAD-CIDADE  PIC X(18).
               10 WS-IN-CAD-UF      PIC X(02).
      *
       01 WS-OUT-RECORD-LAYOUT.
           05 WS-OUT-REC-TYPE       PIC X(01) VALUE 'D'.
      *--- VALIDACAO DO DIGITO VERIFICADOR DO ID (MODULO MYCHKDIG)
       COPY MYCHKDGC.
      *
      *--- CRIACAO DE CLIENTE PELO REGISTRO 'C': SQLCA, HOST
      *--- VARIABLES SEM DCLGEN (IGUAL AO MYMERGE/MYANONYM) E A LINHA
      *--- DO DIARIO DE ALTERACOES DE TB_CLIENTES
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01 WS-DB-HOST-VARS.
           05 D-ID-CLIENTE          PIC X(10).
           05 D-NOME-CLIENTE        PIC X(40).
           05 D-NOME-CLIENTE-CONT   PIC X(40).
           05 D-ENDERECO-CLIENTE    PIC X(40).
           05 D-CONTATO-CLIENTE     PIC X(20).
           05 D-CEP-CLIENTE         PIC X(08).
           05 D-BAIRRO-CLIENTE      PIC X(30).
           05 D-CIDADE-CLIENTE      PIC X(30).
           05 D-UF-CLIENTE          PIC X(02).
       01 WS-SQLCODE                PIC S9(09) COMP VALUE ZERO.
      *
       COPY MYJRNLC.
      *--- PUBLICACAO DA ALTERACAO NA FILA MQ (MODULO MYJRNPUB)
       COPY MYJPUBC.
      *--- ENCADEAMENTO DA LINHA DO DIARIO (MODULO MYTRLCAD)
       COPY MYTRLCDC.
      *--- VALIDACAO DO CEP DO CADASTRO (MODULO MYCEPVAL)
       COPY MYCEPVC.
      *
      *--- CADASTRO 'C' EM MONTAGEM: OS TRES REGISTROS DO CLIENTE SAO
      *--- GUARDADOS ATE O ULTIMO CHEGAR (E DEVOLVIDOS JUNTOS A
      *--- AGENCIA QUANDO O CADASTRO E RECUSADO)
       01 WS-CADASTRO-CONTROLE.
           05 WS-CAD-PENDENTE-SW    PIC X(01) VALUE 'N'.
              88 WS-CAD-PENDENTE    VALUE 'S'.
           05 WS-CAD-ID             PIC X(10) VALUE SPACES.
           05 WS-CAD-QTD            PIC 9(01) VALUE ZERO.
           05 WS-CAD-SUB            PIC 9(01) VALUE ZERO.
           05 WS-CAD-NOME           PIC X(40) VALUE SPACES.
           05 WS-CAD-NOME-CONT      PIC X(40) VALUE SPACES.
           05 WS-CAD-ENDERECO       PIC X(40) VALUE SPACES.
           05 WS-CAD-CONTATO        PIC X(20) VALUE SPACES.
           05 WS-CAD-CEP            PIC X(08) VALUE SPACES.
           05 WS-CAD-CIDADE         PIC X(18) VALUE SPACES.
           05 WS-CAD-UF             PIC X(02) VALUE SPACES.
           05 WS-CAD-REG            PIC X(80) OCCURS 3 TIMES.
           05 WS-CAD-IN-SALVO       PIC X(80) VALUE SPACES.
      *
      *--- LINHAS DO RELATORIO
       01 WS-RPT-HEADER.
           05 RPT-CC               PIC X(01) VALUE '1'. *> Pula Pagina
      * SE HOUVER CARTAO DE PARAMETROS, SOBREPOE OS LIMITES DEFAULT
           PERFORM 1150-READ-PARM-CARD.
      *
      * REGRAS DA TRIAGEM DE MOVIMENTO SUSPEITO (CARTAO OPCIONAL)
           PERFORM 1165-READ-RULE-CARD.
      *
      * CARREGA O CALENDARIO DE DIAS UTEIS (VALIDACAO DE DATA-VALOR)
           PERFORM 1155-LOAD-CALENDAR.
      *
      * CARREGA O CADASTRO DE AGENCIAS TRANSMISSORAS
           PERFORM 1158-LOAD-AGENCY-REGISTRY.
      *
      * CARREGA OS DIAS FECHADOS DOS CALENDARIOS REGIONAIS
           PERFORM 1156-LOAD-REGIONAL-CALENDAR.
      *
      * LE O CARTAO DE CONTROLE JA NA PARTIDA: O TOTAL ESPERADO
      * ALIMENTA O QUADRO DE PROGRESSO DOS CHECKPOINTS (A CONFERENCIA
      * FINAL CONTINUA EM 3050-CHECK-CONTROL-TOTALS)
      * 2400-PROCESS-HEADER - ASSIM O CABECALHO DO OUT-FILE JA SAI
      * COM O ID DA RODADA CAPTURADO.
           PERFORM 4000-READ-NEXT-RECORD.
      *
      * CARREGA AS TAXAS DE CONVERSAO EM VIGOR NA DATA DA RODADA -
      * DEPOIS DA PRIMEIRA LEITURA, PORQUE A DATA VEM DO CABECALHO
      * (NO REPLAY, A DATA ORIGINAL DA GERACAO ARQUIVADA)
           PERFORM 1157-LOAD-RATE-TABLE.
           EXIT.
      *
       1100-OPEN-FILES.
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
      *--- I-O: O CADASTRO 'C' GRAVA O CLIENTE NOVO TAMBEM AQUI, PARA
      *--- O MOVIMENTO DELE NO MESMO LOTE PASSAR NA CONSULTA DO 2115
           OPEN I-O CUSTFILE.
           IF NOT WS-CUST-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO CUSTFILE'
              DISPLAY 'FILE STATUS: ' WS-CUST-FILE-STATUS
              DISPLAY 'FILE STATUS: ' WS-WHS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN I-O SUS-FILE.
           IF NOT WS-SUS-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO SUS-FILE'
              DISPLAY 'FILE STATUS: ' WS-SUS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN I-O HLD-FILE.
           IF NOT WS-HLD-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO HLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-HLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
      *--- MEDIAS HISTORICAS AUSENTES (PRIMEIRA NOITE ANTES DO
      *--- MYMEDCLI) NAO SAO FATAIS: SO DESLIGAM A REGRA DE DESVIO
           OPEN INPUT MED-FILE.
           IF WS-MED-OK
              SET WS-MED-PRESENTE TO TRUE
           ELSE
              IF NOT WS-MED-AUSENTE
                 DISPLAY 'ERRO FATAL NA ABERTURA DO MED-FILE'
                 DISPLAY 'FILE STATUS: ' WS-MED-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
      *
      *--- LISTA DE BLOQUEIO KYC AUSENTE (MYKYCBLQ NAO RODOU) NAO
      *--- SEGURA O CICLO: NINGUEM FICA BLOQUEADO, COM AVISO NO CONSOLE
           OPEN INPUT KYB-FILE.
           IF WS-KYB-OK
              SET WS-KYB-PRESENTE TO TRUE
           ELSE
              IF WS-KYB-AUSENTE
                 DISPLAY 'MYB043 LISTA DE BLOQUEIO KYC (KYCBLQDD) '
                         'AUSENTE: BLOQUEIO DE DEBITO DESLIGADO.'
                         UPON CONSOLE
              ELSE
                 DISPLAY 'ERRO FATAL NA ABERTURA DO KYB-FILE'
                 DISPLAY 'FILE STATUS: ' WS-KYB-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
      *
      *--- RISCO DO BIRO AUSENTE (MYBIRRET AINDA NAO RODOU) NAO
      *--- SEGURA O CICLO: VALE SO O LIMITE DO CARTAO, COM AVISO
           OPEN INPUT BIR-FILE.
           IF WS-BIR-OK
              SET WS-BIR-PRESENTE TO TRUE
           ELSE
              IF WS-BIR-AUSENTE
                 DISPLAY 'MYB053 RISCO DO BIRO DE CREDITO (BIRRSKDD) '
                         'AUSENTE: VERIFICACAO DO BIRO DESLIGADA.'
                         UPON CONSOLE
              ELSE
                 DISPLAY 'ERRO FATAL NA ABERTURA DO BIR-FILE'
                 DISPLAY 'FILE STATUS: ' WS-BIR-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
      *
      *--- ARQUIVO DE GRUPOS AUSENTE NAO SEGURA O CICLO: VALE SO O
      *--- LIMITE INDIVIDUAL, COM AVISO NO CONSOLE
           OPEN INPUT GRP-FILE.
           IF WS-GRP-OK
              SET WS-GRP-PRESENTE TO TRUE
           ELSE
              IF WS-GRP-AUSENTE
                 DISPLAY 'MYB044 GRUPOS ECONOMICOS (GRPFILDD) '
                         'AUSENTE: LIMITE DE GRUPO DESLIGADO.'
                         UPON CONSOLE
              ELSE
                 DISPLAY 'ERRO FATAL NA ABERTURA DO GRP-FILE'
                 DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
      *
      *--- ARQUIVO DE BLOQUEIOS JUDICIAIS AUSENTE NAO SEGURA O CICLO,
      *--- MAS O AVISO NO CONSOLE PEDE ATENCAO: NENHUM BLOQUEIO VALE
           OPEN INPUT BJU-FILE.
           IF WS-BJU-OK
              SET WS-BJU-PRESENTE TO TRUE
           ELSE
              IF WS-BJU-AUSENTE
                 DISPLAY 'MYB052 BLOQUEIOS JUDICIAIS (BLQJUDD) '
                         'AUSENTE: NENHUM BLOQUEIO APLICADO.'
                         UPON CONSOLE
              ELSE
                 DISPLAY 'ERRO FATAL NA ABERTURA DO BJU-FILE'
                 DISPLAY 'FILE STATUS: ' WS-BJU-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
           END-IF.
      *
           OPEN I-O MST-FILE.
           IF NOT WS-MST-OK
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
      *--- ULTIMO HASH DO DIARIO, LIDO ANTES DO OPEN EXTEND
           MOVE 'I' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF NOT MJC-OK
              DISPLAY 'ERRO FATAL NA LEITURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' MJC-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           OPEN EXTEND MSTJRN-FILE.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO MSTJRN-FILE'
              DISPLAY 'FILE STATUS: ' WS-STATS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
      *
           OPEN EXTEND NTF-FILE.
           IF NOT WS-NTF-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO NTF-FILE'
              DISPLAY 'FILE STATUS: ' WS-NTF-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- LE O CARTAO PARMDD (OPCIONAL). SEM ELE, FICAM VALENDO OS
              IF PARM-RUN-MODE NOT = SPACES
                 MOVE PARM-RUN-MODE TO WS-RUN-MODE
              END-IF
              IF PARM-DIAS-SUSPENSO IS NUMERIC
                 AND PARM-DIAS-SUSPENSO-N > ZERO
                 MOVE PARM-DIAS-SUSPENSO-N TO WS-DIAS-SUSPENSO
              END-IF
              IF PARM-LIMITE-AVISO IS NUMERIC
                 MOVE PARM-LIMITE-AVISO-N TO WS-LIMITE-AVISO
              END-IF
              IF WS-MODE-DIURNO
                 DISPLAY 'MYB030 MINI-RODADA DIURNA: SEM CHECKPOINT, '
                         'SEM ESTATISTICA, SEM RECICLAGEM/ARMAZEM.'
                 DISPLAY 'MYB031 MODO REPLAY: NENHUM ACERVO '
                         'PERSISTENTE SERA ATUALIZADO.' UPON CONSOLE
              END-IF
              IF WS-MODE-FLUXO-PRINCIPAL
                 DISPLAY 'MYB049 FLUXO PARALELO PRINCIPAL: CONSOME AS '
                         'FILAS DA NOITE.' UPON CONSOLE
              END-IF
              IF WS-MODE-FLUXO-PARALELO
                 DISPLAY 'MYB050 FLUXO PARALELO SECUNDARIO: SEM '
                         'RECICLAGEM/ARMAZEM/SUSPENSO/RETIDOS.'
                         UPON CONSOLE
              END-IF
              DISPLAY 'CARTAO DE PARAMETROS LIDO. INTERVALO='
                      WS-CHECKPOINT-INTERVAL
                      ' LIMITE-REJEITADOS=' WS-MAX-REJECT-LIMIT
                      ' JANELA-DUPLICADOS(DIAS)=' WS-DUP-HISTORY-DAYS
                      ' FORCAR-REPROCESSO=' WS-FORCE-SWITCH
                      ' LIMITE-DEBITO=' WS-LIMITE-DEBITO
                      ' PRAZO-SUSPENSO(DIAS)=' WS-DIAS-SUSPENSO
           ELSE
              DISPLAY 'CARTAO DE PARAMETROS (PARMDD) NAO FORNECIDO. '
                      'USANDO DEFAULTS.'
           CLOSE PARM-FILE.
           EXIT.
      *
      *--- LE O CARTAO DE REGRAS DA TRIAGEM (REGRADD, OPCIONAL). SEM
      *--- CARTAO, COM CAMPO NAO NUMERICO OU COM LIMIAR ZERO, A
      *--- TRIAGEM FICA DESLIGADA.
       1165-READ-RULE-CARD.
           OPEN INPUT RULE-FILE.
           READ RULE-FILE.
           IF WS-RUL-OK AND RUL-RECORD(1:21) IS NUMERIC
              AND RUL-LIMIAR > ZERO
              MOVE RUL-VELOC-MAX       TO WS-REGRA-VELOC-MAX
              MOVE RUL-VELOC-PONTOS    TO WS-REGRA-VELOC-PONTOS
              MOVE RUL-DESVIO-FATOR    TO WS-REGRA-DESVIO-FATOR
              MOVE RUL-DESVIO-MIN-HIST TO WS-REGRA-DESVIO-MIN
              MOVE RUL-DESVIO-PONTOS   TO WS-REGRA-DESVIO-PONTOS
              MOVE RUL-AGENCIA-PONTOS  TO WS-REGRA-AGENCIA-PONTOS
              MOVE RUL-LIMIAR          TO WS-REGRA-LIMIAR
              SET WS-TRIAGEM-ATIVA TO TRUE
              DISPLAY 'TRIAGEM DE MOVIMENTO SUSPEITO ATIVA. LIMIAR='
                      WS-REGRA-LIMIAR
                      ' VELOCIDADE-MAX=' WS-REGRA-VELOC-MAX
                      ' FATOR-DESVIO=' WS-REGRA-DESVIO-FATOR
              IF NOT WS-MED-PRESENTE
                 DISPLAY 'MYB041 MEDIAS HISTORICAS (MEDIADD) '
                         'AUSENTES: REGRA DE DESVIO DESLIGADA.'
                         UPON CONSOLE
              END-IF
           ELSE
              DISPLAY 'CARTAO DE REGRAS (REGRADD) NAO FORNECIDO. '
                      'TRIAGEM DESLIGADA.'
           END-IF.
           CLOSE RULE-FILE.
           EXIT.
      *
      *--- LE O CARTAO DE CONTROLE (CTLCARDD, OPCIONAL) UMA UNICA VEZ
      *--- E GUARDA OS TOTAIS NO WORKING: O QUADRO DE PROGRESSO USA O
      *--- TOTAL ESPERADO E A CONFERENCIA FINAL USA OS DOIS.
           END-IF.
           EXIT.
      *
      *--- CARREGA OS DIAS FECHADOS DOS CALENDARIOS REGIONAIS
      *--- (CALREGDD, OPCIONAL). SEM ELE, OU VAZIO, TODA AGENCIA ROLA
      *--- A DATA-VALOR SO PELO CALENDARIO NACIONAL.
       1156-LOAD-REGIONAL-CALENDAR.
           OPEN INPUT CALREG-FILE.
           READ CALREG-FILE.
           PERFORM UNTIL NOT WS-CRG-OK
              IF WS-CRG-COUNT >= 2000
                 DISPLAY 'MYB051 CALENDARIOS REGIONAIS COM MAIS DE '
                         '2000 DIAS FECHADOS. EXCEDENTES IGNORADOS.'
                 MOVE '10' TO WS-CRG-FILE-STATUS
              ELSE
                 ADD 1 TO WS-CRG-COUNT
                 SET WS-CRG-IDX TO WS-CRG-COUNT
                 MOVE CRG-CALENDARIO TO WS-CRG-CALENDARIO(WS-CRG-IDX)
                 MOVE CRG-DATA       TO WS-CRG-DATA(WS-CRG-IDX)
                 READ CALREG-FILE
              END-IF
           END-PERFORM.
           CLOSE CALREG-FILE.
           DISPLAY 'DIAS FECHADOS EM CALENDARIOS REGIONAIS: '
                   WS-CRG-COUNT.
           EXIT.
      *
      *--- CARREGA AS TAXAS EM VIGOR NA DATA DA RODADA: A DATA DO
      *--- PRIMEIRO CABECALHO DO IN-FILE (NA NOITE, A DATA UTIL QUE O
      *--- MYCALGT CONFERIU; NO REPLAY, A DA RODADA ORIGINAL - O
      *--- REPROCESSAMENTO CONVERTE PELA TAXA DAQUELE DIA, NAO PELA DE
      *--- HOJE). SEM CABECALHO NA PRIMEIRA LEITURA (RESTART NO MEIO
      *--- DO ARQUIVO), VALE A DATA DO SISTEMA. O HISTORICO VEM EM
      *--- ORDEM DE MOEDA + DATA EFETIVA: A ULTIMA APROVADA ATE A DATA
      *--- DA RODADA FICA NA TABELA. O BRL E SEMPRE GARANTIDO COM TAXA
      *--- 1; MOEDA SEM TAXA EM VIGOR (OU COM A COTACAO ENCERRADA) E
      *--- MOEDA DESCONHECIDA (MOTIVO R012).
       1157-LOAD-RATE-TABLE.
           MOVE WS-CURRENT-DATE-NUM TO WS-DATA-TAXAS.
           IF WS-IN-OK AND IN-REC-TYPE-ALT = 'H'
              AND IN-RECORD(2:8) IS NUMERIC
              MOVE IN-RECORD(2:8) TO WS-DATA-TAXAS
           ELSE
              IF WS-MODE-REPLAY
                 DISPLAY 'MYB032 REPLAY SEM CABECALHO NO INICIO DO '
                         'ARQUIVO. TAXAS DA DATA DO SISTEMA.'
                         UPON CONSOLE
              END-IF
           END-IF.
      *
           MOVE 1 TO WS-TAXA-COUNT.
           SET WS-TAXA-IDX TO 1.
           MOVE 'BRL' TO WS-TAXA-MOEDA(WS-TAXA-IDX).
           MOVE 1     TO WS-TAXA-VALOR(WS-TAXA-IDX).
           MOVE ZERO  TO WS-TAXA-EFETIVA(WS-TAXA-IDX).
      *
           OPEN INPUT TXHIST-FILE.
           IF NOT WS-TXH-OK
              DISPLAY 'ERRO FATAL NA ABERTURA DO TXHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-TXH-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           READ TXHIST-FILE.
           PERFORM UNTIL NOT WS-TXH-OK
              IF TXH-APROVADA = 'S'
                 AND TXH-DATA-EFETIVA <= WS-DATA-TAXAS
                 AND TXH-MOEDA NOT = 'BRL'
                 PERFORM 1159-GUARDAR-TAXA
              END-IF
              READ TXHIST-FILE
           END-PERFORM.
           IF NOT WS-TXH-EOF
              DISPLAY 'ERRO FATAL DE LEITURA NO TXHIST-FILE'
              DISPLAY 'FILE STATUS: ' WS-TXH-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           CLOSE TXHIST-FILE.
      *
      *--- TAXA ZERO = COTACAO ENCERRADA: A MOEDA SAI DA TABELA (A
      *--- ULTIMA LINHA E SEMPRE A DA MOEDA CORRENTE, ENTAO BASTA
      *--- DESCONTAR A CONTAGEM QUANDO A MOEDA MUDA - VER 1159)
           IF WS-TAXA-VALOR(WS-TAXA-COUNT) = ZERO
              SUBTRACT 1 FROM WS-TAXA-COUNT
           END-IF.
      *
           DISPLAY 'TABELA DE TAXAS CARREGADA. DATA DA RODADA: '
                   WS-DATA-TAXAS ' MOEDAS: ' WS-TAXA-COUNT.
           PERFORM VARYING WS-TAXA-IDX FROM 2 BY 1
                   UNTIL WS-TAXA-IDX > WS-TAXA-COUNT
              IF WS-TAXA-EFETIVA(WS-TAXA-IDX) < WS-DATA-TAXAS
                 DISPLAY 'MYB033 TAXA DE ' WS-TAXA-MOEDA(WS-TAXA-IDX)
                         ' SEM COTACAO DO DIA. VIGENTE DESDE '
                         WS-TAXA-EFETIVA(WS-TAXA-IDX)
              END-IF
           END-PERFORM.
           EXIT.
      *
      *--- GUARDA A TAXA APROVADA LIDA: MESMA MOEDA DA ULTIMA LINHA
      *--- DA TABELA SOBREPOE (DATA EFETIVA MAIS RECENTE); MOEDA NOVA
      *--- ABRE LINHA - ANTES, A LINHA DA MOEDA ANTERIOR COM A COTACAO
      *--- ENCERRADA (TAXA ZERO) E REAPROVEITADA.
       1159-GUARDAR-TAXA.
           IF WS-TAXA-MOEDA(WS-TAXA-COUNT) NOT = TXH-MOEDA
              IF WS-TAXA-VALOR(WS-TAXA-COUNT) = ZERO
                 SUBTRACT 1 FROM WS-TAXA-COUNT
              END-IF
              IF WS-TAXA-COUNT >= 20
                 DISPLAY 'MYB022 MAIS DE 20 MOEDAS NA TABELA DE '
                         'TAXAS. EXCEDENTES IGNORADAS.'
                 MOVE '10' TO WS-TXH-FILE-STATUS
              ELSE
                 ADD 1 TO WS-TAXA-COUNT
              END-IF
           END-IF.
           IF WS-TXH-OK
              SET WS-TAXA-IDX TO WS-TAXA-COUNT
              MOVE TXH-MOEDA        TO WS-TAXA-MOEDA(WS-TAXA-IDX)
              MOVE TXH-TAXA         TO WS-TAXA-VALOR(WS-TAXA-IDX)
              MOVE TXH-DATA-EFETIVA TO WS-TAXA-EFETIVA(WS-TAXA-IDX)
           END-IF.
           EXIT.
      *
      *--- CARREGA O CADASTRO DE AGENCIAS (AGYREGDD, OPCIONAL). SEM
                 SET WS-AGY-IDX TO WS-AGY-COUNT
                 MOVE AGR-PREFIXO TO WS-AGY-PREFIXO(WS-AGY-IDX)
                 MOVE AGR-NOME    TO WS-AGY-NOME(WS-AGY-IDX)
                 PERFORM 1159-LOAD-AGENCY-LIFECYCLE
                 READ AGYREG-FILE
              END-IF
           END-PERFORM.
           END-IF.
           EXIT.
      *
      *--- CICLO DE VIDA DA AGENCIA LIDA. REGISTRO CONVERTIDO DO
      *--- ARQUIVO ANTIGO (CAMPOS NOVOS EM BRANCO) VALE COMO ATIVA, SEM
      *--- DATAS E SEM RESTRICAO DE VERSAO - A MESMA LEITURA DA TRNE
       1159-LOAD-AGENCY-LIFECYCLE.
           MOVE AGR-SITUACAO TO WS-AGY-SITUACAO(WS-AGY-IDX).
           IF AGR-DATA-INICIO IS NUMERIC
              MOVE AGR-DATA-INICIO TO WS-AGY-DATA-INICIO(WS-AGY-IDX)
           ELSE
              MOVE ZERO TO WS-AGY-DATA-INICIO(WS-AGY-IDX)
           END-IF.
           IF AGR-DATA-FIM IS NUMERIC
              MOVE AGR-DATA-FIM TO WS-AGY-DATA-FIM(WS-AGY-IDX)
           ELSE
              MOVE ZERO TO WS-AGY-DATA-FIM(WS-AGY-IDX)
           END-IF.
           IF AGR-VERSAO-LAYOUT = '01' OR AGR-VERSAO-LAYOUT = '02'
              OR AGR-VERSAO-LAYOUT = '03'
              MOVE AGR-VERSAO-LAYOUT TO WS-AGY-VERSAO(WS-AGY-IDX)
           ELSE
              MOVE SPACES TO WS-AGY-VERSAO(WS-AGY-IDX)
           END-IF.
           IF AGR-CALENDARIO = LOW-VALUES
              MOVE SPACES TO WS-AGY-CALENDARIO(WS-AGY-IDX)
           ELSE
              MOVE AGR-CALENDARIO TO WS-AGY-CALENDARIO(WS-AGY-IDX)
           END-IF.
           EXIT.
      *
      *--- CAPTURA A DATA/HORA DO SISTEMA UMA UNICA VEZ NO INICIO DA
      *--- RODADA, PARA CARIMBAR TODAS AS PAGINAS DO RELATORIO.
       1160-CAPTURE-RUN-DATETIME.
                 READ IN-FILE
                 IF WS-IN-OK
                    ADD 1 TO WS-COUNT-IN-READ
                    PERFORM 4045-CHECK-LOTE-PROGRAMADO
                    MOVE IN-RECORD TO WS-IN-RECORD-LAYOUT
                    EVALUATE TRUE
                        WHEN WS-REC-IS-HEADER
                            ADD 1 TO WS-COUNT-REV-LIDAS
                            ADD 1 TO WS-BATCH-DETAIL-READ
                            PERFORM 2055-REVERSE-BATCH-VALOR
      * CADASTRO 'C' JA CRIADO NA RODADA ORIGINAL. SO O CADASTRO
      * CORTADO PELO PONTO DE RETOMADA FICA GUARDADO, PARA OS
      * REGISTROS QUE FALTAM COMPLETA-LO APOS O SALTO
                        WHEN WS-REC-IS-CADASTRO
                            IF CAD-SEQ-NOME
                               OR (WS-CAD-PENDENTE
                                   AND WS-IN-CAD-ID = WS-CAD-ID
                                   AND WS-IN-CAD-SEQ IS NUMERIC
                                   AND WS-IN-CAD-SEQ-N = WS-CAD-QTD + 1)
                               PERFORM 2171-GUARDAR-CADASTRO
                            END-IF
                            IF WS-CAD-QTD = 3
                               MOVE 'N' TO WS-CAD-PENDENTE-SW
                            END-IF
                        WHEN WS-REC-IS-TRAILER
      * LOTE JA CONFERIDO NA RODADA ORIGINAL - SO FECHA O ESTADO
                            MOVE 'N' TO WS-BATCH-OPEN-SWITCH
              MOVE RCY-RECORD TO IN-RECORD
              MOVE IN-RECORD  TO WS-IN-RECORD-LAYOUT
              IF WS-REC-IS-DETAIL
                 IF WS-IN-CONTA = SPACES
                    MOVE '001' TO WS-DET-CONTA-X
                 ELSE
                    MOVE WS-IN-CONTA TO WS-DET-CONTA-X
                 END-IF
                 PERFORM 2100-VALIDATE-RECORD
                 IF WS-RECORD-VALID AND WS-DETALHE-FUTURO
                    PERFORM 2125-PARK-FUTURE-DETAIL
                 ELSE
                    IF WS-RECORD-VALID
                       PERFORM 2140-SCREEN-DETAIL
                    END-IF
                    IF WS-DETALHE-RETIDO
                       PERFORM 2145-HOLD-DETAIL
                    ELSE
                       IF WS-RECORD-VALID
                          PERFORM 2130-APPLY-MASTER-ACTION
                          PERFORM 2160-NOTIFICAR-MOVIMENTO
                       END-IF
                       IF WS-RECORD-VALID
                          PERFORM 2200-BUSINESS-LOGIC
                          PERFORM 4100-WRITE-OUT-RECORD
                          PERFORM 2120-REGISTER-ID-HISTORY
                       ELSE
                          PERFORM 2300-REJECT-RECORD
                       END-IF
                    END-IF
                 END-IF
              ELSE
           MOVE 'S' TO WS-REJ-FORA-LOTE-SW.
           MOVE ZERO TO WHS-EFF-DATE.
           MOVE LOW-VALUES TO WHS-ID.
           MOVE ZERO TO WHS-CONTA.
           START WHS-FILE KEY NOT LESS THAN WHS-KEY.
           IF WS-WHS-NOTFND OR WS-WHS-EOF
              MOVE '10' TO WS-WHS-FILE-STATUS
           PERFORM UNTIL NOT WS-WHS-OK
                      OR WHS-EFF-DATE > WS-CURRENT-DATE-NUM
              ADD 1 TO WS-COUNT-LIBERADOS
              MOVE WHS-RUN-ID  TO WS-RUN-ID-ORIGEM
              MOVE WHS-CONTA   TO WS-DET-CONTA
              MOVE WHS-DETALHE TO IN-RECORD
              MOVE IN-RECORD   TO WS-IN-RECORD-LAYOUT
              PERFORM 2100-VALIDATE-RECORD
                 PERFORM 2125-PARK-FUTURE-DETAIL
              ELSE
                 IF WS-RECORD-VALID
                    PERFORM 2140-SCREEN-DETAIL
                 END-IF
                 IF WS-DETALHE-RETIDO
                    PERFORM 2145-HOLD-DETAIL
                 ELSE
                    IF WS-RECORD-VALID
                       PERFORM 2130-APPLY-MASTER-ACTION
                       PERFORM 2160-NOTIFICAR-MOVIMENTO
                    END-IF
                    IF WS-RECORD-VALID
                       PERFORM 2200-BUSINESS-LOGIC
                       PERFORM 4100-WRITE-OUT-RECORD
                       PERFORM 2120-REGISTER-ID-HISTORY
                    ELSE
      *--- CLIENTE AINDA NAO CADASTRADO NO DIA EFETIVO: SUSPENSO
                       IF WS-REASON-CLI-NAO-CADAST
                          PERFORM 2127-PARK-SUSPENSE-DETAIL
                       ELSE
                          PERFORM 2300-REJECT-RECORD
                       END-IF
                    END-IF
                 END-IF
                 DELETE WHS-FILE RECORD
                 IF NOT WS-WHS-OK
              END-IF
              READ WHS-FILE NEXT RECORD
           END-PERFORM.
           MOVE SPACES TO WS-RUN-ID-ORIGEM.
           MOVE 'N' TO WS-REJ-FORA-LOTE-SW.
           IF WS-COUNT-LIBERADOS > ZERO
              DISPLAY 'ARMAZEM DE FUTUROS LIBERADO. REGISTROS: '
           END-IF.
           EXIT.
      *
      *--- PERCORRE O SUSPENSO INTEIRO. CADA DETALHE PASSA DE NOVO PELA
      *--- VALIDACAO COMPLETA: SE O CLIENTE JA CONSTA DO CUSTFILE, E
      *--- APLICADO (OU REJEITADO POR OUTRO MOTIVO) COMO UM RECICLADO
      *--- E SAI DO SUSPENSO; SE CONTINUA R005, FICA - ATE PASSAR DO
      *--- PRAZO DO PARMDD, QUANDO VOLTA PARA A AGENCIA DE ORIGEM COMO
      *--- REJEITADO COM R019. FORA DAS CONTAGENS POR LOTE E DO HASH
      *--- DO CARTAO DE CONTROLE, COMO O ARMAZEM.
       1270-RELEASE-SUSPENSE.
           MOVE 'O' TO WS-REJ-FORA-LOTE-SW.
           MOVE LOW-VALUES TO SUS-KEY.
           START SUS-FILE KEY NOT LESS THAN SUS-KEY.
           IF WS-SUS-NOTFND OR WS-SUS-EOF
              MOVE '10' TO WS-SUS-FILE-STATUS
           ELSE
              IF NOT WS-SUS-OK
                 DISPLAY 'ERRO FATAL NO START DO SUS-FILE'
                 DISPLAY 'FILE STATUS: ' WS-SUS-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              READ SUS-FILE NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT WS-SUS-OK
      *--- NO FLUXO PRINCIPAL, O QUE CHEGOU HOJE FOI ESTACIONADO PELOS
      *--- OUTROS FLUXOS DESTA NOITE: FICA PARA A PROXIMA RODADA
              IF WS-MODE-FLUXO-PRINCIPAL
                 AND SUS-DATA-CHEGADA = WS-CURRENT-DATE-NUM
                 ADD 1 TO WS-COUNT-SUS-MANTIDOS
              ELSE
                 PERFORM 1272-EXAMINAR-SUSPENSO
              END-IF
              READ SUS-FILE NEXT RECORD
           END-PERFORM.
           MOVE SPACES TO WS-RUN-ID-ORIGEM.
           MOVE 'N' TO WS-REJ-FORA-LOTE-SW.
           IF WS-COUNT-SUS-LIBERADOS > ZERO
              OR WS-COUNT-SUS-EXPIRADOS > ZERO
              DISPLAY 'SUSPENSO PROCESSADO. LIBERADOS: '
                      WS-COUNT-SUS-LIBERADOS ' EXPIRADOS: '
                      WS-COUNT-SUS-EXPIRADOS ' AGUARDANDO: '
                      WS-COUNT-SUS-MANTIDOS
           END-IF.
           EXIT.
      *
      *--- REVALIDA UM DETALHE DO SUSPENSO: AINDA SEM CLIENTE VAI PARA
      *--- A CONFERENCIA DE PRAZO; O RESTO SEGUE O CAMINHO DE UM
      *--- RECICLADO E SAI DO SUSPENSO.
       1272-EXAMINAR-SUSPENSO.
           MOVE SUS-RUN-ID  TO WS-RUN-ID-ORIGEM.
           IF SUS-CONTA = SPACES
              MOVE '001' TO WS-DET-CONTA-X
           ELSE
              MOVE SUS-CONTA TO WS-DET-CONTA-X
           END-IF.
           MOVE SUS-DETALHE TO IN-RECORD.
           MOVE IN-RECORD   TO WS-IN-RECORD-LAYOUT.
           PERFORM 2100-VALIDATE-RECORD.
           IF WS-RECORD-INVALID AND WS-REASON-CLI-NAO-CADAST
              PERFORM 1275-CHECK-SUSPENSE-AGE
           ELSE
              ADD 1 TO WS-COUNT-SUS-LIBERADOS
              IF WS-RECORD-VALID AND WS-DETALHE-FUTURO
                 PERFORM 2125-PARK-FUTURE-DETAIL
              ELSE
                 IF WS-RECORD-VALID
                    PERFORM 2140-SCREEN-DETAIL
                 END-IF
                 IF WS-DETALHE-RETIDO
                    PERFORM 2145-HOLD-DETAIL
                 ELSE
                    IF WS-RECORD-VALID
                       PERFORM 2130-APPLY-MASTER-ACTION
                       PERFORM 2160-NOTIFICAR-MOVIMENTO
                    END-IF
                    IF WS-RECORD-VALID
                       PERFORM 2200-BUSINESS-LOGIC
                       PERFORM 4100-WRITE-OUT-RECORD
                       PERFORM 2120-REGISTER-ID-HISTORY
                    ELSE
                       PERFORM 2300-REJECT-RECORD
                    END-IF
                 END-IF
              END-IF
              PERFORM 1278-DELETE-SUSPENSO
           END-IF.
           EXIT.
      *
      *--- DETALHE AINDA SEM CLIENTE: DENTRO DO PRAZO FICA NO
      *--- SUSPENSO; ALEM DELE E REJEITADO DE VERDADE (R019).
       1275-CHECK-SUSPENSE-AGE.
           COMPUTE WS-SUS-AGE-DAYS = WS-TODAY-INTEGER -
              FUNCTION INTEGER-OF-DATE(SUS-DATA-CHEGADA).
           IF WS-SUS-AGE-DAYS > WS-DIAS-SUSPENSO
              ADD 1 TO WS-COUNT-SUS-EXPIRADOS
              SET WS-REASON-SUSPENSO-EXPIR TO TRUE
              PERFORM 2300-REJECT-RECORD
              PERFORM 1278-DELETE-SUSPENSO
           ELSE
              ADD 1 TO WS-COUNT-SUS-MANTIDOS
           END-IF.
           EXIT.
      *
       1278-DELETE-SUSPENSO.
           DELETE SUS-FILE RECORD.
           IF NOT WS-SUS-OK
              DISPLAY 'ERRO FATAL DE DELETE NO SUS-FILE'
              DISPLAY 'FILE STATUS: ' WS-SUS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- CONSOME AS DECISOES DO ANALISTA NA FILA DE RETIDOS (TRNF).
      *--- LIBERADO: O DETALHE PASSA DE NOVO PELA VALIDACAO COMPLETA,
      *--- SEM A TRIAGEM, E E APLICADO (OU ESTACIONADO/REJEITADO POR
      *--- OUTRO MOTIVO) COMO UM LIBERADO DO SUSPENSO. RECUSADO: VOLTA
      *--- PARA A AGENCIA DE ORIGEM COMO REJEITADO COM R020. OS DOIS
      *--- SAEM DA FILA; O PENDENTE FICA. FORA DAS CONTAGENS POR LOTE
      *--- E DO HASH DO CARTAO DE CONTROLE, COMO O SUSPENSO.
       1280-PROCESS-HOLD-DECISIONS.
           MOVE 'O' TO WS-REJ-FORA-LOTE-SW.
           SET WS-TRIAGEM-DISPENSADA TO TRUE.
           MOVE LOW-VALUES TO HLD-KEY.
           START HLD-FILE KEY NOT LESS THAN HLD-KEY.
           IF WS-HLD-NOTFND OR WS-HLD-EOF
              MOVE '10' TO WS-HLD-FILE-STATUS
           ELSE
              IF NOT WS-HLD-OK
                 DISPLAY 'ERRO FATAL NO START DO HLD-FILE'
                 DISPLAY 'FILE STATUS: ' WS-HLD-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              READ HLD-FILE NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT WS-HLD-OK
              EVALUATE TRUE
                  WHEN HLD-LIBERADO
                      PERFORM 1285-LIBERAR-RETIDO
                      PERFORM 1288-DELETE-RETIDO
                  WHEN HLD-RECUSADO
                      ADD 1 TO WS-COUNT-RET-RECUSADOS
                      MOVE HLD-RUN-ID  TO WS-RUN-ID-ORIGEM
                      MOVE HLD-DETALHE TO IN-RECORD
                      MOVE IN-RECORD   TO WS-IN-RECORD-LAYOUT
                      SET WS-RECORD-INVALID TO TRUE
                      SET WS-REASON-RECUSADO-ANALISE TO TRUE
                      PERFORM 2300-REJECT-RECORD
                      PERFORM 1288-DELETE-RETIDO
                  WHEN OTHER
                      ADD 1 TO WS-COUNT-RET-PENDENTES
              END-EVALUATE
              READ HLD-FILE NEXT RECORD
           END-PERFORM.
           MOVE 'N' TO WS-TRIAGEM-DISP-SW.
           MOVE SPACES TO WS-RUN-ID-ORIGEM.
           MOVE 'N' TO WS-REJ-FORA-LOTE-SW.
           IF WS-COUNT-RET-LIBERADOS > ZERO
              OR WS-COUNT-RET-RECUSADOS > ZERO
              DISPLAY 'FILA DE RETIDOS PROCESSADA. LIBERADOS: '
                      WS-COUNT-RET-LIBERADOS ' RECUSADOS: '
                      WS-COUNT-RET-RECUSADOS ' PENDENTES: '
                      WS-COUNT-RET-PENDENTES
           END-IF.
           EXIT.
      *
      *--- RETIDO LIBERADO PELO ANALISTA: MESMO TRATAMENTO DO DETALHE
      *--- LIBERADO DO SUSPENSO, COM O REJEITADO VOLTANDO PARA A
      *--- AGENCIA DE ORIGEM GUARDADA NA FILA
       1285-LIBERAR-RETIDO.
           ADD 1 TO WS-COUNT-RET-LIBERADOS.
           MOVE HLD-RUN-ID  TO WS-RUN-ID-ORIGEM.
           IF HLD-CONTA = SPACES
              MOVE '001' TO WS-DET-CONTA-X
           ELSE
              MOVE HLD-CONTA TO WS-DET-CONTA-X
           END-IF.
           MOVE HLD-DETALHE TO IN-RECORD.
           MOVE IN-RECORD   TO WS-IN-RECORD-LAYOUT.
           PERFORM 2100-VALIDATE-RECORD.
           IF WS-RECORD-VALID AND WS-DETALHE-FUTURO
              PERFORM 2125-PARK-FUTURE-DETAIL
           ELSE
              IF WS-RECORD-VALID
                 PERFORM 2130-APPLY-MASTER-ACTION
                 PERFORM 2160-NOTIFICAR-MOVIMENTO
              END-IF
              IF WS-RECORD-VALID
                 PERFORM 2200-BUSINESS-LOGIC
                 PERFORM 4100-WRITE-OUT-RECORD
                 PERFORM 2120-REGISTER-ID-HISTORY
              ELSE
                 IF WS-REASON-CLI-NAO-CADAST
                    PERFORM 2127-PARK-SUSPENSE-DETAIL
                 ELSE
                    PERFORM 2300-REJECT-RECORD
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       1288-DELETE-RETIDO.
           DELETE HLD-FILE RECORD.
           IF NOT WS-HLD-OK
              DISPLAY 'ERRO FATAL DE DELETE NO HLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-HLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *================================================================*
      * PARAGRAFOS DE PROCESSAMENTO
      *================================================================*
       2000-PROCESS-RECORDS.
           MOVE IN-RECORD TO WS-IN-RECORD-LAYOUT.
      *
      *--- CADASTRO 'C' INTERROMPIDO POR OUTRO TIPO DE REGISTRO ANTES
      *--- DO TERCEIRO: VOLTA INTEIRO PARA A AGENCIA (R024)
           IF WS-CAD-PENDENTE AND NOT WS-REC-IS-CADASTRO
              PERFORM 2179-DESCARTAR-CADASTRO
           END-IF.
      *
      *--- DESVIA PARA O PROCESSAMENTO ESPECIFICO DO TIPO DE REGISTRO
           EVALUATE TRUE
               WHEN WS-REC-IS-HEADER
                   ADD 1 TO WS-COUNT-DETAIL-READ
                   ADD 1 TO WS-BATCH-DETAIL-READ
                   PERFORM 2050-ACCUMULATE-BATCH-VALOR
                   PERFORM 2102-DEFINIR-CONTA-LOTE
      *--- LOTE DE REMETENTE NAO CADASTRADO: REJEICAO DIRETA (R015,
      *--- OU O MOTIVO DO CICLO DE VIDA DA AGENCIA - VER 2408)
                   IF WS-BATCH-SKIP
                      SET WS-RECORD-INVALID TO TRUE
                      MOVE WS-BATCH-SKIP-MOTIVO TO WS-REJECT-REASON-CODE
                      MOVE 'N' TO WS-FUTURO-SW
                      MOVE 'N' TO WS-RETIDO-SW
                   ELSE
                      PERFORM 2100-VALIDATE-RECORD
                   END-IF
                      PERFORM 2125-PARK-FUTURE-DETAIL
                      MOVE LOW-VALUES TO WS-ULT-DET-ACEITO-ID
                   ELSE
      *--- TRIAGEM DE MOVIMENTO SUSPEITO: O DETALHE QUE PASSA DO
      *--- LIMIAR VAI PARA A FILA DE RETIDOS E, COMO O SUSPENSO, FICA
      *--- FORA DAS CONTAGENS DE ACEITOS/REJEITADOS DO LOTE
                      IF WS-RECORD-VALID
                         PERFORM 2140-SCREEN-DETAIL
                      END-IF
                      IF WS-DETALHE-RETIDO
                         PERFORM 2145-HOLD-DETAIL
                         MOVE LOW-VALUES TO WS-ULT-DET-ACEITO-ID
                      ELSE
                         IF WS-RECORD-VALID AND NOT WS-MODE-REPLAY
                            PERFORM 2130-APPLY-MASTER-ACTION
                            PERFORM 2160-NOTIFICAR-MOVIMENTO
                         END-IF
                         IF WS-RECORD-VALID
                            PERFORM 2200-BUSINESS-LOGIC
                            PERFORM 4100-WRITE-OUT-RECORD
                            IF NOT WS-MODE-REPLAY
                               PERFORM 2120-REGISTER-ID-HISTORY
                            END-IF
                            PERFORM 2060-ACCUMULATE-VALOR-ACEITO
                            ADD 1 TO WS-BATCH-OUT-WRITTEN
                            MOVE WS-IN-ID TO WS-ULT-DET-ACEITO-ID
                         ELSE
      *--- CLIENTE NAO CADASTRADO (R005) NAO E REJEITADO: VAI PARA O
      *--- SUSPENSO E, COMO O FUTURO ARMAZENADO, FICA FORA DAS
      *--- CONTAGENS DE ACEITOS/REJEITADOS DO LOTE
                            IF WS-REASON-CLI-NAO-CADAST
                               PERFORM 2127-PARK-SUSPENSE-DETAIL
                            ELSE
                               PERFORM 2300-REJECT-RECORD
                               ADD 1 TO WS-BATCH-REJECTED
                            END-IF
                            MOVE LOW-VALUES TO WS-ULT-DET-ACEITO-ID
                         END-IF
                      END-IF
                   END-IF
      *
      *--- EXTENSAO V2: SO EM LOTE '02'/'03' E LOGO APOS O DETALHE
      *--- ACEITO DO MESMO ID. ACEITA = GRAVA O REGISTRO 'E' NO
      *--- OUT-FILE (FORA DAS CONTAGENS DO LOTE E DO HASH, QUE
      *--- COBREM SO OS DETALHES); FORA DA REGRA = R017. A EXTENSAO
                   MOVE SPACES TO WS-REJECT-REASON-CODE
                   IF WS-BATCH-SKIP
                      SET WS-RECORD-INVALID TO TRUE
                      MOVE WS-BATCH-SKIP-MOTIVO TO WS-REJECT-REASON-CODE
                   ELSE
                      IF NOT WS-BATCH-E-V2
                         OR WS-IN-ID NOT = WS-ULT-DET-ACEITO-ID
                   ADD 1 TO WS-COUNT-REV-LIDAS
                   ADD 1 TO WS-BATCH-DETAIL-READ
                   PERFORM 2055-REVERSE-BATCH-VALOR
                   PERFORM 2102-DEFINIR-CONTA-LOTE
                   IF WS-BATCH-SKIP
                      SET WS-RECORD-INVALID TO TRUE
                      MOVE WS-BATCH-SKIP-MOTIVO TO WS-REJECT-REASON-CODE
                   ELSE
                      PERFORM 2105-VALIDATE-REVERSAL
                   END-IF
      *
               WHEN WS-REC-IS-TRAILER
                   PERFORM 2500-PROCESS-TRAILER
      *
      *--- CADASTRO DE CLIENTE NOVO (VER 2170)
               WHEN WS-REC-IS-CADASTRO
                   PERFORM 2170-PROCESSAR-CADASTRO
      *
               WHEN OTHER
                   SET WS-RECORD-INVALID TO TRUE
                  FROM WS-MOEDA-ACE-CRED(WS-MOEDA-IDX)
           END-IF.
           EXIT.
      *
      *--- CONTA DO DETALHE LIDO DO IN-FILE: A DO PROPRIO DETALHE NO
      *--- LOTE '03', A PRINCIPAL 001 NOS LOTES ANTERIORES AS CONTAS
       2102-DEFINIR-CONTA-LOTE.
           IF WS-BATCH-E-V3
              MOVE WS-IN-CONTA TO WS-DET-CONTA-X
           ELSE
              MOVE '001' TO WS-DET-CONTA-X
           END-IF.
           EXIT.
      *
       2100-VALIDATE-RECORD.
           SET WS-RECORD-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           MOVE 'N' TO WS-RETIDO-SW.
      *
           IF WS-IN-ID = SPACES
              SET WS-RECORD-INVALID TO TRUE
              SET WS-RECORD-INVALID TO TRUE
              SET WS-REASON-DADO-VAZIO TO TRUE
           END-IF.
      *
      *--- CONTA DO DETALHE (VER 2102): NUMERICA E DIFERENTE DE ZERO
           IF WS-RECORD-VALID
              IF WS-DET-CONTA-X NOT NUMERIC
                 OR WS-DET-CONTA = ZERO
                 SET WS-RECORD-INVALID TO TRUE
                 SET WS-REASON-CONTA-INVALIDA TO TRUE
                 ADD 1 TO WS-COUNT-CONTA-INVALIDA
              END-IF
           END-IF.
      *
           IF WS-RECORD-VALID
              IF NOT ACAO-INCLUSAO AND NOT ACAO-ALTERACAO
      *
      *--- ROLA A DATA-VALOR PARA O PRIMEIRO DIA UTIL DO CALENDARIO
      *--- MAIOR OU IGUAL A ELA. DATA ALEM DA ULTIMA DO CALENDARIO
      *--- NAO TEM DIA EFETIVO (WS-CAL-ACHOU FICA DESLIGADO). AGENCIA
      *--- COM CALENDARIO REGIONAL PULA TAMBEM OS DIAS FECHADOS NELE
      *--- (UNIAO DOS FECHAMENTOS NACIONAL E REGIONAL).
       2118-ROLL-TO-BUSINESS-DAY.
           MOVE 'N' TO WS-CAL-ACHOU-SW.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-ACHOU
              IF WS-CAL-DATA(WS-CAL-IDX) >= WS-IN-DATA-VALOR-N
                 PERFORM 2116-CHECK-REGIONAL-CLOSED
                 IF NOT WS-CRG-FECHADO
                    MOVE WS-CAL-DATA(WS-CAL-IDX) TO WS-EFF-DATE
                    SET WS-CAL-ACHOU TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      *
      *--- O DIA UTIL NACIONAL WS-CAL-DATA(WS-CAL-IDX) ESTA FECHADO NO
      *--- CALENDARIO REGIONAL DA AGENCIA DO LOTE? (TABELA EM ORDEM
      *--- DE CODIGO + DATA: A BUSCA PARA NO PRIMEIRO MAIOR)
       2116-CHECK-REGIONAL-CLOSED.
           MOVE 'N' TO WS-CRG-FECHADO-SW.
           IF WS-AGY-CAL-LOTE NOT = SPACES
              PERFORM VARYING WS-CRG-IDX FROM 1 BY 1
                      UNTIL WS-CRG-IDX > WS-CRG-COUNT
                         OR WS-CRG-FECHADO
                         OR WS-CRG-CALENDARIO(WS-CRG-IDX)
                            > WS-AGY-CAL-LOTE
                 IF WS-CRG-CALENDARIO(WS-CRG-IDX) = WS-AGY-CAL-LOTE
                    AND WS-CRG-DATA(WS-CRG-IDX)
                        = WS-CAL-DATA(WS-CAL-IDX)
                    SET WS-CRG-FECHADO TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
           EXIT.
      *
      *--- ESTACIONA O DETALHE FUTURO NO ARMAZEM, CHAVEADO PELA DATA
      *--- EFETIVA + ID. CHAVE JA EXISTENTE (MESMO DETALHE ENVIADO DE
      *--- NOVO ANTES DO DIA) E REGRAVADA - A VERSAO MAIS RECENTE VALE.
           EXIT.
      *
       2126-GRAVAR-ARMAZEM.
           MOVE WS-EFF-DATE  TO WHS-EFF-DATE.
           MOVE WS-IN-ID     TO WHS-ID.
           MOVE WS-DET-CONTA TO WHS-CONTA.
           MOVE WS-IN-RECORD-LAYOUT(1:80) TO WHS-DETALHE.
           IF WS-RUN-ID-ORIGEM NOT = SPACES
              MOVE WS-RUN-ID-ORIGEM    TO WHS-RUN-ID
           ELSE
              MOVE WS-HDR-RUN-ID-SAVED TO WHS-RUN-ID
           END-IF.
           WRITE WHS-RECORD.
           IF WS-WHS-DUPKEY
              REWRITE WHS-RECORD
           ADD 1 TO WS-COUNT-ARMAZENADOS.
           EXIT.
      *
      *--- ESTACIONA NO SUSPENSO O DETALHE DE CLIENTE AINDA NAO
      *--- CADASTRADO, CHAVEADO POR ID + DATA DE CHEGADA + SEQUENCIA.
      *--- NO REPLAY O SUSPENSO NAO E TOCADO: O DETALHE SO E CONTADO.
       2127-PARK-SUSPENSE-DETAIL.
           IF WS-MODE-REPLAY
              ADD 1 TO WS-COUNT-SUSPENSOS
           ELSE
              PERFORM 2128-GRAVAR-SUSPENSO
           END-IF.
           EXIT.
      *
       2128-GRAVAR-SUSPENSO.
           MOVE SPACES              TO SUS-RECORD.
           MOVE WS-IN-ID            TO SUS-CLI-ID.
           MOVE WS-CURRENT-DATE-NUM TO SUS-DATA-CHEGADA.
           MOVE WS-IN-VALOR         TO SUS-VALOR.
           MOVE WS-IN-DC            TO SUS-DC.
           MOVE WS-MOEDA-ATUAL      TO SUS-MOEDA.
           MOVE WS-IN-RECORD-LAYOUT(1:80) TO SUS-DETALHE.
           MOVE WS-DET-CONTA-X      TO SUS-CONTA.
           IF WS-RUN-ID-ORIGEM NOT = SPACES
              MOVE WS-RUN-ID-ORIGEM    TO SUS-RUN-ID
           ELSE
              MOVE WS-HDR-RUN-ID-SAVED TO SUS-RUN-ID
           END-IF.
      *--- CHAVE JA USADA (OUTRO DETALHE DO CLIENTE HOJE): PROXIMA
      *--- SEQUENCIA
           MOVE ZERO TO SUS-SEQ.
           MOVE '22' TO WS-SUS-FILE-STATUS.
           PERFORM UNTIL NOT WS-SUS-DUPKEY
                      OR SUS-SEQ = 999
              ADD 1 TO SUS-SEQ
              WRITE SUS-RECORD
           END-PERFORM.
           IF NOT WS-SUS-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO SUS-FILE'
              DISPLAY 'FILE STATUS: ' WS-SUS-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-SUSPENSOS.
           EXIT.
      *
      *--- TRIAGEM DO DETALHE VALIDO ANTES DA APLICACAO NO MESTRE.
      *--- CADA REGRA ATINGIDA SOMA SEUS PONTOS; A SOMA NO LIMIAR OU
      *--- ACIMA RETEM O DETALHE. RETIDO OU NAO, O DETALHE ENTRA NA
      *--- TABELA DE TRIADOS, BASE DAS REGRAS PARA OS SEGUINTES.
       2140-SCREEN-DETAIL.
           MOVE 'N' TO WS-RETIDO-SW.
           IF WS-TRIAGEM-ATIVA AND NOT WS-TRIAGEM-DISPENSADA
              MOVE ZERO   TO WS-TRI-PONTOS
              MOVE SPACES TO WS-TRI-REGRAS
              MOVE ZERO   TO WS-TRI-QTDE-RODADA
              MOVE ZERO   TO WS-TRI-MEDIA
      *--- AGENCIA DO DETALHE: A DE ORIGEM NAS LIBERACOES, A DO
      *--- CABECALHO CORRENTE NO IN-FILE (RECICLADO NAO TEM AGENCIA)
              IF WS-RUN-ID-ORIGEM NOT = SPACES
                 MOVE WS-RUN-ID-ORIGEM TO WS-TRI-RUN-ID
              ELSE
                 IF WS-REJ-FORA-DE-LOTE
                    MOVE SPACES TO WS-TRI-RUN-ID
                 ELSE
                    MOVE WS-HDR-RUN-ID-SAVED TO WS-TRI-RUN-ID
                 END-IF
              END-IF
              MOVE WS-TRI-RUN-ID(1:4) TO WS-TRI-AGENCIA
              PERFORM 2141-CHECK-MOVIMENTOS-RODADA
              PERFORM 2142-CHECK-DESVIO-MEDIA
              PERFORM 2143-REGISTRAR-TRIADO
              IF WS-TRI-PONTOS >= WS-REGRA-LIMIAR
                 SET WS-DETALHE-RETIDO TO TRUE
              END-IF
           END-IF.
           EXIT.
      *
      *--- VELOCIDADE (QUANTOS DETALHES DO CLIENTE JA NA RODADA, MAIS
      *--- ESTE) E DUPLICIDADE ENTRE AGENCIAS (MESMO VALOR E DATA
      *--- EFETIVA DE OUTRA AGENCIA), NUMA SO VARREDURA DA TABELA
       2141-CHECK-MOVIMENTOS-RODADA.
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-IDX > WS-TRD-COUNT
              IF WS-TRD-CLI-ID(WS-TRD-IDX) = WS-IN-ID
                 ADD 1 TO WS-TRI-QTDE-RODADA
                 IF WS-TRD-VALOR(WS-TRD-IDX) = WS-IN-VALOR
                    AND WS-TRD-EFF-DATE(WS-TRD-IDX) = WS-EFF-DATE
                    AND WS-TRD-AGENCIA(WS-TRD-IDX) NOT = SPACES
                    AND WS-TRI-AGENCIA NOT = SPACES
                    AND WS-TRD-AGENCIA(WS-TRD-IDX) NOT = WS-TRI-AGENCIA
                    MOVE 'A' TO WS-TRI-REGRA-AGENCIA
                 END-IF
              END-IF
           END-PERFORM.
           ADD 1 TO WS-TRI-QTDE-RODADA.
           IF WS-REGRA-VELOC-MAX > ZERO
              AND WS-TRI-QTDE-RODADA > WS-REGRA-VELOC-MAX
              MOVE 'V' TO WS-TRI-REGRA-VELOC
              ADD WS-REGRA-VELOC-PONTOS TO WS-TRI-PONTOS
           END-IF.
           IF WS-TRI-REGRA-AGENCIA = 'A'
              ADD WS-REGRA-AGENCIA-PONTOS TO WS-TRI-PONTOS
           END-IF.
           EXIT.
      *
      *--- DESVIO DA MEDIA HISTORICA DO CLIENTE (MEDIADD): SO CONTA
      *--- COM HISTORICO SUFICIENTE; CLIENTE SEM MEDIA NAO PONTUA
       2142-CHECK-DESVIO-MEDIA.
           IF WS-MED-PRESENTE AND WS-REGRA-DESVIO-FATOR > ZERO
              MOVE WS-IN-ID TO MED-ID
              READ MED-FILE
              IF WS-MED-OK
                 MOVE MED-VALOR-MEDIO TO WS-TRI-MEDIA
                 COMPUTE WS-TRI-LIMITE-DESVIO =
                         MED-VALOR-MEDIO * WS-REGRA-DESVIO-FATOR
                 IF MED-QTDE >= WS-REGRA-DESVIO-MIN
                    AND WS-IN-VALOR > WS-TRI-LIMITE-DESVIO
                    MOVE 'D' TO WS-TRI-REGRA-DESVIO
                    ADD WS-REGRA-DESVIO-PONTOS TO WS-TRI-PONTOS
                 END-IF
              ELSE
                 IF NOT WS-MED-NOTFND
                    DISPLAY 'ERRO FATAL DE LEITURA NO MED-FILE'
                    DISPLAY 'FILE STATUS: ' WS-MED-FILE-STATUS
                    PERFORM 9900-FILE-ERROR-ABEND
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
       2143-REGISTRAR-TRIADO.
           IF WS-TRD-COUNT < 5000
              ADD 1 TO WS-TRD-COUNT
              SET WS-TRD-IDX TO WS-TRD-COUNT
              MOVE WS-IN-ID       TO WS-TRD-CLI-ID(WS-TRD-IDX)
              MOVE WS-IN-VALOR    TO WS-TRD-VALOR(WS-TRD-IDX)
              MOVE WS-EFF-DATE    TO WS-TRD-EFF-DATE(WS-TRD-IDX)
              MOVE WS-TRI-AGENCIA TO WS-TRD-AGENCIA(WS-TRD-IDX)
           ELSE
              IF NOT WS-TRI-TABELA-CHEIA
                 SET WS-TRI-TABELA-CHEIA TO TRUE
                 DISPLAY 'MYB042 TABELA DA TRIAGEM CHEIA (5000): '
                         'VELOCIDADE/AGENCIAS SO SOBRE OS JA TRIADOS.'
                         UPON CONSOLE
              END-IF
           END-IF.
           EXIT.
      *
      *--- GRAVA NA FILA DE RETIDOS O DETALHE QUE PASSOU DO LIMIAR,
      *--- PENDENTE DE DECISAO NA TRNF. NO REPLAY A FILA NAO E
      *--- TOCADA: O DETALHE SO E CONTADO.
       2145-HOLD-DETAIL.
           IF WS-MODE-REPLAY
              ADD 1 TO WS-COUNT-RETIDOS
           ELSE
              PERFORM 2146-GRAVAR-RETIDO
           END-IF.
           EXIT.
      *
       2146-GRAVAR-RETIDO.
           MOVE SPACES              TO HLD-RECORD.
           MOVE WS-CURRENT-DATE-NUM TO HLD-DATA.
           SET HLD-PENDENTE         TO TRUE.
           MOVE WS-IN-ID            TO HLD-CLI-ID.
           MOVE WS-IN-VALOR         TO HLD-VALOR.
           MOVE WS-IN-DC            TO HLD-DC.
           MOVE WS-MOEDA-ATUAL      TO HLD-MOEDA.
           MOVE WS-EFF-DATE         TO HLD-DATA-EFETIVA.
           MOVE WS-TRI-RUN-ID       TO HLD-RUN-ID.
           IF WS-TRI-PONTOS > 999
              MOVE 999 TO HLD-PONTOS
           ELSE
              MOVE WS-TRI-PONTOS TO HLD-PONTOS
           END-IF.
           MOVE WS-TRI-REGRAS       TO HLD-REGRAS.
           MOVE WS-TRI-QTDE-RODADA  TO HLD-QTDE-RODADA.
           MOVE WS-TRI-MEDIA        TO HLD-MEDIA.
           MOVE WS-IN-RECORD-LAYOUT(1:80) TO HLD-DETALHE.
           MOVE WS-DET-CONTA-X      TO HLD-CONTA.
           MOVE ZERO                TO HLD-DEC-DATA.
           MOVE ZERO                TO HLD-DEC-HORA.
      *--- CHAVE JA USADA (RODADA ANTERIOR DO MESMO DIA): PROXIMA
      *--- SEQUENCIA
           MOVE '22' TO WS-HLD-FILE-STATUS.
           PERFORM UNTIL NOT WS-HLD-DUPKEY
                      OR WS-HLD-SEQ = 999999
              ADD 1 TO WS-HLD-SEQ
              MOVE WS-HLD-SEQ TO HLD-SEQ
              WRITE HLD-RECORD
           END-PERFORM.
           IF NOT WS-HLD-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO HLD-FILE'
              DISPLAY 'FILE STATUS: ' WS-HLD-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           ADD 1 TO WS-COUNT-RETIDOS.
           EXIT.
      *
      *--- CONSULTA O HISTORICO DE IDS ACEITOS (IDHIST-FILE). UM ID JA
      *--- ACEITO DENTRO DA JANELA DE DIAS DO PARMDD E UMA
      *--- RETRANSMISSAO E REJEITA COM R004; UMA ENTRADA MAIS ANTIGA
      *--- QUE A JANELA NAO BARRA (E REGRAVADA COM A DATA CORRENTE
      *--- QUANDO O DETALHE FOR ACEITO, EM 2120-REGISTER-ID-HISTORY).
       2110-CHECK-DUPLICATE-ID.
           MOVE WS-IN-ID     TO IDH-ID.
           MOVE WS-DET-CONTA TO IDH-CONTA.
           READ IDHIST-FILE.
           EVALUATE TRUE
               WHEN WS-IDH-OK
      *--- (CREDITO POSITIVO, DEBITO NEGATIVO), JA SUJEITO AO LIMITE
       2131-MASTER-INCLUSAO.
           MOVE ZERO TO WS-SALDO-ATUAL.
           PERFORM 2137-CHECK-KYC.
           IF WS-RECORD-VALID
              PERFORM 2147-CHECK-BLOQUEIO-JUDICIAL
           END-IF.
           IF WS-RECORD-VALID
              PERFORM 2134-CHECK-LIMITE-DEBITO
           END-IF.
           IF WS-RECORD-VALID
              PERFORM 2139-CHECK-LIMITE-GRUPO
           END-IF.
           IF WS-RECORD-VALID
              MOVE WS-IN-ID            TO MST-ID
              MOVE WS-DET-CONTA        TO MST-CONTA
              MOVE WS-IN-DATA          TO MST-DATA
              MOVE WS-CURRENT-DATE-NUM TO MST-ULT-ATUALIZACAO
              MOVE WS-SALDO-PROJETADO  TO MST-SALDO
              MOVE SPACE               TO MST-SITUACAO
              MOVE ZERO                TO MST-DATA-DORMENCIA
                                          MST-DATA-NEGATIVO
              WRITE MST-RECORD
              EVALUATE TRUE
                  WHEN WS-MST-OK
      *--- REGRAVACAO CEGA DE ANTES APAGARIA A POSICAO ACUMULADA),
      *--- APLICA O MOVIMENTO AO SALDO E REGRAVA COM OS DADOS NOVOS
       2132-MASTER-ALTERACAO.
           MOVE WS-IN-ID     TO MST-ID.
           MOVE WS-DET-CONTA TO MST-CONTA.
           READ MST-FILE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   MOVE MST-SALDO TO WS-SALDO-ATUAL
                   MOVE MST-DATA  TO WS-MJR-DATA-ANTES
                   MOVE MST-SALDO TO WS-MJR-SALDO-ANTES
                   PERFORM 2136-CHECK-DORMENCIA
                   IF WS-RECORD-VALID
                      PERFORM 2137-CHECK-KYC
                   END-IF
                   IF WS-RECORD-VALID
                      PERFORM 2147-CHECK-BLOQUEIO-JUDICIAL
                   END-IF
                   IF WS-RECORD-VALID
                      PERFORM 2134-CHECK-LIMITE-DEBITO
                   END-IF
                   IF WS-RECORD-VALID
                      PERFORM 2139-CHECK-LIMITE-GRUPO
                   END-IF
                   IF WS-RECORD-VALID
                      PERFORM 2129-TRATAR-AJUSTE-MANUAL
                      MOVE WS-IN-DATA          TO MST-DATA
                      MOVE WS-CURRENT-DATE-NUM TO MST-ULT-ATUALIZACAO
                      MOVE WS-SALDO-PROJETADO  TO MST-SALDO
           END-EVALUATE.
           EXIT.
      *
      *--- AJUSTE MANUAL (LOTE 'AJUS', INCLUSIVE O DETALHE LIBERADO
      *--- DO ARMAZEM, DO SUSPENSO OU DOS RETIDOS): O APROVADOR DA
      *--- TRNJ VAI PARA A LINHA DO DIARIO E O RESTANTE DO DADO DO
      *--- PROPRIO MESTRE FICA COMO ESTA - O AJUSTE SO MEXE NO VALOR.
       2129-TRATAR-AJUSTE-MANUAL.
           IF WS-RUN-ID-ORIGEM NOT = SPACES
              MOVE WS-RUN-ID-ORIGEM    TO WS-RUN-ID-DETALHE
           ELSE
              MOVE WS-HDR-RUN-ID-SAVED TO WS-RUN-ID-DETALHE
           END-IF.
           IF WS-RUN-ID-DETALHE(1:4) = WS-PREFIXO-AJUSTES
              MOVE WS-IN-AJU-APROVADOR TO WS-MJR-APROVADOR
              MOVE MST-DATA(26:43)     TO WS-IN-DATA-RESTO
           END-IF.
           EXIT.
      *
      *--- EXCLUSAO: SO COM A POSICAO ZERADA - EXCLUIR UM MESTRE COM
      *--- SALDO SUMIRIA COM A POSICAO DO CLIENTE (MOTIVO R014). O
      *--- VALOR DO PROPRIO DETALHE DE EXCLUSAO NAO MOVIMENTA SALDO.
       2133-MASTER-EXCLUSAO.
           MOVE WS-IN-ID     TO MST-ID.
           MOVE WS-DET-CONTA TO MST-CONTA.
           READ MST-FILE.
           EVALUATE TRUE
               WHEN WS-MST-OK
      *--- PROJETA O SALDO COM O MOVIMENTO (CREDITO SOMA, DEBITO
      *--- SUBTRAI) E APLICA O LIMITE DE POSICAO DEVEDORA: DEBITO QUE
      *--- DEIXARIA O SALDO ABAIXO DE -LIMITE E REJEITADO COM R013.
      *--- LIMITE ZERO NO PARMDD = VERIFICACAO DESLIGADA. CLIENTE SEM
      *--- LIMITE NO BIRO NAO FICA DEVEDOR NEM DENTRO DO LIMITE (R031).
       2134-CHECK-LIMITE-DEBITO.
           IF DC-CREDITO
              COMPUTE WS-SALDO-PROJETADO =
                 SET WS-REASON-LIMITE-EXCEDIDO TO TRUE
              END-IF
           END-IF.
           IF WS-RECORD-VALID AND DC-DEBITO AND WS-BIR-PRESENTE
              AND WS-SALDO-PROJETADO < ZERO
              PERFORM 2151-CHECK-BIRO
           END-IF.
           EXIT.
      *
      *--- CLIENTE COM RESTRICAO OU SCORE ABAIXO DO MINIMO NO ULTIMO
      *--- RETORNO DO BIRO (BIR-LIMITE-NEGADO NO BIRRSKDD): O DEBITO
      *--- QUE O DEIXARIA DEVEDOR E REJEITADO COM R031. CLIENTE FORA
      *--- DO BIRRSKDD FICA SO COM O LIMITE DO CARTAO.
       2151-CHECK-BIRO.
           MOVE WS-IN-ID TO BIR-ID.
           READ BIR-FILE.
           EVALUATE TRUE
               WHEN WS-BIR-OK
                   IF BIR-LIMITE-NEGADO
                      SET WS-RECORD-INVALID TO TRUE
                      SET WS-REASON-BIRO-SEM-LIMITE TO TRUE
                      ADD 1 TO WS-COUNT-BIRO-SEM-LIMITE
                   END-IF
               WHEN WS-BIR-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE LEITURA NO BIR-FILE'
                   DISPLAY 'FILE STATUS: ' WS-BIR-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- CONTA DORMENTE: DEBITO REJEITADO COM R018 (O DINHEIRO NAO
      *--- SAI DE UMA CONTA PARADA SEM O CLIENTE APARECER); CREDITO
      *--- POSTA NORMALMENTE E REATIVA A CONTA (A SITUACAO LIMPA E A
      *--- DATA DA DORMENCIA ZERADA VAO NO MESMO REWRITE DO
      *--- MOVIMENTO).
       2136-CHECK-DORMENCIA.
           IF MST-DORMENTE
              IF DC-DEBITO
                 SET WS-RECORD-INVALID TO TRUE
                 SET WS-REASON-CONTA-DORMENTE TO TRUE
              ELSE
                 MOVE SPACE TO MST-SITUACAO
                 MOVE ZERO  TO MST-DATA-DORMENCIA
                 ADD 1 TO WS-COUNT-REATIVACOES
              END-IF
           END-IF.
           EXIT.
      *
      *--- REVISAO KYC VENCIDA HA MAIS DA TOLERANCIA (CLIENTE NO
      *--- KYCBLQDD): DEBITO REJEITADO COM R021 ATE A REVISAO SER
      *--- REGISTRADA NA TRNY; CREDITO POSTA NORMALMENTE
       2137-CHECK-KYC.
           IF WS-KYB-PRESENTE AND DC-DEBITO
              MOVE WS-IN-ID TO KYB-ID
              READ KYB-FILE
              EVALUATE TRUE
                  WHEN WS-KYB-OK
                      SET WS-RECORD-INVALID TO TRUE
                      SET WS-REASON-KYC-VENCIDO TO TRUE
                      ADD 1 TO WS-COUNT-BLOQ-KYC
                  WHEN WS-KYB-NOTFND
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'ERRO FATAL DE LEITURA NO KYB-FILE'
                      DISPLAY 'FILE STATUS: ' WS-KYB-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
              END-EVALUATE
           END-IF.
           EXIT.
      *
      *--- LIMITE DO GRUPO ECONOMICO: DEBITO DE CLIENTE VINCULADO A
      *--- UM GRUPO SOMA O SALDO PROJETADO DELE AOS SALDOS DOS DEMAIS
      *--- MEMBROS NO MESTRE; POSICAO SOMADA ABAIXO DE -LIMITE DO
      *--- GRUPO (GRAVADO NO CABECA) E REJEITADA COM R022. GRUPO SEM
      *--- CABECA APROVADO OU COM LIMITE ZERO NAO TEM LIMITE DE GRUPO.
       2139-CHECK-LIMITE-GRUPO.
           IF WS-GRP-PRESENTE AND DC-DEBITO
              MOVE WS-IN-ID TO GRP-ID
              READ GRP-FILE KEY IS GRP-ID
              EVALUATE TRUE
                  WHEN WS-GRP-OK
                      MOVE GRP-CODIGO TO WS-GRP-CODIGO-CLI
                  WHEN WS-GRP-NOTFND
                      MOVE SPACES TO WS-GRP-CODIGO-CLI
                  WHEN OTHER
                      DISPLAY 'ERRO FATAL DE LEITURA NO GRP-FILE'
                      DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
              END-EVALUATE
              IF WS-GRP-CODIGO-CLI NOT = SPACES
                 PERFORM 2149-SOMAR-POSICAO-GRUPO
                 IF WS-GRP-LIMITE > ZERO
                    COMPUTE WS-GRP-TESTE =
                       WS-GRP-POSICAO + WS-GRP-LIMITE
                    IF WS-GRP-TESTE < ZERO
                       SET WS-RECORD-INVALID TO TRUE
                       SET WS-REASON-LIMITE-GRUPO TO TRUE
                       ADD 1 TO WS-COUNT-LIMITE-GRUPO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *--- BLOQUEIO JUDICIAL: O DEBITO SO POSTA SE O SALDO QUE SOBRA
      *--- NO CLIENTE COBRE A SOMA DOS BLOQUEIOS EM VIGOR DELE. O
      *--- BLOQUEIO E POR CLIENTE, ENTAO O SALDO TAMBEM: A CONTA DO
      *--- DETALHE JA COM O DEBITO MAIS O MST-SALDO DAS DEMAIS CONTAS
      *--- DO CLIENTE (2152), MENOS OS BLOQUEIOS - O VALOR DA ORDEM
      *--- FICA PRESO UMA VEZ SO, EM QUALQUER DAS CONTAS. ACIMA DISSO
      *--- E REJEITADO COM R029 - ANTES DO LIMITE DE POSICAO DEVEDORA,
      *--- QUE NAO PODE SER USADO PARA PAGAR COM DINHEIRO BLOQUEADO.
      *--- CREDITO POSTA NORMALMENTE.
       2147-CHECK-BLOQUEIO-JUDICIAL.
           IF WS-BJU-PRESENTE AND DC-DEBITO
              PERFORM 2148-SOMAR-BLOQUEIOS
              IF WS-BJU-BLOQUEADO > ZERO
                 COMPUTE WS-BJU-TESTE = WS-SALDO-ATUAL - WS-IN-VALOR
                 PERFORM 2152-SOMAR-SALDO-CLIENTE
                 SUBTRACT WS-BJU-BLOQUEADO FROM WS-BJU-TESTE
                 IF WS-BJU-TESTE < ZERO
                    SET WS-RECORD-INVALID TO TRUE
                    SET WS-REASON-BLOQ-JUDICIAL TO TRUE
                    ADD 1 TO WS-COUNT-BLOQ-JUDICIAL
                 END-IF
              END-IF
           END-IF.
           EXIT.
      *
      *--- PERCORRE OS BLOQUEIOS DO CLIENTE (CHAVE CLIENTE + 000 EM
      *--- DIANTE) SOMANDO OS EM VIGOR NA DATA DA RODADA: SITUACAO
      *--- 'A'/'B', INICIO ATINGIDO E PRAZO NAO VENCIDO
       2148-SOMAR-BLOQUEIOS.
           MOVE ZERO TO WS-BJU-BLOQUEADO.
           MOVE 'N' TO WS-BJU-FIM-SW.
           MOVE WS-IN-ID TO BJU-CLIENTE.
           MOVE ZERO TO BJU-NUMERO.
           START BJU-FILE KEY IS NOT LESS THAN BJU-KEY.
           EVALUATE TRUE
               WHEN WS-BJU-OK
                   CONTINUE
               WHEN WS-BJU-NOTFND
                   SET WS-BJU-FIM-CLIENTE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE START NO BJU-FILE'
                   DISPLAY 'FILE STATUS: ' WS-BJU-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           PERFORM UNTIL WS-BJU-FIM-CLIENTE
              READ BJU-FILE NEXT RECORD
              EVALUATE TRUE
                  WHEN WS-BJU-EOF
                      SET WS-BJU-FIM-CLIENTE TO TRUE
                  WHEN NOT WS-BJU-OK
                      DISPLAY 'ERRO FATAL DE LEITURA NO BJU-FILE'
                      DISPLAY 'FILE STATUS: ' WS-BJU-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
                  WHEN BJU-CLIENTE NOT = WS-IN-ID
                      SET WS-BJU-FIM-CLIENTE TO TRUE
                  WHEN OTHER
                      IF BJU-VALIDO
                         AND BJU-DATA-INICIO <= WS-CURRENT-DATE-NUM
                         AND (BJU-DATA-EXPIRA = ZERO
                              OR BJU-DATA-EXPIRA >= WS-CURRENT-DATE-NUM)
                         ADD BJU-VALOR TO WS-BJU-BLOQUEADO
                      END-IF
              END-EVALUATE
           END-PERFORM.
           EXIT.
      *
      *--- SOMA EM WS-BJU-TESTE O MST-SALDO DAS DEMAIS CONTAS DO
      *--- CLIENTE (CHAVE CLIENTE + 000 EM DIANTE), MENOS A CONTA DO
      *--- PROPRIO DETALHE - JA CONTADA COM O DEBITO. O MESTRE
      *--- CORRENTE E GUARDADO E DEVOLVIDO NO FIM.
       2152-SOMAR-SALDO-CLIENTE.
           MOVE MST-RECORD TO WS-BJU-MST-SALVO.
           MOVE 'N' TO WS-BJU-FIM-CONTAS-SW.
           MOVE WS-IN-ID TO MST-ID.
           MOVE ZERO TO MST-CONTA.
           START MST-FILE KEY IS NOT LESS THAN MST-CHAVE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   CONTINUE
               WHEN WS-MST-NOTFND
                   SET WS-BJU-FIM-CONTAS TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE START NO MST-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           PERFORM UNTIL WS-BJU-FIM-CONTAS
              READ MST-FILE NEXT RECORD
              EVALUATE TRUE
                  WHEN WS-MST-EOF
                      SET WS-BJU-FIM-CONTAS TO TRUE
                  WHEN NOT WS-MST-OK
                      DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
                      DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
                  WHEN MST-ID NOT = WS-IN-ID
                      SET WS-BJU-FIM-CONTAS TO TRUE
                  WHEN MST-CONTA = WS-DET-CONTA
                      CONTINUE
                  WHEN OTHER
                      ADD MST-SALDO TO WS-BJU-TESTE
              END-EVALUATE
           END-PERFORM.
           MOVE WS-BJU-MST-SALVO TO MST-RECORD.
           EXIT.
      *
      *--- PERCORRE OS MEMBROS DO GRUPO PELO INDICE ALTERNATIVO,
      *--- SOMANDO O SALDO DAS CONTAS DE CADA UM NO MESTRE (2144) E
      *--- PEGANDO O LIMITE DO CABECA. O MESTRE CORRENTE E GUARDADO E
      *--- DEVOLVIDO NO FIM.
       2149-SOMAR-POSICAO-GRUPO.
           MOVE MST-RECORD TO WS-GRP-MST-SALVO.
           MOVE WS-SALDO-PROJETADO TO WS-GRP-POSICAO.
           MOVE ZERO TO WS-GRP-LIMITE.
           MOVE 'N' TO WS-GRP-FIM-SW.
           MOVE WS-GRP-CODIGO-CLI TO GRP-CODIGO.
           START GRP-FILE KEY IS EQUAL TO GRP-CODIGO.
           IF NOT WS-GRP-OK
              DISPLAY 'ERRO FATAL DE START NO GRP-FILE'
              DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           PERFORM UNTIL WS-GRP-FIM-MEMBROS
              READ GRP-FILE NEXT RECORD
              EVALUATE TRUE
                  WHEN WS-GRP-EOF
                      SET WS-GRP-FIM-MEMBROS TO TRUE
                  WHEN NOT WS-GRP-OK
                      DISPLAY 'ERRO FATAL DE LEITURA NO GRP-FILE'
                      DISPLAY 'FILE STATUS: ' WS-GRP-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
                  WHEN GRP-CODIGO NOT = WS-GRP-CODIGO-CLI
                      SET WS-GRP-FIM-MEMBROS TO TRUE
                  WHEN OTHER
                      IF GRP-CABECA
                         MOVE GRP-LIMITE TO WS-GRP-LIMITE
                      END-IF
                      PERFORM 2144-SOMAR-CONTAS-MEMBRO
              END-EVALUATE
           END-PERFORM.
           MOVE WS-GRP-MST-SALVO TO MST-RECORD.
           EXIT.
      *
      *--- SOMA NA POSICAO DO GRUPO O SALDO DE TODAS AS CONTAS DO
      *--- MEMBRO NO MESTRE (CHAVE MEMBRO + 000 EM DIANTE), MENOS A
      *--- CONTA DO PROPRIO DETALHE - JA CONTADA PELO SALDO PROJETADO
       2144-SOMAR-CONTAS-MEMBRO.
           MOVE 'N' TO WS-GRP-FIM-CONTAS-SW.
           MOVE GRP-ID TO MST-ID.
           MOVE ZERO TO MST-CONTA.
           START MST-FILE KEY IS NOT LESS THAN MST-CHAVE.
           EVALUATE TRUE
               WHEN WS-MST-OK
                   CONTINUE
               WHEN WS-MST-NOTFND
                   SET WS-GRP-FIM-CONTAS TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO FATAL DE START NO MST-FILE'
                   DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                   PERFORM 9900-FILE-ERROR-ABEND
           END-EVALUATE.
           PERFORM UNTIL WS-GRP-FIM-CONTAS
              READ MST-FILE NEXT RECORD
              EVALUATE TRUE
                  WHEN WS-MST-EOF
                      SET WS-GRP-FIM-CONTAS TO TRUE
                  WHEN NOT WS-MST-OK
                      DISPLAY 'ERRO FATAL DE LEITURA NO MST-FILE'
                      DISPLAY 'FILE STATUS: ' WS-MST-FILE-STATUS
                      PERFORM 9900-FILE-ERROR-ABEND
                  WHEN MST-ID NOT = GRP-ID
                      SET WS-GRP-FIM-CONTAS TO TRUE
                  WHEN MST-ID = WS-IN-ID AND MST-CONTA = WS-DET-CONTA
                      CONTINUE
                  WHEN OTHER
                      ADD MST-SALDO TO WS-GRP-POSICAO
              END-EVALUATE
           END-PERFORM.
           EXIT.
      *
      *--- VALIDACAO PROPRIA DO ESTORNO: FORMATO (ID, ACAO ORIGINAL E
           IF WS-RECORD-VALID
              PERFORM 2119-CHECK-MOEDA
           END-IF.
      *
           IF WS-RECORD-VALID
              IF WS-DET-CONTA-X NOT NUMERIC
                 OR WS-DET-CONTA = ZERO
                 SET WS-RECORD-INVALID TO TRUE
                 SET WS-REASON-CONTA-INVALIDA TO TRUE
                 ADD 1 TO WS-COUNT-CONTA-INVALIDA
              END-IF
           END-IF.
      *
           IF WS-RECORD-VALID AND NOT WS-MODE-REPLAY
              MOVE WS-IN-ID     TO IDH-ID
              MOVE WS-DET-CONTA TO IDH-CONTA
              READ IDHIST-FILE
              EVALUATE TRUE
                  WHEN WS-IDH-OK
      *--- NO HISTORICO, PARA A RETRANSMISSAO CORRIGIDA NAO BATER EM
      *--- R004.
       2135-APPLY-REVERSAL-ACTION.
           MOVE WS-IN-ID     TO MST-ID.
           MOVE WS-DET-CONTA TO MST-CONTA.
           EVALUATE TRUE
               WHEN ACAO-INCLUSAO
      *--- LE ANTES DE EXCLUIR, PARA O DIARIO GUARDAR A IMAGEM
                   MOVE WS-IN-DATA          TO MST-DATA
                   MOVE WS-CURRENT-DATE-NUM TO MST-ULT-ATUALIZACAO
                   MOVE ZERO                TO MST-SALDO
                   MOVE SPACE               TO MST-SITUACAO
                   MOVE ZERO                TO MST-DATA-DORMENCIA
                                               MST-DATA-NEGATIVO
                   WRITE MST-RECORD
                   EVALUATE TRUE
                       WHEN WS-MST-OK
              MOVE WS-CURRENT-DATE-NUM TO MJR-RUN-DATE
           END-IF.
           MOVE WS-TIME-6             TO MJR-TIME.
           IF WS-RUN-ID-ORIGEM NOT = SPACES
              MOVE WS-RUN-ID-ORIGEM   TO MJR-RUN-ID
           ELSE
              MOVE WS-HDR-RUN-ID-SAVED TO MJR-RUN-ID
           END-IF.
           MOVE WS-MJR-ACAO           TO MJR-ACAO.
           MOVE WS-MJR-ORIGEM         TO MJR-ORIGEM.
           MOVE WS-IN-ID              TO MJR-ID.
           MOVE WS-DET-CONTA-X        TO MJR-CONTA.
           MOVE WS-MJR-DATA-ANTES     TO MJR-DATA-ANTES.
           MOVE WS-MJR-DATA-DEPOIS    TO MJR-DATA-DEPOIS.
           MOVE WS-MJR-SALDO-ANTES    TO MJR-SALDO-ANTES.
           MOVE WS-MJR-SALDO-DEPOIS   TO MJR-SALDO-DEPOIS.
           MOVE WS-MJR-APROVADOR      TO MJR-APROVADOR.
           MOVE SPACES                TO WS-MJR-APROVADOR.
      *--- DATA DA GRAVACAO E HASH ENCADEADO; NO PRIMEIRO WRITE DE UM
      *--- DIA NOVO A ANCORA DO DIA ANTERIOR VAI NA FRENTE
           MOVE 'E' TO MJC-FUNCAO.
           CALL 'MYMJRCAD' USING MYMJRCAD-PARAMETROS MSTJRN-RECORD.
           IF MJC-ANCORA-PENDENTE
              MOVE MSTJRN-RECORD TO WS-MJR-LINHA-SALVA
              MOVE MJC-ANCORA TO MSTJRN-RECORD
              PERFORM 2150-WRITE-MST-JOURNAL
              MOVE WS-MJR-LINHA-SALVA TO MSTJRN-RECORD
           END-IF.
           PERFORM 2150-WRITE-MST-JOURNAL.
           EXIT.
      *
       2150-WRITE-MST-JOURNAL.
           WRITE MSTJRN-RECORD.
           IF NOT WS-MJR-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO MSTJRN-FILE'
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- AVISO AO CLIENTE: DEBITO POSTADO IGUAL OU ACIMA DO VALOR
      *--- DO PARMDD, OU DEBITO RECUSADO PELO LIMITE DE POSICAO
      *--- DEVEDORA (R013). O EVENTO SO VAI PARA O NOTIFDD; O TEXTO E
      *--- O CANAL SAO DECIDIDOS PELO MYNOTFMT.
       2160-NOTIFICAR-MOVIMENTO.
           MOVE SPACES TO NTF-RECORD.
           IF WS-RECORD-VALID
              IF DC-DEBITO AND NOT ACAO-EXCLUSAO
                 AND WS-LIMITE-AVISO > ZERO
                 AND WS-IN-VALOR NOT < WS-LIMITE-AVISO
                 SET NTF-EVT-DEBITO-ALTO TO TRUE
              END-IF
           ELSE
              IF WS-REASON-LIMITE-EXCEDIDO
                 SET NTF-EVT-LIMITE TO TRUE
              END-IF
           END-IF.
           IF NTF-EVENTO NOT = SPACES
              MOVE WS-CURRENT-DATE-NUM TO NTF-DATA
              MOVE WS-TIME-6           TO NTF-HORA
              MOVE 'MYBATCH '          TO NTF-PROGRAMA
              MOVE WS-IN-ID            TO NTF-ID-CLIENTE
              MOVE WS-IN-VALOR         TO NTF-VALOR
              MOVE WS-MOEDA-ATUAL      TO NTF-MOEDA
              MOVE 'N'                 TO NTF-INSTANTANEO
              WRITE NTF-RECORD
              IF NOT WS-NTF-OK
                 DISPLAY 'ERRO FATAL DE ESCRITA NO NTF-FILE'
                 DISPLAY 'FILE STATUS: ' WS-NTF-FILE-STATUS
                 PERFORM 9900-FILE-ERROR-ABEND
              END-IF
              ADD 1 TO WS-COUNT-NOTIFICACOES
           END-IF.
           EXIT.
      *
      *--- CADASTRO DE CLIENTE NOVO ('C'). A AGENCIA ABRE O CLIENTE NO
      *--- LADO DELA E O MANDA NO PROPRIO LOTE, NA FRENTE DOS
      *--- DETALHES - ANTES ALGUEM TINHA DE DIGITA-LO NA TELA DE
      *--- CLIENTE NOVO DO TRN3 ANTES DO MOVIMENTO CHEGAR. OS TRES
      *--- REGISTROS SAO GUARDADOS E O CLIENTE E CRIADO NO TERCEIRO;
      *--- REGISTRO FORA DA SEQUENCIA 1/2/3 DO MESMO ID E R024.
       2170-PROCESSAR-CADASTRO.
           ADD 1 TO WS-COUNT-CAD-LIDOS.
           SET WS-RECORD-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           EVALUATE TRUE
               WHEN CAD-SEQ-NOME
                   IF WS-CAD-PENDENTE
                      PERFORM 2179-DESCARTAR-CADASTRO
                   END-IF
                   PERFORM 2171-GUARDAR-CADASTRO
               WHEN WS-CAD-PENDENTE
                    AND WS-IN-CAD-ID = WS-CAD-ID
                    AND WS-IN-CAD-SEQ IS NUMERIC
                    AND WS-IN-CAD-SEQ-N = WS-CAD-QTD + 1
                   PERFORM 2171-GUARDAR-CADASTRO
               WHEN OTHER
                   IF WS-CAD-PENDENTE
                      PERFORM 2179-DESCARTAR-CADASTRO
                   END-IF
                   SET WS-RECORD-INVALID TO TRUE
                   SET WS-REASON-CAD-INCOMPLETO TO TRUE
                   PERFORM 2300-REJECT-RECORD
                   ADD 1 TO WS-COUNT-CAD-RECUSADOS
           END-EVALUATE.
           IF WS-CAD-PENDENTE AND WS-CAD-QTD = 3
              PERFORM 2172-CRIAR-CLIENTE
           END-IF.
           EXIT.
      *
      *--- GUARDA O REGISTRO CORRENTE NO CADASTRO EM MONTAGEM (O
      *--- REGISTRO 1 ABRE UM CADASTRO NOVO)
       2171-GUARDAR-CADASTRO.
           IF CAD-SEQ-NOME
              SET WS-CAD-PENDENTE TO TRUE
              MOVE WS-IN-CAD-ID TO WS-CAD-ID
              MOVE ZERO   TO WS-CAD-QTD
              MOVE SPACES TO WS-CAD-NOME WS-CAD-NOME-CONT
                             WS-CAD-ENDERECO WS-CAD-CONTATO
                             WS-CAD-CEP WS-CAD-CIDADE WS-CAD-UF
           END-IF.
           ADD 1 TO WS-CAD-QTD.
           MOVE IN-RECORD TO WS-CAD-REG(WS-CAD-QTD).
           EVALUATE TRUE
               WHEN CAD-SEQ-NOME
                   MOVE WS-IN-CAD-NOME      TO WS-CAD-NOME
                   MOVE WS-IN-CAD-CONTATO   TO WS-CAD-CONTATO
               WHEN CAD-SEQ-CONT
                   MOVE WS-IN-CAD-NOME-CONT TO WS-CAD-NOME-CONT
               WHEN CAD-SEQ-ENDERECO
                   MOVE WS-IN-CAD-ENDERECO  TO WS-CAD-ENDERECO
                   MOVE WS-IN-CAD-CEP       TO WS-CAD-CEP
                   MOVE WS-IN-CAD-CIDADE    TO WS-CAD-CIDADE
                   MOVE WS-IN-CAD-UF        TO WS-CAD-UF
           END-EVALUATE.
           EXIT.
      *
      *--- CADASTRO COMPLETO: MESMAS EDICOES DA TELA DE CLIENTE NOVO
      *--- (ID COM DIGITO VERIFICADOR DO MYCHKDIG, NOME OBRIGATORIO,
      *--- CEP OBRIGATORIO E CONFERIDO PELO MYCEPVAL) E A CRIACAO. NA
      *--- REEXECUCAO (REPLAY) NADA E CRIADO - O CLIENTE JA VEIO DA
      *--- RODADA ORIGINAL.
       2172-CRIAR-CLIENTE.
           MOVE 'N' TO WS-CAD-PENDENTE-SW.
           SET WS-RECORD-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
      *
           IF WS-BATCH-SKIP
              SET WS-RECORD-INVALID TO TRUE
              MOVE WS-BATCH-SKIP-MOTIVO TO WS-REJECT-REASON-CODE
           END-IF.
      *
           IF WS-RECORD-VALID AND WS-CAD-ID = SPACES
              SET WS-RECORD-INVALID TO TRUE
              SET WS-REASON-ID-VAZIO TO TRUE
           END-IF.
      *
           IF WS-RECORD-VALID
              SET CHK-FN-VALIDAR TO TRUE
              MOVE WS-CAD-ID TO CHK-ID-CLIENTE
              CALL 'MYCHKDIG' USING MYCHKDIG-PARAMETROS
              IF CHK-NAO-OK
                 SET WS-RECORD-INVALID TO TRUE
                 SET WS-REASON-DIGITO-INVALIDO TO TRUE
              END-IF
           END-IF.
      *
           IF WS-RECORD-VALID AND WS-CAD-NOME = SPACES
              SET WS-RECORD-INVALID TO TRUE
              SET WS-REASON-DADO-VAZIO TO TRUE
           END-IF.
      *
           IF WS-RECORD-VALID
              PERFORM 2176-VALIDAR-CEP
           END-IF.
      *
           IF WS-RECORD-VALID AND NOT WS-MODE-REPLAY
              PERFORM 2173-INSERIR-CLIENTE
           END-IF.
      *
           IF WS-RECORD-VALID
              ADD 1 TO WS-COUNT-CAD-CRIADOS
           ELSE
              PERFORM 2178-DEVOLVER-CADASTRO
           END-IF.
           EXIT.
      *
      *--- INSERT EM TB_CLIENTES (COMO O 2550 DO MYCICSQL), LINHA DO
      *--- DIARIO E O CUSTFILE, NUMA UNIDADE DE TRABALHO PROPRIA
      *--- COMMITADA AQUI: UM RESTART NAO RECRIA O QUE JA FOI
      *--- COMMITADO E O CUSTFILE NUNCA FICA COM CLIENTE QUE O DB2
      *--- DESFEZ. ID JA EXISTENTE (-803) E R023, DEVOLVIDO A AGENCIA.
       2173-INSERIR-CLIENTE.
           MOVE WS-CAD-ID        TO D-ID-CLIENTE.
           MOVE WS-CAD-NOME      TO D-NOME-CLIENTE.
           MOVE WS-CAD-NOME-CONT TO D-NOME-CLIENTE-CONT.
           MOVE WS-CAD-ENDERECO  TO D-ENDERECO-CLIENTE.
           MOVE WS-CAD-CONTATO   TO D-CONTATO-CLIENTE.
           MOVE WS-CAD-CEP       TO D-CEP-CLIENTE.
           MOVE CEP-OFI-BAIRRO   TO D-BAIRRO-CLIENTE.
           MOVE CEP-OFI-CIDADE   TO D-CIDADE-CLIENTE.
           MOVE CEP-OFI-UF       TO D-UF-CLIENTE.
           EXEC SQL
               INSERT INTO TB_CLIENTES
                   (ID_CLIENTE, NOME_CLIENTE, NOME_CLIENTE_CONT,
                    ENDERECO_CLIENTE, CONTATO_CLIENTE,
                    CEP_CLIENTE, BAIRRO_CLIENTE, CIDADE_CLIENTE,
                    UF_CLIENTE, STATUS_CLIENTE)
               VALUES
                   (:D-ID-CLIENTE, :D-NOME-CLIENTE,
                    :D-NOME-CLIENTE-CONT,
                    :D-ENDERECO-CLIENTE, :D-CONTATO-CLIENTE,
                    :D-CEP-CLIENTE, :D-BAIRRO-CLIENTE,
                    :D-CIDADE-CLIENTE, :D-UF-CLIENTE, 'ATIVO')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
               WHEN WS-SQLCODE = 0
                   PERFORM 2174-GRAVAR-JOURNAL-CRIACAO
                   PERFORM 2175-GRAVAR-CUSTFILE
                   EXEC SQL COMMIT END-EXEC
                   IF SQLCODE NOT = 0
                      DISPLAY 'MYB045 ERRO NO COMMIT DO CADASTRO DO '
                              'CLIENTE ' WS-CAD-ID
                      PERFORM 9910-SQL-ERROR-ABEND
                   END-IF
                   SET JPUB-FN-CONFIRMAR TO TRUE
                   CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS
                                         WS-JOURNAL-VARS
               WHEN WS-SQLCODE = -803
                   SET WS-RECORD-INVALID TO TRUE
                   SET WS-REASON-CLI-JA-CADAST TO TRUE
               WHEN OTHER
                   DISPLAY 'MYB045 ERRO NO INSERT EM TB_CLIENTES DO '
                           'CLIENTE ' WS-CAD-ID
                   PERFORM 9910-SQL-ERROR-ABEND
           END-EVALUATE.
           EXIT.
      *
      *--- TRILHA DA CRIACAO NO DIARIO (MYJRNLC): A TASK E O ID DA
      *--- RODADA DO LOTE QUE TROUXE O CADASTRO
       2174-GRAVAR-JOURNAL-CRIACAO.
           MOVE 'MYBATCH '          TO WS-JRNL-PROGRAM-NAME.
           MOVE WS-HDR-RUN-ID-SAVED TO WS-JRNL-TASK-ID.
           MOVE D-ID-CLIENTE        TO WS-JRNL-ID-CLIENTE.
           MOVE SPACES              TO WS-JRNL-NOME-ANTES.
           MOVE SPACES              TO WS-JRNL-NOME-CONT-ANTES.
           MOVE SPACES              TO WS-JRNL-STATUS-ANTES.
           MOVE D-NOME-CLIENTE      TO WS-JRNL-NOME-DEPOIS.
           MOVE D-NOME-CLIENTE-CONT TO WS-JRNL-NOME-CONT-DEPOIS.
           MOVE 'ATIVO'             TO WS-JRNL-STATUS-DEPOIS.
      *--- O MESMO TIMESTAMP VAI NA LINHA DO DIARIO E NO EVENTO MQ
           EXEC SQL
               SET :WS-JRNL-CHANGE-TS = CURRENT TIMESTAMP
           END-EXEC.
      *--- SEQUENCIA E HASH ENCADEADO DA LINHA (MYTRLCAD), NA MESMA
      *--- UNIDADE DE TRABALHO DO INSERT
           MOVE 'JOURNAL' TO TRC-TRILHA.
           MOVE LENGTH OF WS-JOURNAL-VARS TO TRC-TAMANHO.
           CALL 'MYTRLCAD' USING MYTRLCAD-PARAMETROS WS-JOURNAL-VARS.
           IF NOT TRC-OK
              DISPLAY 'MYB045 ERRO NO ENCADEAMENTO DO DIARIO DO '
                      'CLIENTE ' WS-CAD-ID ' SQLCODE: ' TRC-SQLCODE
              PERFORM 9910-SQL-ERROR-ABEND
           END-IF.
           EXEC SQL
               INSERT INTO TB_CLIENTES_JOURNAL
                   (PROGRAM_NAME, TASK_ID, CHANGE_TS, ID_CLIENTE,
                    NOME_ANTES, NOME_DEPOIS,
                    NOME_CONT_ANTES, NOME_CONT_DEPOIS,
                    STATUS_ANTES, STATUS_DEPOIS,
                    SEQ_CADEIA, HASH_CADEIA)
               VALUES
                   (:WS-JRNL-PROGRAM-NAME, :WS-JRNL-TASK-ID,
                    :WS-JRNL-CHANGE-TS, :WS-JRNL-ID-CLIENTE,
                    :WS-JRNL-NOME-ANTES, :WS-JRNL-NOME-DEPOIS,
                    :WS-JRNL-NOME-CONT-ANTES, :WS-JRNL-NOME-CONT-DEPOIS,
                    :WS-JRNL-STATUS-ANTES, :WS-JRNL-STATUS-DEPOIS,
                    :TRC-SEQ, :TRC-HASH)
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MYB045 ERRO NO INSERT DO DIARIO DO CLIENTE '
                      WS-CAD-ID
              PERFORM 9910-SQL-ERROR-ABEND
           END-IF.
      *--- EVENTO NA FILA CLI.EVENTOS (MYJRNPUB), CONFIRMADO COM O
      *--- MQCMIT LOGO APOS O COMMIT DO 2173. FALHA NO MQ NAO DESFAZ O
      *--- CADASTRO: A RECONCILIACAO MYJRNREC REPUBLICA O EVENTO
           SET JPUB-FN-PUBLICAR TO TRUE.
           MOVE 'N' TO JPUB-REPUBLICACAO.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           EXIT.
      *
      *--- O CUSTFILE SO E RECARREGADO DE TB_CLIENTES NO FIM DA NOITE
      *--- (MYCUSTLD): SEM ESTA GRAVACAO O MOVIMENTO DO CLIENTE NOVO
      *--- NO MESMO LOTE CAIRIA NO SUSPENSO (R005). CHAVE JA PRESENTE
      *--- (CLIENTE APAGADO DE TB_CLIENTES E AINDA NO CUSTFILE DA
      *--- ULTIMA CARGA) E REGRAVADA.
       2175-GRAVAR-CUSTFILE.
           MOVE SPACES              TO CUSTFILE-RECORD.
           MOVE D-ID-CLIENTE        TO CUST-ID.
           MOVE D-NOME-CLIENTE      TO CUST-NOME.
           MOVE D-NOME-CLIENTE-CONT TO CUST-NOME-CONT.
           MOVE D-ENDERECO-CLIENTE  TO CUST-ENDERECO.
           MOVE D-CONTATO-CLIENTE   TO CUST-CONTATO.
           WRITE CUSTFILE-RECORD.
           IF WS-CUST-FILE-STATUS = '22'
              REWRITE CUSTFILE-RECORD
           END-IF.
           IF NOT WS-CUST-OK
              DISPLAY 'ERRO FATAL DE ESCRITA NO CUSTFILE'
              DISPLAY 'FILE STATUS: ' WS-CUST-FILE-STATUS
              PERFORM 9900-FILE-ERROR-ABEND
           END-IF.
           EXIT.
      *
      *--- CEP DO REGISTRO 3 NA BASE DOS CORREIOS: INVALIDO OU
      *--- INEXISTENTE = R027; CIDADE OU UF DIFERENTES DAS DO CEP =
      *--- R028 (A CIDADE SO NOS 18 CARACTERES DO REGISTRO). SEM CEP O
      *--- CADASTRO E RECUSADO COM R027.
       2176-VALIDAR-CEP.
           MOVE WS-CAD-CEP    TO CEP-CEP.
           MOVE WS-CAD-CIDADE TO CEP-CIDADE.
           MOVE 18            TO CEP-TAM-CIDADE.
           MOVE WS-CAD-UF     TO CEP-UF.
           CALL 'MYCEPVAL' USING MYCEPVAL-PARAMETROS.
           EVALUATE TRUE
               WHEN CEP-OK
                   CONTINUE
               WHEN CEP-CIDADE-DIVERGE OR CEP-UF-DIVERGE
                   SET WS-RECORD-INVALID TO TRUE
                   SET WS-REASON-CEP-CIDADE-UF TO TRUE
               WHEN CEP-ERRO-SQL
                   DISPLAY 'MYB045 ERRO NA CONSULTA DO CEP DO CLIENTE '
                           WS-CAD-ID ' SQLCODE: ' CEP-SQLCODE
                   PERFORM 9910-SQL-ERROR-ABEND
               WHEN OTHER
                   SET WS-RECORD-INVALID TO TRUE
                   SET WS-REASON-CEP-INVALIDO TO TRUE
           END-EVALUATE.
           EXIT.
      *
      *--- DEVOLVE A AGENCIA OS REGISTROS GUARDADOS DO CADASTRO
      *--- RECUSADO, TODOS COM O MOTIVO CORRENTE (REJ-FILE -> MYACKGEN).
      *--- O REGISTRO LIDO NO MOMENTO E PRESERVADO.
       2178-DEVOLVER-CADASTRO.
           MOVE IN-RECORD TO WS-CAD-IN-SALVO.
           PERFORM VARYING WS-CAD-SUB FROM 1 BY 1
                   UNTIL WS-CAD-SUB > WS-CAD-QTD
              MOVE WS-CAD-REG(WS-CAD-SUB) TO IN-RECORD
              PERFORM 2300-REJECT-RECORD
           END-PERFORM.
           MOVE WS-CAD-IN-SALVO TO IN-RECORD.
           ADD 1 TO WS-COUNT-CAD-RECUSADOS.
           EXIT.
      *
      *--- CADASTRO QUE NAO CHEGOU AO TERCEIRO REGISTRO: R024
       2179-DESCARTAR-CADASTRO.
           MOVE 'N' TO WS-CAD-PENDENTE-SW.
           SET WS-RECORD-INVALID TO TRUE.
           SET WS-REASON-CAD-INCOMPLETO TO TRUE.
           PERFORM 2178-DEVOLVER-CADASTRO.
           EXIT.
      *
       2137-REMOVE-ID-HISTORY.
           MOVE WS-IN-ID     TO IDH-ID.
           MOVE WS-DET-CONTA TO IDH-CONTA.
           DELETE IDHIST-FILE RECORD.
           EVALUATE TRUE
               WHEN WS-IDH-OK
           EXIT.
      *
      *--- CONSULTA O CADASTRO DE CLIENTES (CUSTFILE) POR CHAVE. UM
      *--- DETALHE CUJO ID NAO EXISTE NO CADASTRO FICA MARCADO COM
      *--- R005, EM VEZ DE VIRAR O "CLIENTE NAO CADASTRADO" DO
      *--- MYDB2BAT OU UMA DIVERGENCIA DO MYRECON DOIS PASSOS DEPOIS.
      *--- O CHAMADOR O DESVIA PARA O SUSPENSO (2127) EM VEZ DE
      *--- REJEITA-LO.
       2115-CHECK-CUSTOMER-MASTER.
           MOVE WS-IN-ID TO CUST-ID.
           READ CUSTFILE.
      *--- JA EXISTE UMA ENTRADA ANTIGA (FORA DA JANELA) PARA O ID.
       2120-REGISTER-ID-HISTORY.
           MOVE WS-IN-ID            TO IDH-ID.
           MOVE WS-DET-CONTA        TO IDH-CONTA.
           MOVE WS-CURRENT-DATE-NUM TO IDH-DATE.
           WRITE IDHIST-RECORD.
           IF WS-IDH-FILE-STATUS = '22'
           MOVE 'D'        TO WS-OUT-REC-TYPE.
           MOVE WS-IN-ID   TO WS-OUT-ID.
           MOVE WS-IN-DATA(1:63) TO WS-OUT-DATA.
      *--- A CONTA SAI SEMPRE NA POSICAO DO LAYOUT '03' (26 DO DADO),
      *--- TAMBEM NOS LOTES ANTERIORES (001), PARA OS CONSUMIDORES DO
      *--- OUT-FILE (EXTRATO, ARQUIVO) SEPARAREM AS CONTAS DO CLIENTE
           MOVE WS-DET-CONTA-X TO WS-OUT-DATA(26:3).
           MOVE SPACES     TO WS-OUT-TIMESTAMP.
           EXIT.
      *
           MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE.
      *--- REJEITADO DE RECICLAGEM/ARMAZEM NAO E DO LOTE DO DIA:
      *--- ID DE RODADA EM BRANCO (VER MYACKGEN)
      *--- REJEITADO DO SUSPENSO VOLTA PARA A AGENCIA DE ORIGEM
           IF WS-REJ-DA-ORIGEM
              MOVE WS-RUN-ID-ORIGEM TO REJ-RUN-ID
           ELSE
              IF WS-REJ-FORA-DE-LOTE
                 MOVE SPACES TO REJ-RUN-ID
              ELSE
                 MOVE WS-HDR-RUN-ID-SAVED TO REJ-RUN-ID
              END-IF
           END-IF.
           WRITE REJ-RECORD.
           IF NOT WS-REJ-OK
      * CABECALHO DO OUT-FILE SAI COMPLETO. NO RESTART ELA NAO RODA
      * DE NOVO (OS EFEITOS NO IDHIST/CADASTRO MESTRE JA PERSISTEM).
           IF NOT WS-RECYCLE-DONE AND NOT WS-RESTART-IS-ACTIVE
              AND WS-MODE-CONSOME-FILAS
              PERFORM 1250-PROCESS-RECYCLE-FILE
           END-IF.
           SET WS-RECYCLE-DONE TO TRUE.
      *
      * AS DECISOES DO ANALISTA SOBRE A FILA DE RETIDOS (TRNF) VEM EM
      * SEGUIDA, ANTES DO SUSPENSO: O LIBERADO QUE CAIR EM R005 ENTRA
      * NO SUSPENSO COM A DATA DE HOJE. MESMA REGRA DE NAO RODAR DE
      * NOVO NO RESTART.
           IF NOT WS-HOLD-DONE AND NOT WS-RESTART-IS-ACTIVE
              AND WS-MODE-CONSOME-FILAS
              PERFORM 1280-PROCESS-HOLD-DECISIONS
           END-IF.
           SET WS-HOLD-DONE TO TRUE.
      *
      * O SUSPENSO DE CLIENTES NAO CADASTRADOS E CONSUMIDO EM SEGUIDA,
      * ANTES DO ARMAZEM (O FUTURO LIBERADO HOJE QUE CAIR EM R005
      * ENTRA NO SUSPENSO COM A DATA DE HOJE E NAO E REVISTO NA MESMA
      * RODADA), COM A MESMA REGRA DE NAO RODAR DE NOVO NO RESTART.
           IF NOT WS-SUSPENSE-DONE AND NOT WS-RESTART-IS-ACTIVE
              AND WS-MODE-CONSOME-FILAS
              PERFORM 1270-RELEASE-SUSPENSE
           END-IF.
           SET WS-SUSPENSE-DONE TO TRUE.
      *
      * O ARMAZEM DE FUTUROS E LIBERADO LOGO APOS A RECICLAGEM, PELO
      * MESMO MOTIVO (ID DA RODADA JA CAPTURADO) E COM A MESMA REGRA
      * DE NAO RODAR DE NOVO NO RESTART.
           IF NOT WS-WAREHOUSE-DONE AND NOT WS-RESTART-IS-ACTIVE
              AND WS-MODE-CONSOME-FILAS
              PERFORM 1260-RELEASE-WAREHOUSE
           END-IF.
           SET WS-WAREHOUSE-DONE TO TRUE.
           MOVE ZERO TO WS-BATCH-DEBITOS.
           MOVE ZERO TO WS-BATCH-CREDITOS.
           MOVE 'N' TO WS-BATCH-BALANCEADO.
      *--- ZERA AS COLUNAS DO LOTE DOS ACUMULADORES POR MOEDA: AS DO
      *--- LOTE (BAT) E AS DE ACEITOS DO LOTE (ACE) VALEM SO PARA O
      *--- LOTE CORRENTE. OS TOTAIS DA RODADA FICAM NAS COLUNAS TOT
      *--- (3110) E NOS CAMPOS DE CONTROLE CONFERIDOS NO 3050
           IF WS-MOEDA-COUNT > ZERO
              PERFORM VARYING WS-MOEDA-IDX FROM 1 BY 1
                      UNTIL WS-MOEDA-IDX > WS-MOEDA-COUNT
           MOVE WS-IN-HDR-RUN-ID   TO WS-HDR-RUN-ID-SAVED.
      *--- VERSAO DO LAYOUT DO LOTE (BRANCO = V1); VERSAO ESTRANHA
      *--- CAI PARA V1 E AS EXTENSOES DO LOTE SERAO REJEITADAS
           IF WS-IN-HDR-VERSAO = '02' OR '03'
              MOVE WS-IN-HDR-VERSAO TO WS-BATCH-VERSAO
           ELSE
              MOVE '01' TO WS-BATCH-VERSAO
           END-IF.
      *--- REMETENTE FORA DO CADASTRO MARCA O LOTE PARA REJEICAO
      *--- INTEGRAL (R015) - UM REMETENTE DESCONHECIDO DEIXAVA DE SER
      *--- NOTADO ATE UM HUMANO LER O RELATORIO. CADASTRO VAZIO =
      *--- VALIDACAO DESLIGADA, NOME = ID CRU. AGENCIA CADASTRADA
      *--- PASSA PELO CICLO DE VIDA (2408).
       2407-LOOKUP-AGENCIA.
           MOVE 'N' TO WS-BATCH-SKIP-SW.
           MOVE 'R015' TO WS-BATCH-SKIP-MOTIVO.
           MOVE SPACES TO WS-AGY-NOME-SAVED.
           MOVE SPACES TO WS-AGY-CAL-LOTE.
           MOVE WS-IN-HDR-RUN-ID TO WS-AGY-NOME-SAVED(1:8).
           IF WS-AGY-COUNT > ZERO
              MOVE 'N' TO WS-AGY-ACHOU-SW
                    = WS-IN-HDR-RUN-ID(1:4)
                    MOVE WS-AGY-NOME(WS-AGY-IDX)
                        TO WS-AGY-NOME-SAVED
                    MOVE WS-AGY-CALENDARIO(WS-AGY-IDX)
                        TO WS-AGY-CAL-LOTE
                    SET WS-AGY-ACHOU TO TRUE
                    SET WS-AGY-IDX TO WS-AGY-COUNT
                 END-IF
                         'REMETENTE NAO CADASTRADO ('
                         WS-IN-HDR-RUN-ID '). LOTE SERA REJEITADO '
                         'INTEGRALMENTE (R015).' UPON CONSOLE
              ELSE
                 PERFORM 2408-CHECK-CICLO-AGENCIA
              END-IF
           END-IF.
           EXIT.
      *
      *--- CICLO DE VIDA DA AGENCIA ACHADA (WS-AGY-IDX): ENCERRADA OU
      *--- FORA DA VIGENCIA NA DATA DA RODADA DO CABECALHO = REMETENTE
      *--- QUE NAO VALE MAIS (R015, COMO O NAO CADASTRADO); SUSPENSA =
      *--- R025; LOTE EM VERSAO DE LAYOUT ACIMA DA HOMOLOGADA = R026.
      *--- O VALOR MAXIMO POR LOTE E CONFERIDO NO MYINVAL, QUE LE O
      *--- TRAILER ANTES DE QUALQUER DETALHE SER APLICADO.
       2408-CHECK-CICLO-AGENCIA.
           IF WS-IN-HDR-RUN-DATE IS NUMERIC
              MOVE WS-IN-HDR-RUN-DATE TO WS-AGY-RUN-DATE
           ELSE
              MOVE ZERO TO WS-AGY-RUN-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGY-ENCERRADA(WS-AGY-IDX)
               WHEN WS-AGY-DATA-INICIO(WS-AGY-IDX) NOT = ZERO
                    AND WS-AGY-RUN-DATE
                        < WS-AGY-DATA-INICIO(WS-AGY-IDX)
               WHEN WS-AGY-DATA-FIM(WS-AGY-IDX) NOT = ZERO
                    AND WS-AGY-RUN-DATE
                        > WS-AGY-DATA-FIM(WS-AGY-IDX)
                   SET WS-BATCH-SKIP TO TRUE
                   DISPLAY 'MYB046 LOTE ' WS-BATCH-NUMBER ' DE '
                           'AGENCIA ENCERRADA OU FORA DA VIGENCIA ('
                           WS-IN-HDR-RUN-ID '). LOTE SERA REJEITADO '
                           'INTEGRALMENTE (R015).' UPON CONSOLE
               WHEN WS-AGY-SUSPENSA(WS-AGY-IDX)
                   SET WS-BATCH-SKIP TO TRUE
                   MOVE 'R025' TO WS-BATCH-SKIP-MOTIVO
                   DISPLAY 'MYB047 LOTE ' WS-BATCH-NUMBER ' DE '
                           'AGENCIA SUSPENSA (' WS-IN-HDR-RUN-ID
                           '). LOTE SERA REJEITADO INTEGRALMENTE '
                           '(R025).' UPON CONSOLE
               WHEN WS-AGY-VERSAO(WS-AGY-IDX) NOT = SPACES
                    AND WS-BATCH-VERSAO > WS-AGY-VERSAO(WS-AGY-IDX)
                   SET WS-BATCH-SKIP TO TRUE
                   MOVE 'R026' TO WS-BATCH-SKIP-MOTIVO
                   DISPLAY 'MYB048 LOTE ' WS-BATCH-NUMBER ' EM '
                           'VERSAO ' WS-BATCH-VERSAO ' NAO '
                           'HOMOLOGADA PARA A AGENCIA ('
                           WS-IN-HDR-RUN-ID '). LOTE SERA REJEITADO '
                           'INTEGRALMENTE (R026).' UPON CONSOLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.
      *
      *--- CONSULTA/ALIMENTA O REGISTRO DE TRANSMISSOES: UM CABECALHO
      *--- JA REGISTRADO E UMA RETRANSMISSAO E CANCELA A RODADA ANTES
      *--- DE QUALQUER DETALHE, SALVO REPROCESSAMENTO INTENCIONAL
      * LOTE AINDA ABERTO NO FIM DO ARQUIVO = TRAILER AUSENTE. FECHA A
      * SECAO NO RELATORIO COM AVISO, IGUAL AO CASO DO CABECALHO SEM
      * TRAILER EM 2400-PROCESS-HEADER.
           IF WS-CAD-PENDENTE
              PERFORM 2179-DESCARTAR-CADASTRO
           END-IF.
           IF WS-BATCH-IS-OPEN
              DISPLAY 'AVISO: FIM DO ARQUIVO SEM TRAILER DO LOTE '
                      WS-BATCH-NUMBER
              PERFORM 2550-WRITE-BATCH-SECTION
              MOVE 'N' TO WS-BATCH-OPEN-SWITCH
           END-IF.
      *
      *--- FECHA AS FILAS DE EVENTOS (SO SE ALGUM CADASTRO PUBLICOU)
           SET JPUB-FN-ENCERRAR TO TRUE.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
      *
           PERFORM 4130-WRITE-OUT-TRAILER.
      *
           PERFORM 3060-CALCULATE-ELAPSED-TIME.
           PERFORM 3100-WRITE-SUMMARY-REPORT.
      * A MINI-RODADA DIURNA NAO ENTRA NO RUN_STATS DA NOITE
           IF WS-MODE-CICLO-NOTURNO
              PERFORM 3200-WRITE-RUN-STATS
           END-IF.
      *
           CLOSE IN-FILE OUT-FILE RPT-FILE REJ-FILE ACK-FILE CHK-FILE
                 GL-FILE
                 PRGRS-FILE IDHIST-FILE CUSTFILE TRNREG-FILE MST-FILE
                 WHS-FILE SUS-FILE HLD-FILE MED-FILE KYB-FILE BIR-FILE
                 GRP-FILE BJU-FILE MSTJRN-FILE
                 STATS-FILE NTF-FILE.
      *
           IF WS-CONTROL-TOTAL-ERROR
              DISPLAY '*** PROGRAMA MYBATCH ENCERRADO: DIVERGENCIA'
      *--- OPCIONAL: NA AUSENCIA DELE, A RECONCILIACAO E APENAS
      *--- PULADA (NAO E ERRO).
       3050-CHECK-CONTROL-TOTALS.
           COMPUTE WS-COUNT-IN-TRANSMITIDO =
              WS-COUNT-IN-READ - WS-COUNT-IN-PROGRAMADO.
           IF WS-CTL-PRESENTE
              IF WS-CTL-EXPECTED-COUNT NOT = WS-COUNT-IN-TRANSMITIDO
                 OR WS-CTL-EXPECTED-CHECKSUM NOT = WS-RUNNING-CHECKSUM
                 SET WS-CONTROL-TOTAL-ERROR TO TRUE
                 DISPLAY 'DIVERGENCIA NO TOTAL DE CONTROLE.'
                 DISPLAY '  QTDE ESPERADA : ' WS-CTL-EXPECTED-COUNT
                         ' QTDE LIDA     : ' WS-COUNT-IN-TRANSMITIDO
                 DISPLAY '  HASH ESPERADO : ' WS-CTL-EXPECTED-CHECKSUM
                         ' HASH CALCULADO: ' WS-RUNNING-CHECKSUM
                 MOVE SPACES TO RPT-RECORD
                 MOVE 'DIVERGENCIA NO TOTAL DE CONTROLE!' TO
                      RPT-MSG-DESC
                 MOVE WS-COUNT-IN-TRANSMITIDO TO RPT-MSG-VALUE
                 MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD
                 PERFORM 4200-WRITE-REPORT
              END-IF
           MOVE WS-COUNT-EXCLUSOES TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'CONTAS DORMENTES REATIVADAS  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-REATIVACOES TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'DEBITOS BLOQUEADOS KYC (R021):' TO RPT-MSG-DESC.
           MOVE WS-COUNT-BLOQ-KYC TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'LIMITE DE GRUPO EXCED. (R022):' TO RPT-MSG-DESC.
           MOVE WS-COUNT-LIMITE-GRUPO TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'BLOQUEIO JUDICIAL (R029)     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-BLOQ-JUDICIAL TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'CONTA INVALIDA (R030)        :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CONTA-INVALIDA TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'SEM LIMITE NO BIRO (R031)    :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-BIRO-SEM-LIMITE TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
      *--- SECAO DE CADASTROS DE CLIENTE (REGISTROS 'C')
           MOVE SPACES TO RPT-RECORD.
           MOVE 'REGISTROS DE CADASTRO LIDOS  :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CAD-LIDOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'CLIENTES CRIADOS PELO LOTE   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CAD-CRIADOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'CADASTROS DEVOLVIDOS         :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-CAD-RECUSADOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
      *--- SECAO DE ESTORNOS (REGISTROS 'R')
           MOVE SPACES TO RPT-RECORD.
           MOVE WS-COUNT-LIBERADOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
      *--- SECAO DO SUSPENSO DE CLIENTES NAO CADASTRADOS (R005)
           MOVE SPACES TO RPT-RECORD.
           MOVE 'SUSPENSOS (CLI. NAO CADAST.) :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SUSPENSOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'SUSPENSOS LIBERADOS HOJE     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SUS-LIBERADOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'SUSPENSOS EXPIRADOS (R019)   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SUS-EXPIRADOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'SUSPENSOS AINDA AGUARDANDO   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-SUS-MANTIDOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
      *--- EVENTOS DE AVISO AO CLIENTE (NOTIFDD)
           MOVE SPACES TO RPT-RECORD.
           MOVE 'AVISOS AO CLIENTE GRAVADOS   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-NOTIFICACOES TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'RETIDOS NA TRIAGEM HOJE      :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-RETIDOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'RETIDOS LIBERADOS (ANALISTA) :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-RET-LIBERADOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'RETIDOS RECUSADOS (R020)     :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-RET-RECUSADOS TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'RETIDOS AGUARDANDO DECISAO   :' TO RPT-MSG-DESC.
           MOVE WS-COUNT-RET-PENDENTES TO RPT-MSG-VALUE.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-RECORD.
           PERFORM 4200-WRITE-REPORT.
      *
           MOVE SPACES TO RPT-RECORD.
           MOVE 'TEMPO DECORRIDO (SEGUNDOS)   :' TO RPT-MSG-DESC.
           READ IN-FILE.
           IF WS-IN-OK
              ADD 1 TO WS-COUNT-IN-READ
              PERFORM 4045-CHECK-LOTE-PROGRAMADO
              PERFORM 4050-ACCUMULATE-CHECKSUM
              IF FUNCTION MOD(WS-COUNT-IN-READ, WS-CHECKPOINT-INTERVAL)
                    = 0
                 AND WS-MODE-CICLO-NOTURNO
                 PERFORM 4300-WRITE-CHECKPOINT
              END-IF
           ELSE
           END-IF.
           EXIT.
      *
      *--- O LOTE DE ORDENS PERMANENTES (E OS DE ESTORNOS DE
      *--- CONTESTACAO E DE AJUSTES MANUAIS) E RECONHECIDO PELO
      *--- PREFIXO DO ID DA RODADA NO CABECALHO (POSICOES 10-13 DO
      *--- REGISTRO 'H')
       4045-CHECK-LOTE-PROGRAMADO.
           IF IN-REC-TYPE-ALT = 'H'
              IF IN-RECORD(10:4) = WS-PREFIXO-PROGRAMADO
                 OR IN-RECORD(10:4) = WS-PREFIXO-CASOS
                 OR IN-RECORD(10:4) = WS-PREFIXO-AJUSTES
                 SET WS-LOTE-PROGRAMADO TO TRUE
              ELSE
                 MOVE 'N' TO WS-LOTE-PROGRAMADO-SW
              END-IF
           END-IF.
           IF WS-LOTE-PROGRAMADO
              ADD 1 TO WS-COUNT-IN-PROGRAMADO
           END-IF.
           EXIT.
      *
      *--- ACUMULA O HASH TOTAL (SOMA DO ID NUMERICO DOS REGISTROS DE
      *--- DETALHE) PARA CONFERIR CONTRA O CARTAO DE CONTROLE EM
      *--- 3050-CHECK-CONTROL-TOTALS. CABECALHO/TRAILER NAO ENTRAM.
      *--- CONTRIBUIR PARA A SOMA (SERIA ZERO OU CONTEUDO INVALIDO).
       4050-ACCUMULATE-CHECKSUM.
           IF IN-REC-TYPE-ALT = 'D' AND IN-REC-ID-NUM IS NUMERIC
              AND NOT WS-LOTE-PROGRAMADO
              ADD IN-REC-ID-NUM TO WS-RUNNING-CHECKSUM
           END-IF.
           EXIT.
       9900-FILE-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYBATCH ENCERRADO COM ERRO'
                   ' DE ARQUIVO ***'.
           MOVE ZERO TO DIAG-SQLCODE.
           MOVE SPACES TO DIAG-SQLERRMC.
      *--- DESFAZ O CADASTRO 'C' QUE ESTIVER EM CURSO (OS JA
      *--- CONCLUIDOS FORAM COMMITADOS UM A UM)
           EXEC SQL ROLLBACK END-EXEC.
           SET JPUB-FN-DESFAZER TO TRUE.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           PERFORM 9950-GRAVAR-DIAGNOSTICO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       9910-SQL-ERROR-ABEND.
           DISPLAY '*** PROGRAMA MYBATCH ENCERRADO COM ERRO'
                   ' DE SQL ***'.
           DISPLAY 'SQLCODE : ' SQLCODE.
           DISPLAY 'SQLERRMC: ' SQLERRMC.
           MOVE SQLCODE TO DIAG-SQLCODE.
           MOVE SQLERRMC TO DIAG-SQLERRMC.
           EXEC SQL ROLLBACK END-EXEC.
           SET JPUB-FN-DESFAZER TO TRUE.
           CALL 'MYJRNPUB' USING MYJRNPUB-PARAMETROS WS-JOURNAL-VARS.
           PERFORM 9950-GRAVAR-DIAGNOSTICO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9950-GRAVAR-DIAGNOSTICO.
           MOVE 'MYBATCH ' TO DIAG-PROGRAM.
           MOVE WS-FILE-STATUS-FIELDS(1:20) TO DIAG-FILE-STATUSES.
           MOVE SPACES TO DIAG-COUNTERS.
           STRING 'LIDOS=' WS-COUNT-IN-READ
                  ' GRAVADOS=' WS-COUNT-OUT-WRITTEN
