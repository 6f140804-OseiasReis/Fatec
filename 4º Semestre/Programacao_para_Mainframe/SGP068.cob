       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP068.
       AUTHOR. OSEIAS REIS
      **************************************
      * RELATORIO DO TITULAR (LGPD): TODOS  *
      * OS DADOS PESSOAIS GUARDADOS DE UM   *
      * CPF, NOS ARQUIVOS VIVOS E MORTOS    *
      **************************************
      *----------------------------------------------------------------
      * ATENDE O PEDIDO DO TITULAR DE SABER TUDO O QUE A LOJA GUARDA
      * SOBRE ELE. DADO O CPF, JUNTA NUMA LISTAGEM SO:
      *   - CADASTRO (CLIENTE), CONSENTIMENTO E SALDO DE PONTOS;
      *   - PETS DO CLIENTE COM VACINAS, PRONTUARIO E AGENDA;
      *   - VENDAS E ITENS, PARCELAS, RECEBIVEIS DE CARTAO,
      *     CHEQUES (COMO CLIENTE OU EMITENTE), VALES, ENCOMENDAS,
      *     ENTREGAS, ORCAMENTOS, RENEGOCIACOES E MENSAGENS ENVIADAS;
      *   - NOTA DE CREDITO E FAIXA DE RISCO CALCULADAS (SCORECLI);
      *   - MOVIMENTO ARQUIVADO PELO SGP049 (VENDAS.ARQ,
      *     VENDASITEM.ARQ, CONTASREC.ARQ E O RESUMO VENDASRES);
      *   - DIARIO DE AUDITORIA (LOGAUD.DAT E LOGAUD.ARQ): LINHAS
      *     CUJA CHAVE COMECA PELO CPF E LINHAS DO PETSHOP DOS PETS
      *     DO CLIENTE, COM AS IMAGENS ANTES/DEPOIS.
      * ARQUIVO QUE NAO EXISTE NA INSTALACAO SAI COMO "NAO
      * DISPONIVEL" E O RELATORIO CONTINUA. NADA AQUI GRAVA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EMAIL
                                                      WITH DUPLICATES.
       SELECT PONTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PTS-CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT PONTOSMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PTM-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PETS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PETS-KEY
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PETS-TEL
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PETS-CPF
                                                      WITH DUPLICATES.
       SELECT PRONTUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRT-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT VENDAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VENDAS-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT VENDASITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT VENDASARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVD-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT ITEMARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AIT-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT VENDASRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CONTASREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CRARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CARTAOREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRT-CHAVE
                    ALTERNATE RECORD KEY IS CRT-NSUPARC
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CHEQUES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT VALE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAL-NUMERO
                    FILE STATUS  IS ST-ERRO.
       SELECT ENCOMENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENC-NUMERO
                    ALTERNATE RECORD KEY IS ENC-CODCLI
                                         WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ENC-PRODUTO
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT ENTREGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ETG-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT ORCAMENTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT RENEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REN-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT MSGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MSH-CHAVE
                    ALTERNATE RECORD KEY IS MSH-CPF
                                         WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT SCORECLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SCO-CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT LOGAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT LOGAUDARQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT RELLGP ASSIGN TO DISK
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REGAMG.
                03 CPF              PIC 9(12).
                03 NOME             PIC X(40).
                03 CEP              PIC 9(08).
                03 LOGRADOURO       PIC X(30).
                03 NUMERO           PIC 9(04).
                03 COMPLEMENTO      PIC X(12).
                03 BAIRRO           PIC X(20).
                03 CIDADE           PIC X(20).
                03 UF               PIC X(02).
                03 TELEFONE         PIC 9(09).
                03 DDD              PIC 9(02).
                03 EMAIL            PIC X(40).
                03 DATANASC         PIC 9(08).
                03 SITUACAO         PIC X(01).
                03 DT-ALTERACAO     PIC 9(08).
                03 USUARIO          PIC X(08).
                03 LIMITECRED       PIC 9(09)V99.
                03 CONSENTE         PIC X(01).
                03 CANALMSG         PIC X(01).
                03 GRUPO            PIC 9(02).
      *
       FD PONTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PONTOS.DAT".
       01 PONTOS-REG.
           05 PTS-CPF          PIC 9(12).
           05 PTS-SALDO        PIC 9(09).
           05 PTS-DT-ALTERACAO PIC 9(08).
           05 PTS-USUARIO      PIC X(08).
      *
       FD PONTOSMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PONTOSMOV.DAT".
       01 PONTOSMOV-REG.
           05 PTM-CHAVE.
              10 PTM-CPF       PIC 9(12).
              10 PTM-DATA      PIC 9(08).
              10 PTM-SEQ       PIC 9(05).
           05 PTM-TIPO         PIC X(01).
           05 PTM-PONTOS       PIC 9(09).
           05 PTM-NVENDA       PIC 9(06).
           05 PTM-USUARIO      PIC X(08).
      *
       FD PETS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETSHOPSYSTEM.DAT".
       01 PETS-REG.
           05 PETS-KEY.
              10 PETS-CODIGO PIC 9(06).
           05 PETS-TEL     PIC 9(09).
           05 PETS-NOME    PIC X(30).
           05 PETS-CPF     PIC 9(12).
           05 PETS-ESPECIE PIC X(15).
           05 PETS-RACA    PIC X(15).
           05 PETS-VACINAS OCCURS 3 TIMES.
              10 VAC-NOME  PIC X(15).
              10 VAC-DATA  PIC 9(08).
      *
       FD PRONTUARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRONTUARIO.DAT".
       01 PRONTUARIO-REG.
           05 PRT-CHAVE.
              10 PRT-CODPET    PIC 9(06).
              10 PRT-DATA      PIC 9(08).
              10 PRT-SEQ       PIC 9(02).
           05 PRT-TIPO         PIC X(15).
           05 PRT-PESO         PIC 9(03)V99.
           05 PRT-OBS          PIC X(60).
           05 PRT-MEDICACAO    PIC X(30).
           05 PRT-ATENDENTE    PIC X(08).
      *
       FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDAPET.DAT".
       01 AGENDA-REG.
           05 AGE-CHAVE.
              10 AGE-DATA     PIC 9(08).
              10 AGE-HORA     PIC 9(04).
              10 AGE-CODPET   PIC 9(06).
           05 AGE-CODSERV     PIC 9(04).
           05 AGE-SITUACAO    PIC X(01).
           05 AGE-PLANO       PIC X(01).
           05 AGE-CODPROF     PIC 9(03).
      *
       FD VENDAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDAS.DAT".
       01 VENDAS-REG.
           05 VENDAS-CHAVE.
              10 CODCLI       PIC 9(12).
              10 NVENDA       PIC 9(06).
           05 VALORTOTAL      PIC 9(09)V99.
           05 DTVENDA         PIC 9(08).
           05 FORMAPAGTO      PIC X(01).
           05 PARCELAS        PIC 9(02).
           05 DT-ALTERACAO-V  PIC 9(08).
           05 USUARIO-V       PIC X(08).
           05 SITUACAO-V      PIC X(01).
           05 VENDEDOR        PIC 9(03).
           05 NFISCAL         PIC 9(08).
      *
       FD VENDASITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDASITEM.DAT".
       01 VENDASITEM-REG.
           05 ITEM-CHAVE.
              10 ITEM-CODCLI  PIC 9(12).
              10 ITEM-NVENDA  PIC 9(06).
              10 ITEM-SEQ     PIC 9(03).
           05 PROD            PIC X(09).
           05 DESCRICAO        PIC X(30).
           05 UNID             PIC X(02).
           05 PRECOCUSTO       PIC 9(06)V99.
           05 PRECOVENDA       PIC 9(06)V99.
           05 QTD              PIC 9(05).
           05 VALORVENDA        PIC 9(08)V99.
           05 ICMS              PIC 9(08)V99.
           05 DESCONTO          PIC 9(08)V99.
           05 PROMO             PIC X(01).
      *
       FD VENDASARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDAS.ARQ".
       01 VENDASARQ-REG.
           05 AVD-CHAVE.
              10 AVD-CODCLI   PIC 9(12).
              10 AVD-NVENDA   PIC 9(06).
           05 AVD-VALORTOTAL  PIC 9(09)V99.
           05 AVD-DTVENDA     PIC 9(08).
           05 AVD-FORMAPAGTO  PIC X(01).
           05 AVD-PARCELAS    PIC 9(02).
           05 AVD-DT-ALTERACAO PIC 9(08).
           05 AVD-USUARIO     PIC X(08).
           05 AVD-SITUACAO    PIC X(01).
           05 AVD-VENDEDOR    PIC 9(03).
           05 AVD-NFISCAL     PIC 9(08).
      *
       FD ITEMARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDASITEM.ARQ".
       01 ITEMARQ-REG.
           05 AIT-CHAVE.
              10 AIT-CODCLI   PIC 9(12).
              10 AIT-NVENDA   PIC 9(06).
              10 AIT-SEQ      PIC 9(03).
           05 AIT-PROD        PIC X(09).
           05 AIT-DESCRICAO   PIC X(30).
           05 AIT-UNID        PIC X(02).
           05 AIT-PRECOCUSTO  PIC 9(06)V99.
           05 AIT-PRECOVENDA  PIC 9(06)V99.
           05 AIT-QTD         PIC 9(05).
           05 AIT-VALORVENDA  PIC 9(08)V99.
           05 AIT-ICMS        PIC 9(08)V99.
           05 AIT-DESCONTO    PIC 9(08)V99.
           05 AIT-PROMO       PIC X(01).
      *
       FD VENDASRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDASRES.DAT".
       01 VENDASRES-REG.
           05 RES-CHAVE.
              10 RES-CODCLI   PIC 9(12).
              10 RES-NVENDA   PIC 9(06).
           05 RES-DTVENDA     PIC 9(08).
           05 RES-VALORTOTAL  PIC 9(09)V99.
           05 RES-NFISCAL     PIC 9(08).
           05 RES-SITUACAO    PIC X(01).
           05 RES-DTARQUIVO   PIC 9(08).
      *
       FD CONTASREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTASREC.DAT".
       01 CONTASREC-REG.
           05 CR-CHAVE.
              10 CR-CODCLI     PIC 9(12).
              10 CR-NVENDA     PIC 9(06).
              10 CR-PARCELA    PIC 9(02).
           05 CR-VENCIMENTO    PIC 9(08).
           05 CR-VALOR         PIC 9(09)V99.
           05 CR-SITUACAO      PIC X(01).
           05 CR-VALORPAGO     PIC 9(09)V99.
           05 CR-DTPAGTO       PIC 9(08).
           05 CR-DT-ALTERACAO  PIC 9(08).
           05 CR-USUARIO       PIC X(08).
           05 CR-VALORJUROS    PIC 9(09)V99.
      *
       FD CRARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTASREC.ARQ".
       01 CRARQ-REG.
           05 ACR-CHAVE.
              10 ACR-CODCLI    PIC 9(12).
              10 ACR-NVENDA    PIC 9(06).
              10 ACR-PARCELA   PIC 9(02).
           05 ACR-VENCIMENTO   PIC 9(08).
           05 ACR-VALOR        PIC 9(09)V99.
           05 ACR-SITUACAO     PIC X(01).
           05 ACR-VALORPAGO    PIC 9(09)V99.
           05 ACR-DTPAGTO      PIC 9(08).
           05 ACR-DT-ALTERACAO PIC 9(08).
           05 ACR-USUARIO      PIC X(08).
           05 ACR-VALORJUROS   PIC 9(09)V99.
      *
       FD CARTAOREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTAOREC.DAT".
       01 CARTAOREC-REG.
           05 CRT-CHAVE.
              10 CRT-CODCLI    PIC 9(12).
              10 CRT-NVENDA    PIC 9(06).
              10 CRT-PARCELA   PIC 9(02).
           05 CRT-TIPO         PIC X(01).
           05 CRT-NSUPARC.
              10 CRT-NSU       PIC X(12).
              10 CRT-NPARC     PIC 9(02).
           05 CRT-DTVENDA      PIC 9(08).
           05 CRT-PREVISAO     PIC 9(08).
           05 CRT-VALORBRUTO   PIC 9(09)V99.
           05 CRT-PERCTAXA     PIC 9(02)V99.
           05 CRT-VALORTAXA    PIC 9(09)V99.
           05 CRT-VALORLIQ     PIC 9(09)V99.
           05 CRT-SITUACAO     PIC X(01).
           05 CRT-VALORRECEB   PIC 9(09)V99.
           05 CRT-TAXARECEB    PIC 9(09)V99.
           05 CRT-DTRECEB      PIC 9(08).
           05 CRT-DT-ALTERACAO PIC 9(08).
           05 CRT-USUARIO      PIC X(08).
      *
       FD CHEQUES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CHEQUES.DAT".
       01 CHEQUES-REG.
           05 CHQ-CHAVE.
              10 CHQ-BANCO     PIC 9(03).
              10 CHQ-AGENCIA   PIC 9(04).
              10 CHQ-CONTA     PIC 9(10).
              10 CHQ-NUMERO    PIC 9(06).
           05 CHQ-BOMPARA      PIC 9(08).
           05 CHQ-VALOR        PIC 9(09)V99.
           05 CHQ-EMITCPF      PIC 9(12).
           05 CHQ-SITUACAO     PIC X(01).
           05 CHQ-CODCLI       PIC 9(12).
           05 CHQ-NVENDA       PIC 9(06).
           05 CHQ-PARCELA      PIC 9(02).
           05 CHQ-DT-ALTERACAO PIC 9(08).
           05 CHQ-USUARIO      PIC X(08).
      *
       FD VALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VALE.DAT".
       01 VALE-REG.
           05 VAL-NUMERO       PIC 9(06).
           05 VAL-CODCLI       PIC 9(12).
           05 VAL-VALOR        PIC 9(09)V99.
           05 VAL-SITUACAO     PIC X(01).
           05 VAL-NVENDAORIG   PIC 9(06).
           05 VAL-DTEMISSAO    PIC 9(08).
           05 VAL-NVENDAUSO    PIC 9(06).
           05 VAL-ITEMSEQ      PIC 9(03).
           05 VAL-QTDDEV       PIC 9(05).
           05 VAL-DT-ALTERACAO PIC 9(08).
           05 VAL-USUARIO      PIC X(08).
      *
       FD ENCOMENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENCOMENDA.DAT".
       01 ENCOMENDA-REG.
           05 ENC-NUMERO       PIC 9(06).
           05 ENC-CODCLI       PIC 9(12).
           05 ENC-PRODUTO      PIC 9(08).
           05 ENC-QTD          PIC 9(05).
           05 ENC-SINAL        PIC 9(09)V99.
           05 ENC-NVALE        PIC 9(06).
           05 ENC-DTPEDIDO     PIC 9(08).
           05 ENC-DTPROMESSA   PIC 9(08).
           05 ENC-NPEDIDO      PIC 9(06).
           05 ENC-PITSEQ       PIC 9(03).
           05 ENC-DTCHEGADA    PIC 9(08).
           05 ENC-NVENDA       PIC 9(06).
           05 ENC-SITUACAO     PIC X(01).
           05 ENC-DT-ALTERACAO PIC 9(08).
           05 ENC-USUARIO      PIC X(08).
      *
       FD ENTREGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENTREGA.DAT".
       01 ENTREGA-REG.
           05 ETG-CHAVE.
              10 ETG-CODCLI    PIC 9(12).
              10 ETG-NVENDA    PIC 9(06).
           05 ETG-DTAGENDADA   PIC 9(08).
           05 ETG-PERIODO      PIC X(01).
           05 ETG-SITUACAO     PIC X(01).
           05 ETG-CEP          PIC 9(08).
           05 ETG-BAIRRO       PIC X(20).
           05 ETG-LOGRADOURO   PIC X(30).
           05 ETG-NUMERO       PIC 9(04).
           05 ETG-COMPLEMENTO  PIC X(12).
           05 ETG-DT-ALTERACAO PIC 9(08).
           05 ETG-USUARIO      PIC X(08).
      *
       FD ORCAMENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAMENTO.DAT".
       01 ORCAMENTO-REG.
           05 ORC-CHAVE.
              10 ORC-CODCLI    PIC 9(12).
              10 ORC-NORC      PIC 9(06).
           05 ORC-VALORTOTAL   PIC 9(09)V99.
           05 ORC-DTORC        PIC 9(08).
           05 ORC-VALIDADE     PIC 9(08).
           05 ORC-SITUACAO     PIC X(01).
           05 ORC-DT-ALTERACAO PIC 9(08).
           05 ORC-USUARIO      PIC X(08).
      *
       FD RENEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RENEG.DAT".
       01 RENEG-REG.
           05 REN-CHAVE.
              10 REN-CODCLI    PIC 9(12).
              10 REN-NVENDA    PIC 9(06).
              10 REN-PARCELA   PIC 9(02).
           05 REN-NVENDANOVA   PIC 9(06).
           05 REN-SALDOLEVADO  PIC 9(09)V99.
           05 REN-DATA         PIC 9(08).
           05 REN-USUARIO      PIC X(08).
      *
       FD MSGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MSGHIST.DAT".
       01 MSGHIST-REG.
           05 MSH-CHAVE.
              10 MSH-DATA      PIC 9(08).
              10 MSH-SEQ       PIC 9(05).
           05 MSH-CPF          PIC 9(12).
           05 MSH-TIPO         PIC X(03).
           05 MSH-CANAL        PIC X(01).
           05 MSH-DDD          PIC 9(02).
           05 MSH-TELEFONE     PIC 9(09).
           05 MSH-EMAIL        PIC X(40).
           05 MSH-TEXTO        PIC X(160).
           05 MSH-SITUACAO     PIC X(01).
           05 MSH-DTRETORNO    PIC 9(08).
           05 MSH-MOTIVO       PIC X(30).
      *
       FD SCORECLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SCORECLI.DAT".
       01 SCORECLI-REG.
           05 SCO-CPF          PIC 9(12).
           05 SCO-NOTA         PIC 9(04).
           05 SCO-FAIXA        PIC X(01).
           05 SCO-DTCALC       PIC 9(08).
           05 SCO-PARCPAGAS    PIC 9(04).
           05 SCO-MEDATRASO    PIC 9(04).
           05 SCO-VENCIDAS     PIC 9(03).
           05 SCO-JUROS        PIC 9(09)V99.
           05 SCO-RENEG        PIC 9(03).
           05 SCO-CHQDEV       PIC 9(03).
           05 SCO-ULTCOMPRA    PIC 9(08).
           05 SCO-LIMATUAL     PIC 9(09)V99.
           05 SCO-LIMSUGERIDO  PIC 9(09)V99.
           05 SCO-SITSUG       PIC X(01).
           05 SCO-DT-ALTERACAO PIC 9(08).
           05 SCO-USUARIO      PIC X(08).
      *
       FD LOGAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGAUD.DAT".
       01 LOGAUD-REG.
                03 AUD-ARQUIVO      PIC X(12).
                03 AUD-CHAVE        PIC X(20).
                03 AUD-OPERACAO     PIC X(01).
                03 AUD-DATA         PIC 9(08).
                03 AUD-HORA         PIC 9(08).
                03 AUD-USUARIO      PIC X(08).
                03 AUD-ANTES        PIC X(250).
                03 AUD-DEPOIS       PIC X(250).
      *
       FD LOGAUDARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGAUD.ARQ".
       01 LOGAUDARQ-REG         PIC X(557).
      *
       FD RELLGP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRELLGP              PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO            PIC X(02) VALUE "00".
       77 ST-ERRO2           PIC X(02) VALUE "00".
       77 ST-ERRO3           PIC X(02) VALUE "00".
       77 W-FIM              PIC X(01) VALUE "N".
       77 W-FIMDET           PIC X(01) VALUE "N".
       77 W-CPFSEL           PIC 9(12) VALUE ZEROS.
       77 W-CPFTXT           PIC X(12) VALUE SPACES.
       77 W-PETTXT           PIC X(06) VALUE SPACES.
       77 W-ARQUIVO          PIC X(20) VALUE SPACES.
       77 W-IDX              PIC 9(02) VALUE ZEROS.
       77 W-ACHOU            PIC X(01) VALUE "N".
       77 W-DETOK            PIC X(01) VALUE "N".
       77 W-CONTREG          PIC 9(06) VALUE ZEROS.
       77 W-CONTARQ          PIC 9(03) VALUE ZEROS.
       77 W-VALED            PIC ZZZZZZZZ9,99.
       77 W-VALED2           PIC ZZZZZZZZ9,99.
       77 W-PESOED           PIC ZZ9,99.
       77 W-PONTOSED         PIC ZZZZZZZZ9.
      * PETS DO CLIENTE GUARDADOS PARA A AGENDA E A AUDITORIA
       01 W-PETSCLI.
          03 W-QTDPETS       PIC 9(02) VALUE ZEROS.
          03 W-PETCOD OCCURS 20 TIMES PIC 9(06).
       01 W-IMAGEM           PIC X(250) VALUE SPACES.
       01 W-IMAGEM-R REDEFINES W-IMAGEM.
          03 W-IMG1          PIC X(125).
          03 W-IMG2          PIC X(125).
      * SAIDA CARIMBADA DE DATA/HORA E REGISTRADA NO CATALOGO
      * SPOOL.DAT (VIA SPOOLREG) - A REIMPRESSAO E PELO CADSPOOL
       77 W-NOMEREL          PIC X(30) VALUE SPACES.
       77 W-SPLDATA          PIC 9(08) VALUE ZEROS.
       77 W-SPLHORA          PIC 9(08) VALUE ZEROS.
       01 W-SPLREG.
           03 W-SPL-PROGRAMA  PIC X(08).
           03 W-SPL-DESCRICAO PIC X(30).
           03 W-SPL-ARQUIVO   PIC X(30).
           03 W-SPL-USUARIO   PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                PERFORM 1000-INICIALIZA  THRU 1000-INICIALIZA-FIM.
                PERFORM 2000-CADASTRO    THRU 2000-CADASTRO-FIM.
                PERFORM 2100-PONTOS      THRU 2100-PONTOS-FIM.
                PERFORM 2200-PETS        THRU 2200-PETS-FIM.
                PERFORM 2300-AGENDA      THRU 2300-AGENDA-FIM.
                PERFORM 3000-VENDAS      THRU 3000-VENDAS-FIM.
                PERFORM 3100-VENDASARQ   THRU 3100-VENDASARQ-FIM.
                PERFORM 3200-VENDASRES   THRU 3200-VENDASRES-FIM.
                PERFORM 3300-CONTASREC   THRU 3300-CONTASREC-FIM.
                PERFORM 3400-CRARQ       THRU 3400-CRARQ-FIM.
                PERFORM 3500-CARTAOREC   THRU 3500-CARTAOREC-FIM.
                PERFORM 3600-CHEQUES     THRU 3600-CHEQUES-FIM.
                PERFORM 3700-VALES       THRU 3700-VALES-FIM.
                PERFORM 3750-ENCOMENDAS  THRU 3750-ENCOMENDAS-FIM.
                PERFORM 3800-ENTREGAS    THRU 3800-ENTREGAS-FIM.
                PERFORM 3900-ORCAMENTOS  THRU 3900-ORCAMENTOS-FIM.
                PERFORM 4000-RENEG       THRU 4000-RENEG-FIM.
                PERFORM 4100-MENSAGENS   THRU 4100-MENSAGENS-FIM.
                PERFORM 4200-SCORE       THRU 4200-SCORE-FIM.
                PERFORM 5000-LOGAUD      THRU 5000-LOGAUD-FIM.
                PERFORM 5100-LOGAUDARQ   THRU 5100-LOGAUDARQ-FIM.
                PERFORM 9000-FINALIZA    THRU 9000-FINALIZA-FIM.
                STOP RUN.
      *
       1000-INICIALIZA.
                DISPLAY "CPF DO TITULAR: ".
                ACCEPT W-CPFSEL.
                IF W-CPFSEL = ZEROS
                   DISPLAY "CPF NAO INFORMADO"
                   STOP RUN.
                MOVE W-CPFSEL TO W-CPFTXT.
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD.
                ACCEPT W-SPLHORA FROM TIME.
                MOVE SPACES TO W-NOMEREL.
                STRING "LGPD-" W-SPLDATA "-" W-SPLHORA ".LST"
                        DELIMITED BY SIZE INTO W-NOMEREL.
                MOVE "SGP068" TO W-SPL-PROGRAMA.
                MOVE "RELATORIO DO TITULAR (LGPD)" TO W-SPL-DESCRICAO.
                MOVE W-NOMEREL TO W-SPL-ARQUIVO.
                CALL "SPOOLREG" USING W-SPLREG.
                OPEN OUTPUT RELLGP
                IF ST-ERRO3 NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                   STOP RUN.
                MOVE SPACES TO REGRELLGP
                MOVE "RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD)"
                  TO REGRELLGP
                WRITE REGRELLGP.
                MOVE SPACES TO REGRELLGP
                STRING "CPF: " W-CPFSEL "   EMITIDO EM: " W-SPLDATA
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      * CADASTRO E CONSENTIMENTO
       2000-CADASTRO.
                MOVE "CLIENTE.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT CLIENTE
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 2000-CADASTRO-FIM.
                MOVE W-CPFSEL TO CPF.
                READ CLIENTE
                   INVALID KEY
                      MOVE SPACES TO REGRELLGP
                      MOVE "  CPF NAO CADASTRADO COMO CLIENTE"
                        TO REGRELLGP
                      WRITE REGRELLGP
                      CLOSE CLIENTE
                      GO TO 2000-CADASTRO-FIM.
                ADD 1 TO W-CONTREG.
                MOVE SPACES TO REGRELLGP
                STRING "  NOME.......: " NOME
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                MOVE SPACES TO REGRELLGP
                STRING "  ENDERECO...: " LOGRADOURO " " NUMERO " "
                       COMPLEMENTO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                MOVE SPACES TO REGRELLGP
                STRING "               " BAIRRO " " CIDADE " " UF
                       " CEP " CEP
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                MOVE SPACES TO REGRELLGP
                STRING "  TELEFONE...: (" DDD ") " TELEFONE
                       "   EMAIL: " EMAIL
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                MOVE LIMITECRED TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  NASCIMENTO.: " DATANASC
                       "   SITUACAO: " SITUACAO
                       "   LIMITE DE CREDITO: " W-VALED
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                MOVE SPACES TO REGRELLGP
                STRING "  ACEITA CONTATO: " CONSENTE
                       "   CANAL: " CANALMSG
                       "   ALTERADO EM: " DT-ALTERACAO
                       " POR " USUARIO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                CLOSE CLIENTE.
       2000-CADASTRO-FIM.
                EXIT.
      *
      * PROGRAMA DE PONTOS: SALDO E MOVIMENTO
       2100-PONTOS.
                MOVE "PONTOS.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT PONTOS
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 2100-PONTOS-FIM.
                MOVE W-CPFSEL TO PTS-CPF.
                READ PONTOS
                   INVALID KEY
                      MOVE ZEROS TO PTS-SALDO PTS-DT-ALTERACAO.
                MOVE PTS-SALDO TO W-PONTOSED.
                MOVE SPACES TO REGRELLGP
                STRING "  SALDO DE PONTOS: " W-PONTOSED
                       "   ALTERADO EM: " PTS-DT-ALTERACAO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                CLOSE PONTOS.
                MOVE "PONTOSMOV.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT PONTOSMOV
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 2100-PONTOS-FIM.
                MOVE W-CPFSEL TO PTM-CPF.
                MOVE ZEROS TO PTM-DATA PTM-SEQ.
                MOVE "N" TO W-FIM.
                START PONTOSMOV KEY IS NOT LESS THAN PTM-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 2110-PROX-PTM THRU 2110-PROX-PTM-FIM
                        UNTIL W-FIM = "S".
                CLOSE PONTOSMOV.
       2100-PONTOS-FIM.
                EXIT.
      *
       2110-PROX-PTM.
                READ PONTOSMOV NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2110-PROX-PTM-FIM.
                IF PTM-CPF NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 2110-PROX-PTM-FIM.
                ADD 1 TO W-CONTREG.
                MOVE PTM-PONTOS TO W-PONTOSED.
                MOVE SPACES TO REGRELLGP
                STRING "  " PTM-DATA " " PTM-TIPO " " W-PONTOSED
                       " VENDA " PTM-NVENDA " " PTM-USUARIO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       2110-PROX-PTM-FIM.
                EXIT.
      *
      * PETS PELA CHAVE ALTERNADA DE CPF, CADA UM COM O PRONTUARIO
       2200-PETS.
                MOVE "PETSHOPSYSTEM.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT PETS
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 2200-PETS-FIM.
                MOVE "N" TO W-DETOK.
                OPEN INPUT PRONTUARIO
                IF ST-ERRO2 = "00"
                   MOVE "S" TO W-DETOK.
                MOVE W-CPFSEL TO PETS-CPF.
                MOVE "N" TO W-FIM.
                START PETS KEY IS NOT LESS THAN PETS-CPF
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 2210-PROX-PET THRU 2210-PROX-PET-FIM
                        UNTIL W-FIM = "S".
                CLOSE PETS.
                IF W-DETOK = "S"
                   CLOSE PRONTUARIO.
       2200-PETS-FIM.
                EXIT.
      *
       2210-PROX-PET.
                READ PETS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2210-PROX-PET-FIM.
                IF PETS-CPF NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 2210-PROX-PET-FIM.
                ADD 1 TO W-CONTREG.
                IF W-QTDPETS < 20
                   ADD 1 TO W-QTDPETS
                   MOVE PETS-CODIGO TO W-PETCOD(W-QTDPETS).
                MOVE SPACES TO REGRELLGP
                STRING "  PET " PETS-CODIGO " " PETS-NOME " "
                       PETS-ESPECIE " " PETS-RACA " TEL " PETS-TEL
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                PERFORM 2220-VACINA THRU 2220-VACINA-FIM
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 3.
                IF W-DETOK = "N"
                   GO TO 2210-PROX-PET-FIM.
                MOVE PETS-CODIGO TO PRT-CODPET.
                MOVE ZEROS TO PRT-DATA PRT-SEQ.
                MOVE "N" TO W-FIMDET.
                START PRONTUARIO KEY IS NOT LESS THAN PRT-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMDET.
                PERFORM 2230-PROX-PRT THRU 2230-PROX-PRT-FIM
                        UNTIL W-FIMDET = "S".
       2210-PROX-PET-FIM.
                EXIT.
      *
       2220-VACINA.
                IF VAC-NOME(W-IDX) = SPACES
                   GO TO 2220-VACINA-FIM.
                MOVE SPACES TO REGRELLGP
                STRING "     VACINA " VAC-NOME(W-IDX) " EM "
                       VAC-DATA(W-IDX)
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       2220-VACINA-FIM.
                EXIT.
      *
       2230-PROX-PRT.
                READ PRONTUARIO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMDET
                   GO TO 2230-PROX-PRT-FIM.
                IF PRT-CODPET NOT = PETS-CODIGO
                   MOVE "S" TO W-FIMDET
                   GO TO 2230-PROX-PRT-FIM.
                ADD 1 TO W-CONTREG.
                MOVE PRT-PESO TO W-PESOED.
                MOVE SPACES TO REGRELLGP
                STRING "     PRONTUARIO " PRT-DATA " " PRT-TIPO
                       " PESO " W-PESOED " " PRT-MEDICACAO
                       " " PRT-ATENDENTE
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                IF PRT-OBS NOT = SPACES
                   MOVE SPACES TO REGRELLGP
                   STRING "        " PRT-OBS
                           DELIMITED BY SIZE INTO REGRELLGP
                   WRITE REGRELLGP.
       2230-PROX-PRT-FIM.
                EXIT.
      *
      * AGENDA DOS PETS DO CLIENTE (A AGENDA E POR DATA, ENTAO A
      * LEITURA E INTEIRA, FILTRANDO PELOS PETS GUARDADOS ACIMA)
       2300-AGENDA.
                IF W-QTDPETS = ZEROS
                   GO TO 2300-AGENDA-FIM.
                MOVE "AGENDAPET.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT AGENDA
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 2300-AGENDA-FIM.
                MOVE ZEROS TO AGE-DATA AGE-HORA AGE-CODPET.
                MOVE "N" TO W-FIM.
                START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 2310-PROX-AGENDA THRU 2310-PROX-AGENDA-FIM
                        UNTIL W-FIM = "S".
                CLOSE AGENDA.
       2300-AGENDA-FIM.
                EXIT.
      *
       2310-PROX-AGENDA.
                READ AGENDA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 2310-PROX-AGENDA-FIM.
                MOVE "N" TO W-ACHOU.
                PERFORM 2320-CHECA-PET THRU 2320-CHECA-PET-FIM
                   VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDPETS.
                IF W-ACHOU = "N"
                   GO TO 2310-PROX-AGENDA-FIM.
                ADD 1 TO W-CONTREG.
                MOVE SPACES TO REGRELLGP
                STRING "  " AGE-DATA " " AGE-HORA " PET " AGE-CODPET
                       " SERVICO " AGE-CODSERV " SIT " AGE-SITUACAO
                       " PROF " AGE-CODPROF
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       2310-PROX-AGENDA-FIM.
                EXIT.
      *
       2320-CHECA-PET.
                IF AGE-CODPET = W-PETCOD(W-IDX)
                   MOVE "S" TO W-ACHOU.
       2320-CHECA-PET-FIM.
                EXIT.
      *
      * VENDAS VIVAS COM OS ITENS
       3000-VENDAS.
                MOVE "VENDAS.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT VENDAS
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3000-VENDAS-FIM.
                MOVE "N" TO W-DETOK.
                OPEN INPUT VENDASITEM
                IF ST-ERRO2 = "00"
                   MOVE "S" TO W-DETOK.
                MOVE W-CPFSEL TO CODCLI.
                MOVE ZEROS TO NVENDA.
                MOVE "N" TO W-FIM.
                START VENDAS KEY IS NOT LESS THAN VENDAS-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3010-PROX-VENDA THRU 3010-PROX-VENDA-FIM
                        UNTIL W-FIM = "S".
                CLOSE VENDAS.
                IF W-DETOK = "S"
                   CLOSE VENDASITEM.
       3000-VENDAS-FIM.
                EXIT.
      *
       3010-PROX-VENDA.
                READ VENDAS NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3010-PROX-VENDA-FIM.
                IF CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 3010-PROX-VENDA-FIM.
                ADD 1 TO W-CONTREG.
                MOVE VALORTOTAL TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  VENDA " NVENDA " " DTVENDA " " W-VALED
                       " FORMA " FORMAPAGTO " PARC " PARCELAS
                       " SIT " SITUACAO-V " VEND " VENDEDOR
                       " NF " NFISCAL
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                IF W-DETOK = "N"
                   GO TO 3010-PROX-VENDA-FIM.
                MOVE CODCLI TO ITEM-CODCLI.
                MOVE NVENDA TO ITEM-NVENDA.
                MOVE ZEROS TO ITEM-SEQ.
                MOVE "N" TO W-FIMDET.
                START VENDASITEM KEY IS NOT LESS THAN ITEM-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMDET.
                PERFORM 3020-PROX-ITEM THRU 3020-PROX-ITEM-FIM
                        UNTIL W-FIMDET = "S".
       3010-PROX-VENDA-FIM.
                EXIT.
      *
       3020-PROX-ITEM.
                READ VENDASITEM NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMDET
                   GO TO 3020-PROX-ITEM-FIM.
                IF ITEM-CODCLI NOT = CODCLI
                   OR ITEM-NVENDA NOT = NVENDA
                   MOVE "S" TO W-FIMDET
                   GO TO 3020-PROX-ITEM-FIM.
                MOVE VALORVENDA TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "     " PROD " " DESCRICAO " QTD " QTD
                       " " W-VALED
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3020-PROX-ITEM-FIM.
                EXIT.
      *
      * VENDAS ARQUIVADAS PELO SGP049 COM OS ITENS
       3100-VENDASARQ.
                MOVE "VENDAS.ARQ" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT VENDASARQ
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3100-VENDASARQ-FIM.
                MOVE "N" TO W-DETOK.
                OPEN INPUT ITEMARQ
                IF ST-ERRO2 = "00"
                   MOVE "S" TO W-DETOK.
                MOVE W-CPFSEL TO AVD-CODCLI.
                MOVE ZEROS TO AVD-NVENDA.
                MOVE "N" TO W-FIM.
                START VENDASARQ KEY IS NOT LESS THAN AVD-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3110-PROX-AVD THRU 3110-PROX-AVD-FIM
                        UNTIL W-FIM = "S".
                CLOSE VENDASARQ.
                IF W-DETOK = "S"
                   CLOSE ITEMARQ.
       3100-VENDASARQ-FIM.
                EXIT.
      *
       3110-PROX-AVD.
                READ VENDASARQ NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3110-PROX-AVD-FIM.
                IF AVD-CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 3110-PROX-AVD-FIM.
                ADD 1 TO W-CONTREG.
                MOVE AVD-VALORTOTAL TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  VENDA " AVD-NVENDA " " AVD-DTVENDA " "
                       W-VALED " FORMA " AVD-FORMAPAGTO
                       " PARC " AVD-PARCELAS " SIT " AVD-SITUACAO
                       " VEND " AVD-VENDEDOR " NF " AVD-NFISCAL
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                IF W-DETOK = "N"
                   GO TO 3110-PROX-AVD-FIM.
                MOVE AVD-CODCLI TO AIT-CODCLI.
                MOVE AVD-NVENDA TO AIT-NVENDA.
                MOVE ZEROS TO AIT-SEQ.
                MOVE "N" TO W-FIMDET.
                START ITEMARQ KEY IS NOT LESS THAN AIT-CHAVE
                   INVALID KEY MOVE "S" TO W-FIMDET.
                PERFORM 3120-PROX-AIT THRU 3120-PROX-AIT-FIM
                        UNTIL W-FIMDET = "S".
       3110-PROX-AVD-FIM.
                EXIT.
      *
       3120-PROX-AIT.
                READ ITEMARQ NEXT RECORD
                AT END
                   MOVE "S" TO W-FIMDET
                   GO TO 3120-PROX-AIT-FIM.
                IF AIT-CODCLI NOT = AVD-CODCLI
                   OR AIT-NVENDA NOT = AVD-NVENDA
                   MOVE "S" TO W-FIMDET
                   GO TO 3120-PROX-AIT-FIM.
                MOVE AIT-VALORVENDA TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "     " AIT-PROD " " AIT-DESCRICAO " QTD "
                       AIT-QTD " " W-VALED
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3120-PROX-AIT-FIM.
                EXIT.
      *
       3200-VENDASRES.
                MOVE "VENDASRES.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT VENDASRES
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3200-VENDASRES-FIM.
                MOVE W-CPFSEL TO RES-CODCLI.
                MOVE ZEROS TO RES-NVENDA.
                MOVE "N" TO W-FIM.
                START VENDASRES KEY IS NOT LESS THAN RES-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3210-PROX-RES THRU 3210-PROX-RES-FIM
                        UNTIL W-FIM = "S".
                CLOSE VENDASRES.
       3200-VENDASRES-FIM.
                EXIT.
      *
       3210-PROX-RES.
                READ VENDASRES NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3210-PROX-RES-FIM.
                IF RES-CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 3210-PROX-RES-FIM.
                ADD 1 TO W-CONTREG.
                MOVE RES-VALORTOTAL TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  VENDA " RES-NVENDA " " RES-DTVENDA " "
                       W-VALED " SIT " RES-SITUACAO " NF "
                       RES-NFISCAL " ARQUIVADA EM " RES-DTARQUIVO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3210-PROX-RES-FIM.
                EXIT.
      *
       3300-CONTASREC.
                MOVE "CONTASREC.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT CONTASREC
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3300-CONTASREC-FIM.
                MOVE W-CPFSEL TO CR-CODCLI.
                MOVE ZEROS TO CR-NVENDA CR-PARCELA.
                MOVE "N" TO W-FIM.
                START CONTASREC KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3310-PROX-CR THRU 3310-PROX-CR-FIM
                        UNTIL W-FIM = "S".
                CLOSE CONTASREC.
       3300-CONTASREC-FIM.
                EXIT.
      *
       3310-PROX-CR.
                READ CONTASREC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3310-PROX-CR-FIM.
                IF CR-CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 3310-PROX-CR-FIM.
                ADD 1 TO W-CONTREG.
                MOVE CR-VALOR TO W-VALED.
                MOVE CR-VALORPAGO TO W-VALED2.
                MOVE SPACES TO REGRELLGP
                STRING "  VENDA " CR-NVENDA " PARC " CR-PARCELA
                       " VENCE " CR-VENCIMENTO " " W-VALED
                       " SIT " CR-SITUACAO " PAGO " W-VALED2
                       " EM " CR-DTPAGTO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3310-PROX-CR-FIM.
                EXIT.
      *
       3400-CRARQ.
                MOVE "CONTASREC.ARQ" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT CRARQ
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3400-CRARQ-FIM.
                MOVE W-CPFSEL TO ACR-CODCLI.
                MOVE ZEROS TO ACR-NVENDA ACR-PARCELA.
                MOVE "N" TO W-FIM.
                START CRARQ KEY IS NOT LESS THAN ACR-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3410-PROX-ACR THRU 3410-PROX-ACR-FIM
                        UNTIL W-FIM = "S".
                CLOSE CRARQ.
       3400-CRARQ-FIM.
                EXIT.
      *
       3410-PROX-ACR.
                READ CRARQ NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3410-PROX-ACR-FIM.
                IF ACR-CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 3410-PROX-ACR-FIM.
                ADD 1 TO W-CONTREG.
                MOVE ACR-VALOR TO W-VALED.
                MOVE ACR-VALORPAGO TO W-VALED2.
                MOVE SPACES TO REGRELLGP
                STRING "  VENDA " ACR-NVENDA " PARC " ACR-PARCELA
                       " VENCE " ACR-VENCIMENTO " " W-VALED
                       " SIT " ACR-SITUACAO " PAGO " W-VALED2
                       " EM " ACR-DTPAGTO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3410-PROX-ACR-FIM.
                EXIT.
      *
       3500-CARTAOREC.
                MOVE "CARTAOREC.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT CARTAOREC
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3500-CARTAOREC-FIM.
                MOVE W-CPFSEL TO CRT-CODCLI.
                MOVE ZEROS TO CRT-NVENDA CRT-PARCELA.
                MOVE "N" TO W-FIM.
                START CARTAOREC KEY IS NOT LESS THAN CRT-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3510-PROX-CRT THRU 3510-PROX-CRT-FIM
                        UNTIL W-FIM = "S".
                CLOSE CARTAOREC.
       3500-CARTAOREC-FIM.
                EXIT.
      *
       3510-PROX-CRT.
                READ CARTAOREC NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3510-PROX-CRT-FIM.
                IF CRT-CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 3510-PROX-CRT-FIM.
                ADD 1 TO W-CONTREG.
                MOVE CRT-VALORBRUTO TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  VENDA " CRT-NVENDA " PARC " CRT-PARCELA
                       " " CRT-TIPO " NSU " CRT-NSU " " CRT-DTVENDA
                       " " W-VALED " SIT " CRT-SITUACAO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3510-PROX-CRT-FIM.
                EXIT.
      *
      * CHEQUES: O CPF PODE SER O DO CLIENTE OU O DO EMITENTE
       3600-CHEQUES.
                MOVE "CHEQUES.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT CHEQUES
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3600-CHEQUES-FIM.
                MOVE "N" TO W-FIM.
                PERFORM 3610-PROX-CHQ THRU 3610-PROX-CHQ-FIM
                        UNTIL W-FIM = "S".
                CLOSE CHEQUES.
       3600-CHEQUES-FIM.
                EXIT.
      *
       3610-PROX-CHQ.
                READ CHEQUES NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3610-PROX-CHQ-FIM.
                IF CHQ-CODCLI NOT = W-CPFSEL
                   AND CHQ-EMITCPF NOT = W-CPFSEL
                   GO TO 3610-PROX-CHQ-FIM.
                ADD 1 TO W-CONTREG.
                MOVE CHQ-VALOR TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  BCO " CHQ-BANCO " AG " CHQ-AGENCIA
                       " CC " CHQ-CONTA " CHQ " CHQ-NUMERO
                       " BOM PARA " CHQ-BOMPARA " " W-VALED
                       " EMITENTE " CHQ-EMITCPF " SIT " CHQ-SITUACAO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3610-PROX-CHQ-FIM.
                EXIT.
      *
       3700-VALES.
                MOVE "VALE.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT VALE
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3700-VALES-FIM.
                MOVE "N" TO W-FIM.
                PERFORM 3710-PROX-VALE THRU 3710-PROX-VALE-FIM
                        UNTIL W-FIM = "S".
                CLOSE VALE.
       3700-VALES-FIM.
                EXIT.
      *
       3710-PROX-VALE.
                READ VALE NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3710-PROX-VALE-FIM.
                IF VAL-CODCLI NOT = W-CPFSEL
                   GO TO 3710-PROX-VALE-FIM.
                ADD 1 TO W-CONTREG.
                MOVE VAL-VALOR TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  VALE " VAL-NUMERO " " VAL-DTEMISSAO " "
                       W-VALED " SIT " VAL-SITUACAO " VENDA ORIG "
                       VAL-NVENDAORIG " USADO NA " VAL-NVENDAUSO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3710-PROX-VALE-FIM.
                EXIT.
      *
       3750-ENCOMENDAS.
                MOVE "ENCOMENDA.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT ENCOMENDA
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3750-ENCOMENDAS-FIM.
                MOVE W-CPFSEL TO ENC-CODCLI.
                MOVE "N" TO W-FIM.
                START ENCOMENDA KEY IS NOT LESS THAN ENC-CODCLI
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3760-PROX-ENC THRU 3760-PROX-ENC-FIM
                        UNTIL W-FIM = "S".
                CLOSE ENCOMENDA.
       3750-ENCOMENDAS-FIM.
                EXIT.
      *
       3760-PROX-ENC.
                READ ENCOMENDA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3760-PROX-ENC-FIM.
                IF ENC-CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 3760-PROX-ENC-FIM.
                ADD 1 TO W-CONTREG.
                MOVE ENC-SINAL TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  ENCOMENDA " ENC-NUMERO " " ENC-DTPEDIDO
                       " PRODUTO " ENC-PRODUTO " QTD " ENC-QTD
                       " SINAL " W-VALED " SIT " ENC-SITUACAO
                       " VENDA " ENC-NVENDA
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3760-PROX-ENC-FIM.
                EXIT.
      *
       3800-ENTREGAS.
                MOVE "ENTREGA.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT ENTREGA
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3800-ENTREGAS-FIM.
                MOVE W-CPFSEL TO ETG-CODCLI.
                MOVE ZEROS TO ETG-NVENDA.
                MOVE "N" TO W-FIM.
                START ENTREGA KEY IS NOT LESS THAN ETG-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3810-PROX-ETG THRU 3810-PROX-ETG-FIM
                        UNTIL W-FIM = "S".
                CLOSE ENTREGA.
       3800-ENTREGAS-FIM.
                EXIT.
      *
       3810-PROX-ETG.
                READ ENTREGA NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3810-PROX-ETG-FIM.
                IF ETG-CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 3810-PROX-ETG-FIM.
                ADD 1 TO W-CONTREG.
                MOVE SPACES TO REGRELLGP
                STRING "  VENDA " ETG-NVENDA " " ETG-DTAGENDADA " "
                       ETG-PERIODO " SIT " ETG-SITUACAO " "
                       ETG-LOGRADOURO " " ETG-NUMERO " "
                       ETG-COMPLEMENTO " " ETG-BAIRRO " CEP " ETG-CEP
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3810-PROX-ETG-FIM.
                EXIT.
      *
       3900-ORCAMENTOS.
                MOVE "ORCAMENTO.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT ORCAMENTO
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 3900-ORCAMENTOS-FIM.
                MOVE W-CPFSEL TO ORC-CODCLI.
                MOVE ZEROS TO ORC-NORC.
                MOVE "N" TO W-FIM.
                START ORCAMENTO KEY IS NOT LESS THAN ORC-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 3910-PROX-ORC THRU 3910-PROX-ORC-FIM
                        UNTIL W-FIM = "S".
                CLOSE ORCAMENTO.
       3900-ORCAMENTOS-FIM.
                EXIT.
      *
       3910-PROX-ORC.
                READ ORCAMENTO NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 3910-PROX-ORC-FIM.
                IF ORC-CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 3910-PROX-ORC-FIM.
                ADD 1 TO W-CONTREG.
                MOVE ORC-VALORTOTAL TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  ORCAMENTO " ORC-NORC " " ORC-DTORC " "
                       W-VALED " VALIDADE " ORC-VALIDADE
                       " SIT " ORC-SITUACAO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       3910-PROX-ORC-FIM.
                EXIT.
      *
       4000-RENEG.
                MOVE "RENEG.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT RENEG
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 4000-RENEG-FIM.
                MOVE W-CPFSEL TO REN-CODCLI.
                MOVE ZEROS TO REN-NVENDA REN-PARCELA.
                MOVE "N" TO W-FIM.
                START RENEG KEY IS NOT LESS THAN REN-CHAVE
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 4010-PROX-REN THRU 4010-PROX-REN-FIM
                        UNTIL W-FIM = "S".
                CLOSE RENEG.
       4000-RENEG-FIM.
                EXIT.
      *
       4010-PROX-REN.
                READ RENEG NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4010-PROX-REN-FIM.
                IF REN-CODCLI NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 4010-PROX-REN-FIM.
                ADD 1 TO W-CONTREG.
                MOVE REN-SALDOLEVADO TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  VENDA " REN-NVENDA " PARC " REN-PARCELA
                       " LEVADA PARA A VENDA " REN-NVENDANOVA " "
                       W-VALED " EM " REN-DATA
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       4010-PROX-REN-FIM.
                EXIT.
      *
       4100-MENSAGENS.
                MOVE "MSGHIST.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT MSGHIST
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 4100-MENSAGENS-FIM.
                MOVE W-CPFSEL TO MSH-CPF.
                MOVE "N" TO W-FIM.
                START MSGHIST KEY IS NOT LESS THAN MSH-CPF
                   INVALID KEY MOVE "S" TO W-FIM.
                PERFORM 4110-PROX-MSG THRU 4110-PROX-MSG-FIM
                        UNTIL W-FIM = "S".
                CLOSE MSGHIST.
       4100-MENSAGENS-FIM.
                EXIT.
      *
       4110-PROX-MSG.
                READ MSGHIST NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 4110-PROX-MSG-FIM.
                IF MSH-CPF NOT = W-CPFSEL
                   MOVE "S" TO W-FIM
                   GO TO 4110-PROX-MSG-FIM.
                ADD 1 TO W-CONTREG.
                MOVE SPACES TO REGRELLGP
                STRING "  " MSH-DATA " " MSH-TIPO " CANAL " MSH-CANAL
                       " (" MSH-DDD ") " MSH-TELEFONE " " MSH-EMAIL
                       " SIT " MSH-SITUACAO " " MSH-DTRETORNO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                MOVE SPACES TO REGRELLGP
                STRING "     " MSH-TEXTO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       4110-PROX-MSG-FIM.
                EXIT.
      *
      * NOTA DE CREDITO CALCULADA PELO SGP072 (UM REGISTRO POR CPF)
       4200-SCORE.
                MOVE "SCORECLI.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT SCORECLI
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 4200-SCORE-FIM.
                MOVE W-CPFSEL TO SCO-CPF.
                READ SCORECLI
                   INVALID KEY
                      CLOSE SCORECLI
                      GO TO 4200-SCORE-FIM.
                ADD 1 TO W-CONTREG.
                MOVE SCO-JUROS TO W-VALED.
                MOVE SPACES TO REGRELLGP
                STRING "  NOTA " SCO-NOTA " FAIXA " SCO-FAIXA
                       " CALCULADA EM " SCO-DTCALC
                       " PARCELAS PAGAS " SCO-PARCPAGAS
                       " ATRASO MEDIO " SCO-MEDATRASO
                       " VENCIDAS " SCO-VENCIDAS
                       " JUROS " W-VALED
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                MOVE SCO-LIMATUAL TO W-VALED.
                MOVE SCO-LIMSUGERIDO TO W-VALED2.
                MOVE SPACES TO REGRELLGP
                STRING "     RENEGOCIACOES " SCO-RENEG
                       " CHEQUES DEVOLVIDOS " SCO-CHQDEV
                       " ULTIMA COMPRA " SCO-ULTCOMPRA
                       " LIMITE " W-VALED " SUGERIDO " W-VALED2
                       " SIT " SCO-SITSUG
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                CLOSE SCORECLI.
       4200-SCORE-FIM.
                EXIT.
      *
      * AUDITORIA VIVA E ARQUIVADA
       5000-LOGAUD.
                MOVE "LOGAUD.DAT" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT LOGAUD
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 5000-LOGAUD-FIM.
                MOVE "N" TO W-FIM.
                PERFORM 5010-PROX-AUD THRU 5010-PROX-AUD-FIM
                        UNTIL W-FIM = "S".
                CLOSE LOGAUD.
       5000-LOGAUD-FIM.
                EXIT.
      *
       5010-PROX-AUD.
                READ LOGAUD NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 5010-PROX-AUD-FIM.
                PERFORM 5500-LISTA-AUD THRU 5500-LISTA-AUD-FIM.
       5010-PROX-AUD-FIM.
                EXIT.
      *
       5100-LOGAUDARQ.
                MOVE "LOGAUD.ARQ" TO W-ARQUIVO.
                PERFORM 8000-SECAO THRU 8000-SECAO-FIM.
                OPEN INPUT LOGAUDARQ
                IF ST-ERRO NOT = "00"
                   PERFORM 8100-INDISPONIVEL THRU 8100-INDISPONIVEL-FIM
                   GO TO 5100-LOGAUDARQ-FIM.
                MOVE "N" TO W-FIM.
                PERFORM 5110-PROX-AUDARQ THRU 5110-PROX-AUDARQ-FIM
                        UNTIL W-FIM = "S".
                CLOSE LOGAUDARQ.
       5100-LOGAUDARQ-FIM.
                EXIT.
      *
       5110-PROX-AUDARQ.
                READ LOGAUDARQ NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO 5110-PROX-AUDARQ-FIM.
                MOVE LOGAUDARQ-REG TO LOGAUD-REG.
                PERFORM 5500-LISTA-AUD THRU 5500-LISTA-AUD-FIM.
       5110-PROX-AUDARQ-FIM.
                EXIT.
      *
      * A LINHA E DO TITULAR SE A CHAVE COMECA PELO CPF (CLIENTE,
      * VENDAS, PARCELAS, PONTOS...) OU SE E DE UM PET DELE
       5500-LISTA-AUD.
                MOVE "N" TO W-ACHOU.
                IF AUD-CHAVE(1:12) = W-CPFTXT
                   MOVE "S" TO W-ACHOU.
                IF AUD-ARQUIVO = "PETSHOP"
                   PERFORM 5510-CHECA-PETAUD THRU 5510-CHECA-PETAUD-FIM
                      VARYING W-IDX FROM 1 BY 1
                      UNTIL W-IDX > W-QTDPETS.
                IF W-ACHOU = "N"
                   GO TO 5500-LISTA-AUD-FIM.
                ADD 1 TO W-CONTREG.
                MOVE SPACES TO REGRELLGP
                STRING "  " AUD-ARQUIVO " " AUD-CHAVE " OP="
                       AUD-OPERACAO " " AUD-DATA " " AUD-HORA " "
                       AUD-USUARIO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                MOVE AUD-ANTES TO W-IMAGEM
                IF W-IMAGEM NOT = SPACES
                   MOVE SPACES TO REGRELLGP
                   STRING "  ANTES : " W-IMG1
                           DELIMITED BY SIZE INTO REGRELLGP
                   WRITE REGRELLGP
                   IF W-IMG2 NOT = SPACES
                      MOVE SPACES TO REGRELLGP
                      STRING "          " W-IMG2
                              DELIMITED BY SIZE INTO REGRELLGP
                      WRITE REGRELLGP
                   END-IF
                END-IF.
                MOVE AUD-DEPOIS TO W-IMAGEM
                IF W-IMAGEM NOT = SPACES
                   MOVE SPACES TO REGRELLGP
                   STRING "  DEPOIS: " W-IMG1
                           DELIMITED BY SIZE INTO REGRELLGP
                   WRITE REGRELLGP
                   IF W-IMG2 NOT = SPACES
                      MOVE SPACES TO REGRELLGP
                      STRING "          " W-IMG2
                              DELIMITED BY SIZE INTO REGRELLGP
                      WRITE REGRELLGP
                   END-IF
                END-IF.
       5500-LISTA-AUD-FIM.
                EXIT.
      *
       5510-CHECA-PETAUD.
                MOVE W-PETCOD(W-IDX) TO W-PETTXT.
                IF AUD-CHAVE(1:6) = W-PETTXT
                   MOVE "S" TO W-ACHOU.
       5510-CHECA-PETAUD-FIM.
                EXIT.
      *
      * TITULO DE CADA ARQUIVO CONSULTADO
       8000-SECAO.
                ADD 1 TO W-CONTARQ.
                MOVE SPACES TO REGRELLGP
                WRITE REGRELLGP.
                MOVE SPACES TO REGRELLGP
                STRING "*** " W-ARQUIVO
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
       8000-SECAO-FIM.
                EXIT.
      *
       8100-INDISPONIVEL.
                MOVE SPACES TO REGRELLGP
                MOVE "  ARQUIVO NAO DISPONIVEL NESTA INSTALACAO"
                  TO REGRELLGP
                WRITE REGRELLGP.
       8100-INDISPONIVEL-FIM.
                EXIT.
      *
       9000-FINALIZA.
                MOVE SPACES TO REGRELLGP
                WRITE REGRELLGP.
                MOVE SPACES TO REGRELLGP
                STRING "ARQUIVOS CONSULTADOS.: " W-CONTARQ
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                MOVE SPACES TO REGRELLGP
                STRING "REGISTROS DO TITULAR.: " W-CONTREG
                        DELIMITED BY SIZE INTO REGRELLGP
                WRITE REGRELLGP.
                CLOSE RELLGP.
                DISPLAY "RELATORIO GERADO: " W-NOMEREL.
       9000-FINALIZA-FIM.
                EXIT.
