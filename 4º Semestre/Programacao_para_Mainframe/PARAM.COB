      *   PTSPORREAL            PONTOS POR REAL DA VENDA
      *   NOMELOJA              RAZAO IMPRESSA NO COMPROVANTE
      *   CNPJLOJA              CNPJ IMPRESSO NO COMPROVANTE
      *   CONTABANCO            CONTA BANCARIA PADRAO DAS BAIXAS
      *   CONTACOBR             CONTA DE CREDITO DO RETORNO CNAB
      *   TOLCONCDIAS           DIAS DE TOLERANCIA NA CONCILIACAO
      *   CONTACARTAO           CONTA DE CREDITO DO REPASSE CARTAO
      *   TOLTAXACART           TOLERANCIA R$ NA TAXA DO CARTAO
      *   MSGDIASVAC            DIAS DE AVISO DA VACINA A VENCER
      *   MSGDIASPARC           DIAS DE AVISO DA PARCELA A VENCER
      *   LGPDRETMES            MESES DE RETENCAO DO CLIENTE INATIVO
      *   UFLOJA                UF DA LOJA (CFOP), PADRAO SP
      *   SODDIASPREC           DIAS ENTRE A BAIXA E A VOLTA DO
      *                         PRECO (EXCECOES SGP079), PADRAO 7
      *   SODPCTPRECO           QUEDA MINIMA % DO PRECO, PADRAO 5
      *   SODPERDAO             R$ MINIMO DE ENCARGO DISPENSADO NA
      *                         BAIXA DE PARCELA, PADRAO 10,00
      *   SODDESCMIN            R$ MINIMO DO DESCONTO LIBERADO NA
      *                         PROPRIA VENDA, PADRAO 0 (TODOS)
      *   SODINVMIN             R$ MINIMO DO AJUSTE DE INVENTARIO
      *                         FEITO POR QUEM CONTOU, PADRAO 0
      *   ABCCORTEA, ABCCORTEB  % ACUMULADO DA RECEITA QUE FECHA AS
      *                         CLASSES A E B (SGP023), PADRAO 80/95
      *   CICLODIASA..C         DIAS ENTRE CONTAGENS DAS CLASSES
      *                         A/B/C (SGP081), PADRAO 30/90/180
      *   CICLOMAXDIA           ITENS NA LISTA DO DIA, PADRAO 30
      *   IELOJA, MUNLOJA, FAXLOJA, ENDLOJA, NUMLOJA, COMPLLOJA,
      *   BAIRROLOJA, CEPLOJA, CONTATOLOJA, FONELOJA
      *                         DADOS DA LOJA NO ARQUIVO SINTEGRA
      * PARAMETRO AUSENTE = O PROGRAMA USA O PADRAO DE SEMPRE
       FD PARAM.
       01 PARAM-REG.
