       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFOPDEF.
       AUTHOR. OSEIAS REIS
      **************************************
      * CFOP DA OPERACAO - CHAMADO POR TODO *
      * PROGRAMA QUE PRECISA CLASSIFICAR    *
      * UMA NOTA (SINTEGRA, LIVROS)         *
      **************************************
      *----------------------------------------------------------------
      * O CFOP NAO FICA GRAVADO NAS VENDAS NEM NAS ENTRADAS: SAI DO
      * TIPO DA OPERACAO E DA UF DO PARCEIRO COMPARADA COM A UF DA
      * LOJA (TABELA CENTRAL, CHAVE UFLOJA, PADRAO SP).
      *   V = VENDA DE MERCADORIA DE TERCEIROS    5102 / 6102
      *   C = COMPRA PARA REVENDA                 1102 / 2102
      *   D = DEVOLUCAO DE VENDA (CADDEV)         1202 / 2202
      *   F = DEVOLUCAO A FORNECEDOR (CADDVF)     5202 / 6202
      * PRIMEIRO NUMERO DE CADA PAR = MESMA UF; SEGUNDO = OUTRA UF.
      * UF DO PARCEIRO EM BRANCO (CONSUMIDOR NO BALCAO) CONTA COMO
      * MESMA UF. OPERACAO DESCONHECIDA DEVOLVE CFOP ZERADO.
      * A UF DA LOJA E LIDA UMA VEZ SO E FICA GUARDADA ENTRE AS
      * CHAMADAS. CENTRALIZADO COMO O FECHACHK.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERROPAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM.DAT".
       01 PARAM-REG.
           05 PAR-CHAVE        PIC X(12).
           05 PAR-VALORNUM     PIC 9(09)V99.
           05 PAR-VALORTXT     PIC X(40).
           05 PAR-DT-ALTERACAO PIC 9(08).
           05 PAR-USUARIO      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROPAR         PIC X(02) VALUE "00".
       77 W-UFLOJA           PIC X(02) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 LNK-CFOPREG.
           03 LNK-OPERACAO     PIC X(01).
           03 LNK-UFPARC       PIC X(02).
           03 LNK-CFOP         PIC 9(04).
           03 LNK-UFLOJA       PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-CFOPREG.
       0000-MAINLINE.
                IF W-UFLOJA = SPACES
                   PERFORM 1000-LE-UFLOJA THRU 1000-LE-UFLOJA-FIM.
                MOVE W-UFLOJA TO LNK-UFLOJA.
                MOVE ZEROS TO LNK-CFOP.
                IF LNK-OPERACAO = "V"
                   MOVE 5102 TO LNK-CFOP.
                IF LNK-OPERACAO = "C"
                   MOVE 1102 TO LNK-CFOP.
                IF LNK-OPERACAO = "D"
                   MOVE 1202 TO LNK-CFOP.
                IF LNK-OPERACAO = "F"
                   MOVE 5202 TO LNK-CFOP.
                IF LNK-CFOP NOT = ZEROS
                   AND LNK-UFPARC NOT = SPACES
                   AND LNK-UFPARC NOT = W-UFLOJA
                   ADD 1000 TO LNK-CFOP.
                GOBACK.
      *
       1000-LE-UFLOJA.
                MOVE "SP" TO W-UFLOJA.
                OPEN INPUT PARAM
                IF ST-ERROPAR NOT = "00"
                   GO TO 1000-LE-UFLOJA-FIM.
                MOVE "UFLOJA" TO PAR-CHAVE.
                READ PARAM
                   NOT INVALID KEY
                      IF PAR-VALORTXT(1:2) NOT = SPACES
                         MOVE PAR-VALORTXT(1:2) TO W-UFLOJA
                      END-IF
                END-READ.
                CLOSE PARAM.
       1000-LE-UFLOJA-FIM.
                EXIT.
