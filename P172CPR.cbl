       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172CPR.
      *-----------------------------------------------------------------
      *CONFERENCIA EM LOTE DO PRECO PAGO NOS ITENS DE PEDIDO (ARQUIVO
      *CADIPE, CARREGADO PELO P172IPB) CONTRA AS COTACOES DO VINCULO
      *ITEM X FORNECEDOR (CADFITE). CADA LINHA E CONFERIDA NA DATA DE
      *EMISSAO DO PEDIDO E SAI NO RELATORIO QUANDO CAI EM UM OU MAIS
      *DESTES DESVIOS:
      *  1 ACIMA DA COTACAO - PRECO PAGO ACIMA DA COTACAO VIGENTE DO
      *    PROPRIO FORNECEDOR MAIS A TOLERANCIA INFORMADA;
      *  2 SEM COTACAO VIGENTE - O FORNECEDOR NAO TINHA COTACAO PARA O
      *    ITEM NA DATA DO PEDIDO (SEM VINCULO, PRECO ZERADO, COTACAO
      *    POSTERIOR AO PEDIDO) OU A COTACAO JA ESTAVA VENCIDA;
      *  3 FORA DA MENOR COTACAO - HAVIA COTACAO VIGENTE MAIS BARATA DE
      *    OUTRO FORNECEDOR ATIVO E O PRECO PAGO FICOU ACIMA DELA;
      *  4 SITUACAO NAO ATIVA - O FORNECEDOR NAO ESTAVA COM FSITUACAO
      *    "A" NA DATA DO PEDIDO. A SITUACAO NA DATA VEM DO CADLOG: A
      *    IMAGEM ANTERIOR DA PRIMEIRA ALTERACAO POSTERIOR AO PEDIDO;
      *    SEM ALTERACAO POSTERIOR VALE A SITUACAO ATUAL DO CADFORN.
      *COTACAO VIGENTE NA DATA: PRECO NAO ZERADO, DATA DA COTACAO ATE A
      *DATA DO PEDIDO E VALIDADE A PARTIR DELA (MESMO CRITERIO DO
      *P172COT, APLICADO NA DATA DO PEDIDO EM VEZ DE HOJE).
      *A PERDA E A DIFERENCA ENTRE O PRECO PAGO E O PRECO DE REFERENCIA
      *VEZES A QUANTIDADE: A COTACAO DO PROPRIO FORNECEDOR NO DESVIO 1
      *E A MENOR COTACAO VIGENTE DE FORNECEDOR ATIVO NOS DEMAIS (ZERO
      *QUANDO NAO HA REFERENCIA). UMA LINHA PODE CAIR EM MAIS DE UM
      *DESVIO; A PERDA E APURADA EM CADA UM, POR ISSO OS TOTAIS POR
      *TIPO NAO DEVEM SER SOMADOS ENTRE SI.
      *AS LINHAS SAEM POR COMPRADOR E MES DO PEDIDO, COM O TOTAL DA
      *PERDA DE CADA TIPO DE DESVIO NO FIM DE CADA MES DO COMPRADOR.
      *NO INICIO SAO INFORMADOS A TOLERANCIA EM PERCENTUAL E O PERIODO
      *EM MESES AAAAMM (ZERO NAO LIMITA).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADIPE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS IPEKEY
               FILE STATUS  IS ERRO.

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CNPJ
               FILE STATUS  IS ERRO.

           SELECT CADFITE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FITKEY
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS FIT-CNPJ WITH DUPLICATES.

           SELECT CADLOG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LOGKEY
               FILE STATUS  IS ERRO.

           SELECT WORKSORT ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *ITENS DOS PEDIDOS DE COMPRA, CARREGADOS PELO P172IPB
           FD CADIPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIPE.DAT".
           01 REGIPE.
               02 IPEKEY.
                   03 IPE-CNPJ      PIC 9(15).
                   03 IPE-NUMERO    PIC 9(08).
                   03 IPE-ITEM      PIC 9(06).
               02 IPE-DATA          PIC 9(08).
               02 IPE-COMPRADOR     PIC X(08).
               02 IPE-QTD           PIC 9(07)V999.
               02 IPE-PRECO         PIC 9(07)V99.

           FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           01 REGFORN.
               02 CNPJ         PIC 9(15).
               02 RSOCIAL      PIC X(35) VALUE SPACES.
               02 NOMEF        PIC X(12) VALUE SPACES.
               02 IE           PIC X(20) VALUE SPACES.
               02 FCEP PIC 9(8).
               02 NUMERO       PIC 9(5).
               02 COMPLEMENTO  PIC X(12) VALUE SPACES.
               02 TEL1.
                   03 DDD1     PIC 9(3).
                   03 NUMERO1  PIC 9(9).
               02 TEL2.
                   03 DDD2     PIC 9(3).
                   03 NUMERO2  PIC 9(9).
               02 CONTATO      PIC X(30) VALUE SPACES.
               02 CARGO        PIC X(1)  VALUE SPACES.
               02 EMAIL        PIC X(35) VALUE SPACES.
               02 RAMO         PIC 9(2).
               02 FSITUACAO    PIC X(1)  VALUE "A".
                   88 FORN-ATIVO     VALUE "A".
               02 FMOTIVO      PIC X(30) VALUE SPACES.

      *VINCULO ITEM X FORNECEDOR, COM A COTACAO VIGENTE
           FD CADFITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFITE.DAT".
           01 REGFITE.
               02 FITKEY.
                   03 FIT-ITEM     PIC 9(06).
                   03 FIT-CNPJ     PIC 9(15).
               02 FIT-PRECO        PIC 9(07)V99.
               02 FIT-VALIDADE     PIC 9(08).
               02 FIT-PRAZO        PIC 9(03).
               02 FIT-DATCOT       PIC 9(08).

      *ARQUIVO DE AUDITORIA DAS ALTERACOES FEITAS EM CADFORN
           FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
           01 REGLOG.
               02 LOGKEY.
                   03 LOG-CNPJ     PIC 9(15).
                   03 LOG-DATA     PIC 9(08).
                   03 LOG-HORA     PIC 9(08).
               02 LOG-OPERACAO     PIC X(01).
               02 LOG-ANTES        PIC X(230) VALUE SPACES.
               02 LOG-DEPOIS       PIC X(230) VALUE SPACES.
               02 LOG-OPERADOR     PIC X(08) VALUE SPACES.

      *ARQUIVO DE TRABALHO DA ORDENACAO, UMA LINHA DE PEDIDO COM
      *DESVIO POR REGISTRO
           SD WORKSORT.
           01 WORKREC.
               02 WK-COMPRADOR  PIC X(08).
               02 WK-ANOMES     PIC 9(06).
               02 WK-NUMERO     PIC 9(08).
               02 WK-ITEM       PIC 9(06).
               02 WK-CNPJ       PIC 9(15).
               02 WK-RSOCIAL    PIC X(35).
               02 WK-DATA       PIC 9(08).
               02 WK-QTD        PIC 9(07)V999.
               02 WK-PRECO      PIC 9(07)V99.
               02 WK-COTADO     PIC 9(07)V99.
               02 WK-MENOR      PIC 9(07)V99.
               02 WK-MENORCNPJ  PIC 9(15).
               02 WK-SITDATA    PIC X(01).
               02 WK-TIPOCOT    PIC X(07).
               02 WK-DESVIO     PIC X(01) OCCURS 4 TIMES.
               02 WK-PERDA      PIC 9(09)V99 OCCURS 4 TIMES.

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 TEMARQLOG    PIC 9(01) VALUE 1.
           01 TOLERANCIA   PIC 9(03) VALUE 0.
           01 MESINI       PIC 9(06) VALUE 0.
           01 MESFIM       PIC 9(06) VALUE 999999.
           01 TOTLINHAS    PIC 9(06) VALUE 0.
           01 TOTDESVIOS   PIC 9(06) VALUE 0.
           01 PRIMEIRO     PIC 9(01) VALUE 1.
           01 COMPRADORANT PIC X(08) VALUE SPACES.
           01 MESANT       PIC 9(06) VALUE 0.
           01 INDDESVIO    PIC 9(01) VALUE 1.
           01 TEMDESVIO    PIC 9(01) VALUE 0.
           01 COTVALIDA    PIC 9(01) VALUE 0.
           01 COTADO       PIC 9(07)V99 VALUE 0.
           01 LIMITE       PIC 9(07)V9999 VALUE 0.
           01 MENORPRECO   PIC 9(07)V99 VALUE 0.
           01 MENORCNPJ    PIC 9(15) VALUE 0.
           01 SITDATA      PIC X(01) VALUE SPACES.
           01 TIPOCOT      PIC X(07) VALUE SPACES.
           01 QTDED        PIC Z.ZZZ.ZZ9,999.
           01 PRECOED      PIC Z.ZZZ.ZZ9,99.
           01 COTADOED     PIC Z.ZZZ.ZZ9,99.
           01 MENORED      PIC Z.ZZZ.ZZ9,99.
           01 PERDAED      PIC ZZZ.ZZZ.ZZ9,99.

      *DATA DO PEDIDO DA LINHA, PARA SEPARAR O MES
           01 DATALINHA PIC 9(08) VALUE 0.
           01 DATALINHA-R REDEFINES DATALINHA.
               02 ANOMESL PIC 9(06).
               02 DIAL    PIC 9(02).

      *DESVIOS E PERDAS APURADOS NA LINHA ATUAL, NA ORDEM DOS TIPOS
           01 TABLINHA.
               02 LIN-DESVIO  PIC X(01) OCCURS 4 TIMES.
               02 LIN-PERDA   PIC 9(09)V99 OCCURS 4 TIMES.

      *TOTAIS DE LINHAS E DE PERDA POR TIPO DE DESVIO, DO MES DO
      *COMPRADOR E GERAIS
           01 TABMES.
               02 MES-QTD     PIC 9(05) OCCURS 4 TIMES.
               02 MES-PERDA   PIC 9(11)V99 OCCURS 4 TIMES.
           01 TABGERAL.
               02 GER-QTD     PIC 9(06) OCCURS 4 TIMES.
               02 GER-PERDA   PIC 9(11)V99 OCCURS 4 TIMES.

      *DESCRICAO DOS TIPOS DE DESVIO
           01 TABDESV.
              02 TABDESV-1 PIC X(50)
          VALUE"ACIMA DA COTACAO         SEM COTACAO VIGENTE      ".
              02 TABDESV-2 PIC X(50)
          VALUE"FORA DA MENOR COTACAO    SITUACAO NAO ATIVA       ".
           01 TABDESVI REDEFINES TABDESV.
               02 TDVDESCR PIC X(25) OCCURS 4 TIMES.

      *IMAGEM ANTERIOR DE UMA ALTERACAO DO CADLOG, ABERTA NO LAYOUT DO
      *REGFORN, NO MESMO MOLDE DO P172AUD
           01 IMAGEMANTES PIC X(230) VALUE SPACES.
           01 FORNANTES REDEFINES IMAGEMANTES.
               02 ANT-CNPJ         PIC X(15).
               02 ANT-RSOCIAL      PIC X(35).
               02 ANT-NOMEF        PIC X(12).
               02 ANT-IE           PIC X(20).
               02 ANT-FCEP         PIC X(08).
               02 ANT-NUMERO       PIC X(05).
               02 ANT-COMPLEMENTO  PIC X(12).
               02 ANT-DDD1         PIC X(03).
               02 ANT-NUMERO1      PIC X(09).
               02 ANT-DDD2         PIC X(03).
               02 ANT-NUMERO2      PIC X(09).
               02 ANT-CONTATO      PIC X(30).
               02 ANT-CARGO        PIC X(01).
               02 ANT-EMAIL        PIC X(35).
               02 ANT-RAMO         PIC X(02).
               02 ANT-SITUACAO     PIC X(01).
               02 ANT-MOTIVO       PIC X(30).

       PROCEDURE DIVISION.
      *RECEBE A TOLERANCIA E O PERIODO E GERA O RELATORIO
       RELATORIO.
           DISPLAY "TOLERANCIA SOBRE A COTACAO EM % (ZERO = NENHUMA): "
           ACCEPT TOLERANCIA
           DISPLAY "MES INICIAL AAAAMM (ZERO = SEM LIMITE): "
           ACCEPT MESINI
           DISPLAY "MES FINAL AAAAMM (ZERO = SEM LIMITE): "
           ACCEPT MESFIM
           IF MESFIM = 0
               MOVE 999999 TO MESFIM
           END-IF
           MOVE ZEROES TO TABGERAL
           DISPLAY "-----------------------------------------------"
           DISPLAY "CONFERENCIA DO PRECO PAGO CONTRA A COTACAO"
           DISPLAY "TOLERANCIA " TOLERANCIA "% - POR COMPRADOR E MES"
           DISPLAY "-----------------------------------------------"
           SORT WORKSORT
               ON ASCENDING KEY WK-COMPRADOR WK-ANOMES WK-NUMERO
                   WK-ITEM
               INPUT PROCEDURE IS EXTRAI THRU EXTRAI-FIM
               OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM.
           GO TO RESUMO.

      *LE AS LINHAS DE PEDIDO DO PERIODO, CONFERE CADA UMA E ENVIA A
      *ORDENACAO AS QUE TEM ALGUM DESVIO
       EXTRAI.
           OPEN INPUT CADIPE
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADIPE"
               GO TO EXTRAI-FIM
           END-IF
           OPEN INPUT CADFORN
           OPEN INPUT CADFITE
           OPEN INPUT CADLOG
           IF ERRO NOT = "00"
               MOVE 0 TO TEMARQLOG
           END-IF
           GO TO EXTRAI-LEITURA.

       EXTRAI-LEITURA.
           READ CADIPE
           IF ERRO = "10"
               GO TO EXTRAI-FECHA
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADIPE"
               GO TO EXTRAI-FECHA
           ELSE
               CONTINUE.
           MOVE IPE-DATA TO DATALINHA
           IF ANOMESL < MESINI OR ANOMESL > MESFIM
               GO TO EXTRAI-LEITURA
           END-IF
           ADD 1 TO TOTLINHAS
           MOVE ZEROES TO TABLINHA
           MOVE SPACES TO LIN-DESVIO(1) LIN-DESVIO(2) LIN-DESVIO(3)
               LIN-DESVIO(4)
           MOVE SPACES TO TIPOCOT
           MOVE 0 TO TEMDESVIO
           PERFORM ACHAMENOR
           MOVE IPE-CNPJ TO CNPJ
           READ CADFORN
           IF ERRO NOT = "00"
               MOVE "FORNECEDOR NAO ENCONTRADO NO CADFORN" TO RSOCIAL
               MOVE "?" TO FSITUACAO
           END-IF
           PERFORM CONFCOTACAO
           PERFORM CONFMENOR
           PERFORM CONFSITUACAO
           IF TEMDESVIO = 1
               PERFORM EXTRAI-GRAVA
           END-IF
           GO TO EXTRAI-LEITURA.

      *PROCURA A MENOR COTACAO VIGENTE NA DATA DO PEDIDO ENTRE OS
      *FORNECEDORES ATIVOS VINCULADOS AO ITEM
       ACHAMENOR.
           MOVE ZEROES TO MENORPRECO
           MOVE ZEROES TO MENORCNPJ
           MOVE IPE-ITEM TO FIT-ITEM
           MOVE ZEROES TO FIT-CNPJ
           START CADFITE KEY IS >= FITKEY
           IF ERRO = "00"
               PERFORM ACHAMENOR-LOOP
           END-IF.

       ACHAMENOR-LOOP.
           READ CADFITE NEXT RECORD
           IF ERRO = "00" AND FIT-ITEM = IPE-ITEM
               IF FIT-PRECO NOT = ZEROES AND FIT-VALIDADE >= IPE-DATA
                   AND FIT-DATCOT <= IPE-DATA
                   IF MENORPRECO = ZEROES OR FIT-PRECO < MENORPRECO
                       MOVE FIT-CNPJ TO CNPJ
                       READ CADFORN
                       IF ERRO = "00" AND FORN-ATIVO
                           MOVE FIT-PRECO TO MENORPRECO
                           MOVE FIT-CNPJ TO MENORCNPJ
                       END-IF
                   END-IF
               END-IF
               GO TO ACHAMENOR-LOOP
           END-IF.

      *CONFERE A COTACAO DO PROPRIO FORNECEDOR DA LINHA: AUSENTE,
      *VENCIDA OU VIGENTE; SE VIGENTE, CONFERE A TOLERANCIA
       CONFCOTACAO.
           MOVE 0 TO COTVALIDA
           MOVE ZEROES TO COTADO
           MOVE IPE-ITEM TO FIT-ITEM
           MOVE IPE-CNPJ TO FIT-CNPJ
           READ CADFITE
           IF ERRO NOT = "00"
               MOVE "AUSENTE" TO TIPOCOT
           ELSE
               IF FIT-PRECO = ZEROES OR FIT-DATCOT > IPE-DATA
                   MOVE "AUSENTE" TO TIPOCOT
               ELSE
                   IF FIT-VALIDADE < IPE-DATA
                       MOVE "VENCIDA" TO TIPOCOT
                       MOVE FIT-PRECO TO COTADO
                   ELSE
                       MOVE 1 TO COTVALIDA
                       MOVE FIT-PRECO TO COTADO
                   END-IF
               END-IF
           END-IF
           IF COTVALIDA = 0
               MOVE "S" TO LIN-DESVIO(2)
               MOVE 1 TO TEMDESVIO
               IF MENORPRECO NOT = ZEROES AND IPE-PRECO > MENORPRECO
                   COMPUTE LIN-PERDA(2) ROUNDED =
                       (IPE-PRECO - MENORPRECO) * IPE-QTD
               END-IF
           ELSE
               COMPUTE LIMITE = COTADO * (100 + TOLERANCIA) / 100
               IF IPE-PRECO > LIMITE
                   MOVE "S" TO LIN-DESVIO(1)
                   MOVE 1 TO TEMDESVIO
                   COMPUTE LIN-PERDA(1) ROUNDED =
                       (IPE-PRECO - COTADO) * IPE-QTD
               END-IF
           END-IF.

      *CONFERE SE A COMPRA FOI FEITA FORA DA MENOR COTACAO VIGENTE:
      *OUTRO FORNECEDOR ATIVO COTAVA MAIS BARATO E O PRECO PAGO FICOU
      *ACIMA DESSA COTACAO. EMPATE COM A COTACAO DO PROPRIO FORNECEDOR
      *NAO CONTA COMO DESVIO
       CONFMENOR.
           IF MENORPRECO NOT = ZEROES AND MENORCNPJ NOT = IPE-CNPJ
               AND IPE-PRECO > MENORPRECO
               IF COTVALIDA = 1 AND COTADO = MENORPRECO
                   CONTINUE
               ELSE
                   MOVE "S" TO LIN-DESVIO(3)
                   MOVE 1 TO TEMDESVIO
                   COMPUTE LIN-PERDA(3) ROUNDED =
                       (IPE-PRECO - MENORPRECO) * IPE-QTD
               END-IF
           END-IF.

      *APURA A SITUACAO DO FORNECEDOR NA DATA DO PEDIDO: A PRIMEIRA
      *OPERACAO DO CADLOG POSTERIOR AO DIA DO PEDIDO GUARDA NA IMAGEM
      *ANTERIOR A SITUACAO QUE VALIA NAQUELA DATA. SE ESSA OPERACAO E
      *A INCLUSAO, O FORNECEDOR AINDA NEM ESTAVA CADASTRADO. SEM
      *OPERACAO POSTERIOR, VALE A SITUACAO ATUAL DO CADFORN
       CONFSITUACAO.
           MOVE FSITUACAO TO SITDATA
           IF TEMARQLOG = 1
               MOVE IPE-CNPJ TO LOG-CNPJ
               MOVE IPE-DATA TO LOG-DATA
               MOVE 99999999 TO LOG-HORA
               START CADLOG KEY IS > LOGKEY
               IF ERRO = "00"
                   READ CADLOG NEXT RECORD
                   IF ERRO = "00" AND LOG-CNPJ = IPE-CNPJ
                       IF LOG-OPERACAO = "I"
                           MOVE "N" TO SITDATA
                       ELSE
                           MOVE LOG-ANTES TO IMAGEMANTES
                           MOVE ANT-SITUACAO TO SITDATA
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF SITDATA NOT = "A"
               MOVE "S" TO LIN-DESVIO(4)
               MOVE 1 TO TEMDESVIO
               IF MENORPRECO NOT = ZEROES AND IPE-PRECO > MENORPRECO
                   COMPUTE LIN-PERDA(4) ROUNDED =
                       (IPE-PRECO - MENORPRECO) * IPE-QTD
               END-IF
           END-IF.

      *ENVIA A ORDENACAO A LINHA COM DESVIO
       EXTRAI-GRAVA.
           ADD 1 TO TOTDESVIOS
           MOVE IPE-COMPRADOR TO WK-COMPRADOR
           MOVE ANOMESL TO WK-ANOMES
           MOVE IPE-NUMERO TO WK-NUMERO
           MOVE IPE-ITEM TO WK-ITEM
           MOVE IPE-CNPJ TO WK-CNPJ
           MOVE RSOCIAL TO WK-RSOCIAL
           MOVE IPE-DATA TO WK-DATA
           MOVE IPE-QTD TO WK-QTD
           MOVE IPE-PRECO TO WK-PRECO
           MOVE COTADO TO WK-COTADO
           MOVE MENORPRECO TO WK-MENOR
           MOVE MENORCNPJ TO WK-MENORCNPJ
           MOVE SITDATA TO WK-SITDATA
           MOVE TIPOCOT TO WK-TIPOCOT
           MOVE LIN-DESVIO(1) TO WK-DESVIO(1)
           MOVE LIN-DESVIO(2) TO WK-DESVIO(2)
           MOVE LIN-DESVIO(3) TO WK-DESVIO(3)
           MOVE LIN-DESVIO(4) TO WK-DESVIO(4)
           MOVE LIN-PERDA(1) TO WK-PERDA(1)
           MOVE LIN-PERDA(2) TO WK-PERDA(2)
           MOVE LIN-PERDA(3) TO WK-PERDA(3)
           MOVE LIN-PERDA(4) TO WK-PERDA(4)
           RELEASE WORKREC.

       EXTRAI-FECHA.
           CLOSE CADIPE.
           CLOSE CADFORN.
           CLOSE CADFITE.
           IF TEMARQLOG = 1
               CLOSE CADLOG
           END-IF.

       EXTRAI-FIM.
           CONTINUE.

      *IMPRIME AS LINHAS COM DESVIO, AGRUPADAS POR COMPRADOR E MES,
      *COM OS TOTAIS DO MES DO COMPRADOR A CADA QUEBRA
       IMPRIME.
           MOVE SPACES TO COMPRADORANT.
           MOVE 0 TO MESANT.
           MOVE 1 TO PRIMEIRO.
           MOVE ZEROES TO TABMES.
           GO TO IMPRIME-LEITURA.

       IMPRIME-LEITURA.
           RETURN WORKSORT
               AT END
                   IF PRIMEIRO = 0
                       PERFORM TOTALMES
                   END-IF
                   GO TO IMPRIME-FIM
           END-RETURN
           IF PRIMEIRO = 1 OR WK-COMPRADOR NOT = COMPRADORANT
               OR WK-ANOMES NOT = MESANT
               IF PRIMEIRO = 0
                   PERFORM TOTALMES
               END-IF
               MOVE 0 TO PRIMEIRO
               MOVE WK-COMPRADOR TO COMPRADORANT
               MOVE WK-ANOMES TO MESANT
               MOVE ZEROES TO TABMES
               DISPLAY " "
               DISPLAY "COMPRADOR " COMPRADORANT " - MES " MESANT
           END-IF
           GO TO IMPRIME-LINHA.

      *IMPRIME A LINHA DE PEDIDO E OS DESVIOS EM QUE ELA CAIU
       IMPRIME-LINHA.
           MOVE WK-QTD TO QTDED
           MOVE WK-PRECO TO PRECOED
           MOVE WK-COTADO TO COTADOED
           MOVE WK-MENOR TO MENORED
           DISPLAY "  PEDIDO " WK-NUMERO " DE " WK-DATA
               " ITEM " WK-ITEM " " WK-CNPJ " " WK-RSOCIAL
           IF WK-MENOR = ZEROES
               DISPLAY "      QTD " QTDED " PAGO " PRECOED
                   " COTADO " COTADOED " MENOR COTACAO: NENHUMA"
           ELSE
               DISPLAY "      QTD " QTDED " PAGO " PRECOED
                   " COTADO " COTADOED " MENOR " MENORED
                   " DE " WK-MENORCNPJ
           END-IF
           MOVE 1 TO INDDESVIO
           PERFORM IMPRIME-DESVIO
           GO TO IMPRIME-LEITURA.

      *IMPRIME CADA DESVIO MARCADO NA LINHA E SOMA NO MES
       IMPRIME-DESVIO.
           IF INDDESVIO > 4
               CONTINUE
           ELSE
               IF WK-DESVIO(INDDESVIO) = "S"
                   MOVE WK-PERDA(INDDESVIO) TO PERDAED
                   IF INDDESVIO = 2
                       DISPLAY "      * " TDVDESCR(INDDESVIO)
                           " (" WK-TIPOCOT ") PERDA " PERDAED
                   ELSE
                       IF INDDESVIO = 4
                           DISPLAY "      * " TDVDESCR(INDDESVIO)
                               " (SITUACAO " WK-SITDATA ") PERDA "
                               PERDAED
                       ELSE
                           DISPLAY "      * " TDVDESCR(INDDESVIO)
                               " PERDA " PERDAED
                       END-IF
                   END-IF
                   ADD 1 TO MES-QTD(INDDESVIO)
                   ADD WK-PERDA(INDDESVIO) TO MES-PERDA(INDDESVIO)
               END-IF
               ADD 1 TO INDDESVIO
               GO TO IMPRIME-DESVIO
           END-IF.

       IMPRIME-FIM.
           CONTINUE.

      *IMPRIME OS TOTAIS DO MES DO COMPRADOR POR TIPO DE DESVIO E
      *LEVA PARA OS TOTAIS GERAIS
       TOTALMES.
           DISPLAY "  TOTAL DO MES " MESANT " DO COMPRADOR "
               COMPRADORANT
           MOVE 1 TO INDDESVIO
           PERFORM TOTALMES-LOOP.

       TOTALMES-LOOP.
           IF INDDESVIO > 4
               CONTINUE
           ELSE
               MOVE MES-PERDA(INDDESVIO) TO PERDAED
               DISPLAY "    " TDVDESCR(INDDESVIO) " LINHAS "
                   MES-QTD(INDDESVIO) " PERDA " PERDAED
               ADD MES-QTD(INDDESVIO) TO GER-QTD(INDDESVIO)
               ADD MES-PERDA(INDDESVIO) TO GER-PERDA(INDDESVIO)
               ADD 1 TO INDDESVIO
               GO TO TOTALMES-LOOP
           END-IF.

      *RESUMO GERAL DA CONFERENCIA
       RESUMO.
           DISPLAY " ".
           DISPLAY "-----------------------------------------------".
           DISPLAY "TOTAL GERAL POR TIPO DE DESVIO".
           DISPLAY "-----------------------------------------------".
           MOVE 1 TO INDDESVIO.
           PERFORM RESUMO-LOOP.
           DISPLAY " ".
           DISPLAY "LINHAS CONFERIDAS.........: " TOTLINHAS.
           DISPLAY "LINHAS COM DESVIO.........: " TOTDESVIOS.
           STOP RUN.

       RESUMO-LOOP.
           IF INDDESVIO > 4
               CONTINUE
           ELSE
               MOVE GER-PERDA(INDDESVIO) TO PERDAED
               DISPLAY TDVDESCR(INDDESVIO) " LINHAS "
                   GER-QTD(INDDESVIO) " PERDA " PERDAED
               ADD 1 TO INDDESVIO
               GO TO RESUMO-LOOP
           END-IF.
