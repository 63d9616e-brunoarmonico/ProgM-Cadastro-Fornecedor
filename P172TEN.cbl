       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172TEN.
      *-----------------------------------------------------------------
      *RELATORIO DE TENDENCIA DOS INDICADORES DA BASE DE FORNECEDORES.
      *LE O HISTORICO CADIND.DAT GRAVADO PELO FECHAMENTO MENSAL DO
      *P172IND E MOSTRA OS ULTIMOS 12 MESES LADO A LADO, UM BLOCO POR
      *RAMO (SOMANDO AS UF) E UM BLOCO DO TOTAL GERAL:
      *  ATIVOS, BLOQUEADOS, SUSPENSOS E INATIVOS
      *  MEDIA DAS AVALIACOES DOS ATIVOS
      *  PERCENTUAL DOS ATIVOS COM TODOS OS DOCUMENTOS OBRIGATORIOS
      *  VALIDOS
      *  QUANTIDADE DE PEDIDOS E VALOR DOS PEDIDOS DO MES (EM R$ MIL)
      *A MEDIA E O PERCENTUAL DO RAMO SAO REFEITOS A PARTIR DAS SOMAS
      *GUARDADAS EM CADA REGISTRO RAMO/UF. MES SEM FECHAMENTO NO
      *HISTORICO SAI COMO "--". O OPERADOR INFORMA O ULTIMO MES DO
      *RELATORIO (ZERO = MES ATUAL).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADIND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS INDKEY
               FILE STATUS  IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *HISTORICO MENSAL DOS INDICADORES, UM REGISTRO POR MES, RAMO E
      *UF
           FD CADIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIND.DAT".
           01 REGIND.
               02 INDKEY.
                   03 IND-ANOMES   PIC 9(06).
                   03 IND-RAMO     PIC 9(02).
                   03 IND-UF       PIC X(02).
               02 IND-QTDATIVO     PIC 9(05).
               02 IND-QTDBLOQ      PIC 9(05).
               02 IND-QTDSUSP      PIC 9(05).
               02 IND-QTDINAT      PIC 9(05).
               02 IND-QTDAVAL      PIC 9(05).
               02 IND-SOMAMEDIA    PIC 9(07)V99.
               02 IND-MEDIA        PIC 9(02)V99.
               02 IND-QTDDOCOK     PIC 9(05).
               02 IND-PERCDOC      PIC 9(03)V99.
               02 IND-QTDPED       PIC 9(07).
               02 IND-VALORPED     PIC 9(11)V99.
               02 IND-GERACAO      PIC 9(08).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 HOJE PIC 9(08) VALUE 0.
           01 HOJEW REDEFINES HOJE.
               02 HOJE-ANOMES PIC 9(06).
               02 HOJE-DIA    PIC 9(02).
           01 MESFINAL PIC 9(06) VALUE 0.
           01 MESFINALW REDEFINES MESFINAL.
               02 FINAL-ANO PIC 9(04).
               02 FINAL-MES PIC 9(02).
           01 MESINICIAL PIC 9(06) VALUE 0.
           01 MESINICIALW REDEFINES MESINICIAL.
               02 INICIAL-ANO PIC 9(04).
               02 INICIAL-MES PIC 9(02).
           01 MESLIDO PIC 9(06) VALUE 0.
           01 MESLIDOW REDEFINES MESLIDO.
               02 LIDO-ANO PIC 9(04).
               02 LIDO-MES PIC 9(02).
           01 MESESBASE PIC 9(06) VALUE 0.
           01 MESESLIDO PIC 9(06) VALUE 0.
           01 INDMES PIC 9(02) VALUE 1.
           01 INDRAMO PIC 9(02) VALUE 1.
           01 INDLINHA PIC 9(02) VALUE 1.
           01 TOTLIDOS PIC 9(06) VALUE 0.
           01 CALCULO PIC 9(11)V99 VALUE 0.

      *MESES DO RELATORIO: ROTULO E MARCA DE FECHAMENTO EXISTENTE
           01 TABMES.
               02 TMITEM OCCURS 12 TIMES.
                   03 TMROTULO.
                       04 TM-BRANCO PIC X(01).
                       04 TM-MES    PIC 9(02).
                       04 TM-BARRA  PIC X(01).
                       04 TM-ANO    PIC 9(04).
                   03 TMFECHADO   PIC 9(01).

      *ACUMULADOS POR RAMO (1 A 15) E TOTAL GERAL (16), MES A MES
           01 TABTEN.
               02 TTRAMO OCCURS 16 TIMES.
                   03 TTTEMDADO PIC 9(01).
                   03 TTMES OCCURS 12 TIMES.
                       04 TT-ATIVO     PIC 9(06).
                       04 TT-BLOQ      PIC 9(06).
                       04 TT-SUSP      PIC 9(06).
                       04 TT-INAT      PIC 9(06).
                       04 TT-QTDAVAL   PIC 9(06).
                       04 TT-SOMAMEDIA PIC 9(08)V99.
                       04 TT-DOCOK     PIC 9(06).
                       04 TT-QTDPED    PIC 9(07).
                       04 TT-VALORPED  PIC 9(13)V99.

      *ROTULOS DAS LINHAS DE CADA BLOCO
           01 TABLINHA.
               02 FILLER PIC X(16) VALUE "ATIVOS".
               02 FILLER PIC X(16) VALUE "BLOQUEADOS".
               02 FILLER PIC X(16) VALUE "SUSPENSOS".
               02 FILLER PIC X(16) VALUE "INATIVOS".
               02 FILLER PIC X(16) VALUE "MEDIA AVALIACAO".
               02 FILLER PIC X(16) VALUE "% DOCS VALIDOS".
               02 FILLER PIC X(16) VALUE "PEDIDOS NO MES".
               02 FILLER PIC X(16) VALUE "VALOR R$ MIL".
           01 TABLINHAI REDEFINES TABLINHA.
               02 TLROTULO PIC X(16) OCCURS 8 TIMES.

      *LINHA DO RELATORIO: ROTULO E UMA COLUNA POR MES
           01 LINHATEN.
               02 LT-ROTULO PIC X(16).
               02 LT-COLUNA OCCURS 12 TIMES.
                   03 LT-TEXTO PIC X(08).
                   03 LT-QTD REDEFINES LT-TEXTO PIC ZZZZZZZ9.
                   03 LT-DEC REDEFINES LT-TEXTO PIC ZZZZ9,99.

      *TABELA DOS RAMOS DE ATIVIDADE, NO MESMO PADRAO DO P172FOR
           01 TABRAMO.
              02 TABRAMO-1 PIC X(54)
          VALUE"01METALURGICO    02MECANICO       03PLASTICO       04F".
              02 TABRAMO-2 PIC X(54)
          VALUE"UNDICAO       05TRANSPORTE     06CONSULTORIA    07PROJ".
              02 TABRAMO-3 PIC X(54)
          VALUE"ETOS       08SERVICOS       09LOGISTICA      10EMBALAG".
              02 TABRAMO-4 PIC X(54)
          VALUE"EM      11INFORMATICA    12MANUTENCAO     13QUALIDADE ".
              02 TABRAMO-5 PIC X(39)
          VALUE"     14ENGENHARIA     15OUTROS         ".
           01 TABRAMOI REDEFINES TABRAMO.
               02 TRITEM OCCURS 15 TIMES.
                   03 TRCOD   PIC 9(02).
                   03 TRDESCR PIC X(15).

       PROCEDURE DIVISION.
      *PEDE O ULTIMO MES DO RELATORIO E MONTA OS ROTULOS DOS 12 MESES
       PARAMETRO.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "TENDENCIA DOS INDICADORES DA BASE DE FORNECEDORES".
           DISPLAY "ULTIMO MES DO RELATORIO (AAAAMM, 0 = MES ATUAL):".
           ACCEPT MESFINAL.
           IF MESFINAL = 0
               MOVE HOJE-ANOMES TO MESFINAL
           END-IF
           IF FINAL-MES < 1 OR FINAL-MES > 12
               DISPLAY "MES INVALIDO"
               STOP RUN
           END-IF
           COMPUTE MESESBASE = FINAL-ANO * 12 + FINAL-MES - 1 - 11
           DIVIDE MESESBASE BY 12 GIVING INICIAL-ANO
               REMAINDER INICIAL-MES
           ADD 1 TO INICIAL-MES
           MOVE ZEROES TO TABTEN
           MOVE INICIAL-ANO TO LIDO-ANO
           MOVE INICIAL-MES TO LIDO-MES
           MOVE 1 TO INDMES
           PERFORM ROTULOMES.

      *ABRE O HISTORICO E POSICIONA NO PRIMEIRO MES DO RELATORIO
       ARQUIVO.
           OPEN INPUT CADIND
           IF ERRO NOT = "00"
               DISPLAY "CADIND NAO ENCONTRADO - EXECUTE O P172IND"
               STOP RUN
           END-IF
           MOVE MESINICIAL TO IND-ANOMES
           MOVE ZEROES TO IND-RAMO
           MOVE SPACES TO IND-UF
           START CADIND KEY IS >= INDKEY
           IF ERRO NOT = "00"
               GO TO IMPRIME
           END-IF.

      *ACUMULA CADA REGISTRO RAMO/UF NO RAMO E NO TOTAL GERAL DO MES
       LEITURA.
           READ CADIND NEXT RECORD
           IF ERRO NOT = "00"
               GO TO IMPRIME
           END-IF
           IF IND-ANOMES > MESFINAL
               GO TO IMPRIME
           END-IF
           ADD 1 TO TOTLIDOS
           MOVE IND-ANOMES TO MESLIDO
           COMPUTE MESESLIDO = LIDO-ANO * 12 + LIDO-MES - 1
           COMPUTE INDMES = MESESLIDO - MESESBASE + 1
           MOVE 1 TO TMFECHADO(INDMES)
           MOVE 16 TO INDRAMO
           PERFORM ACUMULA
           IF IND-RAMO > 0 AND IND-RAMO < 16
               MOVE IND-RAMO TO INDRAMO
               PERFORM ACUMULA
           END-IF
           GO TO LEITURA.

      *SOMA O REGISTRO LIDO NA POSICAO RAMO/MES
       ACUMULA.
           MOVE 1 TO TTTEMDADO(INDRAMO)
           ADD IND-QTDATIVO TO TT-ATIVO(INDRAMO INDMES)
           ADD IND-QTDBLOQ TO TT-BLOQ(INDRAMO INDMES)
           ADD IND-QTDSUSP TO TT-SUSP(INDRAMO INDMES)
           ADD IND-QTDINAT TO TT-INAT(INDRAMO INDMES)
           ADD IND-QTDAVAL TO TT-QTDAVAL(INDRAMO INDMES)
           ADD IND-SOMAMEDIA TO TT-SOMAMEDIA(INDRAMO INDMES)
           ADD IND-QTDDOCOK TO TT-DOCOK(INDRAMO INDMES)
           ADD IND-QTDPED TO TT-QTDPED(INDRAMO INDMES)
           ADD IND-VALORPED TO TT-VALORPED(INDRAMO INDMES).

      *IMPRIME UM BLOCO POR RAMO COM DADOS E O BLOCO DO TOTAL GERAL
       IMPRIME.
           CLOSE CADIND.
           DISPLAY "-------------------------------------------------".
           DISPLAY "TENDENCIA DOS INDICADORES - " MESINICIAL " A "
               MESFINAL.
           DISPLAY "-------------------------------------------------".
           MOVE 1 TO INDRAMO.

       IMPRIME-RAMO.
           IF INDRAMO > 16
               GO TO FIM
           END-IF
           IF TTTEMDADO(INDRAMO) = 0
               ADD 1 TO INDRAMO
               GO TO IMPRIME-RAMO
           END-IF
           DISPLAY " "
           IF INDRAMO = 16
               DISPLAY "TOTAL GERAL"
           ELSE
               DISPLAY "RAMO " TRCOD(INDRAMO) " - " TRDESCR(INDRAMO)
           END-IF
           MOVE SPACES TO LINHATEN
           MOVE 1 TO INDMES
           PERFORM CABECALHOMES
           DISPLAY LINHATEN
           MOVE 1 TO INDLINHA
           PERFORM IMPRIME-LINHA
           ADD 1 TO INDRAMO
           GO TO IMPRIME-RAMO.

      *MONTA E IMPRIME AS 8 LINHAS DO BLOCO
       IMPRIME-LINHA.
           IF INDLINHA > 8
               CONTINUE
           ELSE
               MOVE SPACES TO LINHATEN
               MOVE TLROTULO(INDLINHA) TO LT-ROTULO
               MOVE 1 TO INDMES
               PERFORM MONTACOLUNA
               DISPLAY LINHATEN
               ADD 1 TO INDLINHA
               GO TO IMPRIME-LINHA.

      *PREENCHE A COLUNA DE CADA MES COM O INDICADOR DA LINHA ATUAL
       MONTACOLUNA.
           IF INDMES > 12
               CONTINUE
           ELSE
               IF TMFECHADO(INDMES) = 0
                   MOVE "      --" TO LT-TEXTO(INDMES)
               ELSE
                   PERFORM VALORCOLUNA
               END-IF
               ADD 1 TO INDMES
               GO TO MONTACOLUNA.

      *CALCULA O VALOR DA COLUNA CONFORME A LINHA
       VALORCOLUNA.
           IF INDLINHA = 1
               MOVE TT-ATIVO(INDRAMO INDMES) TO LT-QTD(INDMES)
           END-IF
           IF INDLINHA = 2
               MOVE TT-BLOQ(INDRAMO INDMES) TO LT-QTD(INDMES)
           END-IF
           IF INDLINHA = 3
               MOVE TT-SUSP(INDRAMO INDMES) TO LT-QTD(INDMES)
           END-IF
           IF INDLINHA = 4
               MOVE TT-INAT(INDRAMO INDMES) TO LT-QTD(INDMES)
           END-IF
           IF INDLINHA = 5
               MOVE ZEROES TO CALCULO
               IF TT-QTDAVAL(INDRAMO INDMES) > 0
                   COMPUTE CALCULO ROUNDED =
                       TT-SOMAMEDIA(INDRAMO INDMES)
                       / TT-QTDAVAL(INDRAMO INDMES)
               END-IF
               MOVE CALCULO TO LT-DEC(INDMES)
           END-IF
           IF INDLINHA = 6
               MOVE ZEROES TO CALCULO
               IF TT-ATIVO(INDRAMO INDMES) > 0
                   COMPUTE CALCULO ROUNDED =
                       TT-DOCOK(INDRAMO INDMES) * 100
                       / TT-ATIVO(INDRAMO INDMES)
               END-IF
               MOVE CALCULO TO LT-DEC(INDMES)
           END-IF
           IF INDLINHA = 7
               MOVE TT-QTDPED(INDRAMO INDMES) TO LT-QTD(INDMES)
           END-IF
           IF INDLINHA = 8
               COMPUTE CALCULO ROUNDED =
                   TT-VALORPED(INDRAMO INDMES) / 1000
               MOVE CALCULO TO LT-QTD(INDMES)
           END-IF.

      *PREENCHE O CABECALHO COM OS ROTULOS MM/AAAA DOS 12 MESES
       CABECALHOMES.
           IF INDMES > 12
               CONTINUE
           ELSE
               MOVE TMROTULO(INDMES) TO LT-TEXTO(INDMES)
               ADD 1 TO INDMES
               GO TO CABECALHOMES.

      *MONTA O ROTULO DE CADA MES A PARTIR DO PRIMEIRO
       ROTULOMES.
           IF INDMES > 12
               CONTINUE
           ELSE
               MOVE SPACES TO TM-BRANCO(INDMES)
               MOVE LIDO-MES TO TM-MES(INDMES)
               MOVE "/" TO TM-BARRA(INDMES)
               MOVE LIDO-ANO TO TM-ANO(INDMES)
               MOVE 0 TO TMFECHADO(INDMES)
               ADD 1 TO LIDO-MES
               IF LIDO-MES > 12
                   MOVE 1 TO LIDO-MES
                   ADD 1 TO LIDO-ANO
               END-IF
               ADD 1 TO INDMES
               GO TO ROTULOMES.

       FIM.
           DISPLAY " ".
           DISPLAY "REGISTROS LIDOS DO HISTORICO: " TOTLIDOS.
           STOP RUN.
