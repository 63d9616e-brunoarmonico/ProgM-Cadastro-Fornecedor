       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172PON.
      *-----------------------------------------------------------------
      *RELATORIO EM LOTE DA PONTUALIDADE DE ENTREGA MEDIDA NOS
      *RECEBIMENTOS DE MERCADORIA (ARQUIVO CADRCB, CARREGADO PELO
      *P172REB), UMA LINHA POR FORNECEDOR, AGRUPADO POR RAMO:
      *  - QUANTIDADE DE RECEBIMENTOS NO PERIODO;
      *  - PERCENTUAL RECEBIDO ATE A DATA PROMETIDA NO PEDIDO;
      *  - ATRASO MEDIO EM DIAS CONTRA A DATA PROMETIDA (RECEBIMENTO
      *    NO PRAZO CONTA COMO ZERO DIAS);
      *  - ATRASO MEDIO EM DIAS CONTRA O PRAZO COTADO (EMISSAO DO
      *    PEDIDO MAIS O FIT-PRAZO DO CADFITE PARA O ITEM), SO SOBRE OS
      *    RECEBIMENTOS CUJO ITEM TEM PRAZO COTADO PARA O FORNECEDOR;
      *  - QUANTIDADE DE ENTREGAS PARCIAIS (RECEBIDO MENOS QUE O
      *    PEDIDO).
      *O PERIODO E INFORMADO EM DIAS CORRIDOS ATE HOJE; ZERO ASSUME OS
      *90 DIAS DO TRIMESTRE DA AVALIACAO, O MESMO PERIODO QUE O
      *P172AVA MOSTRA AO LADO DA NOTA DE PONTUALIDADE.
      *NO FIM SAI O QUADRO DE PONTUALIDADE POR RAMO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CNPJ
               FILE STATUS  IS ERRO.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RCBKEY
               FILE STATUS  IS ERRO.

           SELECT CADFITE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FITKEY
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS FIT-CNPJ WITH DUPLICATES.

           SELECT WORKSORT ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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
               02 FMOTIVO      PIC X(30) VALUE SPACES.

      *RECEBIMENTOS DE MERCADORIA, CARREGADOS PELO P172REB
           FD CADRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCB.DAT".
           01 REGRCB.
               02 RCBKEY.
                   03 RCB-CNPJ      PIC 9(15).
                   03 RCB-NUMERO    PIC 9(08).
                   03 RCB-ITEM      PIC 9(06).
                   03 RCB-DATAREC   PIC 9(08).
               02 RCB-DATAPED       PIC 9(08).
               02 RCB-PROMETIDA     PIC 9(08).
               02 RCB-QTDREC        PIC 9(07)V999.
               02 RCB-QTDPED        PIC 9(07)V999.

      *VINCULO ITEM X FORNECEDOR, MANTIDO PELO P172ITE
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

      *ARQUIVO DE TRABALHO DA ORDENACAO, UM REGISTRO POR FORNECEDOR
      *COM RECEBIMENTO NO PERIODO
           SD WORKSORT.
           01 WORKREC.
               02 WK-RAMO      PIC 9(02).
               02 WK-CNPJ      PIC 9(15).
               02 WK-RSOCIAL   PIC X(35).
               02 WK-RECEB     PIC 9(05).
               02 WK-NOPRAZO   PIC 9(05).
               02 WK-DIASPROM  PIC 9(07).
               02 WK-COMCOT    PIC 9(05).
               02 WK-DIASCOT   PIC 9(07).
               02 WK-PARCIAIS  PIC 9(05).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 TEMARQFIT   PIC 9(01) VALUE 1.
           01 TOTFORN     PIC 9(06) VALUE 0.
           01 TOTRECEB    PIC 9(06) VALUE 0.
           01 TOTNOPRAZO  PIC 9(06) VALUE 0.
           01 TOTPARCIAIS PIC 9(06) VALUE 0.
           01 RAMOANT     PIC 9(02) VALUE 0.
           01 PRIMEIRO    PIC 9(01) VALUE 1.
           01 HOJE        PIC 9(08) VALUE 0.
           01 SERIALHOJE  PIC 9(07) VALUE 0.
           01 DIASPERIODO PIC 9(03) VALUE 0.
           01 SERIALCORTE PIC 9(07) VALUE 0.
           01 SERIALREC   PIC 9(07) VALUE 0.
           01 SERIALPREV  PIC 9(07) VALUE 0.
           01 INDRAMO     PIC 9(02) VALUE 1.
           01 RAMOVALIDO  PIC 9(01) VALUE 0.
           01 RECEB       PIC 9(05) VALUE 0.
           01 NOPRAZO     PIC 9(05) VALUE 0.
           01 DIASPROM    PIC 9(07) VALUE 0.
           01 COMCOT      PIC 9(05) VALUE 0.
           01 DIASCOT     PIC 9(07) VALUE 0.
           01 PARCIAIS    PIC 9(05) VALUE 0.
           01 PERCENT     PIC 9(03) VALUE 0.
           01 PERCED      PIC ZZ9.
           01 MEDIAATR    PIC 9(04)V9 VALUE 0.
           01 MEDPROMED   PIC ZZZ9,9.
           01 MEDCOTED    PIC ZZZ9,9.

      *QUADRO DE PONTUALIDADE POR RAMO, INDEXADO PELO PROPRIO CODIGO
      *DO RAMO (01 A 15 NA TABRAMO)
           01 TABPONT.
               02 PONITEM OCCURS 15 TIMES.
                   03 PON-FORN     PIC 9(05).
                   03 PON-RECEB    PIC 9(06).
                   03 PON-NOPRAZO  PIC 9(06).
                   03 PON-PARCIAIS PIC 9(06).

      *CAMPOS DO CALCULO DO NUMERO SERIAL DE UMA DATA AAAAMMDD, NO
      *MESMO MOLDE DO P172DOV
           01 DATAW PIC 9(08) VALUE 0.
           01 DATAW-R REDEFINES DATAW.
               02 ANOW  PIC 9(04).
               02 MESW  PIC 9(02).
               02 DIAW  PIC 9(02).
           01 ANOW2   PIC 9(04) VALUE 0.
           01 MESW2   PIC 9(02) VALUE 0.
           01 QUOC4   PIC 9(04) VALUE 0.
           01 QUOC100 PIC 9(04) VALUE 0.
           01 QUOC400 PIC 9(04) VALUE 0.
           01 AUXMES  PIC 9(04) VALUE 0.
           01 QUOCMES PIC 9(04) VALUE 0.
           01 SERIALW PIC 9(07) VALUE 0.

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
      *RECEBE O PERIODO, APURA O SERIAL DO CORTE, ZERA O QUADRO E
      *GERA A LISTAGEM
       RELATORIO.
           DISPLAY "DIAS DO PERIODO ATE HOJE (ZERO = 90): "
           ACCEPT DIASPERIODO
           IF DIASPERIODO = 0
               MOVE 90 TO DIASPERIODO
           END-IF
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE TO DATAW
           PERFORM CALCSERIAL
           MOVE SERIALW TO SERIALHOJE
           COMPUTE SERIALCORTE = SERIALHOJE - DIASPERIODO
           MOVE ZEROES TO TABPONT
           DISPLAY "-----------------------------------------------"
           DISPLAY "PONTUALIDADE DE ENTREGA MEDIDA POR FORNECEDOR"
           DISPLAY "RECEBIMENTOS DOS ULTIMOS " DIASPERIODO " DIAS"
           DISPLAY "-----------------------------------------------"
           SORT WORKSORT
               ON ASCENDING KEY WK-RAMO WK-CNPJ
               INPUT PROCEDURE IS EXTRAI THRU EXTRAI-FIM
               OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM.
           GO TO QUADRO.

      *LE O CADFORN POR COMPLETO E, PARA CADA FORNECEDOR, APURA OS
      *RECEBIMENTOS DO PERIODO
       EXTRAI.
           OPEN INPUT CADFORN
           OPEN INPUT CADRCB
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRCB"
               CLOSE CADFORN
               GO TO EXTRAI-FIM
           END-IF
           OPEN INPUT CADFITE
           IF ERRO NOT = "00"
               MOVE 0 TO TEMARQFIT
           END-IF
           GO TO EXTRAI-LEITURA.

       EXTRAI-LEITURA.
           READ CADFORN
           IF ERRO = "10"
               GO TO EXTRAI-FECHA
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFORN"
               GO TO EXTRAI-FECHA
           ELSE
               CONTINUE.
           MOVE ZEROES TO RECEB NOPRAZO DIASPROM COMCOT DIASCOT
           MOVE ZEROES TO PARCIAIS
           MOVE CNPJ TO RCB-CNPJ
           MOVE ZEROES TO RCB-NUMERO RCB-ITEM RCB-DATAREC
           START CADRCB KEY IS >= RCBKEY
           IF ERRO = "00"
               PERFORM EXTRAI-RCB
           END-IF
           IF RECEB = 0
               GO TO EXTRAI-LEITURA
           END-IF
           GO TO EXTRAI-GRAVA.

      *PERCORRE OS RECEBIMENTOS DO CNPJ, SO OS DO PERIODO CONTAM
       EXTRAI-RCB.
           READ CADRCB NEXT RECORD
           IF ERRO = "00" AND RCB-CNPJ = CNPJ
               MOVE RCB-DATAREC TO DATAW
               PERFORM CALCSERIAL
               IF SERIALW > SERIALCORTE AND SERIALW <= SERIALHOJE
                   MOVE SERIALW TO SERIALREC
                   PERFORM APURARCB
               END-IF
               GO TO EXTRAI-RCB
           END-IF.

      *SOMA O RECEBIMENTO NOS CONTADORES DO FORNECEDOR: PRAZO
      *PROMETIDO, PRAZO COTADO E ENTREGA PARCIAL
       APURARCB.
           ADD 1 TO RECEB
           IF RCB-DATAREC <= RCB-PROMETIDA
               ADD 1 TO NOPRAZO
           ELSE
               MOVE RCB-PROMETIDA TO DATAW
               PERFORM CALCSERIAL
               COMPUTE DIASPROM = DIASPROM + SERIALREC - SERIALW
           END-IF
           IF RCB-QTDREC < RCB-QTDPED
               ADD 1 TO PARCIAIS
           END-IF
           IF TEMARQFIT = 1
               MOVE RCB-ITEM TO FIT-ITEM
               MOVE RCB-CNPJ TO FIT-CNPJ
               READ CADFITE
               IF ERRO = "00" AND FIT-PRAZO > 0
                   ADD 1 TO COMCOT
                   MOVE RCB-DATAPED TO DATAW
                   PERFORM CALCSERIAL
                   COMPUTE SERIALPREV = SERIALW + FIT-PRAZO
                   IF SERIALREC > SERIALPREV
                       COMPUTE DIASCOT = DIASCOT + SERIALREC
                           - SERIALPREV
                   END-IF
               END-IF
           END-IF.

      *ENVIA A ORDENACAO O FORNECEDOR COM RECEBIMENTO NO PERIODO E
      *SOMA NO QUADRO DO RAMO
       EXTRAI-GRAVA.
           ADD 1 TO TOTFORN
           ADD RECEB TO TOTRECEB
           ADD NOPRAZO TO TOTNOPRAZO
           ADD PARCIAIS TO TOTPARCIAIS
           IF RAMO >= 1 AND RAMO <= 15
               ADD 1 TO PON-FORN(RAMO)
               ADD RECEB TO PON-RECEB(RAMO)
               ADD NOPRAZO TO PON-NOPRAZO(RAMO)
               ADD PARCIAIS TO PON-PARCIAIS(RAMO)
           END-IF
           MOVE RAMO TO WK-RAMO
           MOVE CNPJ TO WK-CNPJ
           MOVE RSOCIAL TO WK-RSOCIAL
           MOVE RECEB TO WK-RECEB
           MOVE NOPRAZO TO WK-NOPRAZO
           MOVE DIASPROM TO WK-DIASPROM
           MOVE COMCOT TO WK-COMCOT
           MOVE DIASCOT TO WK-DIASCOT
           MOVE PARCIAIS TO WK-PARCIAIS
           RELEASE WORKREC
           GO TO EXTRAI-LEITURA.

       EXTRAI-FECHA.
           CLOSE CADFORN.
           CLOSE CADRCB.
           IF TEMARQFIT = 1
               CLOSE CADFITE
           END-IF.

       EXTRAI-FIM.
           CONTINUE.

      *CALCULA O NUMERO SERIAL DA DATA EM DATAW, COM O AJUSTE DE
      *JANEIRO/FEVEREIRO PARA O ANO BISSEXTO CAIR NO LUGAR CERTO
       CALCSERIAL.
           IF MESW < 3
               COMPUTE ANOW2 = ANOW - 1
               COMPUTE MESW2 = MESW + 12
           ELSE
               MOVE ANOW TO ANOW2
               MOVE MESW TO MESW2
           END-IF
           DIVIDE ANOW2 BY 4 GIVING QUOC4
           DIVIDE ANOW2 BY 100 GIVING QUOC100
           DIVIDE ANOW2 BY 400 GIVING QUOC400
           COMPUTE AUXMES = 153 * (MESW2 + 1)
           DIVIDE AUXMES BY 5 GIVING QUOCMES
           COMPUTE SERIALW = 365 * ANOW2 + QUOC4 - QUOC100 + QUOC400
               + QUOCMES + DIAW.

      *IMPRIME OS FORNECEDORES AGRUPADOS POR RAMO
       IMPRIME.
           MOVE 0 TO RAMOANT.
           MOVE 1 TO PRIMEIRO.
           GO TO IMPRIME-LEITURA.

       IMPRIME-LEITURA.
           RETURN WORKSORT
               AT END
                   GO TO IMPRIME-FIM
           END-RETURN
           IF WK-RAMO NOT = RAMOANT OR PRIMEIRO = 1
               MOVE 0 TO PRIMEIRO
               MOVE WK-RAMO TO RAMOANT
               GO TO CABECALHORAMO
           END-IF
           GO TO IMPRIME-LINHA.

      *IMPRIME A LINHA DO FORNECEDOR COM OS INDICADORES DO PERIODO
       IMPRIME-LINHA.
           COMPUTE PERCENT ROUNDED = (WK-NOPRAZO * 100) / WK-RECEB
           MOVE PERCENT TO PERCED
           COMPUTE MEDIAATR ROUNDED = WK-DIASPROM / WK-RECEB
           MOVE MEDIAATR TO MEDPROMED
           DISPLAY "  " WK-CNPJ " " WK-RSOCIAL
           IF WK-COMCOT = 0
               DISPLAY "      RECEB " WK-RECEB " NO PRAZO " PERCED "%"
                   " ATRASO MEDIO PROMETIDO " MEDPROMED
                   " COTADO   SEM PRAZO"
                   " PARCIAIS " WK-PARCIAIS
           ELSE
               COMPUTE MEDIAATR ROUNDED = WK-DIASCOT / WK-COMCOT
               MOVE MEDIAATR TO MEDCOTED
               DISPLAY "      RECEB " WK-RECEB " NO PRAZO " PERCED "%"
                   " ATRASO MEDIO PROMETIDO " MEDPROMED
                   " COTADO " MEDCOTED
                   " PARCIAIS " WK-PARCIAIS
           END-IF
           GO TO IMPRIME-LEITURA.

       IMPRIME-FIM.
           CONTINUE.

      *IMPRIME O CABECALHO DE UM NOVO GRUPO DE RAMO
       CABECALHORAMO.
           DISPLAY " ".
           GO TO ACHARAMO.

      *VOLTA DA LOCALIZACAO NA TABRAMO PARA TERMINAR O CABECALHO
       CABECALHORAMO-FIM.
           IF RAMOVALIDO = 1
               DISPLAY "RAMO " RAMOANT " - " TRDESCR(INDRAMO)
           ELSE
               DISPLAY "RAMO " RAMOANT " - RAMO NAO ENCONTRADO"
           END-IF
           GO TO IMPRIME-LINHA.

      *LOCALIZA NA TABRAMO A DESCRICAO DO RAMO ATUAL DO GRUPO
       ACHARAMO.
           MOVE 1 TO INDRAMO
           MOVE 0 TO RAMOVALIDO
           GO TO ACHARAMO-LOOP.

       ACHARAMO-LOOP.
           IF INDRAMO > 15
               GO TO CABECALHORAMO-FIM
           ELSE
               IF RAMOANT = TRCOD(INDRAMO)
                   MOVE 1 TO RAMOVALIDO
                   GO TO CABECALHORAMO-FIM
               ELSE
                   ADD 1 TO INDRAMO
                   GO TO ACHARAMO-LOOP.

      *IMPRIME O QUADRO DE PONTUALIDADE POR RAMO E O RESUMO GERAL
       QUADRO.
           DISPLAY " ".
           DISPLAY "-----------------------------------------------".
           DISPLAY "PONTUALIDADE POR RAMO".
           DISPLAY "-----------------------------------------------".
           MOVE 1 TO INDRAMO.
           GO TO QUADRO-LOOP.

       QUADRO-LOOP.
           IF INDRAMO > 15
               GO TO RESUMO
           END-IF
           IF PON-RECEB(INDRAMO) = 0
               ADD 1 TO INDRAMO
               GO TO QUADRO-LOOP
           END-IF
           COMPUTE PERCENT ROUNDED =
               (PON-NOPRAZO(INDRAMO) * 100) / PON-RECEB(INDRAMO)
           MOVE PERCENT TO PERCED
           DISPLAY TRCOD(INDRAMO) " " TRDESCR(INDRAMO)
               " FORNEC " PON-FORN(INDRAMO)
               " RECEB " PON-RECEB(INDRAMO)
               " NO PRAZO " PERCED "%"
               " PARCIAIS " PON-PARCIAIS(INDRAMO)
           ADD 1 TO INDRAMO
           GO TO QUADRO-LOOP.

      *RESUMO GERAL DO RELATORIO
       RESUMO.
           DISPLAY " ".
           DISPLAY "FORNECEDORES COM RECEBIMENTO: " TOTFORN.
           DISPLAY "RECEBIMENTOS NO PERIODO.....: " TOTRECEB.
           DISPLAY "RECEBIDOS NO PRAZO..........: " TOTNOPRAZO.
           DISPLAY "ENTREGAS PARCIAIS...........: " TOTPARCIAIS.
           STOP RUN.
