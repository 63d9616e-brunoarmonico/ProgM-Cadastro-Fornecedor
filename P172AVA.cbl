      *OU ALTERAR, QUALQUER NIVEL PARA CONSULTAR. O CNPJ AVALIADO TEM
      *DE EXISTIR NO CADFORN. A CLASSIFICACAO POR RAMO SAI NO P172RAN
      *E A ULTIMA MEDIA APARECE NA CONSULTA DO P172FOR.
      *AO LADO DA NOTA DE PONTUALIDADE A TELA MOSTRA A PONTUALIDADE
      *MEDIDA NOS RECEBIMENTOS DO CADRCB (CARREGADO PELO P172REB) NOS
      *90 DIAS ATE A DATA DA AVALIACAO, O MESMO CALCULO DO P172PON.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPER-CODIGO
               FILE STATUS  IS ERRO.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RCBKEY
               FILE STATUS  IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                   88 OPER-CADASTRO  VALUE 2.
                   88 OPER-SUPERVISOR VALUE 3.

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

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 SOMAMEDIA PIC 9(05)V99 VALUE 0.
           01 MEDIAGERAL PIC 9(02)V99 VALUE 0.
           01 MEDIAED PIC Z9,99.
           01 TEMARQRCB PIC 9(01) VALUE 1.
           01 SERIALAVAL PIC 9(07) VALUE 0.
           01 SERIALCORTE PIC 9(07) VALUE 0.
           01 SERIALREC PIC 9(07) VALUE 0.
           01 RECEB PIC 9(05) VALUE 0.
           01 NOPRAZO PIC 9(05) VALUE 0.
           01 PARCIAIS PIC 9(05) VALUE 0.
           01 DIASPROM PIC 9(07) VALUE 0.
           01 PERCENT PIC 9(03) VALUE 0.
           01 PERCED PIC ZZ9.
           01 MEDIAATR PIC 9(04)V9 VALUE 0.
           01 MEDATRED PIC ZZZ9,9.

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

       SCREEN SECTION.

       PROCEDURE DIVISION.

      *ABRE O ARQUIVO DE AVALIACOES (CRIANDO-O NA PRIMEIRA EXECUCAO)
      *E O CADASTRO DE FORNECEDORES. OS RECEBIMENTOS SAO OPCIONAIS:
      *SEM O CADRCB A TELA SO NAO MOSTRA A PONTUALIDADE MEDIDA
       ARQUIVO.
           OPEN I-O CADAVAL
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN" AT 0622
               GO TO SAIR
           END-IF.
           OPEN INPUT CADRCB
           IF ERRO NOT = "00"
               MOVE 0 TO TEMARQRCB
           END-IF.

      *ABRE O ARQUIVO DE OPERADORES, MANTIDO PELO P172OPE. SEM ELE O
      *PROGRAMA NAO PODE SER USADO
                   IF ACTKEY = 01
                       MOVE 1 TO EXISTENCIA
                       PERFORM LIMPATELA
                       PERFORM EXIBEPONTUAL
                       GO TO R-PONTUAL
                   ELSE
                       PERFORM LIMPATELA
                   GO TO SAIR
               END-IF
           ELSE
               PERFORM EXIBEPONTUAL
               GO TO R-PONTUAL.

      *MOSTRA AO LADO DA NOTA A PONTUALIDADE MEDIDA NOS RECEBIMENTOS
      *DOS 90 DIAS ATE A DATA DA AVALIACAO: PERCENTUAL NO PRAZO
      *PROMETIDO, ATRASO MEDIO EM DIAS E ENTREGAS PARCIAIS
       EXIBEPONTUAL.
           DISPLAY "                                    " AT 0944
           DISPLAY "                                         " AT 1305
           DISPLAY "                        " AT 1346
           IF TEMARQRCB = 1
               MOVE AVA-DATA TO DATAW
               PERFORM CALCSERIAL
               MOVE SERIALW TO SERIALAVAL
               COMPUTE SERIALCORTE = SERIALAVAL - 90
               MOVE ZEROES TO RECEB NOPRAZO PARCIAIS DIASPROM
               MOVE AVA-CNPJ TO RCB-CNPJ
               MOVE ZEROES TO RCB-NUMERO RCB-ITEM RCB-DATAREC
               START CADRCB KEY IS >= RCBKEY
               IF ERRO = "00"
                   PERFORM EXIBEPONTUAL-LOOP
               END-IF
               IF RECEB = 0
                   DISPLAY "MEDIDO: SEM RECEBIMENTOS" AT 0944
               ELSE
                   PERFORM EXIBEPONTUAL-MEDIDA
               END-IF
           END-IF.

      *MOSTRA OS NUMEROS APURADOS NOS RECEBIMENTOS DO PERIODO
       EXIBEPONTUAL-MEDIDA.
           COMPUTE PERCENT ROUNDED = (NOPRAZO * 100) / RECEB
           MOVE PERCENT TO PERCED
           COMPUTE MEDIAATR ROUNDED = DIASPROM / RECEB
           MOVE MEDIAATR TO MEDATRED
           DISPLAY "MEDIDO:     % NO PRAZO" AT 0944
           DISPLAY PERCED AT 0952
           DISPLAY "RECEB. 90 DIAS:       ATRASO MEDIO:        DIAS"
               AT 1305
           DISPLAY RECEB AT 1321
           DISPLAY MEDATRED AT 1341
           DISPLAY "PARCIAIS:" AT 1353
           DISPLAY PARCIAIS AT 1363.

      *PERCORRE OS RECEBIMENTOS DO CNPJ, SO OS DO PERIODO CONTAM
       EXIBEPONTUAL-LOOP.
           READ CADRCB NEXT RECORD
           IF ERRO = "00" AND RCB-CNPJ = AVA-CNPJ
               MOVE RCB-DATAREC TO DATAW
               PERFORM CALCSERIAL
               IF SERIALW > SERIALCORTE AND SERIALW <= SERIALAVAL
                   MOVE SERIALW TO SERIALREC
                   ADD 1 TO RECEB
                   IF RCB-DATAREC <= RCB-PROMETIDA
                       ADD 1 TO NOPRAZO
                   ELSE
                       MOVE RCB-PROMETIDA TO DATAW
                       PERFORM CALCSERIAL
                       COMPUTE DIASPROM = DIASPROM + SERIALREC
                           - SERIALW
                   END-IF
                   IF RCB-QTDREC < RCB-QTDPED
                       ADD 1 TO PARCIAIS
                   END-IF
               END-IF
               GO TO EXIBEPONTUAL-LOOP
           END-IF.

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

      *RECEBE A NOTA DE PONTUALIDADE DE ENTREGA
       R-PONTUAL.
           ACCEPT TAPONTUAL
       SAIR.
           CLOSE CADAVAL.
           CLOSE CADFORN.
           IF TEMARQRCB = 1
               CLOSE CADRCB
           END-IF.
           END PROGRAM P172AVA.
