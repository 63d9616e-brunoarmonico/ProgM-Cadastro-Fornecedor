               RECORD KEY   IS PEDKEY
               FILE STATUS  IS ERRO.

           SELECT CADDOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DOCKEY
               FILE STATUS  IS ERRO.

           SELECT ARQPAR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

       DATA DIVISION.
       FILE SECTION.
           FD CADFORN
                   03 PED-NUMERO  PIC 9(08).
               02 PED-VALOR       PIC 9(09)V99.

      *ARQUIVO DOS DOCUMENTOS DO FORNECEDOR, MANTIDO PELO P172DOC
           FD CADDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOC.DAT".
           01 REGDOC.
               02 DOCKEY.
                   03 DOC-CNPJ    PIC 9(15).
                   03 DOC-TIPO    PIC X(01).
               02 DOC-NUMERO      PIC X(20) VALUE SPACES.
               02 DOC-EMISSAO     PIC 9(08).
               02 DOC-VALIDADE    PIC 9(08).
               02 DOC-OPERADOR    PIC X(08) VALUE SPACES.

      *NOTA MINIMA DA LIBERACAO PRE-COMPRA, GRAVADA PELO P172APT
           FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APTPAR.TXT".
           01 REGPAR.
               02 PAR-NOTAMINIMA  PIC 9(02).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 PED12ED PIC ZZZZ9.
           01 VAL12ED PIC ZZZ.ZZZ.ZZ9,99.

      *LIBERACAO PRE-COMPRA DO FORNECEDOR CONSULTADO, COM AS MESMAS
      *REGRAS E CODIGOS DE MOTIVO DA RESPOSTA DO P172APT AO ERP
           01 NOTAMINIMA PIC 9(02) VALUE 0.
           01 HOJE PIC 9(08) VALUE 0.
           01 QTDMOTIVO PIC 9(01) VALUE 0.
           01 MOTIVOAPT PIC 9(02) VALUE 0.
           01 DOCAUSENTE PIC 9(01) VALUE 0.
           01 DOCVENCIDO PIC 9(01) VALUE 0.
           01 INDTIPO PIC 9(02) VALUE 1.
           01 LISTAMOTIVO.
               02 LMOTIVO OCCURS 6 TIMES.
                   03 LMOT-COD  PIC 99.
                   03 LMOT-SEP  PIC X(01).

      *TABELA DOS TIPOS DE DOCUMENTO, NO MESMO PADRAO DO P172DOC
           01 TABDOCT.
              02 TABDOCT-1 PIC X(51)
          VALUE"FCND FEDERAL    SECND ESTADUAL   SMCND MUNICIPAL  S".
              02 TABDOCT-2 PIC X(51)
          VALUE"GCRF FGTS       STCNDT TRABALHISTSIISO 9001       N".
              02 TABDOCT-3 PIC X(34)
          VALUE"AISO 14001      NOOUTROS         N".
           01 TABDOCTI REDEFINES TABDOCT.
               02 TDITEM OCCURS 8 TIMES.
                   03 TDCOD   PIC X(01).
                   03 TDDESCR PIC X(15).
                   03 TDOBRIG PIC X(01).

      *CAMPOS DO VINCULO FORNECEDOR-ITEM E DA BUSCA POR ITEM
           01 VINCULA PIC X(01) VALUE SPACES.
           01 COTPRECO PIC 9(09) VALUE 0.
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPED" AT 0622
           ELSE
               CONTINUE.
           OPEN INPUT CADDOC
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADDOC
                   CLOSE CADDOC
                   OPEN INPUT CADDOC
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDOC" AT 0622
           ELSE
               CONTINUE.
           MOVE 0 TO NOTAMINIMA
           OPEN INPUT ARQPAR
           IF ERRO = "00"
               READ ARQPAR
               IF ERRO = "00" AND PAR-NOTAMINIMA NUMERIC
                   MOVE PAR-NOTAMINIMA TO NOTAMINIMA
               END-IF
               CLOSE ARQPAR
           END-IF
           CONTINUE.

      *ABRE O ARQUIVO DE OPERADORES, MANTIDO PELO P172OPE. SEM ELE O
           PERFORM EXIBESITUACAO
           PERFORM EXIBEAVALIACAO
           PERFORM EXIBEPEDIDOS
           PERFORM EXIBEAPTIDAO
           DISPLAY "F1 PROXIMO, F2 VOLTAR, F4 VER CONTATOS" AT 1605
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           PERFORM EXIBESITUACAO
           PERFORM EXIBEAVALIACAO
           PERFORM EXIBEPEDIDOS
           PERFORM EXIBEAPTIDAO
           DISPLAY "F1 DELETAR, F2 VOLTAR, F4 VER CONTATOS" AT 1605
           DISPLAY "F5 BLOQUEAR/SUSPENDER, F6 REATIVAR" AT 1705
           ACCEPT AUX AT 2360
               GO TO EXIBEPEDIDOS-LOOP
           END-IF.

      *EXIBE SE O FORNECEDOR ESTA APTO OU INAPTO PARA COMPRA, COM OS
      *CODIGOS DE MOTIVO DO P172APT: 02 SITUACAO NAO ATIVA, 03 DOC.
      *OBRIGATORIO AUSENTE, 04 DOC. OBRIGATORIO VENCIDO, 05 ULTIMA
      *MEDIA ABAIXO DA NOTA MINIMA. O MOTIVO 06 (SEM VINCULO COM O
      *ITEM) NAO OCORRE AQUI: NA BUSCA POR ITEM SO APARECEM
      *FORNECEDORES VINCULADOS
       EXIBEAPTIDAO.
           MOVE 0 TO QTDMOTIVO
           MOVE SPACES TO LISTAMOTIVO
           ACCEPT HOJE FROM DATE YYYYMMDD
           IF NOT FORN-ATIVO
               MOVE 2 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
           END-IF
           MOVE 0 TO DOCAUSENTE
           MOVE 0 TO DOCVENCIDO
           MOVE 1 TO INDTIPO
           PERFORM EXIBEAPTIDAO-LOOP
           IF DOCAUSENTE = 1
               MOVE 3 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
           END-IF
           IF DOCVENCIDO = 1
               MOVE 4 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
           END-IF
           MOVE 0 TO TEMAVAL
           MOVE ZEROES TO ULTMEDIA
           MOVE CNPJ TO AVA-CNPJ
           MOVE ZEROES TO AVA-DATA
           START CADAVAL KEY IS >= AVALKEY
           IF ERRO = "00"
               PERFORM EXIBEAVALIACAO-LOOP
           END-IF
           IF TEMAVAL = 1 AND ULTMEDIA < NOTAMINIMA
               MOVE 5 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
           END-IF
           IF QTDMOTIVO = 0
               DISPLAY "COMPRA: APTO" AT 2046
           ELSE
               DISPLAY "COMPRA: INAPTO" AT 2046
               DISPLAY "MOTIVOS:" AT 2146
               DISPLAY LISTAMOTIVO AT 2155
           END-IF.

      *PROCURA NO CADDOC CADA TIPO OBRIGATORIO DA TABDOCT
       EXIBEAPTIDAO-LOOP.
           IF INDTIPO > 8
               CONTINUE
           ELSE
               IF TDOBRIG(INDTIPO) = "S"
                   MOVE CNPJ TO DOC-CNPJ
                   MOVE TDCOD(INDTIPO) TO DOC-TIPO
                   READ CADDOC
                   IF ERRO NOT = "00"
                       MOVE 1 TO DOCAUSENTE
                   ELSE
                       IF DOC-VALIDADE < HOJE
                           MOVE 1 TO DOCVENCIDO
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO INDTIPO
               GO TO EXIBEAPTIDAO-LOOP
           END-IF.

      *ANOTA O CODIGO DE MOTIVO NA LISTA EXIBIDA
       ANOTAMOTIVO.
           IF QTDMOTIVO < 6
               ADD 1 TO QTDMOTIVO
               MOVE MOTIVOAPT TO LMOT-COD(QTDMOTIVO)
           END-IF.

      *POSICIONA NO PRIMEIRO CONTATO ADICIONAL DO FORNECEDOR EM CADCONT
       VERCONTATOS.
           MOVE CNPJ TO CONT-CNPJ
                   DISPLAY CONTATO AT 1934
                   DISPLAY "SITUACAO:" AT 2005
                   DISPLAY FSITUACAO AT 2015
                   PERFORM EXIBEAPTIDAO
               END-IF
           END-IF
           DISPLAY "F1 PROXIMO FORNECEDOR, F2 ENCERRAR" AT 2105
           DISPLAY "                                         " AT 2005
           DISPLAY "                                         " AT 2105
           DISPLAY "                                         " AT 2205
           DISPLAY "                                         " AT 2305
           DISPLAY "                                 " AT 2046
           DISPLAY "                                 " AT 2146.

      *LIMPA VARIAVEIS DE MEMORIA
       LIMPAVAR.
           CLOSE CADITEM.
           CLOSE CADFITE.
           CLOSE CADPED.
           CLOSE CADDOC.
           END PROGRAM P172FOR.
