               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPER-CODIGO
               FILE STATUS  IS ERRO.

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CNPJ
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS RSOCIAL WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOMEF WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                   88 OPER-CADASTRO  VALUE 2.
                   88 OPER-SUPERVISOR VALUE 3.

      *CADASTRO DE FORNECEDORES, LIDO SO PARA CONTAR OS FORNECEDORES
      *QUE AINDA USAM O CEP ANTES DA EXCLUSAO
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

       WORKING-STORAGE SECTION.

           01 TABUF PIC X(54)
           01 SENHAINF PIC X(08) VALUE SPACES.
           01 TENTATIVAS PIC 9(01) VALUE 0.

      *QUANTIDADE DE FORNECEDORES DO CADFORN QUE USAM O CEP A EXCLUIR
           01 QTDREF PIC 9(05) VALUE 0.

       SCREEN SECTION.

       01  TELACEP.
                           DISPLAY "SEM PERMISSAO PARA DELETAR" AT 2110
                           GO TO MENU-PRINCIPAL
                       END-IF
                       PERFORM CONTAREF THRU CONTAREF-FIM
                       IF QTDREF > 0
                           PERFORM LIMPATELA
                           DISPLAY "CEP EM USO NO CADFORN - EXCLUSAO"
                               AT 2110
                           DISPLAY "RECUSADA. FORNECEDORES:" AT 2210
                           DISPLAY QTDREF AT 2234
                           GO TO MENU-PRINCIPAL
                       END-IF
                       DELETE CADCEP
                       IF ERRO = "00"
                           PERFORM LIMPATELA
               GO TO MENU-PRINCIPAL
           END-IF.

      *CONTA OS FORNECEDORES DO CADFORN CUJO FCEP E O CEP EM TELA.
      *SEM O CADFORN NAO HA REFERENCIA A CONFERIR
       CONTAREF.
           MOVE 0 TO QTDREF
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
               GO TO CONTAREF-FIM
           END-IF
           MOVE ZEROES TO CNPJ
           START CADFORN KEY IS >= CNPJ
           IF ERRO NOT = "00"
               CLOSE CADFORN
               GO TO CONTAREF-FIM
           END-IF.

      *LE OS FORNECEDORES UM A UM ATE O FIM DO CADFORN
       CONTAREF-LEITURA.
           READ CADFORN NEXT RECORD
           IF ERRO NOT = "00"
               CLOSE CADFORN
               GO TO CONTAREF-FIM
           END-IF
           IF FCEP = CEP
               ADD 1 TO QTDREF
           END-IF
           GO TO CONTAREF-LEITURA.

       CONTAREF-FIM.
           EXIT.

      *ALTERA DADOS REGISTRADOS NO ARQUIVO
       ALTERA.
           REWRITE REGCEP.
