       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RCD.
      *-----------------------------------------------------------------
      *REGISTRO DA DEVOLUCAO DO FORMULARIO DE RECADASTRAMENTO GERADO
      *PELO P172RCG, NO ESTILO DA TELA DO P172DOC. PARA CADA CNPJ
      *GUARDA NO CADCFM A DATA EM QUE O FORNECEDOR DEVOLVEU O
      *FORMULARIO CONFERIDO, SE ELE VEIO COM CORRECOES E O OPERADOR QUE
      *FEZ A CONFERENCIA. AS CORRECOES EM SI SAO LANCADAS NAS TELAS DE
      *SEMPRE (P172FOR, P172DOC). A DATA DE RETORNO FECHA O CICLO DO
      *FORMULARIO: O PROXIMO P172RCG ABRE UM CICLO NOVO E O P172RCF
      *DEIXA DE COBRAR O FORNECEDOR ATE COMPLETAR 12 MESES.
      *EXIGE IDENTIFICACAO NO CADOPER: NIVEL 2 OU MAIS PARA REGISTRAR,
      *QUALQUER NIVEL PARA CONSULTAR. O CNPJ TEM DE EXISTIR NO CADFORN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCFM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CFM-CNPJ
               FILE STATUS  IS ERRO.

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CNPJ
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS RSOCIAL WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOMEF WITH DUPLICATES.

           SELECT CADOPER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPER-CODIGO
               FILE STATUS  IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *CONTROLE DO RECADASTRAMENTO, UM REGISTRO POR FORNECEDOR
           FD CADCFM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCFM.DAT".
           01 REGCFM.
               02 CFM-CNPJ       PIC 9(15).
               02 CFM-ENVIO      PIC 9(08).
               02 CFM-RETORNO    PIC 9(08).
               02 CFM-OPERADOR   PIC X(08).
               02 CFM-REGISTRO   PIC 9(08).
               02 CFM-CORRECAO   PIC X(01).

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

      *ARQUIVO DOS OPERADORES DO SISTEMA, MANTIDO PELO P172OPE
           FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPER-CODIGO PIC X(08).
               02 OPER-NOME   PIC X(30) VALUE SPACES.
               02 OPER-SENHA  PIC X(08) VALUE SPACES.
               02 OPER-NIVEL  PIC 9(01).
                   88 OPER-CONSULTA  VALUE 1.
                   88 OPER-CADASTRO  VALUE 2.
                   88 OPER-SUPERVISOR VALUE 3.

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           01 EXISTENCIA PIC 9(1) VALUE 0.
           01 OPERADOR PIC X(08) VALUE SPACES.
           01 NIVEL PIC 9(01) VALUE 0.
           01 SENHAINF PIC X(08) VALUE SPACES.
           01 TENTATIVAS PIC 9(01) VALUE 0.
           01 HOJE PIC 9(08) VALUE 0.
           01 DATARET PIC 9(08) VALUE 0.

       SCREEN SECTION.

       01  TELARCD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 16
               VALUE  "RECADASTRAMENTO - RETORNO DO FORMULARIO".
           05  LINE 04  COLUMN 05
               VALUE  "CNPJ:".
           05  LINE 05  COLUMN 05
               VALUE  "RAZAO SOCIAL:".
           05  LINE 07  COLUMN 05
               VALUE  "FORMULARIO ENVIADO EM:".
           05  LINE 08  COLUMN 05
               VALUE  "ULTIMA CONFIRMACAO:".
           05  LINE 10  COLUMN 05
               VALUE  "DATA DO RETORNO (AAAAMMDD):".
           05  LINE 11  COLUMN 05
               VALUE  "VEIO COM CORRECOES (S/N):".
           05  LINE 12  COLUMN 05
               VALUE  "CONFERIDO POR:".
           05  TRCNPJ
               LINE 04  COLUMN 11  PIC 999.999.999/9999.99
               USING  CFM-CNPJ
               HIGHLIGHT BLANK ZERO.
           05  TRENVIO
               LINE 07  COLUMN 28  PIC 9(08)
               USING  CFM-ENVIO
               HIGHLIGHT BLANK ZERO.
           05  TRULTIMA
               LINE 08  COLUMN 28  PIC 9(08)
               USING  CFM-RETORNO
               HIGHLIGHT BLANK ZERO.
           05  TRDATA
               LINE 10  COLUMN 33  PIC 9(08)
               USING  DATARET
               HIGHLIGHT BLANK ZERO.
           05  TRCORRECAO
               LINE 11  COLUMN 31  PIC X(01)
               USING  CFM-CORRECAO
               HIGHLIGHT.
           05  TROPERADOR
               LINE 12  COLUMN 20  PIC X(08)
               USING  CFM-OPERADOR
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *ABRE O CONTROLE DO RECADASTRAMENTO (CRIANDO-O NA PRIMEIRA
      *EXECUCAO) E O CADASTRO DE FORNECEDORES
       ARQUIVO.
           OPEN I-O CADCFM
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADCFM
                   CLOSE CADCFM
                   OPEN I-O CADCFM
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCFM" AT 0622
                   GO TO SAIR
           ELSE
               CONTINUE.
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN" AT 0622
               GO TO SAIR
           END-IF.

      *ABRE O ARQUIVO DE OPERADORES, MANTIDO PELO P172OPE. SEM ELE O
      *PROGRAMA NAO PODE SER USADO
       IDENTIFICA.
           OPEN INPUT CADOPER
           IF ERRO NOT = "00"
               DISPLAY "CADOPER NAO ENCONTRADO - USE O P172OPE" AT 0505
               GO TO SAIR
           END-IF.

      *IDENTIFICA O OPERADOR E GUARDA SEU NIVEL DE PERMISSAO. TRES
      *TENTATIVAS ERRADAS ENCERRAM O PROGRAMA
       R-OPERADOR.
           DISPLAY "RECADASTRAMENTO - IDENTIFICACAO" AT 0505
           DISPLAY "OPERADOR:" AT 0705
           ACCEPT OPER-CODIGO AT 0715
           DISPLAY "SENHA:" AT 0805
           ACCEPT SENHAINF AT 0815
           READ CADOPER
           IF ERRO = "00" AND OPER-SENHA = SENHAINF
               MOVE OPER-CODIGO TO OPERADOR
               MOVE OPER-NIVEL TO NIVEL
               CLOSE CADOPER
           ELSE
               ADD 1 TO TENTATIVAS
               IF TENTATIVAS < 3
                   DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1005
                   GO TO R-OPERADOR
               ELSE
                   DISPLAY "TENTATIVAS ESGOTADAS" AT 1005
                   CLOSE CADOPER
                   GO TO SAIR
               END-IF
           END-IF.

      *EXIBE A TELA DO RECADASTRAMENTO
       INICIALIZA.
           DISPLAY TELARCD
           CONTINUE.

      *APRESENTA OPCOES DO MENU PRINCIPAL
       MENU-PRINCIPAL.
           PERFORM LIMPAVAR
           DISPLAY "F1 REGISTRAR RETORNO, F2 CONSULTAR, F3 SAIR" AT 1505
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   IF NIVEL < 2
                       DISPLAY "SEM PERMISSAO PARA REGISTRAR" AT 1705
                       GO TO MENU-PRINCIPAL
                   END-IF
                   PERFORM LIMPATELA
                   DISPLAY TELARCD
                   GO TO R-RCNPJ
               ELSE IF ACTKEY = 02
                   PERFORM LIMPATELA
                   DISPLAY TELARCD
                   DISPLAY "CNPJ: " AT 1605
                   ACCEPT CFM-CNPJ AT 1612
                   GO TO CONSULTA
               ELSE IF ACTKEY = 03
                   GO TO SAIR
               ELSE
                   DISPLAY "OPCAO INVALIDA" AT 1705
                   GO TO MENU-PRINCIPAL.

      *RECEBE O CNPJ, QUE TEM DE EXISTIR NO CADFORN, E LE O CONTROLE
      *DO RECADASTRAMENTO. SEM FORMULARIO GERADO O RETORNO E ACEITO
      *COM AVISO (FORNECEDOR QUE CONFIRMOU OS DADOS POR OUTRO MEIO)
       R-RCNPJ.
           ACCEPT TRCNPJ
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO MENU-PRINCIPAL
           ELSE IF CFM-CNPJ = ZEROES
               DISPLAY "CNPJ INVALIDO" AT 1505
               GO TO R-RCNPJ
           ELSE
               MOVE CFM-CNPJ TO CNPJ
               READ CADFORN
               IF ERRO NOT = "00"
                   DISPLAY "FORNECEDOR NAO ENCONTRADO NO CADFORN"
                       AT 1505
                   GO TO R-RCNPJ
               ELSE
                   PERFORM LIMPATELA
                   DISPLAY RSOCIAL AT 0519
                   IF NOT FORN-ATIVO
                       DISPLAY "ATENCAO: FORNECEDOR NAO ATIVO" AT 1505
                   END-IF
                   GO TO LERCFM.

      *VERIFICA SE HA FORMULARIO GERADO PARA O CNPJ
       LERCFM.
           READ CADCFM
           IF ERRO = "00"
               MOVE 1 TO EXISTENCIA
               DISPLAY TELARCD
               DISPLAY RSOCIAL AT 0519
               IF CFM-RETORNO NOT < CFM-ENVIO
                   DISPLAY "FORMULARIO ATUAL JA DEVOLVIDO" AT 1605
                   DISPLAY "O NOVO RETORNO SUBSTITUI O ANTERIOR" AT 1705
               END-IF
               MOVE SPACES TO CFM-CORRECAO
               GO TO R-RDATA
           ELSE IF ERRO = "23"
               MOVE 0 TO EXISTENCIA
               MOVE ZEROES TO CFM-ENVIO CFM-RETORNO CFM-REGISTRO
               MOVE SPACES TO CFM-OPERADOR CFM-CORRECAO
               DISPLAY "ATENCAO: NENHUM FORMULARIO GERADO PELO" AT 1605
               DISPLAY "P172RCG PARA ESTE FORNECEDOR" AT 1705
               GO TO R-RDATA
           ELSE
               DISPLAY "ERRO NA LEITURA ARQUIVO CADCFM" AT 2010
               GO TO SAIR.

      *RECEBE A DATA DO RETORNO. ZERO ASSUME A DATA DE HOJE; NAO PODE
      *SER FUTURA NEM ANTERIOR AO ENVIO DO FORMULARIO
       R-RDATA.
           ACCEPT TRDATA
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               MOVE ZEROES TO CFM-ENVIO CFM-RETORNO DATARET
               MOVE SPACES TO CFM-OPERADOR CFM-CORRECAO
               DISPLAY TELARCD
               GO TO R-RCNPJ
           END-IF
           ACCEPT HOJE FROM DATE YYYYMMDD
           IF DATARET = ZEROES
               MOVE HOJE TO DATARET
               DISPLAY TRDATA
           END-IF
           IF DATARET > HOJE
               DISPLAY "DATA DO RETORNO NO FUTURO" AT 1505
               GO TO R-RDATA
           ELSE IF DATARET < CFM-ENVIO
               DISPLAY "RETORNO ANTERIOR AO ENVIO" AT 1505
               GO TO R-RDATA
           ELSE
               PERFORM LIMPATELA
               GO TO R-RCORRECAO.

      *RECEBE A MARCA DE CORRECOES (S/N)
       R-RCORRECAO.
           ACCEPT TRCORRECAO
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-RDATA
           END-IF
           IF CFM-CORRECAO = "s"
               MOVE "S" TO CFM-CORRECAO
           ELSE IF CFM-CORRECAO = "n"
               MOVE "N" TO CFM-CORRECAO
           END-IF
           END-IF
           IF CFM-CORRECAO = "S"
               PERFORM LIMPATELA
               DISPLAY "LANCE AS CORRECOES NO P172FOR/P172DOC" AT 1505
               GO TO CONTINUA
           ELSE IF CFM-CORRECAO = "N"
               PERFORM LIMPATELA
               GO TO CONTINUA
           ELSE
               DISPLAY "INFORME S OU N" AT 1505
               GO TO R-RCORRECAO.

      *COMPLETA O REGISTRO E VERIFICA SE GRAVA OU SUBSTITUI
       CONTINUA.
           MOVE DATARET TO CFM-RETORNO
           MOVE OPERADOR TO CFM-OPERADOR
           MOVE HOJE TO CFM-REGISTRO
           DISPLAY TROPERADOR
           IF EXISTENCIA = 0
               MOVE DATARET TO CFM-ENVIO
               GO TO ESCRITA
           ELSE
               GO TO ALTERA
           END-IF.

      *ESCREVE O CONTROLE NO ARQUIVO (RETORNO SEM FORMULARIO GERADO)
       ESCRITA.
           DISPLAY "GRAVAR RETORNO?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               WRITE REGCFM
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   DISPLAY "RETORNO GRAVADO" AT 2010
                   GO TO MENU-PRINCIPAL
               ELSE
                   PERFORM LIMPATELA
                   DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCFM" AT 2010
                   GO TO MENU-PRINCIPAL
               END-IF
           ELSE
               PERFORM LIMPATELA
               GO TO MENU-PRINCIPAL.

      *REGISTRA O RETORNO NO CONTROLE DO FORMULARIO GERADO
       ALTERA.
           DISPLAY "GRAVAR RETORNO?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               REWRITE REGCFM
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   DISPLAY "RETORNO GRAVADO" AT 2010
                   GO TO MENU-PRINCIPAL
               ELSE
                   PERFORM LIMPATELA
                   DISPLAY "ERRO AO REGRAVAR O ARQUIVO CADCFM" AT 2010
                   GO TO MENU-PRINCIPAL
               END-IF
           ELSE
               PERFORM LIMPATELA
               GO TO MENU-PRINCIPAL.

      *EXIBE O CONTROLE DO RECADASTRAMENTO DO CNPJ INFORMADO
       CONSULTA.
           MOVE CFM-CNPJ TO CNPJ
           READ CADFORN
           IF ERRO NOT = "00"
               DISPLAY "FORNECEDOR NAO ENCONTRADO NO CADFORN" AT 1705
               GO TO MENU-PRINCIPAL
           END-IF
           READ CADCFM
           IF ERRO NOT = "00"
               PERFORM LIMPATELA
               DISPLAY RSOCIAL AT 0519
               DISPLAY "NENHUM FORMULARIO GERADO OU DEVOLVIDO" AT 1705
               GO TO MENU-PRINCIPAL
           END-IF
           PERFORM LIMPATELA
           MOVE CFM-RETORNO TO DATARET
           DISPLAY TELARCD
           DISPLAY RSOCIAL AT 0519
           IF CFM-RETORNO NOT < CFM-ENVIO
               DISPLAY "FORMULARIO DEVOLVIDO" AT 1605
           ELSE
               DISPLAY "FORMULARIO EM ABERTO" AT 1605
           END-IF
           DISPLAY "F1 VOLTAR" AT 1905
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           PERFORM LIMPATELA
           DISPLAY TELARCD
           GO TO MENU-PRINCIPAL.

      *LIMPA INFORMACOES NA TELA
       LIMPATELA.
           DISPLAY "                                         " AT 1405
           DISPLAY "                                         " AT 1505
           DISPLAY "                                         " AT 1605
           DISPLAY "                                         " AT 1705
           DISPLAY "                                         " AT 1805
           DISPLAY "                                         " AT 1905
           DISPLAY "                                         " AT 2005
           DISPLAY "                                         " AT 2105
           DISPLAY "                                         " AT 2205
           DISPLAY "                                         " AT 2305.

      *LIMPA VARIAVEIS DE MEMORIA
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY EXISTENCIA HOJE DATARET
           MOVE ZEROES TO CFM-CNPJ CFM-ENVIO CFM-RETORNO CFM-REGISTRO
           MOVE SPACES TO AUX CFM-OPERADOR CFM-CORRECAO.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADCFM.
           CLOSE CADFORN.
           END PROGRAM P172RCD.
