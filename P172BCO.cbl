       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172BCO.
      *-----------------------------------------------------------------
      *CADASTRO DOS DADOS BANCARIOS DOS FORNECEDORES (ARQUIVO CADBCO),
      *NO ESTILO DA TELA DO P172DOC. CADA FORNECEDOR TEM UMA CONTA:
      *BANCO (CODIGO COMPE), AGENCIA, CONTA, TIPO (C CORRENTE OU P
      *POUPANCA), CHAVE PIX E O CNPJ DO TITULAR, QUE TEM DE SER O
      *PROPRIO CNPJ DO FORNECEDOR OU TER A MESMA RAIZ (OITO PRIMEIROS
      *DIGITOS, MATRIZ E FILIAIS).
      *TODA CONTA NOVA OU ALTERADA FICA PENDENTE, GUARDADA AO LADO DA
      *CONTA APROVADA, QUE CONTINUA VALENDO PARA PAGAMENTO ATE A
      *APROVACAO. SO UM SEGUNDO OPERADOR DE NIVEL 3, DIFERENTE DE
      *QUEM DIGITOU, PODE APROVAR OU RECUSAR A PENDENCIA (F3). CADA
      *SOLICITACAO, APROVACAO OU RECUSA FICA NO HISTORICO CADBCL COM
      *A CONTA ANTES E DEPOIS, QUEM SOLICITOU E QUEM APROVOU.
      *EXIGE IDENTIFICACAO NO CADOPER: NIVEL 2 OU MAIS PARA SOLICITAR,
      *NIVEL 3 PARA APROVAR, QUALQUER NIVEL PARA CONSULTAR. O CNPJ TEM
      *DE EXISTIR NO CADFORN. A CONTA APROVADA SEGUE PARA O ERP NO
      *DELTA DO P172DEL E AS ALTERACOES SAEM TODA SEMANA NO P172BCR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BCO-CNPJ
               FILE STATUS  IS ERRO.

           SELECT CADBCL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BCLKEY
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

      *DADOS BANCARIOS DO FORNECEDOR, UM REGISTRO POR CNPJ, COM A
      *CONTA APROVADA (BCO-) E A ALTERACAO PENDENTE (BCP-)
           FD CADBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBCO.DAT".
           01 REGBCO.
               02 BCO-CNPJ           PIC 9(15).
               02 BCO-DADOS.
                   03 BCO-BANCO      PIC 9(03).
                   03 BCO-AGENCIA    PIC X(06).
                   03 BCO-CONTA      PIC X(15).
                   03 BCO-TIPOCONTA  PIC X(01).
                   03 BCO-PIX        PIC X(40).
                   03 BCO-TITULAR    PIC 9(15).
               02 BCO-APROVADOR      PIC X(08) VALUE SPACES.
               02 BCO-APRDATA        PIC 9(08).
               02 BCO-SITUACAO       PIC X(01) VALUE SPACES.
                   88 BCO-PENDENTE   VALUE "P".
               02 BCP-DADOS.
                   03 BCP-BANCO      PIC 9(03).
                   03 BCP-AGENCIA    PIC X(06).
                   03 BCP-CONTA      PIC X(15).
                   03 BCP-TIPOCONTA  PIC X(01).
                   03 BCP-PIX        PIC X(40).
                   03 BCP-TITULAR    PIC 9(15).
               02 BCO-SOLICITANTE    PIC X(08) VALUE SPACES.
               02 BCO-SOLDATA        PIC 9(08).
               02 BCO-SOLHORA        PIC 9(08).

      *HISTORICO DAS ALTERACOES BANCARIAS: S SOLICITACAO, A APROVACAO,
      *R RECUSA, COM A CONTA APROVADA ANTES E A CONTA SOLICITADA
           FD CADBCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBCL.DAT".
           01 REGBCL.
               02 BCLKEY.
                   03 BCL-CNPJ       PIC 9(15).
                   03 BCL-DATA       PIC 9(08).
                   03 BCL-HORA       PIC 9(08).
               02 BCL-EVENTO         PIC X(01).
               02 BCL-SOLICITANTE    PIC X(08) VALUE SPACES.
               02 BCL-SOLDATA        PIC 9(08).
               02 BCL-APROVADOR      PIC X(08) VALUE SPACES.
               02 BCL-ANTES          PIC X(80) VALUE SPACES.
               02 BCL-DEPOIS         PIC X(80) VALUE SPACES.

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
           01 TOTPEND PIC 9(03) VALUE 0.
           01 EVENTO PIC X(01) VALUE SPACES.
           01 DADOSANTES PIC X(80) VALUE SPACES.

      *CNPJ DO TITULAR E DO FORNECEDOR VISTOS PELA RAIZ (POSICOES 2 A
      *9 DO CAMPO DE 15, QUE GUARDA O CNPJ COM UM ZERO A ESQUERDA)
           01 TITULARW PIC 9(15) VALUE 0.
           01 TITULARW-R REDEFINES TITULARW.
               02 FILLER     PIC 9(01).
               02 TITRAIZ    PIC 9(08).
               02 FILLER     PIC 9(06).
           01 FORNW PIC 9(15) VALUE 0.
           01 FORNW-R REDEFINES FORNW.
               02 FILLER     PIC 9(01).
               02 FORNRAIZ   PIC 9(08).
               02 FILLER     PIC 9(06).

      *CAMPOS DE EXIBICAO DA CONTA NA CONSULTA
           01 LINHACONTA.
               02 FILLER     PIC X(06) VALUE "BANCO ".
               02 LC-BANCO   PIC 9(03).
               02 FILLER     PIC X(04) VALUE " AG ".
               02 LC-AGENCIA PIC X(06).
               02 FILLER     PIC X(04) VALUE " CC ".
               02 LC-CONTA   PIC X(15).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 LC-TIPO    PIC X(01).
           01 TITULARED PIC 999.999.999/9999.99.

       SCREEN SECTION.

       01  TELABCO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 20
               VALUE  "DADOS BANCARIOS DO FORNECEDOR".
           05  LINE 04  COLUMN 05
               VALUE  "CNPJ:".
           05  LINE 05  COLUMN 05
               VALUE  "RAZAO SOCIAL:".
           05  LINE 07  COLUMN 05
               VALUE  "BANCO (CODIGO COMPE):".
           05  LINE 08  COLUMN 05
               VALUE  "AGENCIA:".
           05  LINE 09  COLUMN 05
               VALUE  "CONTA:".
           05  LINE 10  COLUMN 05
               VALUE  "TIPO DA CONTA (C/P):".
           05  LINE 11  COLUMN 05
               VALUE  "CHAVE PIX:".
           05  LINE 12  COLUMN 05
               VALUE  "CNPJ DO TITULAR:".
           05  TBCNPJ
               LINE 04  COLUMN 11  PIC 999.999.999/9999.99
               USING  BCO-CNPJ
               HIGHLIGHT BLANK ZERO.
           05  TBBANCO
               LINE 07  COLUMN 27  PIC 9(03)
               USING  BCP-BANCO
               HIGHLIGHT BLANK ZERO.
           05  TBAGENCIA
               LINE 08  COLUMN 14  PIC X(06)
               USING  BCP-AGENCIA
               HIGHLIGHT.
           05  TBCONTA
               LINE 09  COLUMN 12  PIC X(15)
               USING  BCP-CONTA
               HIGHLIGHT.
           05  TBTIPO
               LINE 10  COLUMN 26  PIC X(01)
               USING  BCP-TIPOCONTA
               HIGHLIGHT.
           05  TBPIX
               LINE 11  COLUMN 16  PIC X(40)
               USING  BCP-PIX
               HIGHLIGHT.
           05  TBTITULAR
               LINE 12  COLUMN 22  PIC 999.999.999/9999.99
               USING  BCP-TITULAR
               HIGHLIGHT BLANK ZERO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *ABRE O ARQUIVO DE DADOS BANCARIOS E O HISTORICO (CRIANDO-OS NA
      *PRIMEIRA EXECUCAO) E O CADASTRO DE FORNECEDORES
       ARQUIVO.
           OPEN I-O CADBCO
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADBCO
                   CLOSE CADBCO
                   OPEN I-O CADBCO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBCO" AT 0622
                   GO TO SAIR
           ELSE
               CONTINUE.
           OPEN I-O CADBCL
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADBCL
                   CLOSE CADBCL
                   OPEN I-O CADBCL
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBCL" AT 0622
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
           DISPLAY "DADOS BANCARIOS - IDENTIFICACAO" AT 0505
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

      *EXIBE A TELA DOS DADOS BANCARIOS
       INICIALIZA.
           DISPLAY TELABCO
           CONTINUE.

      *APRESENTA OPCOES DO MENU PRINCIPAL
       MENU-PRINCIPAL.
           PERFORM LIMPAVAR
           DISPLAY "F1 SOLICITAR, F2 CONSULTAR, F3 APROVAR, F4 SAIR"
               AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   IF NIVEL < 2
                       DISPLAY "SEM PERMISSAO PARA SOLICITAR" AT 1505
                       GO TO MENU-PRINCIPAL
                   END-IF
                   PERFORM LIMPATELA
                   DISPLAY TELABCO
                   GO TO R-BCNPJ
               ELSE IF ACTKEY = 02
                   PERFORM LIMPATELA
                   DISPLAY "CNPJ: " AT 1505
                   ACCEPT BCO-CNPJ AT 1512
                   GO TO CONSULTA
               ELSE IF ACTKEY = 03
                   IF NIVEL < 3
                       DISPLAY "SEM PERMISSAO PARA APROVAR" AT 1505
                       GO TO MENU-PRINCIPAL
                   END-IF
                   PERFORM LIMPATELA
                   DISPLAY TELABCO
                   GO TO APROVACAO
               ELSE IF ACTKEY = 04
                   GO TO SAIR
               ELSE
                   DISPLAY "OPCAO INVALIDA" AT 1505
                   GO TO MENU-PRINCIPAL.

      *RECEBE O CNPJ DO FORNECEDOR, QUE TEM DE EXISTIR NO CADFORN
       R-BCNPJ.
           ACCEPT TBCNPJ
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO MENU-PRINCIPAL
           ELSE IF BCO-CNPJ = ZEROES
               DISPLAY "CNPJ INVALIDO" AT 1505
               GO TO R-BCNPJ
           ELSE
               MOVE BCO-CNPJ TO CNPJ
               READ CADFORN
               IF ERRO NOT = "00"
                   DISPLAY "FORNECEDOR NAO ENCONTRADO NO CADFORN"
                       AT 1505
                   GO TO R-BCNPJ
               ELSE
                   PERFORM LIMPATELA
                   DISPLAY RSOCIAL AT 0519
                   IF NOT FORN-ATIVO
                       DISPLAY "ATENCAO: FORNECEDOR NAO ATIVO" AT 1505
                   END-IF
                   GO TO LERBCO.

      *VERIFICA SE O FORNECEDOR JA TEM CONTA: A ALTERACAO PARTE DA
      *CONTA APROVADA, E UMA PENDENCIA EM ABERTO SO E SUBSTITUIDA COM
      *CONFIRMACAO
       LERBCO.
           READ CADBCO
           IF ERRO = "00"
               MOVE 1 TO EXISTENCIA
               IF BCO-PENDENTE
                   DISPLAY "JA EXISTE ALTERACAO PENDENTE DE" AT 2005
                   DISPLAY BCO-SOLICITANTE AT 2038
                   DISPLAY "F1 SUBSTITUIR, F2 CANCELAR" AT 2105
                   ACCEPT AUX AT 2360
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       PERFORM LIMPATELA
                       DISPLAY TELABCO
                       DISPLAY RSOCIAL AT 0519
                       GO TO R-BBANCO
                   ELSE
                       PERFORM LIMPATELA
                       GO TO MENU-PRINCIPAL
                   END-IF
               ELSE
                   MOVE BCO-DADOS TO BCP-DADOS
                   DISPLAY TELABCO
                   DISPLAY RSOCIAL AT 0519
                   GO TO R-BBANCO
               END-IF
           ELSE IF ERRO = "23"
               MOVE 0 TO EXISTENCIA
               MOVE ZEROES TO BCO-BANCO BCO-TITULAR BCO-APRDATA
               MOVE SPACES TO BCO-AGENCIA BCO-CONTA BCO-TIPOCONTA
               MOVE SPACES TO BCO-PIX BCO-APROVADOR
               GO TO R-BBANCO
           ELSE
               DISPLAY "ERRO NA LEITURA ARQUIVO CADBCO" AT 2005
               GO TO SAIR.

      *RECEBE O CODIGO COMPE DO BANCO
       R-BBANCO.
           ACCEPT TBBANCO
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO MENU-PRINCIPAL
           ELSE IF BCP-BANCO = ZEROES
               DISPLAY "BANCO INVALIDO" AT 1505
               GO TO R-BBANCO
           ELSE
               PERFORM LIMPATELA
               GO TO R-BAGENCIA.

      *RECEBE A AGENCIA, COM O DIGITO QUANDO HOUVER
       R-BAGENCIA.
           ACCEPT TBAGENCIA
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-BBANCO
           ELSE IF BCP-AGENCIA = SPACES
               DISPLAY "AGENCIA INVALIDA" AT 1505
               GO TO R-BAGENCIA
           ELSE
               PERFORM LIMPATELA
               GO TO R-BCONTA.

      *RECEBE O NUMERO DA CONTA, COM O DIGITO
       R-BCONTA.
           ACCEPT TBCONTA
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-BAGENCIA
           ELSE IF BCP-CONTA = SPACES
               DISPLAY "CONTA INVALIDA" AT 1505
               GO TO R-BCONTA
           ELSE
               PERFORM LIMPATELA
               GO TO R-BTIPO.

      *RECEBE O TIPO DA CONTA: C CORRENTE OU P POUPANCA
       R-BTIPO.
           ACCEPT TBTIPO
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-BCONTA
           END-IF
           IF BCP-TIPOCONTA = "c"
               MOVE "C" TO BCP-TIPOCONTA
           ELSE
               IF BCP-TIPOCONTA = "p"
                   MOVE "P" TO BCP-TIPOCONTA
               END-IF
           END-IF
           IF BCP-TIPOCONTA = "C" OR BCP-TIPOCONTA = "P"
               PERFORM LIMPATELA
               DISPLAY TBTIPO
               GO TO R-BPIX
           ELSE
               DISPLAY "TIPO INVALIDO (C/P)" AT 1505
               GO TO R-BTIPO.

      *RECEBE A CHAVE PIX, OPCIONAL
       R-BPIX.
           ACCEPT TBPIX
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-BTIPO
           ELSE
               PERFORM LIMPATELA
               GO TO R-BTITULAR.

      *RECEBE O CNPJ DO TITULAR. ZERO ASSUME O CNPJ DO FORNECEDOR. O
      *TITULAR TEM DE SER O FORNECEDOR OU TER A MESMA RAIZ DE CNPJ
       R-BTITULAR.
           ACCEPT TBTITULAR
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-BPIX
           END-IF
           IF BCP-TITULAR = ZEROES
               MOVE BCO-CNPJ TO BCP-TITULAR
               DISPLAY TBTITULAR
           END-IF
           MOVE BCP-TITULAR TO TITULARW
           MOVE BCO-CNPJ TO FORNW
           IF TITRAIZ NOT = FORNRAIZ
               DISPLAY "TITULAR NAO E O FORNECEDOR NEM TEM A MESMA"
                   AT 1505
               DISPLAY "RAIZ DE CNPJ" AT 1605
               GO TO R-BTITULAR
           END-IF
           PERFORM LIMPATELA
           IF EXISTENCIA = 1 AND BCO-APRDATA NOT = ZEROES
               AND BCP-DADOS = BCO-DADOS
               DISPLAY "CONTA IGUAL A APROVADA - NADA A SOLICITAR"
                   AT 2005
               GO TO MENU-PRINCIPAL
           END-IF
           GO TO SOLICITA.

      *GRAVA A SOLICITACAO: A CONTA DIGITADA FICA PENDENTE, A CONTA
      *APROVADA NAO MUDA ATE A APROVACAO
       SOLICITA.
           DISPLAY "GRAVAR SOLICITACAO?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               PERFORM LIMPATELA
               GO TO MENU-PRINCIPAL
           END-IF
           MOVE "P" TO BCO-SITUACAO
           MOVE OPERADOR TO BCO-SOLICITANTE
           ACCEPT BCO-SOLDATA FROM DATE YYYYMMDD
           ACCEPT BCO-SOLHORA FROM TIME
           IF EXISTENCIA = 0
               WRITE REGBCO
           ELSE
               REWRITE REGBCO
           END-IF
           IF ERRO = "00" OR "02"
               MOVE "S" TO EVENTO
               MOVE BCO-DADOS TO DADOSANTES
               PERFORM GRAVABCL
               PERFORM LIMPATELA
               DISPLAY "SOLICITACAO GRAVADA - AGUARDA APROVACAO" AT 2005
               GO TO MENU-PRINCIPAL
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBCO" AT 2005
               GO TO MENU-PRINCIPAL.

      *PERCORRE AS CONTAS PENDENTES PARA APROVACAO OU RECUSA
       APROVACAO.
           MOVE ZEROES TO BCO-CNPJ
           MOVE 0 TO TOTPEND
           START CADBCO KEY IS >= BCO-CNPJ
           IF ERRO NOT = "00"
               DISPLAY "NENHUMA CONTA PENDENTE" AT 1505
               GO TO MENU-PRINCIPAL
           END-IF
           GO TO APROVACAO-PROX.

      *LOCALIZA A PROXIMA CONTA PENDENTE E A EXIBE AO APROVADOR
       APROVACAO-PROX.
           READ CADBCO NEXT RECORD
           IF ERRO NOT = "00"
               GO TO APROVACAO-FIM
           END-IF
           IF NOT BCO-PENDENTE
               GO TO APROVACAO-PROX
           END-IF
           ADD 1 TO TOTPEND
           MOVE BCO-CNPJ TO CNPJ
           READ CADFORN
           IF ERRO NOT = "00"
               MOVE "FORNECEDOR NAO ENCONTRADO NO CADFORN" TO RSOCIAL
           END-IF
           PERFORM LIMPATELA
           DISPLAY TELABCO
           DISPLAY RSOCIAL AT 0519
           PERFORM EXIBEBANCO
           DISPLAY "F1 APROVAR, F2 RECUSAR, F3 PROXIMO, F4 VOLTAR"
               AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 03
               GO TO APROVACAO-PROX
           END-IF
           IF ACTKEY NOT = 01 AND ACTKEY NOT = 02
               PERFORM LIMPATELA
               GO TO MENU-PRINCIPAL
           END-IF
           IF BCO-SOLICITANTE = OPERADOR
               PERFORM LIMPATELA
               DISPLAY "QUEM SOLICITOU NAO PODE APROVAR NEM RECUSAR"
                   AT 1505
               ACCEPT AUX AT 2360
               GO TO APROVACAO-PROX
           END-IF
           MOVE BCO-DADOS TO DADOSANTES
           IF ACTKEY = 01
               MOVE "A" TO EVENTO
               MOVE BCP-DADOS TO BCO-DADOS
               MOVE OPERADOR TO BCO-APROVADOR
               ACCEPT BCO-APRDATA FROM DATE YYYYMMDD
           ELSE
               MOVE "R" TO EVENTO
           END-IF
           MOVE SPACES TO BCO-SITUACAO
           REWRITE REGBCO
           IF ERRO = "00" OR "02"
               PERFORM GRAVABCL
               PERFORM LIMPATELA
               IF EVENTO = "A"
                   DISPLAY "CONTA APROVADA" AT 1505
               ELSE
                   DISPLAY "ALTERACAO RECUSADA" AT 1505
               END-IF
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBCO" AT 1505
           END-IF
           ACCEPT AUX AT 2360
           GO TO APROVACAO-PROX.

      *FIM DA LISTA DE PENDENCIAS
       APROVACAO-FIM.
           PERFORM LIMPATELA
           DISPLAY "CONTAS PENDENTES EXIBIDAS: " AT 1505
           DISPLAY TOTPEND AT 1532
           GO TO MENU-PRINCIPAL.

      *EXIBE A CONTA APROVADA E A SOLICITACAO PENDENTE DO FORNECEDOR
      *CONSULTADO
       CONSULTA.
           MOVE BCO-CNPJ TO CNPJ
           READ CADFORN
           IF ERRO NOT = "00"
               DISPLAY "FORNECEDOR NAO ENCONTRADO NO CADFORN" AT 1605
               GO TO MENU-PRINCIPAL
           END-IF
           READ CADBCO
           IF ERRO NOT = "00"
               PERFORM LIMPATELA
               DISPLAY RSOCIAL AT 1505
               DISPLAY "SEM DADOS BANCARIOS REGISTRADOS" AT 1605
               GO TO MENU-PRINCIPAL
           END-IF
           PERFORM LIMPATELA
           DISPLAY TELABCO
           DISPLAY RSOCIAL AT 0519
           PERFORM EXIBEBANCO
           GO TO MENU-PRINCIPAL.

      *MOSTRA A CONTA APROVADA NAS LINHAS 16 A 19 E A PENDENTE NAS
      *LINHAS 20 A 23
       EXIBEBANCO.
           DISPLAY TBCNPJ
           IF BCO-APRDATA = ZEROES
               DISPLAY "SEM CONTA APROVADA" AT 1605
           ELSE
               DISPLAY "APROVADA EM" AT 1605
               DISPLAY BCO-APRDATA AT 1617
               DISPLAY "POR" AT 1626
               DISPLAY BCO-APROVADOR AT 1630
               MOVE BCO-BANCO TO LC-BANCO
               MOVE BCO-AGENCIA TO LC-AGENCIA
               MOVE BCO-CONTA TO LC-CONTA
               MOVE BCO-TIPOCONTA TO LC-TIPO
               DISPLAY LINHACONTA AT 1705
               DISPLAY "PIX:" AT 1805
               DISPLAY BCO-PIX AT 1810
               MOVE BCO-TITULAR TO TITULARED
               DISPLAY "TITULAR:" AT 1905
               DISPLAY TITULARED AT 1914
           END-IF
           IF BCO-PENDENTE
               DISPLAY "PENDENTE, SOLICITADA EM" AT 2005
               DISPLAY BCO-SOLDATA AT 2029
               DISPLAY "POR" AT 2038
               DISPLAY BCO-SOLICITANTE AT 2042
               MOVE BCP-BANCO TO LC-BANCO
               MOVE BCP-AGENCIA TO LC-AGENCIA
               MOVE BCP-CONTA TO LC-CONTA
               MOVE BCP-TIPOCONTA TO LC-TIPO
               DISPLAY LINHACONTA AT 2105
               DISPLAY "PIX:" AT 2205
               DISPLAY BCP-PIX AT 2210
               MOVE BCP-TITULAR TO TITULARED
               DISPLAY "TITULAR:" AT 2305
               DISPLAY TITULARED AT 2314
           ELSE
               DISPLAY "NENHUMA ALTERACAO PENDENTE" AT 2005
           END-IF.

      *GRAVA O EVENTO NO HISTORICO CADBCL COM A CONTA ANTERIOR E A
      *CONTA SOLICITADA
       GRAVABCL.
           MOVE BCO-CNPJ TO BCL-CNPJ
           ACCEPT BCL-DATA FROM DATE YYYYMMDD
           ACCEPT BCL-HORA FROM TIME
           MOVE EVENTO TO BCL-EVENTO
           MOVE BCO-SOLICITANTE TO BCL-SOLICITANTE
           MOVE BCO-SOLDATA TO BCL-SOLDATA
           IF EVENTO = "S"
               MOVE SPACES TO BCL-APROVADOR
           ELSE
               MOVE OPERADOR TO BCL-APROVADOR
           END-IF
           MOVE DADOSANTES TO BCL-ANTES
           MOVE BCP-DADOS TO BCL-DEPOIS
           WRITE REGBCL
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR O HISTORICO CADBCL" AT 2205
           END-IF.

      *LIMPA INFORMACOES NA TELA
       LIMPATELA.
           DISPLAY "                                                  "
               AT 1405
           DISPLAY "                                                  "
               AT 1505
           DISPLAY "                                                  "
               AT 1605
           DISPLAY "                                                  "
               AT 1705
           DISPLAY "                                                  "
               AT 1805
           DISPLAY "                                                  "
               AT 1905
           DISPLAY "                                                  "
               AT 2005
           DISPLAY "                                                  "
               AT 2105
           DISPLAY "                                                  "
               AT 2205
           DISPLAY "                                                  "
               AT 2305.

      *LIMPA VARIAVEIS DE MEMORIA
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY EXISTENCIA TOTPEND
           MOVE ZEROES TO BCO-CNPJ BCO-BANCO BCO-TITULAR BCO-APRDATA
           MOVE ZEROES TO BCP-BANCO BCP-TITULAR
           MOVE ZEROES TO BCO-SOLDATA BCO-SOLHORA
           MOVE SPACES TO AUX BCO-AGENCIA BCO-CONTA BCO-TIPOCONTA
           MOVE SPACES TO BCO-PIX BCO-APROVADOR BCO-SITUACAO
           MOVE SPACES TO BCP-AGENCIA BCP-CONTA BCP-TIPOCONTA BCP-PIX
           MOVE SPACES TO BCO-SOLICITANTE EVENTO DADOSANTES.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADBCO.
           CLOSE CADBCL.
           CLOSE CADFORN.
           END PROGRAM P172BCO.
