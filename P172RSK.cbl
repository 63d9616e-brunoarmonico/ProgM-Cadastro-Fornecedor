       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RSK.
      *-----------------------------------------------------------------
      *RELATORIO DE RISCO DE SUPRIMENTO, PARA O SETOR DE COMPRAS
      *DECIDIR ONDE DESENVOLVER UMA SEGUNDA FONTE. TRES PARTES:
      *PARTE 1 - ITENS DO CADITEM SEM ALTERNATIVA: COM UM SO
      *          FORNECEDOR ATIVO VINCULADO NO CADFITE (FONTE UNICA),
      *          OU CUJOS UNICOS VINCULADOS ESTAO BLOQUEADOS OU
      *          SUSPENSOS, OU SEM NENHUM FORNECEDOR EM CONDICAO DE
      *          FORNECER. INATIVOS NAO CONTAM COMO ALTERNATIVA.
      *PARTE 2 - CURVA ABC, POR RAMO, DO VALOR DOS PEDIDOS DO CADPED
      *          DOS ULTIMOS 12 MESES: CADA FORNECEDOR COM SUA
      *          PARTICIPACAO NO RAMO E A PARTICIPACAO ACUMULADA.
      *          CLASSE A ATE 80% DO ACUMULADO, B ATE 95%, C O RESTO.
      *PARTE 3 - RAIZES DE CNPJ (OITO PRIMEIROS DIGITOS, COMO NO
      *          P172BCO) QUE CONCENTRAM NUM RAMO UMA PARTICIPACAO ACIMA
      *          DO LIMITE INFORMADO PELO OPERADOR, SOMANDO MATRIZ E
      *          FILIAIS CADASTRADAS COMO FORNECEDORES DIFERENTES.
      *AS PARTES 2 E 3 LEEM OS MESMOS DADOS EM DUAS ORDENACOES DO
      *WORKSORT, COMO AS DUAS LISTAGENS DO P172REL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ITEM-CODIGO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS ITEM-DESCR WITH DUPLICATES.

           SELECT CADFITE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FITKEY
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS FIT-CNPJ WITH DUPLICATES.

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CNPJ
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS RSOCIAL WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOMEF WITH DUPLICATES.

           SELECT CADPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PEDKEY
               FILE STATUS  IS ERRO.

           SELECT WORKSORT ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

           FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
           01 REGITEM.
               02 ITEM-CODIGO PIC 9(06).
               02 ITEM-DESCR  PIC X(35) VALUE SPACES.

      *VINCULO FORNECEDOR-ITEM, COM CHAVE PELO ITEM E PELO CNPJ E A
      *ULTIMA COTACAO DO PAR, GRAVADA PELA TELA DO P172FOR
           FD CADFITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFITE.DAT".
           01 REGFITE.
               02 FITKEY.
                   03 FIT-ITEM  PIC 9(06).
                   03 FIT-CNPJ  PIC 9(15).
               02 FIT-PRECO     PIC 9(07)V99.
               02 FIT-VALIDADE  PIC 9(08).
               02 FIT-PRAZO     PIC 9(03).
               02 FIT-DATCOT    PIC 9(08).

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
                   88 FORN-BLOQUEADO VALUE "B".
                   88 FORN-SUSPENSO  VALUE "S".
                   88 FORN-INATIVO   VALUE "I".
               02 FMOTIVO      PIC X(30) VALUE SPACES.

           FD CADPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.DAT".
           01 REGPED.
               02 PEDKEY.
                   03 PED-CNPJ    PIC 9(15).
                   03 PED-DATA    PIC 9(08).
                   03 PED-NUMERO  PIC 9(08).
               02 PED-VALOR       PIC 9(09)V99.

           SD WORKSORT.
           01 WORKREC.
               02 WK-RAMO      PIC 9(02).
               02 WK-RAIZ      PIC 9(08).
               02 WK-VALOR     PIC 9(11)V99.
               02 WK-CNPJ      PIC 9(15).
               02 WK-RSOCIAL   PIC X(35).
               02 WK-SIT       PIC X(01).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 HOJE PIC 9(08) VALUE 0.
           01 DATAINI PIC 9(08) VALUE 0.
           01 LIMITE PIC 9(03) VALUE 0.
           01 TEMARQPED PIC 9(01) VALUE 0.

      *CONTADORES DA PARTE 1
           01 QTDATIVO PIC 9(04) VALUE 0.
           01 QTDBLOQSUSP PIC 9(04) VALUE 0.
           01 UNICOCNPJ PIC 9(15) VALUE 0.
           01 UNICORSOCIAL PIC X(35) VALUE SPACES.
           01 TOTITENS PIC 9(06) VALUE 0.
           01 TOTUNICA PIC 9(06) VALUE 0.
           01 TOTSOBLOQ PIC 9(06) VALUE 0.
           01 TOTSEMFORN PIC 9(06) VALUE 0.

      *VALOR COMPRADO POR RAMO (16 = RAMO FORA DA TABRAMO)
           01 TABVALRAMO.
               02 TOTRAMO PIC 9(13)V99 OCCURS 16 TIMES.
           01 VALORFORN PIC 9(11)V99 VALUE 0.
           01 TOTGERAL PIC 9(13)V99 VALUE 0.
           01 TOTFORNPED PIC 9(06) VALUE 0.

      *CONTROLE DA CURVA ABC E DA CONCENTRACAO
           01 RAMOANT PIC 9(02) VALUE 0.
           01 ACUMULADO PIC 9(13)V99 VALUE 0.
           01 PERCANTES PIC 9(03)V99 VALUE 0.
           01 PERCFORN PIC 9(03)V99 VALUE 0.
           01 PERCACUM PIC 9(03)V99 VALUE 0.
           01 CLASSE PIC X(01) VALUE SPACES.
           01 QTDCLASSE.
               02 QTDA PIC 9(05) VALUE 0.
               02 QTDB PIC 9(05) VALUE 0.
               02 QTDC PIC 9(05) VALUE 0.
           01 RAIZANT PIC 9(08) VALUE 0.
           01 RAIZVALOR PIC 9(13)V99 VALUE 0.
           01 RAIZQTD PIC 9(04) VALUE 0.
           01 RAIZRSOCIAL PIC X(35) VALUE SPACES.
           01 PERCRAIZ PIC 9(03)V99 VALUE 0.
           01 TOTCONCENTRA PIC 9(05) VALUE 0.

      *CNPJ VISTO PELA RAIZ (POSICOES 2 A 9 DO CAMPO DE 15, QUE GUARDA
      *O CNPJ COM UM ZERO A ESQUERDA)
           01 CNPJW PIC 9(15) VALUE 0.
           01 CNPJW-R REDEFINES CNPJW.
               02 FILLER     PIC 9(01).
               02 CNPJRAIZ   PIC 9(08).
               02 FILLER     PIC 9(06).

      *CAMPOS DE EXIBICAO
           01 VALORED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 PERCFORNED PIC ZZ9,99.
           01 PERCACUMED PIC ZZ9,99.
           01 PERCRAIZED PIC ZZ9,99.
           01 RAMODESCR.
               02 RD-COD   PIC 9(02).
               02 FILLER   PIC X(03) VALUE " - ".
               02 RD-DESCR PIC X(15).

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
      *PEDE O LIMITE DE CONCENTRACAO POR RAIZ DE CNPJ E CALCULA O
      *INICIO DA JANELA DE 12 MESES DOS PEDIDOS
       PARAMETRO.
           ACCEPT HOJE FROM DATE YYYYMMDD
           COMPUTE DATAINI = HOJE - 10000
           DISPLAY "RELATORIO DE RISCO DE SUPRIMENTO".
           DISPLAY "LIMITE DE CONCENTRACAO POR RAIZ DE CNPJ NO RAMO".
           DISPLAY "(PERCENTUAL, 0 = 50%):".
           ACCEPT LIMITE.
           IF LIMITE = 0 OR LIMITE > 100
               MOVE 50 TO LIMITE
           END-IF.

      *ABRE OS ARQUIVOS. SEM O CADPED SO A PARTE 1 E EMITIDA
       ARQUIVO.
           OPEN INPUT CADITEM
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADITEM"
               STOP RUN
           END-IF
           OPEN INPUT CADFITE
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFITE"
               CLOSE CADITEM
               STOP RUN
           END-IF
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               CLOSE CADITEM
               CLOSE CADFITE
               STOP RUN
           END-IF
           OPEN INPUT CADPED
           IF ERRO = "00"
               MOVE 1 TO TEMARQPED
           END-IF.

      *PARTE 1: PERCORRE OS ITENS CONTANDO OS FORNECEDORES VINCULADOS
       PARTE1.
           DISPLAY "--------------------------------------------------"
           DISPLAY "PARTE 1 - ITENS SEM SEGUNDA FONTE ATIVA"
           DISPLAY "--------------------------------------------------"
           MOVE ZEROES TO ITEM-CODIGO
           START CADITEM KEY IS >= ITEM-CODIGO
           IF ERRO NOT = "00"
               DISPLAY "CADITEM VAZIO"
               GO TO PARTE1-FIM
           END-IF.

       PARTE1-LEITURA.
           READ CADITEM NEXT RECORD
           IF ERRO NOT = "00"
               GO TO PARTE1-FIM
           END-IF
           ADD 1 TO TOTITENS
           MOVE 0 TO QTDATIVO QTDBLOQSUSP
           MOVE ZEROES TO UNICOCNPJ
           MOVE SPACES TO UNICORSOCIAL
           MOVE ITEM-CODIGO TO FIT-ITEM
           MOVE ZEROES TO FIT-CNPJ
           START CADFITE KEY IS >= FITKEY
           IF ERRO = "00"
               PERFORM PARTE1-VINCULO
           END-IF
           IF QTDATIVO > 1
               GO TO PARTE1-LEITURA
           END-IF
           DISPLAY " "
           DISPLAY ITEM-CODIGO " " ITEM-DESCR
           IF QTDATIVO = 1
               ADD 1 TO TOTUNICA
               DISPLAY "    FONTE UNICA: " UNICOCNPJ " " UNICORSOCIAL
               IF QTDBLOQSUSP > 0
                   DISPLAY "    ALTERNATIVAS BLOQUEADAS/SUSPENSAS: "
                       QTDBLOQSUSP
               END-IF
           ELSE
               IF QTDBLOQSUSP > 0
                   ADD 1 TO TOTSOBLOQ
                   DISPLAY "    NENHUM FORNECEDOR ATIVO - SO "
                       "BLOQUEADOS/SUSPENSOS: " QTDBLOQSUSP
               ELSE
                   ADD 1 TO TOTSEMFORN
                   DISPLAY "    NENHUM FORNECEDOR EM CONDICAO DE "
                       "FORNECER"
               END-IF
           END-IF
           GO TO PARTE1-LEITURA.

      *CONTA OS VINCULOS DO ITEM PELA SITUACAO DO FORNECEDOR, GUARDANDO
      *O PRIMEIRO ATIVO ENCONTRADO
       PARTE1-VINCULO.
           READ CADFITE NEXT RECORD
           IF ERRO = "00" AND FIT-ITEM = ITEM-CODIGO
               MOVE FIT-CNPJ TO CNPJ
               READ CADFORN
               IF ERRO = "00"
                   IF FORN-ATIVO
                       ADD 1 TO QTDATIVO
                       IF QTDATIVO = 1
                           MOVE CNPJ TO UNICOCNPJ
                           MOVE RSOCIAL TO UNICORSOCIAL
                       END-IF
                   ELSE
                       IF FORN-BLOQUEADO OR FORN-SUSPENSO
                           ADD 1 TO QTDBLOQSUSP
                       END-IF
                   END-IF
               END-IF
               GO TO PARTE1-VINCULO
           END-IF.

       PARTE1-FIM.
           DISPLAY " ".
           DISPLAY "ITENS LIDOS...................: " TOTITENS.
           DISPLAY "FONTE UNICA...................: " TOTUNICA.
           DISPLAY "SO BLOQUEADOS/SUSPENSOS.......: " TOTSOBLOQ.
           DISPLAY "SEM FORNECEDOR................: " TOTSEMFORN.
           CLOSE CADITEM.
           CLOSE CADFITE.
           IF TEMARQPED = 0
               DISPLAY " "
               DISPLAY "CADPED NAO ENCONTRADO - PARTES 2 E 3 NAO"
                   " EMITIDAS"
               GO TO FIM
           END-IF.

      *PARTES 2 E 3: A MESMA EXTRACAO EM DUAS ORDENACOES
       RELATORIO.
           DISPLAY " ".
           DISPLAY "--------------------------------------------------".
           DISPLAY "PARTE 2 - CURVA ABC DOS PEDIDOS DOS ULTIMOS 12".
           DISPLAY "MESES POR RAMO".
           DISPLAY "--------------------------------------------------".
           SORT WORKSORT
               ON ASCENDING KEY WK-RAMO
               ON DESCENDING KEY WK-VALOR
               INPUT PROCEDURE IS EXTRAI THRU EXTRAI-FIM
               OUTPUT PROCEDURE IS ABC THRU ABC-FIM.
           DISPLAY " ".
           DISPLAY "--------------------------------------------------".
           DISPLAY "PARTE 3 - RAIZES DE CNPJ ACIMA DE " LIMITE
               "% DO RAMO".
           DISPLAY "--------------------------------------------------".
           SORT WORKSORT
               ON ASCENDING KEY WK-RAMO WK-RAIZ WK-CNPJ
               INPUT PROCEDURE IS EXTRAI THRU EXTRAI-FIM
               OUTPUT PROCEDURE IS CONCENTRA THRU CONCENTRA-FIM.
           GO TO FIM.

      *SOMA OS PEDIDOS DOS ULTIMOS 12 MESES DE CADA FORNECEDOR, EM
      *QUALQUER SITUACAO, E ENVIA OS QUE TIVERAM COMPRA
       EXTRAI.
           MOVE ZEROES TO TABVALRAMO
           MOVE ZEROES TO TOTGERAL TOTFORNPED
           MOVE ZEROES TO CNPJ
           START CADFORN KEY IS >= CNPJ
           IF ERRO NOT = "00"
               GO TO EXTRAI-FIM
           END-IF.

       EXTRAI-LEITURA.
           READ CADFORN NEXT RECORD
           IF ERRO NOT = "00"
               GO TO EXTRAI-FIM
           END-IF
           MOVE ZEROES TO VALORFORN
           MOVE CNPJ TO PED-CNPJ
           MOVE DATAINI TO PED-DATA
           MOVE ZEROES TO PED-NUMERO
           START CADPED KEY IS >= PEDKEY
           IF ERRO = "00"
               PERFORM EXTRAI-PEDIDOS
           END-IF
           IF VALORFORN = 0
               GO TO EXTRAI-LEITURA
           END-IF
           IF RAMO > 0 AND RAMO < 16
               MOVE RAMO TO WK-RAMO
           ELSE
               MOVE 16 TO WK-RAMO
           END-IF
           MOVE CNPJ TO CNPJW
           MOVE CNPJRAIZ TO WK-RAIZ
           MOVE VALORFORN TO WK-VALOR
           MOVE CNPJ TO WK-CNPJ
           MOVE RSOCIAL TO WK-RSOCIAL
           MOVE FSITUACAO TO WK-SIT
           ADD VALORFORN TO TOTRAMO(WK-RAMO)
           ADD VALORFORN TO TOTGERAL
           ADD 1 TO TOTFORNPED
           RELEASE WORKREC
           GO TO EXTRAI-LEITURA.

       EXTRAI-PEDIDOS.
           READ CADPED NEXT RECORD
           IF ERRO = "00" AND PED-CNPJ = CNPJ AND PED-DATA NOT > HOJE
               ADD PED-VALOR TO VALORFORN
               GO TO EXTRAI-PEDIDOS
           END-IF.

       EXTRAI-FIM.
           CONTINUE.

      *IMPRIME A CURVA ABC DE CADA RAMO: PARTICIPACAO DO FORNECEDOR NO
      *RAMO E ACUMULADA, COM A CLASSE PELO ACUMULADO ANTERIOR A ELE
       ABC.
           MOVE 0 TO RAMOANT.
           GO TO ABC-LEITURA.

       ABC-LEITURA.
           RETURN WORKSORT
               AT END
                   IF RAMOANT NOT = 0
                       PERFORM ABC-SUBTOTAL
                   END-IF
                   GO TO ABC-FIM
           END-RETURN
           IF WK-RAMO NOT = RAMOANT
               IF RAMOANT NOT = 0
                   PERFORM ABC-SUBTOTAL
               END-IF
               MOVE WK-RAMO TO RAMOANT
               MOVE ZEROES TO ACUMULADO QTDA QTDB QTDC
               PERFORM ACHARAMO
               MOVE TOTRAMO(RAMOANT) TO VALORED
               DISPLAY " "
               DISPLAY "RAMO " RAMODESCR "  TOTAL R$ " VALORED
               DISPLAY "  CL CNPJ            RAZAO SOCIAL"
                   "                                  "
                   "VALOR R$  PART%  ACUM% SIT"
           END-IF
           COMPUTE PERCANTES ROUNDED = ACUMULADO * 100
               / TOTRAMO(RAMOANT)
           ADD WK-VALOR TO ACUMULADO
           COMPUTE PERCFORN ROUNDED = WK-VALOR * 100
               / TOTRAMO(RAMOANT)
           COMPUTE PERCACUM ROUNDED = ACUMULADO * 100
               / TOTRAMO(RAMOANT)
           IF PERCANTES < 80
               MOVE "A" TO CLASSE
               ADD 1 TO QTDA
           ELSE
               IF PERCANTES < 95
                   MOVE "B" TO CLASSE
                   ADD 1 TO QTDB
               ELSE
                   MOVE "C" TO CLASSE
                   ADD 1 TO QTDC
               END-IF
           END-IF
           MOVE WK-VALOR TO VALORED
           MOVE PERCFORN TO PERCFORNED
           MOVE PERCACUM TO PERCACUMED
           DISPLAY "  " CLASSE "  " WK-CNPJ " " WK-RSOCIAL " "
               VALORED " " PERCFORNED " " PERCACUMED " " WK-SIT
           GO TO ABC-LEITURA.

       ABC-FIM.
           CONTINUE.

      *IMPRIME A QUANTIDADE DE FORNECEDORES DE CADA CLASSE DO RAMO
       ABC-SUBTOTAL.
           DISPLAY "  CLASSE A: " QTDA "  CLASSE B: " QTDB
               "  CLASSE C: " QTDC.

      *SOMA OS FORNECEDORES DE CADA RAIZ DE CNPJ DENTRO DO RAMO E
      *IMPRIME AS RAIZES ACIMA DO LIMITE
       CONCENTRA.
           MOVE 0 TO RAMOANT.
           MOVE 0 TO RAIZANT.
           MOVE 0 TO RAIZQTD.
           GO TO CONCENTRA-LEITURA.

       CONCENTRA-LEITURA.
           RETURN WORKSORT
               AT END
                   IF RAIZQTD > 0
                       PERFORM FECHARAIZ
                   END-IF
                   GO TO CONCENTRA-FIM
           END-RETURN
           IF WK-RAMO NOT = RAMOANT OR WK-RAIZ NOT = RAIZANT
               IF RAIZQTD > 0
                   PERFORM FECHARAIZ
               END-IF
               MOVE WK-RAMO TO RAMOANT
               MOVE WK-RAIZ TO RAIZANT
               MOVE ZEROES TO RAIZVALOR RAIZQTD
               MOVE WK-RSOCIAL TO RAIZRSOCIAL
           END-IF
           ADD WK-VALOR TO RAIZVALOR
           ADD 1 TO RAIZQTD
           GO TO CONCENTRA-LEITURA.

       CONCENTRA-FIM.
           DISPLAY " ".
           DISPLAY "RAIZES ACIMA DO LIMITE........: " TOTCONCENTRA.

      *CALCULA A PARTICIPACAO DA RAIZ NO RAMO E IMPRIME SE PASSAR DO
      *LIMITE
       FECHARAIZ.
           COMPUTE PERCRAIZ ROUNDED = RAIZVALOR * 100
               / TOTRAMO(RAMOANT)
           IF PERCRAIZ > LIMITE
               ADD 1 TO TOTCONCENTRA
               PERFORM ACHARAMO
               MOVE RAIZVALOR TO VALORED
               MOVE PERCRAIZ TO PERCRAIZED
               DISPLAY " "
               DISPLAY "RAMO " RAMODESCR "  RAIZ " RAIZANT
                   "  " PERCRAIZED "% DO RAMO"
               DISPLAY "    " RAIZRSOCIAL "  CNPJS: " RAIZQTD
                   "  R$ " VALORED
           END-IF.

      *MONTA A DESCRICAO DO RAMO ATUAL PARA OS CABECALHOS
       ACHARAMO.
           IF RAMOANT = 16
               MOVE ZEROES TO RD-COD
               MOVE "FORA DA TABELA" TO RD-DESCR
           ELSE
               MOVE TRCOD(RAMOANT) TO RD-COD
               MOVE TRDESCR(RAMOANT) TO RD-DESCR
           END-IF.

      *FECHA OS ARQUIVOS E EXIBE O RESUMO
       FIM.
           CLOSE CADFORN.
           IF TEMARQPED = 1
               DISPLAY " "
               DISPLAY "FORNECEDORES COM PEDIDOS......: " TOTFORNPED
               MOVE TOTGERAL TO VALORED
               DISPLAY "VALOR TOTAL DOS PEDIDOS R$....: " VALORED
               CLOSE CADPED
           END-IF.
           STOP RUN.
