       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172IND.
      *-----------------------------------------------------------------
      *FECHAMENTO MENSAL DOS INDICADORES DA BASE DE FORNECEDORES. PARA
      *O MES DE REFERENCIA INFORMADO (AAAAMM) APURA, POR RAMO E POR UF
      *DO ENDERECO (CADCEP):
      *  - QUANTIDADE DE FORNECEDORES ATIVOS, BLOQUEADOS, SUSPENSOS E
      *    INATIVOS (SITUACAO DO CADFORN NO DIA DO FECHAMENTO)
      *  - MEDIA DAS AVALIACOES DOS ATIVOS, USANDO DE CADA UM A
      *    AVALIACAO MAIS RECENTE DO CADAVAL ATE O FIM DO MES (OS SEM
      *    AVALIACAO NAO ENTRAM NA MEDIA)
      *  - PERCENTUAL DOS ATIVOS COM TODOS OS DOCUMENTOS OBRIGATORIOS
      *    DA TABDOCT PRESENTES NO CADDOC E VALIDOS NO FIM DO MES
      *  - QUANTIDADE E VALOR DOS PEDIDOS DO CADPED EMITIDOS NO MES
      *O RESULTADO FICA NO HISTORICO CADIND.DAT, UM REGISTRO POR MES,
      *RAMO E UF, QUE O P172TEN USA NO RELATORIO DE TENDENCIA DE 12
      *MESES. CADA REGISTRO GUARDA TAMBEM A SOMA DAS MEDIAS E OS
      *TOTAIS DE BASE, PARA OS PERCENTUAIS E MEDIAS POR RAMO SEREM
      *REFEITOS SEM ARREDONDAMENTO ACUMULADO. REPROCESSAR UM MES
      *SUBSTITUI OS REGISTROS DELE. CEP SEM CADASTRO ENTRA NA UF "--".
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CNPJ
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS RSOCIAL WITH DUPLICATES
               ALTERNATE RECORD KEY IS NOMEF WITH DUPLICATES.

           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CEP
               FILE STATUS  IS ERRO.

           SELECT CADAVAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AVALKEY
               FILE STATUS  IS ERRO.

           SELECT CADDOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DOCKEY
               FILE STATUS  IS ERRO.

           SELECT CADPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PEDKEY
               FILE STATUS  IS ERRO.

           SELECT CADIND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS INDKEY
               FILE STATUS  IS ERRO.
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
                   88 FORN-ATIVO     VALUE "A".
                   88 FORN-BLOQUEADO VALUE "B".
                   88 FORN-SUSPENSO  VALUE "S".
                   88 FORN-INATIVO   VALUE "I".
               02 FMOTIVO      PIC X(30) VALUE SPACES.

           FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
           01 REGCEP.
               02 CEP PIC 9(8).
               02 LOGRADOURO PIC X(35) VALUE SPACES.
               02 BAIRRO PIC X(20) VALUE SPACES.
               02 CIDADE PIC X(20) VALUE SPACES.
               02 UF PIC X(2) VALUE SPACES.
               02 REFERENCIA PIC X(35) VALUE SPACES.
               02 LATITUDE PIC X(15) VALUE SPACES.
               02 LONGITUDE PIC X(15) VALUE SPACES.

           FD CADAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVAL.DAT".
           01 REGAVAL.
               02 AVALKEY.
                   03 AVA-CNPJ    PIC 9(15).
                   03 AVA-DATA    PIC 9(08).
               02 AVA-PONTUAL     PIC 9(02).
               02 AVA-QUALID      PIC 9(02).
               02 AVA-COMERC      PIC 9(02).
               02 AVA-MEDIA       PIC 9(02)V99.
               02 AVA-OPERADOR    PIC X(08) VALUE SPACES.

      *ARQUIVO DOS DOCUMENTOS DO FORNECEDOR, UM POR CNPJ E TIPO
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

           FD CADPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.DAT".
           01 REGPED.
               02 PEDKEY.
                   03 PED-CNPJ    PIC 9(15).
                   03 PED-DATA    PIC 9(08).
                   03 PED-NUMERO  PIC 9(08).
               02 PED-VALOR       PIC 9(09)V99.

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
           01 ANOMES PIC 9(06) VALUE 0.
           01 ANOMESW REDEFINES ANOMES.
               02 REF-ANO PIC 9(04).
               02 REF-MES PIC 9(02).
           01 DATAINI PIC 9(08) VALUE 0.
           01 DATAFIM PIC 9(08) VALUE 0.
           01 DATAFIMW REDEFINES DATAFIM.
               02 FIM-ANOMES PIC 9(06).
               02 FIM-DIA    PIC 9(02).
           01 QUOCIENTE PIC 9(04) VALUE 0.
           01 RESTO PIC 9(02) VALUE 0.
           01 TEMARQAVAL PIC 9(01) VALUE 0.
           01 TEMARQDOC PIC 9(01) VALUE 0.
           01 TEMARQPED PIC 9(01) VALUE 0.
           01 EXISTENCIA PIC 9(01) VALUE 0.
           01 TEMAVAL PIC 9(01) VALUE 0.
           01 ULTMEDIA PIC 9(02)V99 VALUE 0.
           01 DOCPENDENTE PIC 9(01) VALUE 0.
           01 TOTLIDOS    PIC 9(06) VALUE 0.
           01 TOTAPAGADOS PIC 9(06) VALUE 0.
           01 TOTREGIND   PIC 9(06) VALUE 0.
           01 TOTATIVOS   PIC 9(06) VALUE 0.
           01 TOTPEDIDOS  PIC 9(07) VALUE 0.
           01 TOTERROS    PIC 9(06) VALUE 0.

      *DIAS DE CADA MES, PARA O ULTIMO DIA DO MES DE REFERENCIA
           01 TABDIAS PIC X(24) VALUE "312831303130313130313031".
           01 TABDIASI REDEFINES TABDIAS.
               02 TDIAS PIC 9(02) OCCURS 12 TIMES.

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
           01 INDTIPO PIC 9(02) VALUE 1.

       PROCEDURE DIVISION.
      *PEDE O MES DE REFERENCIA E CALCULA O PRIMEIRO E O ULTIMO DIA
       PARAMETRO.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "INDICADORES MENSAIS DA BASE DE FORNECEDORES".
           DISPLAY "MES DE REFERENCIA (AAAAMM, 0 = MES ATUAL):".
           ACCEPT ANOMES.
           IF ANOMES = 0
               MOVE HOJE-ANOMES TO ANOMES
           END-IF
           IF REF-MES < 1 OR REF-MES > 12
               DISPLAY "MES DE REFERENCIA INVALIDO"
               STOP RUN
           END-IF
           MOVE ANOMES TO FIM-ANOMES
           MOVE TDIAS(REF-MES) TO FIM-DIA
           IF REF-MES = 2
               DIVIDE REF-ANO BY 4 GIVING QUOCIENTE REMAINDER RESTO
               IF RESTO = 0
                   MOVE 29 TO FIM-DIA
               END-IF
           END-IF
           COMPUTE DATAINI = ANOMES * 100 + 1.

      *ABRE OS ARQUIVOS. SEM CADAVAL, CADDOC OU CADPED OS INDICADORES
      *CORRESPONDENTES FICAM ZERADOS
       ARQUIVO.
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               STOP RUN
           ELSE
               CONTINUE.
           OPEN INPUT CADCEP
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCEP"
               CLOSE CADFORN
               STOP RUN
           ELSE
               CONTINUE.
           OPEN INPUT CADAVAL
           IF ERRO = "00"
               MOVE 1 TO TEMARQAVAL
           END-IF
           OPEN INPUT CADDOC
           IF ERRO = "00"
               MOVE 1 TO TEMARQDOC
           END-IF
           OPEN INPUT CADPED
           IF ERRO = "00"
               MOVE 1 TO TEMARQPED
           END-IF
           OPEN I-O CADIND
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADIND
                   CLOSE CADIND
                   OPEN I-O CADIND
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADIND"
                   GO TO FIM
           ELSE
               CONTINUE.

      *APAGA OS REGISTROS DE UM FECHAMENTO ANTERIOR DO MESMO MES
       APAGAMES.
           MOVE ANOMES TO IND-ANOMES
           MOVE ZEROES TO IND-RAMO
           MOVE SPACES TO IND-UF
           START CADIND KEY IS >= INDKEY
           IF ERRO NOT = "00"
               GO TO PASSO2
           END-IF.

       APAGAMES-LEITURA.
           READ CADIND NEXT RECORD
           IF ERRO NOT = "00"
               GO TO PASSO2
           END-IF
           IF IND-ANOMES NOT = ANOMES
               GO TO PASSO2
           END-IF
           DELETE CADIND RECORD
           ADD 1 TO TOTAPAGADOS
           GO TO APAGAMES-LEITURA.

      *PERCORRE O CADFORN ACUMULANDO CADA FORNECEDOR NO REGISTRO DO
      *SEU RAMO E UF
       PASSO2.
           MOVE ZEROES TO CNPJ
           START CADFORN KEY IS >= CNPJ
           IF ERRO NOT = "00"
               DISPLAY "CADFORN VAZIO"
               GO TO FIM
           END-IF.

       LEITURA.
           READ CADFORN NEXT RECORD
           IF ERRO = "10"
               GO TO PASSO3
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFORN"
               ADD 1 TO TOTERROS
               GO TO PASSO3
           ELSE
               ADD 1 TO TOTLIDOS.
           MOVE FCEP TO CEP
           READ CADCEP
           IF ERRO NOT = "00"
               MOVE "--" TO UF
           END-IF
           MOVE ANOMES TO IND-ANOMES
           MOVE RAMO TO IND-RAMO
           MOVE UF TO IND-UF
           READ CADIND
           IF ERRO = "00"
               MOVE 1 TO EXISTENCIA
           ELSE
               MOVE 0 TO EXISTENCIA
               MOVE ZEROES TO IND-QTDATIVO IND-QTDBLOQ IND-QTDSUSP
                   IND-QTDINAT IND-QTDAVAL IND-SOMAMEDIA IND-MEDIA
                   IND-QTDDOCOK IND-PERCDOC IND-QTDPED IND-VALORPED
               MOVE HOJE TO IND-GERACAO
           END-IF
           IF FORN-ATIVO
               ADD 1 TO IND-QTDATIVO
               ADD 1 TO TOTATIVOS
               PERFORM AVALIACAO
               PERFORM DOCUMENTO
           ELSE IF FORN-BLOQUEADO
               ADD 1 TO IND-QTDBLOQ
           ELSE IF FORN-SUSPENSO
               ADD 1 TO IND-QTDSUSP
           ELSE
               ADD 1 TO IND-QTDINAT
           END-IF
           END-IF
           END-IF
           PERFORM PEDIDOS
           IF EXISTENCIA = 1
               REWRITE REGIND
           ELSE
               WRITE REGIND
           END-IF
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR O CADIND DO CNPJ " CNPJ
               ADD 1 TO TOTERROS
           END-IF
           GO TO LEITURA.

      *AVALIACAO MAIS RECENTE DO CNPJ ATE O FIM DO MES
       AVALIACAO.
           MOVE 0 TO TEMAVAL
           MOVE ZEROES TO ULTMEDIA
           IF TEMARQAVAL = 1
               MOVE CNPJ TO AVA-CNPJ
               MOVE ZEROES TO AVA-DATA
               START CADAVAL KEY IS >= AVALKEY
               IF ERRO = "00"
                   PERFORM AVALIACAO-LOOP
               END-IF
           END-IF
           IF TEMAVAL = 1
               ADD 1 TO IND-QTDAVAL
               ADD ULTMEDIA TO IND-SOMAMEDIA
           END-IF.

      *PERCORRE AS AVALIACOES DO CNPJ ATE O FIM DO MES GUARDANDO A DE
      *DATA MAIS ALTA
       AVALIACAO-LOOP.
           READ CADAVAL NEXT RECORD
           IF ERRO = "00" AND AVA-CNPJ = CNPJ AND AVA-DATA NOT > DATAFIM
               MOVE 1 TO TEMAVAL
               MOVE AVA-MEDIA TO ULTMEDIA
               GO TO AVALIACAO-LOOP
           END-IF.

      *CONFERE SE TODOS OS DOCUMENTOS OBRIGATORIOS ESTAO VALIDOS NO
      *FIM DO MES
       DOCUMENTO.
           MOVE 0 TO DOCPENDENTE
           IF TEMARQDOC = 0
               MOVE 1 TO DOCPENDENTE
           ELSE
               MOVE 1 TO INDTIPO
               PERFORM DOCUMENTO-LOOP
           END-IF
           IF DOCPENDENTE = 0
               ADD 1 TO IND-QTDDOCOK
           END-IF.

      *PERCORRE A TABDOCT E PROCURA NO CADDOC CADA TIPO OBRIGATORIO
       DOCUMENTO-LOOP.
           IF INDTIPO > 8
               CONTINUE
           ELSE
               IF TDOBRIG(INDTIPO) = "S"
                   MOVE CNPJ TO DOC-CNPJ
                   MOVE TDCOD(INDTIPO) TO DOC-TIPO
                   READ CADDOC
                   IF ERRO NOT = "00"
                       MOVE 1 TO DOCPENDENTE
                   ELSE
                       IF DOC-VALIDADE < DATAFIM
                           MOVE 1 TO DOCPENDENTE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO INDTIPO
               GO TO DOCUMENTO-LOOP
           END-IF.

      *SOMA OS PEDIDOS DO CNPJ EMITIDOS NO MES DE REFERENCIA
       PEDIDOS.
           IF TEMARQPED = 1
               MOVE CNPJ TO PED-CNPJ
               MOVE DATAINI TO PED-DATA
               MOVE ZEROES TO PED-NUMERO
               START CADPED KEY IS >= PEDKEY
               IF ERRO = "00"
                   PERFORM PEDIDOS-LOOP
               END-IF
           END-IF.

       PEDIDOS-LOOP.
           READ CADPED NEXT RECORD
           IF ERRO = "00" AND PED-CNPJ = CNPJ AND PED-DATA NOT > DATAFIM
               ADD 1 TO IND-QTDPED
               ADD 1 TO TOTPEDIDOS
               ADD PED-VALOR TO IND-VALORPED
               GO TO PEDIDOS-LOOP
           END-IF.

      *CALCULA A MEDIA E O PERCENTUAL DE CADA REGISTRO DO MES
       PASSO3.
           MOVE ANOMES TO IND-ANOMES
           MOVE ZEROES TO IND-RAMO
           MOVE SPACES TO IND-UF
           START CADIND KEY IS >= INDKEY
           IF ERRO NOT = "00"
               GO TO FIM
           END-IF.

       CALCULO.
           READ CADIND NEXT RECORD
           IF ERRO NOT = "00"
               GO TO FIM
           END-IF
           IF IND-ANOMES NOT = ANOMES
               GO TO FIM
           END-IF
           ADD 1 TO TOTREGIND
           MOVE ZEROES TO IND-MEDIA IND-PERCDOC
           IF IND-QTDAVAL > 0
               COMPUTE IND-MEDIA ROUNDED = IND-SOMAMEDIA / IND-QTDAVAL
           END-IF
           IF IND-QTDATIVO > 0
               COMPUTE IND-PERCDOC ROUNDED =
                   IND-QTDDOCOK * 100 / IND-QTDATIVO
           END-IF
           REWRITE REGIND
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR O CADIND"
               ADD 1 TO TOTERROS
           END-IF
           GO TO CALCULO.

      *FECHA OS ARQUIVOS E EXIBE O RESUMO
       FIM.
           CLOSE CADFORN.
           CLOSE CADCEP.
           IF TEMARQAVAL = 1
               CLOSE CADAVAL
           END-IF.
           IF TEMARQDOC = 1
               CLOSE CADDOC
           END-IF.
           IF TEMARQPED = 1
               CLOSE CADPED
           END-IF.
           CLOSE CADIND.
           DISPLAY "MES DE REFERENCIA.........: " ANOMES.
           DISPLAY "REGISTROS DO MES APAGADOS.: " TOTAPAGADOS.
           DISPLAY "FORNECEDORES LIDOS........: " TOTLIDOS.
           DISPLAY "FORNECEDORES ATIVOS.......: " TOTATIVOS.
           DISPLAY "PEDIDOS NO MES............: " TOTPEDIDOS.
           DISPLAY "REGISTROS RAMO/UF GRAVADOS: " TOTREGIND.
           DISPLAY "ERROS.....................: " TOTERROS.
           STOP RUN.
