       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172APT.
      *-----------------------------------------------------------------
      *LIBERACAO PRE-COMPRA EM LOTE PARA O ERP CORPORATIVO: LE O
      *ARQUIVO DE COMPRAS PLANEJADAS DEIXADO PELO ERP (CNPJ DO
      *FORNECEDOR E CODIGO DO ITEM) E DEVOLVE, PARA CADA LINHA E NA
      *MESMA ORDEM, A RESPOSTA APTO OU INAPTO COM ATE SEIS CODIGOS DE
      *MOTIVO:
      *  01 CNPJ INVALIDO OU SEM CADASTRO NO CADFORN
      *  02 FORNECEDOR COM SITUACAO DIFERENTE DE "A" (ATIVO)
      *  03 DOCUMENTO OBRIGATORIO AUSENTE NO CADDOC
      *  04 DOCUMENTO OBRIGATORIO VENCIDO NO CADDOC
      *  05 ULTIMA MEDIA DE AVALIACAO ABAIXO DA NOTA MINIMA
      *  06 SEM VINCULO NO CADFITE PARA O ITEM
      *OS DOCUMENTOS OBRIGATORIOS SAO OS MARCADOS NA TABDOCT (F, E, M,
      *G E T). FORNECEDOR AINDA SEM AVALIACAO NO CADAVAL NAO E BARRADO
      *PELA NOTA MINIMA.
      *A NOTA MINIMA E INFORMADA PELO OPERADOR E FICA GUARDADA NO
      *ARQUIVO DE PARAMETRO APTPAR.TXT, DE ONDE A CONSULTA DO P172FOR
      *TAMBEM A LE, PARA O COMPRADOR NO TELEFONE TER A MESMA RESPOSTA
      *QUE O ERP RECEBE. UM VALOR ACIMA DE 10 MANTEM A NOTA ATUAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CNPJ
               FILE STATUS  IS ERRO.

           SELECT CADDOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DOCKEY
               FILE STATUS  IS ERRO.

           SELECT CADAVAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AVALKEY
               FILE STATUS  IS ERRO.

           SELECT CADFITE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FITKEY
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS FIT-CNPJ WITH DUPLICATES.

           SELECT ARQPLA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT ARQRES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT ARQPAR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
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
               02 FMOTIVO      PIC X(30) VALUE SPACES.

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

      *ARQUIVO DAS AVALIACOES DE FORNECEDOR, MANTIDO PELO P172AVA
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

      *VINCULO ITEM X FORNECEDOR, MANTIDO PELO P172ITE E PELO P172FOR
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

      *COMPRAS PLANEJADAS DEIXADAS PELO ERP, LAYOUT FIXO
           FD ARQPLA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APTERP.TXT".
           01 REGPLA.
               02 PLA-CNPJ    PIC 9(15).
               02 PLA-ITEM    PIC 9(06).

      *RESPOSTA PARA O ERP, UMA LINHA POR COMPRA PLANEJADA, NA ORDEM
      *DO ARQUIVO RECEBIDO
           FD ARQRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APTRES.TXT".
           01 REGRES.
               02 RES-CNPJ      PIC 9(15).
               02 RES-ITEM      PIC 9(06).
               02 RES-VEREDITO  PIC X(06).
               02 RES-MOTIVO    PIC 9(02) OCCURS 6 TIMES.

      *PARAMETRO DA LIBERACAO: NOTA MINIMA DA ULTIMA AVALIACAO
           FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APTPAR.TXT".
           01 REGPAR.
               02 PAR-NOTAMINIMA  PIC 9(02).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 TOTLIDOS    PIC 9(06) VALUE 0.
           01 TOTAPTOS    PIC 9(06) VALUE 0.
           01 TOTINAPTOS  PIC 9(06) VALUE 0.
           01 TOTERROS    PIC 9(06) VALUE 0.
           01 HOJE        PIC 9(08) VALUE 0.
           01 NOTAMINIMA  PIC 9(02) VALUE 0.
           01 NOTANOVA    PIC 9(02) VALUE 0.
           01 QTDMOTIVO   PIC 9(01) VALUE 0.
           01 MOTIVOAPT   PIC 9(02) VALUE 0.
           01 TEMAVAL     PIC 9(01) VALUE 0.
           01 ULTMEDIA    PIC 9(02)V99 VALUE 0.
           01 DOCAUSENTE  PIC 9(01) VALUE 0.
           01 DOCVENCIDO  PIC 9(01) VALUE 0.
           01 INDTIPO     PIC 9(02) VALUE 1.

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

       PROCEDURE DIVISION.
      *LE A NOTA MINIMA GUARDADA, DEIXA O OPERADOR TROCA-LA E GRAVA
      *O VALOR QUE VALE PARA ESTA EXECUCAO E PARA A CONSULTA DO P172FOR
       PARAMETRO.
           MOVE 0 TO NOTAMINIMA
           OPEN INPUT ARQPAR
           IF ERRO = "00"
               READ ARQPAR
               IF ERRO = "00" AND PAR-NOTAMINIMA NUMERIC
                   MOVE PAR-NOTAMINIMA TO NOTAMINIMA
               END-IF
               CLOSE ARQPAR
           END-IF
           DISPLAY "NOTA MINIMA DA ULTIMA AVALIACAO ATUAL: " NOTAMINIMA
           DISPLAY "NOVA NOTA MINIMA (0 A 10, ACIMA DE 10 MANTEM): "
           ACCEPT NOTANOVA
           IF NOTANOVA <= 10
               MOVE NOTANOVA TO NOTAMINIMA
               OPEN OUTPUT ARQPAR
               IF ERRO = "00"
                   MOVE NOTAMINIMA TO PAR-NOTAMINIMA
                   WRITE REGPAR
                   CLOSE ARQPAR
               ELSE
                   DISPLAY "ERRO AO GRAVAR O ARQUIVO DE PARAMETRO"
               END-IF
           END-IF
           ACCEPT HOJE FROM DATE YYYYMMDD.

      *ABRE OS CADASTROS CONSULTADOS, O ARQUIVO DO ERP E A RESPOSTA
       ARQUIVO.
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               GO TO RESUMO
           END-IF
           OPEN INPUT CADDOC
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADDOC
                   CLOSE CADDOC
                   OPEN INPUT CADDOC
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDOC"
                   GO TO FIM
           ELSE
               CONTINUE.
           OPEN INPUT CADAVAL
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADAVAL
                   CLOSE CADAVAL
                   OPEN INPUT CADAVAL
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAVAL"
                   GO TO FIM
           ELSE
               CONTINUE.
           OPEN INPUT CADFITE
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADFITE
                   CLOSE CADFITE
                   OPEN INPUT CADFITE
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFITE"
                   GO TO FIM
           ELSE
               CONTINUE.
           OPEN INPUT ARQPLA
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DO ERP"
               GO TO FIM
           END-IF
           OPEN OUTPUT ARQRES
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RESPOSTA"
               GO TO FIM
           END-IF
           GO TO LEITURA.

      *LE AS COMPRAS PLANEJADAS, UMA A UMA, ATE O FIM DO ARQUIVO
       LEITURA.
           READ ARQPLA
           IF ERRO = "10"
               GO TO FIM
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO DO ERP"
               ADD 1 TO TOTERROS
               GO TO FIM
           ELSE
               ADD 1 TO TOTLIDOS
               MOVE 0 TO QTDMOTIVO
               MOVE ZEROES TO RES-MOTIVO(1) RES-MOTIVO(2)
                   RES-MOTIVO(3) RES-MOTIVO(4) RES-MOTIVO(5)
                   RES-MOTIVO(6)
               GO TO VERIFICA-CNPJ.

      *O CNPJ TEM DE SER NUMERICO E TER CADASTRO NO CADFORN; SEM ISSO
      *AS DEMAIS VERIFICACOES NAO SE APLICAM
       VERIFICA-CNPJ.
           IF PLA-CNPJ NOT NUMERIC
               MOVE 1 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
               GO TO RESPONDE
           END-IF
           MOVE PLA-CNPJ TO CNPJ
           READ CADFORN
           IF ERRO NOT = "00"
               MOVE 1 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
               GO TO RESPONDE
           END-IF
           GO TO VERIFICA-SITUACAO.

      *SITUACAO CADASTRAL DIFERENTE DE ATIVO
       VERIFICA-SITUACAO.
           IF NOT FORN-ATIVO
               MOVE 2 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
           END-IF
           GO TO VERIFICA-DOCUMENTO.

      *DOCUMENTOS OBRIGATORIOS AUSENTES OU VENCIDOS
       VERIFICA-DOCUMENTO.
           MOVE 0 TO DOCAUSENTE
           MOVE 0 TO DOCVENCIDO
           MOVE 1 TO INDTIPO
           PERFORM VERIFICA-DOCUMENTO-LOOP
           IF DOCAUSENTE = 1
               MOVE 3 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
           END-IF
           IF DOCVENCIDO = 1
               MOVE 4 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
           END-IF
           GO TO VERIFICA-AVALIACAO.

      *PERCORRE A TABDOCT E PROCURA NO CADDOC CADA TIPO OBRIGATORIO
       VERIFICA-DOCUMENTO-LOOP.
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
               GO TO VERIFICA-DOCUMENTO-LOOP
           END-IF.

      *MEDIA DA AVALIACAO MAIS RECENTE ABAIXO DA NOTA MINIMA
       VERIFICA-AVALIACAO.
           MOVE 0 TO TEMAVAL
           MOVE ZEROES TO ULTMEDIA
           MOVE CNPJ TO AVA-CNPJ
           MOVE ZEROES TO AVA-DATA
           START CADAVAL KEY IS >= AVALKEY
           IF ERRO = "00"
               PERFORM VERIFICA-AVALIACAO-LOOP
           END-IF
           IF TEMAVAL = 1 AND ULTMEDIA < NOTAMINIMA
               MOVE 5 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
           END-IF
           GO TO VERIFICA-VINCULO.

      *PERCORRE AS AVALIACOES DO CNPJ GUARDANDO A DE DATA MAIS ALTA
       VERIFICA-AVALIACAO-LOOP.
           READ CADAVAL NEXT RECORD
           IF ERRO = "00" AND AVA-CNPJ = CNPJ
               MOVE 1 TO TEMAVAL
               MOVE AVA-MEDIA TO ULTMEDIA
               GO TO VERIFICA-AVALIACAO-LOOP
           END-IF.

      *VINCULO DO FORNECEDOR COM O ITEM NO CADFITE
       VERIFICA-VINCULO.
           MOVE PLA-ITEM TO FIT-ITEM
           MOVE CNPJ TO FIT-CNPJ
           READ CADFITE
           IF ERRO NOT = "00"
               MOVE 6 TO MOTIVOAPT
               PERFORM ANOTAMOTIVO
           END-IF
           GO TO RESPONDE.

      *ANOTA O CODIGO DE MOTIVO NA PROXIMA POSICAO LIVRE DA RESPOSTA
       ANOTAMOTIVO.
           IF QTDMOTIVO < 6
               ADD 1 TO QTDMOTIVO
               MOVE MOTIVOAPT TO RES-MOTIVO(QTDMOTIVO)
           END-IF.

      *GRAVA A RESPOSTA DA LINHA: APTO SEM NENHUM MOTIVO ANOTADO
       RESPONDE.
           MOVE PLA-CNPJ TO RES-CNPJ
           MOVE PLA-ITEM TO RES-ITEM
           IF QTDMOTIVO = 0
               MOVE "APTO" TO RES-VEREDITO
               ADD 1 TO TOTAPTOS
           ELSE
               MOVE "INAPTO" TO RES-VEREDITO
               ADD 1 TO TOTINAPTOS
           END-IF
           WRITE REGRES
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO ARQUIVO DE RESPOSTA"
               ADD 1 TO TOTERROS
           END-IF
           GO TO LEITURA.

      *FECHA OS ARQUIVOS
       FIM.
           CLOSE ARQPLA
           CLOSE ARQRES
           CLOSE CADFORN
           CLOSE CADDOC
           CLOSE CADAVAL
           CLOSE CADFITE
           GO TO RESUMO.

      *EXIBE O RESUMO DA LIBERACAO
       RESUMO.
           DISPLAY "LIBERACAO PRE-COMPRA CONCLUIDA".
           DISPLAY "NOTA MINIMA USADA.....: " NOTAMINIMA.
           DISPLAY "LINHAS LIDAS..........: " TOTLIDOS.
           DISPLAY "APTOS.................: " TOTAPTOS.
           DISPLAY "INAPTOS...............: " TOTINAPTOS.
           DISPLAY "ERROS.................: " TOTERROS.
           STOP RUN.
