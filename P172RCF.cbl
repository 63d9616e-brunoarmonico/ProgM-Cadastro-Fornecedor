       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RCF.
      *-----------------------------------------------------------------
      *ACOMPANHAMENTO DO RECADASTRAMENTO ANUAL. LISTA, POR RAMO, OS
      *FORNECEDORES ATIVOS QUE NAO CONFIRMARAM OS DADOS CADASTRAIS NOS
      *ULTIMOS 12 MESES, CONFORME O CADCFM GRAVADO PELO P172RCG E PELA
      *TELA DO P172RCD. A DATA DE REFERENCIA E A DA ULTIMA CONFIRMACAO
      *DEVOLVIDA OU, SE O FORNECEDOR NUNCA DEVOLVEU, A DO PRIMEIRO
      *ENVIO DO FORMULARIO. GRUPOS DA LISTAGEM:
      *  1 - SEM CONFIRMACAO HA MAIS DE 18 MESES: PROPOSTO PARA
      *      SUSPENSAO (F5 DO P172FOR)
      *  2 - SEM CONFIRMACAO HA MAIS DE 12 MESES: COBRAR O RETORNO
      *  3 - FORMULARIO NUNCA GERADO: INCLUIR NA PROXIMA GERACAO DO
      *      P172RCG
      *A SUSPENSAO NAO E FEITA AQUI: FICA A CRITERIO DO SUPERVISOR NA
      *TELA DO P172FOR.
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

           SELECT CADCFM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CFM-CNPJ
               FILE STATUS  IS ERRO.

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
                   88 FORN-ATIVO     VALUE "A".
               02 FMOTIVO      PIC X(30) VALUE SPACES.

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

           SD WORKSORT.
           01 WORKREC.
               02 WK-GRUPO     PIC 9(01).
               02 WK-RAMO      PIC 9(02).
               02 WK-CNPJ      PIC 9(15).
               02 WK-RSOCIAL   PIC X(35).
               02 WK-ENVIO     PIC 9(08).
               02 WK-RETORNO   PIC 9(08).
               02 WK-MESES     PIC 9(03).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 HOJE PIC 9(08) VALUE 0.
           01 HOJEW REDEFINES HOJE.
               02 HOJE-ANO PIC 9(04).
               02 HOJE-MES PIC 9(02).
               02 HOJE-DIA PIC 9(02).
           01 LIMITE12 PIC 9(08) VALUE 0.
           01 LIMITE18 PIC 9(08) VALUE 0.
           01 LIMITE18W REDEFINES LIMITE18.
               02 LIM-ANO PIC 9(04).
               02 LIM-MES PIC 9(02).
               02 LIM-DIA PIC 9(02).
           01 DATAREF PIC 9(08) VALUE 0.
           01 DATAREFW REDEFINES DATAREF.
               02 REF-ANO PIC 9(04).
               02 REF-MES PIC 9(02).
               02 REF-DIA PIC 9(02).
           01 GRUPOANT PIC 9(01) VALUE 0.
           01 RAMOANT PIC 9(02) VALUE 99.
           01 SUBTOTAL PIC 9(06) VALUE 0.
           01 TOTATIVOS PIC 9(06) VALUE 0.
           01 TOTEMDIA  PIC 9(06) VALUE 0.
           01 TOTGRUPOS.
               02 TOTGRUPO PIC 9(06) OCCURS 3 TIMES.

           01 TABGRUPO.
               02 FILLER PIC X(50)
                   VALUE "MAIS DE 18 MESES SEM CONFIRMACAO - PROPOSTOS".
               02 FILLER PIC X(50)
                   VALUE "MAIS DE 12 MESES SEM CONFIRMACAO".
               02 FILLER PIC X(50)
                   VALUE "FORMULARIO DE RECADASTRAMENTO NUNCA GERADO".
           01 TABGRUPOI REDEFINES TABGRUPO.
               02 TGDESCR PIC X(50) OCCURS 3 TIMES.
           01 INDGRUPO PIC 9(01) VALUE 1.

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
           01 INDRAMO PIC 9(02) VALUE 1.
           01 RAMODESCR PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
      *CALCULA OS LIMITES DE 12 E 18 MESES A PARTIR DE HOJE E GERA O
      *RELATORIO ORDENADO POR GRUPO, RAMO E CNPJ
       RELATORIO.
           ACCEPT HOJE FROM DATE YYYYMMDD
           COMPUTE LIMITE12 = HOJE - 10000
           MOVE HOJE TO LIMITE18
           IF HOJE-MES > 6
               SUBTRACT 1 FROM LIM-ANO
               SUBTRACT 6 FROM LIM-MES
           ELSE
               SUBTRACT 2 FROM LIM-ANO
               ADD 6 TO LIM-MES
           END-IF
           MOVE ZEROES TO TOTGRUPO(1) TOTGRUPO(2) TOTGRUPO(3)
           DISPLAY "--------------------------------------------------"
           DISPLAY "ACOMPANHAMENTO DO RECADASTRAMENTO DE FORNECEDORES"
           DISPLAY "DATA: " HOJE
           DISPLAY "--------------------------------------------------"
           SORT WORKSORT
               ON ASCENDING KEY WK-GRUPO WK-RAMO WK-CNPJ
               INPUT PROCEDURE IS EXTRAI THRU EXTRAI-FIM
               OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM.
           GO TO RESUMO.

      *ABRE OS ARQUIVOS. SEM O CADCFM O RECADASTRAMENTO AINDA NAO FOI
      *INICIADO E NAO HA O QUE ACOMPANHAR
       EXTRAI.
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               GO TO EXTRAI-FIM
           END-IF
           OPEN INPUT CADCFM
           IF ERRO NOT = "00"
               DISPLAY "CADCFM NAO ENCONTRADO - EXECUTE O P172RCG"
               CLOSE CADFORN
               GO TO EXTRAI-FIM
           END-IF
           MOVE ZEROES TO CNPJ
           START CADFORN KEY IS >= CNPJ
           IF ERRO NOT = "00"
               GO TO EXTRAI-FECHA
           END-IF.

      *CLASSIFICA CADA FORNECEDOR ATIVO PELA DATA DE REFERENCIA
       EXTRAI-LEITURA.
           READ CADFORN NEXT RECORD
           IF ERRO NOT = "00"
               GO TO EXTRAI-FECHA
           END-IF
           IF NOT FORN-ATIVO
               GO TO EXTRAI-LEITURA
           END-IF
           ADD 1 TO TOTATIVOS
           MOVE CNPJ TO CFM-CNPJ
           READ CADCFM
           IF ERRO NOT = "00"
               MOVE 3 TO WK-GRUPO
               MOVE ZEROES TO WK-ENVIO WK-RETORNO WK-MESES
               GO TO EXTRAI-GRAVA
           END-IF
           IF CFM-RETORNO > 0
               MOVE CFM-RETORNO TO DATAREF
           ELSE
               MOVE CFM-ENVIO TO DATAREF
           END-IF
           IF DATAREF > LIMITE12
               ADD 1 TO TOTEMDIA
               GO TO EXTRAI-LEITURA
           END-IF
           IF DATAREF > LIMITE18
               MOVE 2 TO WK-GRUPO
           ELSE
               MOVE 1 TO WK-GRUPO
           END-IF
           MOVE CFM-ENVIO TO WK-ENVIO
           MOVE CFM-RETORNO TO WK-RETORNO
           COMPUTE WK-MESES = (HOJE-ANO * 12 + HOJE-MES)
               - (REF-ANO * 12 + REF-MES)
           GO TO EXTRAI-GRAVA.

      *ENVIA O FORNECEDOR A ORDENACAO
       EXTRAI-GRAVA.
           MOVE RAMO TO WK-RAMO
           MOVE CNPJ TO WK-CNPJ
           MOVE RSOCIAL TO WK-RSOCIAL
           ADD 1 TO TOTGRUPO(WK-GRUPO)
           RELEASE WORKREC
           GO TO EXTRAI-LEITURA.

       EXTRAI-FECHA.
           CLOSE CADFORN.
           CLOSE CADCFM.

       EXTRAI-FIM.
           CONTINUE.

      *IMPRIME OS FORNECEDORES COM O CABECALHO DE CADA GRUPO E O
      *CABECALHO E O SUBTOTAL DE CADA RAMO
       IMPRIME.
           MOVE 0 TO GRUPOANT.
           MOVE 99 TO RAMOANT.
           MOVE 0 TO SUBTOTAL.
           GO TO IMPRIME-LEITURA.

       IMPRIME-LEITURA.
           RETURN WORKSORT
               AT END
                   IF GRUPOANT NOT = 0
                       PERFORM SUBTOTALRAMO
                   END-IF
                   GO TO IMPRIME-FIM
           END-RETURN
           IF WK-GRUPO NOT = GRUPOANT
               IF GRUPOANT NOT = 0
                   PERFORM SUBTOTALRAMO
               END-IF
               MOVE WK-GRUPO TO GRUPOANT
               MOVE 99 TO RAMOANT
               DISPLAY " "
               DISPLAY WK-GRUPO " - " TGDESCR(WK-GRUPO)
               IF WK-GRUPO = 1
                   DISPLAY "    PARA SUSPENSAO (F5 DO P172FOR)"
               END-IF
           END-IF
           IF WK-RAMO NOT = RAMOANT
               IF RAMOANT NOT = 99
                   PERFORM SUBTOTALRAMO
               END-IF
               MOVE WK-RAMO TO RAMOANT
               PERFORM ACHARAMO
               DISPLAY " "
               DISPLAY "  RAMO " RAMOANT " - " RAMODESCR
           END-IF
           GO TO IMPRIME-LINHA.

      *IMPRIME O FORNECEDOR COM AS DATAS DO CONTROLE
       IMPRIME-LINHA.
           ADD 1 TO SUBTOTAL
           IF WK-GRUPO = 3
               DISPLAY "    " WK-CNPJ " " WK-RSOCIAL
           ELSE
               DISPLAY "    " WK-CNPJ " " WK-RSOCIAL " ENVIO "
                   WK-ENVIO " RETORNO " WK-RETORNO " MESES " WK-MESES
           END-IF
           GO TO IMPRIME-LEITURA.

       IMPRIME-FIM.
           CONTINUE.

      *IMPRIME O SUBTOTAL DO RAMO QUE ACABOU DE SER LISTADO
       SUBTOTALRAMO.
           DISPLAY "  SUBTOTAL DO RAMO " RAMOANT ": " SUBTOTAL.
           MOVE 0 TO SUBTOTAL.

      *LOCALIZA NA TABRAMO A DESCRICAO DO RAMO ATUAL
       ACHARAMO.
           MOVE 1 TO INDRAMO
           MOVE "RAMO INVALIDO" TO RAMODESCR
           PERFORM ACHARAMO-LOOP.

       ACHARAMO-LOOP.
           IF INDRAMO > 15
               CONTINUE
           ELSE
               IF RAMOANT = TRCOD(INDRAMO)
                   MOVE TRDESCR(INDRAMO) TO RAMODESCR
               ELSE
                   ADD 1 TO INDRAMO
                   GO TO ACHARAMO-LOOP.

      *EXIBE O RESUMO DO ACOMPANHAMENTO
       RESUMO.
           DISPLAY " ".
           DISPLAY "FORNECEDORES ATIVOS...........: " TOTATIVOS.
           DISPLAY "CONFIRMADOS NOS ULTIMOS 12 MESES: " TOTEMDIA.
           MOVE 1 TO INDGRUPO.
           PERFORM RESUMO-GRUPO.
           STOP RUN.

      *EXIBE O TOTAL DE CADA GRUPO
       RESUMO-GRUPO.
           IF INDGRUPO > 3
               CONTINUE
           ELSE
               DISPLAY TGDESCR(INDGRUPO) ": " TOTGRUPO(INDGRUPO)
               IF INDGRUPO < 3
                   ADD 1 TO INDGRUPO
                   GO TO RESUMO-GRUPO
               END-IF
           END-IF.
