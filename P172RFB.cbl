       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RFB.
      *-----------------------------------------------------------------
      *CONCILIACAO ANUAL DO CADFORN COM O ARQUIVO PUBLICO DE SITUACAO
      *CADASTRAL DE CNPJ DA RECEITA FEDERAL, PARA A REVISAO DE
      *CONFORMIDADE PEDIDA PELA AUDITORIA. O ARQUIVO DA RECEITA E LIDO
      *POR INTEIRO E CADA CNPJ QUE TEM CADASTRO NO CADFORN E CONFERIDO:
      *  1 - SITUACAO NA RECEITA DIFERENTE DE ATIVA (BAIXADA, NULA,
      *      INAPTA, SUSPENSA)
      *  2 - RAZAO SOCIAL DA RECEITA DIFERENTE DO RSOCIAL (COMPARADAS
      *      NAS 35 POSICOES DO CADASTRO)
      *  3 - CEP DA RECEITA DIFERENTE DO FCEP
      *  4 - CNAE PRINCIPAL INCOMPATIVEL COM O RAMO (A DIVISAO DO CNAE,
      *      DOIS PRIMEIROS DIGITOS, FORA DA TABCNAE DO RAMO; O RAMO 15
      *      OUTROS NAO E CONFERIDO)
      *  5 - FORNECEDOR DO CADFORN QUE NAO CONSTA DO ARQUIVO DA RECEITA
      *CADA OCORRENCIA SAI COM A ACAO SUGERIDA (INATIVAR, BLOQUEAR,
      *ATUALIZAR NOME OU ENDERECO, REVISAR RAMO, CONFERIR CNPJ),
      *AGRUPADA PELO TIPO E ORDENADA POR RAMO E CNPJ. FORNECEDORES
      *INATIVOS (SITUACAO I) NAO ENTRAM NA CONCILIACAO.
      *OS CNPJ ENCONTRADOS SAO ANOTADOS NO ARQUIVO DE TRABALHO
      *RFBWRK.DAT, RECRIADO A CADA EXECUCAO, PARA O SEGUNDO PASSO
      *APURAR OS FORNECEDORES QUE NAO CONSTAM DA RECEITA.
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

           SELECT ARQRFB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT RFBWRK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS WRK-CNPJ
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
                   88 FORN-INATIVO   VALUE "I".
               02 FMOTIVO      PIC X(30) VALUE SPACES.

      *ARQUIVO DE SITUACAO CADASTRAL DE CNPJ DA RECEITA FEDERAL,
      *CONVERTIDO PARA LAYOUT FIXO, UM ESTABELECIMENTO POR LINHA
           FD ARQRFB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RFBCNPJ.TXT".
           01 REGRFB.
               02 RFB-CNPJ       PIC 9(14).
               02 RFB-SITUACAO   PIC X(08).
               02 RFB-RSOCIAL    PIC X(60).
               02 RFB-CEP        PIC 9(08).
               02 RFB-CNAE.
                   03 RFB-CNAEDIV   PIC X(02).
                   03 RFB-CNAERESTO PIC X(05).

      *CNPJ DO CADFORN ENCONTRADOS NO ARQUIVO DA RECEITA
           FD RFBWRK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RFBWRK.DAT".
           01 REGWRK.
               02 WRK-CNPJ  PIC 9(15).

      *ARQUIVO DE TRABALHO DA ORDENACAO, UM REGISTRO POR OCORRENCIA
           SD WORKSORT.
           01 WORKREC.
               02 WK-TIPO      PIC 9(01).
               02 WK-RAMO      PIC 9(02).
               02 WK-CNPJ      PIC 9(15).
               02 WK-RSOCIAL   PIC X(35).
               02 WK-CADASTRO  PIC X(35).
               02 WK-RECEITA   PIC X(60).
               02 WK-ACAO      PIC X(30).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 TOTLIDOS    PIC 9(09) VALUE 0.
           01 TOTINVAL    PIC 9(09) VALUE 0.
           01 TOTACHADOS  PIC 9(06) VALUE 0.
           01 TOTFORN     PIC 9(06) VALUE 0.
           01 TOTOCOR     PIC 9(06) VALUE 0.
           01 TABTOTAL.
               02 TOTTIPO PIC 9(06) OCCURS 5 TIMES.
           01 TIPOANT     PIC 9(01) VALUE 0.
           01 INDTIPO     PIC 9(01) VALUE 1.
           01 INDDIV      PIC 9(01) VALUE 1.
           01 CNAEVALIDO  PIC 9(01) VALUE 0.

      *DESCRICAO DOS TIPOS DE OCORRENCIA DA CONCILIACAO
           01 TABOCOR.
               02 FILLER PIC X(40)
                   VALUE "SITUACAO NA RECEITA DIFERENTE DE ATIVA".
               02 FILLER PIC X(40)
                   VALUE "RAZAO SOCIAL DIFERENTE DA RECEITA".
               02 FILLER PIC X(40)
                   VALUE "CEP DIFERENTE DA RECEITA".
               02 FILLER PIC X(40)
                   VALUE "CNAE PRINCIPAL INCOMPATIVEL COM O RAMO".
               02 FILLER PIC X(40)
                   VALUE "FORNECEDOR NAO ENCONTRADO NA RECEITA".
           01 TABOCORI REDEFINES TABOCOR.
               02 TODESCR PIC X(40) OCCURS 5 TIMES.

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

      *DIVISOES DO CNAE (DOIS PRIMEIROS DIGITOS) COMPATIVEIS COM CADA
      *RAMO DA TABRAMO, NA MESMA ORDEM DOS RAMOS. O COMERCIO
      *ATACADISTA (46) VALE PARA OS RAMOS DE MATERIAL. O RAMO 15
      *OUTROS FICA EM BRANCO E NAO E CONFERIDO
           01 TABCNAE.
               02 FILLER PIC X(16) VALUE "242546".
               02 FILLER PIC X(16) VALUE "2829303346".
               02 FILLER PIC X(16) VALUE "222046".
               02 FILLER PIC X(16) VALUE "242546".
               02 FILLER PIC X(16) VALUE "49505152".
               02 FILLER PIC X(16) VALUE "70697482".
               02 FILLER PIC X(16) VALUE "717442".
               02 FILLER PIC X(16) VALUE "818277809643".
               02 FILLER PIC X(16) VALUE "52495350".
               02 FILLER PIC X(16) VALUE "1722168246".
               02 FILLER PIC X(16) VALUE "626326955846".
               02 FILLER PIC X(16) VALUE "33439545".
               02 FILLER PIC X(16) VALUE "717485".
               02 FILLER PIC X(16) VALUE "71424143".
               02 FILLER PIC X(16) VALUE SPACES.
           01 TABCNAEI REDEFINES TABCNAE.
               02 TCITEM OCCURS 15 TIMES.
                   03 TCDIV PIC X(02) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
      *GERA O RELATORIO DE CONCILIACAO, ORDENADO POR TIPO DE
      *OCORRENCIA, RAMO E CNPJ
       RELATORIO.
           MOVE ZEROES TO TOTTIPO(1) TOTTIPO(2) TOTTIPO(3) TOTTIPO(4)
               TOTTIPO(5)
           DISPLAY "--------------------------------------------------"
           DISPLAY "CONCILIACAO DO CADFORN COM A SITUACAO CADASTRAL DA"
           DISPLAY "RECEITA FEDERAL"
           DISPLAY "--------------------------------------------------"
           SORT WORKSORT
               ON ASCENDING KEY WK-TIPO WK-RAMO WK-CNPJ
               INPUT PROCEDURE IS EXTRAI THRU EXTRAI-FIM
               OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM.
           GO TO RESUMO.

      *ABRE OS ARQUIVOS E RECRIA O ARQUIVO DE TRABALHO DOS CNPJ
      *ENCONTRADOS
       EXTRAI.
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               GO TO EXTRAI-FIM
           END-IF
           OPEN INPUT ARQRFB
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DA RECEITA"
               CLOSE CADFORN
               GO TO EXTRAI-FIM
           END-IF
           OPEN OUTPUT RFBWRK
           CLOSE RFBWRK
           OPEN I-O RFBWRK
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RFBWRK"
               CLOSE CADFORN
               CLOSE ARQRFB
               GO TO EXTRAI-FIM
           END-IF
           GO TO EXTRAI-LEITURA.

      *PASSO 1: LE O ARQUIVO DA RECEITA E CONFERE CADA CNPJ QUE TEM
      *CADASTRO NO CADFORN
       EXTRAI-LEITURA.
           READ ARQRFB
           IF ERRO = "10"
               GO TO EXTRAI-PASSO2
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO DA RECEITA"
               GO TO EXTRAI-PASSO2
           ELSE
               ADD 1 TO TOTLIDOS.
           IF RFB-CNPJ NOT NUMERIC
               ADD 1 TO TOTINVAL
               GO TO EXTRAI-LEITURA
           END-IF
           MOVE RFB-CNPJ TO CNPJ
           READ CADFORN
           IF ERRO NOT = "00"
               GO TO EXTRAI-LEITURA
           END-IF
           MOVE CNPJ TO WRK-CNPJ
           WRITE REGWRK
           IF FORN-INATIVO
               GO TO EXTRAI-LEITURA
           END-IF
           ADD 1 TO TOTACHADOS
           GO TO CONFERE-SITUACAO.

      *SITUACAO NA RECEITA: BAIXADA OU NULA SUGERE INATIVAR, AS
      *DEMAIS (INAPTA, SUSPENSA) SUGEREM BLOQUEAR
       CONFERE-SITUACAO.
           IF RFB-SITUACAO NOT = "ATIVA"
               MOVE 1 TO WK-TIPO
               MOVE FSITUACAO TO WK-CADASTRO
               MOVE RFB-SITUACAO TO WK-RECEITA
               IF RFB-SITUACAO = "BAIXADA" OR RFB-SITUACAO = "NULA"
                   MOVE "INATIVAR (F5 DO P172FOR)" TO WK-ACAO
               ELSE
                   MOVE "BLOQUEAR (F5 DO P172FOR)" TO WK-ACAO
               END-IF
               PERFORM EXTRAI-GRAVA
           END-IF
           GO TO CONFERE-RSOCIAL.

      *RAZAO SOCIAL, NAS 35 POSICOES GUARDADAS NO CADASTRO
       CONFERE-RSOCIAL.
           IF RFB-RSOCIAL(1:35) NOT = RSOCIAL
               MOVE 2 TO WK-TIPO
               MOVE RSOCIAL TO WK-CADASTRO
               MOVE RFB-RSOCIAL TO WK-RECEITA
               MOVE "ATUALIZAR RAZAO SOCIAL" TO WK-ACAO
               PERFORM EXTRAI-GRAVA
           END-IF
           GO TO CONFERE-CEP.

      *CEP DO ESTABELECIMENTO NA RECEITA CONTRA O FCEP
       CONFERE-CEP.
           IF RFB-CEP NOT = FCEP
               MOVE 3 TO WK-TIPO
               MOVE FCEP TO WK-CADASTRO
               MOVE RFB-CEP TO WK-RECEITA
               MOVE "ATUALIZAR ENDERECO" TO WK-ACAO
               PERFORM EXTRAI-GRAVA
           END-IF
           GO TO CONFERE-CNAE.

      *DIVISAO DO CNAE PRINCIPAL CONTRA A TABCNAE DO RAMO. RAMO FORA
      *DA TABRAMO JA E APONTADO PELO P172VER E NAO E CONFERIDO AQUI
       CONFERE-CNAE.
           IF RAMO < 1 OR RAMO > 15
               GO TO EXTRAI-LEITURA
           END-IF
           IF TCITEM(RAMO) = SPACES
               GO TO EXTRAI-LEITURA
           END-IF
           MOVE 0 TO CNAEVALIDO
           MOVE 1 TO INDDIV
           PERFORM CONFERE-CNAE-LOOP
           IF CNAEVALIDO = 0
               MOVE 4 TO WK-TIPO
               MOVE TRDESCR(RAMO) TO WK-CADASTRO
               MOVE RFB-CNAE TO WK-RECEITA
               MOVE "REVISAR RAMO DE ATIVIDADE" TO WK-ACAO
               PERFORM EXTRAI-GRAVA
           END-IF
           GO TO EXTRAI-LEITURA.

      *PERCORRE AS DIVISOES DO RAMO ATE ACHAR OU ESGOTAR AS POSICOES
       CONFERE-CNAE-LOOP.
           IF INDDIV > 8
               CONTINUE
           ELSE
               IF TCDIV(RAMO INDDIV) = RFB-CNAEDIV
                   MOVE 1 TO CNAEVALIDO
               ELSE
                   IF INDDIV < 8
                       ADD 1 TO INDDIV
                       GO TO CONFERE-CNAE-LOOP
                   END-IF
               END-IF
           END-IF.

      *ENVIA A ORDENACAO UMA OCORRENCIA DO FORNECEDOR ATUAL
       EXTRAI-GRAVA.
           MOVE RAMO TO WK-RAMO
           MOVE CNPJ TO WK-CNPJ
           MOVE RSOCIAL TO WK-RSOCIAL
           ADD 1 TO TOTTIPO(WK-TIPO)
           ADD 1 TO TOTOCOR
           RELEASE WORKREC.

      *PASSO 2: PERCORRE O CADFORN PROCURANDO OS FORNECEDORES QUE NAO
      *FORAM ANOTADOS NO PASSO 1
       EXTRAI-PASSO2.
           MOVE ZEROES TO CNPJ
           START CADFORN KEY IS >= CNPJ
           IF ERRO NOT = "00"
               GO TO EXTRAI-FECHA
           END-IF
           GO TO EXTRAI-PASSO2-LEITURA.

       EXTRAI-PASSO2-LEITURA.
           READ CADFORN NEXT RECORD
           IF ERRO NOT = "00"
               GO TO EXTRAI-FECHA
           END-IF
           IF FORN-INATIVO
               GO TO EXTRAI-PASSO2-LEITURA
           END-IF
           ADD 1 TO TOTFORN
           MOVE CNPJ TO WRK-CNPJ
           READ RFBWRK
           IF ERRO NOT = "00"
               MOVE 5 TO WK-TIPO
               MOVE SPACES TO WK-CADASTRO
               MOVE "CNPJ NAO CONSTA DO ARQUIVO" TO WK-RECEITA
               MOVE "CONFERIR CNPJ NO CADASTRO" TO WK-ACAO
               PERFORM EXTRAI-GRAVA
           END-IF
           GO TO EXTRAI-PASSO2-LEITURA.

       EXTRAI-FECHA.
           CLOSE CADFORN.
           CLOSE ARQRFB.
           CLOSE RFBWRK.

       EXTRAI-FIM.
           CONTINUE.

      *IMPRIME AS OCORRENCIAS COM O CABECALHO DE CADA TIPO
       IMPRIME.
           MOVE 0 TO TIPOANT.
           GO TO IMPRIME-LEITURA.

       IMPRIME-LEITURA.
           RETURN WORKSORT
               AT END
                   GO TO IMPRIME-FIM
           END-RETURN
           IF WK-TIPO NOT = TIPOANT
               MOVE WK-TIPO TO TIPOANT
               DISPLAY " "
               DISPLAY WK-TIPO " - " TODESCR(WK-TIPO)
           END-IF
           GO TO IMPRIME-LINHA.

      *IMPRIME A OCORRENCIA: DADO DO CADASTRO, DADO DA RECEITA E A
      *ACAO SUGERIDA
       IMPRIME-LINHA.
           DISPLAY "  " WK-CNPJ " " WK-RSOCIAL " RAMO " WK-RAMO
           IF WK-TIPO NOT = 5
               DISPLAY "      CADASTRO: " WK-CADASTRO
           END-IF
           DISPLAY "      RECEITA.: " WK-RECEITA
           DISPLAY "      ACAO....: " WK-ACAO
           GO TO IMPRIME-LEITURA.

       IMPRIME-FIM.
           CONTINUE.

      *EXIBE O RESUMO DA CONCILIACAO POR TIPO DE OCORRENCIA
       RESUMO.
           DISPLAY " ".
           DISPLAY "REGISTROS LIDOS DA RECEITA....: " TOTLIDOS.
           DISPLAY "REGISTROS COM CNPJ INVALIDO...: " TOTINVAL.
           DISPLAY "FORNECEDORES CONFERIDOS.......: " TOTACHADOS.
           DISPLAY "FORNECEDORES NO CADFORN.......: " TOTFORN.
           MOVE 1 TO INDTIPO.
           PERFORM RESUMO-TIPO.
           DISPLAY "TOTAL DE OCORRENCIAS..........: " TOTOCOR.
           STOP RUN.

      *EXIBE O TOTAL DE CADA TIPO DE OCORRENCIA
       RESUMO-TIPO.
           IF INDTIPO > 5
               CONTINUE
           ELSE
               DISPLAY TODESCR(INDTIPO) ": " TOTTIPO(INDTIPO)
               IF INDTIPO < 5
                   ADD 1 TO INDTIPO
                   GO TO RESUMO-TIPO
               END-IF
           END-IF.
