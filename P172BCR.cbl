       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172BCR.
      *-----------------------------------------------------------------
      *RELATORIO SEMANAL DAS ALTERACOES DE DADOS BANCARIOS DOS
      *FORNECEDORES, TIRADO DO HISTORICO CADBCL GRAVADO PELO P172BCO.
      *LISTA, EM ORDEM DE DATA E HORA, TODA SOLICITACAO, APROVACAO E
      *RECUSA DO PERIODO, COM QUEM SOLICITOU, QUEM APROVOU OU RECUSOU
      *E A CONTA ANTES E DEPOIS. O PERIODO E INFORMADO EM DIAS ATE
      *HOJE (ZERO ASSUME OS ULTIMOS 7 DIAS). NO FIM SAI O TOTAL DE
      *CONTAS QUE CONTINUAM PENDENTES DE APROVACAO NO CADBCO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBCL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS BCLKEY
               FILE STATUS  IS ERRO.

           SELECT CADBCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS BCO-CNPJ
               FILE STATUS  IS ERRO.

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CNPJ
               FILE STATUS  IS ERRO.

           SELECT WORKSORT ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *HISTORICO DAS ALTERACOES BANCARIAS, GRAVADO PELO P172BCO
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

      *DADOS BANCARIOS DO FORNECEDOR, MANTIDO PELO P172BCO
           FD CADBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBCO.DAT".
           01 REGBCO.
               02 BCO-CNPJ           PIC 9(15).
               02 BCO-DADOS          PIC X(80) VALUE SPACES.
               02 BCO-APROVADOR      PIC X(08) VALUE SPACES.
               02 BCO-APRDATA        PIC 9(08).
               02 BCO-SITUACAO       PIC X(01) VALUE SPACES.
                   88 BCO-PENDENTE   VALUE "P".
               02 BCP-DADOS          PIC X(80) VALUE SPACES.
               02 BCO-SOLICITANTE    PIC X(08) VALUE SPACES.
               02 BCO-SOLDATA        PIC 9(08).
               02 BCO-SOLHORA        PIC 9(08).

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

      *ARQUIVO DE TRABALHO DA ORDENACAO, UM REGISTRO POR EVENTO DO
      *PERIODO
           SD WORKSORT.
           01 WORKREC.
               02 WK-DATA        PIC 9(08).
               02 WK-HORA        PIC 9(08).
               02 WK-CNPJ        PIC 9(15).
               02 WK-RSOCIAL     PIC X(35).
               02 WK-EVENTO      PIC X(01).
               02 WK-SOLICITANTE PIC X(08).
               02 WK-SOLDATA     PIC 9(08).
               02 WK-APROVADOR   PIC X(08).
               02 WK-ANTES       PIC X(80).
               02 WK-DEPOIS      PIC X(80).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 DIASPERIODO  PIC 9(03) VALUE 0.
           01 HOJE         PIC 9(08) VALUE 0.
           01 SERIALHOJE   PIC 9(07) VALUE 0.
           01 TOTSOLIC     PIC 9(06) VALUE 0.
           01 TOTAPROV     PIC 9(06) VALUE 0.
           01 TOTRECUS     PIC 9(06) VALUE 0.
           01 TOTPEND      PIC 9(06) VALUE 0.

      *CONTA BANCARIA DECOMPOSTA PARA A IMPRESSAO DO ANTES E DEPOIS,
      *NO LAYOUT DE BCO-DADOS DO P172BCO
           01 CONTAW.
               02 CW-BANCO      PIC 9(03).
               02 CW-AGENCIA    PIC X(06).
               02 CW-CONTA      PIC X(15).
               02 CW-TIPOCONTA  PIC X(01).
               02 CW-PIX        PIC X(40).
               02 CW-TITULAR    PIC 9(15).
           01 TITULARED PIC 999.999.999/9999.99.

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

       PROCEDURE DIVISION.
      *RECEBE O PERIODO, APURA O SERIAL DE HOJE E GERA O RELATORIO
       RELATORIO.
           DISPLAY "DIAS DO PERIODO ATE HOJE (0 = 7): "
           ACCEPT DIASPERIODO
           IF DIASPERIODO = 0
               MOVE 7 TO DIASPERIODO
           END-IF
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE TO DATAW
           PERFORM CALCSERIAL
           MOVE SERIALW TO SERIALHOJE
           DISPLAY "--------------------------------------------------"
           DISPLAY "ALTERACOES DE DADOS BANCARIOS DOS ULTIMOS "
               DIASPERIODO " DIAS ATE " HOJE
           DISPLAY "--------------------------------------------------"
           SORT WORKSORT
               ON ASCENDING KEY WK-DATA WK-HORA WK-CNPJ
               INPUT PROCEDURE IS EXTRAI THRU EXTRAI-FIM
               OUTPUT PROCEDURE IS IMPRIME THRU IMPRIME-FIM.
           GO TO PENDENTES.

      *LE O HISTORICO POR COMPLETO E ENVIA A ORDENACAO OS EVENTOS
      *DENTRO DO PERIODO
       EXTRAI.
           OPEN INPUT CADBCL
           IF ERRO NOT = "00"
               DISPLAY "HISTORICO CADBCL NAO ENCONTRADO"
               GO TO EXTRAI-FIM
           END-IF
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               CLOSE CADBCL
               GO TO EXTRAI-FIM
           END-IF
           GO TO EXTRAI-LEITURA.

       EXTRAI-LEITURA.
           READ CADBCL
           IF ERRO = "10"
               GO TO EXTRAI-FECHA
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADBCL"
               GO TO EXTRAI-FECHA
           ELSE
               CONTINUE.
           MOVE BCL-DATA TO DATAW
           PERFORM CALCSERIAL
           IF SERIALW + DIASPERIODO <= SERIALHOJE
               GO TO EXTRAI-LEITURA
           END-IF
           MOVE BCL-CNPJ TO CNPJ
           READ CADFORN
           IF ERRO NOT = "00"
               MOVE "FORNECEDOR NAO ENCONTRADO NO CADFORN" TO RSOCIAL
           END-IF
           MOVE BCL-DATA TO WK-DATA
           MOVE BCL-HORA TO WK-HORA
           MOVE BCL-CNPJ TO WK-CNPJ
           MOVE RSOCIAL TO WK-RSOCIAL
           MOVE BCL-EVENTO TO WK-EVENTO
           MOVE BCL-SOLICITANTE TO WK-SOLICITANTE
           MOVE BCL-SOLDATA TO WK-SOLDATA
           MOVE BCL-APROVADOR TO WK-APROVADOR
           MOVE BCL-ANTES TO WK-ANTES
           MOVE BCL-DEPOIS TO WK-DEPOIS
           IF BCL-EVENTO = "S"
               ADD 1 TO TOTSOLIC
           ELSE
               IF BCL-EVENTO = "A"
                   ADD 1 TO TOTAPROV
               ELSE
                   ADD 1 TO TOTRECUS
               END-IF
           END-IF
           RELEASE WORKREC
           GO TO EXTRAI-LEITURA.

       EXTRAI-FECHA.
           CLOSE CADBCL.
           CLOSE CADFORN.

       EXTRAI-FIM.
           CONTINUE.

      *CALCULA O NUMERO SERIAL DA DATA EM DATAW (DIAS CORRIDOS NUMA
      *BASE FIXA), COM O AJUSTE DE JANEIRO/FEVEREIRO PARA O ANO
      *BISSEXTO CAIR NO LUGAR CERTO
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

      *IMPRIME OS EVENTOS NA ORDEM DE DATA E HORA
       IMPRIME.
           CONTINUE.

       IMPRIME-LEITURA.
           RETURN WORKSORT
               AT END
                   GO TO IMPRIME-FIM
           END-RETURN
           GO TO IMPRIME-LINHA.

      *IMPRIME O EVENTO: QUEM SOLICITOU, QUEM APROVOU OU RECUSOU E A
      *CONTA ANTES E DEPOIS
       IMPRIME-LINHA.
           DISPLAY " "
           IF WK-EVENTO = "S"
               DISPLAY WK-DATA " " WK-HORA " SOLICITACAO  " WK-CNPJ
                   " " WK-RSOCIAL
           ELSE
               IF WK-EVENTO = "A"
                   DISPLAY WK-DATA " " WK-HORA " APROVACAO    " WK-CNPJ
                       " " WK-RSOCIAL
               ELSE
                   DISPLAY WK-DATA " " WK-HORA " RECUSA       " WK-CNPJ
                       " " WK-RSOCIAL
               END-IF
           END-IF
           IF WK-EVENTO = "S"
               DISPLAY "    SOLICITADA POR " WK-SOLICITANTE
                   " - AGUARDA APROVACAO"
           ELSE
               DISPLAY "    SOLICITADA POR " WK-SOLICITANTE " EM "
                   WK-SOLDATA " - DECIDIDA POR " WK-APROVADOR
           END-IF
           MOVE WK-ANTES TO CONTAW
           IF CW-BANCO = ZEROES
               DISPLAY "    ANTES : SEM CONTA APROVADA"
           ELSE
               MOVE CW-TITULAR TO TITULARED
               DISPLAY "    ANTES : BANCO " CW-BANCO " AG " CW-AGENCIA
                   " CC " CW-CONTA " " CW-TIPOCONTA " TITULAR "
                   TITULARED
               DISPLAY "            PIX " CW-PIX
           END-IF
           MOVE WK-DEPOIS TO CONTAW
           MOVE CW-TITULAR TO TITULARED
           DISPLAY "    DEPOIS: BANCO " CW-BANCO " AG " CW-AGENCIA
               " CC " CW-CONTA " " CW-TIPOCONTA " TITULAR " TITULARED
           DISPLAY "            PIX " CW-PIX
           GO TO IMPRIME-LEITURA.

       IMPRIME-FIM.
           CONTINUE.

      *CONTA NO CADBCO AS SOLICITACOES AINDA SEM DECISAO
       PENDENTES.
           OPEN INPUT CADBCO
           IF ERRO NOT = "00"
               GO TO RESUMO
           END-IF
           GO TO PENDENTES-LEITURA.

       PENDENTES-LEITURA.
           READ CADBCO
           IF ERRO NOT = "00"
               CLOSE CADBCO
               GO TO RESUMO
           END-IF
           IF BCO-PENDENTE
               ADD 1 TO TOTPEND
           END-IF
           GO TO PENDENTES-LEITURA.

      *EXIBE O RESUMO DO PERIODO
       RESUMO.
           DISPLAY " ".
           DISPLAY "SOLICITACOES NO PERIODO........: " TOTSOLIC.
           DISPLAY "APROVACOES NO PERIODO..........: " TOTAPROV.
           DISPLAY "RECUSAS NO PERIODO.............: " TOTRECUS.
           DISPLAY "CONTAS AINDA PENDENTES (HOJE)..: " TOTPEND.
           STOP RUN.
