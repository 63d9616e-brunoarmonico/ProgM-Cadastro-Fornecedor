      *FORNDEL.TXT DE UMA EXECUCAO QUE TERMINOU COM RESUMO NORMAL.
      *ALTERACAO REGRAVADA SEM DIFERENCA ENTRE AS IMAGENS DO CADLOG
      *NAO CONTA COMO MUDANCA E NAO ENTRA NO DELTA.
      *O DELTA LEVA TAMBEM A CONTA BANCARIA APROVADA DO FORNECEDOR NO
      *CADBCO (MANTIDO PELO P172BCO). UMA APROVACAO DE CONTA GRAVADA
      *NO HISTORICO CADBCL DEPOIS DO PONTO DE CONTROLE FAZ O CNPJ
      *ENTRAR NO DELTA MESMO SEM ALTERACAO NO CADLOG. SOLICITACOES
      *AINDA PENDENTES OU RECUSADAS NUNCA SAEM PARA O ERP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT CADLOG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LOGKEY
               FILE STATUS  IS ERRO.

               RECORD KEY   IS AVALKEY
               FILE STATUS  IS ERRO.

           SELECT CADBCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS BCO-CNPJ
               FILE STATUS  IS ERRO.

           SELECT CADBCL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS BCLKEY
               FILE STATUS  IS ERRO.

           SELECT ARQDEL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.
               02 AVA-MEDIA       PIC 9(02)V99.
               02 AVA-OPERADOR    PIC X(08) VALUE SPACES.

      *DADOS BANCARIOS DO FORNECEDOR, MANTIDO PELO P172BCO. SO A
      *CONTA APROVADA (BCO-) VAI PARA O ERP
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
               02 BCP-DADOS          PIC X(80) VALUE SPACES.
               02 BCO-SOLICITANTE    PIC X(08) VALUE SPACES.
               02 BCO-SOLDATA        PIC 9(08).
               02 BCO-SOLHORA        PIC 9(08).

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
                   88 BCL-APROVACAO  VALUE "A".
               02 BCL-SOLICITANTE    PIC X(08) VALUE SPACES.
               02 BCL-SOLDATA        PIC 9(08).
               02 BCL-APROVADOR      PIC X(08) VALUE SPACES.
               02 BCL-ANTES          PIC X(80) VALUE SPACES.
               02 BCL-DEPOIS         PIC X(80) VALUE SPACES.

      *ARQUIVO DE SAIDA DO DELTA PARA O ERP, LAYOUT POSICIONAL FIXO:
      *UM REGISTRO POR CNPJ ALTERADO DESDE A ULTIMA EXECUCAO
           FD ARQDEL
               02 SAI-DATAAVAL     PIC 9(08).
               02 SAI-DATAALT      PIC 9(08).
               02 SAI-HORAALT      PIC 9(08).
               02 SAI-BANCO        PIC 9(03).
               02 SAI-AGENCIA      PIC X(06).
               02 SAI-CONTA        PIC X(15).
               02 SAI-TIPOCONTA    PIC X(01).
               02 SAI-PIX          PIC X(40).
               02 SAI-TITULAR      PIC 9(15).
               02 SAI-DATABCO      PIC 9(08).

      *ARQUIVO DE CONTROLE DO PONTO DE PARTIDA: DATA E HORA DO
      *REGISTRO DE LOG MAIS RECENTE JA EXPORTADO
           01 TEMAVAL      PIC 9(01) VALUE 0.
           01 ULTMEDIA     PIC 9(02)V99 VALUE 0.
           01 ULTDATAAVAL  PIC 9(08) VALUE 0.
           01 TOTBANCO     PIC 9(06) VALUE 0.
           01 TEMARQBCO    PIC 9(01) VALUE 0.
           01 TEMARQBCL    PIC 9(01) VALUE 0.
           01 JAEMITIDO    PIC 9(01) VALUE 0.
           01 DATAALT      PIC 9(08) VALUE 0.
           01 HORAALT      PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
      *LE O CONTROLE DA EXECUCAO ANTERIOR. SEM CONTROLE GRAVADO, A
               GO TO RESUMO
           ELSE
               CONTINUE.
           MOVE 0 TO TEMARQBCO
           OPEN INPUT CADBCO
           IF ERRO = "00"
               MOVE 1 TO TEMARQBCO
           END-IF
           MOVE 0 TO TEMARQBCL
           OPEN INPUT CADBCL
           IF ERRO = "00"
               MOVE 1 TO TEMARQBCL
           END-IF
           OPEN OUTPUT ARQDEL
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE DELTA"
      *PERCORRE O CADLOG NA ORDEM DA CHAVE (CNPJ, DATA, HORA),
      *SELECIONANDO O QUE FOI GRAVADO DEPOIS DO PONTO DE CONTROLE
       LEITURA.
           READ CADLOG NEXT RECORD
           IF ERRO = "10"
               GO TO BANCOS
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADLOG"
               ADD 1 TO TOTERROS
           IF LOG-CNPJ = CNPJEMITIDO
               GO TO LEITURA
           ELSE
               MOVE LOG-DATA TO DATAALT
               MOVE LOG-HORA TO HORAALT
               GO TO GRAVADELTA.

      *MONTA O REGISTRO DE DELTA COM A FOTOGRAFIA ATUAL DO CADFORN E
               MOVE LOG-CNPJ TO CNPJEMITIDO
               GO TO LEITURA
           END-IF
           PERFORM MONTADELTA
           MOVE LOG-CNPJ TO CNPJEMITIDO
           GO TO LEITURA.

      *MONTA E GRAVA O REGISTRO DE DELTA DO FORNECEDOR LIDO NO
      *CADFORN, COM A ULTIMA AVALIACAO E A CONTA BANCARIA APROVADA
       MONTADELTA.
           PERFORM ACHAMEDIA
           PERFORM ACHABANCO
           MOVE CNPJ TO SAI-CNPJ
           MOVE FSITUACAO TO SAI-SITUACAO
           MOVE FMOTIVO TO SAI-MOTIVO
           MOVE RAMO TO SAI-RAMO
           MOVE ULTMEDIA TO SAI-MEDIA
           MOVE ULTDATAAVAL TO SAI-DATAAVAL
           MOVE DATAALT TO SAI-DATAALT
           MOVE HORAALT TO SAI-HORAALT
           WRITE REGDEL
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO ARQUIVO DE DELTA"
               ADD 1 TO TOTERROS
           ELSE
               ADD 1 TO TOTGRAVADOS
           END-IF.

      *LEVA PARA O DELTA A CONTA APROVADA DO FORNECEDOR. SEM CONTA
      *APROVADA OS CAMPOS BANCARIOS SAEM ZERADOS E EM BRANCO
       ACHABANCO.
           MOVE ZEROES TO SAI-BANCO SAI-TITULAR SAI-DATABCO
           MOVE SPACES TO SAI-AGENCIA SAI-CONTA SAI-TIPOCONTA SAI-PIX
           IF TEMARQBCO = 1
               MOVE CNPJ TO BCO-CNPJ
               READ CADBCO
               IF ERRO = "00" AND BCO-APRDATA NOT = ZEROES
                   MOVE BCO-BANCO TO SAI-BANCO
                   MOVE BCO-AGENCIA TO SAI-AGENCIA
                   MOVE BCO-CONTA TO SAI-CONTA
                   MOVE BCO-TIPOCONTA TO SAI-TIPOCONTA
                   MOVE BCO-PIX TO SAI-PIX
                   MOVE BCO-TITULAR TO SAI-TITULAR
                   MOVE BCO-APRDATA TO SAI-DATABCO
                   ADD 1 TO TOTBANCO
               END-IF
           END-IF.

      *LOCALIZA NO CADAVAL A MEDIA E A DATA DA AVALIACAO MAIS RECENTE
       ACHAMEDIA.
               GO TO ACHAMEDIA-LOOP
           END-IF.

      *PERCORRE O HISTORICO CADBCL NA ORDEM DA CHAVE (CNPJ, DATA,
      *HORA), SELECIONANDO AS APROVACOES DE CONTA GRAVADAS DEPOIS DO
      *PONTO DE CONTROLE. O CNPJ QUE JA SAIU PELO CADLOG NESTA
      *EXECUCAO NAO E GRAVADO DE NOVO
       BANCOS.
           MOVE 0 TO CNPJEMITIDO
           IF TEMARQBCL = 0
               GO TO ENCERRA
           END-IF
           GO TO BANCOS-LEITURA.

       BANCOS-LEITURA.
           READ CADBCL
           IF ERRO = "10"
               GO TO ENCERRA
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADBCL"
               ADD 1 TO TOTERROS
               GO TO FIM
           ELSE
               CONTINUE.
           IF NOT BCL-APROVACAO
               GO TO BANCOS-LEITURA
           END-IF
           IF BCL-DATA < CKPDATA
               GO TO BANCOS-LEITURA
           END-IF
           IF BCL-DATA = CKPDATA AND BCL-HORA <= CKPHORA
               GO TO BANCOS-LEITURA
           END-IF
           ADD 1 TO TOTNOVOS
           IF BCL-DATA > MAXDATA
               MOVE BCL-DATA TO MAXDATA
               MOVE BCL-HORA TO MAXHORA
           ELSE
               IF BCL-DATA = MAXDATA AND BCL-HORA > MAXHORA
                   MOVE BCL-HORA TO MAXHORA
               END-IF
           END-IF
           IF BCL-CNPJ = CNPJEMITIDO
               GO TO BANCOS-LEITURA
           END-IF
           MOVE BCL-CNPJ TO CNPJEMITIDO
           PERFORM VERIFICALOG
           IF JAEMITIDO = 1
               GO TO BANCOS-LEITURA
           END-IF
           MOVE BCL-CNPJ TO CNPJ
           READ CADFORN
           IF ERRO NOT = "00"
               DISPLAY "CNPJ DO CADBCL SEM REGISTRO NO CADFORN " CNPJ
               ADD 1 TO TOTERROS
               GO TO BANCOS-LEITURA
           END-IF
           MOVE BCL-DATA TO DATAALT
           MOVE BCL-HORA TO HORAALT
           PERFORM MONTADELTA
           GO TO BANCOS-LEITURA.

      *VERIFICA SE O CNPJ TEM NO CADLOG ALGUMA ALTERACAO DEPOIS DO
      *PONTO DE CONTROLE, CASO EM QUE JA FOI GRAVADO NO DELTA
       VERIFICALOG.
           MOVE 0 TO JAEMITIDO
           MOVE BCL-CNPJ TO LOG-CNPJ
           MOVE CKPDATA TO LOG-DATA
           MOVE CKPHORA TO LOG-HORA
           START CADLOG KEY IS > LOGKEY
           IF ERRO = "00"
               PERFORM VERIFICALOG-LOOP
           END-IF.

      *PERCORRE OS REGISTROS DE LOG DO CNPJ DEPOIS DO PONTO, PARANDO
      *NO PRIMEIRO QUE REPRESENTA UMA MUDANCA DE FATO
       VERIFICALOG-LOOP.
           READ CADLOG NEXT RECORD
           IF ERRO = "00" AND LOG-CNPJ = BCL-CNPJ
               IF LOG-OPERACAO = "A" AND LOG-ANTES = LOG-DEPOIS
                   GO TO VERIFICALOG-LOOP
               ELSE
                   MOVE 1 TO JAEMITIDO
               END-IF
           END-IF.

      *FIM NORMAL DA EXPORTACAO: REGRAVA O CONTROLE COM O PONTO MAIS
      *RECENTE EXPORTADO, PARA A PROXIMA EXECUCAO PARTIR DALI
       ENCERRA.
           CLOSE CADLOG
           CLOSE CADFORN
           CLOSE CADAVAL
           IF TEMARQBCO = 1
               CLOSE CADBCO
           END-IF
           IF TEMARQBCL = 1
               CLOSE CADBCL
           END-IF
           GO TO RESUMO.

      *EXIBE O RESUMO DA EXPORTACAO
           DISPLAY "REGISTROS DE LOG LIDOS....: " TOTLIDOS.
           DISPLAY "ALTERACOES DESDE O PONTO..: " TOTNOVOS.
           DISPLAY "CNPJ GRAVADOS NO DELTA....: " TOTGRAVADOS.
           DISPLAY "COM CONTA BANCARIA........: " TOTBANCO.
           DISPLAY "OCORRENCIAS DE ERRO.......: " TOTERROS.
           STOP RUN.
