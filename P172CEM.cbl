       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172CEM.
      *-----------------------------------------------------------------
      *APLICA AO CADFORN A TABELA DE ALTERACAO DE CEP DOS CORREIOS
      *(CEP ANTIGO -> CEP NOVO), RECEBIDA JUNTO COM O EXTRATO QUE O
      *P172CEB CARREGA. TODO FORNECEDOR CUJO FCEP FOI RENUMERADO TEM O
      *FCEP TROCADO PELO CEP NOVO, COM REGISTRO DE AUDITORIA NO CADLOG
      *SOB O OPERADOR DE LOTE "P172CEM", NO MESMO MOLDE DO P172FOB.
      *A TABELA TEM UMA LINHA POR CEP ANTIGO E CEP NOVO. QUANDO A
      *LINHA TRAZ FAIXA DE NUMERACAO (NUMERO INICIAL/FINAL), O CEP
      *ANTIGO FOI DIVIDIDO POR NUMERO DO IMOVEL.
      *OS CASOS QUE O PROGRAMA NAO RESOLVE SOZINHO SAEM NA LISTA PARA
      *TRATAMENTO MANUAL, COM O MOTIVO:
      *  01 CEP ANTIGO DIVIDIDO EM MAIS DE UM CEP NOVO OU POR FAIXA DE
      *     NUMERACAO
      *  02 CEP NOVO SEM CADASTRO NO CADCEP (CARREGAR O EXTRATO NOVO
      *     PELO P172CEB ANTES DESTE PROGRAMA)
      *  03 CEP NOVO TAMBEM ALTERADO NA MESMA TABELA
      *A TABELA E CARREGADA NO ARQUIVO DE TRABALHO CEMWRK.DAT,
      *RECRIADO A CADA EXECUCAO, INDEXADO PELO CEP ANTIGO. O FCEP JA
      *TROCADO NAO E MAIS ENCONTRADO NA TABELA, ENTAO O PROGRAMA PODE
      *SER EXECUTADO DE NOVO SEM ALTERAR DUAS VEZES.
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

           SELECT CADLOG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LOGKEY
               FILE STATUS  IS ERRO.

           SELECT CEMWRK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS WRK-CEPANTIGO
               FILE STATUS  IS ERRO.

           SELECT ARQALT ASSIGN TO DISK
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

      *ARQUIVO DE AUDITORIA DAS ALTERACOES FEITAS EM CADFORN
           FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
           01 REGLOG.
               02 LOGKEY.
                   03 LOG-CNPJ     PIC 9(15).
                   03 LOG-DATA     PIC 9(08).
                   03 LOG-HORA     PIC 9(08).
               02 LOG-OPERACAO     PIC X(01).
               02 LOG-ANTES        PIC X(230) VALUE SPACES.
               02 LOG-DEPOIS       PIC X(230) VALUE SPACES.
               02 LOG-OPERADOR     PIC X(08) VALUE SPACES.

      *TABELA DE ALTERACAO DE CEP CARREGADA PELO CEP ANTIGO
           FD CEMWRK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEMWRK.DAT".
           01 REGWRK.
               02 WRK-CEPANTIGO PIC 9(08).
               02 WRK-CEPNOVO   PIC 9(08).
               02 WRK-DIVIDIDO  PIC X(01).
                   88 WRK-SEPARADO VALUE "S".

      *TABELA DE ALTERACAO DE CEP DOS CORREIOS, LAYOUT POSICIONAL FIXO.
      *NUMERO INICIAL E FINAL ZERADOS QUANDO O CEP MUDA POR INTEIRO
           FD ARQALT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CEPALT.TXT".
           01 REGALT.
               02 ALT-CEPANTIGO  PIC 9(08).
               02 ALT-CEPNOVO    PIC 9(08).
               02 ALT-FAIXA.
                   03 ALT-NUMINICIAL PIC 9(05).
                   03 ALT-NUMFINAL   PIC 9(05).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 TOTTABELA     PIC 9(06) VALUE 0.
           01 TOTDIVIDIDOS  PIC 9(06) VALUE 0.
           01 TOTINVALIDOS  PIC 9(06) VALUE 0.
           01 TOTFORN       PIC 9(06) VALUE 0.
           01 TOTALTERADOS  PIC 9(06) VALUE 0.
           01 TOTMANUAL     PIC 9(06) VALUE 0.
           01 TOTERROS      PIC 9(06) VALUE 0.
           01 CEPANTIGO     PIC 9(08) VALUE 0.
           01 CEPNOVO       PIC 9(08) VALUE 0.
           01 MOTIVOMAN     PIC 9(02) VALUE 0.
           01 REGFORN-ANTES PIC X(230) VALUE SPACES.

      *DESCRICAO DOS MOTIVOS DE TRATAMENTO MANUAL
           01 TABMOTIVO.
              02 TABMOTIVO-1 PIC X(40)
                  VALUE "CEP ANTIGO DIVIDIDO PELOS CORREIOS      ".
              02 TABMOTIVO-2 PIC X(40)
                  VALUE "CEP NOVO SEM CADASTRO NO CADCEP         ".
              02 TABMOTIVO-3 PIC X(40)
                  VALUE "CEP NOVO TAMBEM ALTERADO NA TABELA      ".
           01 TABMOTIVOI REDEFINES TABMOTIVO.
               02 TMDESCR PIC X(40) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS E RECRIA O ARQUIVO DE TRABALHO DA TABELA
       ARQUIVO.
           OPEN I-O CADFORN
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
           OPEN I-O CADLOG
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADLOG
                   CLOSE CADLOG
                   OPEN I-O CADLOG
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOG"
                   CLOSE CADFORN
                   CLOSE CADCEP
                   STOP RUN
           ELSE
               CONTINUE.
           OPEN INPUT ARQALT
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DA TABELA DE ALTERACAO DE CEP"
               CLOSE CADFORN
               CLOSE CADCEP
               CLOSE CADLOG
               STOP RUN
           ELSE
               CONTINUE.
           OPEN OUTPUT CEMWRK
           CLOSE CEMWRK
           OPEN I-O CEMWRK
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEMWRK"
               CLOSE CADFORN
               CLOSE CADCEP
               CLOSE CADLOG
               CLOSE ARQALT
               STOP RUN
           ELSE
               CONTINUE.
           DISPLAY "--------------------------------------------------"
           DISPLAY "RENUMERACAO DE CEP DOS CORREIOS NO CADFORN"
           DISPLAY "--------------------------------------------------".

      *CARREGA A TABELA DOS CORREIOS NO ARQUIVO DE TRABALHO. O CEP
      *ANTIGO QUE APARECE COM MAIS DE UM CEP NOVO, OU COM FAIXA DE
      *NUMERACAO, FICA MARCADO COMO DIVIDIDO
       CARGA.
           READ ARQALT
           IF ERRO = "10"
               CLOSE ARQALT
               GO TO PASSO2
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DA TABELA DE ALTERACAO DE CEP"
               ADD 1 TO TOTERROS
               GO TO CARGA
           ELSE
               ADD 1 TO TOTTABELA.
           IF ALT-CEPANTIGO NOT NUMERIC OR ALT-CEPNOVO NOT NUMERIC
               OR ALT-CEPANTIGO = ZEROES OR ALT-CEPNOVO = ZEROES
               OR ALT-CEPANTIGO = ALT-CEPNOVO
               ADD 1 TO TOTINVALIDOS
               GO TO CARGA
           END-IF
           MOVE ALT-CEPANTIGO TO WRK-CEPANTIGO
           READ CEMWRK
           IF ERRO = "00"
               IF WRK-CEPNOVO NOT = ALT-CEPNOVO
                   OR (ALT-FAIXA NOT = ZEROES AND NOT = SPACES)
                   IF NOT WRK-SEPARADO
                       ADD 1 TO TOTDIVIDIDOS
                   END-IF
                   MOVE "S" TO WRK-DIVIDIDO
                   REWRITE REGWRK
               END-IF
           ELSE
               MOVE ALT-CEPANTIGO TO WRK-CEPANTIGO
               MOVE ALT-CEPNOVO TO WRK-CEPNOVO
               MOVE "N" TO WRK-DIVIDIDO
               IF ALT-FAIXA NOT = ZEROES AND NOT = SPACES
                   MOVE "S" TO WRK-DIVIDIDO
                   ADD 1 TO TOTDIVIDIDOS
               END-IF
               WRITE REGWRK
           END-IF
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR O CEP " ALT-CEPANTIGO
                   " NO ARQUIVO CEMWRK"
               ADD 1 TO TOTERROS
           END-IF
           GO TO CARGA.

      *PASSO 2: PERCORRE O CADFORN PROCURANDO O FCEP NA TABELA
       PASSO2.
           MOVE ZEROES TO CNPJ
           START CADFORN KEY IS >= CNPJ
           IF ERRO NOT = "00"
               DISPLAY "CADFORN VAZIO"
               GO TO FIM
           ELSE
               CONTINUE.

      *LE OS FORNECEDORES UM A UM, ATE O FIM DO CADFORN
       LEITURA.
           READ CADFORN NEXT RECORD
           IF ERRO = "10"
               GO TO FIM
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFORN"
               ADD 1 TO TOTERROS
               GO TO FIM
           ELSE
               ADD 1 TO TOTFORN.
           MOVE FCEP TO WRK-CEPANTIGO
           READ CEMWRK
           IF ERRO NOT = "00"
               GO TO LEITURA
           END-IF
           MOVE WRK-CEPANTIGO TO CEPANTIGO
           MOVE WRK-CEPNOVO TO CEPNOVO
           IF WRK-SEPARADO
               MOVE 1 TO MOTIVOMAN
               GO TO LISTAMANUAL
           END-IF
           MOVE CEPNOVO TO CEP
           READ CADCEP
           IF ERRO NOT = "00"
               MOVE 2 TO MOTIVOMAN
               GO TO LISTAMANUAL
           END-IF
           MOVE CEPNOVO TO WRK-CEPANTIGO
           READ CEMWRK
           IF ERRO = "00"
               MOVE 3 TO MOTIVOMAN
               GO TO LISTAMANUAL
           END-IF
           GO TO ALTERA.

      *TROCA O FCEP PELO CEP NOVO E GRAVA A AUDITORIA
       ALTERA.
           MOVE REGFORN TO REGFORN-ANTES
           MOVE CEPNOVO TO FCEP
           REWRITE REGFORN
           IF ERRO = "00" OR "02"
               ADD 1 TO TOTALTERADOS
               DISPLAY "ALTERADO CNPJ " CNPJ " CEP " CEPANTIGO
                   " PARA " CEPNOVO
               MOVE "A" TO LOG-OPERACAO
               PERFORM GRAVALOG
           ELSE
               DISPLAY "ERRO AO ALTERAR O CNPJ " CNPJ
               ADD 1 TO TOTERROS
           END-IF
           GO TO LEITURA.

      *APONTA O FORNECEDOR NA LISTA DE TRATAMENTO MANUAL
       LISTAMANUAL.
           DISPLAY "MANUAL   CNPJ " CNPJ " CEP " CEPANTIGO " NUMERO "
               NUMERO
           DISPLAY "         MOTIVO " MOTIVOMAN " "
               TMDESCR(MOTIVOMAN) " CEP NOVO " CEPNOVO
           ADD 1 TO TOTMANUAL
           GO TO LEITURA.

      *GRAVA REGISTRO DE AUDITORIA COM OS VALORES ANTES/DEPOIS
       GRAVALOG.
           MOVE CNPJ TO LOG-CNPJ
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE REGFORN-ANTES TO LOG-ANTES
           MOVE REGFORN TO LOG-DEPOIS
           MOVE "P172CEM" TO LOG-OPERADOR
           WRITE REGLOG
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR LOG DE AUDITORIA"
               ADD 1 TO TOTERROS
           END-IF.

      *FECHA OS ARQUIVOS E EXIBE O RESUMO
       FIM.
           CLOSE CADFORN.
           CLOSE CADCEP.
           CLOSE CADLOG.
           CLOSE CEMWRK.
           DISPLAY " ".
           DISPLAY "LINHAS DA TABELA LIDAS.....: " TOTTABELA.
           DISPLAY "LINHAS INVALIDAS...........: " TOTINVALIDOS.
           DISPLAY "CEPS ANTIGOS DIVIDIDOS.....: " TOTDIVIDIDOS.
           DISPLAY "FORNECEDORES LIDOS.........: " TOTFORN.
           DISPLAY "FORNECEDORES ALTERADOS.....: " TOTALTERADOS.
           DISPLAY "PARA TRATAMENTO MANUAL.....: " TOTMANUAL.
           DISPLAY "ERROS......................: " TOTERROS.
           STOP RUN.
