       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172REB.
      *-----------------------------------------------------------------
      *CARGA EM LOTE DO ARQUIVO CADRCB (RECEBIMENTOS DE MERCADORIA POR
      *PEDIDO DE COMPRA) A PARTIR DO EXTRATO MENSAL DE RECEBIMENTOS DO
      *ERP CORPORATIVO, NO MESMO MOLDE DO P172PEB.
      *CADA REGISTRO DO EXTRATO E UMA ENTRADA DE MERCADORIA: NUMERO DO
      *PEDIDO, CNPJ DO FORNECEDOR, CODIGO DO ITEM, DATA DO RECEBIMENTO,
      *DATA DE ENTREGA PROMETIDA NO PEDIDO E AS QUANTIDADES RECEBIDA E
      *PEDIDA. O PEDIDO TEM DE ESTAR NO CADPED PARA O MESMO CNPJ; A
      *DATA DE EMISSAO DELE E GUARDADA NO RECEBIMENTO, PARA O PRAZO
      *COTADO (FIT-PRAZO DO CADFITE) PODER SER COMPARADO DEPOIS.
      *UM RECEBIMENTO JA CARREGADO NUMA REAPRESENTACAO DO EXTRATO E
      *REGRAVADO, PARA A CARGA MENSAL PODER SER REPETIDA SEM DUPLICAR.
      *OS REGISTROS RECUSADOS SAO GRAVADOS NO ARQUIVO DE REJEITADOS COM
      *UM CODIGO DE MOTIVO NA FRENTE DA IMAGEM ORIGINAL, PARA CORRECAO
      *E REAPRESENTACAO SOMENTE DOS REJEITADOS:
      *  01 CNPJ INVALIDO (ZERADO OU NAO NUMERICO)
      *  02 CNPJ SEM CADASTRO NO CADFORN
      *  03 NUMERO DO PEDIDO ZERADO OU NAO NUMERICO
      *  04 PEDIDO NAO ENCONTRADO NO CADPED PARA ESTE CNPJ
      *  05 CODIGO DO ITEM ZERADO OU NAO NUMERICO
      *  06 DATA DO RECEBIMENTO INVALIDA
      *  07 DATA PROMETIDA INVALIDA
      *  08 QUANTIDADE NAO NUMERICA OU QUANTIDADE PEDIDA ZERADA
      *A CARGA E REINICIAVEL: A CADA REGISTRO PROCESSADO O TOTAL E
      *ANOTADO NO ARQUIVO DE CONTROLE RECCKP.TXT. SE A EXECUCAO CAIR
      *NO MEIO DO EXTRATO, A EXECUCAO SEGUINTE SALTA OS REGISTROS JA
      *PROCESSADOS E CONTINUA DE ONDE PAROU. NO FIM NORMAL DA CARGA O
      *CONTROLE VOLTA A ZERO PARA O PROXIMO MES.
      *A PONTUALIDADE MEDIDA SOBRE ESTES RECEBIMENTOS SAI NO P172PON E
      *APARECE NO P172AVA AO LADO DA NOTA DE PONTUALIDADE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RCBKEY
               FILE STATUS  IS ERRO.

           SELECT CADPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PEDKEY
               FILE STATUS  IS ERRO.

           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CNPJ
               FILE STATUS  IS ERRO.

           SELECT ARQREC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT ARQREJ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT ARQCKP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *RECEBIMENTOS DE MERCADORIA, UM REGISTRO POR PEDIDO, ITEM E DATA
      *DE ENTRADA (UMA ENTREGA PARCIAL GERA MAIS DE UM REGISTRO)
           FD CADRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCB.DAT".
           01 REGRCB.
               02 RCBKEY.
                   03 RCB-CNPJ      PIC 9(15).
                   03 RCB-NUMERO    PIC 9(08).
                   03 RCB-ITEM      PIC 9(06).
                   03 RCB-DATAREC   PIC 9(08).
               02 RCB-DATAPED       PIC 9(08).
               02 RCB-PROMETIDA     PIC 9(08).
               02 RCB-QTDREC        PIC 9(07)V999.
               02 RCB-QTDPED        PIC 9(07)V999.

      *HISTORICO DE PEDIDOS DE COMPRA, CARREGADO PELO P172PEB
           FD CADPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.DAT".
           01 REGPED.
               02 PEDKEY.
                   03 PED-CNPJ    PIC 9(15).
                   03 PED-DATA    PIC 9(08).
                   03 PED-NUMERO  PIC 9(08).
               02 PED-VALOR       PIC 9(09)V99.

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

      *EXTRATO MENSAL DE RECEBIMENTOS DO ERP, LAYOUT FIXO. AS
      *QUANTIDADES VEM COM TRES DECIMAIS, SEM VIRGULA
           FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECERP.TXT".
           01 REGENT.
               02 ENT-NUMERO     PIC 9(08).
               02 ENT-CNPJ       PIC 9(15).
               02 ENT-ITEM       PIC 9(06).
               02 ENT-DATAREC    PIC 9(08).
               02 ENT-PROMETIDA  PIC 9(08).
               02 ENT-QTDREC     PIC 9(10).
               02 ENT-QTDPED     PIC 9(10).
           01 REGENT-DATA REDEFINES REGENT.
               02 FILLER         PIC X(29).
               02 ENT-ANOREC     PIC 9(04).
               02 ENT-MESREC     PIC 9(02).
               02 ENT-DIAREC     PIC 9(02).
               02 ENT-ANOPROM    PIC 9(04).
               02 ENT-MESPROM    PIC 9(02).
               02 ENT-DIAPROM    PIC 9(02).
               02 FILLER         PIC X(20).

      *ARQUIVO DE REJEITADOS: CODIGO DE MOTIVO MAIS A IMAGEM ORIGINAL
           FD ARQREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECREJ.TXT".
           01 REGREJ.
               02 REJ-MOTIVO       PIC 9(02).
               02 REJ-DADOS        PIC X(65).

      *ARQUIVO DE CONTROLE DO REINICIO: TOTAL DE REGISTROS DO EXTRATO
      *JA PROCESSADOS NA EXECUCAO INTERROMPIDA
           FD ARQCKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECCKP.TXT".
           01 REGCKP.
               02 CKP-PROCESSADOS  PIC 9(06).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 TOTLIDOS      PIC 9(06) VALUE 0.
           01 TOTINCLUIDOS  PIC 9(06) VALUE 0.
           01 TOTALTERADOS  PIC 9(06) VALUE 0.
           01 TOTREJEITADOS PIC 9(06) VALUE 0.
           01 TOTERROS      PIC 9(06) VALUE 0.
           01 TOTSALTADOS   PIC 9(06) VALUE 0.
           01 CKPINICIO     PIC 9(06) VALUE 0.
           01 PROCESSADOS   PIC 9(06) VALUE 0.
           01 MOTIVOREJ     PIC 9(02) VALUE 0.
           01 ACHOUPED      PIC 9(01) VALUE 0.
           01 DATAPEDIDO    PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
      *ABRE O CADRCB (CRIANDO-O SE FOR A PRIMEIRA CARGA), O CADFORN E
      *O CADPED PARA A CRITICA, O CONTROLE DE REINICIO E O EXTRATO
       ARQUIVO.
           OPEN I-O CADRCB
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADRCB
                   CLOSE CADRCB
                   OPEN I-O CADRCB
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRCB"
                   GO TO FIM
           ELSE
               CONTINUE.
           OPEN INPUT CADFORN
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               CLOSE CADRCB
               GO TO FIM
           ELSE
               CONTINUE.
           OPEN INPUT CADPED
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPED"
               GO TO FIM
           ELSE
               CONTINUE.
           OPEN INPUT ARQREC
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE EXTRATO"
               GO TO FIM
           ELSE
               CONTINUE.
           GO TO LECONTROLE.

      *LE O CONTROLE DE REINICIO. SE HOUVER UM TOTAL ANOTADO, A CARGA
      *ANTERIOR CAIU NO MEIO: OS REJEITADOS SAO ABERTOS EM EXTENSAO E
      *OS REGISTROS JA PROCESSADOS SERAO SALTADOS
       LECONTROLE.
           MOVE 0 TO CKPINICIO
           OPEN INPUT ARQCKP
           IF ERRO = "00"
               READ ARQCKP
               IF ERRO = "00"
                   MOVE CKP-PROCESSADOS TO CKPINICIO
               END-IF
               CLOSE ARQCKP
           END-IF
           IF CKPINICIO > 0
               DISPLAY "REINICIANDO A CARGA APOS " CKPINICIO
                   " REGISTROS JA PROCESSADOS"
               OPEN EXTEND ARQREJ
           ELSE
               OPEN OUTPUT ARQREJ
           END-IF
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE REJEITADOS"
               GO TO FIM
           END-IF
           MOVE CKPINICIO TO PROCESSADOS
           GO TO SALTA.

      *SALTA OS REGISTROS DO EXTRATO JA PROCESSADOS NA CARGA CAIDA
       SALTA.
           IF TOTSALTADOS < CKPINICIO
               READ ARQREC
               IF ERRO NOT = "00"
                   DISPLAY "EXTRATO MENOR QUE O CONTROLE DE REINICIO"
                   GO TO FIM
               END-IF
               ADD 1 TO TOTSALTADOS
               GO TO SALTA
           ELSE
               GO TO LEITURA.

      *LE OS REGISTROS DO EXTRATO, UM A UM, ATE O FIM DO ARQUIVO
       LEITURA.
           READ ARQREC
           IF ERRO = "10"
               GO TO ENCERRA
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO DE EXTRATO"
               ADD 1 TO TOTERROS
               GO TO ENCERRA
           ELSE
               ADD 1 TO TOTLIDOS
               GO TO VALIDA-CNPJ.

      *VALIDA O CNPJ DO RECEBIMENTO: NUMERICO, NAO ZERADO E COM
      *CADASTRO NO CADFORN
       VALIDA-CNPJ.
           IF ENT-CNPJ NOT NUMERIC
               MOVE 1 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-CNPJ = ZEROES
               MOVE 1 TO MOTIVOREJ
               GO TO REJEITA
           ELSE
               MOVE ENT-CNPJ TO CNPJ
               READ CADFORN
               IF ERRO NOT = "00"
                   MOVE 2 TO MOTIVOREJ
                   GO TO REJEITA
               ELSE
                   GO TO VALIDA-NUMERO.

      *VALIDA O NUMERO DO PEDIDO
       VALIDA-NUMERO.
           IF ENT-NUMERO NOT NUMERIC
               MOVE 3 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-NUMERO = ZEROES
               MOVE 3 TO MOTIVOREJ
               GO TO REJEITA
           ELSE
               GO TO VALIDA-PEDIDO.

      *LOCALIZA O PEDIDO NO CADPED ENTRE OS PEDIDOS DO CNPJ E GUARDA
      *A DATA DE EMISSAO DELE
       VALIDA-PEDIDO.
           MOVE 0 TO ACHOUPED
           MOVE ZEROES TO DATAPEDIDO
           MOVE ENT-CNPJ TO PED-CNPJ
           MOVE ZEROES TO PED-DATA
           MOVE ZEROES TO PED-NUMERO
           START CADPED KEY IS >= PEDKEY
           IF ERRO = "00"
               PERFORM ACHAPEDIDO
           END-IF
           IF ACHOUPED = 0
               MOVE 4 TO MOTIVOREJ
               GO TO REJEITA
           ELSE
               GO TO VALIDA-ITEM.

      *PERCORRE OS PEDIDOS DO CNPJ ATE ACHAR O NUMERO DO RECEBIMENTO
       ACHAPEDIDO.
           READ CADPED NEXT RECORD
           IF ERRO = "00" AND PED-CNPJ = ENT-CNPJ
               IF PED-NUMERO = ENT-NUMERO
                   MOVE 1 TO ACHOUPED
                   MOVE PED-DATA TO DATAPEDIDO
               ELSE
                   GO TO ACHAPEDIDO
               END-IF
           END-IF.

      *VALIDA O CODIGO DO ITEM RECEBIDO
       VALIDA-ITEM.
           IF ENT-ITEM NOT NUMERIC
               MOVE 5 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-ITEM = ZEROES
               MOVE 5 TO MOTIVOREJ
               GO TO REJEITA
           ELSE
               GO TO VALIDA-DATAREC.

      *VALIDA A DATA DO RECEBIMENTO
       VALIDA-DATAREC.
           IF ENT-DATAREC NOT NUMERIC
               MOVE 6 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-DATAREC = ZEROES
               MOVE 6 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-MESREC < 1 OR ENT-MESREC > 12
               MOVE 6 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-DIAREC < 1 OR ENT-DIAREC > 31
               MOVE 6 TO MOTIVOREJ
               GO TO REJEITA
           ELSE
               GO TO VALIDA-PROMETIDA.

      *VALIDA A DATA DE ENTREGA PROMETIDA NO PEDIDO
       VALIDA-PROMETIDA.
           IF ENT-PROMETIDA NOT NUMERIC
               MOVE 7 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-PROMETIDA = ZEROES
               MOVE 7 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-MESPROM < 1 OR ENT-MESPROM > 12
               MOVE 7 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-DIAPROM < 1 OR ENT-DIAPROM > 31
               MOVE 7 TO MOTIVOREJ
               GO TO REJEITA
           ELSE
               GO TO VALIDA-QTD.

      *VALIDA AS QUANTIDADES RECEBIDA E PEDIDA
       VALIDA-QTD.
           IF ENT-QTDREC NOT NUMERIC OR ENT-QTDPED NOT NUMERIC
               MOVE 8 TO MOTIVOREJ
               GO TO REJEITA
           ELSE IF ENT-QTDPED = ZEROES
               MOVE 8 TO MOTIVOREJ
               GO TO REJEITA
           ELSE
               GO TO GRAVARCB.

      *MONTA O REGISTRO DO RECEBIMENTO E GRAVA NO CADRCB: INCLUSAO DE
      *RECEBIMENTO NOVO OU REGRAVACAO DO JA CARREGADO
       GRAVARCB.
           MOVE ENT-CNPJ TO RCB-CNPJ
           MOVE ENT-NUMERO TO RCB-NUMERO
           MOVE ENT-ITEM TO RCB-ITEM
           MOVE ENT-DATAREC TO RCB-DATAREC
           MOVE DATAPEDIDO TO RCB-DATAPED
           MOVE ENT-PROMETIDA TO RCB-PROMETIDA
           COMPUTE RCB-QTDREC = ENT-QTDREC / 1000
           COMPUTE RCB-QTDPED = ENT-QTDPED / 1000
           WRITE REGRCB
           IF ERRO = "00" OR "02"
               ADD 1 TO TOTINCLUIDOS
           ELSE IF ERRO = "22"
               REWRITE REGRCB
               IF ERRO = "00" OR "02"
                   ADD 1 TO TOTALTERADOS
               ELSE
                   DISPLAY "ERRO AO REGRAVAR O RECEBIMENTO DO PEDIDO "
                       RCB-NUMERO
                   ADD 1 TO TOTERROS
               END-IF
           ELSE
               DISPLAY "ERRO AO INCLUIR O RECEBIMENTO DO PEDIDO "
                   RCB-NUMERO
               ADD 1 TO TOTERROS
           END-IF
           PERFORM GRAVACONTROLE
           GO TO LEITURA.

      *GRAVA O REGISTRO RECUSADO NO ARQUIVO DE REJEITADOS COM O
      *CODIGO DE MOTIVO NA FRENTE DA IMAGEM ORIGINAL DO EXTRATO
       REJEITA.
           MOVE MOTIVOREJ TO REJ-MOTIVO
           MOVE REGENT TO REJ-DADOS
           WRITE REGREJ
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO ARQUIVO DE REJEITADOS"
               ADD 1 TO TOTERROS
           ELSE
               ADD 1 TO TOTREJEITADOS
           END-IF
           PERFORM GRAVACONTROLE
           GO TO LEITURA.

      *ANOTA NO ARQUIVO DE CONTROLE O TOTAL DE REGISTROS DO EXTRATO JA
      *PROCESSADOS, PARA A CARGA PODER CONTINUAR DE ONDE PAROU
       GRAVACONTROLE.
           ADD 1 TO PROCESSADOS
           OPEN OUTPUT ARQCKP
           IF ERRO = "00"
               MOVE PROCESSADOS TO CKP-PROCESSADOS
               WRITE REGCKP
               CLOSE ARQCKP
           ELSE
               DISPLAY "ERRO AO GRAVAR O CONTROLE DE REINICIO"
           END-IF.

      *FIM NORMAL DA CARGA: ZERA O CONTROLE DE REINICIO PARA O
      *PROXIMO MES COMECAR DO INICIO DO EXTRATO
       ENCERRA.
           OPEN OUTPUT ARQCKP
           IF ERRO = "00"
               MOVE 0 TO CKP-PROCESSADOS
               WRITE REGCKP
               CLOSE ARQCKP
           ELSE
               DISPLAY "ERRO AO ZERAR O CONTROLE DE REINICIO"
           END-IF
           CLOSE ARQREC
           CLOSE ARQREJ
           CLOSE CADRCB
           CLOSE CADFORN
           CLOSE CADPED
           GO TO RESUMO.

      *FECHAMENTO DE EMERGENCIA: MANTEM O CONTROLE DE REINICIO
       FIM.
           CLOSE ARQREC
           CLOSE ARQREJ
           CLOSE CADRCB
           CLOSE CADFORN
           CLOSE CADPED
           GO TO RESUMO.

      *EXIBE O RESUMO DA CARGA
       RESUMO.
           DISPLAY "CARGA DO CADRCB CONCLUIDA".
           DISPLAY "REGISTROS SALTADOS....: " TOTSALTADOS.
           DISPLAY "REGISTROS LIDOS.......: " TOTLIDOS.
           DISPLAY "REGISTROS INCLUIDOS...: " TOTINCLUIDOS.
           DISPLAY "REGISTROS REGRAVADOS..: " TOTALTERADOS.
           DISPLAY "REGISTROS REJEITADOS..: " TOTREJEITADOS.
           DISPLAY "REGISTROS COM ERRO....: " TOTERROS.
           STOP RUN.
