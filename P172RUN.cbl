       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RUN.
      *-----------------------------------------------------------------
      *CONTROLE DA CADEIA BATCH DO CADASTRO DE FORNECEDORES. EXECUTA
      *OS PASSOS NA ORDEM ABAIXO, UM SO DEPOIS DO OUTRO TERMINAR SEM
      *FALHA:
      *  1 P172FOB  CARGA DO CADFORN PELO EXTRATO DO ERP
      *  2 P172PEB  CARGA DO CADPED PELO EXTRATO DO ERP
      *  3 P172DEL  DELTA DE FORNECEDORES PARA O ERP
      *  4 P172VER  VERIFICACAO DE CONSISTENCIA
      *  5 P172DOV  DOCUMENTOS A VENCER
      *  6 P172AVP  AVALIACOES PENDENTES
      *  7 P172UTI  DESCARGA DE TODOS OS ARQUIVOS (COPIA DE SEGURANCA)
      *CADA PASSO E CHAMADO PELO SISTEMA OPERACIONAL COM A SAIDA
      *DESVIADA PARA <PROGRAMA>.LOG, QUE FICA GUARDADO PARA CONSULTA.
      *O P172UTI RECEBE AS RESPOSTAS DO MENU (1 DESCARGA, 5 TODOS,
      *4 SAIR) PELO ARQUIVO RUNUTI.TXT, GRAVADO ANTES DO PASSO.
      *O PASSO E DADO COMO FALHO QUANDO O PROGRAMA TERMINA COM CODIGO
      *DE RETORNO DIFERENTE DE ZERO, QUANDO O LOG NAO E GERADO, OU
      *QUANDO O LOG TRAZ UMA DAS MENSAGENS DA TABFATAL (ARQUIVO QUE
      *NAO ABRIU, LEITURA DE ARQUIVO INDEXADO INTERROMPIDA, DESCARGA
      *INCOMPLETA). ERROS DE REGISTRO ISOLADO NAO PARAM A CADEIA, E
      *APARECEM NAS CONTAGENS DO PROPRIO PROGRAMA.
      *AS CONTAGENS SAO AS ULTIMAS 8 LINHAS DE TOTAL ("ROTULO: VALOR")
      *QUE O PROGRAMA EXIBE NO SEU RESUMO.
      *CADA TENTATIVA DE CADA PASSO GERA UM REGISTRO NO HISTORICO
      *CADRUN.DAT, COM INICIO, FIM, SITUACAO, CODIGO DE RETORNO E
      *CONTAGENS. O ARQUIVO DE CONTROLE RUNCKP.TXT GUARDA A EXECUCAO
      *CORRENTE E O PASSO A EXECUTAR: DEPOIS DE UMA FALHA, A PROXIMA
      *EXECUCAO DO P172RUN RECOMECA PELO PASSO QUE FALHOU (O P172FOB E
      *O P172PEB TEM O SEU PROPRIO CONTROLE DE REINICIO DENTRO DO
      *EXTRATO). COM A CADEIA CONCLUIDA O PASSO A EXECUTAR VOLTA A ZERO
      *E A PROXIMA EXECUCAO COMECA UMA CADEIA NOVA.
      *A OPCAO 2 IMPRIME DE MANHA O RESUMO DA ULTIMA EXECUCAO NUMA
      *PAGINA: O QUE RODOU, O QUE FALHOU E AS CONTAGENS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRUN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RUNKEY
               FILE STATUS  IS ERRO.

           SELECT ARQCKP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT ARQLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT ARQUTI ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *HISTORICO DAS EXECUCOES: UM REGISTRO POR TENTATIVA DE PASSO
           FD CADRUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUN.DAT".
           01 REGRUN.
               02 RUNKEY.
                   03 RUN-IDDATA    PIC 9(08).
                   03 RUN-IDHORA    PIC 9(08).
                   03 RUN-PASSO     PIC 9(02).
                   03 RUN-TENTATIVA PIC 9(02).
               02 RUN-PROGRAMA      PIC X(08).
               02 RUN-INIDATA       PIC 9(08).
               02 RUN-INIHORA       PIC 9(08).
               02 RUN-FIMDATA       PIC 9(08).
               02 RUN-FIMHORA       PIC 9(08).
               02 RUN-SITUACAO      PIC X(01).
                   88 RUN-EXECUTANDO VALUE "E".
                   88 RUN-CONCLUIDO  VALUE "C".
                   88 RUN-FALHOU     VALUE "F".
               02 RUN-RETORNO       PIC 9(04).
               02 RUN-MENSAGEM      PIC X(60).
               02 RUN-QTDCONT       PIC 9(02).
               02 RUN-CONTAGEM OCCURS 8 TIMES.
                   03 RUN-ROTULO    PIC X(30).
                   03 RUN-VALOR     PIC 9(09).

      *CONTROLE DE REINICIO: EXECUCAO CORRENTE, PASSO A EXECUTAR
      *(ZERO = CADEIA CONCLUIDA) E TENTATIVAS JA FEITAS NESSE PASSO
           FD ARQCKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RUNCKP.TXT".
           01 REGCKP.
               02 CKP-IDDATA    PIC 9(08).
               02 CKP-IDHORA    PIC 9(08).
               02 CKP-PASSO     PIC 9(02).
               02 CKP-TENTATIVA PIC 9(02).

      *SAIDA DO PASSO, GRAVADA PELO PROPRIO PROGRAMA DO PASSO
           FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS LOGNOME.
           01 LOGLINHA PIC X(132).

      *RESPOSTAS DO MENU DO P172UTI
           FD ARQUTI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RUNUTI.TXT".
           01 UTI-RESPOSTA PIC X(01).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 OPCAO PIC 9(01) VALUE 0.
           01 LOGNOME PIC X(20) VALUE SPACES.
           01 COMANDO PIC X(80) VALUE SPACES.
           01 RETORNO PIC S9(09) VALUE 0.
           01 IDDATA PIC 9(08) VALUE 0.
           01 IDHORA PIC 9(08) VALUE 0.
           01 PASSO PIC 9(02) VALUE 0.
           01 TENTATIVA PIC 9(02) VALUE 0.
           01 INIDATA PIC 9(08) VALUE 0.
           01 INIHORA PIC 9(08) VALUE 0.
           01 FIMDATA PIC 9(08) VALUE 0.
           01 FIMHORA PIC 9(08) VALUE 0.
           01 SITUACAO PIC X(01) VALUE SPACES.
           01 MENSAGEM PIC X(60) VALUE SPACES.
           01 TEMLOG PIC 9(01) VALUE 0.
           01 ULTPASSO PIC 9(02) VALUE 0.
           01 IND PIC 9(02) VALUE 0.
           01 INDFATAL PIC 9(02) VALUE 0.

      *PASSOS DA CADEIA NA ORDEM DE EXECUCAO
           01 TABPASSO.
              02 FILLER PIC X(08) VALUE "P172FOB".
              02 FILLER PIC X(08) VALUE "P172PEB".
              02 FILLER PIC X(08) VALUE "P172DEL".
              02 FILLER PIC X(08) VALUE "P172VER".
              02 FILLER PIC X(08) VALUE "P172DOV".
              02 FILLER PIC X(08) VALUE "P172AVP".
              02 FILLER PIC X(08) VALUE "P172UTI".
           01 TABPASSOI REDEFINES TABPASSO.
               02 TPPROGRAMA PIC X(08) OCCURS 7 TIMES.

      *INICIO DAS MENSAGENS QUE INDICAM QUE O PASSO NAO TERMINOU
      *(TEXTO E QUANTIDADE DE POSICOES A COMPARAR)
           01 TABFATAL.
              02 FILLER PIC X(32)
                  VALUE "ERRO NA ABERTURA              16".
              02 FILLER PIC X(32)
                  VALUE "ERRO NA LEITURA DO ARQUIVO CAD30".
              02 FILLER PIC X(32)
                  VALUE "ERRO DE LEITURA               15".
              02 FILLER PIC X(32)
                  VALUE "ERRO DE GRAVACAO              16".
              02 FILLER PIC X(32)
                  VALUE "ERRO AO GRAVAR O CABECALHO    26".
              02 FILLER PIC X(32)
                  VALUE "DESCARGA DO                   12".
           01 TABFATALI REDEFINES TABFATAL.
               02 TFITEM OCCURS 6 TIMES.
                   03 TFPREFIXO PIC X(30).
                   03 TFTAM     PIC 9(02).

      *CONTAGENS COLHIDAS DO LOG DO PASSO
           01 QTDCONT PIC 9(02) VALUE 0.
           01 TABCONT.
               02 TCITEM OCCURS 8 TIMES.
                   03 TCROTULO PIC X(30).
                   03 TCVALOR  PIC 9(09).
           01 CNTROTULO PIC X(40) VALUE SPACES.
           01 CNTRESTO PIC X(90) VALUE SPACES.
           01 CNTDELIM PIC X(02) VALUE SPACES.
           01 CNTNUMX PIC X(09) VALUE SPACES.
           01 CNTTAM PIC 9(02) VALUE 0.

      *LINHAS DO RESUMO
           01 LINHAPASSO.
               02 LP-PASSO     PIC 9(02).
               02 FILLER       PIC X(01) VALUE SPACES.
               02 LP-PROGRAMA  PIC X(08).
               02 FILLER       PIC X(02) VALUE " T".
               02 LP-TENTATIVA PIC 9(02).
               02 FILLER       PIC X(01) VALUE SPACES.
               02 LP-INIDATA   PIC 9(08).
               02 FILLER       PIC X(01) VALUE SPACES.
               02 LP-INIHORA   PIC 9(06).
               02 FILLER       PIC X(01) VALUE SPACES.
               02 LP-FIMHORA   PIC 9(06).
               02 FILLER       PIC X(01) VALUE SPACES.
               02 LP-SITUACAO  PIC X(13).
               02 FILLER       PIC X(04) VALUE " RC ".
               02 LP-RETORNO   PIC 9(04).
           01 LINHACONT.
               02 FILLER       PIC X(04) VALUE SPACES.
               02 LC-ROTULO1   PIC X(24).
               02 LC-VALOR1    PIC Z(08)9.
               02 FILLER       PIC X(03) VALUE SPACES.
               02 LC-ROTULO2   PIC X(24).
               02 LC-VALOR2    PIC Z(08)9.

       PROCEDURE DIVISION.
      *ABRE O HISTORICO (CRIANDO-O NA PRIMEIRA EXECUCAO) E LE O
      *CONTROLE DE REINICIO
       ARQUIVO.
           OPEN I-O CADRUN
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADRUN
                   CLOSE CADRUN
                   OPEN I-O CADRUN
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRUN"
                   STOP RUN
           ELSE
               CONTINUE.
           MOVE ZEROES TO REGCKP
           OPEN INPUT ARQCKP
           IF ERRO = "00"
               READ ARQCKP
               IF ERRO NOT = "00"
                   MOVE ZEROES TO REGCKP
               END-IF
               CLOSE ARQCKP
           END-IF
           MOVE CKP-IDDATA TO IDDATA
           MOVE CKP-IDHORA TO IDHORA
           MOVE CKP-PASSO TO PASSO
           MOVE CKP-TENTATIVA TO TENTATIVA.

      *APRESENTA AS OPCOES DO CONTROLE DA CADEIA
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "CONTROLE DA CADEIA BATCH DO CADASTRO FORNECEDORES".
           DISPLAY "1 EXECUTAR A CADEIA, 2 RESUMO DA ULTIMA EXECUCAO,".
           DISPLAY "3 SAIR:".
           ACCEPT OPCAO.
           IF OPCAO = 3
               GO TO FIM
           ELSE IF OPCAO = 2
               GO TO RESUMO
           ELSE IF OPCAO NOT = 1
               DISPLAY "OPCAO INVALIDA"
               GO TO MENU-PRINCIPAL.
           IF PASSO > 0
               DISPLAY "EXECUCAO DE " IDDATA " " IDHORA
                   " INTERROMPIDA NO PASSO " PASSO " "
                   TPPROGRAMA(PASSO)
               DISPLAY "REINICIANDO PELO PASSO " PASSO
           ELSE
               ACCEPT IDDATA FROM DATE YYYYMMDD
               ACCEPT IDHORA FROM TIME
               MOVE 1 TO PASSO
               MOVE 0 TO TENTATIVA
               DISPLAY "NOVA EXECUCAO " IDDATA " " IDHORA
           END-IF
           GO TO EXECUTA.

      *EXECUTA O PASSO CORRENTE. A TENTATIVA E ANOTADA NO CONTROLE
      *ANTES DE CHAMAR O PROGRAMA, PARA UMA QUEDA NO MEIO DO PASSO
      *TAMBEM RECOMECAR POR ELE
       EXECUTA.
           IF PASSO > 7
               MOVE 0 TO PASSO
               MOVE 0 TO TENTATIVA
               PERFORM GRAVACONTROLE
               DISPLAY "CADEIA CONCLUIDA"
               GO TO RESUMO
           END-IF
           ADD 1 TO TENTATIVA
           PERFORM GRAVACONTROLE
           ACCEPT INIDATA FROM DATE YYYYMMDD
           ACCEPT INIHORA FROM TIME
           MOVE ZEROES TO FIMDATA FIMHORA RETORNO QTDCONT
           MOVE SPACES TO MENSAGEM
           MOVE "E" TO SITUACAO
           PERFORM GRAVAHISTORICO
           DISPLAY "PASSO " PASSO " " TPPROGRAMA(PASSO)
               " TENTATIVA " TENTATIVA " INICIO " INIHORA
           MOVE SPACES TO LOGNOME COMANDO
           STRING TPPROGRAMA(PASSO) DELIMITED BY SPACE
               ".LOG" DELIMITED BY SIZE
               INTO LOGNOME
           IF TPPROGRAMA(PASSO) = "P172UTI"
               PERFORM GRAVAUTI
               STRING TPPROGRAMA(PASSO) DELIMITED BY SPACE
                   " < RUNUTI.TXT > " DELIMITED BY SIZE
                   LOGNOME DELIMITED BY SPACE
                   INTO COMANDO
           ELSE
               STRING TPPROGRAMA(PASSO) DELIMITED BY SPACE
                   " > " DELIMITED BY SIZE
                   LOGNOME DELIMITED BY SPACE
                   INTO COMANDO
           END-IF
           CALL "SYSTEM" USING COMANDO
           MOVE RETURN-CODE TO RETORNO
           MOVE 0 TO RETURN-CODE
           ACCEPT FIMDATA FROM DATE YYYYMMDD
           ACCEPT FIMHORA FROM TIME
           MOVE "C" TO SITUACAO
           IF RETORNO NOT = 0
               MOVE "F" TO SITUACAO
               MOVE "PROGRAMA TERMINOU COM CODIGO DE RETORNO"
                   TO MENSAGEM
           END-IF
           PERFORM LELOG THRU LELOG-FIM
           PERFORM GRAVAHISTORICO
           DISPLAY "PASSO " PASSO " " TPPROGRAMA(PASSO)
               " FIM " FIMHORA " SITUACAO " SITUACAO " RC " RETORNO
           IF SITUACAO = "F"
               DISPLAY "PASSO FALHOU: " MENSAGEM
               DISPLAY "CORRIJA A CAUSA (VER " LOGNOME
                   ") E EXECUTE O P172RUN DE NOVO"
               GO TO RESUMO
           END-IF
           ADD 1 TO PASSO
           MOVE 0 TO TENTATIVA
           GO TO EXECUTA.

      *LE O LOG DO PASSO PROCURANDO AS MENSAGENS DE FALHA E AS
      *LINHAS DE TOTAL DO RESUMO DO PROGRAMA
       LELOG.
           MOVE 0 TO TEMLOG
           OPEN INPUT ARQLOG
           IF ERRO NOT = "00"
               MOVE "F" TO SITUACAO
               MOVE "LOG DO PASSO NAO FOI GERADO" TO MENSAGEM
               GO TO LELOG-FIM
           END-IF
           MOVE 1 TO TEMLOG.

      *LE AS LINHAS DO LOG UMA A UMA ATE O FIM
       LELOG-LEITURA.
           READ ARQLOG
           IF ERRO NOT = "00"
               CLOSE ARQLOG
               GO TO LELOG-FIM
           END-IF
           MOVE 1 TO INDFATAL
           PERFORM CONFEREFATAL
           PERFORM CONTAGEM THRU CONTAGEM-FIM
           GO TO LELOG-LEITURA.

       LELOG-FIM.
           EXIT.

      *COMPARA A LINHA DO LOG COM AS MENSAGENS DA TABFATAL. A PRIMEIRA
      *MENSAGEM DE FALHA ENCONTRADA FICA GUARDADA NO HISTORICO
       CONFEREFATAL.
           IF INDFATAL > 6
               CONTINUE
           ELSE
               IF LOGLINHA(1:TFTAM(INDFATAL)) =
                   TFPREFIXO(INDFATAL)(1:TFTAM(INDFATAL))
                   IF MENSAGEM = SPACES
                       MOVE LOGLINHA TO MENSAGEM
                   END-IF
                   MOVE "F" TO SITUACAO
               ELSE
                   ADD 1 TO INDFATAL
                   GO TO CONFEREFATAL.

      *GUARDA A LINHA DE TOTAL ("ROTULO: VALOR"). COM A TABELA CHEIA
      *AS MAIS ANTIGAS SAEM, FICANDO AS DO RESUMO NO FIM DO LOG
       CONTAGEM.
           MOVE SPACES TO CNTROTULO CNTRESTO CNTDELIM CNTNUMX
           MOVE 0 TO CNTTAM
           UNSTRING LOGLINHA DELIMITED BY ": "
               INTO CNTROTULO DELIMITER IN CNTDELIM
                    CNTRESTO
           IF CNTDELIM NOT = ": "
               GO TO CONTAGEM-FIM
           END-IF
           UNSTRING CNTRESTO DELIMITED BY SPACE
               INTO CNTNUMX COUNT IN CNTTAM
           IF CNTTAM = 0 OR CNTTAM > 9
               GO TO CONTAGEM-FIM
           END-IF
           IF CNTNUMX(1:CNTTAM) NOT NUMERIC
               GO TO CONTAGEM-FIM
           END-IF
           IF QTDCONT < 8
               ADD 1 TO QTDCONT
           ELSE
               MOVE 1 TO IND
               PERFORM DESLOCA
           END-IF
           MOVE CNTROTULO TO TCROTULO(QTDCONT)
           MOVE CNTNUMX(1:CNTTAM) TO TCVALOR(QTDCONT).

       CONTAGEM-FIM.
           EXIT.

      *DESLOCA AS CONTAGENS UMA POSICAO PARA CIMA
       DESLOCA.
           IF IND < 8
               MOVE TCITEM(IND + 1) TO TCITEM(IND)
               ADD 1 TO IND
               GO TO DESLOCA.

      *GRAVA (SITUACAO E) OU REGRAVA O REGISTRO DA TENTATIVA
       GRAVAHISTORICO.
           MOVE IDDATA TO RUN-IDDATA
           MOVE IDHORA TO RUN-IDHORA
           MOVE PASSO TO RUN-PASSO
           MOVE TENTATIVA TO RUN-TENTATIVA
           MOVE TPPROGRAMA(PASSO) TO RUN-PROGRAMA
           MOVE INIDATA TO RUN-INIDATA
           MOVE INIHORA TO RUN-INIHORA
           MOVE FIMDATA TO RUN-FIMDATA
           MOVE FIMHORA TO RUN-FIMHORA
           MOVE SITUACAO TO RUN-SITUACAO
           MOVE RETORNO TO RUN-RETORNO
           MOVE MENSAGEM TO RUN-MENSAGEM
           MOVE QTDCONT TO RUN-QTDCONT
           MOVE 1 TO IND
           PERFORM COPIACONTAGEM
           IF SITUACAO = "E"
               WRITE REGRUN
           ELSE
               REWRITE REGRUN
           END-IF
           IF ERRO NOT = "00"
               DISPLAY "ERRO " ERRO " AO GRAVAR O HISTORICO CADRUN"
           END-IF.

      *COPIA AS CONTAGENS COLHIDAS PARA O REGISTRO DO HISTORICO
       COPIACONTAGEM.
           IF IND < 9
               IF IND > QTDCONT
                   MOVE SPACES TO RUN-ROTULO(IND)
                   MOVE ZEROES TO RUN-VALOR(IND)
               ELSE
                   MOVE TCROTULO(IND) TO RUN-ROTULO(IND)
                   MOVE TCVALOR(IND) TO RUN-VALOR(IND)
               END-IF
               ADD 1 TO IND
               GO TO COPIACONTAGEM.

      *ANOTA NO CONTROLE A EXECUCAO, O PASSO E A TENTATIVA CORRENTES
       GRAVACONTROLE.
           OPEN OUTPUT ARQCKP
           IF ERRO = "00"
               MOVE IDDATA TO CKP-IDDATA
               MOVE IDHORA TO CKP-IDHORA
               MOVE PASSO TO CKP-PASSO
               MOVE TENTATIVA TO CKP-TENTATIVA
               WRITE REGCKP
               CLOSE ARQCKP
           ELSE
               DISPLAY "ERRO AO GRAVAR O CONTROLE DE REINICIO"
           END-IF.

      *GRAVA AS RESPOSTAS DO MENU DO P172UTI: DESCARGA DE TODOS OS
      *ARQUIVOS E SAIDA
       GRAVAUTI.
           OPEN OUTPUT ARQUTI
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR O ARQUIVO RUNUTI.TXT"
           ELSE
               MOVE "1" TO UTI-RESPOSTA
               WRITE UTI-RESPOSTA
               MOVE "5" TO UTI-RESPOSTA
               WRITE UTI-RESPOSTA
               MOVE "4" TO UTI-RESPOSTA
               WRITE UTI-RESPOSTA
               CLOSE ARQUTI
           END-IF.

      *RESUMO DA ULTIMA EXECUCAO, NUMA PAGINA: UMA LINHA POR
      *TENTATIVA DE PASSO COM AS CONTAGENS EMBAIXO, OS PASSOS QUE NAO
      *CHEGARAM A RODAR E A SITUACAO DA CADEIA
       RESUMO.
           IF IDDATA = ZEROES
               DISPLAY "NENHUMA EXECUCAO REGISTRADA"
               GO TO FIM
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY "RESUMO DA CADEIA BATCH - EXECUCAO DE " IDDATA
               " " IDHORA
           DISPLAY "--------------------------------------------------"
           DISPLAY "PS PROGRAMA TENT DATA     INICIO FIM    SITUACAO"
           MOVE 0 TO ULTPASSO
           MOVE IDDATA TO RUN-IDDATA
           MOVE IDHORA TO RUN-IDHORA
           MOVE ZEROES TO RUN-PASSO RUN-TENTATIVA
           START CADRUN KEY IS >= RUNKEY
           IF ERRO NOT = "00"
               GO TO RESUMO-PENDENTES
           END-IF.

      *LE AS TENTATIVAS DA EXECUCAO NA ORDEM DE PASSO E TENTATIVA
       RESUMO-LEITURA.
           READ CADRUN NEXT RECORD
           IF ERRO NOT = "00"
               GO TO RESUMO-PENDENTES
           END-IF
           IF RUN-IDDATA NOT = IDDATA OR RUN-IDHORA NOT = IDHORA
               GO TO RESUMO-PENDENTES
           END-IF
           MOVE RUN-PASSO TO LP-PASSO ULTPASSO
           MOVE RUN-PROGRAMA TO LP-PROGRAMA
           MOVE RUN-TENTATIVA TO LP-TENTATIVA
           MOVE RUN-INIDATA TO LP-INIDATA
           MOVE RUN-INIHORA(1:6) TO LP-INIHORA
           MOVE RUN-FIMHORA(1:6) TO LP-FIMHORA
           MOVE RUN-RETORNO TO LP-RETORNO
           IF RUN-CONCLUIDO
               MOVE "CONCLUIDO" TO LP-SITUACAO
           ELSE
               IF RUN-FALHOU
                   MOVE "FALHOU" TO LP-SITUACAO
               ELSE
                   MOVE "INTERROMPIDO" TO LP-SITUACAO
               END-IF
           END-IF
           DISPLAY LINHAPASSO
           IF RUN-FALHOU
               DISPLAY "    " RUN-MENSAGEM
           END-IF
           MOVE 1 TO IND
           PERFORM RESUMO-CONTAGEM
           GO TO RESUMO-LEITURA.

      *IMPRIME AS CONTAGENS DA TENTATIVA, DUAS POR LINHA
       RESUMO-CONTAGEM.
           IF IND > RUN-QTDCONT
               CONTINUE
           ELSE
               MOVE RUN-ROTULO(IND) TO LC-ROTULO1
               MOVE RUN-VALOR(IND) TO LC-VALOR1
               MOVE SPACES TO LC-ROTULO2
               MOVE ZEROES TO LC-VALOR2
               ADD 1 TO IND
               IF IND NOT > RUN-QTDCONT
                   MOVE RUN-ROTULO(IND) TO LC-ROTULO2
                   MOVE RUN-VALOR(IND) TO LC-VALOR2
                   ADD 1 TO IND
                   DISPLAY LINHACONT
               ELSE
                   DISPLAY LINHACONT(1:37)
               END-IF
               GO TO RESUMO-CONTAGEM.

      *PASSOS QUE AINDA NAO RODARAM NESTA EXECUCAO
       RESUMO-PENDENTES.
           ADD 1 TO ULTPASSO
           IF ULTPASSO < 8
               DISPLAY ULTPASSO " " TPPROGRAMA(ULTPASSO)
                   "                                   NAO EXECUTADO"
               GO TO RESUMO-PENDENTES
           END-IF
           DISPLAY "--------------------------------------------------"
           IF PASSO = 0
               DISPLAY "CADEIA CONCLUIDA"
           ELSE
               DISPLAY "CADEIA INTERROMPIDA NO PASSO " PASSO " "
                   TPPROGRAMA(PASSO)
               DISPLAY "EXECUTE O P172RUN PARA REINICIAR DESSE PASSO"
           END-IF.

      *FECHA O HISTORICO
       FIM.
           CLOSE CADRUN.
           STOP RUN.
