       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172RCG.
      *-----------------------------------------------------------------
      *GERACAO ANUAL DO RECADASTRAMENTO DE FORNECEDORES. PARA CADA
      *FORNECEDOR ATIVO GERA UM FORMULARIO DE CONFIRMACAO COM TUDO O
      *QUE O CADASTRO GUARDA DELE: O REGFORN COM O ENDERECO DO CADCEP,
      *TODOS OS CONTATOS DO CADCONT E OS DOCUMENTOS DO CADDOC.
      *SAIDAS:
      *  RECADFRM.TXT - FORMULARIOS PARA IMPRESSAO, UM POR PAGINA
      *  RECADMAL.TXT - UM REGISTRO POR FORNECEDOR, LAYOUT POSICIONAL
      *                 FIXO, PARA A MALA DIRETA (OS 5 PRIMEIROS
      *                 CONTATOS E OS DOCUMENTOS EM ARQUIVO; O TOTAL
      *                 DE CONTATOS VAI NO REGISTRO)
      *O CONTROLE DO RECADASTRAMENTO FICA NO CADCFM.DAT, UM REGISTRO
      *POR CNPJ: DATA DO FORMULARIO EM ABERTO, DATA DA ULTIMA
      *CONFIRMACAO DEVOLVIDA E OPERADOR QUE A CONFERIU (REGISTRADA NA
      *TELA DO P172RCD). SE O FORMULARIO ANTERIOR JA FOI DEVOLVIDO,
      *ABRE UM CICLO NOVO COM A DATA DE HOJE; SE AINDA ESTA EM ABERTO,
      *O FORMULARIO SAI DE NOVO COMO REITERACAO E A DATA DO PRIMEIRO
      *ENVIO E MANTIDA PARA O ACOMPANHAMENTO DO P172RCF.
      *O OPERADOR INFORMA HA QUANTOS MESES A ULTIMA CONFIRMACAO TEM DE
      *TER SIDO DEVOLVIDA PARA O FORNECEDOR ENTRAR NA GERACAO (ZERO =
      *TODOS OS ATIVOS).
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

           SELECT CADCONT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CONTKEY
               FILE STATUS  IS ERRO.

           SELECT CADDOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DOCKEY
               FILE STATUS  IS ERRO.

           SELECT CADCFM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CFM-CNPJ
               FILE STATUS  IS ERRO.

           SELECT ARQFRM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRO.

           SELECT ARQMAL ASSIGN TO DISK
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

      *ARQUIVO DE CONTATOS ADICIONAIS DO FORNECEDOR (UM PARA N)
           FD CADCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONT.DAT".
           01 REGCONT.
               02 CONTKEY.
                   03 CONT-CNPJ   PIC 9(15).
                   03 CONT-SEQ    PIC 9(02).
               02 CONT-NOME       PIC X(30) VALUE SPACES.
               02 CONT-CARGO      PIC X(01) VALUE SPACES.
               02 CONT-EMAIL      PIC X(35) VALUE SPACES.

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

      *FORMULARIOS DE CONFIRMACAO PARA IMPRESSAO
           FD ARQFRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECADFRM.TXT".
           01 FRM-LINHA PIC X(80).

      *ARQUIVO DA MALA DIRETA, LAYOUT POSICIONAL FIXO
           FD ARQMAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECADMAL.TXT".
           01 REGMAL.
               02 MAL-CNPJ         PIC 9(15).
               02 MAL-RSOCIAL      PIC X(35).
               02 MAL-NOMEF        PIC X(12).
               02 MAL-IE           PIC X(20).
               02 MAL-LOGRADOURO   PIC X(35).
               02 MAL-NUMERO       PIC 9(05).
               02 MAL-COMPLEMENTO  PIC X(12).
               02 MAL-BAIRRO       PIC X(20).
               02 MAL-CIDADE       PIC X(20).
               02 MAL-UF           PIC X(02).
               02 MAL-CEP          PIC 9(08).
               02 MAL-DDD1         PIC 9(03).
               02 MAL-NUMERO1      PIC 9(09).
               02 MAL-DDD2         PIC 9(03).
               02 MAL-NUMERO2      PIC 9(09).
               02 MAL-EMAIL        PIC X(35).
               02 MAL-RAMO         PIC 9(02).
               02 MAL-RAMODESCR    PIC X(15).
               02 MAL-ENVIO        PIC 9(08).
               02 MAL-QTDCONT      PIC 9(02).
               02 MAL-CONTATO OCCURS 5 TIMES.
                   03 MAL-CONTNOME  PIC X(30).
                   03 MAL-CONTCARGO PIC X(01).
                   03 MAL-CONTEMAIL PIC X(35).
               02 MAL-QTDDOC       PIC 9(02).
               02 MAL-DOCUMENTO OCCURS 8 TIMES.
                   03 MAL-DOCTIPO     PIC X(01).
                   03 MAL-DOCNUMERO   PIC X(20).
                   03 MAL-DOCVALIDADE PIC X(08).

       WORKING-STORAGE SECTION.
           01 ERRO PIC X(02) VALUE "00".
           01 HOJE PIC 9(08) VALUE 0.
           01 HOJEW REDEFINES HOJE.
               02 HOJE-ANO PIC 9(04).
               02 HOJE-MES PIC 9(02).
               02 HOJE-DIA PIC 9(02).
           01 MESESCORTE PIC 9(02) VALUE 0.
           01 DATACORTE PIC 9(08) VALUE 0.
           01 DATACORTEW REDEFINES DATACORTE.
               02 CORTE-ANO PIC 9(04).
               02 CORTE-MES PIC 9(02).
               02 CORTE-DIA PIC 9(02).
           01 MESESTOTAL PIC 9(06) VALUE 0.
           01 TEMARQCONT PIC 9(01) VALUE 0.
           01 TEMARQDOC PIC 9(01) VALUE 0.
           01 QTDCONT PIC 9(02) VALUE 0.
           01 QTDDOC PIC 9(02) VALUE 0.
           01 TOTLIDOS    PIC 9(06) VALUE 0.
           01 TOTGERADOS  PIC 9(06) VALUE 0.
           01 TOTNOVOS    PIC 9(06) VALUE 0.
           01 TOTREITERA  PIC 9(06) VALUE 0.
           01 TOTRECENTES PIC 9(06) VALUE 0.
           01 TOTERROS    PIC 9(06) VALUE 0.

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
           01 TIPODESCR PIC X(15) VALUE SPACES.

      *TABELA DOS CARGOS DO CONTATO, COM AS DESCRICOES DA TELA DO
      *P172FOR
           01 TABCARGO.
              02 TABCARGO-1 PIC X(51)
          VALUE"GGERENTE DE VENDARREPRESENTANTE   VVENDEDOR        ".
              02 TABCARGO-2 PIC X(51)
          VALUE"TTECNICO         EENGENHEIRO      DDIRETOR         ".
              02 TABCARGO-3 PIC X(17)
          VALUE"OOUTROS          ".
           01 TABCARGOI REDEFINES TABCARGO.
               02 TCITEM OCCURS 7 TIMES.
                   03 TCCOD   PIC X(01).
                   03 TCDESCR PIC X(16).
           01 INDCARGO PIC 9(02) VALUE 1.
           01 CARGODESCR PIC X(16) VALUE SPACES.

      *LINHAS DO FORMULARIO
           01 LF-DADO.
               02 LF-ROTULO  PIC X(15).
               02 LF-VALOR   PIC X(65).
           01 CNPJED PIC 999.999.999/9999.99.
           01 CEPED PIC 99999.999.
           01 DATAW PIC 9(08) VALUE 0.
           01 DATAWR REDEFINES DATAW.
               02 DATAW-ANO PIC 9(04).
               02 DATAW-MES PIC 9(02).
               02 DATAW-DIA PIC 9(02).
           01 DATAED.
               02 DE-DIA   PIC 9(02).
               02 FILLER   PIC X(01) VALUE "/".
               02 DE-MES   PIC 9(02).
               02 FILLER   PIC X(01) VALUE "/".
               02 DE-ANO   PIC 9(04).
           01 LF-CABEC.
               02 FILLER   PIC X(48)
                   VALUE "FORMULARIO DE RECADASTRAMENTO DE FORNECEDOR".
               02 FILLER   PIC X(06) VALUE "DATA: ".
               02 LFC-DATA PIC X(10).
           01 LF-ENDERECO.
               02 LFE-LOGRADOURO  PIC X(35).
               02 FILLER          PIC X(02) VALUE ", ".
               02 LFE-NUMERO      PIC Z(04)9.
               02 FILLER          PIC X(01) VALUE SPACES.
               02 LFE-COMPLEMENTO PIC X(12).
           01 LF-CIDADE.
               02 LFD-CIDADE PIC X(20).
               02 FILLER     PIC X(03) VALUE " - ".
               02 LFD-UF     PIC X(02).
               02 FILLER     PIC X(07) VALUE "  CEP: ".
               02 LFD-CEP    PIC X(09).
           01 LF-TELEFONE.
               02 FILLER     PIC X(01) VALUE "(".
               02 LFT-DDD1   PIC 9(03).
               02 FILLER     PIC X(02) VALUE ") ".
               02 LFT-NUM1   PIC 9(09).
               02 FILLER     PIC X(05) VALUE "    (".
               02 LFT-DDD2   PIC 9(03).
               02 FILLER     PIC X(02) VALUE ") ".
               02 LFT-NUM2   PIC 9(09).
           01 LF-CONTATO.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 LFC-SEQ    PIC 9(02).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 LFC-NOME   PIC X(30).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 LFC-CARGO  PIC X(16).
           01 LF-CONTMAIL.
               02 FILLER     PIC X(05) VALUE SPACES.
               02 FILLER     PIC X(08) VALUE "E-MAIL: ".
               02 LFM-EMAIL  PIC X(35).
           01 LF-DOCUMENTO.
               02 FILLER     PIC X(02) VALUE SPACES.
               02 LFD-DESCR  PIC X(15).
               02 FILLER     PIC X(01) VALUE SPACES.
               02 LFD-NUMERO PIC X(20).
               02 FILLER     PIC X(09) VALUE " EMISSAO ".
               02 LFD-EMISSAO PIC X(10).
               02 FILLER     PIC X(10) VALUE " VALIDADE ".
               02 LFD-VALIDADE PIC X(10).
           01 LF-TRACO PIC X(80) VALUE ALL "-".
           01 LF-CORRECAO PIC X(80) VALUE ALL "_".

       PROCEDURE DIVISION.
      *PEDE O CORTE DA GERACAO E CALCULA A DATA LIMITE DA ULTIMA
      *CONFIRMACAO
       PARAMETRO.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "RECADASTRAMENTO ANUAL DE FORNECEDORES".
           DISPLAY "GERAR PARA QUEM NAO CONFIRMA HA QUANTOS MESES".
           DISPLAY "(0 = TODOS OS FORNECEDORES ATIVOS):".
           ACCEPT MESESCORTE.
           MOVE 0 TO DATACORTE
           IF MESESCORTE > 0
               COMPUTE MESESTOTAL = HOJE-ANO * 12 + HOJE-MES - 1
                   - MESESCORTE
               DIVIDE MESESTOTAL BY 12 GIVING CORTE-ANO
                   REMAINDER CORTE-MES
               ADD 1 TO CORTE-MES
               MOVE HOJE-DIA TO CORTE-DIA
           END-IF.

      *ABRE OS ARQUIVOS. CADCONT E CADDOC AUSENTES SO DEIXAM AS
      *SECOES DO FORMULARIO EM BRANCO
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
           OPEN INPUT CADCONT
           IF ERRO = "00"
               MOVE 1 TO TEMARQCONT
           END-IF
           OPEN INPUT CADDOC
           IF ERRO = "00"
               MOVE 1 TO TEMARQDOC
           END-IF
           OPEN I-O CADCFM
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADCFM
                   CLOSE CADCFM
                   OPEN I-O CADCFM
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCFM"
                   GO TO FIM
           ELSE
               CONTINUE.
           OPEN OUTPUT ARQFRM
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE FORMULARIOS"
               GO TO FIM
           ELSE
               CONTINUE.
           OPEN OUTPUT ARQMAL
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DA MALA DIRETA"
               GO TO FIM
           ELSE
               CONTINUE.
           MOVE HOJE TO DATAW
           PERFORM EDITADATA
           MOVE DATAED TO LFC-DATA
           MOVE ZEROES TO CNPJ
           START CADFORN KEY IS >= CNPJ
           IF ERRO NOT = "00"
               DISPLAY "CADFORN VAZIO"
               GO TO FIM
           ELSE
               CONTINUE.

      *LE OS FORNECEDORES UM A UM. SO OS ATIVOS RECEBEM FORMULARIO
       LEITURA.
           READ CADFORN NEXT RECORD
           IF ERRO = "10"
               GO TO FIM
           ELSE IF ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFORN"
               ADD 1 TO TOTERROS
               GO TO FIM
           ELSE
               ADD 1 TO TOTLIDOS.
           IF NOT FORN-ATIVO
               GO TO LEITURA
           END-IF
           MOVE CNPJ TO CFM-CNPJ
           READ CADCFM
           IF ERRO = "00"
               IF CFM-RETORNO > DATACORTE AND MESESCORTE > 0
                   ADD 1 TO TOTRECENTES
                   GO TO LEITURA
               END-IF
           END-IF
           PERFORM CICLO
           PERFORM ACHARAMO
           MOVE SPACES TO REGMAL
           PERFORM FORMULARIO
           PERFORM CONTATOS THRU CONTATOS-FIM
           PERFORM DOCUMENTOS THRU DOCUMENTOS-FIM
           PERFORM RODAPE
           PERFORM GRAVAMALA
           ADD 1 TO TOTGERADOS
           GO TO LEITURA.

      *ABRE UM CICLO NOVO (FORMULARIO ANTERIOR DEVOLVIDO OU PRIMEIRO
      *FORMULARIO) OU MANTEM A DATA DO FORMULARIO AINDA EM ABERTO
       CICLO.
           IF ERRO = "00"
               IF CFM-RETORNO NOT < CFM-ENVIO
                   MOVE HOJE TO CFM-ENVIO
                   ADD 1 TO TOTNOVOS
               ELSE
                   ADD 1 TO TOTREITERA
               END-IF
               REWRITE REGCFM
           ELSE
               MOVE CNPJ TO CFM-CNPJ
               MOVE HOJE TO CFM-ENVIO
               MOVE ZEROES TO CFM-RETORNO CFM-REGISTRO
               MOVE SPACES TO CFM-OPERADOR CFM-CORRECAO
               ADD 1 TO TOTNOVOS
               WRITE REGCFM
           END-IF
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR O CADCFM DO CNPJ " CNPJ
               ADD 1 TO TOTERROS
           END-IF.

      *LOCALIZA NA TABRAMO A DESCRICAO DO RAMO DO FORNECEDOR
       ACHARAMO.
           MOVE 1 TO INDRAMO
           MOVE "RAMO INVALIDO" TO RAMODESCR
           PERFORM ACHARAMO-LOOP.

       ACHARAMO-LOOP.
           IF INDRAMO > 15
               CONTINUE
           ELSE
               IF RAMO = TRCOD(INDRAMO)
                   MOVE TRDESCR(INDRAMO) TO RAMODESCR
               ELSE
                   ADD 1 TO INDRAMO
                   GO TO ACHARAMO-LOOP.

      *IMPRIME O CABECALHO E OS DADOS DO REGFORN COM O ENDERECO DO
      *CADCEP, E PREENCHE OS MESMOS DADOS NA MALA DIRETA
       FORMULARIO.
           MOVE FCEP TO CEP
           READ CADCEP
           IF ERRO NOT = "00"
               MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
               MOVE "CEP SEM CADASTRO" TO LOGRADOURO
           END-IF
           MOVE LF-CABEC TO FRM-LINHA
           WRITE FRM-LINHA AFTER ADVANCING PAGE
           MOVE LF-TRACO TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE "CONFIRA OS DADOS ABAIXO, CORRIJA O QUE ESTIVER"
               TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE "DESATUALIZADO E DEVOLVA ESTE FORMULARIO ASSINADO AO"
               TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE "SETOR DE COMPRAS." TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE LF-TRACO TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE CNPJ TO CNPJED
           MOVE "CNPJ.........: " TO LF-ROTULO
           MOVE CNPJED TO LF-VALOR
           PERFORM GRAVADADO
           MOVE "RAZAO SOCIAL.: " TO LF-ROTULO
           MOVE RSOCIAL TO LF-VALOR
           PERFORM GRAVADADO
           MOVE "NOME FANTASIA: " TO LF-ROTULO
           MOVE NOMEF TO LF-VALOR
           PERFORM GRAVADADO
           MOVE "INSCR.ESTAD..: " TO LF-ROTULO
           MOVE IE TO LF-VALOR
           PERFORM GRAVADADO
           MOVE "RAMO.........: " TO LF-ROTULO
           MOVE RAMODESCR TO LF-VALOR
           PERFORM GRAVADADO
           MOVE LOGRADOURO TO LFE-LOGRADOURO
           MOVE NUMERO TO LFE-NUMERO
           MOVE COMPLEMENTO TO LFE-COMPLEMENTO
           MOVE "ENDERECO.....: " TO LF-ROTULO
           MOVE LF-ENDERECO TO LF-VALOR
           PERFORM GRAVADADO
           MOVE "BAIRRO.......: " TO LF-ROTULO
           MOVE BAIRRO TO LF-VALOR
           PERFORM GRAVADADO
           MOVE CIDADE TO LFD-CIDADE
           MOVE UF TO LFD-UF
           MOVE FCEP TO CEPED
           MOVE CEPED TO LFD-CEP
           MOVE "CIDADE.......: " TO LF-ROTULO
           MOVE LF-CIDADE TO LF-VALOR
           PERFORM GRAVADADO
           MOVE DDD1 TO LFT-DDD1
           MOVE NUMERO1 TO LFT-NUM1
           MOVE DDD2 TO LFT-DDD2
           MOVE NUMERO2 TO LFT-NUM2
           MOVE "TELEFONES....: " TO LF-ROTULO
           MOVE LF-TELEFONE TO LF-VALOR
           PERFORM GRAVADADO
           MOVE "E-MAIL.......: " TO LF-ROTULO
           MOVE EMAIL TO LF-VALOR
           PERFORM GRAVADADO
           MOVE CNPJ TO MAL-CNPJ
           MOVE RSOCIAL TO MAL-RSOCIAL
           MOVE NOMEF TO MAL-NOMEF
           MOVE IE TO MAL-IE
           MOVE LOGRADOURO TO MAL-LOGRADOURO
           MOVE NUMERO TO MAL-NUMERO
           MOVE COMPLEMENTO TO MAL-COMPLEMENTO
           MOVE BAIRRO TO MAL-BAIRRO
           MOVE CIDADE TO MAL-CIDADE
           MOVE UF TO MAL-UF
           MOVE FCEP TO MAL-CEP
           MOVE DDD1 TO MAL-DDD1
           MOVE NUMERO1 TO MAL-NUMERO1
           MOVE DDD2 TO MAL-DDD2
           MOVE NUMERO2 TO MAL-NUMERO2
           MOVE EMAIL TO MAL-EMAIL
           MOVE RAMO TO MAL-RAMO
           MOVE RAMODESCR TO MAL-RAMODESCR
           MOVE CFM-ENVIO TO MAL-ENVIO.

      *IMPRIME TODOS OS CONTATOS DO CADCONT DO FORNECEDOR. OS CINCO
      *PRIMEIROS VAO TAMBEM PARA A MALA DIRETA
       CONTATOS.
           MOVE SPACES TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE "CONTATOS" TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE 0 TO QTDCONT
           IF TEMARQCONT = 0
               GO TO CONTATOS-FIM
           END-IF
           MOVE CNPJ TO CONT-CNPJ
           MOVE ZEROES TO CONT-SEQ
           START CADCONT KEY IS >= CONTKEY
           IF ERRO NOT = "00"
               GO TO CONTATOS-FIM
           END-IF.

       CONTATOS-LEITURA.
           READ CADCONT NEXT RECORD
           IF ERRO NOT = "00"
               GO TO CONTATOS-FIM
           END-IF
           IF CONT-CNPJ NOT = CNPJ
               GO TO CONTATOS-FIM
           END-IF
           ADD 1 TO QTDCONT
           PERFORM ACHACARGO
           MOVE CONT-SEQ TO LFC-SEQ
           MOVE CONT-NOME TO LFC-NOME
           MOVE CARGODESCR TO LFC-CARGO
           MOVE LF-CONTATO TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE CONT-EMAIL TO LFM-EMAIL
           MOVE LF-CONTMAIL TO FRM-LINHA
           WRITE FRM-LINHA
           IF QTDCONT < 6
               MOVE CONT-NOME TO MAL-CONTNOME(QTDCONT)
               MOVE CONT-CARGO TO MAL-CONTCARGO(QTDCONT)
               MOVE CONT-EMAIL TO MAL-CONTEMAIL(QTDCONT)
           END-IF
           GO TO CONTATOS-LEITURA.

       CONTATOS-FIM.
           IF QTDCONT = 0
               MOVE "  NENHUM CONTATO REGISTRADO" TO FRM-LINHA
               WRITE FRM-LINHA
           END-IF
           MOVE QTDCONT TO MAL-QTDCONT.

      *LOCALIZA NA TABCARGO A DESCRICAO DO CARGO DO CONTATO
       ACHACARGO.
           MOVE 1 TO INDCARGO
           MOVE CONT-CARGO TO CARGODESCR
           PERFORM ACHACARGO-LOOP.

       ACHACARGO-LOOP.
           IF INDCARGO > 7
               CONTINUE
           ELSE
               IF CONT-CARGO = TCCOD(INDCARGO)
                   MOVE TCDESCR(INDCARGO) TO CARGODESCR
               ELSE
                   ADD 1 TO INDCARGO
                   GO TO ACHACARGO-LOOP.

      *IMPRIME OS DOCUMENTOS DO CADDOC DO FORNECEDOR, COM NUMERO,
      *EMISSAO E VALIDADE
       DOCUMENTOS.
           MOVE SPACES TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE "DOCUMENTOS EM ARQUIVO" TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE 0 TO QTDDOC
           IF TEMARQDOC = 0
               GO TO DOCUMENTOS-FIM
           END-IF
           MOVE CNPJ TO DOC-CNPJ
           MOVE SPACES TO DOC-TIPO
           START CADDOC KEY IS >= DOCKEY
           IF ERRO NOT = "00"
               GO TO DOCUMENTOS-FIM
           END-IF.

       DOCUMENTOS-LEITURA.
           READ CADDOC NEXT RECORD
           IF ERRO NOT = "00"
               GO TO DOCUMENTOS-FIM
           END-IF
           IF DOC-CNPJ NOT = CNPJ
               GO TO DOCUMENTOS-FIM
           END-IF
           ADD 1 TO QTDDOC
           PERFORM ACHATIPO
           MOVE TIPODESCR TO LFD-DESCR
           MOVE DOC-NUMERO TO LFD-NUMERO
           MOVE DOC-EMISSAO TO DATAW
           PERFORM EDITADATA
           MOVE DATAED TO LFD-EMISSAO
           MOVE DOC-VALIDADE TO DATAW
           PERFORM EDITADATA
           MOVE DATAED TO LFD-VALIDADE
           MOVE LF-DOCUMENTO TO FRM-LINHA
           WRITE FRM-LINHA
           IF QTDDOC < 9
               MOVE DOC-TIPO TO MAL-DOCTIPO(QTDDOC)
               MOVE DOC-NUMERO TO MAL-DOCNUMERO(QTDDOC)
               MOVE DOC-VALIDADE TO MAL-DOCVALIDADE(QTDDOC)
           END-IF
           GO TO DOCUMENTOS-LEITURA.

       DOCUMENTOS-FIM.
           IF QTDDOC = 0
               MOVE "  NENHUM DOCUMENTO REGISTRADO" TO FRM-LINHA
               WRITE FRM-LINHA
           END-IF
           MOVE QTDDOC TO MAL-QTDDOC.

      *LOCALIZA NA TABDOCT A DESCRICAO DO TIPO DE DOCUMENTO
       ACHATIPO.
           MOVE 1 TO INDTIPO
           MOVE "TIPO INVALIDO" TO TIPODESCR
           PERFORM ACHATIPO-LOOP.

       ACHATIPO-LOOP.
           IF INDTIPO > 8
               CONTINUE
           ELSE
               IF DOC-TIPO = TDCOD(INDTIPO)
                   MOVE TDDESCR(INDTIPO) TO TIPODESCR
               ELSE
                   ADD 1 TO INDTIPO
                   GO TO ACHATIPO-LOOP.

      *IMPRIME O ESPACO DAS CORRECOES E DA ASSINATURA
       RODAPE.
           MOVE SPACES TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE "CORRECOES:" TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE LF-CORRECAO TO FRM-LINHA
           WRITE FRM-LINHA
           WRITE FRM-LINHA
           WRITE FRM-LINHA
           MOVE SPACES TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE "DATA: ___/___/______   ASSINATURA E CARIMBO: ________"
               TO FRM-LINHA
           WRITE FRM-LINHA.

      *GRAVA O REGISTRO DA MALA DIRETA
       GRAVAMALA.
           WRITE REGMAL
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO GRAVAR A MALA DIRETA DO CNPJ " CNPJ
               ADD 1 TO TOTERROS
           END-IF.

      *GRAVA UMA LINHA "ROTULO: VALOR" DO FORMULARIO
       GRAVADADO.
           MOVE LF-DADO TO FRM-LINHA
           WRITE FRM-LINHA
           MOVE SPACES TO LF-DADO.

      *EDITA A DATA AAAAMMDD COMO DD/MM/AAAA
       EDITADATA.
           MOVE DATAW-DIA TO DE-DIA
           MOVE DATAW-MES TO DE-MES
           MOVE DATAW-ANO TO DE-ANO.

      *FECHA OS ARQUIVOS E EXIBE O RESUMO
       FIM.
           CLOSE CADFORN.
           CLOSE CADCEP.
           IF TEMARQCONT = 1
               CLOSE CADCONT
           END-IF.
           IF TEMARQDOC = 1
               CLOSE CADDOC
           END-IF.
           CLOSE CADCFM.
           CLOSE ARQFRM.
           CLOSE ARQMAL.
           DISPLAY "RECADASTRAMENTO GERADO EM RECADFRM.TXT E"
           DISPLAY "RECADMAL.TXT".
           DISPLAY "FORNECEDORES LIDOS........: " TOTLIDOS.
           DISPLAY "CONFIRMADOS APOS O CORTE..: " TOTRECENTES.
           DISPLAY "FORMULARIOS GERADOS.......: " TOTGERADOS.
           DISPLAY "CICLOS NOVOS..............: " TOTNOVOS.
           DISPLAY "REITERACOES...............: " TOTREITERA.
           DISPLAY "ERROS.....................: " TOTERROS.
           STOP RUN.
