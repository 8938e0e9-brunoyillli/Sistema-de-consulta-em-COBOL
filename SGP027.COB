       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP027.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  CONSULTA DE NUMERO DE SERIE (CADSERIE)            *
      *  MOSTRA A HISTORIA COMPLETA DA UNIDADE: ENTRADA    *
      *  (FORNECEDOR, PEDIDO DE COMPRA E DATA), SAIDA      *
      *  (PEDIDO, NOTA FISCAL E CLIENTE) E DEVOLUCAO.      *
      *  PRODUTO ZERO = PROCURA A SERIE EM TODOS OS        *
      *  PRODUTOS (F3 = PROXIMA OCORRENCIA)                *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVESR
                    FILE STATUS IS ST-SER.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODIGO
                    FILE STATUS IS ST-PRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
           SELECT CADFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FO-CODIGO
                    FILE STATUS IS ST-FORN
                    ALTERNATE RECORD KEY IS CHAVE2F = FO-RAZAO
                                                      WITH DUPLICATES.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPF
                    FILE STATUS IS ST-CLI
                    ALTERNATE RECORD KEY IS CHAVE2 = NOME
                                                      WITH DUPLICATES.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *   NUMEROS DE SERIE - SITUACAO: E=EM ESTOQUE R=RESERVADO
      *   V=VENDIDO D=DEVOLVIDO
       FD CADSERIE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
                03 CHAVESR.
                    05 SR-CODIGO    PIC 9(05).
                    05 SR-SERIE     PIC X(20).
                03 SR-SITUACAO      PIC X(01).
                03 SR-DEPOSITO      PIC X(02).
                03 SR-CODFOR        PIC 9(05).
                03 SR-COMPRA        PIC 9(07).
                03 SR-DATAREC       PIC 9(08).
                03 SR-PEDIDO        PIC 9(05).
                03 SR-ITEM          PIC 9(03).
                03 SR-NOTA          PIC 9(09).
                03 SR-CODCLI        PIC 9(11).
                03 SR-DATAVENDA     PIC 9(08).
                03 SR-DATADEV       PIC 9(08).
                03 SR-MOTDEV        PIC 9(02).
                03 SR-ULTOPER       PIC X(08).
       FD CADPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
                03 CODIGO           PIC 9(05).
                03 DESCRICAO        PIC X(30).
                03 UNIDADE          PIC X(02).
                03 UNIDEXTENSO      PIC X(18).
                03 PRECOCUSTO       PIC 9(06)V99.
                03 PRECOVENDA       PIC 9(06)V99.
                03 TIPO             PIC 9(01).
                03 STATOS           PIC X(01).
                03 ESTOQUE          PIC 9(06).
                03 ULTOPER          PIC X(08).
                03 PESOUNIT         PIC 9(03)V9(03).
       FD CADFOR
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
                03 FO-CODIGO        PIC 9(05).
                03 FO-RAZAO         PIC X(30).
                03 FO-CNPJ          PIC 9(14).
                03 FO-DDD           PIC 9(02).
                03 FO-TELEFONE      PIC 9(09).
                03 FO-EMAIL         PIC X(40).
                03 FO-PRAZOPAGTO    PIC 9(03).
                03 FO-SITUACAO      PIC X(01).
                03 FO-ULTOPER       PIC X(08).
       FD CADCLI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
                03 CPF                 PIC 9(11).
                03 NOME                PIC X(40).
                03 CEP                 PIC 9(08).
                03 NUMERO              PIC 9(04).
                03 COMPLEMENTO         PIC X(12).
                03 TELEFONE            PIC 9(09).
                03 TELEFONE2           PIC 9(09).
                03 DDD                 PIC 9(02).
                03 DDD2                PIC 9(02).
                03 EMAIL               PIC X(40).
                03 SITUACAO            PIC X(01).
                03 LOGRADOUROCLI       PIC X(30).
                03 BAIRROCLI           PIC X(20).
                03 CIDADECLI           PIC X(20).
                03 UFCLI               PIC X(02).
                03 ULTOPER             PIC X(08).
                03 LIMITECRED          PIC 9(09)V99.
                03 TIERCLI             PIC 9(01).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 ST-SER          PIC X(02) VALUE "00".
       77 ST-PRO          PIC X(02) VALUE "00".
       77 ST-FORN         PIC X(02) VALUE "00".
       77 ST-CLI          PIC X(02) VALUE "00".
       77 W-TEMFOR        PIC X(01) VALUE "N".
       77 W-TEMCLI        PIC X(01) VALUE "N".
       77 W-BUSCA         PIC X(01) VALUE "N".
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 W-CODPROD       PIC 9(05) VALUE ZEROS.
       01 W-SERIE         PIC X(20) VALUE SPACES.
       01 W-SITEXT        PIC X(11) VALUE SPACES.
       01 W-DESCPROD      PIC X(30) VALUE SPACES.
       01 W-RAZAOFOR      PIC X(30) VALUE SPACES.
       01 W-NOMECLI       PIC X(40) VALUE SPACES.
      *
       SCREEN SECTION.
        01  TELASER.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               CONSULTA DE NUMERO DE SERIE".
           05  LINE 04  COLUMN 01
               VALUE  "  PRODUTO (0=TODOS)".
           05  LINE 06  COLUMN 01
               VALUE  "  NUMERO DE SERIE".
           05  LINE 08  COLUMN 01
               VALUE  "  SITUACAO".
           05  LINE 08  COLUMN 42
               VALUE  "DEPOSITO:".
           05  LINE 10  COLUMN 01
               VALUE  "  FORNECEDOR".
           05  LINE 11  COLUMN 01
               VALUE  "  PEDIDO DE COMPRA".
           05  LINE 11  COLUMN 42
               VALUE  "RECEBIDO EM:".
           05  LINE 13  COLUMN 01
               VALUE  "  PEDIDO DE VENDA".
           05  LINE 13  COLUMN 42
               VALUE  "ITEM:".
           05  LINE 14  COLUMN 01
               VALUE  "  NOTA FISCAL".
           05  LINE 14  COLUMN 42
               VALUE  "VENDIDO EM:".
           05  LINE 15  COLUMN 01
               VALUE  "  CLIENTE".
           05  LINE 17  COLUMN 01
               VALUE  "  DEVOLVIDO EM".
           05  LINE 17  COLUMN 42
               VALUE  "MOTIVO:".
           05  LINE 18  COLUMN 01
               VALUE  "  ULTIMO OPERADOR".
           05  TCODPROD
               LINE 04  COLUMN 22  PIC 9(05)
               USING  W-CODPROD
               HIGHLIGHT.
           05  TDESCPROD
               LINE 04  COLUMN 30  PIC X(30)
               USING  W-DESCPROD
               HIGHLIGHT.
           05  TSERIE
               LINE 06  COLUMN 22  PIC X(20)
               USING  W-SERIE
               HIGHLIGHT.
           05  TSITEXT
               LINE 08  COLUMN 22  PIC X(11)
               USING  W-SITEXT
               HIGHLIGHT.
           05  TDEPOSITO
               LINE 08  COLUMN 55  PIC X(02)
               USING  SR-DEPOSITO
               HIGHLIGHT.
           05  TCODFOR
               LINE 10  COLUMN 22  PIC 9(05)
               USING  SR-CODFOR
               HIGHLIGHT.
           05  TRAZAOFOR
               LINE 10  COLUMN 30  PIC X(30)
               USING  W-RAZAOFOR
               HIGHLIGHT.
           05  TCOMPRA
               LINE 11  COLUMN 22  PIC 9(07)
               USING  SR-COMPRA
               HIGHLIGHT.
           05  TDATAREC
               LINE 11  COLUMN 55  PIC 9(08)
               USING  SR-DATAREC
               HIGHLIGHT.
           05  TPEDIDO
               LINE 13  COLUMN 22  PIC 9(05)
               USING  SR-PEDIDO
               HIGHLIGHT.
           05  TITEM
               LINE 13  COLUMN 55  PIC 9(03)
               USING  SR-ITEM
               HIGHLIGHT.
           05  TNOTA
               LINE 14  COLUMN 22  PIC 9(09)
               USING  SR-NOTA
               HIGHLIGHT.
           05  TDATAVENDA
               LINE 14  COLUMN 55  PIC 9(08)
               USING  SR-DATAVENDA
               HIGHLIGHT.
           05  TCODCLI
               LINE 15  COLUMN 22  PIC 9(11)
               USING  SR-CODCLI
               HIGHLIGHT.
           05  TNOMECLI
               LINE 16  COLUMN 22  PIC X(40)
               USING  W-NOMECLI
               HIGHLIGHT.
           05  TDATADEV
               LINE 17  COLUMN 22  PIC 9(08)
               USING  SR-DATADEV
               HIGHLIGHT.
           05  TMOTDEV
               LINE 17  COLUMN 55  PIC 9(02)
               USING  SR-MOTDEV
               HIGHLIGHT.
           05  TULTOPER
               LINE 18  COLUMN 22  PIC X(08)
               USING  SR-ULTOPER
               HIGHLIGHT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT CADSERIE
           IF ST-SER NOT = "00"
              IF ST-SER = "30" OR "35"
                    MOVE "*** NENHUM NUMERO DE SERIE CADASTRADO ***"
                                                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADSERIE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
           OPEN INPUT CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** ARQUIVO CADPRO NAO FOI ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSERIE
              GO TO ROT-FIM.
           MOVE "S" TO W-TEMFOR
           OPEN INPUT CADFOR
           IF ST-FORN NOT = "00"
              MOVE "N" TO W-TEMFOR.
           MOVE "S" TO W-TEMCLI
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              MOVE "N" TO W-TEMCLI.
       INC-001.
           MOVE ZEROS TO W-CODPROD SR-CODFOR SR-COMPRA SR-DATAREC
                         SR-PEDIDO SR-ITEM SR-NOTA SR-CODCLI
                         SR-DATAVENDA SR-DATADEV SR-MOTDEV
           MOVE SPACES TO W-SERIE W-SITEXT W-DESCPROD W-RAZAOFOR
                          W-NOMECLI SR-DEPOSITO SR-ULTOPER
           MOVE "N" TO W-BUSCA
           DISPLAY TELASER.
       INC-002.
           ACCEPT TCODPROD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-FIM.
           MOVE SPACES TO W-DESCPROD
           IF W-CODPROD = ZEROS
              DISPLAY TELASER
              GO TO INC-003.
           MOVE W-CODPROD TO CODIGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE DESCRICAO TO W-DESCPROD
           DISPLAY TELASER.
       INC-003.
           ACCEPT TSERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-001.
           IF W-SERIE = SPACES
              MOVE "*** NUMERO DE SERIE INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF W-CODPROD = ZEROS
              GO TO BUS-001.
       LER-CADSERIE01.
           MOVE W-CODPROD TO SR-CODIGO
           MOVE W-SERIE   TO SR-SERIE
           READ CADSERIE
           IF ST-SER NOT = "00"
              IF ST-SER = "23"
                 MOVE "*** SERIE NAO CADASTRADA PARA O PRODUTO ***"
                                                         TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-003
              ELSE
                 MOVE "ERRO NA LEITURA ARQ. CADSERIE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-FIM.
           GO TO MOSTRA-001.
      *
      ***********************************************
      *   SERIE SEM PRODUTO: VARRE O CADSERIE E     *
      *   PARA EM CADA PRODUTO QUE TEM A SERIE      *
      ***********************************************
      *
       BUS-001.
           MOVE "S" TO W-BUSCA
           MOVE ZEROS  TO SR-CODIGO
           MOVE SPACES TO SR-SERIE
           START CADSERIE KEY IS NOT LESS CHAVESR
                 INVALID KEY
                    GO TO BUS-FIM.
       BUS-002.
           READ CADSERIE NEXT RECORD
               AT END
                  GO TO BUS-FIM.
           IF SR-SERIE NOT = W-SERIE
              GO TO BUS-002.
           GO TO MOSTRA-001.
       BUS-FIM.
           MOVE "*** NAO HA OUTRA OCORRENCIA DA SERIE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      ***********************************************
      *   HISTORIA DA UNIDADE                       *
      ***********************************************
      *
       MOSTRA-001.
           MOVE SR-CODIGO TO W-CODPROD CODIGO
           READ CADPRO
           IF ST-PRO = "00"
              MOVE DESCRICAO TO W-DESCPROD
           ELSE
              MOVE SPACES TO W-DESCPROD.
           IF SR-SITUACAO = "E"
              MOVE "EM ESTOQUE " TO W-SITEXT
           ELSE
              IF SR-SITUACAO = "R"
                 MOVE "RESERVADO  " TO W-SITEXT
              ELSE
                 IF SR-SITUACAO = "V"
                    MOVE "VENDIDO    " TO W-SITEXT
                 ELSE
                    MOVE "DEVOLVIDO  " TO W-SITEXT.
           MOVE SPACES TO W-RAZAOFOR W-NOMECLI
           IF W-TEMFOR = "S" AND SR-CODFOR NOT = ZEROS
              MOVE SR-CODFOR TO FO-CODIGO
              READ CADFOR
              IF ST-FORN = "00"
                 MOVE FO-RAZAO TO W-RAZAOFOR.
           IF W-TEMCLI = "S" AND SR-CODCLI NOT = ZEROS
              MOVE SR-CODCLI TO CPF
              READ CADCLI
              IF ST-CLI = "00"
                 MOVE NOME TO W-NOMECLI.
           DISPLAY TELASER.
       INC-OPC.
           IF W-BUSCA = "S"
              DISPLAY (23, 12)
                  "ESC=NOVA CONSULTA   F3=PROXIMA OCORRENCIA"
           ELSE
              DISPLAY (23, 12) "ESC=NOVA CONSULTA".
           ACCEPT (23, 60) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           IF W-ACT = 02 GO TO INC-001.
           IF W-ACT = 04 AND W-BUSCA = "S"
              GO TO BUS-002.
           GO TO INC-OPC.
       INC-FIM.
           CLOSE CADSERIE CADPRO
           IF W-TEMFOR = "S"
              CLOSE CADFOR.
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
           GO TO ROT-FIM.
      *
      ********************
      * ROTINS DE FIM    *
      ********************
      *
        ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
        ROT-FIMP.
                EXIT PROGRAM.
        ROT-FIMS.
                STOP RUN.
      *
      ***********************
      *  ROTINA DE MENSAGEM *
      ***********************
      *
        ROT-MENS.
                 MOVE ZEROS TO W-CONT.
        ROT-MENS1.
                 DISPLAY (23, 12) MENS.
        ROT-MENS2.
                 ADD 1 TO W-CONT
                 IF W-CONT < 3000
                    GO TO ROT-MENS2
                 ELSE
                    DISPLAY (23, 12) LIMPA.
        ROT-MENS-FIM.
                 EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
