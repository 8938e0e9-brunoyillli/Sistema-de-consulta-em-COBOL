       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB022.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  CATALOGO DIARIO PARA A LOJA VIRTUAL               *
      *  GRAVA EM WEBCAT.TXT, DELIMITADO POR ";", UMA      *
      *  LINHA POR PRODUTO DO CADPRO:                      *
      *    CODIGO;DESCRICAO;UNIDADE;PRECOVENDA;PESOUNIT;   *
      *    DISPONIVEL;SITUACAO (ATIVO / RETIRADO)          *
      *  DISPONIVEL = SALDO DO CADEST NOS DEPOSITOS QUE    *
      *  ATENDEM A LOJA (WEBDEP.TXT, UM DEPOSITO POR       *
      *  LINHA; SEM O ARQUIVO VALEM TODOS) MENOS O         *
      *  PENDENTE DO CADBACK ("P") NESSES DEPOSITOS. KIT   *
      *  (CADKIT) SAI PELO COMPONENTE MAIS ESCASSO.        *
      *  PRODUTO NAO ATIVO SAI COMO RETIRADO, SEM SALDO.   *
      *  O ULTIMO ENVIO DE CADA PRODUTO FICA NO            *
      *  WEBCAT.DAT E SO VAI O QUE MUDOU. PARA REENVIAR    *
      *  O CATALOGO INTEIRO RODAR COM O PARAMETRO "T"      *
      *  (CARGA TOTAL) NA LINHA DE COMANDO.                *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
           SELECT CADEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEE
                    FILE STATUS  IS ST-EST.
           SELECT CADBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BK-SEQ
                    FILE STATUS  IS ST-BCK.
           SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEK
                    FILE STATUS  IS ST-KIT.
           SELECT WEBDEP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-WDP.
           SELECT WEBCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WC-CODIGO
                    FILE STATUS  IS ST-WCT.
           SELECT SAIDA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SAI.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
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
      *
       FD CADEST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADEST.DAT".
       01 REGEST.
                03 CHAVEE.
                    05 ES-DEPOSITO  PIC X(02).
                    05 ES-CODIGO    PIC 9(05).
                03 ES-SALDO         PIC 9(06).
                03 ES-ULTOPER       PIC X(08).
      *
       FD CADBACK
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADBACK.DAT".
       01 REGBACK.
                03 BK-SEQ           PIC 9(09).
                03 BK-PEDIDO        PIC 9(05).
                03 BK-CODCLI        PIC 9(11).
                03 BK-PRODUTO       PIC 9(05).
                03 BK-QTDPEND       PIC 9(05)V99.
                03 BK-DATA          PIC 9(08).
                03 BK-SITUACAO      PIC X(01).
                03 BK-DATAATEND     PIC 9(08).
                03 BK-DEPOSITO      PIC X(02).
      *
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
      *
       FD WEBDEP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "WEBDEP.TXT".
       01 REGWDP.
                03 WD-DEPOSITO      PIC X(02).
                03 FILLER           PIC X(78).
      *
       FD WEBCAT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "WEBCAT.DAT".
       01 REGWCT.
                03 WC-CODIGO        PIC 9(05).
                03 WC-DESCRICAO     PIC X(30).
                03 WC-UNIDADE       PIC X(02).
                03 WC-PRECO         PIC 9(06)V99.
                03 WC-PESO          PIC 9(03)V9(03).
                03 WC-DISPON        PIC 9(07).
                03 WC-SITUACAO      PIC X(01).
                03 WC-DATAENVIO     PIC 9(08).
      *
       FD SAIDA
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "WEBCAT.TXT".
       01 LINHA-SAI                PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PRO       PIC X(02) VALUE "00".
       01 ST-EST       PIC X(02) VALUE "00".
       01 ST-BCK       PIC X(02) VALUE "00".
       01 ST-KIT       PIC X(02) VALUE "00".
       01 ST-WDP       PIC X(02) VALUE "00".
       01 ST-WCT       PIC X(02) VALUE "00".
       01 ST-SAI       PIC X(02) VALUE "00".
       01 W-TEMBCK     PIC X(01) VALUE "N".
       01 W-TEMKIT     PIC X(01) VALUE "N".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-PARM       PIC X(10) VALUE SPACES.
       01 W-TOTAL      PIC X(01) VALUE "N".
       01 W-JATEM      PIC X(01) VALUE "N".
       01 W-SITNOVA    PIC X(01) VALUE SPACES.
       01 W-SITTEXTO   PIC X(08) VALUE SPACES.
       01 W-DISPNOVA   PIC 9(07) VALUE ZEROS.
       01 W-CODCALC    PIC 9(05) VALUE ZEROS.
       01 W-SOMA       PIC S9(09)V99 VALUE ZEROS.
       01 W-DISPCALC   PIC 9(07) VALUE ZEROS.
       01 W-DISPKIT    PIC 9(07) VALUE ZEROS.
       01 W-DISPCOMP   PIC 9(07) VALUE ZEROS.
       01 W-ACHOUDEP   PIC X(01) VALUE "N".
       01 W-ED-PRECO   PIC 9(06),99 VALUE ZEROS.
       01 W-ED-PESO    PIC 9(03),999 VALUE ZEROS.
       01 W-TOT-ENV    PIC 9(06) VALUE ZEROS.
       01 W-TOT-RET    PIC 9(06) VALUE ZEROS.
       01 IND          PIC 9(04) VALUE ZEROS.
       01 IND2         PIC 9(04) VALUE ZEROS.
      *
      *   DEPOSITOS QUE ATENDEM A LOJA
      *
       01 W-NDEP       PIC 9(02) VALUE ZEROS.
       01 TABDEP.
          03 TD-DEPOSITO PIC X(02) OCCURS 50 TIMES.
      *
      *   PENDENTE DE BACKORDER PELO CODIGO DO PRODUTO
      *
       01 TABPEND.
          03 TB-PEND   PIC 9(07)V99 OCCURS 99999 TIMES.
      *
      *   COMPOSICAO DOS KITS
      *
       01 W-NKIT       PIC 9(04) VALUE ZEROS.
       01 TABKIT.
          03 TK-ENT OCCURS 500 TIMES.
             05 TK-KIT      PIC 9(05).
             05 TK-COMPON   PIC 9(05).
             05 TK-QTDCOMP  PIC 9(05).
       01 TABEHKIT.
          03 TE-FLAG   PIC X(01) OCCURS 99999 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
      *
      *   RETURN-CODE 8 ATE O FIM NORMAL DO PROGRAMA
      *   (RODADA NOTURNA CONTROLADA PELO SGPB020)
      *
           MOVE 8 TO RETURN-CODE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-PARM FROM COMMAND-LINE.
           MOVE "N" TO W-TOTAL
           IF W-PARM (1:1) = "T" OR "t"
              MOVE "S" TO W-TOTAL.
           OPEN INPUT CADPRO
           IF ST-PRO NOT = "00"
              DISPLAY "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADEST
           IF ST-EST NOT = "00"
              DISPLAY "*** ARQUIVO CADEST NAO ENCONTRADO ***"
              CLOSE CADPRO
              GO TO ROT-FIMP.
           MOVE "S" TO W-TEMBCK
           OPEN INPUT CADBACK
           IF ST-BCK NOT = "00"
              MOVE "N" TO W-TEMBCK.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
       INC-OP1.
           OPEN I-O WEBCAT
           IF ST-WCT NOT = "00"
              IF ST-WCT = "30" OR "35"
                    OPEN OUTPUT WEBCAT
                    CLOSE WEBCAT
                    GO TO INC-OP1
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO WEBCAT"
                    GO TO ROT-FIM.
           OPEN OUTPUT SAIDA
           IF ST-SAI NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO WEBCAT.TXT ***"
              CLOSE WEBCAT
              GO TO ROT-FIM.
           MOVE ZEROS TO TABPEND
           MOVE ALL "N" TO TABEHKIT.
           IF W-TOTAL = "S"
              DISPLAY "CARGA TOTAL DO CATALOGO".
      *
      ***********************************************
      *  DEPOSITOS DA LOJA: WEBDEP.TXT ("*" NA      *
      *  COLUNA 1 E COMENTARIO) OU, SEM ELE, TODOS  *
      *  OS DEPOSITOS DO CADEST                     *
      ***********************************************
      *
       CRG-DEP.
           MOVE ZEROS TO W-NDEP
           OPEN INPUT WEBDEP
           IF ST-WDP NOT = "00"
              GO TO CRG-DEPALL.
       CRG-DEP1.
           READ WEBDEP
              AT END
                 CLOSE WEBDEP
                 GO TO CRG-DEP2.
           IF WD-DEPOSITO = SPACES OR WD-DEPOSITO (1:1) = "*"
              GO TO CRG-DEP1.
           IF W-NDEP < 50
              ADD 1 TO W-NDEP
              MOVE WD-DEPOSITO TO TD-DEPOSITO (W-NDEP).
           GO TO CRG-DEP1.
       CRG-DEP2.
           IF W-NDEP NOT = ZEROS
              GO TO CRG-BCK0.
       CRG-DEPALL.
           MOVE LOW-VALUES TO CHAVEE
           START CADEST KEY IS NOT LESS CHAVEE
                 INVALID KEY
                    GO TO CRG-BCK0.
       CRG-DEPALL1.
           READ CADEST NEXT RECORD
              AT END
                 GO TO CRG-BCK0.
           PERFORM ACH-DEP THRU ACH-DEP-FIM
           IF W-ACHOUDEP = "N" AND W-NDEP < 50
              ADD 1 TO W-NDEP
              MOVE ES-DEPOSITO TO TD-DEPOSITO (W-NDEP).
           GO TO CRG-DEPALL1.
      *
      ***********************************************
      *  BACKORDERS PENDENTES NOS DEPOSITOS DA LOJA *
      *  (SEM DEPOSITO ANOTADO TAMBEM CONTA)        *
      ***********************************************
      *
       CRG-BCK0.
           IF W-TEMBCK = "N"
              GO TO CRG-KIT0.
           MOVE ZEROS TO BK-SEQ
           START CADBACK KEY IS NOT LESS BK-SEQ
                 INVALID KEY
                    GO TO CRG-KIT0.
       CRG-BCK1.
           READ CADBACK NEXT RECORD
              AT END
                 GO TO CRG-KIT0.
           IF BK-SITUACAO NOT = "P" OR BK-PRODUTO = ZEROS
              GO TO CRG-BCK1.
           IF BK-DEPOSITO NOT = SPACES
              MOVE BK-DEPOSITO TO ES-DEPOSITO
              PERFORM ACH-DEP THRU ACH-DEP-FIM
              IF W-ACHOUDEP = "N"
                 GO TO CRG-BCK1.
           ADD BK-QTDPEND TO TB-PEND (BK-PRODUTO)
           GO TO CRG-BCK1.
      *
       CRG-KIT0.
           MOVE ZEROS TO W-NKIT
           IF W-TEMKIT = "N"
              GO TO VAR-001.
           MOVE ZEROS TO KT-KIT KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO VAR-001.
       CRG-KIT1.
           READ CADKIT NEXT RECORD
              AT END
                 GO TO VAR-001.
           IF W-NKIT < 500
              ADD 1 TO W-NKIT
              MOVE KT-KIT     TO TK-KIT (W-NKIT)
              MOVE KT-COMPON  TO TK-COMPON (W-NKIT)
              MOVE KT-QTDCOMP TO TK-QTDCOMP (W-NKIT)
              MOVE "S" TO TE-FLAG (KT-KIT).
           GO TO CRG-KIT1.
      *
      ***********************************************
      *  VARRE O CADPRO E ENVIA O QUE MUDOU DESDE   *
      *  O ULTIMO ENVIO (OU TUDO, NA CARGA TOTAL)   *
      ***********************************************
      *
       VAR-001.
           MOVE ZEROS TO CODIGO
           START CADPRO KEY IS NOT LESS CODIGO
                 INVALID KEY
                    GO TO ROT-TOTAIS.
       VAR-002.
           READ CADPRO NEXT RECORD
              AT END
                 GO TO ROT-TOTAIS.
           IF CODIGO = ZEROS
              GO TO VAR-002.
           IF STATOS = "A"
              MOVE "A"        TO W-SITNOVA
              MOVE "ATIVO"    TO W-SITTEXTO
              PERFORM APURA-DISP THRU APURA-DISP-FIM
           ELSE
              MOVE "R"        TO W-SITNOVA
              MOVE "RETIRADO" TO W-SITTEXTO
              MOVE ZEROS      TO W-DISPNOVA.
           MOVE CODIGO TO WC-CODIGO
           READ WEBCAT
           IF ST-WCT = "00"
              MOVE "S" TO W-JATEM
           ELSE
              MOVE "N" TO W-JATEM.
           IF W-TOTAL = "S"
              GO TO VAR-003.
      *
      *   PRODUTO INATIVO QUE A LOJA NUNCA RECEBEU
      *   NAO PRECISA SER RETIRADO
      *
           IF W-JATEM = "N"
              IF W-SITNOVA = "R"
                 GO TO VAR-002
              ELSE
                 GO TO VAR-003.
           IF WC-DESCRICAO = DESCRICAO AND WC-UNIDADE = UNIDADE
              AND WC-PRECO = PRECOVENDA AND WC-PESO = PESOUNIT
              AND WC-DISPON = W-DISPNOVA AND WC-SITUACAO = W-SITNOVA
              GO TO VAR-002.
       VAR-003.
           PERFORM GRV-SAIDA THRU GRV-SAIDA-FIM
           MOVE CODIGO     TO WC-CODIGO
           MOVE DESCRICAO  TO WC-DESCRICAO
           MOVE UNIDADE    TO WC-UNIDADE
           MOVE PRECOVENDA TO WC-PRECO
           MOVE PESOUNIT   TO WC-PESO
           MOVE W-DISPNOVA TO WC-DISPON
           MOVE W-SITNOVA  TO WC-SITUACAO
           MOVE W-HOJE     TO WC-DATAENVIO
           IF W-JATEM = "S"
              REWRITE REGWCT
           ELSE
              WRITE REGWCT.
           IF ST-WCT NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO WEBCAT".
           ADD 1 TO W-TOT-ENV
           IF W-SITNOVA = "R"
              ADD 1 TO W-TOT-RET.
           GO TO VAR-002.
      *
      ***********************************************
      *  QUANTIDADE DISPONIVEL DO PRODUTO CORRENTE; *
      *  KIT PELO COMPONENTE MAIS ESCASSO           *
      ***********************************************
      *
       APURA-DISP.
           IF TE-FLAG (CODIGO) = "S"
              GO TO APURA-KIT.
           MOVE CODIGO TO W-CODCALC
           PERFORM CALC-DISP THRU CALC-DISP-FIM
           MOVE W-DISPCALC TO W-DISPNOVA
           GO TO APURA-DISP-FIM.
       APURA-KIT.
           MOVE 9999999 TO W-DISPKIT
           MOVE 1 TO IND2.
       APURA-KIT1.
           IF IND2 > W-NKIT
              GO TO APURA-KIT2.
           IF TK-KIT (IND2) NOT = CODIGO OR TK-QTDCOMP (IND2) = ZEROS
              ADD 1 TO IND2
              GO TO APURA-KIT1.
           MOVE TK-COMPON (IND2) TO W-CODCALC
           PERFORM CALC-DISP THRU CALC-DISP-FIM
           DIVIDE W-DISPCALC BY TK-QTDCOMP (IND2) GIVING W-DISPCOMP
           IF W-DISPCOMP < W-DISPKIT
              MOVE W-DISPCOMP TO W-DISPKIT.
           ADD 1 TO IND2
           GO TO APURA-KIT1.
       APURA-KIT2.
           IF W-DISPKIT = 9999999
              MOVE ZEROS TO W-DISPKIT.
           MOVE W-DISPKIT TO W-DISPNOVA.
       APURA-DISP-FIM.
           EXIT.
      *
       CALC-DISP.
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO IND.
       CALC-DISP1.
           IF IND > W-NDEP
              GO TO CALC-DISP2.
           MOVE TD-DEPOSITO (IND) TO ES-DEPOSITO
           MOVE W-CODCALC         TO ES-CODIGO
           READ CADEST
           IF ST-EST = "00"
              ADD ES-SALDO TO W-SOMA.
           ADD 1 TO IND
           GO TO CALC-DISP1.
       CALC-DISP2.
           SUBTRACT TB-PEND (W-CODCALC) FROM W-SOMA
           IF W-SOMA < ZEROS
              MOVE ZEROS TO W-SOMA.
           MOVE W-SOMA TO W-DISPCALC.
       CALC-DISP-FIM.
           EXIT.
      *
       ACH-DEP.
           MOVE "N" TO W-ACHOUDEP
           MOVE 1 TO IND.
       ACH-DEP1.
           IF IND > W-NDEP
              GO TO ACH-DEP-FIM.
           IF TD-DEPOSITO (IND) = ES-DEPOSITO
              MOVE "S" TO W-ACHOUDEP
              GO TO ACH-DEP-FIM.
           ADD 1 TO IND
           GO TO ACH-DEP1.
       ACH-DEP-FIM.
           EXIT.
      *
      ***********************************************
      *  LINHA DELIMITADA PARA A LOJA               *
      *  CODIGO;DESCRICAO;UN;PRECO;PESO;DISPONIVEL; *
      *  SITUACAO                                   *
      ***********************************************
      *
       GRV-SAIDA.
           MOVE PRECOVENDA TO W-ED-PRECO
           MOVE PESOUNIT   TO W-ED-PESO
           MOVE SPACES TO LINHA-SAI
           STRING CODIGO ";" DESCRICAO ";" UNIDADE ";"
                  W-ED-PRECO ";" W-ED-PESO ";" W-DISPNOVA ";"
                  W-SITTEXTO
                  DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF ST-SAI NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO WEBCAT.TXT"
              GO TO ROT-FIM.
       GRV-SAIDA-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE ZEROS TO RETURN-CODE
           DISPLAY "PRODUTOS ENVIADOS A LOJA: " W-TOT-ENV
           DISPLAY "  DOS QUAIS RETIRADOS...: " W-TOT-RET.
           CLOSE WEBCAT SAIDA.
      *
       ROT-FIM.
           CLOSE CADPRO CADEST.
           IF W-TEMBCK = "S"
              CLOSE CADBACK.
           IF W-TEMKIT = "S"
              CLOSE CADKIT.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
