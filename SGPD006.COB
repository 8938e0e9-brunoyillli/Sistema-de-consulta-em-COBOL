       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPD006.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  ROTINA COMUM DA SITUACAO DE COBRANCA DO CLIENTE   *
      *  (CHAMADA VIA CALL PELO SGP030, SGPB010, SGPC008,  *
      *  SGPC021 E SGPC032)                                *
      *  LK-FUNCAO   "C" = DEVOLVE O ULTIMO CONTATO DO     *
      *                    CADCONT E A ULTIMA PROMESSA DE  *
      *                    PAGAMENTO DO CADPROM DO CLIENTE *
      *              "F" = FECHA OS ARQUIVOS (FIM DO USO)  *
      *  A SITUACAO DA PROMESSA E APURADA NA HORA PELO     *
      *  CADREC, CONTANDO SO O QUE FOI PAGO NAS PARCELAS   *
      *  PROMETIDAS DEPOIS DO REGISTRO DA PROMESSA         *
      *  (SGP010/SGPB009). PARCELA QUE NAO ESTA MAIS NO    *
      *  CADREC CONTA COMO PAGA:                           *
      *    BRANCO = NENHUMA PROMESSA                       *
      *    "A"    = EM ABERTO (DATA AINDA NAO PASSOU)      *
      *    "C"    = CUMPRIDA (PAGO >= PROMETIDO)           *
      *    "Q"    = QUEBRADA (DATA PASSOU SEM O PAGAMENTO) *
      *    "X"    = CANCELADA PELO COBRADOR                *
      *  LK-RETORNO = 0 OK / 8 CADREC AUSENTE (SITUACAO    *
      *               SO PELA DATA DA PROMESSA)            *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECO
                    FILE STATUS  IS ST-CON.
           SELECT CADPROM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPR
                    FILE STATUS  IS ST-PRO.
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCONT.DAT".
       01 REGCONT.
                03 CHAVECO.
                    05 CO-CODCLI    PIC 9(11).
                    05 CO-DATA      PIC 9(08).
                    05 CO-HORA      PIC 9(06).
                03 CO-PESSOA        PIC X(30).
                03 CO-NOTAS         PIC X(60).
                03 CO-OPERADOR      PIC X(08).
      *
       FD CADPROM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPROM.DAT".
       01 REGPROM.
                03 CHAVEPR.
                    05 PR-CODCLI    PIC 9(11).
                    05 PR-NUMPROM   PIC 9(03).
                    05 PR-PEDIDO    PIC 9(05).
                    05 PR-PARCELA   PIC 9(02).
                03 PR-DATAPROM      PIC 9(08).
                03 PR-VALOR         PIC 9(09)V99.
                03 PR-PAGOINI       PIC 9(09)V99.
                03 PR-DATAREG       PIC 9(08).
                03 PR-SITUACAO      PIC X(01).
                03 PR-OPERADOR      PIC X(08).
      *
       FD CADREC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGREC.
                03 CHAVER.
                    05 RC-PEDIDO    PIC 9(05).
                    05 RC-PARCELA   PIC 9(02).
                03 RC-CODCLI        PIC 9(11).
                03 RC-VENCIMENTO    PIC 9(08).
                03 RC-VALOR         PIC 9(09)V99.
                03 RC-VALORPAGO     PIC 9(09)V99.
                03 RC-DATAPAGTO     PIC 9(08).
                03 RC-ULTOPER       PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CON       PIC X(02) VALUE "00".
       77 ST-PRO       PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 W-ABRIU      PIC X(01) VALUE "N".
       77 W-TEMCON     PIC X(01) VALUE "N".
       77 W-TEMPRO     PIC X(01) VALUE "N".
       77 W-TEMREC     PIC X(01) VALUE "N".
       01 W-PAGO       PIC 9(09)V99 VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 LK-FUNCAO    PIC X(01).
       01 LK-CODCLI    PIC 9(11).
       01 LK-DATAREF   PIC 9(08).
       01 LK-RETORNO   PIC 9(01).
       01 LK-SITCOB.
          03 LK-DATACONT   PIC 9(08).
          03 LK-HORACONT   PIC 9(06).
          03 LK-PESSOA     PIC X(30).
          03 LK-NOTAS      PIC X(60).
          03 LK-OPERCONT   PIC X(08).
          03 LK-NUMPROM    PIC 9(03).
          03 LK-DATAREG    PIC 9(08).
          03 LK-DATAPROM   PIC 9(08).
          03 LK-VALPROM    PIC 9(09)V99.
          03 LK-VALPAGO    PIC 9(09)V99.
          03 LK-QTDPARC    PIC 9(03).
          03 LK-SITPROM    PIC X(01).
          03 LK-OPERPROM   PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCAO LK-CODCLI LK-DATAREF
                                LK-RETORNO LK-SITCOB.
       INICIO.
           MOVE ZEROS TO LK-RETORNO
           IF LK-FUNCAO = "F"
              GO TO FECHA.
           MOVE ZEROS TO LK-DATACONT LK-HORACONT LK-NUMPROM
                         LK-DATAREG LK-DATAPROM LK-VALPROM
                         LK-VALPAGO LK-QTDPARC
           MOVE SPACES TO LK-PESSOA LK-NOTAS LK-OPERCONT
                          LK-SITPROM LK-OPERPROM
           IF W-ABRIU = "S"
              GO TO CONTATO.
      *
      *   ARQUIVOS FICAM ABERTOS ENTRE AS CHAMADAS ATE
      *   A FUNCAO "F"; CADCONT OU CADPROM AUSENTE E
      *   SO "SEM CONTATO" / "SEM PROMESSA"
      *
           MOVE "S" TO W-TEMCON W-TEMPRO W-TEMREC
           OPEN INPUT CADCONT
           IF ST-CON NOT = "00"
              MOVE "N" TO W-TEMCON.
           OPEN INPUT CADPROM
           IF ST-PRO NOT = "00"
              MOVE "N" TO W-TEMPRO.
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
              MOVE "N" TO W-TEMREC.
           MOVE "S" TO W-ABRIU.
      *
      ***********************************************
      *  ULTIMO CONTATO (CHAVE CPF + DATA + HORA)   *
      ***********************************************
      *
       CONTATO.
           IF W-TEMCON = "N"
              GO TO PROMESSA.
           MOVE LK-CODCLI TO CO-CODCLI
           MOVE ZEROS TO CO-DATA CO-HORA
           START CADCONT KEY IS NOT LESS CHAVECO
                 INVALID KEY
                    GO TO PROMESSA.
       CONTATO1.
           READ CADCONT NEXT RECORD
              AT END
                 GO TO PROMESSA.
           IF CO-CODCLI NOT = LK-CODCLI
              GO TO PROMESSA.
           MOVE CO-DATA     TO LK-DATACONT
           MOVE CO-HORA     TO LK-HORACONT
           MOVE CO-PESSOA   TO LK-PESSOA
           MOVE CO-NOTAS    TO LK-NOTAS
           MOVE CO-OPERADOR TO LK-OPERCONT
           GO TO CONTATO1.
      *
      ***********************************************
      *  ULTIMA PROMESSA (MAIOR NUMERO DO CLIENTE), *
      *  UM REGISTRO POR PARCELA PROMETIDA          *
      ***********************************************
      *
       PROMESSA.
           IF W-TEMPRO = "N"
              GO TO ROT-FIM.
           MOVE LK-CODCLI TO PR-CODCLI
           MOVE ZEROS TO PR-NUMPROM PR-PEDIDO PR-PARCELA
           START CADPROM KEY IS NOT LESS CHAVEPR
                 INVALID KEY
                    GO TO ROT-FIM.
       PROMESSA1.
           READ CADPROM NEXT RECORD
              AT END
                 GO TO PROMESSA-SIT.
           IF PR-CODCLI NOT = LK-CODCLI
              GO TO PROMESSA-SIT.
           IF PR-NUMPROM NOT = LK-NUMPROM
              MOVE PR-NUMPROM  TO LK-NUMPROM
              MOVE PR-DATAREG  TO LK-DATAREG
              MOVE PR-DATAPROM TO LK-DATAPROM
              MOVE PR-SITUACAO TO LK-SITPROM
              MOVE PR-OPERADOR TO LK-OPERPROM
              MOVE ZEROS TO LK-VALPROM LK-VALPAGO LK-QTDPARC.
           ADD 1 TO LK-QTDPARC
           ADD PR-VALOR TO LK-VALPROM
           PERFORM PAGO-PARC THRU PAGO-PARC-FIM
           GO TO PROMESSA1.
       PROMESSA-SIT.
           IF LK-NUMPROM = ZEROS OR LK-SITPROM = "X"
              GO TO ROT-FIM.
           IF W-TEMREC = "N"
              MOVE 8 TO LK-RETORNO
              GO TO PROMESSA-DATA.
           IF LK-VALPAGO NOT < LK-VALPROM
              MOVE "C" TO LK-SITPROM
              GO TO ROT-FIM.
       PROMESSA-DATA.
           IF LK-DATAPROM < LK-DATAREF
              MOVE "Q" TO LK-SITPROM
           ELSE
              MOVE "A" TO LK-SITPROM.
           GO TO ROT-FIM.
      *
      *   PAGO NA PARCELA DEPOIS DA PROMESSA, LIMITADO
      *   AO VALOR PROMETIDO DA PARCELA
      *
       PAGO-PARC.
           IF W-TEMREC = "N"
              GO TO PAGO-PARC-FIM.
           MOVE PR-PEDIDO  TO RC-PEDIDO
           MOVE PR-PARCELA TO RC-PARCELA
           READ CADREC
           IF ST-REC NOT = "00"
              ADD PR-VALOR TO LK-VALPAGO
              GO TO PAGO-PARC-FIM.
           IF RC-VALORPAGO NOT > PR-PAGOINI
              GO TO PAGO-PARC-FIM.
           SUBTRACT PR-PAGOINI FROM RC-VALORPAGO GIVING W-PAGO
           IF W-PAGO > PR-VALOR
              MOVE PR-VALOR TO W-PAGO.
           ADD W-PAGO TO LK-VALPAGO.
       PAGO-PARC-FIM.
           EXIT.
      *
      ***********************************************
      *  "F" - FECHA OS ARQUIVOS                    *
      ***********************************************
      *
       FECHA.
           IF W-ABRIU = "N"
              GO TO ROT-FIM.
           IF W-TEMCON = "S"
              CLOSE CADCONT.
           IF W-TEMPRO = "S"
              CLOSE CADPROM.
           IF W-TEMREC = "S"
              CLOSE CADREC.
           MOVE "N" TO W-ABRIU.
      *
       ROT-FIM.
           EXIT PROGRAM.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
