       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC032.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  RELATORIO DIARIO DE PROMESSAS DE PAGAMENTO        *
      *  1) PROMESSAS EM ABERTO QUE VENCEM HOJE            *
      *  2) PROMESSAS QUEBRADAS: A DATA PASSOU E O SGP010/ *
      *     SGPB009 NAO REGISTRARAM O PAGAMENTO PROMETIDO  *
      *  VALE A ULTIMA PROMESSA DE CADA CLIENTE (SGP030),  *
      *  COM A SITUACAO APURADA PELO SGPD006. A QUEBRADA   *
      *  SAI TODO DIA ATE SER CANCELADA OU SUBSTITUIDA.    *
      *  SAIDA EM RELPROM.LST                              *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-CLI.
           SELECT RELPROM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
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
       FD RELPROM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELPROM.LST".
       01 LINHA-REL                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CLI       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-SECAO      PIC X(01) VALUE SPACES.
       01 W-QTD        PIC 9(05) VALUE ZEROS.
       01 W-TOTPROM    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTPAGO    PIC 9(11)V99 VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC032".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(132) VALUE SPACES.
      *
      *   RETORNO DO SGPD006 (SITUACAO DE COBRANCA)
      *
       01 W-SCFUN      PIC X(01) VALUE SPACES.
       01 W-SCRET      PIC 9(01) VALUE ZEROS.
       01 W-SITCOB.
          03 W-SCDATACONT PIC 9(08).
          03 W-SCHORACONT PIC 9(06).
          03 W-SCPESSOA   PIC X(30).
          03 W-SCNOTAS    PIC X(60).
          03 W-SCOPERCONT PIC X(08).
          03 W-SCNUMPROM  PIC 9(03).
          03 W-SCDATAREG  PIC 9(08).
          03 W-SCDATAPROM PIC 9(08).
          03 W-SCVALPROM  PIC 9(09)V99.
          03 W-SCVALPAGO  PIC 9(09)V99.
          03 W-SCQTDPARC  PIC 9(03).
          03 W-SCSITPROM  PIC X(01).
          03 W-SCOPERPROM PIC X(08).
      *
       01 CAB1.
          03 FILLER         PIC X(30) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE
             "PROMESSAS DE PAGAMENTO EM ".
          03 CAB1-DATA      PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(60) VALUE
             "*** PROMESSAS QUE VENCEM HOJE ***".
       01 CAB3.
          03 FILLER         PIC X(60) VALUE
             "*** PROMESSAS QUEBRADAS (DATA PASSOU SEM PAGAMENTO) ***".
       01 CAB4.
          03 FILLER         PIC X(55) VALUE
             "CPF         NOME                           DDD TELEFONE".
          03 FILLER         PIC X(33) VALUE
             "     PROM.P/       PROMETIDO     ".
          03 FILLER         PIC X(33) VALUE
             "    PAGO   PARC OPERADOR ULT.CONT".
       01 DET1.
          03 DET-CPF        PIC 9(11).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-NOME       PIC X(30).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DDD        PIC 9(02).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-TELEFONE   PIC 9(09).
          03 FILLER         PIC X(05) VALUE SPACES.
          03 DET-DATAPROM   PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VALPROM    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VALPAGO    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-QTDPARC    PIC ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-OPER       PIC X(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-ULTCONT    PIC 9(08).
       01 ROD1.
          03 FILLER         PIC X(24) VALUE
             "TOTAL DE PROMESSAS....: ".
          03 ROD-QTD        PIC ZZ.ZZ9.
          03 FILLER         PIC X(13) VALUE "  PROMETIDO: ".
          03 ROD-VALPROM    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(08) VALUE "  PAGO: ".
          03 ROD-VALPAGO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "*** ARQUIVO CADCLI NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN OUTPUT RELPROM
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADCLI
              GO TO ROT-FIMP.
           MOVE W-HOJE TO CAB1-DATA
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA.
      *
      ***********************************************
      *  1) EM ABERTO COM VENCIMENTO HOJE           *
      ***********************************************
      *
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM CAB4
           MOVE "H" TO W-SECAO
           PERFORM LER-CLIENTES THRU LER-CLIENTES-FIM
           PERFORM IMP-TOTAL THRU IMP-TOTAL-FIM.
      *
      ***********************************************
      *  2) QUEBRADAS                               *
      ***********************************************
      *
           WRITE LINHA-REL FROM CAB3
           WRITE LINHA-REL FROM CAB4
           MOVE "Q" TO W-SECAO
           PERFORM LER-CLIENTES THRU LER-CLIENTES-FIM
           PERFORM IMP-TOTAL THRU IMP-TOTAL-FIM.
           MOVE "F" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN CPF W-HOJE
                                W-SCRET W-SITCOB
           CLOSE CADCLI RELPROM.
           DISPLAY "RELATORIO GERADO EM RELPROM.LST".
           MOVE "RELPROM.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
      ***********************************************
      *  UMA PASSADA NO CADCLI POR SECAO            *
      ***********************************************
      *
       LER-CLIENTES.
           MOVE ZEROS TO W-QTD W-TOTPROM W-TOTPAGO CPF
           START CADCLI KEY IS NOT LESS CPF
                 INVALID KEY
                    GO TO LER-CLIENTES-FIM.
       LER-CLIENTES1.
           READ CADCLI NEXT RECORD
              AT END
                 GO TO LER-CLIENTES-FIM.
           MOVE "C" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN CPF W-HOJE
                                W-SCRET W-SITCOB
           IF W-SECAO = "H"
              IF W-SCSITPROM NOT = "A" OR W-SCDATAPROM NOT = W-HOJE
                 GO TO LER-CLIENTES1.
           IF W-SECAO = "Q"
              IF W-SCSITPROM NOT = "Q"
                 GO TO LER-CLIENTES1.
           MOVE CPF          TO DET-CPF
           MOVE NOME         TO DET-NOME
           MOVE DDD          TO DET-DDD
           MOVE TELEFONE     TO DET-TELEFONE
           MOVE W-SCDATAPROM TO DET-DATAPROM
           MOVE W-SCVALPROM  TO DET-VALPROM
           MOVE W-SCVALPAGO  TO DET-VALPAGO
           MOVE W-SCQTDPARC  TO DET-QTDPARC
           MOVE W-SCOPERPROM TO DET-OPER
           MOVE W-SCDATACONT TO DET-ULTCONT
           WRITE LINHA-REL FROM DET1
           ADD 1 TO W-QTD
           ADD W-SCVALPROM TO W-TOTPROM
           ADD W-SCVALPAGO TO W-TOTPAGO
           GO TO LER-CLIENTES1.
       LER-CLIENTES-FIM.
           EXIT.
      *
       IMP-TOTAL.
           MOVE W-QTD     TO ROD-QTD
           MOVE W-TOTPROM TO ROD-VALPROM
           MOVE W-TOTPAGO TO ROD-VALPAGO
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD1
           WRITE LINHA-REL FROM LIMPA-LINHA.
       IMP-TOTAL-FIM.
           EXIT.
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
