       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPD003.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  ROTINA COMUM DO EVENTO DE CANCELAMENTO DA NF-E    *
      *  (CHAMADA VIA CALL PELO SGP020 E PELO SGPB023)     *
      *  GRAVA NFECANnnnnnnnn.TXT PARA O EMISSOR           *
      *  TRANSMITIR, COM O EMITENTE DO NFEEMIT.TXT:        *
      *  LK-NOTA      NUMERO DA NOTA                       *
      *  LK-CHAVE     CHAVE DE ACESSO DA NF-E AUTORIZADA   *
      *  LK-PROTOCOLO PROTOCOLO DE AUTORIZACAO             *
      *  LK-JUSTIF    JUSTIFICATIVA (MINIMO 15 POSICOES)   *
      *  LK-RETORNO = 0 OK / 1 NFEEMIT.TXT AUSENTE OU      *
      *               INCOMPLETO / 2 NOTA SEM CHAVE OU     *
      *               PROTOCOLO / 9 ERRO NA GRAVACAO       *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFEEMIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EMI.
           SELECT ARQEVT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EVT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD NFEEMIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NFEEMIT.TXT".
       01 REGEMIT.
                03 PRM-NOME         PIC X(10).
                03 PRM-VALOR        PIC X(60).
       FD ARQEVT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-NOMEEVT.
       01 LINHA-EVT                PIC X(200).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-EMI       PIC X(02) VALUE "00".
       77 ST-EVT       PIC X(02) VALUE "00".
       01 W-NOMEEVT.
          03 FILLER       PIC X(06) VALUE "NFECAN".
          03 W-NOMEEVT-NR PIC 9(09) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
       01 W-CNPJ       PIC X(14) VALUE SPACES.
       01 W-CODUF      PIC X(02) VALUE SPACES.
       01 W-AMBIENTE   PIC X(01) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-DEC REDEFINES W-HOJE.
          03 W-HOJE-ANO   PIC 9(04).
          03 W-HOJE-MES   PIC 9(02).
          03 W-HOJE-DIA   PIC 9(02).
       01 W-HORA.
          03 W-HORA-HH    PIC 9(02).
          03 W-HORA-MM    PIC 9(02).
          03 W-HORA-SS    PIC 9(02).
          03 W-HORA-CS    PIC 9(02).
      *
       LINKAGE SECTION.
       01 LK-NOTA      PIC 9(09).
       01 LK-CHAVE     PIC X(44).
       01 LK-PROTOCOLO PIC X(15).
       01 LK-JUSTIF    PIC X(60).
       01 LK-RETORNO   PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-NOTA LK-CHAVE LK-PROTOCOLO
                                LK-JUSTIF LK-RETORNO.
       INICIO.
           MOVE ZEROS TO LK-RETORNO.
           IF LK-CHAVE = SPACES OR LK-PROTOCOLO = SPACES
              MOVE 2 TO LK-RETORNO
              GO TO ROT-FIM.
      *
      ***********************************************
      *  EMITENTE: CNPJ, CODIGO DA UF (ORGAO) E     *
      *  AMBIENTE DO NFEEMIT.TXT                    *
      ***********************************************
      *
       LER-EMIT0.
           MOVE SPACES TO W-CNPJ W-CODUF W-AMBIENTE
           OPEN INPUT NFEEMIT
           IF ST-EMI NOT = "00"
              MOVE 1 TO LK-RETORNO
              GO TO ROT-FIM.
       LER-EMIT1.
           READ NFEEMIT
              AT END
                 CLOSE NFEEMIT
                 GO TO LER-EMIT2.
           IF PRM-NOME = "CNPJ"
              MOVE PRM-VALOR TO W-CNPJ.
           IF PRM-NOME = "CODUF"
              MOVE PRM-VALOR TO W-CODUF.
           IF PRM-NOME = "AMBIENTE"
              MOVE PRM-VALOR TO W-AMBIENTE.
           GO TO LER-EMIT1.
       LER-EMIT2.
           IF W-CNPJ = SPACES OR W-CODUF = SPACES
              MOVE 1 TO LK-RETORNO
              GO TO ROT-FIM.
           IF W-AMBIENTE NOT = "1"
              MOVE "2" TO W-AMBIENTE.
      *
      ***********************************************
      *  ARQUIVO DO EVENTO 110111 (CANCELAMENTO)    *
      ***********************************************
      *
       GRV-EVT.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE LK-NOTA TO W-NOMEEVT-NR
           OPEN OUTPUT ARQEVT
           IF ST-EVT NOT = "00"
              MOVE 9 TO LK-RETORNO
              GO TO ROT-FIM.
           MOVE "EVENTO|1|" TO LINHA-EVT
           WRITE LINHA-EVT
           MOVE SPACES TO LINHA-EVT
           STRING "HP|" W-CODUF "|" W-AMBIENTE "|" W-CNPJ "|"
                  LK-CHAVE "|" W-HOJE-ANO "-" W-HOJE-MES "-"
                  W-HOJE-DIA "T" W-HORA-HH ":" W-HORA-MM ":"
                  W-HORA-SS "-03:00|110111|1|1.00|"
                  DELIMITED BY SIZE INTO LINHA-EVT
           WRITE LINHA-EVT
           MOVE SPACES TO LINHA-EVT
           STRING "HP01|Cancelamento|" DELIMITED BY SIZE
                  LK-PROTOCOLO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LK-JUSTIF DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO LINHA-EVT
           WRITE LINHA-EVT
           IF ST-EVT NOT = "00"
              MOVE 9 TO LK-RETORNO.
           CLOSE ARQEVT.
      *
       ROT-FIM.
           EXIT PROGRAM.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
