       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPD007.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  ROTINA COMUM DO SPOOL DE RELATORIOS               *
      *  (CHAMADA VIA CALL POR TODO PROGRAMA QUE GERA .LST *
      *  LOGO DEPOIS DE FECHAR A LISTAGEM)                 *
      *  GUARDA UMA COPIA DATADA E NUMERADA DA LISTAGEM    *
      *  (NOME-AAAAMMDD-NNNNNN.LST, NUMERO NO CADCTRL      *
      *  "SPL") E REGISTRA NO CATALOGO CADSPOOL.DAT:       *
      *  LK-ARQ       NOME DA LISTAGEM (EX. RELAGING.LST)  *
      *  LK-PROG      PROGRAMA QUE GEROU                   *
      *  LK-OPER      OPERADOR (EM BRANCO = O PROPRIO      *
      *               PROGRAMA, COMO NOS PASSOS BATCH)     *
      *  LK-PARM      PARAMETROS INFORMADOS NA EXECUCAO    *
      *  LK-RETORNO = 0 OK / 1 LISTAGEM NAO ENCONTRADA /   *
      *               9 ERRO NO CADCTRL, NA COPIA OU NO    *
      *               CATALOGO                             *
      *  PAGINAS = LINHAS DA LISTAGEM / 60 (ARREDONDADO    *
      *  PARA CIMA). A RETENCAO E O EXPURGO DAS COPIAS     *
      *  FICAM COM O SGP032 E O SGPB025.                   *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELORI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ORI.
           SELECT RELCOP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-COP.
           SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-SEQID
                    FILE STATUS  IS ST-CTR.
           SELECT CADSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SP-SEQ
                    FILE STATUS  IS ST-SPL
                    ALTERNATE RECORD KEY IS CHAVE2SP = SP-ARQ
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RELORI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-NOMEORI.
       01 LINHA-ORI                PIC X(250).
       FD RELCOP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-NOMECOP.
       01 LINHA-COP                PIC X(250).
       FD CADCTRL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCTRL.DAT".
       01 REGCTRL.
                03 CT-SEQID         PIC X(03).
                03 CT-PROXNUM       PIC 9(09).
       FD CADSPOOL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
                03 SP-SEQ           PIC 9(06).
                03 SP-ARQ           PIC X(12).
                03 SP-PROG          PIC X(08).
                03 SP-DATA          PIC 9(08).
                03 SP-HORA          PIC 9(06).
                03 SP-OPER          PIC X(08).
                03 SP-PARM          PIC X(60).
                03 SP-PAGINAS       PIC 9(05).
                03 SP-LINHAS        PIC 9(07).
                03 SP-COPIA         PIC X(30).
                03 SP-SITUACAO      PIC X(01).
                03 SP-DATAEXP       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ORI       PIC X(02) VALUE "00".
       77 ST-COP       PIC X(02) VALUE "00".
       77 ST-CTR       PIC X(02) VALUE "00".
       77 ST-SPL       PIC X(02) VALUE "00".
       01 W-NOMEORI    PIC X(12) VALUE SPACES.
       01 W-NOMECOP    PIC X(30) VALUE SPACES.
       01 W-SEQ        PIC 9(06) VALUE ZEROS.
       01 W-LINHAS     PIC 9(07) VALUE ZEROS.
       01 W-PAGINAS    PIC 9(05) VALUE ZEROS.
       01 W-RESTO      PIC 9(02) VALUE ZEROS.
       01 W-LINPAG     PIC 9(02) VALUE 60.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
          03 W-HORA-HMS   PIC 9(06).
          03 W-HORA-CS    PIC 9(02).
      *
       LINKAGE SECTION.
       01 LK-ARQ       PIC X(12).
       01 LK-PROG      PIC X(08).
       01 LK-OPER      PIC X(08).
       01 LK-PARM      PIC X(60).
       01 LK-RETORNO   PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-ARQ LK-PROG LK-OPER LK-PARM
                                LK-RETORNO.
       INICIO.
           MOVE ZEROS TO LK-RETORNO W-LINHAS.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE LK-ARQ TO W-NOMEORI
           OPEN INPUT RELORI
           IF ST-ORI NOT = "00"
              MOVE 1 TO LK-RETORNO
              GO TO ROT-FIM.
      *
      ***********************************************
      *  NUMERO DA COPIA (CADCTRL "SPL")            *
      ***********************************************
      *
       NUM-000.
           OPEN I-O CADCTRL
           IF ST-CTR NOT = "00"
              IF ST-CTR = "30" OR "35"
                 OPEN OUTPUT CADCTRL
                 CLOSE CADCTRL
                 GO TO NUM-000
              ELSE
                 MOVE 9 TO LK-RETORNO
                 CLOSE RELORI
                 GO TO ROT-FIM.
           MOVE "SPL" TO CT-SEQID
           READ CADCTRL
           IF ST-CTR = "23"
              MOVE "SPL" TO CT-SEQID
              MOVE 1 TO CT-PROXNUM
              WRITE REGCTRL
              IF ST-CTR NOT = "00" AND "02"
                 MOVE 9 TO LK-RETORNO
                 CLOSE RELORI CADCTRL
                 GO TO ROT-FIM
              END-IF
           ELSE
              IF ST-CTR NOT = "00"
                 MOVE 9 TO LK-RETORNO
                 CLOSE RELORI CADCTRL
                 GO TO ROT-FIM.
           MOVE CT-PROXNUM TO W-SEQ
           ADD 1 TO CT-PROXNUM
           IF CT-PROXNUM > 999999
              MOVE 1 TO CT-PROXNUM.
           REWRITE REGCTRL
           IF ST-CTR NOT = "00" AND "02"
              MOVE 9 TO LK-RETORNO
              CLOSE RELORI CADCTRL
              GO TO ROT-FIM.
           CLOSE CADCTRL.
      *
      ***********************************************
      *  COPIA LINHA A LINHA, CONTANDO AS LINHAS    *
      ***********************************************
      *
       COP-000.
           MOVE SPACES TO W-NOMECOP
           STRING LK-ARQ DELIMITED BY "."
                  "-" W-HOJE "-" W-SEQ ".LST"
                  DELIMITED BY SIZE INTO W-NOMECOP
           OPEN OUTPUT RELCOP
           IF ST-COP NOT = "00"
              MOVE 9 TO LK-RETORNO
              CLOSE RELORI
              GO TO ROT-FIM.
       COP-001.
           READ RELORI
              AT END
                 GO TO COP-002.
           MOVE LINHA-ORI TO LINHA-COP
           WRITE LINHA-COP
           IF ST-COP NOT = "00" AND "02"
              MOVE 9 TO LK-RETORNO
              CLOSE RELORI RELCOP
              GO TO ROT-FIM.
           ADD 1 TO W-LINHAS
           GO TO COP-001.
       COP-002.
           CLOSE RELORI RELCOP.
           DIVIDE W-LINHAS BY W-LINPAG GIVING W-PAGINAS
                  REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS OR W-PAGINAS = ZEROS
              ADD 1 TO W-PAGINAS.
      *
      ***********************************************
      *  REGISTRO NO CATALOGO                       *
      ***********************************************
      *
       CAT-000.
           OPEN I-O CADSPOOL
           IF ST-SPL NOT = "00"
              IF ST-SPL = "30" OR "35"
                 OPEN OUTPUT CADSPOOL
                 CLOSE CADSPOOL
                 GO TO CAT-000
              ELSE
                 MOVE 9 TO LK-RETORNO
                 GO TO ROT-FIM.
           MOVE W-SEQ       TO SP-SEQ
           MOVE LK-ARQ      TO SP-ARQ
           MOVE LK-PROG     TO SP-PROG
           MOVE W-HOJE      TO SP-DATA
           MOVE W-HORA-HMS  TO SP-HORA
           IF LK-OPER = SPACES
              MOVE LK-PROG TO SP-OPER
           ELSE
              MOVE LK-OPER TO SP-OPER.
           MOVE LK-PARM     TO SP-PARM
           MOVE W-PAGINAS   TO SP-PAGINAS
           MOVE W-LINHAS    TO SP-LINHAS
           MOVE W-NOMECOP   TO SP-COPIA
           MOVE "A"         TO SP-SITUACAO
           MOVE ZEROS       TO SP-DATAEXP
           WRITE REGSPOOL
           IF ST-SPL = "22"
              REWRITE REGSPOOL.
           IF ST-SPL NOT = "00" AND "02"
              MOVE 9 TO LK-RETORNO.
           CLOSE CADSPOOL.
      *
       ROT-FIM.
           EXIT PROGRAM.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
