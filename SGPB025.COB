       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB025.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  EXPURGO DO SPOOL DE RELATORIOS                    *
      *  LE O CATALOGO CADSPOOL E APAGA DO DISCO AS COPIAS *
      *  CUJA RETENCAO VENCEU (DATA DA COPIA + DIAS MENOR  *
      *  QUE HOJE). O REGISTRO DO CATALOGO FICA, COM       *
      *  SITUACAO "E" E A DATA DO EXPURGO.                 *
      *  DIAS DE RETENCAO: OS DO RELATORIO NO CADRETSP     *
      *  (SGP032); SEM ELES O SPOOLDIA DO CADPARM; SEM     *
      *  ESTE, 90 DIAS.                                    *
      *  LISTAGEM: RELEXPUR.LST                            *
      *  RETURN-CODE 4 QUANDO ALGUMA COPIA VENCIDA JA NAO  *
      *  ESTAVA NO DISCO.                                  *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SP-SEQ
                    FILE STATUS  IS ST-SPL
                    ALTERNATE RECORD KEY IS CHAVE2SP = SP-ARQ
                                                      WITH DUPLICATES.
           SELECT CADRETSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RS-ARQ
                    FILE STATUS  IS ST-RET.
           SELECT CADPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PM-CODIGO
                    FILE STATUS  IS ST-PRM.
           SELECT RELEXP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
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
      *
       FD CADRETSP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADRETSP.DAT".
       01 REGRETSP.
                03 RS-ARQ           PIC X(12).
                03 RS-DIAS          PIC 9(03).
                03 RS-DATA          PIC 9(08).
                03 RS-ULTOPER       PIC X(08).
      *
       FD CADPARM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPARM.DAT".
       01 REGPARM.
                03 PM-CODIGO        PIC X(08).
                03 PM-DESCRICAO     PIC X(30).
                03 PM-VALOR         PIC 9(03)V9(04).
      *
       FD RELEXP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELEXPUR.LST".
       01 LINHA-REL                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SPL       PIC X(02) VALUE "00".
       01 ST-RET       PIC X(02) VALUE "00".
       01 ST-PRM       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-TEMRET     PIC X(01) VALUE "S".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DIASPAD    PIC 9(03) VALUE 90.
       01 W-DIAS       PIC 9(03) VALUE ZEROS.
       01 W-VENCE      PIC 9(08) VALUE ZEROS.
       01 W-DIASINT    PIC 9(07) VALUE ZEROS.
       01 W-RC         PIC 9(04) VALUE ZEROS.
      *
       01 W-TOT-LIDOS  PIC 9(07) VALUE ZEROS.
       01 W-TOT-EXP    PIC 9(07) VALUE ZEROS.
       01 W-TOT-FALTA  PIC 9(07) VALUE ZEROS.
       01 W-TOT-ATIVO  PIC 9(07) VALUE ZEROS.
       01 W-TOT-PAG    PIC 9(09) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB025".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(132) VALUE SPACES.
      *
       01 CAB1.
          03 FILLER         PIC X(50) VALUE
             "EXPURGO DO SPOOL DE RELATORIOS".
          03 FILLER         PIC X(08) VALUE "  DATA: ".
          03 CAB1-DATA      PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(40) VALUE
             "RETENCAO PADRAO (DIAS)................: ".
          03 CAB2-DIAS      PIC ZZ9.
       01 CAB3.
          03 FILLER         PIC X(07) VALUE "  SEQ. ".
          03 FILLER         PIC X(13) VALUE "RELATORIO".
          03 FILLER         PIC X(09) VALUE "PROGRAMA".
          03 FILLER         PIC X(09) VALUE "DATA".
          03 FILLER         PIC X(05) VALUE "DIAS ".
          03 FILLER         PIC X(09) VALUE "VENCEU EM".
          03 FILLER         PIC X(06) VALUE " PAGS ".
          03 FILLER         PIC X(31) VALUE "COPIA".
          03 FILLER         PIC X(09) VALUE "SITUACAO".
       01 DET1.
          03 DET1-SEQ       PIC 9(06).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-ARQ       PIC X(12).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-PROG      PIC X(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-DATA      PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-DIAS      PIC ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-VENCE     PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-PAG       PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-COPIA     PIC X(30).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-SITUACAO  PIC X(30).
       01 ROD1.
          03 FILLER         PIC X(40) VALUE
             "COPIAS ATIVAS LIDAS NO CATALOGO.......: ".
          03 ROD1-QTD       PIC Z.ZZZ.ZZ9.
       01 ROD2.
          03 FILLER         PIC X(40) VALUE
             "COPIAS EXPURGADAS.....................: ".
          03 ROD2-QTD       PIC Z.ZZZ.ZZ9.
       01 ROD3.
          03 FILLER         PIC X(40) VALUE
             "  JA AUSENTES DO DISCO................: ".
          03 ROD3-QTD       PIC Z.ZZZ.ZZ9.
       01 ROD4.
          03 FILLER         PIC X(40) VALUE
             "PAGINAS LIBERADAS.....................: ".
          03 ROD4-QTD       PIC ZZZ.ZZZ.ZZ9.
       01 ROD5.
          03 FILLER         PIC X(40) VALUE
             "COPIAS QUE CONTINUAM NO SPOOL.........: ".
          03 ROD5-QTD       PIC Z.ZZZ.ZZ9.
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
      *
      *   RETENCAO PADRAO: SPOOLDIA DO CADPARM (SGP007)
      *
           OPEN INPUT CADPARM
           IF ST-PRM = "00"
              MOVE "SPOOLDIA" TO PM-CODIGO
              READ CADPARM
              IF ST-PRM = "00" AND PM-VALOR NOT < 1
                 MOVE PM-VALOR TO W-DIASPAD
              END-IF
              CLOSE CADPARM.
           OPEN I-O CADSPOOL
           IF ST-SPL NOT = "00"
              IF ST-SPL = "30" OR "35"
                 DISPLAY "*** SPOOL VAZIO - NADA A EXPURGAR ***"
                 MOVE ZEROS TO RETURN-CODE
                 GO TO ROT-FIMP
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CADSPOOL ***"
                 GO TO ROT-FIMP.
           MOVE "S" TO W-TEMRET
           OPEN INPUT CADRETSP
           IF ST-RET NOT = "00"
              MOVE "N" TO W-TEMRET.
           OPEN OUTPUT RELEXP
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              GO TO ROT-FIM.
           MOVE W-HOJE TO CAB1-DATA
           MOVE W-DIASPAD TO CAB2-DIAS
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB3
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE ZEROS TO SP-SEQ
           START CADSPOOL KEY IS NOT LESS SP-SEQ
                 INVALID KEY
                    GO TO ROT-TOTAIS.
      *
      ***********************************************
      *   COPIAS ATIVAS DO CATALOGO                 *
      ***********************************************
      *
       EXP-001.
           READ CADSPOOL NEXT RECORD
              AT END
                 GO TO ROT-TOTAIS.
           IF SP-SITUACAO NOT = "A"
              GO TO EXP-001.
           ADD 1 TO W-TOT-LIDOS
           MOVE W-DIASPAD TO W-DIAS
           IF W-TEMRET = "S"
              MOVE SP-ARQ TO RS-ARQ
              READ CADRETSP
              IF ST-RET = "00" AND RS-DIAS NOT = ZEROS
                 MOVE RS-DIAS TO W-DIAS.
           COMPUTE W-DIASINT = FUNCTION INTEGER-OF-DATE(SP-DATA)
                             + W-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASINT) TO W-VENCE
           IF W-VENCE NOT < W-HOJE
              ADD 1 TO W-TOT-ATIVO
              GO TO EXP-001.
      *
      *   RETENCAO VENCIDA: APAGA A COPIA E MARCA O
      *   CATALOGO (CBL_DELETE_FILE DEVOLVE DIFERENTE
      *   DE ZERO QUANDO O ARQUIVO NAO EXISTE)
      *
           MOVE SP-SEQ      TO DET1-SEQ
           MOVE SP-ARQ      TO DET1-ARQ
           MOVE SP-PROG     TO DET1-PROG
           MOVE SP-DATA     TO DET1-DATA
           MOVE W-DIAS      TO DET1-DIAS
           MOVE W-VENCE     TO DET1-VENCE
           MOVE SP-PAGINAS  TO DET1-PAG
           MOVE SP-COPIA    TO DET1-COPIA
           CALL "CBL_DELETE_FILE" USING SP-COPIA
           MOVE RETURN-CODE TO W-RC
           MOVE 8 TO RETURN-CODE
           IF W-RC = ZEROS
              MOVE "EXPURGADA" TO DET1-SITUACAO
              ADD SP-PAGINAS TO W-TOT-PAG
           ELSE
              MOVE "COPIA JA AUSENTE DO DISCO" TO DET1-SITUACAO
              ADD 1 TO W-TOT-FALTA.
           MOVE "E" TO SP-SITUACAO
           MOVE W-HOJE TO SP-DATAEXP
           REWRITE REGSPOOL
           IF ST-SPL NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADSPOOL"
              CLOSE RELEXP
              GO TO ROT-FIM.
           ADD 1 TO W-TOT-EXP
           WRITE LINHA-REL FROM DET1
           GO TO EXP-001.
      *
       ROT-TOTAIS.
           MOVE W-TOT-LIDOS  TO ROD1-QTD
           MOVE W-TOT-EXP    TO ROD2-QTD
           MOVE W-TOT-FALTA  TO ROD3-QTD
           MOVE W-TOT-PAG    TO ROD4-QTD
           MOVE W-TOT-ATIVO  TO ROD5-QTD
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD1
           WRITE LINHA-REL FROM ROD2
           WRITE LINHA-REL FROM ROD3
           WRITE LINHA-REL FROM ROD4
           WRITE LINHA-REL FROM ROD5
           CLOSE RELEXP
      *
      *   O SGPD007 ABRE O CADSPOOL PARA CATALOGAR ESTA
      *   LISTAGEM
      *
           CLOSE CADSPOOL
           IF W-TEMRET = "S"
              CLOSE CADRETSP.
           MOVE "RELEXPUR.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           IF W-TOT-FALTA = ZEROS
              MOVE ZEROS TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE.
           DISPLAY "COPIAS EXPURGADAS: " W-TOT-EXP
                   "  NO SPOOL: " W-TOT-ATIVO.
           GO TO ROT-FIMP.
      *
       ROT-FIM.
           CLOSE CADSPOOL.
           IF W-TEMRET = "S"
              CLOSE CADRETSP.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
