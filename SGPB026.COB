       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB026.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  CONVERSAO UNICA DOS ARQUIVOS QUE GANHARAM CHAVES  *
      *  ALTERNATIVAS (O LAYOUT DOS REGISTROS NAO MUDA):   *
      *    CADPED  + CHAVE2PD (CODCLI) E CHAVE3PD          *
      *              (DATAPEDIDO), COM DUPLICATAS          *
      *    CADPEDH + CHAVE2PH (CODCLIH) E CHAVE3PH         *
      *              (DATAPEDIDOH), COM DUPLICATAS         *
      *    CADREC  + CHAVE2RC (RC-CODCLI), COM DUPLICATAS  *
      *  LE CADA ARQUIVO SO PELA CHAVE PRINCIPAL, GRAVA O  *
      *  .NEW COM AS CHAVES NOVAS E RENOMEIA SOBRE O       *
      *  ORIGINAL. ARQUIVO AUSENTE (CADPEDH SEM NENHUM     *
      *  EXPURGO AINDA) SAI COMO NAO CONVERTIDO E E CRIADO *
      *  JA COM AS CHAVES NO PRIMEIRO USO.                 *
      *  RODAR UMA UNICA VEZ, COM BACKUP FEITO, DEPOIS DO  *
      *  SGPB007 E ANTES DE USAR OS PROGRAMAS COM AS       *
      *  CHAVES NOVAS.                                     *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CADPEDV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PEDIDOV
                    FILE STATUS  IS ST-VEL.
           SELECT CADPEDN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PEDIDON
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS CHAVE2PDN = CODCLIN
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PDN = DATAPEDIDON
                                                      WITH DUPLICATES.
      *
           SELECT CADPEDHV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PEDIDOHV
                    FILE STATUS  IS ST-VEL.
           SELECT CADPEDHN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PEDIDOHN
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS CHAVE2PHN = CODCLIHN
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PHN = DATAPEDIDOHN
                                                      WITH DUPLICATES.
      *
           SELECT CADRECV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVERV
                    FILE STATUS  IS ST-VEL.
           SELECT CADRECN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVERN
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS CHAVE2RCN = RC-CODCLIN
                                                      WITH DUPLICATES.
      *
           SELECT RELCNV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADPEDV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPED.DAT".
       01 REGPEDV.
                03 PEDIDOV          PIC 9(05).
                03 CODCLIV          PIC 9(11).
                03 VALORV           PIC 9(09)V99.
                03 DATAPEDIDOV      PIC 9(08).
                03 DATAENTREGAV     PIC 9(08).
                03 SITUACAOPEDIDOV  PIC X(01).
                03 ULTOPERV         PIC X(08).
                03 CONDPAGTOV       PIC 9(03).
                03 NUMWEBV          PIC 9(09).
                03 CODTRANSPV       PIC 9(03).
                03 VALORFRETEV      PIC 9(06)V99.
                03 SEQENTREGAV      PIC 9(02).
       FD CADPEDN
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPED.NEW".
       01 REGPEDN.
                03 PEDIDON          PIC 9(05).
                03 CODCLIN          PIC 9(11).
                03 VALORN           PIC 9(09)V99.
                03 DATAPEDIDON      PIC 9(08).
                03 DATAENTREGAN     PIC 9(08).
                03 SITUACAOPEDIDON  PIC X(01).
                03 ULTOPERN         PIC X(08).
                03 CONDPAGTON       PIC 9(03).
                03 NUMWEBN          PIC 9(09).
                03 CODTRANSPN       PIC 9(03).
                03 VALORFRETEN      PIC 9(06)V99.
                03 SEQENTREGAN      PIC 9(02).
       FD CADPEDHV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDH.DAT".
       01 REGPEDHV.
                03 PEDIDOHV         PIC 9(05).
                03 CODCLIHV         PIC 9(11).
                03 VALORHV          PIC 9(09)V99.
                03 DATAPEDIDOHV     PIC 9(08).
                03 DATAENTREGAHV    PIC 9(08).
                03 SITUACAOPEDIDOHV PIC X(01).
                03 ULTOPERHV        PIC X(08).
                03 CONDPAGTOHV      PIC 9(03).
                03 NUMWEBHV         PIC 9(09).
                03 CODTRANSPHV      PIC 9(03).
                03 VALORFRETEHV     PIC 9(06)V99.
                03 SEQENTREGAHV     PIC 9(02).
       FD CADPEDHN
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDH.NEW".
       01 REGPEDHN.
                03 PEDIDOHN         PIC 9(05).
                03 CODCLIHN         PIC 9(11).
                03 VALORHN          PIC 9(09)V99.
                03 DATAPEDIDOHN     PIC 9(08).
                03 DATAENTREGAHN    PIC 9(08).
                03 SITUACAOPEDIDOHN PIC X(01).
                03 ULTOPERHN        PIC X(08).
                03 CONDPAGTOHN      PIC 9(03).
                03 NUMWEBHN         PIC 9(09).
                03 CODTRANSPHN      PIC 9(03).
                03 VALORFRETEHN     PIC 9(06)V99.
                03 SEQENTREGAHN     PIC 9(02).
       FD CADRECV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGRECV.
                03 CHAVERV.
                    05 RC-PEDIDOV   PIC 9(05).
                    05 RC-PARCELAV  PIC 9(02).
                03 RC-CODCLIV       PIC 9(11).
                03 RC-VENCIMENTOV   PIC 9(08).
                03 RC-VALORV        PIC 9(09)V99.
                03 RC-VALORPAGOV    PIC 9(09)V99.
                03 RC-DATAPAGTOV    PIC 9(08).
                03 RC-ULTOPERV      PIC X(08).
       FD CADRECN
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADREC.NEW".
       01 REGRECN.
                03 CHAVERN.
                    05 RC-PEDIDON   PIC 9(05).
                    05 RC-PARCELAN  PIC 9(02).
                03 RC-CODCLIN       PIC 9(11).
                03 RC-VENCIMENTON   PIC 9(08).
                03 RC-VALORN        PIC 9(09)V99.
                03 RC-VALORPAGON    PIC 9(09)V99.
                03 RC-DATAPAGTON    PIC 9(08).
                03 RC-ULTOPERN      PIC X(08).
      *
       FD RELCNV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELCONV.LST".
       01 LINHA-REL                PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-VEL       PIC X(02) VALUE "00".
       01 ST-NOV       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-FIM-LEITURA PIC X(01) VALUE "N".
       01 W-TOT-REG    PIC 9(07) VALUE ZEROS.
       01 W-NOME-ORIG  PIC X(40) VALUE SPACES.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB026".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 CAB1.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(45) VALUE
             "CONVERSAO DAS CHAVES ALTERNATIVAS".
       01 DET1.
          03 DET-ARQUIVO    PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-REGS       PIC ZZZ.ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-STATUS     PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN OUTPUT RELCNV
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              GO TO ROT-FIMP.
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA.
      *
      ***********************************************
      *  CADPED.DAT                                 *
      ***********************************************
      *
       CNV-CADPED.
           MOVE "CADPED.DAT" TO W-NOME-ORIG
           MOVE "CADPED.DAT" TO DET-ARQUIVO
           MOVE ZEROS TO W-TOT-REG DET-REGS
           MOVE "N" TO W-FIM-LEITURA.
           OPEN INPUT CADPEDV
           IF ST-VEL NOT = "00"
              MOVE "NAO CONVERTIDO" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO CNV-CADPEDH.
           OPEN OUTPUT CADPEDN
           IF ST-NOV NOT = "00"
              CLOSE CADPEDV
              MOVE "ERRO NO .NEW" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO CNV-CADPEDH.
           PERFORM UNTIL W-FIM-LEITURA = "S"
              READ CADPEDV
                 AT END
                    MOVE "S" TO W-FIM-LEITURA
                 NOT AT END
                    MOVE REGPEDV TO REGPEDN
                    WRITE REGPEDN
                    ADD 1 TO W-TOT-REG
           END-PERFORM.
           CLOSE CADPEDV CADPEDN.
           CALL "CBL_DELETE_FILE" USING W-NOME-ORIG.
           CALL "CBL_RENAME_FILE" USING "CADPED.NEW" W-NOME-ORIG.
           MOVE W-TOT-REG TO DET-REGS
           MOVE "CONVERTIDO" TO DET-STATUS
           WRITE LINHA-REL FROM DET1.
      *
      ***********************************************
      *  CADPEDH.DAT                                *
      ***********************************************
      *
       CNV-CADPEDH.
           MOVE "CADPEDH.DAT" TO W-NOME-ORIG
           MOVE "CADPEDH.DAT" TO DET-ARQUIVO
           MOVE ZEROS TO W-TOT-REG DET-REGS
           MOVE "N" TO W-FIM-LEITURA.
           OPEN INPUT CADPEDHV
           IF ST-VEL NOT = "00"
              MOVE "NAO CONVERTIDO" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO CNV-CADREC.
           OPEN OUTPUT CADPEDHN
           IF ST-NOV NOT = "00"
              CLOSE CADPEDHV
              MOVE "ERRO NO .NEW" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO CNV-CADREC.
           PERFORM UNTIL W-FIM-LEITURA = "S"
              READ CADPEDHV
                 AT END
                    MOVE "S" TO W-FIM-LEITURA
                 NOT AT END
                    MOVE REGPEDHV TO REGPEDHN
                    WRITE REGPEDHN
                    ADD 1 TO W-TOT-REG
           END-PERFORM.
           CLOSE CADPEDHV CADPEDHN.
           CALL "CBL_DELETE_FILE" USING W-NOME-ORIG.
           CALL "CBL_RENAME_FILE" USING "CADPEDH.NEW" W-NOME-ORIG.
           MOVE W-TOT-REG TO DET-REGS
           MOVE "CONVERTIDO" TO DET-STATUS
           WRITE LINHA-REL FROM DET1.
      *
      ***********************************************
      *  CADREC.DAT                                 *
      ***********************************************
      *
       CNV-CADREC.
           MOVE "CADREC.DAT" TO W-NOME-ORIG
           MOVE "CADREC.DAT" TO DET-ARQUIVO
           MOVE ZEROS TO W-TOT-REG DET-REGS
           MOVE "N" TO W-FIM-LEITURA.
           OPEN INPUT CADRECV
           IF ST-VEL NOT = "00"
              MOVE "NAO CONVERTIDO" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO FIM-REL.
           OPEN OUTPUT CADRECN
           IF ST-NOV NOT = "00"
              CLOSE CADRECV
              MOVE "ERRO NO .NEW" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO FIM-REL.
           PERFORM UNTIL W-FIM-LEITURA = "S"
              READ CADRECV
                 AT END
                    MOVE "S" TO W-FIM-LEITURA
                 NOT AT END
                    MOVE REGRECV TO REGRECN
                    WRITE REGRECN
                    ADD 1 TO W-TOT-REG
           END-PERFORM.
           CLOSE CADRECV CADRECN.
           CALL "CBL_DELETE_FILE" USING W-NOME-ORIG.
           CALL "CBL_RENAME_FILE" USING "CADREC.NEW" W-NOME-ORIG.
           MOVE W-TOT-REG TO DET-REGS
           MOVE "CONVERTIDO" TO DET-STATUS
           WRITE LINHA-REL FROM DET1.
      *
       FIM-REL.
           CLOSE RELCNV.
           MOVE "RELCONV.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           DISPLAY "CONVERSAO ENCERRADA - VER RELCONV.LST".
           GO TO ROT-FIMP.
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
