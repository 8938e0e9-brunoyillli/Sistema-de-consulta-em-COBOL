                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADPEDN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PEDIDON
                    FILE STATUS  IS ST-ERRN
                    ALTERNATE RECORD KEY IS CHAVE2PDN = CODCLIN
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PDN = DATAPEDIDON
                                                      WITH DUPLICATES.
      *
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
       FD CADPEDN
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPED.REO".
                03 NUMWEBN          PIC 9(09).
                03 CODTRANSPN       PIC 9(03).
                03 VALORFRETEN      PIC 9(06)V99.
                03 SEQENTREGAN      PIC 9(02).
      *
       FD CADPEDI
             LABEL RECORD IS STANDARD
       01 W-FEITO-PEDI PIC X(01) VALUE "N".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-FIM-LEITURA PIC X(01) VALUE "N".
       01 W-ERRO-BKP   PIC X(01) VALUE "N".
       01 W-RC         PIC S9(09) COMP VALUE ZEROS.
       01 W-TOT-REG    PIC 9(07) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB001".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 W-NOME-ORIG  PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
      *
      *   RETURN-CODE 8 ATE O FIM NORMAL DO PROGRAMA
      *   (RODADA NOTURNA CONTROLADA PELO SGPB020)
      *
           MOVE 8 TO RETURN-CODE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT RELBKP
           IF ST-REL NOT = "00"
           IF W-RC = ZEROS
              MOVE "COPIADO"      TO DET-STATUS
           ELSE
              MOVE "ERRO NO BACKUP" TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP.
           WRITE LINHA-REL FROM DET1.
      *
       REO-CADCEP.
           PERFORM CNT-CADCEP THRU CNT-CADCEP-FIM
           IF W-TOT-REO NOT = W-TOT-REG
              MOVE "ERRO VERIFICAC." TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP
              GO TO REO-CADCEP-FIM2.
           CALL "CBL_DELETE_FILE" USING W-NOME-ORIG.
           CALL "CBL_RENAME_FILE" USING "CADCEP.REO" W-NOME-ORIG.
           IF W-RC = ZEROS
              MOVE "COPIADO"      TO DET-STATUS
           ELSE
              MOVE "ERRO NO BACKUP" TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP.
           WRITE LINHA-REL FROM DET1.
      *
       REO-CADPRO.
           PERFORM CNT-CADPRO THRU CNT-CADPRO-FIM
           IF W-TOT-REO NOT = W-TOT-REG
              MOVE "ERRO VERIFICAC." TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP
              GO TO REO-CADPRO-FIM2.
           CALL "CBL_DELETE_FILE" USING W-NOME-ORIG.
           CALL "CBL_RENAME_FILE" USING "CADPRO.REO" W-NOME-ORIG.
           IF W-RC = ZEROS
              MOVE "COPIADO"      TO DET-STATUS
           ELSE
              MOVE "ERRO NO BACKUP" TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP.
           WRITE LINHA-REL FROM DET1.
      *
       REO-CADCLI.
           PERFORM CNT-CADCLI THRU CNT-CADCLI-FIM
           IF W-TOT-REO NOT = W-TOT-REG
              MOVE "ERRO VERIFICAC." TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP
              GO TO REO-CADCLI-FIM2.
           CALL "CBL_DELETE_FILE" USING W-NOME-ORIG.
           CALL "CBL_RENAME_FILE" USING "CADCLI.REO" W-NOME-ORIG.
           IF W-RC = ZEROS
              MOVE "COPIADO"      TO DET-STATUS
           ELSE
              MOVE "ERRO NO BACKUP" TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP.
           WRITE LINHA-REL FROM DET1.
      *
       REO-CADPED.
                    MOVE NUMWEB TO NUMWEBN
                    MOVE CODTRANSP TO CODTRANSPN
                    MOVE VALORFRETE TO VALORFRETEN
                    MOVE SEQENTREGA TO SEQENTREGAN
                    WRITE REGPEDN
                    ADD 1 TO W-TOT-REG
           END-PERFORM.
           PERFORM CNT-CADPED THRU CNT-CADPED-FIM
           IF W-TOT-REO NOT = W-TOT-REG
              MOVE "ERRO VERIFICAC." TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP
              GO TO REO-CADPED-FIM2.
           CALL "CBL_DELETE_FILE" USING W-NOME-ORIG.
           CALL "CBL_RENAME_FILE" USING "CADPED.REO" W-NOME-ORIG.
           IF W-RC = ZEROS
              MOVE "COPIADO"      TO DET-STATUS
           ELSE
              MOVE "ERRO NO BACKUP" TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP.
           WRITE LINHA-REL FROM DET1.
      *
       REO-CADPEDI.
           PERFORM CNT-CADPEDI THRU CNT-CADPEDI-FIM
           IF W-TOT-REO NOT = W-TOT-REG
              MOVE "ERRO VERIFICAC." TO DET-STATUS
              MOVE "S" TO W-ERRO-BKP
              GO TO REO-CADPEDI-FIM2.
           CALL "CBL_DELETE_FILE" USING W-NOME-ORIG.
           CALL "CBL_RENAME_FILE" USING "CADPEDI.REO" W-NOME-ORIG.
       FIM-REL.
           CALL "CBL_DELETE_FILE" USING W-NOME-CHK.
           CLOSE RELBKP.
           MOVE "RELBKP.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           IF W-ERRO-BKP = "S"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE.
           GO TO ROT-FIMP.
      *
       ROT-FIMP.
