       01 W-QTDALOC    PIC 9(05)V99 VALUE ZEROS.
       01 W-TOT-ATEND  PIC 9(05) VALUE ZEROS.
       01 W-TOT-PARC   PIC 9(05) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB002".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
      *
      *   RETURN-CODE 8 ATE O FIM NORMAL DO PROGRAMA
      *   (RODADA NOTURNA CONTROLADA PELO SGPB020)
      *
           MOVE 8 TO RETURN-CODE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CADBACK
           IF ST-BCK NOT = "00"
           EXIT.
      *
       FIM-REL.
           MOVE ZEROS TO RETURN-CODE
           MOVE W-TOT-ATEND TO GER-TOT-AT
           MOVE W-TOT-PARC  TO GER-TOT-PC
           WRITE LINHA-REL FROM LIMPA-LINHA
      *
       ROT-FIM.
           CLOSE CADBACK CADPRO CADCLI CADEST MOVEST RELBAK.
           IF RETURN-CODE = ZEROS
              MOVE "RELBACK.LST" TO W-SPARQ
              CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                   W-SPRET
              IF W-SPRET NOT = ZEROS
                 DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
