       01 W-ABERTO     PIC 9(06) VALUE ZEROS.
       01 W-TOT-SUG    PIC 9(05) VALUE ZEROS.
       01 W-NUMCMP     PIC 9(07) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB011".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(110) VALUE SPACES.
      *
       01 TABREPO.
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
      *
      *   RETURN-CODE 8 ATE O FIM NORMAL DO PROGRAMA
      *   (RODADA NOTURNA CONTROLADA PELO SGPB020)
      *
           MOVE 8 TO RETURN-CODE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(W-HOJE) TO W-HOJEINT
           COMPUTE W-CORTEINT = W-HOJEINT - 30
           EXIT.
      *
       ROT-TOTAIS.
           MOVE ZEROS TO RETURN-CODE
           MOVE W-TOT-SUG TO GER-TOT
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGERAL.
           CLOSE CADREPO CADPRO MOVEST CADCOMP CADCTRL RELSUGE.
           IF W-TEMBCK = "S"
              CLOSE CADBACK.
           IF RETURN-CODE = ZEROS
              MOVE "RELSUGE.LST" TO W-SPARQ
              CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                   W-SPRET
              IF W-SPRET NOT = ZEROS
                 DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
