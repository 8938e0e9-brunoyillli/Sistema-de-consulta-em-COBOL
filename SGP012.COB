       01 W-TOT-DIV    PIC 9(06) VALUE ZEROS.
       01 W-TOT-APL    PIC 9(06) VALUE ZEROS.
       01 W-CONT-ED    PIC ZZZ.ZZ9.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGP012".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(110) VALUE SPACES.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGERAL.
           CLOSE RELINV.
           MOVE "RELINV.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           DISPLAY "DIVERGENCIAS LISTADAS: " W-TOT-DIV
           GO TO INC-MENU.
      *
