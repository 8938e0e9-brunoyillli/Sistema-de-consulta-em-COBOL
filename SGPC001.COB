       01 W-TOT-GERAL  PIC 9(06) VALUE ZEROS.
       01 W-TOT-ED     PIC ZZZ.ZZ9.
       01 W-PAG-ED     PIC ZZZ9.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC001".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 CAB1.
                INPUT PROCEDURE IS CARGA-SORT
                OUTPUT PROCEDURE IS IMPRIME-REL.
           CLOSE CADCEP RELCEP.
           MOVE "RELCEP.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       CARGA-SORT.
