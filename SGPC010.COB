       01 W-SALDO-CALC PIC S9(08)V99 VALUE ZEROS.
       01 W-TOT-DIV    PIC 9(05) VALUE ZEROS.
       01 W-TOT-PRO    PIC 9(05) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC010".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 CAB1.
           WRITE LINHA-REL FROM LINGERAL1
           WRITE LINHA-REL FROM LINGERAL2.
           CLOSE MOVEST CADPRO RELVER.
           MOVE "RELVREST.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       CARGA-SORT.
