       01 W-TOT-HIST   PIC 9(07) VALUE ZEROS.
       01 W-TOT-ATUAL  PIC 9(07) VALUE ZEROS.
       01 W-TOT-SA     PIC 9(07) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB013".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 CAB1.
           MOVE W-TOT-SA TO DET-QTD
           WRITE LINHA-REL FROM DET1
           CLOSE RELFEC.
           STRING "COMPETENCIA " W-COMPET DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE "RELFECHA.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           DISPLAY "FECHAMENTO ENCERRADO - VER RELFECHA.LST".
           GO TO ROT-FIMP.
      *
