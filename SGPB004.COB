       01 W-TOT-LIDOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-DIV    PIC 9(06) VALUE ZEROS.
       01 W-TOT-CORR   PIC 9(06) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB004".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
      *
       01 CAB1.
      *
       ROT-FIM.
           CLOSE CADCLI CADCEP RELCEP.
           STRING "MODO " W-MODO DELIMITED BY SIZE INTO W-SPPARM
           MOVE "RELPROP.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
