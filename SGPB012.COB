       01 W-MARGEM     PIC S9(04)V99 VALUE ZEROS.
       01 W-TOT-LIDOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-ALT    PIC 9(06) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB012".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 W-SPPCT      PIC ZZ9,99.
       01 LIMPA-LINHA  PIC X(110) VALUE SPACES.
      *
       01 CAB1.
           CLOSE CADPRO RELPRE.
           IF W-EXEC = "A" OR "a"
              CLOSE HISPRECO.
           MOVE W-PCT      TO W-SPPCT
           MOVE W-OPERADOR TO W-SPOPER
           STRING "CLASSIF " W-CLASSIF " MODO " W-MODO " PCT " W-SPPCT
                  " EXECUCAO " W-EXEC DELIMITED BY SIZE INTO W-SPPARM
           MOVE "RELPRECO.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
