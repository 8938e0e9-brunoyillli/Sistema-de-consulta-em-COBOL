       01 W-HOJE-DEC REDEFINES W-HOJE.
          03 W-HOJE-AM    PIC 9(06).
          03 W-HOJE-DIA   PIC 9(02).
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC009".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 CAB1.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGERAL.
           CLOSE MOVEST CADPRO RELKAR.
           STRING "PRODUTO " W-PRODUTO " DESDE " W-COMPINI
                  DELIMITED BY SIZE INTO W-SPPARM
           MOVE "RELKARD.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       ROT-FIMP.
