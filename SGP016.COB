       01 W-FARQUIVO   PIC X(08) VALUE SPACES.
       01 W-FCHAVE     PIC X(11) VALUE SPACES.
       01 W-TOT-GERAL  PIC 9(06) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGP016".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
      *
       01 CAB1.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGERAL.
           CLOSE CADAUD RELAUD.
           STRING "OPER " W-FOPERADOR " DATA " W-FDATA
                  " ARQ " W-FARQUIVO " CHAVE " W-FCHAVE
                  DELIMITED BY SIZE INTO W-SPPARM
           MOVE "RELAUD.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           DISPLAY "EVENTOS LISTADOS EM RELAUD.LST: " W-TOT-GERAL.
           GO TO ROT-FIMP.
      *
