       01 W-FIM-LEITURA PIC X(01) VALUE "N".
       01 W-TOT-REG    PIC 9(07) VALUE ZEROS.
       01 W-NOME-ORIG  PIC X(40) VALUE SPACES.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB006".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 CAB1.
      *
       FIM-REL.
           CLOSE RELCNV.
           MOVE "RELCONV.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           DISPLAY "CONVERSAO ENCERRADA - VER RELCONV.LST".
           GO TO ROT-FIMP.
      *
