                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDOH
                    FILE STATUS  IS ST-PEH
                    ALTERNATE RECORD KEY IS CHAVE2PH = CODCLIH
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PH = DATAPEDIDOH
                                                      WITH DUPLICATES.
           SELECT CADPEDIH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
      *
       FD CADPEDI
             LABEL RECORD IS STANDARD
                03 NUMWEBH          PIC 9(09).
                03 CODTRANSPH       PIC 9(03).
                03 VALORFRETEH      PIC 9(06)V99.
                03 SEQENTREGAH      PIC 9(02).
      *
       FD CADPEDIH
             LABEL RECORD IS STANDARD
       01 W-CORTE      PIC 9(08) VALUE ZEROS.
       01 W-TOT-PED    PIC 9(06) VALUE ZEROS.
       01 W-TOT-ITM    PIC 9(06) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB005".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
       77 W-DTFUNCAO   PIC X(01) VALUE SPACES.
       01 W-DTDATA1    PIC 9(08) VALUE ZEROS.
           MOVE NUMWEB          TO NUMWEBH
           MOVE CODTRANSP       TO CODTRANSPH
           MOVE VALORFRETE      TO VALORFRETEH
           MOVE SEQENTREGA      TO SEQENTREGAH
           WRITE REGPEDH
           IF ST-PEH = "22"
              REWRITE REGPEDH
      *
       ROT-FIM.
           CLOSE CADPED CADPEDI CADPEDH CADPEDIH RELARQ.
           STRING "CORTE " W-CORTE DELIMITED BY SIZE INTO W-SPPARM
           MOVE "RELARQ.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
