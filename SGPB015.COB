                03 NF-SITUACAO      PIC X(01).
                03 NF-CODTRANSP     PIC 9(03).
                03 NF-VALORFRETE    PIC 9(06)V99.
                03 NF-SITNFE        PIC X(01).
                03 NF-CHAVENFE      PIC X(44).
                03 NF-PROTOCOLO     PIC X(15).
                03 NF-DATAAUT       PIC 9(08).
                03 NF-PROTCANC      PIC X(15).
      *
       FD CADNFI
             LABEL RECORD IS STANDARD
