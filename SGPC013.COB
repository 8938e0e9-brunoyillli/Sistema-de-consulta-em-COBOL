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
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
      *
       FD CADPEDI
             LABEL RECORD IS STANDARD
       01 W-CUSTOPED   PIC 9(09)V99 VALUE ZEROS.
       01 W-LUCROPED   PIC 9(09)V99 VALUE ZEROS.
       01 VAR          PIC 9(09)V99 VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC013".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
      *
       01 W-OPE-QTD    PIC 9(05) VALUE ZEROS.
                INPUT PROCEDURE IS CARGA-SORT
                OUTPUT PROCEDURE IS IMPRIME-REL.
           CLOSE CADPED CADPEDI RELFEC.
           STRING "DATA " W-DATAFEC DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE "RELFECHA.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
      *   SO OS PEDIDOS DA DATA, PELA CHAVE DA DATA DO
      *   PEDIDO (CHAVE3PD)
      *
       CARGA-SORT.
           MOVE W-DATAFEC TO DATAPEDIDO
           START CADPED KEY IS EQUAL CHAVE3PD
                 INVALID KEY
                    MOVE "S" TO W-FIM-PED.
           PERFORM UNTIL W-FIM-PED = "S"
              READ CADPED NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM-PED
                 NOT AT END
                    IF DATAPEDIDO NOT = W-DATAFEC
                       MOVE "S" TO W-FIM-PED
                    ELSE
                       PERFORM CALC-CUSTO THRU CALC-CUSTO-FIM
                       MOVE ULTOPER        TO S-OPERADOR
                       MOVE PEDIDO         TO S-PEDIDO
                       MOVE SITUACAOPEDIDO TO S-SITUACAO
