       AUTHOR. Bruno Mendes Carvalho.
      *************************************
      *  RELATORIO DE PEDIDOS EM ATRASO   *
      *  EM ORDEM DE DATA DO PEDIDO       *
      *************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
      *
       FD CADCLI
             LABEL RECORD IS STANDARD
       01 W-DTDATA2    PIC 9(08) VALUE ZEROS.
       01 W-DTRET      PIC 9(01) VALUE ZEROS.
       01 W-DTDIAS     PIC S9(05) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC004".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 CAB1.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA.
      *
      *   LEITURA PELA DATA DO PEDIDO (CHAVE3PD): A ENTREGA
      *   NUNCA E ANTERIOR AO PEDIDO, ENTAO O PEDIDO FEITO
      *   HOJE OU DEPOIS NAO PODE ESTAR EM ATRASO
      *
           MOVE ZEROS TO DATAPEDIDO
           START CADPED KEY IS NOT LESS CHAVE3PD
                 INVALID KEY
                    GO TO FIM-REL.
       INC-RD1.
           READ CADPED NEXT RECORD
              AT END
                 GO TO FIM-REL.
           IF DATAPEDIDO NOT < W-HOJE
              GO TO FIM-REL.
           IF DATAENTREGA = ZEROS
              GO TO INC-RD1.
           IF DATAENTREGA NOT < W-HOJE
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGERAL.
           CLOSE CADPED CADCLI RELPED.
           MOVE "RELPED.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       ROT-FIMP.
