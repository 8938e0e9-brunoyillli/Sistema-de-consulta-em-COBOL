                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
      *
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDOH
                    FILE STATUS  IS ST-PEH
                    ALTERNATE RECORD KEY IS CHAVE2PH = CODCLIH
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PH = DATAPEDIDOH
                                                      WITH DUPLICATES.
      *
           SELECT CADPEDIH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
      *
       FD CADPEDI
               LABEL RECORD IS STANDARD
                03 RT-DATAENTREGA   PIC 9(08).
                03 RT-RECEBEDOR     PIC X(30).
                03 RT-MOTORISTA     PIC X(30).
                03 RT-PLACA         PIC X(07).
      *
       FD CADPEDH
               LABEL RECORD IS STANDARD
                03 NUMWEBH          PIC 9(09).
                03 CODTRANSPH       PIC 9(03).
                03 VALORFRETEH      PIC 9(06)V99.
                03 SEQENTREGAH      PIC 9(02).
      *
       FD CADPEDIH
               LABEL RECORD IS STANDARD
       01 W-FASE                PIC 9(01) VALUE 1.
       01 W-PAGINA              PIC 9(04) VALUE ZEROS.
       01 W-LINHA-PAG           PIC 9(03) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC006".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA           PIC X(100) VALUE SPACES.
      *
       01 CAB1.
          03 TSP3 PIC X(10) VALUE "FFATURADO ".
          03 TSP4 PIC X(10) VALUE "CCANCELADO".
          03 TSP5 PIC X(10) VALUE "PPARCIAL  ".
          03 TSP6 PIC X(10) VALUE "AAG.APROV.".
       01 TABSITPEDAUX REDEFINES TABSITPED.
          03 TABSITP  PIC X(10) OCCURS 6 TIMES.
       01 ALFASITP.
             03 ALFASITP1 PIC X(01).
             03 ALFASITP2 PIC X(09).
               ACCEPT W-ACT FROM ESCAPE KEY
               IF W-ACT = 02 GO TO INC-001A
               MOVE 1 TO W-FASE
               MOVE W-FILTROCLI TO CODCLI
               IF W-HIST = "S"
                  MOVE W-FILTROCLI TO CODCLIH
                  START CADPEDH KEY IS EQUAL CHAVE2PH
                        INVALID KEY
                           MOVE "N" TO W-HIST
                  END-START
               END-IF
               START CADPED KEY IS EQUAL CHAVE2PD INVALID KEY
                     IF W-HIST = "S"
                        MOVE 2 TO W-FASE
                        MOVE ZEROS TO W-TOT-PAGINA W-TOT-GERAL
                        GO TO INC-RD2
                     END-IF
                     MOVE "*** CLIENTE SEM PEDIDOS ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-001
             WHEN "R"
              NEXT SENTENCE.
           GO TO INC-FILTRA.
      *
      *   NO FILTRO POR CLIENTE A LEITURA E PELA CHAVE DO
      *   CLIENTE (CHAVE2PD / CHAVE2PH): OUTRO CLIENTE E O
      *   FIM DOS PEDIDOS DELE NAQUELE ARQUIVO
      *
       INC-FIMCLI.
           IF W-FASE = 1 AND W-HIST = "S"
              MOVE 2 TO W-FASE
              GO TO INC-RD2H.
           MOVE "*** FIM DE PROCESSAMENTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO NOV-SOL.
      *
      ***********************************************
      *   LEITURA DO HISTORICO (CADPEDH) APOS O     *
      *   FIM DO ARQUIVO CORRENTE                   *
           MOVE SITUACAOPEDIDOH TO SITUACAOPEDIDO.
       INC-FILTRA.
           IF W-FILTROMODO = "C" AND CODCLI NOT = W-FILTROCLI
                 GO TO INC-FIMCLI.
           IF W-FILTROMODO = "R"
                 PERFORM CHECK-PROD-PEDIDO THRU CHECK-PROD-PEDIDO-FIM
                 IF W-ACHOUPROD = "N"
       SIT-ACHA1.
                MOVE TABSITP(IND) TO ALFASITP
                IF SITUACAOPEDIDO NOT = ALFASITP1
                   IF IND < 6
                      ADD 1 TO IND
                      GO TO SIT-ACHA1
                   ELSE
           IF W-TEMHIST = "S"
              CLOSE CADPEDH CADPEDIH.
           IF W-IMPRIME = "S"
              CLOSE RELPEDC
              STRING "FILTRO " W-FILTROMODO " CLIENTE " W-FILTROCLI
                     " PRODUTO " W-FILTROPROD " HISTORICO " W-HIST
                     DELIMITED BY SIZE INTO W-SPPARM
              MOVE "RELPEDC.LST" TO W-SPARQ
              CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                   W-SPRET.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
