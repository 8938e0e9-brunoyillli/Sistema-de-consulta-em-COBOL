      *  REGISTRA NO CADROTA A DATA DA ENTREGA, O NOME DE  *
      *  QUEM RECEBEU E O MOTORISTA - O PEDIDO PASSA DE    *
      *  EXPEDIDO PARA ENTREGUE. AS PENDENCIAS SAEM NO     *
      *  RELATORIO SGPC023. MOSTRA O VEICULO EM QUE O      *
      *  PEDIDO FOI EMBARCADO PELO SGP017.                 *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PEDIDO
                    FILE STATUS IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                03 RT-DATAENTREGA   PIC 9(08).
                03 RT-RECEBEDOR     PIC X(30).
                03 RT-MOTORISTA     PIC X(30).
                03 RT-PLACA         PIC X(07).
       FD CADPED
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPED.DAT".
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
       FD CADCLI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCLI.DAT".
                03 ATIVO            PIC X(01).
                03 PERCOM           PIC 9(02)V99.
                03 PERFIL           PIC 9(01).
                03 SENHAHASH        PIC X(20).
                03 SENHAANT1        PIC X(20).
                03 SENHAANT2        PIC X(20).
                03 SENHAANT3        PIC X(20).
                03 DATASENHA        PIC 9(08).
                03 TENTATIVAS       PIC 9(01).
                03 BLOQUEADO        PIC X(01).
                03 ULTLOGIN         PIC 9(08).
                03 TROCASENHA       PIC X(01).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-OPER         PIC X(02) VALUE "00".
       77 W-OPERLOGADO    PIC X(08) VALUE SPACES.
       77 W-SENHALOG      PIC X(08) VALUE SPACES.
       77 W-LKSFUN        PIC X(01) VALUE SPACES.
       77 W-LKSPROG       PIC X(08) VALUE SPACES.
       77 W-LKSRET        PIC 9(01) VALUE ZEROS.
       77 W-LKSPERF       PIC 9(01) VALUE ZEROS.
       77 W-LKSMENS       PIC X(50) VALUE SPACES.
       77 W-LKSHASH       PIC X(20) VALUE SPACES.
      *
       SCREEN SECTION.
        01  TELALOGIN.
               VALUE  "  RECEBIDO POR".
           05  LINE 15  COLUMN 01
               VALUE  "  MOTORISTA".
           05  LINE 17  COLUMN 01
               VALUE  "  VEICULO".
           05  TPEDIDO
               LINE 05  COLUMN 20  PIC 9(05)
               USING  RT-PEDIDO
               LINE 15  COLUMN 20  PIC X(30)
               USING  RT-MOTORISTA
               HIGHLIGHT.
           05  TPLACA
               LINE 17  COLUMN 20  PIC X(07)
               USING  RT-PLACA
               HIGHLIGHT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP024  " TO W-LKSPROG
           CALL "SGPD004" USING W-LKSFUN W-OPERLOGADO W-SENHALOG
                                W-LKSPROG W-LKSRET W-LKSPERF
                                W-LKSMENS W-LKSHASH
           OPEN INPUT CADOPER
           IF W-LKSRET NOT = ZEROS
              MOVE W-LKSMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           MOVE W-OPERLOGADO TO CODOPER
           READ CADOPER.
           MOVE CODOPER TO W-OPERLOGADO
           CLOSE CADOPER.
       INC-OP0.
              GO TO ROT-FIM.
       INC-001.
           MOVE ZEROS TO RT-PEDIDO RT-ROTA RT-DATA W-DATAENT
           MOVE SPACES TO NOME RT-RECEBEDOR RT-MOTORISTA RT-PLACA
           DISPLAY TELAENT.
       INC-002.
           ACCEPT TPEDIDO
