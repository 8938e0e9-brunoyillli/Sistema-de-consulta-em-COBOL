      *  REAPONTA OS PEDIDOS DO CPF DUPLICADO PARA O CPF   *
      *  SOBREVIVENTE, MARCA O DUPLICADO COM SITUACAO "D"  *
      *  E REGISTRA A FUSAO EM MERGELOG.DAT                *
      *  OS ENDERECOS DE ENTREGA (CADENDE) DO DUPLICADO    *
      *  PASSAM PARA O SOBREVIVENTE COM SEQUENCIA NOVA E   *
      *  OS PEDIDOS REAPONTADOS LEVAM A SEQUENCIA NOVA     *
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
           SELECT CADENDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEED
                    FILE STATUS IS ST-END.
           SELECT MERGELOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-LOG.
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
       FD CADENDE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADENDE.DAT".
       01 REGENDE.
                03 CHAVEED.
                    05 ED-CODCLI    PIC 9(11).
                    05 ED-SEQ       PIC 9(02).
                03 ED-CEP           PIC 9(08).
                03 ED-NUMERO        PIC 9(04).
                03 ED-COMPL         PIC X(12).
                03 ED-LOGRADOURO    PIC X(30).
                03 ED-BAIRRO        PIC X(20).
                03 ED-CIDADE        PIC X(20).
                03 ED-UF            PIC X(02).
                03 ED-CONTATO       PIC X(30).
                03 ED-DDD           PIC 9(02).
                03 ED-TELEFONE      PIC 9(09).
                03 ED-SITUACAO      PIC X(01).
                03 ED-ULTOPER       PIC X(08).
       FD MERGELOG
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "MERGELOG.DAT".
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
       01 W-NOMESOBR      PIC X(40) VALUE SPACES.
       01 W-NOMEDUP       PIC X(40) VALUE SPACES.
       01 W-QTDPED        PIC 9(05) VALUE ZEROS.
       77 ST-END          PIC X(02) VALUE "00".
       77 W-TEMEND        PIC X(01) VALUE "N".
       01 W-SEQMAX        PIC 9(02) VALUE ZEROS.
       01 W-SEQDUP        PIC 9(02) VALUE ZEROS.
       01 W-REGENDSAV     PIC X(159) VALUE SPACES.
      *
      *   SEQUENCIA NOVA NO SOBREVIVENTE, INDEXADA PELA
      *   SEQUENCIA ANTIGA DO DUPLICADO (00 = ENDERECO DO
      *   CADASTRO, QUANDO NAO HA MAIS SEQUENCIA LIVRE)
      *
       01 TABSEQ.
          03 TQ-NOVA      PIC 9(02) OCCURS 99 TIMES.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
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
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP015  " TO W-LKSPROG
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
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADCLI CADPED
                    GO TO ROT-FIM.
       INC-OP2.
           MOVE "S" TO W-TEMEND
           OPEN I-O CADENDE
           IF ST-END NOT = "00"
              MOVE "N" TO W-TEMEND.
       INC-001.
           MOVE ZEROS TO W-CPFSOBR W-CPFDUP
           MOVE SPACES TO W-NOMESOBR W-NOMEDUP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCLI CADPED MERGELOG
              IF W-TEMEND = "S"
                 CLOSE CADENDE
              END-IF
              GO TO ROT-FIM.
           IF W-CPFSOBR = ZEROS
              MOVE "*** CPF INVALIDO ***" TO MENS
              GO TO INC-OPC.
      *
      ***********************************************
      *   ENDERECOS DE ENTREGA DO DUPLICADO VAO     *
      *   PARA O SOBREVIVENTE APOS A SUA MAIOR      *
      *   SEQUENCIA                                 *
      ***********************************************
      *
       FUS-END0.
           MOVE ZEROS TO TABSEQ W-SEQMAX W-SEQDUP
           IF W-TEMEND = "N"
              GO TO FUS-PED0.
           MOVE W-CPFSOBR TO ED-CODCLI
           MOVE ZEROS TO ED-SEQ
           START CADENDE KEY IS GREATER CHAVEED
                 INVALID KEY
                    GO TO FUS-END2.
       FUS-END1.
           READ CADENDE NEXT RECORD
              AT END
                 GO TO FUS-END2.
           IF ED-CODCLI NOT = W-CPFSOBR
              GO TO FUS-END2.
           MOVE ED-SEQ TO W-SEQMAX
           GO TO FUS-END1.
       FUS-END2.
           MOVE W-CPFDUP TO ED-CODCLI
           MOVE W-SEQDUP TO ED-SEQ
           START CADENDE KEY IS GREATER CHAVEED
                 INVALID KEY
                    GO TO FUS-PED0.
           READ CADENDE NEXT RECORD
              AT END
                 GO TO FUS-PED0.
           IF ED-CODCLI NOT = W-CPFDUP
              GO TO FUS-PED0.
           MOVE ED-SEQ TO W-SEQDUP
           IF W-SEQMAX = 99
              GO TO FUS-END2.
           MOVE REGENDE TO W-REGENDSAV
           DELETE CADENDE RECORD
           IF ST-END NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADENDE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-SEQMAX
           MOVE W-SEQMAX TO TQ-NOVA (W-SEQDUP)
           MOVE W-REGENDSAV  TO REGENDE
           MOVE W-CPFSOBR    TO ED-CODCLI
           MOVE W-SEQMAX     TO ED-SEQ
           MOVE W-OPERLOGADO TO ED-ULTOPER
           WRITE REGENDE
           IF ST-END NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADENDE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO FUS-END2.
      *
      ***********************************************
      *   REAPONTA OS PEDIDOS DO CPF DUPLICADO      *
      *   PELA CHAVE DO CLIENTE (CHAVE2PD). O       *
      *   PEDIDO REGRAVADO SAI DA CHAVE DO          *
      *   DUPLICADO, ENTAO CADA VOLTA REPOSICIONA   *
      *   NO PRIMEIRO QUE AINDA RESTA               *
      ***********************************************
      *
       FUS-PED0.
           MOVE ZEROS TO W-QTDPED.
       FUS-PED1.
           MOVE W-CPFDUP TO CODCLI
           START CADPED KEY IS EQUAL CHAVE2PD
                 INVALID KEY
                    GO TO FUS-CLI.
           READ CADPED NEXT RECORD
              AT END
                 GO TO FUS-CLI.
           IF CODCLI NOT = W-CPFDUP
              GO TO FUS-CLI.
           MOVE W-CPFSOBR TO CODCLI
           IF SEQENTREGA NOT = ZEROS
              MOVE TQ-NOVA (SEQENTREGA) TO SEQENTREGA.
           MOVE W-OPERLOGADO TO ULTOPER OF REGPED
           REWRITE REGPED
           IF ST-PED NOT = "00" AND "02"
