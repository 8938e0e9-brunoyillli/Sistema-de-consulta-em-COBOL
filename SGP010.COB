                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVER
                    FILE STATUS IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
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
       FD CADPARM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPARM.DAT".
       77 ST-OPER         PIC X(02) VALUE "00".
       77 W-OPERLOGADO    PIC X(08) VALUE SPACES.
       77 W-SENHALOG      PIC X(08) VALUE SPACES.
       77 W-LKSFUN        PIC X(01) VALUE SPACES.
       77 W-LKSPROG       PIC X(08) VALUE SPACES.
       77 W-LKSRET        PIC 9(01) VALUE ZEROS.
       77 W-LKSPERF       PIC 9(01) VALUE ZEROS.
       77 W-LKSMENS       PIC X(50) VALUE SPACES.
       77 W-LKSHASH       PIC X(20) VALUE SPACES.
       77 ST-PRM          PIC X(02) VALUE "00".
       77 ST-JRL          PIC X(02) VALUE "00".
       77 W-TEMPARM       PIC X(01) VALUE "N".
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP010  " TO W-LKSPROG
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
                DISPLAY (23, 34) "SENHA:"
                ACCEPT (23, 41) W-SUPSENHA WITH SECURE
                DISPLAY (23, 12) LIMPA
                MOVE "S" TO W-LKSFUN
                MOVE "SGP010  " TO W-LKSPROG
                CALL "SGPD004" USING W-LKSFUN W-SUPCOD W-SUPSENHA
                                     W-LKSPROG W-LKSRET W-LKSPERF
                                     W-LKSMENS W-LKSHASH
                IF W-LKSRET = 8
                   MOVE "*** CADOPER INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-SUP-FIM.
                IF W-LKSRET NOT = ZEROS
                   MOVE W-LKSMENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-SUP-FIM.
                IF W-LKSPERF NOT = 3
                   MOVE "*** SUPERVISOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-SUP-FIM.
                MOVE "S" TO W-SUPOK
                MOVE "*** DESCONTO AUTORIZADO PELO SUPERVISOR ***"
                     TO MENS
