      *              ZERADO, ACERTAR PELO SGP002)          *
      *    CADROTA + RT-CODTRANSP E OS CAMPOS DE           *
      *              CONFIRMACAO DE ENTREGA (ZERADOS)      *
      *    CADNF   + NF-SITNFE, NF-CHAVENFE,               *
      *              NF-PROTOCOLO, NF-DATAAUT E            *
      *              NF-PROTCANC DA NF-E (EM BRANCO/ZERO   *
      *              = NOTA ANTERIOR A NF-E)               *
      *    CADOPER + SENHAHASH (SENHA ATUAL CIFRADA PELO   *
      *              SGPD004, A LEGIVEL SAI EM BRANCO),    *
      *              SENHAANT1 A 3 (EM BRANCO), DATASENHA  *
      *              (DATA DA CONVERSAO), TENTATIVAS,      *
      *              BLOQUEADO ("N"), ULTLOGIN (ZERO) E    *
      *              TROCASENHA ("S" = TROCA NO PROXIMO    *
      *              LOGIN)                                *
      *    CADROTA + RT-PLACA (VEICULO DA ROTA, SAI EM     *
      *              BRANCO)                               *
      *    CADPED  + SEQENTREGA (ENDERECO DE ENTREGA DO    *
      *              CADENDE, SAI ZERO = ENDERECO DO       *
      *              CADASTRO DO CLIENTE)                  *
      *    CADPEDH + SEQENTREGAH (IDEM, NOS PEDIDOS JA     *
      *              EXPURGADOS PELO SGPB005)              *
      *  LE CADA ARQUIVO NO LAYOUT ANTIGO, GRAVA O .NEW    *
      *  NO LAYOUT NOVO E RENOMEIA SOBRE O ORIGINAL.       *
      *  RODAR UMA UNICA VEZ, COM BACKUP FEITO, ANTES DE   *
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PEDIDON
                    FILE STATUS  IS ST-NOV.
           SELECT CADPEDHV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PEDIDOHV
                    FILE STATUS  IS ST-VEL.
           SELECT CADPEDHN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PEDIDOHN
                    FILE STATUS  IS ST-NOV.
           SELECT CADNFV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                03 NUMWEBN          PIC 9(09).
                03 CODTRANSPN       PIC 9(03).
                03 VALORFRETEN      PIC 9(06)V99.
                03 SEQENTREGAN      PIC 9(02).
       FD CADPEDHV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDH.DAT".
       01 REGPEDHV.
                03 PEDIDOHV         PIC 9(05).
                03 CODCLIHV         PIC 9(11).
                03 VALORHV          PIC 9(09)V99.
                03 DATAPEDIDOHV     PIC 9(08).
                03 DATAENTREGAHV    PIC 9(08).
                03 SITUACAOPEDIDOHV PIC X(01).
                03 ULTOPERHV        PIC X(08).
                03 CONDPAGTOHV      PIC 9(03).
                03 NUMWEBHV         PIC 9(09).
                03 CODTRANSPHV      PIC 9(03).
                03 VALORFRETEHV     PIC 9(06)V99.
       FD CADPEDHN
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDH.NEW".
       01 REGPEDHN.
                03 PEDIDOHN         PIC 9(05).
                03 CODCLIHN         PIC 9(11).
                03 VALORHN          PIC 9(09)V99.
                03 DATAPEDIDOHN     PIC 9(08).
                03 DATAENTREGAHN    PIC 9(08).
                03 SITUACAOPEDIDOHN PIC X(01).
                03 ULTOPERHN        PIC X(08).
                03 CONDPAGTOHN      PIC 9(03).
                03 NUMWEBHN         PIC 9(09).
                03 CODTRANSPHN      PIC 9(03).
                03 VALORFRETEHN     PIC 9(06)V99.
                03 SEQENTREGAHN     PIC 9(02).
       FD CADNFV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADNF.DAT".
                03 NF-SITUACAON     PIC X(01).
                03 NF-CODTRANSPN    PIC 9(03).
                03 NF-VALORFRETEN   PIC 9(06)V99.
                03 NF-SITNFEN       PIC X(01).
                03 NF-CHAVENFEN     PIC X(44).
                03 NF-PROTOCOLON    PIC X(15).
                03 NF-DATAAUTN      PIC 9(08).
                03 NF-PROTCANCN     PIC X(15).
       FD CADPEDIV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDI.DAT".
                03 NUMWEB2          PIC 9(09).
                03 CODTRANSP2       PIC 9(03).
                03 VALORFRETE2      PIC 9(06)V99.
                03 SEQENTREGA2      PIC 9(02).
       FD CADOPERV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADOPER.DAT".
                03 ATIVON           PIC X(01).
                03 PERCOMN          PIC 9(02)V99.
                03 PERFILN          PIC 9(01).
                03 SENHAHASHN       PIC X(20).
                03 SENHAANT1N       PIC X(20).
                03 SENHAANT2N       PIC X(20).
                03 SENHAANT3N       PIC X(20).
                03 DATASENHAN       PIC 9(08).
                03 TENTATIVASN      PIC 9(01).
                03 BLOQUEADON       PIC X(01).
                03 ULTLOGINN        PIC 9(08).
                03 TROCASENHAN      PIC X(01).
       FD CADPROV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPRO.DAT".
                03 RT-DATAENTREGAN  PIC 9(08).
                03 RT-RECEBEDORN    PIC X(30).
                03 RT-MOTORISTAN    PIC X(30).
                03 RT-PLACAN        PIC X(07).
       FD CADNFIV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADNFI.DAT".
       01 W-NOME-ORIG  PIC X(40) VALUE SPACES.
       01 ST-PD2       PIC X(02) VALUE "00".
       01 W-TEMPED2    PIC X(01) VALUE "N".
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB007".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-LKSFUN     PIC X(01) VALUE "H".
       01 W-LKSPROG    PIC X(08) VALUE "SGPB007 ".
       01 W-LKSRET     PIC 9(01) VALUE ZEROS.
       01 W-LKSPERF    PIC 9(01) VALUE ZEROS.
       01 W-LKSMENS    PIC X(50) VALUE SPACES.
       01 W-LKSHASH    PIC X(20) VALUE SPACES.
      *
       01 CAB1.
          03 FILLER         PIC X(20) VALUE SPACES.
           IF ST-VEL NOT = "00"
              MOVE "NAO CONVERTIDO" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO CNV-CADPEDH.
           OPEN OUTPUT CADPEDN
           IF ST-NOV NOT = "00"
              CLOSE CADPEDV
              MOVE "ERRO NO .NEW" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO CNV-CADPEDH.
           PERFORM UNTIL W-FIM-LEITURA = "S"
              READ CADPEDV
                 AT END
                    MOVE ZEROS           TO NUMWEBN
                    MOVE ZEROS           TO CODTRANSPN
                    MOVE ZEROS           TO VALORFRETEN
                    MOVE ZEROS           TO SEQENTREGAN
                    WRITE REGPEDN
                    ADD 1 TO W-TOT-REG
           END-PERFORM.
           WRITE LINHA-REL FROM DET1.
      *
      ***********************************************
      *  CADPEDH.DAT                                *
      ***********************************************
      *
       CNV-CADPEDH.
           MOVE "CADPEDH.DAT" TO W-NOME-ORIG
           MOVE "CADPEDH.DAT" TO DET-ARQUIVO
           MOVE ZEROS TO W-TOT-REG DET-REGS
           MOVE "N" TO W-FIM-LEITURA.
           OPEN INPUT CADPEDHV
           IF ST-VEL NOT = "00"
              MOVE "NAO CONVERTIDO" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO CNV-CADNF.
           OPEN OUTPUT CADPEDHN
           IF ST-NOV NOT = "00"
              CLOSE CADPEDHV
              MOVE "ERRO NO .NEW" TO DET-STATUS
              WRITE LINHA-REL FROM DET1
              GO TO CNV-CADNF.
           PERFORM UNTIL W-FIM-LEITURA = "S"
              READ CADPEDHV
                 AT END
                    MOVE "S" TO W-FIM-LEITURA
                 NOT AT END
                    MOVE PEDIDOHV         TO PEDIDOHN
                    MOVE CODCLIHV         TO CODCLIHN
                    MOVE VALORHV          TO VALORHN
                    MOVE DATAPEDIDOHV     TO DATAPEDIDOHN
                    MOVE DATAENTREGAHV    TO DATAENTREGAHN
                    MOVE SITUACAOPEDIDOHV TO SITUACAOPEDIDOHN
                    MOVE ULTOPERHV        TO ULTOPERHN
                    MOVE CONDPAGTOHV      TO CONDPAGTOHN
                    MOVE NUMWEBHV         TO NUMWEBHN
                    MOVE CODTRANSPHV      TO CODTRANSPHN
                    MOVE VALORFRETEHV     TO VALORFRETEHN
                    MOVE ZEROS            TO SEQENTREGAHN
                    WRITE REGPEDHN
                    ADD 1 TO W-TOT-REG
           END-PERFORM.
           CLOSE CADPEDHV CADPEDHN.
           CALL "CBL_DELETE_FILE" USING W-NOME-ORIG.
           CALL "CBL_RENAME_FILE" USING "CADPEDH.NEW" W-NOME-ORIG.
           MOVE W-TOT-REG TO DET-REGS
           MOVE "CONVERTIDO" TO DET-STATUS
           WRITE LINHA-REL FROM DET1.
      *
      ***********************************************
      *  CADNF.DAT                                  *
      ***********************************************
      *
                    MOVE "A"             TO NF-SITUACAON
                    MOVE ZEROS           TO NF-CODTRANSPN
                    MOVE ZEROS           TO NF-VALORFRETEN
                    MOVE SPACES          TO NF-SITNFEN
                    MOVE SPACES          TO NF-CHAVENFEN
                    MOVE SPACES          TO NF-PROTOCOLON
                    MOVE ZEROS           TO NF-DATAAUTN
                    MOVE SPACES          TO NF-PROTCANCN
                    WRITE REGNFN
                    ADD 1 TO W-TOT-REG
           END-PERFORM.
                    MOVE ZEROS      TO RT-DATAENTREGAN
                    MOVE SPACES     TO RT-RECEBEDORN
                    MOVE SPACES     TO RT-MOTORISTAN
                    MOVE SPACES     TO RT-PLACAN
                    WRITE REGROTAN
                    ADD 1 TO W-TOT-REG
           END-PERFORM.
      ***********************************************
      *
       CNV-CADOPER.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "CADOPER.DAT" TO W-NOME-ORIG
           MOVE "CADOPER.DAT" TO DET-ARQUIVO
           MOVE ZEROS TO W-TOT-REG DET-REGS
                    MOVE "S" TO W-FIM-LEITURA
                 NOT AT END
                    MOVE CODOPERV  TO CODOPERN
                    MOVE SPACES    TO SENHAN
                    MOVE NOMEOPERV TO NOMEOPERN
                    MOVE ATIVOV    TO ATIVON
                    MOVE PERCOMV   TO PERCOMN
                    MOVE 3         TO PERFILN
                    CALL "SGPD004" USING W-LKSFUN CODOPERV SENHAV
                                         W-LKSPROG W-LKSRET W-LKSPERF
                                         W-LKSMENS W-LKSHASH
                    MOVE W-LKSHASH TO SENHAHASHN
                    MOVE SPACES    TO SENHAANT1N SENHAANT2N SENHAANT3N
                    MOVE W-HOJE    TO DATASENHAN
                    MOVE ZEROS     TO TENTATIVASN ULTLOGINN
                    MOVE "N"       TO BLOQUEADON
                    MOVE "S"       TO TROCASENHAN
                    WRITE REGOPERN
                    ADD 1 TO W-TOT-REG
           END-PERFORM.
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
