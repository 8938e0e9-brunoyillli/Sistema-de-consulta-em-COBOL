                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PEDIDO
                    FILE STATUS IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEE
                    FILE STATUS IS ST-EST.
           SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEK
                    FILE STATUS IS ST-KIT.
           SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
       FD CADPEDI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDI.DAT".
                    05 ES-CODIGO    PIC 9(05).
                03 ES-SALDO         PIC 9(06).
                03 ES-ULTOPER       PIC X(08).
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
       FD CADCTRL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCTRL.DAT".
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
       01 W-DATAENTR      PIC 9(08) VALUE ZEROS.
       01 W-FALTA         PIC X(01) VALUE "N".
       01 W-NUMPED        PIC 9(05) VALUE ZEROS.
       77 ST-KIT          PIC X(02) VALUE "00".
       77 W-TEMKIT        PIC X(01) VALUE "N".
       77 W-EKIT          PIC X(01) VALUE "N".
       01 W-KITDISP       PIC 9(06) VALUE ZEROS.
       01 W-SALDODEP      PIC 9(06) VALUE ZEROS.
       01 W-ESTQTD        PIC 9(05)V99 VALUE ZEROS.
       01 W-MOVPROD       PIC 9(05) VALUE ZEROS.
       01 W-MOVQTD        PIC 9(05)V99 VALUE ZEROS.
       77 W-DTFUNCAO      PIC X(01) VALUE SPACES.
       01 W-DTDATA1       PIC 9(08) VALUE ZEROS.
       01 W-DTDATA2       PIC 9(08) VALUE ZEROS.
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
           MOVE "SGP014  " TO W-LKSPROG
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
           OPEN INPUT CADPRECO
           IF ST-PRC NOT = "00"
              MOVE "N" TO W-TEMPRECO.
       INC-OPK0.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
       INC-OP4.
           OPEN EXTEND MOVEST
           IF ST-MOV NOT = "00"
                   IF W-TEMPRECO = "S"
                      CLOSE CADPRECO
                   END-IF
                   IF W-TEMKIT = "S"
                      CLOSE CADKIT
                   END-IF
                   GO TO ROT-FIM.
                IF ORCAMENTO = ZEROS
                   GO TO INC-AUTO.
                   GO TO CNV-002.
      *
      *   PRIMEIRO PASSO: CONFERE O SALDO DE TODOS OS ITENS
      *   (KIT PELO SALDO DO COMPONENTE MAIS ESCASSO)
      *
       CNV-CHK0.
                MOVE "N" TO W-FALTA
                       GO TO CNV-CHK2.
                IF ORCAMENTOI NOT = ORCAMENTO
                   GO TO CNV-CHK2.
                PERFORM KIT-CHK THRU KIT-CHK-FIM
                IF W-EKIT = "S"
                   PERFORM KIT-SALDO THRU KIT-SALDO-FIM
                   IF W-SALDODEP < OI-QUANTIDADE
                      MOVE "S" TO W-FALTA
                   END-IF
                   GO TO CNV-CHK1.
                MOVE OI-DEPITEM TO ES-DEPOSITO
                MOVE OI-PRODUTO TO ES-CODIGO
                READ CADEST
                MOVE "N"          TO SITUACAOPEDIDO
                MOVE W-OPERLOGADO TO ULTOPER OF REGPED
                MOVE ZEROS        TO CONDPAGTO NUMWEB
                MOVE ZEROS        TO CODTRANSP VALORFRETE SEQENTREGA
                WRITE REGPED
                IF ST-PED = "22"
                   GO TO CNV-PED0.
       CNV-ICMS-FIM.
                EXIT.
       CNV-BAIXA.
                PERFORM KIT-CHK THRU KIT-CHK-FIM
                IF W-EKIT = "S"
                   PERFORM KIT-BAIXA THRU KIT-BAIXA-FIM
                   GO TO CNV-BAIXA-FIM.
                MOVE OI-PRODUTO TO CODGO
                READ CADPRO
                IF ST-PRO NOT = "00"
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   END-IF
                END-IF
                MOVE OI-PRODUTO    TO W-MOVPROD
                MOVE OI-QUANTIDADE TO W-MOVQTD
                PERFORM GRV-MOV THRU GRV-MOV-FIM.
       CNV-BAIXA-FIM.
                EXIT.
      *
       GRV-MOV.
                ACCEPT W-TIMEHMS FROM TIME
                MOVE W-MOVPROD     TO MV-CODIGO
                MOVE W-DATAHOJE    TO MV-DATA
                MOVE W-HORA        TO MV-HORA
                MOVE "VE"          TO MV-TIPOMOV
                MOVE "S"           TO MV-ES
                MOVE W-MOVQTD      TO MV-QUANTIDADE
                MOVE ESTOQUE       TO MV-SALDO
                MOVE W-NUMPED      TO MV-PEDIDO
                MOVE ITEMO         TO MV-ITEM
       GRV-MOV-FIM.
                EXIT.
      *
      ***********************************************
      *   KIT (PRODUTO COMPOSTO - CADKIT): SALDO E  *
      *   BAIXA FEITOS NOS COMPONENTES, COMO NO     *
      *   CADASTRO DE PEDIDO. O ITEM DO PEDIDO      *
      *   CONTINUA SENDO O PROPRIO KIT              *
      ***********************************************
      *
       KIT-CHK.
                MOVE "N" TO W-EKIT
                IF W-TEMKIT = "N"
                   GO TO KIT-CHK-FIM.
                MOVE OI-PRODUTO TO KT-KIT
                MOVE ZEROS TO KT-COMPON
                START CADKIT KEY IS NOT LESS CHAVEK
                      INVALID KEY
                         GO TO KIT-CHK-FIM.
                READ CADKIT NEXT
                IF ST-KIT = "00" AND KT-KIT = OI-PRODUTO
                   MOVE "S" TO W-EKIT.
       KIT-CHK-FIM.
                EXIT.
      *
      *   SALDO DO KIT NO DEPOSITO = MENOR QUOCIENTE ENTRE
      *   O SALDO DE CADA COMPONENTE E A QTDE POR KIT
      *
       KIT-SALDO.
                MOVE 999999 TO W-SALDODEP
                MOVE OI-PRODUTO TO KT-KIT
                MOVE ZEROS TO KT-COMPON
                START CADKIT KEY IS NOT LESS CHAVEK
                      INVALID KEY
                         GO TO KIT-SALDO2.
       KIT-SALDO1.
                READ CADKIT NEXT
                IF ST-KIT NOT = "00" OR KT-KIT NOT = OI-PRODUTO
                   GO TO KIT-SALDO2.
                MOVE OI-DEPITEM TO ES-DEPOSITO
                MOVE KT-COMPON TO ES-CODIGO
                READ CADEST
                IF ST-EST = "00"
                   DIVIDE ES-SALDO BY KT-QTDCOMP GIVING W-KITDISP
                ELSE
                   MOVE ZEROS TO W-KITDISP.
                IF W-KITDISP < W-SALDODEP
                   MOVE W-KITDISP TO W-SALDODEP.
                GO TO KIT-SALDO1.
       KIT-SALDO2.
                IF W-SALDODEP = 999999
                   MOVE ZEROS TO W-SALDODEP.
       KIT-SALDO-FIM.
                EXIT.
      *
      *   BAIXA DOS COMPONENTES NA CONVERSAO DO KIT
      *
       KIT-BAIXA.
                MOVE OI-PRODUTO TO KT-KIT
                MOVE ZEROS TO KT-COMPON
                START CADKIT KEY IS NOT LESS CHAVEK
                      INVALID KEY
                         GO TO KIT-BAIXA-FIM.
       KIT-BAIXA1.
                READ CADKIT NEXT
                IF ST-KIT NOT = "00" OR KT-KIT NOT = OI-PRODUTO
                   GO TO KIT-BAIXA-FIM.
                MOVE KT-COMPON TO CODGO
                COMPUTE W-ESTQTD = OI-QUANTIDADE * KT-QTDCOMP
                READ CADPRO
                IF ST-PRO NOT = "00"
                   MOVE "*** COMPONENTE DO KIT NAO CADASTRADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO KIT-BAIXA1.
                SUBTRACT W-ESTQTD FROM ESTOQUE
                   ON SIZE ERROR
                      MOVE ZEROS TO ESTOQUE
                END-SUBTRACT
                MOVE W-OPERLOGADO TO ULTOPER OF REGPRO
                REWRITE REGPRO
                IF ST-PRO NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE OI-DEPITEM TO ES-DEPOSITO
                MOVE KT-COMPON TO ES-CODIGO
                READ CADEST
                IF ST-EST = "00"
                   SUBTRACT W-ESTQTD FROM ES-SALDO
                   MOVE W-OPERLOGADO TO ES-ULTOPER
                   REWRITE REGEST
                   IF ST-EST NOT = "00" AND "02"
                      MOVE "ERRO NA ALTERACAO DO ARQUIVO CADEST"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   END-IF
                END-IF
                MOVE KT-COMPON TO W-MOVPROD
                MOVE W-ESTQTD  TO W-MOVQTD
                PERFORM GRV-MOV THRU GRV-MOV-FIM
                GO TO KIT-BAIXA1.
       KIT-BAIXA-FIM.
                EXIT.
      *
      ********************
      * ROTINS DE FIM    *
      ********************
