      *    ENTREGUE (CONFIRMADO PELO SGP024) /             *
      *    CANCELADO (COM O MOTIVO DO CADMOT)              *
      *  O ULTIMO STATUS ENVIADO FICA EM WEBSTAT.DAT       *
      *  CADA LINHA LEVA O ENDERECO DE ENTREGA DO PEDIDO   *
      *  (CADENDE PELA SEQENTREGA, OU O DO CADCLI)         *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MT-CODIGO
                    FILE STATUS  IS ST-MOT.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-CLI.
           SELECT CADENDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEED
                    FILE STATUS  IS ST-END.
           SELECT WEBSTAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
      *
       FD CADNF
             LABEL RECORD IS STANDARD
                03 NF-SITUACAO      PIC X(01).
                03 NF-CODTRANSP     PIC 9(03).
                03 NF-VALORFRETE    PIC 9(06)V99.
                03 NF-SITNFE        PIC X(01).
                03 NF-CHAVENFE      PIC X(44).
                03 NF-PROTOCOLO     PIC X(15).
                03 NF-DATAAUT       PIC 9(08).
                03 NF-PROTCANC      PIC X(15).
      *
       FD CADROTA
             LABEL RECORD IS STANDARD
                03 RT-DATAENTREGA   PIC 9(08).
                03 RT-RECEBEDOR     PIC X(30).
                03 RT-MOTORISTA     PIC X(30).
                03 RT-PLACA         PIC X(07).
      *
       FD CADCANC
             LABEL RECORD IS STANDARD
       01 REGMOT.
                03 MT-CODIGO        PIC 9(02).
                03 MT-DESCRICAO     PIC X(30).
      *
       FD CADCLI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
                03 CPF                 PIC 9(11).
                03 NOME                PIC X(40).
                03 CEP                 PIC 9(08).
                03 NUMERO              PIC 9(04).
                03 COMPLEMENTO         PIC X(12).
                03 TELEFONE            PIC 9(09).
                03 TELEFONE2           PIC 9(09).
                03 DDD                 PIC 9(02).
                03 DDD2                PIC 9(02).
                03 EMAIL               PIC X(40).
                03 SITUACAO            PIC X(01).
                03 LOGRADOUROCLI       PIC X(30).
                03 BAIRROCLI           PIC X(20).
                03 CIDADECLI           PIC X(20).
                03 UFCLI               PIC X(02).
                03 ULTOPER             PIC X(08).
                03 LIMITECRED          PIC 9(09)V99.
                03 TIERCLI             PIC 9(01).
      *
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
      *
       FD WEBSTAT
             LABEL RECORD IS STANDARD
       FD SAIDA
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "WEBSTAT.TXT".
       01 LINHA-SAI                PIC X(200).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PED       PIC X(02) VALUE "00".
       01 W-MOTCANC    PIC 9(02) VALUE ZEROS.
       01 W-ACHOUNF    PIC X(01) VALUE "N".
       01 W-TOT-ENV    PIC 9(06) VALUE ZEROS.
       01 ST-CLI       PIC X(02) VALUE "00".
       01 ST-END       PIC X(02) VALUE "00".
       01 W-TEMCLI     PIC X(01) VALUE "N".
       01 W-TEMEND     PIC X(01) VALUE "N".
       01 W-ENTLOGRA   PIC X(30) VALUE SPACES.
       01 W-ENTNUMERO  PIC 9(04) VALUE ZEROS.
       01 W-ENTCOMPL   PIC X(12) VALUE SPACES.
       01 W-ENTBAIRRO  PIC X(20) VALUE SPACES.
       01 W-ENTCIDADE  PIC X(20) VALUE SPACES.
       01 W-ENTUF      PIC X(02) VALUE SPACES.
       01 W-ENTCEP     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
      *
      *   RETURN-CODE 8 ATE O FIM NORMAL DO PROGRAMA
      *   (RODADA NOTURNA CONTROLADA PELO SGPB020)
      *
           MOVE 8 TO RETURN-CODE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CADPED
           IF ST-PED NOT = "00"
           OPEN INPUT CADMOT
           IF ST-MOT NOT = "00"
              MOVE "N" TO W-TEMMOT.
           MOVE "S" TO W-TEMCLI
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              MOVE "N" TO W-TEMCLI.
           MOVE "S" TO W-TEMEND
           OPEN INPUT CADENDE
           IF ST-END NOT = "00"
              MOVE "N" TO W-TEMEND.
       INC-OP1.
           OPEN I-O WEBSTAT
           IF ST-WST NOT = "00"
       BUSCA-MOTIVO-FIM.
           EXIT.
      *
      *   ENDERECO DE ENTREGA DO PEDIDO: O DO CADENDE
      *   QUANDO HA SEQENTREGA, SENAO O DO CADCLI
      *
       BUSCA-ENTREGA.
           MOVE SPACES TO W-ENTLOGRA W-ENTCOMPL W-ENTBAIRRO
                          W-ENTCIDADE W-ENTUF
           MOVE ZEROS TO W-ENTNUMERO W-ENTCEP.
           IF SEQENTREGA = ZEROS OR W-TEMEND = "N"
              GO TO BUSCA-ENTREGA1.
           MOVE CODCLI     TO ED-CODCLI
           MOVE SEQENTREGA TO ED-SEQ
           READ CADENDE
           IF ST-END NOT = "00"
              GO TO BUSCA-ENTREGA1.
           MOVE ED-LOGRADOURO TO W-ENTLOGRA
           MOVE ED-NUMERO     TO W-ENTNUMERO
           MOVE ED-COMPL      TO W-ENTCOMPL
           MOVE ED-BAIRRO     TO W-ENTBAIRRO
           MOVE ED-CIDADE     TO W-ENTCIDADE
           MOVE ED-UF         TO W-ENTUF
           MOVE ED-CEP        TO W-ENTCEP
           GO TO BUSCA-ENTREGA-FIM.
       BUSCA-ENTREGA1.
           IF W-TEMCLI = "N"
              GO TO BUSCA-ENTREGA-FIM.
           MOVE CODCLI TO CPF
           READ CADCLI
           IF ST-CLI NOT = "00"
              GO TO BUSCA-ENTREGA-FIM.
           MOVE LOGRADOUROCLI TO W-ENTLOGRA
           MOVE NUMERO        TO W-ENTNUMERO
           MOVE COMPLEMENTO   TO W-ENTCOMPL
           MOVE BAIRROCLI     TO W-ENTBAIRRO
           MOVE CIDADECLI     TO W-ENTCIDADE
           MOVE UFCLI         TO W-ENTUF
           MOVE CEP           TO W-ENTCEP.
       BUSCA-ENTREGA-FIM.
           EXIT.
      *
      ***********************************************
      *  LINHA DELIMITADA PARA A LOJA               *
      *  NUMWEB;PEDIDO;STATUS;NOTA;MOTIVO;          *
      *  LOGRADOURO;NUMERO;COMPLEMENTO;BAIRRO;      *
      *  CIDADE;UF;CEP (ENDERECO DE ENTREGA)        *
      ***********************************************
      *
       GRV-SAIDA.
           PERFORM BUSCA-ENTREGA THRU BUSCA-ENTREGA-FIM
           MOVE SPACES TO LINHA-SAI
           STRING NUMWEB ";" PEDIDO ";" W-SITTEXTO ";"
                  W-NUMNOTA ";" W-MOTDESC ";"
                  DELIMITED BY SIZE
                  W-ENTLOGRA DELIMITED BY "  "
                  ";" W-ENTNUMERO ";" DELIMITED BY SIZE
                  W-ENTCOMPL DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  W-ENTBAIRRO DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  W-ENTCIDADE DELIMITED BY "  "
                  ";" W-ENTUF ";" W-ENTCEP
                  DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF ST-SAI NOT = "00" AND "02"
           EXIT.
      *
       ROT-TOTAIS.
           MOVE ZEROS TO RETURN-CODE
           DISPLAY "STATUS ENVIADOS A LOJA: " W-TOT-ENV.
      *
       ROT-FIM.
              CLOSE CADCANC.
           IF W-TEMMOT = "S"
              CLOSE CADMOT.
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
           IF W-TEMEND = "S"
              CLOSE CADENDE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
