      *  BLOCO DE ENDERECO DO CADCLI, OS PEDIDOS DO        *
      *  CADPED COM SITUACAO, AS NOTAS DO CADNF E TODAS    *
      *  AS PARCELAS DO CADREC COM O SALDO EM ABERTO       *
      *  E, QUANDO HOUVER, O ULTIMO CONTATO DE COBRANCA E  *
      *  A ULTIMA PROMESSA DE PAGAMENTO (SGP030/SGPD006)   *
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
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT RELEXT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
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
       FD CADREC
             LABEL RECORD IS STANDARD
       01 W-TOT-NF     PIC 9(05) VALUE ZEROS.
       01 IND          PIC 9(02) VALUE ZEROS.
       01 SITEXTENSO   PIC X(09) VALUE SPACES.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC021".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(110) VALUE SPACES.
      *
      *   RETORNO DO SGPD006 (SITUACAO DE COBRANCA)
      *
       01 W-SCFUN      PIC X(01) VALUE SPACES.
       01 W-SCRET      PIC 9(01) VALUE ZEROS.
       01 W-SITCOB.
          03 W-SCDATACONT PIC 9(08).
          03 W-SCHORACONT PIC 9(06).
          03 W-SCPESSOA   PIC X(30).
          03 W-SCNOTAS    PIC X(60).
          03 W-SCOPERCONT PIC X(08).
          03 W-SCNUMPROM  PIC 9(03).
          03 W-SCDATAREG  PIC 9(08).
          03 W-SCDATAPROM PIC 9(08).
          03 W-SCVALPROM  PIC 9(09)V99.
          03 W-SCVALPAGO  PIC 9(09)V99.
          03 W-SCQTDPARC  PIC 9(03).
          03 W-SCSITPROM  PIC X(01).
          03 W-SCOPERPROM PIC X(08).
      *
       01 TABSITPED.
          03 TSP1 PIC X(10) VALUE "NNOVO     ".
          03 TSP3 PIC X(10) VALUE "FFATURADO ".
          03 TSP4 PIC X(10) VALUE "CCANCELADO".
          03 TSP5 PIC X(10) VALUE "PPARCIAL  ".
          03 TSP6 PIC X(10) VALUE "AAG.APROV.".
       01 TABSITPEDAUX REDEFINES TABSITPED.
          03 TABSITP  PIC X(10) OCCURS 6 TIMES.
       01 ALFASITP.
             03 ALFASITP1 PIC X(01).
             03 ALFASITP2 PIC X(09).
          03 CABE5-UF       PIC X(02).
          03 FILLER         PIC X(07) VALUE "  CEP: ".
          03 CABE5-CEP      PIC 9(08).
       01 CABE6.
          03 FILLER         PIC X(16) VALUE "ULTIMO CONTATO: ".
          03 CABE6-DATA     PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 CABE6-OPER     PIC X(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 CABE6-PESSOA   PIC X(30).
       01 CABE7.
          03 FILLER         PIC X(16) VALUE SPACES.
          03 CABE7-NOTAS    PIC X(60).
       01 CABE8.
          03 FILLER         PIC X(16) VALUE "PROMESSA......: ".
          03 CABE8-DATA     PIC 9(08).
          03 FILLER         PIC X(08) VALUE " VALOR: ".
          03 CABE8-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(07) VALUE " PAGO: ".
          03 CABE8-PAGO     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 CABE8-SIT      PIC X(10).
       01 TITPED.
          03 FILLER         PIC X(50) VALUE
             "PEDIDOS - NUMERO   DATA            VALOR SITUACAO".
           MOVE UFCLI         TO CABE5-UF
           MOVE CEP           TO CABE5-CEP
           WRITE LINHA-REL FROM CABE5
           PERFORM IMP-COBRANCA THRU IMP-COBRANCA-FIM
           WRITE LINHA-REL FROM CABE1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM TITPED.
      *
      ***********************************************
      *  PEDIDOS DO CLIENTE (CHAVE2PD)              *
      ***********************************************
      *
       PED-VAR0.
           MOVE W-CPF TO CODCLI
           START CADPED KEY IS EQUAL CHAVE2PD
                 INVALID KEY
                    GO TO NF-VAR0.
       PED-VAR1.
              AT END
                 GO TO NF-VAR0.
           IF CODCLI NOT = W-CPF
              GO TO NF-VAR0.
           PERFORM SIT-ACHA THRU SIT-ACHA-FIM
           MOVE PEDIDO         TO DP-PEDIDO
           MOVE DATAPEDIDO     TO DP-DATA
      *
      ***********************************************
      *  PARCELAS DO CLIENTE E SALDO EM ABERTO      *
      *  (CHAVE2RC)                                 *
      ***********************************************
      *
       REC-VAR0.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM TITREC
           MOVE W-CPF TO RC-CODCLI
           START CADREC KEY IS EQUAL CHAVE2RC
                 INVALID KEY
                    GO TO IMP-RODAPE.
       REC-VAR1.
              AT END
                 GO TO IMP-RODAPE.
           IF RC-CODCLI NOT = W-CPF
              GO TO IMP-RODAPE.
           MOVE RC-PEDIDO     TO DR-PEDIDO
           MOVE RC-PARCELA    TO DR-PARCELA
           MOVE RC-VENCIMENTO TO DR-VENC
           WRITE LINHA-REL FROM CABE1.
           CLOSE CADCLI CADPED CADNF CADREC RELEXT.
           DISPLAY "EXTRATO GERADO EM EXTRATO.LST".
           STRING "CPF " W-CPF DELIMITED BY SIZE INTO W-SPPARM
           MOVE "EXTRATO.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
      ***********************************************
      *  ULTIMO CONTATO E PROMESSA DE PAGAMENTO     *
      *  (PROMESSA CANCELADA NAO SAI NO EXTRATO)    *
      ***********************************************
      *
       IMP-COBRANCA.
           MOVE "C" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN W-CPF W-HOJE
                                W-SCRET W-SITCOB
           MOVE "F" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN W-CPF W-HOJE
                                W-SCRET W-SITCOB
           IF W-SCDATACONT = ZEROS
              GO TO IMP-COBRANCA1.
           MOVE W-SCDATACONT TO CABE6-DATA
           MOVE W-SCOPERCONT TO CABE6-OPER
           MOVE W-SCPESSOA   TO CABE6-PESSOA
           WRITE LINHA-REL FROM CABE6
           MOVE W-SCNOTAS    TO CABE7-NOTAS
           WRITE LINHA-REL FROM CABE7.
       IMP-COBRANCA1.
           IF W-SCSITPROM = SPACES OR "X"
              GO TO IMP-COBRANCA-FIM.
           MOVE W-SCDATAPROM TO CABE8-DATA
           MOVE W-SCVALPROM  TO CABE8-VALOR
           MOVE W-SCVALPAGO  TO CABE8-PAGO
           MOVE SPACES TO CABE8-SIT
           IF W-SCSITPROM = "A"
              MOVE "EM ABERTO " TO CABE8-SIT.
           IF W-SCSITPROM = "C"
              MOVE "CUMPRIDA  " TO CABE8-SIT.
           IF W-SCSITPROM = "Q"
              MOVE "QUEBRADA  " TO CABE8-SIT.
           WRITE LINHA-REL FROM CABE8.
       IMP-COBRANCA-FIM.
           EXIT.
      *
      **************************
      * ROTINA DE SITUACAO EXT *
      **************************
       SIT-ACHA1.
           MOVE TABSITP(IND) TO ALFASITP
           IF SITUACAOPEDIDO NOT = ALFASITP1
              IF IND < 6
                 ADD 1 TO IND
                 GO TO SIT-ACHA1
              ELSE
