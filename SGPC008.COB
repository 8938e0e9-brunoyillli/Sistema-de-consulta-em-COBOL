      *****************************************
      *  RELATORIO DE CONTAS A RECEBER POR    *
      *  CLIENTE (AGING DE VENCIMENTOS)       *
      *  COM O ULTIMO CONTATO DE COBRANCA E   *
      *  A ULTIMA PROMESSA DE PAGAMENTO DO    *
      *  CLIENTE (SGP030, VIA SGPD006)        *
      *****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       01 W-VENCINT    PIC 9(07) VALUE ZEROS.
       01 W-ATRASO     PIC S9(05) VALUE ZEROS.
       01 W-SALDO      PIC 9(09)V99 VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC008".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
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
       01 W-CLI-AVENCER PIC 9(09)V99 VALUE ZEROS.
       01 W-CLI-V30     PIC 9(09)V99 VALUE ZEROS.
          03 CAB2-CODCLI    PIC 9(11).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 CAB2-NOME      PIC X(40).
       01 CAB2A.
          03 FILLER         PIC X(15) VALUE "ULTIMO CONTATO ".
          03 CAB2A-DATA     PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 CAB2A-PESSOA   PIC X(30).
          03 FILLER         PIC X(11) VALUE " PROMESSA ".
          03 CAB2A-DATAPROM PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 CAB2A-VALPROM  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 CAB2A-SIT      PIC X(10).
       01 CAB3.
          03 FILLER         PIC X(44) VALUE
             "PEDIDO  PARC  VENCIMENTO       A VENCER".
           SORT SORTREC ON ASCENDING KEY S-CODCLI S-VENCIMENTO
                INPUT PROCEDURE IS CARGA-SORT
                OUTPUT PROCEDURE IS IMPRIME-REL.
           MOVE "F" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN W-CLI-ANT W-HOJE
                                W-SCRET W-SITCOB
           CLOSE CADREC CADCLI RELAGE.
           MOVE "RELAGING.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       CARGA-SORT.
                            W-CLI-V60 W-CLI-V90
              PERFORM BUSCA-CLIENTE
              WRITE LINHA-REL FROM CAB2
              PERFORM BUSCA-COBRANCA
              WRITE LINHA-REL FROM CAB3.
           MOVE S-PEDIDO    TO DET-PEDIDO
           MOVE S-PARCELA   TO DET-PARCELA
              MOVE NOME TO CAB2-NOME
           ELSE
              MOVE SPACES TO CAB2-NOME.
      *
      *   LINHA DE COBRANCA SO PARA QUEM TEM CONTATO OU
      *   PROMESSA REGISTRADA (PROMESSA CANCELADA NAO SAI)
      *
       BUSCA-COBRANCA.
           MOVE "C" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN S-CODCLI W-HOJE
                                W-SCRET W-SITCOB
           IF W-SCSITPROM = "X"
              MOVE SPACES TO W-SCSITPROM
              MOVE ZEROS TO W-SCDATAPROM W-SCVALPROM.
           IF W-SCDATACONT NOT = ZEROS OR W-SCSITPROM NOT = SPACES
              MOVE W-SCDATACONT TO CAB2A-DATA
              MOVE W-SCPESSOA   TO CAB2A-PESSOA
              MOVE W-SCDATAPROM TO CAB2A-DATAPROM
              MOVE W-SCVALPROM  TO CAB2A-VALPROM
              MOVE SPACES       TO CAB2A-SIT
              IF W-SCSITPROM = "A"
                 MOVE "EM ABERTO " TO CAB2A-SIT
              END-IF
              IF W-SCSITPROM = "C"
                 MOVE "CUMPRIDA  " TO CAB2A-SIT
              END-IF
              IF W-SCSITPROM = "Q"
                 MOVE "QUEBRADA  " TO CAB2A-SIT
              END-IF
              WRITE LINHA-REL FROM CAB2A.
      *
       ROT-FIMP.
           EXIT PROGRAM.
