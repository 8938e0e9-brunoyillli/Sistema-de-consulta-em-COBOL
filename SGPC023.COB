      *  PEDIDOS EXPEDIDOS (CADROTA) HA MAIS DE N DIAS     *
      *  SEM CONFIRMACAO DE ENTREGA PELO SGP024 - PARA     *
      *  COBRAR A TRANSPORTADORA ANTES DA RECLAMACAO DO    *
      *  CLIENTE - COM O VEICULO EM QUE SAIU (CADROTA)     *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 RT-DATAENTREGA   PIC 9(08).
                03 RT-RECEBEDOR     PIC X(30).
                03 RT-MOTORISTA     PIC X(30).
                03 RT-PLACA         PIC X(07).
      *
       FD CADTRP
             LABEL RECORD IS STANDARD
       01 W-EXPINT     PIC 9(07) VALUE ZEROS.
       01 W-DIAS       PIC S9(05) VALUE ZEROS.
       01 W-TOT-PEND   PIC 9(05) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC023".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(110) VALUE SPACES.
      *
       01 CAB1.
       01 CAB2.
          03 FILLER         PIC X(52) VALUE
             "PEDIDO  ROTA   EXPEDIDO   DIAS  TRANSP".
          03 FILLER         PIC X(46) VALUE
             "              CIDADE/UF                VEICULO".
       01 DET1.
          03 DET-PEDIDO     PIC 9(05).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DET-CIDADE     PIC X(20).
          03 FILLER         PIC X(01) VALUE "/".
          03 DET-UF         PIC X(02).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-PLACA      PIC X(07).
       01 LINGERAL.
          03 FILLER         PIC X(33) VALUE
             "ENTREGAS PENDENTES............: ".
           END-IF
           MOVE RT-CIDADE    TO DET-CIDADE
           MOVE RT-UF        TO DET-UF
           MOVE RT-PLACA     TO DET-PLACA
           WRITE LINHA-REL FROM DET1
           ADD 1 TO W-TOT-PEND
           GO TO VAR-002.
           IF W-TEMTRP = "S"
              CLOSE CADTRP.
           DISPLAY "ENTREGAS PENDENTES: " W-TOT-PEND.
           STRING "DIAS DE CORTE " W-DIASCORTE DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE "ENTREGPD.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       ROT-FIMP.
