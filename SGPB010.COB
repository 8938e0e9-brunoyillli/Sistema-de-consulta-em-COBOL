      *    CLIENTES QUE TEM PARCELA VENCIDA SEM PAGAMENTO  *
      *    (O SGP006 CONSULTA O CADBLOQ ANTES DE ACEITAR   *
      *    PEDIDO NOVO)                                    *
      *  - CLIENTE COM PROMESSA DE PAGAMENTO EM ABERTO E   *
      *    AINDA NAO QUEBRADA (SGP030/SGPD006) NAO RECEBE  *
      *    A CARTA, MAS CONTINUA NO CADBLOQ                *
      *****************************************************
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
       01 W-FIM-SORT   PIC X(01) VALUE "N".
       01 W-PRIM-CLI   PIC X(01) VALUE "S".
       01 W-CLI-ANT    PIC 9(11) VALUE ZEROS.
      *
      *   CODIGO DA OPERADORA DE CARTAO NO CADREC (SGP009)
      *
       01 W-CARTCLI    PIC 9(11) VALUE 99999999999.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJEINT    PIC 9(07) VALUE ZEROS.
       01 W-VENCINT    PIC 9(07) VALUE ZEROS.
       01 W-CLI-TOTAL  PIC 9(09)V99 VALUE ZEROS.
       01 W-CLI-MAIOR  PIC 9(05) VALUE ZEROS.
       01 W-TOT-CARTAS PIC 9(05) VALUE ZEROS.
       01 W-TOT-PROM   PIC 9(05) VALUE ZEROS.
       01 W-COMPROM    PIC X(01) VALUE "N".
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
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB010".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 CABC1.
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
      *
      *   RETURN-CODE 8 ATE O FIM NORMAL DO PROGRAMA
      *   (RODADA NOTURNA CONTROLADA PELO SGPB020)
      *
           MOVE 8 TO RETURN-CODE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(W-HOJE) TO W-HOJEINT.
           OPEN INPUT CADREC
           SORT SORTREC ON ASCENDING KEY S-CODCLI S-VENCIMENTO
                INPUT PROCEDURE IS CARGA-SORT
                OUTPUT PROCEDURE IS GERA-CARTAS.
           MOVE "F" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN W-CLI-ANT W-HOJE
                                W-SCRET W-SITCOB
           CLOSE CADREC CADCLI CADBLOQ RELCARTA.
           MOVE "CARTACOB.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           DISPLAY "CARTAS DE COBRANCA GERADAS: " W-TOT-CARTAS.
           DISPLAY "CARTAS NAO EMITIDAS (PROMESSA EM ABERTO): "
                   W-TOT-PROM.
           MOVE ZEROS TO RETURN-CODE
           GO TO ROT-FIMP.
      *
      ***********************************************
           END-PERFORM.
      *
       FILTRA-PARCELA.
      *
      *   PARCELA DA OPERADORA DE CARTAO OU DE CONSUMIDOR SEM
      *   CPF NAO TEM CLIENTE NO CADCLI PARA CARTA E BLOQUEIO
      *
           IF RC-CODCLI = ZEROS OR RC-CODCLI = W-CARTCLI
              GO TO FILTRA-PARCELA-FIM.
           SUBTRACT RC-VALORPAGO FROM RC-VALOR GIVING W-SALDO
           IF W-SALDO NOT > ZEROS OR RC-DATAPAGTO NOT = ZEROS
              GO TO FILTRA-PARCELA-FIM.
              MOVE "N" TO W-PRIM-CLI
              MOVE S-CODCLI TO W-CLI-ANT
              MOVE ZEROS TO W-CLI-TOTAL W-CLI-MAIOR
              PERFORM VER-PROMESSA
              IF W-COMPROM = "N"
                 PERFORM ABRE-CARTA.
           MOVE S-PEDIDO     TO DETC-PEDIDO
           MOVE S-PARCELA    TO DETC-PARCELA
           MOVE S-VENCIMENTO TO DETC-VENC
           MOVE S-ATRASO     TO DETC-ATRASO
           MOVE S-SALDO      TO DETC-VALOR
           IF W-COMPROM = "N"
              WRITE LINHA-REL FROM DETC1.
           ADD S-SALDO TO W-CLI-TOTAL
           IF S-ATRASO > W-CLI-MAIOR
              MOVE S-ATRASO TO W-CLI-MAIOR.
      *
      *   PROMESSA EM ABERTO E NAO QUEBRADA SEGURA A CARTA
      *
       VER-PROMESSA.
           MOVE "C" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN W-CLI-ANT W-HOJE
                                W-SCRET W-SITCOB
           MOVE 8 TO RETURN-CODE
           IF W-SCSITPROM = "A"
              MOVE "S" TO W-COMPROM
           ELSE
              MOVE "N" TO W-COMPROM.
      *
       ABRE-CARTA.
           MOVE S-CODCLI TO CPF
           WRITE LINHA-REL FROM CABC6.
      *
       FECHA-CARTA.
           IF W-COMPROM = "S"
              ADD 1 TO W-TOT-PROM
           ELSE
              PERFORM RODAPE-CARTA.
           MOVE W-CLI-ANT   TO BQ-CODCLI
           MOVE W-CLI-MAIOR TO BQ-DIASATRASO
           MOVE W-CLI-TOTAL TO BQ-VALORVENC
           MOVE W-HOJE      TO BQ-DATA
           WRITE REGBLOQ
           IF ST-BLQ NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBLOQ".
      *
       RODAPE-CARTA.
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE W-CLI-TOTAL TO RODC-TOTAL
           WRITE LINHA-REL FROM RODC1
                 WRITE LINHA-REL FROM MSG30.
           WRITE LINHA-REL FROM CABC1
           WRITE LINHA-REL FROM LIMPA-LINHA
           ADD 1 TO W-TOT-CARTAS.
      *
       ROT-FIMP.
           EXIT PROGRAM.
