       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC025.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  PROJECAO SEMANAL DE FLUXO DE CAIXA (90 DIAS)     *
      *  ENTRADAS: PARCELAS EM ABERTO DO CADREC           *
      *  SAIDAS..: PARCELAS EM ABERTO DO CADPAG MAIS AS   *
      *            COMPRAS LIBERADAS E NAO RECEBIDAS DO   *
      *            CADCOMP (PREVISAO + PRAZO FORNECEDOR)  *
      *            E AS RECEBIDAS QUE AINDA AGUARDAM A NF *
      *            DE ENTRADA (RECEBIMENTO + PRAZO)       *
      *  SALDO ACUMULADO A PARTIR DO CAIXA INICIAL        *
      *  INFORMADO E FAIXA SEPARADA DE JA VENCIDOS        *
      *  RELATORIO EM RELFLUXO.LST                        *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEP
                    FILE STATUS  IS ST-PAG.
           SELECT CADCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-NUMERO
                    FILE STATUS  IS ST-CMP.
           SELECT CADFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FO-CODIGO
                    FILE STATUS  IS ST-FORN
                    ALTERNATE RECORD KEY IS CHAVE2F = FO-RAZAO
                                                      WITH DUPLICATES.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
           SELECT RELFLX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADREC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGREC.
                03 CHAVER.
                    05 RC-PEDIDO    PIC 9(05).
                    05 RC-PARCELA   PIC 9(02).
                03 RC-CODCLI        PIC 9(11).
                03 RC-VENCIMENTO    PIC 9(08).
                03 RC-VALOR         PIC 9(09)V99.
                03 RC-VALORPAGO     PIC 9(09)V99.
                03 RC-DATAPAGTO     PIC 9(08).
                03 RC-ULTOPER       PIC X(08).
      *
       FD CADPAG
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
                03 CHAVEP.
                    05 PG-COMPRA    PIC 9(07).
                    05 PG-PARCELA   PIC 9(02).
                03 PG-CODFOR        PIC 9(05).
                03 PG-VENCIMENTO    PIC 9(08).
                03 PG-VALOR         PIC 9(09)V99.
                03 PG-VALORPAGO     PIC 9(09)V99.
                03 PG-DATAPAGTO     PIC 9(08).
                03 PG-ULTOPER       PIC X(08).
      *
       FD CADCOMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCOMP.DAT".
       01 REGCOMP.
                03 CP-NUMERO        PIC 9(07).
                03 CP-CODFOR        PIC 9(05).
                03 CP-PRODUTO       PIC 9(05).
                03 CP-QUANTIDADE    PIC 9(06).
                03 CP-DATAEMISSAO   PIC 9(08).
                03 CP-DATAPREV      PIC 9(08).
                03 CP-QTDRECEBIDA   PIC 9(06).
                03 CP-DATARECEB     PIC 9(08).
                03 CP-SITUACAO      PIC X(01).
                03 CP-ULTOPER       PIC X(08).
                03 CP-CUSTOUNIT     PIC 9(06)V99.
      *
       FD CADFOR
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
                03 FO-CODIGO        PIC 9(05).
                03 FO-RAZAO         PIC X(30).
                03 FO-CNPJ          PIC 9(14).
                03 FO-DDD           PIC 9(02).
                03 FO-TELEFONE      PIC 9(09).
                03 FO-EMAIL         PIC X(40).
                03 FO-PRAZOPAGTO    PIC 9(03).
                03 FO-SITUACAO      PIC X(01).
                03 FO-ULTOPER       PIC X(08).
      *
       FD CADPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
                03 CODIGO           PIC 9(05).
                03 DESCRICAO        PIC X(30).
                03 UNIDADE          PIC X(02).
                03 UNIDEXTENSO      PIC X(18).
                03 PRECOCUSTO       PIC 9(06)V99.
                03 PRECOVENDA       PIC 9(06)V99.
                03 TIPO             PIC 9(01).
                03 STATOS           PIC X(01).
                03 ESTOQUE          PIC 9(06).
                03 ULTOPER          PIC X(08).
                03 PESOUNIT         PIC 9(03)V9(03).
      *
       FD RELFLX
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELFLUXO.LST".
       01 LINHA-REL                PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-REC       PIC X(02) VALUE "00".
       01 ST-PAG       PIC X(02) VALUE "00".
       01 ST-CMP       PIC X(02) VALUE "00".
       01 ST-FORN      PIC X(02) VALUE "00".
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-FIM-REC    PIC X(01) VALUE "N".
       01 W-FIM-PAG    PIC X(01) VALUE "N".
       01 W-FIM-CMP    PIC X(01) VALUE "N".
       01 W-TEMCMP     PIC X(01) VALUE "S".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJEINT    PIC 9(07) VALUE ZEROS.
       01 W-VENCINT    PIC 9(07) VALUE ZEROS.
       01 W-DIAS       PIC S9(07) VALUE ZEROS.
       01 W-SALDO      PIC 9(09)V99 VALUE ZEROS.
       01 W-CAIXAINI   PIC S9(09)V99 VALUE ZEROS.
       01 W-ACUM       PIC S9(11)V99 VALUE ZEROS.
       01 W-LIQUIDO    PIC S9(11)V99 VALUE ZEROS.
       01 W-PRAZOFOR   PIC 9(03) VALUE ZEROS.
       01 W-CUSTO      PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDABERTA  PIC 9(06) VALUE ZEROS.
       01 W-INIINT     PIC 9(07) VALUE ZEROS.
       01 W-FIMINT     PIC 9(07) VALUE ZEROS.
       01 W-SEMNEG     PIC 9(02) VALUE ZEROS.
       01 IND          PIC 9(02) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC025".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(130) VALUE SPACES.
      *
      *  SEMANAS DA PROJECAO - 13 SEMANAS COBREM OS 90 DIAS
      *
       01 TABSEM.
          03 TS-ENT OCCURS 13 TIMES.
             05 TS-ENTRADA    PIC 9(11)V99.
             05 TS-SAIDAPAG   PIC 9(11)V99.
             05 TS-SAIDACMP   PIC 9(11)V99.
       01 W-VEN-ENTRADA PIC 9(11)V99 VALUE ZEROS.
       01 W-VEN-SAIDAPAG PIC 9(11)V99 VALUE ZEROS.
       01 W-VEN-SAIDACMP PIC 9(11)V99 VALUE ZEROS.
       01 W-GER-ENTRADA PIC 9(11)V99 VALUE ZEROS.
       01 W-GER-SAIDAPAG PIC 9(11)V99 VALUE ZEROS.
       01 W-GER-SAIDACMP PIC 9(11)V99 VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER         PIC X(30) VALUE SPACES.
          03 FILLER         PIC X(44) VALUE
             "PROJECAO SEMANAL DE FLUXO DE CAIXA - BASE: ".
          03 CAB1-HOJE      PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(24) VALUE
             "CAIXA INICIAL.........: ".
          03 CAB2-CAIXA     PIC ZZZ.ZZZ.ZZ9,99-.
       01 CAB3.
          03 FILLER         PIC X(46) VALUE
             "SEM  DE       ATE             ENTRADAS".
          03 FILLER         PIC X(45) VALUE
             "   SAIDAS PAGAR  SAIDAS COMPRA".
          03 FILLER         PIC X(36) VALUE
             "     LIQUIDO     SALDO ACUMULADO".
       01 DET1.
          03 DET-SEM        PIC Z9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DET-DE         PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-ATE        PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-ENTRADA    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-SAIDAPAG   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-SAIDACMP   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-LIQUIDO    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-ACUM       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-ALERTA     PIC X(03).
       01 LINVEN.
          03 FILLER         PIC X(23) VALUE
             "JA VENCIDOS (ATE ONTEM)".
          03 FILLER         PIC X(01) VALUE SPACES.
          03 VEN-ENTRADA    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 VEN-SAIDAPAG   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 VEN-SAIDACMP   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 VEN-LIQUIDO    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LINGERAL.
          03 FILLER         PIC X(23) VALUE
             "TOTAL DOS 90 DIAS......".
          03 FILLER         PIC X(01) VALUE SPACES.
          03 GER-ENTRADA    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 GER-SAIDAPAG   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 GER-SAIDACMP   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 GER-LIQUIDO    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 GER-ACUM       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LINFIM.
          03 FILLER         PIC X(46) VALUE
             "SALDO FINAL INCLUINDO OS JA VENCIDOS........: ".
          03 FIM-ACUM       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LINNEG.
          03 FILLER         PIC X(46) VALUE
             "SEMANAS COM SALDO ACUMULADO NEGATIVO (***)..: ".
          03 NEG-QTD        PIC Z9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(W-HOJE) TO W-HOJEINT.
           DISPLAY "CAIXA INICIAL (EX 15000,00): "
           ACCEPT W-CAIXAINI FROM CONSOLE.
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
              DISPLAY "*** ARQUIVO CADREC NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADPAG
           IF ST-PAG NOT = "00"
              DISPLAY "*** ARQUIVO CADPAG NAO ENCONTRADO ***"
              CLOSE CADREC
              GO TO ROT-FIMP.
           OPEN INPUT CADCOMP
           IF ST-CMP NOT = "00"
              MOVE "N" TO W-TEMCMP
           ELSE
              OPEN INPUT CADFOR
              IF ST-FORN NOT = "00"
                 DISPLAY "*** ARQUIVO CADFOR NAO ENCONTRADO ***"
                 CLOSE CADREC CADPAG CADCOMP
                 GO TO ROT-FIMP
              END-IF
              OPEN INPUT CADPRO
              IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
                 CLOSE CADREC CADPAG CADCOMP CADFOR
                 GO TO ROT-FIMP.
           OPEN OUTPUT RELFLX
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADREC CADPAG
              IF W-TEMCMP = "S"
                 CLOSE CADCOMP CADFOR CADPRO
              END-IF
              GO TO ROT-FIMP.
           INITIALIZE TABSEM.
           PERFORM CARGA-REC.
           PERFORM CARGA-PAG.
           IF W-TEMCMP = "S"
              PERFORM CARGA-CMP.
           PERFORM IMPRIME-REL.
           CLOSE CADREC CADPAG RELFLX.
           IF W-TEMCMP = "S"
              CLOSE CADCOMP CADFOR CADPRO.
           STRING "CAIXA INICIAL " CAB2-CAIXA DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE "RELFLUXO.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
      ***********************************************
      *  ENTRADAS - SALDO EM ABERTO DAS PARCELAS    *
      *  DO CADREC PELO VENCIMENTO                  *
      ***********************************************
      *
       CARGA-REC.
           PERFORM UNTIL W-FIM-REC = "S"
              READ CADREC NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM-REC
                 NOT AT END
                    IF RC-VALORPAGO < RC-VALOR
                       SUBTRACT RC-VALORPAGO FROM RC-VALOR
                                GIVING W-SALDO
                       MOVE FUNCTION INTEGER-OF-DATE(RC-VENCIMENTO)
                            TO W-VENCINT
                       PERFORM CALC-SEMANA
                       IF W-DIAS < ZEROS
                          ADD W-SALDO TO W-VEN-ENTRADA
                       ELSE
                          IF IND NOT > 13
                             ADD W-SALDO TO TS-ENTRADA (IND)
                          END-IF
                       END-IF
                    END-IF
           END-PERFORM.
      *
      ***********************************************
      *  SAIDAS - SALDO EM ABERTO DAS PARCELAS DO   *
      *  CADPAG PELO VENCIMENTO                     *
      ***********************************************
      *
       CARGA-PAG.
           PERFORM UNTIL W-FIM-PAG = "S"
              READ CADPAG NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM-PAG
                 NOT AT END
                    IF PG-VALORPAGO < PG-VALOR
                       SUBTRACT PG-VALORPAGO FROM PG-VALOR
                                GIVING W-SALDO
                       MOVE FUNCTION INTEGER-OF-DATE(PG-VENCIMENTO)
                            TO W-VENCINT
                       PERFORM CALC-SEMANA
                       IF W-DIAS < ZEROS
                          ADD W-SALDO TO W-VEN-SAIDAPAG
                       ELSE
                          IF IND NOT > 13
                             ADD W-SALDO TO TS-SAIDAPAG (IND)
                          END-IF
                       END-IF
                    END-IF
           END-PERFORM.
      *
      ***********************************************
      *  SAIDAS ESTIMADAS - COMPRAS LIBERADAS (SIT. *
      *  "A") AINDA NAO RECEBIDAS. VENCIMENTO =     *
      *  DATA PREVISTA + PRAZO DO FORNECEDOR, VALOR *
      *  PELO CUSTO DA COMPRA OU O CUSTO DO CADPRO. *
      *  RECEBIDAS ("R") SEM PARCELA NO CADPAG      *
      *  (NF DE ENTRADA NAO CONFERIDA): VENCIMENTO  *
      *  = RECEBIMENTO + PRAZO, PELA QTDE RECEBIDA  *
      ***********************************************
      *
       CARGA-CMP.
           PERFORM UNTIL W-FIM-CMP = "S"
              READ CADCOMP NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM-CMP
                 NOT AT END
                    IF CP-SITUACAO = "A" OR "R"
                       PERFORM TRATA-CMP THRU TRATA-CMP-FIM
                    END-IF
           END-PERFORM.
      *
       TRATA-CMP.
           IF CP-SITUACAO = "R"
              MOVE CP-NUMERO TO PG-COMPRA
              MOVE 1 TO PG-PARCELA
              READ CADPAG
              IF ST-PAG = "00"
                 GO TO TRATA-CMP-FIM.
           MOVE CP-CODFOR TO FO-CODIGO
           READ CADFOR
           IF ST-FORN = "00"
              MOVE FO-PRAZOPAGTO TO W-PRAZOFOR
           ELSE
              MOVE ZEROS TO W-PRAZOFOR.
           IF CP-CUSTOUNIT NOT = ZEROS
              MOVE CP-CUSTOUNIT TO W-CUSTO
           ELSE
              MOVE CP-PRODUTO TO CODIGO
              READ CADPRO
              IF ST-ERRO = "00"
                 MOVE PRECOCUSTO TO W-CUSTO
              ELSE
                 MOVE ZEROS TO W-CUSTO.
           IF CP-SITUACAO = "R"
              MOVE CP-QTDRECEBIDA TO W-QTDABERTA
           ELSE
              IF CP-QTDRECEBIDA < CP-QUANTIDADE
                 SUBTRACT CP-QTDRECEBIDA FROM CP-QUANTIDADE
                          GIVING W-QTDABERTA
              ELSE
                 MOVE ZEROS TO W-QTDABERTA.
           COMPUTE W-SALDO = W-QTDABERTA * W-CUSTO
           IF W-SALDO = ZEROS
              GO TO TRATA-CMP-FIM.
           IF CP-SITUACAO = "R" AND CP-DATARECEB NOT = ZEROS
              COMPUTE W-VENCINT = FUNCTION INTEGER-OF-DATE(CP-DATARECEB)
                                + W-PRAZOFOR
           ELSE
              COMPUTE W-VENCINT = FUNCTION INTEGER-OF-DATE(CP-DATAPREV)
                                + W-PRAZOFOR.
           PERFORM CALC-SEMANA
           IF W-DIAS < ZEROS
              ADD W-SALDO TO W-VEN-SAIDACMP
           ELSE
              IF IND NOT > 13
                 ADD W-SALDO TO TS-SAIDACMP (IND).
       TRATA-CMP-FIM.
           EXIT.
      *
      ***********************************************
      *  SEMANA DO VENCIMENTO: W-DIAS NEGATIVO =    *
      *  VENCIDO, IND > 13 = FORA DOS 90 DIAS       *
      ***********************************************
      *
       CALC-SEMANA.
           COMPUTE W-DIAS = W-VENCINT - W-HOJEINT
           IF W-DIAS < ZEROS
              MOVE ZEROS TO IND
           ELSE
              IF W-DIAS > 90
                 MOVE 99 TO IND
              ELSE
                 COMPUTE IND = (W-DIAS / 7) + 1.
      *
       IMPRIME-REL.
           MOVE W-HOJE TO CAB1-HOJE
           MOVE W-CAIXAINI TO CAB2-CAIXA
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB3
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE W-CAIXAINI TO W-ACUM
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 13
              PERFORM IMPRIME-SEMANA
           END-PERFORM
           COMPUTE W-LIQUIDO = W-GER-ENTRADA - W-GER-SAIDAPAG
                             - W-GER-SAIDACMP
           MOVE W-GER-ENTRADA  TO GER-ENTRADA
           MOVE W-GER-SAIDAPAG TO GER-SAIDAPAG
           MOVE W-GER-SAIDACMP TO GER-SAIDACMP
           MOVE W-LIQUIDO      TO GER-LIQUIDO
           MOVE W-ACUM         TO GER-ACUM
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGERAL
           COMPUTE W-LIQUIDO = W-VEN-ENTRADA - W-VEN-SAIDAPAG
                             - W-VEN-SAIDACMP
           MOVE W-VEN-ENTRADA  TO VEN-ENTRADA
           MOVE W-VEN-SAIDAPAG TO VEN-SAIDAPAG
           MOVE W-VEN-SAIDACMP TO VEN-SAIDACMP
           MOVE W-LIQUIDO      TO VEN-LIQUIDO
           WRITE LINHA-REL FROM LINVEN
           ADD W-LIQUIDO TO W-ACUM
           MOVE W-ACUM TO FIM-ACUM
           MOVE W-SEMNEG TO NEG-QTD
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINFIM
           WRITE LINHA-REL FROM LINNEG
           DISPLAY "SEMANAS COM SALDO NEGATIVO: " W-SEMNEG.
      *
       IMPRIME-SEMANA.
           COMPUTE W-INIINT = W-HOJEINT + ((IND - 1) * 7)
           COMPUTE W-FIMINT = W-INIINT + 6
           IF W-FIMINT > W-HOJEINT + 90
              COMPUTE W-FIMINT = W-HOJEINT + 90.
           MOVE IND TO DET-SEM
           MOVE FUNCTION DATE-OF-INTEGER(W-INIINT) TO DET-DE
           MOVE FUNCTION DATE-OF-INTEGER(W-FIMINT) TO DET-ATE
           COMPUTE W-LIQUIDO = TS-ENTRADA (IND) - TS-SAIDAPAG (IND)
                             - TS-SAIDACMP (IND)
           ADD W-LIQUIDO TO W-ACUM
           MOVE TS-ENTRADA (IND)  TO DET-ENTRADA
           MOVE TS-SAIDAPAG (IND) TO DET-SAIDAPAG
           MOVE TS-SAIDACMP (IND) TO DET-SAIDACMP
           MOVE W-LIQUIDO         TO DET-LIQUIDO
           MOVE W-ACUM            TO DET-ACUM
           MOVE SPACES TO DET-ALERTA
           IF W-ACUM < ZEROS
              MOVE "***" TO DET-ALERTA
              ADD 1 TO W-SEMNEG.
           ADD TS-ENTRADA (IND)  TO W-GER-ENTRADA
           ADD TS-SAIDAPAG (IND) TO W-GER-SAIDAPAG
           ADD TS-SAIDACMP (IND) TO W-GER-SAIDACMP
           WRITE LINHA-REL FROM DET1.
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
