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
                    RECORD KEY IS PE-COMPET
                    FILE STATUS IS ST-PER.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEK
                    FILE STATUS IS ST-KIT.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
       FD CADPEDI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDI.DAT".
                03 PE-SITUACAO      PIC X(01).
                03 PE-DATAFECH      PIC 9(08).
                03 PE-OPERFECH      PIC X(08).
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 VAR2         PIC 9(07)V99 VALUE ZEROS.
       01 IND          PIC 9(02) VALUE ZEROS.
       01 W-NUMITENS   PIC 9(02) VALUE ZEROS.
       77 ST-KIT       PIC X(02) VALUE "00".
       77 W-TEMKIT     PIC X(01) VALUE "N".
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-KITOK      PIC X(01) VALUE "S".
       01 W-KITPROD    PIC 9(05) VALUE ZEROS.
       01 W-KITQTD     PIC 9(05)V99 VALUE ZEROS.
       01 W-KITCUSTO   PIC 9(06)V99 VALUE ZEROS.
       01 W-MOVPROD    PIC 9(05) VALUE ZEROS.
       01 W-MOVQTD     PIC 9(05)V99 VALUE ZEROS.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
          03 W-CENTSEG    PIC 9(02).
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
      *
      *   RETURN-CODE 8 ATE O FIM NORMAL DO PROGRAMA
      *   (RODADA NOTURNA CONTROLADA PELO SGPB020)
      *
           MOVE 8 TO RETURN-CODE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *   COMPETENCIA CONTABIL FECHADA (CADPER)
              READ CADPER
              IF ST-PER = "00" AND PE-SITUACAO = "F"
                 DISPLAY "*** COMPETENCIA CONTABIL FECHADA ***"
                 MOVE 4 TO RETURN-CODE
                 CLOSE CADPER
                 GO TO ROT-FIMP
              END-IF
           OPEN INPUT ENTPED
           IF ST-ENT NOT = "00"
              DISPLAY "*** ARQUIVO PEDLOTE.TXT NAO ENCONTRADO ***"
              MOVE 4 TO RETURN-CODE
              GO TO ROT-FIMP.
           OPEN I-O CADPED
           IF ST-PED NOT = "00"
           OPEN INPUT CADTIPO
           IF ST-TIP NOT = "00"
              MOVE "N" TO W-TEMTIPO.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
       INC-OP3.
           OPEN EXTEND LOGPED
           IF ST-LOG NOT = "00"
           MOVE W-DATAENTR TO W-DTDATA1
           CALL "SGPD001" USING W-DTFUNCAO W-DTDATA1 W-DTDATA2
                                W-DTRET W-DTDIAS
           MOVE 8 TO RETURN-CODE
           IF W-DTRET NOT = ZEROS
              MOVE "DATA DE ENTREGA INVALIDA" TO W-MOTIVO
              GO TO PROC-REJ.
           IF TI-QUANTIDADE (IND) = ZEROS
              MOVE "QUANTIDADE INVALIDA" TO W-MOTIVO
              GO TO PROC-REJ.
           MOVE TI-PRODUTO (IND) TO W-KITPROD
           PERFORM KIT-CHK THRU KIT-CHK-FIM
           IF W-EKIT = "S"
              PERFORM KIT-SALDO THRU KIT-SALDO-FIM
              IF W-KITOK = "N"
                 MOVE "ESTOQUE INSUFICIENTE NO KIT" TO W-MOTIVO
                 GO TO PROC-REJ
              END-IF
              ADD 1 TO IND
              GO TO PROC-CHK.
           MOVE TI-DEPOSITO (IND) TO ES-DEPOSITO
           MOVE TI-PRODUTO (IND)  TO ES-CODIGO
           READ CADEST
           MOVE "SGPL002 "  TO ULTOPER OF REGPED
           MOVE ZEROS       TO CONDPAGTO
           MOVE W-NUMWEB    TO NUMWEB
           MOVE ZEROS       TO CODTRANSP VALORFRETE SEQENTREGA
           WRITE REGPED
           IF ST-PED = "22"
              GO TO PROC-GRV.
           MULTIPLY PRECOVENDA BY QUANTIDADE GIVING VAR ROUNDED
           MOVE VAR TO VALORITEM
           MOVE PRECOCUSTO TO PRECOCUSTOITEM
           MOVE PRODUTO TO W-KITPROD
           PERFORM KIT-CHK THRU KIT-CHK-FIM
           IF W-EKIT = "S"
              PERFORM KIT-CUSTO THRU KIT-CUSTO-FIM
              MOVE W-KITCUSTO TO PRECOCUSTOITEM
              MOVE PRODUTO TO CODGO
              READ CADPRO.
           MULTIPLY PRECOCUSTOITEM BY QUANTIDADE GIVING VAR2 ROUNDED
           SUBTRACT VAR2 FROM VAR GIVING LUCROITEM
           MOVE TI-DEPOSITO (IND) TO DEPITEM
           PERFORM CALC-ICMS THRU CALC-ICMS-FIM
              ADD 1 TO IND
              GO TO PROC-ITM.
           ADD VALORITEM TO W-TOTPED
           IF W-EKIT = "S"
              PERFORM KIT-BAIXA THRU KIT-BAIXA-FIM
              ADD 1 TO IND
              GO TO PROC-ITM.
           SUBTRACT QUANTIDADE FROM ESTOQUE
              ON SIZE ERROR
                 MOVE ZEROS TO ESTOQUE
              SUBTRACT QUANTIDADE FROM ES-SALDO
              MOVE "SGPL002 " TO ES-ULTOPER
              REWRITE REGEST.
           MOVE PRODUTO    TO W-MOVPROD
           MOVE QUANTIDADE TO W-MOVQTD
           PERFORM GRV-MOV THRU GRV-MOV-FIM
           ADD 1 TO IND
           GO TO PROC-ITM.
      *
       GRV-MOV.
           ACCEPT W-TIMEHMS FROM TIME
           MOVE W-MOVPROD     TO MV-CODIGO
           MOVE W-HOJE        TO MV-DATA
           MOVE W-HORA        TO MV-HORA
           MOVE "VE"          TO MV-TIPOMOV
           MOVE "S"           TO MV-ES
           MOVE W-MOVQTD      TO MV-QUANTIDADE
           MOVE ESTOQUE       TO MV-SALDO
           MOVE PEDIDOI       TO MV-PEDIDO
           MOVE ITEM          TO MV-ITEM
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MOVEST".
       GRV-MOV-FIM.
           EXIT.
      *
      ***********************************************
      *  KIT (PRODUTO COMPOSTO - CADKIT): CRITICA,  *
      *  CUSTO E BAIXA DE ESTOQUE NOS COMPONENTES   *
      ***********************************************
      *
       KIT-CHK.
           MOVE "N" TO W-EKIT
           IF W-TEMKIT = "N"
              GO TO KIT-CHK-FIM.
           MOVE W-KITPROD TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-CHK-FIM.
           READ CADKIT NEXT
           IF ST-KIT = "00" AND KT-KIT = W-KITPROD
              MOVE "S" TO W-EKIT.
       KIT-CHK-FIM.
           EXIT.
      *
       KIT-SALDO.
           MOVE "S" TO W-KITOK
           MOVE W-KITPROD TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-SALDO-FIM.
       KIT-SALDO1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00" OR KT-KIT NOT = W-KITPROD
              GO TO KIT-SALDO-FIM.
           MOVE TI-DEPOSITO (IND) TO ES-DEPOSITO
           MOVE KT-COMPON TO ES-CODIGO
           READ CADEST
           IF ST-EST NOT = "00"
              MOVE "N" TO W-KITOK
              GO TO KIT-SALDO-FIM.
           COMPUTE W-KITQTD = TI-QUANTIDADE (IND) * KT-QTDCOMP
           IF ES-SALDO < W-KITQTD
              MOVE "N" TO W-KITOK
              GO TO KIT-SALDO-FIM.
           GO TO KIT-SALDO1.
       KIT-SALDO-FIM.
           EXIT.
      *
       KIT-CUSTO.
           MOVE ZEROS TO W-KITCUSTO
           MOVE W-KITPROD TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-CUSTO-FIM.
       KIT-CUSTO1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00" OR KT-KIT NOT = W-KITPROD
              GO TO KIT-CUSTO-FIM.
           MOVE KT-COMPON TO CODGO
           READ CADPRO
           IF ST-PRO = "00"
              COMPUTE W-KITCUSTO = W-KITCUSTO
                      + (PRECOCUSTO * KT-QTDCOMP).
           GO TO KIT-CUSTO1.
       KIT-CUSTO-FIM.
           EXIT.
      *
       KIT-BAIXA.
           MOVE W-KITPROD TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-BAIXA-FIM.
       KIT-BAIXA1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00" OR KT-KIT NOT = W-KITPROD
              GO TO KIT-BAIXA-FIM.
           COMPUTE W-KITQTD = QUANTIDADE * KT-QTDCOMP
           MOVE KT-COMPON TO CODGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              STRING "COMPONENTE NAO CADASTRADO PRODUTO=" KT-COMPON
                  DELIMITED BY SIZE INTO REGLOG
              WRITE REGLOG
              GO TO KIT-BAIXA1.
           SUBTRACT W-KITQTD FROM ESTOQUE
              ON SIZE ERROR
                 MOVE ZEROS TO ESTOQUE
           END-SUBTRACT
           MOVE "SGPL002 " TO ULTOPER OF REGPRO
           REWRITE REGPRO
           IF ST-PRO NOT = "00" AND "02"
              STRING "ERRO ALTERACAO CADPRO PRODUTO=" CODGO
                  " ST=" ST-PRO DELIMITED BY SIZE INTO REGLOG
              WRITE REGLOG.
           MOVE DEPITEM   TO ES-DEPOSITO
           MOVE KT-COMPON TO ES-CODIGO
           READ CADEST
           IF ST-EST = "00"
              SUBTRACT W-KITQTD FROM ES-SALDO
              MOVE "SGPL002 " TO ES-ULTOPER
              REWRITE REGEST.
           MOVE KT-COMPON TO W-MOVPROD
           MOVE W-KITQTD  TO W-MOVQTD
           PERFORM GRV-MOV THRU GRV-MOV-FIM
           GO TO KIT-BAIXA1.
       KIT-BAIXA-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE ZEROS TO RETURN-CODE
           MOVE W-LIDOS TO W-CONT-ED
           STRING "TOTAL DE PEDIDOS LIDOS.....: " W-CONT-ED
               DELIMITED BY SIZE INTO REGLOG
                 CADCTRL MOVEST LOGPED.
           IF W-TEMTIPO = "S"
              CLOSE CADTIPO.
           IF W-TEMKIT = "S"
              CLOSE CADKIT.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
