       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC033.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  RELATORIO MENSAL DE DESCONTO CONCEDIDO POR        *
      *  OPERADOR (RELDESC.LST)                            *
      *  LE O CADAPROV GRAVADO PELO SGP006 (UM REGISTRO    *
      *  POR PEDIDO) PELA DATA DO PEDIDO NA COMPETENCIA.   *
      *  DESCONTO TOTAL = VALOR DE TABELA - VALOR DO       *
      *  PEDIDO; DESCONTO DO OPERADOR = O QUE FOI DADO     *
      *  ALEM DA FAIXA DO CADPRECO. SOMA SO OS PEDIDOS     *
      *  LIBERADOS OU APROVADOS PELO SUPERVISOR (SGP031)   *
      *  QUE NAO FORAM CANCELADOS; PENDENTES E REJEITADOS  *
      *  SAO APENAS CONTADOS.                              *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-PEDIDO
                    FILE STATUS  IS ST-APV
                    ALTERNATE RECORD KEY IS CHAVE2AP = AP-SITUACAO
                                                      WITH DUPLICATES.
           SELECT CADPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-OPER.
           SELECT RELDESC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADAPROV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADAPROV.DAT".
       01 REGAPROV.
                03 AP-PEDIDO        PIC 9(05).
                03 AP-CODCLI        PIC 9(11).
                03 AP-DATA          PIC 9(08).
                03 AP-DATA-DEC REDEFINES AP-DATA.
                    05 AP-DATA-AM   PIC 9(06).
                    05 AP-DATA-DIA  PIC 9(02).
                03 AP-HORA          PIC 9(06).
                03 AP-OPERADOR      PIC X(08).
                03 AP-PERFIL        PIC 9(01).
                03 AP-VALORLISTA    PIC 9(09)V99.
                03 AP-VALORTIER     PIC 9(09)V99.
                03 AP-VALORPED      PIC 9(09)V99.
                03 AP-LUCRO         PIC S9(09)V99.
                03 AP-DESCMAIOR     PIC 9(02)V99.
                03 AP-MARGEM        PIC S9(05)V99.
                03 AP-DESCLIM       PIC 9(03)V9(04).
                03 AP-MARGLIM       PIC 9(03)V9(04).
                03 AP-MOTIVO        PIC X(01).
                03 AP-SITUACAO      PIC X(01).
                03 AP-SUPERVISOR    PIC X(08).
                03 AP-DATADEC       PIC 9(08).
                03 AP-HORADEC       PIC 9(06).
                03 AP-JUSTIF        PIC X(40).
      *
       FD CADPED
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPED.DAT".
       01 REGPED.
                03 PEDIDO           PIC 9(05).
                03 CODCLI           PIC 9(11).
                03 VALOR            PIC 9(09)V99.
                03 DATAPEDIDO       PIC 9(08).
                03 DATAENTREGA      PIC 9(08).
                03 SITUACAOPEDIDO   PIC X(01).
                03 ULTOPER          PIC X(08).
                03 CONDPAGTO        PIC 9(03).
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
      *
       FD CADOPER
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 CODOPER          PIC X(08).
                03 SENHA            PIC X(08).
                03 NOMEOPER         PIC X(30).
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
       FD RELDESC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELDESC.LST".
       01 LINHA-REL                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-APV       PIC X(02) VALUE "00".
       01 ST-PED       PIC X(02) VALUE "00".
       01 ST-OPER      PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-COMPET     PIC 9(06) VALUE ZEROS.
       01 IND          PIC 9(02) VALUE ZEROS.
       01 IND2         PIC 9(02) VALUE ZEROS.
       01 W-ACHOU      PIC X(01) VALUE "N".
       01 W-DESCOPER   PIC 9(09)V99 VALUE ZEROS.
       01 W-PCTDESC    PIC 9(03)V99 VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC033".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(132) VALUE SPACES.
      *
       01 TABDESC.
          03 TD-ENT OCCURS 50 TIMES.
             05 TD-OPERADOR   PIC X(08).
             05 TD-QTDPED     PIC 9(05).
             05 TD-LISTA      PIC 9(11)V99.
             05 TD-PEDIDO     PIC 9(11)V99.
             05 TD-DESCOPER   PIC 9(11)V99.
             05 TD-QTDAPR     PIC 9(05).
             05 TD-QTDPEN     PIC 9(05).
             05 TD-QTDREJ     PIC 9(05).
       01 TD-QTD       PIC 9(02) VALUE ZEROS.
      *
       01 W-TOTAIS.
          03 W-TOTQTDPED   PIC 9(05) VALUE ZEROS.
          03 W-TOTLISTA    PIC 9(11)V99 VALUE ZEROS.
          03 W-TOTPEDIDO   PIC 9(11)V99 VALUE ZEROS.
          03 W-TOTDESCOPER PIC 9(11)V99 VALUE ZEROS.
          03 W-TOTQTDAPR   PIC 9(05) VALUE ZEROS.
          03 W-TOTQTDPEN   PIC 9(05) VALUE ZEROS.
          03 W-TOTQTDREJ   PIC 9(05) VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(45) VALUE
             "DESCONTO CONCEDIDO POR OPERADOR - MES: ".
          03 CAB1-MES       PIC 9(06).
       01 CAB2.
          03 FILLER         PIC X(46) VALUE
             "OPERADOR NOME                     PEDIDOS".
          03 FILLER         PIC X(40) VALUE
             " VALOR TABELA     DESC.TOTAL    PCT".
          03 FILLER         PIC X(31) VALUE
             "DESC.OPER. APROV.  PEND.   REJ.".
       01 DET1.
          03 DET-OPER       PIC X(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-NOME       PIC X(25).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-QTDPED     PIC ZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-LISTA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DESCTOT    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-PCT        PIC ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DESCOPER   PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-QTDAPR     PIC ZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-QTDPEN     PIC ZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-QTDREJ     PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET FROM CONSOLE.
           IF W-COMPET = ZEROS
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADAPROV
           IF ST-APV NOT = "00"
              DISPLAY "*** ARQUIVO CADAPROV NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADPED
           IF ST-PED NOT = "00"
              DISPLAY "*** ARQUIVO CADPED NAO ENCONTRADO ***"
              CLOSE CADAPROV
              GO TO ROT-FIMP.
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              DISPLAY "*** ARQUIVO CADOPER NAO ENCONTRADO ***"
              CLOSE CADAPROV CADPED
              GO TO ROT-FIMP.
           OPEN OUTPUT RELDESC
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADAPROV CADPED CADOPER
              GO TO ROT-FIMP.
      *
      ***********************************************
      *  PEDIDOS DA COMPETENCIA, PELO OPERADOR QUE  *
      *  DIGITOU O DESCONTO                         *
      ***********************************************
      *
       APV-001.
           MOVE ZEROS TO AP-PEDIDO
           START CADAPROV KEY IS NOT LESS AP-PEDIDO
                 INVALID KEY
                    GO TO IMP-001.
       APV-002.
           READ CADAPROV NEXT RECORD
              AT END
                 GO TO IMP-001.
           IF AP-DATA-AM NOT = W-COMPET
              GO TO APV-002.
           PERFORM ACHA-OPER THRU ACHA-OPER-FIM
           IF W-ACHOU = "N"
              GO TO APV-002.
           IF AP-SITUACAO = "P"
              ADD 1 TO TD-QTDPEN (IND)
              GO TO APV-002.
           IF AP-SITUACAO = "R"
              ADD 1 TO TD-QTDREJ (IND)
              GO TO APV-002.
           MOVE AP-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-PED NOT = "00"
              GO TO APV-002.
           IF SITUACAOPEDIDO = "C"
              GO TO APV-002.
           IF AP-SITUACAO = "A"
              ADD 1 TO TD-QTDAPR (IND).
           ADD 1 TO TD-QTDPED (IND)
           ADD AP-VALORLISTA TO TD-LISTA (IND)
           ADD AP-VALORPED   TO TD-PEDIDO (IND)
           IF AP-VALORTIER > AP-VALORPED
              COMPUTE W-DESCOPER = AP-VALORTIER - AP-VALORPED
              ADD W-DESCOPER TO TD-DESCOPER (IND).
           GO TO APV-002.
      *
      ***********************************************
      *  LOCALIZA (OU INCLUI) O OPERADOR NA TABELA  *
      ***********************************************
      *
       ACHA-OPER.
           MOVE "S" TO W-ACHOU
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TD-QTD
              IF AP-OPERADOR = TD-OPERADOR (IND)
                 GO TO ACHA-OPER-FIM
              END-IF
           END-PERFORM
           IF TD-QTD NOT < 50
              MOVE "N" TO W-ACHOU
              GO TO ACHA-OPER-FIM.
           ADD 1 TO TD-QTD
           MOVE TD-QTD TO IND
           MOVE AP-OPERADOR TO TD-OPERADOR (IND)
           MOVE ZEROS TO TD-QTDPED (IND) TD-LISTA (IND)
                         TD-PEDIDO (IND) TD-DESCOPER (IND)
                         TD-QTDAPR (IND) TD-QTDPEN (IND)
                         TD-QTDREJ (IND).
       ACHA-OPER-FIM.
           EXIT.
      *
      ***********************************************
      *  IMPRESSAO DO QUADRO                        *
      ***********************************************
      *
       IMP-001.
           MOVE W-COMPET TO CAB1-MES
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           MOVE 1 TO IND2.
       IMP-002.
           IF IND2 > TD-QTD
              GO TO IMP-TOT.
           MOVE TD-OPERADOR (IND2) TO DET-OPER CODOPER
           READ CADOPER
           IF ST-OPER = "00"
              MOVE NOMEOPER TO DET-NOME
           ELSE
              MOVE SPACES TO DET-NOME.
           MOVE TD-QTDPED (IND2)   TO DET-QTDPED
           MOVE TD-LISTA (IND2)    TO DET-LISTA
           MOVE TD-DESCOPER (IND2) TO DET-DESCOPER
           MOVE TD-QTDAPR (IND2)   TO DET-QTDAPR
           MOVE TD-QTDPEN (IND2)   TO DET-QTDPEN
           MOVE TD-QTDREJ (IND2)   TO DET-QTDREJ
           PERFORM IMP-PCT THRU IMP-PCT-FIM
           WRITE LINHA-REL FROM DET1
           ADD TD-QTDPED (IND2)   TO W-TOTQTDPED
           ADD TD-LISTA (IND2)    TO W-TOTLISTA
           ADD TD-PEDIDO (IND2)   TO W-TOTPEDIDO
           ADD TD-DESCOPER (IND2) TO W-TOTDESCOPER
           ADD TD-QTDAPR (IND2)   TO W-TOTQTDAPR
           ADD TD-QTDPEN (IND2)   TO W-TOTQTDPEN
           ADD TD-QTDREJ (IND2)   TO W-TOTQTDREJ
           ADD 1 TO IND2
           GO TO IMP-002.
      *
       IMP-TOT.
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE "TOTAL"         TO DET-OPER
           MOVE SPACES          TO DET-NOME
           MOVE W-TOTQTDPED     TO DET-QTDPED
           MOVE W-TOTLISTA      TO DET-LISTA
           MOVE W-TOTDESCOPER   TO DET-DESCOPER
           MOVE W-TOTQTDAPR     TO DET-QTDAPR
           MOVE W-TOTQTDPEN     TO DET-QTDPEN
           MOVE W-TOTQTDREJ     TO DET-QTDREJ
           MOVE 0 TO IND2
           PERFORM IMP-PCT THRU IMP-PCT-FIM
           WRITE LINHA-REL FROM DET1
           GO TO FIM-REL.
      *
      ***********************************************
      *  DESCONTO TOTAL E % SOBRE O VALOR DE TABELA *
      *  (IND2 = 0 -> LINHA DE TOTAL)               *
      ***********************************************
      *
       IMP-PCT.
           MOVE ZEROS TO W-DESCOPER
           IF IND2 = 0
              IF W-TOTLISTA > W-TOTPEDIDO
                 COMPUTE W-DESCOPER = W-TOTLISTA - W-TOTPEDIDO
              END-IF
           ELSE
              IF TD-LISTA (IND2) > TD-PEDIDO (IND2)
                 COMPUTE W-DESCOPER =
                         TD-LISTA (IND2) - TD-PEDIDO (IND2).
           MOVE W-DESCOPER TO DET-DESCTOT
           MOVE ZEROS TO W-PCTDESC
           IF IND2 = 0
              IF W-TOTLISTA NOT = ZEROS
                 COMPUTE W-PCTDESC ROUNDED =
                         W-DESCOPER * 100 / W-TOTLISTA
              END-IF
           ELSE
              IF TD-LISTA (IND2) NOT = ZEROS
                 COMPUTE W-PCTDESC ROUNDED =
                         W-DESCOPER * 100 / TD-LISTA (IND2).
           MOVE W-PCTDESC TO DET-PCT.
       IMP-PCT-FIM.
           EXIT.
      *
       FIM-REL.
           CLOSE CADAPROV CADPED CADOPER RELDESC.
           DISPLAY "RELATORIO GERADO EM RELDESC.LST".
           STRING "COMPETENCIA " W-COMPET DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE "RELDESC.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
