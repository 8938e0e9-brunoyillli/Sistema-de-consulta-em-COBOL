       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB020.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  CONTROLE DA RODADA NOTURNA DE PROCESSAMENTO       *
      *  EXECUTA EM ORDEM OS PASSOS DA TABELA JOBSTEP.TXT  *
      *  (CRIADA COM A RODADA PADRAO SE NAO EXISTIR):      *
      *    POS 01-03 SEQUENCIA DO PASSO                    *
      *    POS 04-11 PROGRAMA A CHAMAR                     *
      *    POS 12-14 SEQUENCIA DE QUE DEPENDE (0 = NADA)   *
      *    POS 15    PARA A RODADA SE FALHAR (S/N)         *
      *    POS 16-45 DESCRICAO                             *
      *    LINHA COM "*" NA POS 01 E COMENTARIO            *
      *  CADA PASSO GRAVA NO JOBRUN.DAT INICIO, FIM,       *
      *  RETURN-CODE E SITUACAO (0 = OK, 4 = AVISO,        *
      *  OUTRO = FALHA). FALHA DE PASSO COM "S" PARA A     *
      *  RODADA; PASSO CUJA DEPENDENCIA NAO CONCLUIU NAO   *
      *  E INICIADO. A RODADA INCOMPLETA E RETOMADA NA     *
      *  PROXIMA EXECUCAO A PARTIR DO PASSO QUE FALHOU,    *
      *  SEM REPETIR OS PASSOS JA CONCLUIDOS.              *
      *  NUMERO DA RODADA NO CADCTRL ("JOB").              *
      *  RESUMO PARA O TURNO DO DIA: JOBRUN.LST            *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSTEP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JST.
           SELECT JOBRUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS JR-CHAVE
                    FILE STATUS IS ST-JRN.
           SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CT-SEQID
                    FILE STATUS IS ST-CTR.
           SELECT RELJOB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-REL.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD JOBSTEP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "JOBSTEP.TXT".
       01 REGJST.
                03 JT-SEQ           PIC 9(03).
                03 JT-PROGRAMA      PIC X(08).
                03 JT-DEPENDE       PIC 9(03).
                03 JT-PARA          PIC X(01).
                03 JT-DESCRICAO     PIC X(30).
                03 FILLER           PIC X(35).
       01 REGJST-TXT REDEFINES REGJST.
                03 JT-MARCA         PIC X(01).
                03 FILLER           PIC X(79).
       FD JOBRUN
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "JOBRUN.DAT".
       01 REGJRN.
                03 JR-CHAVE.
                    05 JR-RODADA    PIC 9(06).
                    05 JR-SEQ       PIC 9(03).
                03 JR-PROGRAMA      PIC X(08).
                03 JR-DESCRICAO     PIC X(30).
                03 JR-DATAINI       PIC 9(08).
                03 JR-HORAINI       PIC 9(06).
                03 JR-DATAFIM       PIC 9(08).
                03 JR-HORAFIM       PIC 9(06).
                03 JR-RC            PIC S9(04).
                03 JR-SITUACAO      PIC X(01).
       FD CADCTRL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCTRL.DAT".
       01 REGCTRL.
                03 CT-SEQID         PIC X(03).
                03 CT-PROXNUM       PIC 9(09).
       FD RELJOB
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "JOBRUN.LST".
       01 LINHA-REL                PIC X(120).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-JST       PIC X(02) VALUE "00".
       77 ST-JRN       PIC X(02) VALUE "00".
       77 ST-CTR       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-RETOMA     PIC X(01) VALUE "N".
       77 W-PARADA     PIC X(01) VALUE "N".
       77 W-EXISTE     PIC X(01) VALUE "N".
       77 W-FALHOU     PIC X(01) VALUE "N".
       77 W-QTD-EXEC   PIC 9(03) VALUE ZEROS.
       77 W-QTD-OK     PIC 9(03) VALUE ZEROS.
       77 W-QTD-AVI    PIC 9(03) VALUE ZEROS.
       77 W-QTD-FAL    PIC 9(03) VALUE ZEROS.
       77 W-QTD-JA     PIC 9(03) VALUE ZEROS.
       77 W-QTD-NAO    PIC 9(03) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-RODADA     PIC 9(06) VALUE ZEROS.
       01 W-ULTRODADA  PIC 9(09) VALUE ZEROS.
       01 W-RC         PIC S9(04) VALUE ZEROS.
       01 W-PROG       PIC X(08) VALUE SPACES.
       01 W-SITDEP     PIC X(01) VALUE SPACES.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
          03 W-CENTSEG    PIC 9(02).
       01 W-SEGINI     PIC 9(11) VALUE ZEROS.
       01 W-SEGFIM     PIC 9(11) VALUE ZEROS.
       01 W-DECORR     PIC 9(09) VALUE ZEROS.
       01 W-DECTOT     PIC 9(09) VALUE ZEROS.
       01 W-TMPHH      PIC 9(03) VALUE ZEROS.
       01 W-TMPMM      PIC 9(02) VALUE ZEROS.
       01 W-TMPSS      PIC 9(02) VALUE ZEROS.
       01 W-RESTO      PIC 9(09) VALUE ZEROS.
       01 W-DATAAUX    PIC 9(08) VALUE ZEROS.
       01 W-HORAAUX    PIC 9(06) VALUE ZEROS.
       01 W-HORAAUX-DEC REDEFINES W-HORAAUX.
          03 W-AUXHH      PIC 9(02).
          03 W-AUXMM      PIC 9(02).
          03 W-AUXSS      PIC 9(02).
       01 W-SEGAUX     PIC 9(11) VALUE ZEROS.
       01 IND          PIC 9(02) VALUE ZEROS.
       01 IND2         PIC 9(02) VALUE ZEROS.
       01 W-QTDSTEP    PIC 9(02) VALUE ZEROS.
      *
       01 TAB-STEP.
          03 TS-ENT OCCURS 50 TIMES.
             05 TS-SEQ        PIC 9(03).
             05 TS-PROGRAMA   PIC X(08).
             05 TS-DEPENDE    PIC 9(03).
             05 TS-PARA       PIC X(01).
             05 TS-DESCRICAO  PIC X(30).
      *
      *   RODADA PADRAO GRAVADA NO JOBSTEP.TXT QUANDO ELE
      *   AINDA NAO EXISTE
      *
       01 TAB-PADRAO.
          03 FILLER PIC X(45) VALUE
             "010SGPB001 000SBACKUP E REORGANIZACAO        ".
          03 FILLER PIC X(45) VALUE
             "020SGPL002 010SCARGA DE PEDIDOS DA LOJA      ".
          03 FILLER PIC X(45) VALUE
             "030SGPB019 010SPEDIDOS PROGRAMADOS           ".
          03 FILLER PIC X(45) VALUE
             "040SGPB002 010SALOCACAO DE BACKORDERS        ".
          03 FILLER PIC X(45) VALUE
             "050SGPB014 020NSTATUS PARA A LOJA VIRTUAL    ".
          03 FILLER PIC X(45) VALUE
             "060SGPB018 010NAVISOS AOS CLIENTES           ".
          03 FILLER PIC X(45) VALUE
             "070SGPB010 010NCARTAS DE COBRANCA            ".
          03 FILLER PIC X(45) VALUE
             "080SGPB011 010NSUGESTAO DE COMPRA            ".
          03 FILLER PIC X(45) VALUE
             "090SGPB021 010NINTEGRIDADE FATUR. X RECEBER  ".
          03 FILLER PIC X(45) VALUE
             "100SGPB022 040NCATALOGO PARA A LOJA VIRTUAL  ".
          03 FILLER PIC X(45) VALUE
             "110SGPB023 010NRETORNO DA NF-E E PENDENTES   ".
          03 FILLER PIC X(45) VALUE
             "120SGPB024 010NNF DE ENTRADA DOS FORNECEDORES".
          03 FILLER PIC X(45) VALUE
             "130SGPB025 000NEXPURGO DO SPOOL DE RELATORIOS".
       01 TAB-PADRAO-R REDEFINES TAB-PADRAO.
          03 TP-ENT OCCURS 13 TIMES PIC X(45).
      *
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB020".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
       01 CAB1.
          03 FILLER         PIC X(40) VALUE
             "RODADA NOTURNA DE PROCESSAMENTO - NUM. ".
          03 CAB1-RODADA    PIC 9(06).
          03 FILLER         PIC X(08) VALUE "  DATA: ".
          03 CAB1-DATA      PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 CAB1-RETOMA    PIC X(40).
       01 CAB2.
          03 FILLER         PIC X(50) VALUE
             "SEQ PROGRAMA DESCRICAO                      SITUA".
          03 FILLER         PIC X(50) VALUE
             "CAO       INICIO          FIM                RC  ".
          03 FILLER         PIC X(06) VALUE "TEMPO".
       01 DET1.
          03 DET-SEQ        PIC 9(03).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-PROGRAMA   PIC X(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DESCRICAO  PIC X(30).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-SITUACAO   PIC X(15).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DATAINI    PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-HORAINI    PIC 9(06).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DATAFIM    PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-HORAFIM    PIC 9(06).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-RC         PIC -ZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-TEMPO      PIC X(09).
       01 W-TEMPO-ED.
          03 TE-HH          PIC 9(03).
          03 FILLER         PIC X(01) VALUE ":".
          03 TE-MM          PIC 9(02).
          03 FILLER         PIC X(01) VALUE ":".
          03 TE-SS          PIC 9(02).
       01 ROD1.
          03 FILLER         PIC X(30) VALUE
             "PASSOS EXECUTADOS...........: ".
          03 ROD1-QTD       PIC ZZ9.
       01 ROD2.
          03 FILLER         PIC X(30) VALUE
             "  CONCLUIDOS................: ".
          03 ROD2-QTD       PIC ZZ9.
       01 ROD3.
          03 FILLER         PIC X(30) VALUE
             "  CONCLUIDOS COM AVISO......: ".
          03 ROD3-QTD       PIC ZZ9.
       01 ROD4.
          03 FILLER         PIC X(30) VALUE
             "  COM FALHA.................: ".
          03 ROD4-QTD       PIC ZZ9.
       01 ROD5.
          03 FILLER         PIC X(30) VALUE
             "JA CONCLUIDOS (RETOMADA)....: ".
          03 ROD5-QTD       PIC ZZ9.
       01 ROD6.
          03 FILLER         PIC X(30) VALUE
             "NAO INICIADOS...............: ".
          03 ROD6-QTD       PIC ZZ9.
       01 ROD7.
          03 FILLER         PIC X(30) VALUE
             "TEMPO TOTAL DOS PASSOS......: ".
          03 ROD7-TEMPO     PIC X(09).
       01 ROD8.
          03 FILLER         PIC X(30) VALUE
             "SITUACAO DA RODADA..........: ".
          03 ROD8-SIT       PIC X(50).
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           DISPLAY "*** RODADA NOTURNA DE PROCESSAMENTO ***".
       INC-OP1.
           OPEN I-O CADCTRL
           IF ST-CTR NOT = "00"
              IF ST-CTR = "30" OR "35"
                    OPEN OUTPUT CADCTRL
                    CLOSE CADCTRL
                    GO TO INC-OP1
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCTRL"
                    MOVE 8 TO RETURN-CODE
                    GO TO ROT-FIMP.
       INC-OP2.
           OPEN I-O JOBRUN
           IF ST-JRN NOT = "00"
              IF ST-JRN = "30" OR "35"
                    OPEN OUTPUT JOBRUN
                    CLOSE JOBRUN
                    GO TO INC-OP2
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO JOBRUN"
                    CLOSE CADCTRL
                    MOVE 8 TO RETURN-CODE
                    GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT JOBSTEP
           IF ST-JST NOT = "00"
              IF ST-JST = "35"
                    PERFORM CRG-PADRAO THRU CRG-PADRAO-FIM
                    GO TO INC-OP3
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO JOBSTEP.TXT"
                    CLOSE CADCTRL JOBRUN
                    MOVE 8 TO RETURN-CODE
                    GO TO ROT-FIMP.
           PERFORM CRG-STEP THRU CRG-STEP-FIM
           CLOSE JOBSTEP
           IF W-QTDSTEP = ZEROS
              DISPLAY "*** NENHUM PASSO NO JOBSTEP.TXT ***"
              CLOSE CADCTRL JOBRUN
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIMP.
           OPEN OUTPUT RELJOB
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADCTRL JOBRUN
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIMP.
           PERFORM ABR-RODADA THRU ABR-RODADA-FIM
           MOVE W-RODADA TO CAB1-RODADA
           MOVE W-HOJE   TO CAB1-DATA
           MOVE SPACES   TO CAB1-RETOMA
           IF W-RETOMA = "S"
              MOVE "RETOMADA DE RODADA INCOMPLETA" TO CAB1-RETOMA
              DISPLAY "RETOMANDO A RODADA " W-RODADA.
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA.
           MOVE 1 TO IND.
       EXE-001.
           IF IND > W-QTDSTEP
              GO TO ROT-TOTAIS.
           PERFORM EXE-STEP THRU EXE-STEP-FIM
           ADD 1 TO IND
           GO TO EXE-001.
      *
      ***********************************************
      *  CARGA DA TABELA DE PASSOS                  *
      ***********************************************
      *
       CRG-STEP.
           MOVE ZEROS TO W-QTDSTEP.
       CRG-STEP1.
           READ JOBSTEP
               AT END
                  GO TO CRG-STEP-FIM.
           IF JT-MARCA = "*" OR REGJST = SPACES
              GO TO CRG-STEP1.
           IF JT-SEQ NOT NUMERIC OR JT-SEQ = ZEROS
              OR JT-PROGRAMA = SPACES
              DISPLAY "LINHA INVALIDA NO JOBSTEP.TXT: " REGJST
              GO TO CRG-STEP1.
           IF W-QTDSTEP NOT < 50
              DISPLAY "JOBSTEP.TXT ACIMA DE 50 PASSOS - IGNORADO: "
                      JT-PROGRAMA
              GO TO CRG-STEP1.
           ADD 1 TO W-QTDSTEP
           MOVE JT-SEQ       TO TS-SEQ (W-QTDSTEP)
           MOVE JT-PROGRAMA  TO TS-PROGRAMA (W-QTDSTEP)
           MOVE JT-DESCRICAO TO TS-DESCRICAO (W-QTDSTEP)
           MOVE ZEROS        TO TS-DEPENDE (W-QTDSTEP)
           IF JT-DEPENDE NUMERIC
              MOVE JT-DEPENDE TO TS-DEPENDE (W-QTDSTEP).
           MOVE "S"          TO TS-PARA (W-QTDSTEP)
           IF JT-PARA = "N" OR "n"
              MOVE "N" TO TS-PARA (W-QTDSTEP).
           GO TO CRG-STEP1.
       CRG-STEP-FIM.
           EXIT.
      *
       CRG-PADRAO.
           OPEN OUTPUT JOBSTEP
           IF ST-JST NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO JOBSTEP.TXT"
              CLOSE CADCTRL JOBRUN
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIMP.
           MOVE "* SEQ/PROGRAMA/DEPENDE/PARA(S/N)/DESCRICAO"
                TO REGJST
           WRITE REGJST
           MOVE 1 TO IND2.
       CRG-PADRAO1.
           IF IND2 > 13
              GO TO CRG-PADRAO2.
           MOVE TP-ENT (IND2) TO REGJST
           WRITE REGJST
           ADD 1 TO IND2
           GO TO CRG-PADRAO1.
       CRG-PADRAO2.
           CLOSE JOBSTEP
           DISPLAY "JOBSTEP.TXT CRIADO COM A RODADA PADRAO".
       CRG-PADRAO-FIM.
           EXIT.
      *
      ***********************************************
      *  ABERTURA DA RODADA: SE A ULTIMA NAO CHEGOU *
      *  AO FIM, RETOMA A MESMA; SENAO NUMERA UMA   *
      *  NOVA PELO CADCTRL ("JOB"). O REGISTRO DE   *
      *  SEQUENCIA 000 E O CABECALHO DA RODADA      *
      ***********************************************
      *
       ABR-RODADA.
           MOVE "JOB" TO CT-SEQID
           READ CADCTRL
           IF ST-CTR = "23"
              MOVE "JOB" TO CT-SEQID
              MOVE 1 TO CT-PROXNUM
              WRITE REGCTRL
              IF ST-CTR NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCTRL"
                 GO TO ROT-FIM
              END-IF
           ELSE
              IF ST-CTR NOT = "00"
                 DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCTRL"
                 GO TO ROT-FIM.
           COMPUTE W-ULTRODADA = CT-PROXNUM - 1
           IF W-ULTRODADA = ZEROS
              GO TO ABR-RODADA1.
           MOVE W-ULTRODADA TO JR-RODADA
           MOVE ZEROS TO JR-SEQ
           READ JOBRUN
           IF ST-JRN = "00" AND JR-SITUACAO NOT = "C"
              MOVE "S" TO W-RETOMA
              MOVE W-ULTRODADA TO W-RODADA
              MOVE "E" TO JR-SITUACAO
              MOVE ZEROS TO JR-DATAFIM JR-HORAFIM
              REWRITE REGJRN
              GO TO ABR-RODADA-FIM.
       ABR-RODADA1.
           MOVE CT-PROXNUM TO W-RODADA
           ADD 1 TO CT-PROXNUM
           REWRITE REGCTRL
           IF ST-CTR NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADCTRL"
              GO TO ROT-FIM.
           ACCEPT W-TIMEHMS FROM TIME
           MOVE W-RODADA   TO JR-RODADA
           MOVE ZEROS      TO JR-SEQ JR-DATAFIM JR-HORAFIM JR-RC
           MOVE "SGPB020 " TO JR-PROGRAMA
           MOVE "RODADA NOTURNA" TO JR-DESCRICAO
           MOVE W-HOJE     TO JR-DATAINI
           MOVE W-HORA     TO JR-HORAINI
           MOVE "E"        TO JR-SITUACAO
           WRITE REGJRN
           IF ST-JRN NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO JOBRUN"
              GO TO ROT-FIM.
       ABR-RODADA-FIM.
           EXIT.
      *
      ***********************************************
      *  EXECUCAO DE UM PASSO DA RODADA             *
      *  SITUACAO: E = EM EXECUCAO   C = CONCLUIDO  *
      *            A = CONCLUIDO COM AVISO          *
      *            F = FALHOU                       *
      *            D = NAO INICIADO (DEPENDENCIA)   *
      *            N = NAO INICIADO (RODADA PAROU)  *
      ***********************************************
      *
       EXE-STEP.
           MOVE W-RODADA      TO JR-RODADA
           MOVE TS-SEQ (IND)  TO JR-SEQ
           MOVE "N" TO W-EXISTE
           READ JOBRUN
           IF ST-JRN = "00"
              MOVE "S" TO W-EXISTE.
           IF W-EXISTE = "S" AND (JR-SITUACAO = "C" OR "A")
              ADD 1 TO W-QTD-JA
              MOVE "JA CONCLUIDO" TO DET-SITUACAO
              PERFORM IMP-STEP THRU IMP-STEP-FIM
              GO TO EXE-STEP-FIM.
           MOVE "C" TO W-SITDEP
           IF TS-DEPENDE (IND) NOT = ZEROS
              PERFORM DEP-CHK THRU DEP-CHK-FIM.
           MOVE W-RODADA      TO JR-RODADA
           MOVE TS-SEQ (IND)  TO JR-SEQ
           MOVE TS-PROGRAMA (IND)  TO JR-PROGRAMA
           MOVE TS-DESCRICAO (IND) TO JR-DESCRICAO
           MOVE ZEROS TO JR-DATAINI JR-HORAINI JR-DATAFIM JR-HORAFIM
                         JR-RC
           IF W-PARADA = "S"
              MOVE "N" TO JR-SITUACAO
              GO TO EXE-NAO.
           IF W-SITDEP NOT = "C" AND W-SITDEP NOT = "A"
              MOVE "D" TO JR-SITUACAO
              GO TO EXE-NAO.
      *
      *   MARCA "EM EXECUCAO" ANTES DA CHAMADA: SE O
      *   PROGRAMA ABORTAR A RODADA FICA INCOMPLETA E
      *   O PASSO E REPETIDO NA RETOMADA
      *
           ACCEPT W-TIMEHMS FROM TIME
           ACCEPT JR-DATAINI FROM DATE YYYYMMDD
           MOVE W-HORA TO JR-HORAINI
           MOVE "E" TO JR-SITUACAO
           PERFORM GRV-JRN THRU GRV-JRN-FIM
           MOVE "S" TO W-EXISTE
           DISPLAY "PASSO " TS-SEQ (IND) " " TS-PROGRAMA (IND)
                   " - INICIO " JR-HORAINI
           MOVE TS-PROGRAMA (IND) TO W-PROG
           MOVE "N" TO W-FALHOU
           MOVE ZEROS TO RETURN-CODE
           CALL W-PROG
                ON EXCEPTION
                   MOVE "S" TO W-FALHOU
           END-CALL
           MOVE RETURN-CODE TO W-RC
           IF W-FALHOU = "N"
              CANCEL W-PROG.
           IF W-FALHOU = "S"
              DISPLAY "PROGRAMA " W-PROG " NAO DISPONIVEL"
              MOVE 9999 TO W-RC.
           MOVE W-RODADA      TO JR-RODADA
           MOVE TS-SEQ (IND)  TO JR-SEQ
           ACCEPT W-TIMEHMS FROM TIME
           ACCEPT JR-DATAFIM FROM DATE YYYYMMDD
           MOVE W-HORA TO JR-HORAFIM
           MOVE W-RC TO JR-RC
           ADD 1 TO W-QTD-EXEC
           IF W-RC = ZEROS
              MOVE "C" TO JR-SITUACAO
              ADD 1 TO W-QTD-OK
           ELSE
              IF W-RC = 4
                 MOVE "A" TO JR-SITUACAO
                 ADD 1 TO W-QTD-AVI
              ELSE
                 MOVE "F" TO JR-SITUACAO
                 ADD 1 TO W-QTD-FAL
                 IF TS-PARA (IND) = "S"
                    MOVE "S" TO W-PARADA.
           PERFORM GRV-JRN THRU GRV-JRN-FIM
           DISPLAY "PASSO " TS-SEQ (IND) " " TS-PROGRAMA (IND)
                   " - FIM " JR-HORAFIM " RC=" W-RC
           PERFORM SIT-TXT THRU SIT-TXT-FIM
           PERFORM IMP-STEP THRU IMP-STEP-FIM
           GO TO EXE-STEP-FIM.
      *
       EXE-NAO.
           ADD 1 TO W-QTD-NAO
           PERFORM GRV-JRN THRU GRV-JRN-FIM
           PERFORM SIT-TXT THRU SIT-TXT-FIM
           PERFORM IMP-STEP THRU IMP-STEP-FIM.
       EXE-STEP-FIM.
           EXIT.
      *
       DEP-CHK.
           MOVE SPACES TO W-SITDEP
           MOVE W-RODADA TO JR-RODADA
           MOVE TS-DEPENDE (IND) TO JR-SEQ
           READ JOBRUN
           IF ST-JRN = "00"
              MOVE JR-SITUACAO TO W-SITDEP.
       DEP-CHK-FIM.
           EXIT.
      *
       GRV-JRN.
           IF W-EXISTE = "S"
              REWRITE REGJRN
           ELSE
              WRITE REGJRN.
           IF ST-JRN NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO JOBRUN "
                      "ST=" ST-JRN.
       GRV-JRN-FIM.
           EXIT.
      *
       SIT-TXT.
           MOVE SPACES TO DET-SITUACAO
           IF JR-SITUACAO = "C"
              MOVE "CONCLUIDO" TO DET-SITUACAO.
           IF JR-SITUACAO = "A"
              MOVE "CONCL. C/AVISO" TO DET-SITUACAO.
           IF JR-SITUACAO = "F"
              MOVE "*** FALHOU ***" TO DET-SITUACAO.
           IF JR-SITUACAO = "D"
              MOVE "DEPENDENCIA" TO DET-SITUACAO.
           IF JR-SITUACAO = "N"
              MOVE "NAO INICIADO" TO DET-SITUACAO.
       SIT-TXT-FIM.
           EXIT.
      *
      ***********************************************
      *  LINHA DO PASSO NO RELATORIO, COM O TEMPO   *
      *  DECORRIDO (PODE PASSAR DA MEIA-NOITE)      *
      ***********************************************
      *
       IMP-STEP.
           MOVE TS-SEQ (IND)       TO DET-SEQ
           MOVE TS-PROGRAMA (IND)  TO DET-PROGRAMA
           MOVE TS-DESCRICAO (IND) TO DET-DESCRICAO
           MOVE JR-DATAINI TO DET-DATAINI
           MOVE JR-HORAINI TO DET-HORAINI
           MOVE JR-DATAFIM TO DET-DATAFIM
           MOVE JR-HORAFIM TO DET-HORAFIM
           MOVE JR-RC      TO DET-RC
           MOVE SPACES     TO DET-TEMPO
           IF JR-DATAINI = ZEROS OR JR-DATAFIM = ZEROS
              GO TO IMP-STEP1.
           MOVE JR-DATAINI TO W-DATAAUX
           MOVE JR-HORAINI TO W-HORAAUX
           PERFORM CAL-SEG THRU CAL-SEG-FIM
           MOVE W-SEGAUX TO W-SEGINI
           MOVE JR-DATAFIM TO W-DATAAUX
           MOVE JR-HORAFIM TO W-HORAAUX
           PERFORM CAL-SEG THRU CAL-SEG-FIM
           MOVE W-SEGAUX TO W-SEGFIM
           MOVE ZEROS TO W-DECORR
           IF W-SEGFIM > W-SEGINI
              COMPUTE W-DECORR = W-SEGFIM - W-SEGINI.
           IF DET-SITUACAO NOT = "JA CONCLUIDO"
              ADD W-DECORR TO W-DECTOT.
           PERFORM FMT-TEMPO THRU FMT-TEMPO-FIM
           MOVE W-TEMPO-ED TO DET-TEMPO.
       IMP-STEP1.
           WRITE LINHA-REL FROM DET1.
       IMP-STEP-FIM.
           EXIT.
      *
       CAL-SEG.
           COMPUTE W-SEGAUX =
                   FUNCTION INTEGER-OF-DATE(W-DATAAUX) * 86400
                   + W-AUXHH * 3600 + W-AUXMM * 60 + W-AUXSS.
       CAL-SEG-FIM.
           EXIT.
      *
       FMT-TEMPO.
           DIVIDE W-DECORR BY 3600 GIVING W-TMPHH REMAINDER W-RESTO
           DIVIDE W-RESTO BY 60 GIVING W-TMPMM REMAINDER W-TMPSS
           MOVE W-TMPHH TO TE-HH
           MOVE W-TMPMM TO TE-MM
           MOVE W-TMPSS TO TE-SS.
       FMT-TEMPO-FIM.
           EXIT.
      *
      ***********************************************
      *  FECHAMENTO DA RODADA E RESUMO              *
      ***********************************************
      *
       ROT-TOTAIS.
           MOVE W-RODADA TO JR-RODADA
           MOVE ZEROS    TO JR-SEQ
           READ JOBRUN
           IF ST-JRN = "00"
              ACCEPT W-TIMEHMS FROM TIME
              ACCEPT JR-DATAFIM FROM DATE YYYYMMDD
              MOVE W-HORA TO JR-HORAFIM
              IF W-QTD-FAL = ZEROS AND W-QTD-NAO = ZEROS
                 MOVE "C" TO JR-SITUACAO
                 MOVE ZEROS TO JR-RC
              ELSE
                 MOVE "F" TO JR-SITUACAO
                 MOVE 8 TO JR-RC
              END-IF
              REWRITE REGJRN.
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE W-QTD-EXEC TO ROD1-QTD
           WRITE LINHA-REL FROM ROD1
           MOVE W-QTD-OK   TO ROD2-QTD
           WRITE LINHA-REL FROM ROD2
           MOVE W-QTD-AVI  TO ROD3-QTD
           WRITE LINHA-REL FROM ROD3
           MOVE W-QTD-FAL  TO ROD4-QTD
           WRITE LINHA-REL FROM ROD4
           MOVE W-QTD-JA   TO ROD5-QTD
           WRITE LINHA-REL FROM ROD5
           MOVE W-QTD-NAO  TO ROD6-QTD
           WRITE LINHA-REL FROM ROD6
           MOVE W-DECTOT TO W-DECORR
           PERFORM FMT-TEMPO THRU FMT-TEMPO-FIM
           MOVE W-TEMPO-ED TO ROD7-TEMPO
           WRITE LINHA-REL FROM ROD7
           IF W-QTD-FAL = ZEROS AND W-QTD-NAO = ZEROS
              MOVE "CONCLUIDA" TO ROD8-SIT
              MOVE ZEROS TO RETURN-CODE
           ELSE
              MOVE "INCOMPLETA - SERA RETOMADA NA PROXIMA EXECUCAO"
                   TO ROD8-SIT
              MOVE 8 TO RETURN-CODE.
           WRITE LINHA-REL FROM ROD8
           DISPLAY "RODADA " W-RODADA ": " ROD8-SIT.
           CLOSE RELJOB.
           MOVE RETURN-CODE TO W-RC
           STRING "RODADA " W-RODADA DELIMITED BY SIZE INTO W-SPPARM
           MOVE "JOBRUN.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           MOVE W-RC TO RETURN-CODE.
      *
       ROT-FIM.
           CLOSE CADCTRL JOBRUN.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
