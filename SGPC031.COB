       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC031.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  RELATORIO DE NF DE ENTRADA PENDENTES              *
      *  1) NF BLOQUEADAS ("B") E AINDA NAO CONFERIDAS     *
      *     ("D") DO CADENT, COM OS ITENS: QTDE E PRECO    *
      *     DA NF X PEDIDO X QTDE RECEBIDA E A DIVERGENCIA *
      *     APONTADA PELO SGPD005                          *
      *  2) PEDIDOS DE COMPRA RECEBIDOS ("R") SEM NF DE    *
      *     ENTRADA VALIDA E SEM PARCELA NO CADPAG         *
      *     (MERCADORIA RECEBIDA AINDA NAO FATURADA)       *
      *  SAIDA EM RELNFBLQ.LST                             *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEN
                    FILE STATUS  IS ST-ENT.
           SELECT CADENTI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEI
                    FILE STATUS  IS ST-ENI
                    ALTERNATE RECORD KEY IS CHAVE2EI = EI-COMPRA
                                                      WITH DUPLICATES.
           SELECT CADCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-NUMERO
                    FILE STATUS  IS ST-CMP.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FO-CODIGO
                    FILE STATUS  IS ST-FORN.
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEP
                    FILE STATUS  IS ST-PAG.
           SELECT RELNFB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADENT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADENT.DAT".
       01 REGENT.
                03 CHAVEEN.
                    05 EN-CODFOR    PIC 9(05).
                    05 EN-NUMNOTA   PIC 9(09).
                03 EN-DATAEMI       PIC 9(08).
                03 EN-DATAENT       PIC 9(08).
                03 EN-QTDITENS      PIC 9(03).
                03 EN-VALORTOTAL    PIC 9(09)V99.
                03 EN-VALORICMS     PIC 9(09)V99.
                03 EN-SITUACAO      PIC X(01).
                03 EN-QTDDIVERG     PIC 9(03).
                03 EN-ORIGEM        PIC X(01).
                03 EN-SUPERVISOR    PIC X(08).
                03 EN-DATADECISAO   PIC 9(08).
                03 EN-ULTOPER       PIC X(08).
       FD CADENTI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADENTI.DAT".
       01 REGENTI.
                03 CHAVEEI.
                    05 EI-CODFOR    PIC 9(05).
                    05 EI-NUMNOTA   PIC 9(09).
                    05 EI-ITEM      PIC 9(03).
                03 EI-COMPRA        PIC 9(07).
                03 EI-PRODUTO       PIC 9(05).
                03 EI-QUANTIDADE    PIC 9(06).
                03 EI-PRECOUNIT     PIC 9(06)V99.
                03 EI-ALIQICMS      PIC 9(02)V99.
                03 EI-VALORICMS     PIC 9(07)V99.
                03 EI-SITCONF       PIC X(01).
                03 EI-OCORR         PIC X(30).
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
       FD RELNFB
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELNFBLQ.LST".
       01 LINHA-REL                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ENT       PIC X(02) VALUE "00".
       01 ST-ENI       PIC X(02) VALUE "00".
       01 ST-CMP       PIC X(02) VALUE "00".
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-FORN      PIC X(02) VALUE "00".
       01 ST-PAG       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-TEMFOR     PIC X(01) VALUE "S".
       01 W-TEMPAG     PIC X(01) VALUE "S".
       01 W-TEMNF      PIC X(01) VALUE "N".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DIAS       PIC 9(05) VALUE ZEROS.
       01 W-PRECOPED   PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-NFB    PIC 9(05) VALUE ZEROS.
       01 W-TOT-NFD    PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALNF  PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-SEMNF  PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALSNF PIC 9(11)V99 VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC031".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(132) VALUE SPACES.
      *
       01 CAB1.
          03 FILLER         PIC X(50) VALUE
             "NF DE ENTRADA PENDENTES DE CONFERENCIA/APROVACAO".
          03 FILLER         PIC X(08) VALUE "  DATA: ".
          03 CAB-HOJE       PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(60) VALUE
             "1) NF BLOQUEADAS (B) E NAO CONFERIDAS (D)".
       01 CAB3.
          03 FILLER         PIC X(06) VALUE "ITEM  ".
          03 FILLER         PIC X(09) VALUE " PEDIDO  ".
          03 FILLER         PIC X(07) VALUE "PROD.  ".
          03 FILLER         PIC X(08) VALUE " QTD NF ".
          03 FILLER         PIC X(08) VALUE "QTD PED ".
          03 FILLER         PIC X(08) VALUE "QTD REC ".
          03 FILLER         PIC X(11) VALUE "  PRECO NF ".
          03 FILLER         PIC X(11) VALUE " PRECO PED ".
          03 FILLER         PIC X(11) VALUE "DIVERGENCIA".
       01 DETNF.
          03 FILLER         PIC X(05) VALUE "FORN ".
          03 DNF-CODFOR     PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DNF-RAZAO      PIC X(30).
          03 FILLER         PIC X(05) VALUE "  NF ".
          03 DNF-NOTA       PIC ZZZZZZZZ9.
          03 FILLER         PIC X(06) VALUE " EMIS ".
          03 DNF-EMISSAO    PIC 9(08).
          03 FILLER         PIC X(07) VALUE " VALOR ".
          03 DNF-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(06) VALUE " SIT. ".
          03 DNF-SIT        PIC X(01).
          03 FILLER         PIC X(08) VALUE " DIVERG ".
          03 DNF-DIVERG     PIC ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DNF-ORIGEM     PIC X(10).
       01 DETIT.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DIT-ITEM       PIC ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DIT-PEDIDO     PIC ZZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DIT-PRODUTO    PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DIT-QTDNF      PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DIT-QTDPED     PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DIT-QTDREC     PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DIT-PRECONF    PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DIT-PRECOPED   PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DIT-OCORR      PIC X(30).
       01 CAB4.
          03 FILLER         PIC X(60) VALUE
             "2) PEDIDOS RECEBIDOS SEM NF DE ENTRADA E SEM CADPAG".
       01 CAB5.
          03 FILLER         PIC X(09) VALUE " PEDIDO  ".
          03 FILLER         PIC X(07) VALUE "FORN.  ".
          03 FILLER         PIC X(31) VALUE "RAZAO SOCIAL".
          03 FILLER         PIC X(07) VALUE "PROD.  ".
          03 FILLER         PIC X(08) VALUE "QTD REC ".
          03 FILLER         PIC X(09) VALUE "RECEBIDO ".
          03 FILLER         PIC X(06) VALUE " DIAS ".
          03 FILLER         PIC X(16) VALUE " VALOR ESTIMADO".
       01 DETSN.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DSN-PEDIDO     PIC ZZZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DSN-CODFOR     PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DSN-RAZAO      PIC X(30).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DSN-PRODUTO    PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DSN-QTDREC     PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DSN-DATAREC    PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DSN-DIAS       PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DSN-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LINTOT1.
          03 FILLER         PIC X(40) VALUE
             "NF BLOQUEADAS (AGUARDAM SUPERVISOR)...: ".
          03 TOT-NFB        PIC ZZ.ZZ9.
       01 LINTOT2.
          03 FILLER         PIC X(40) VALUE
             "NF NAO CONFERIDAS.....................: ".
          03 TOT-NFD        PIC ZZ.ZZ9.
       01 LINTOT3.
          03 FILLER         PIC X(40) VALUE
             "VALOR DAS NF PENDENTES................: ".
          03 TOT-VALNF      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINTOT4.
          03 FILLER         PIC X(40) VALUE
             "PEDIDOS RECEBIDOS SEM NF..............: ".
          03 TOT-SEMNF      PIC ZZ.ZZ9.
       01 LINTOT5.
          03 FILLER         PIC X(40) VALUE
             "VALOR ESTIMADO SEM NF.................: ".
          03 TOT-VALSNF     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CADCOMP
           IF ST-CMP NOT = "00"
              DISPLAY "*** ARQUIVO CADCOMP NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
              CLOSE CADCOMP
              GO TO ROT-FIMP.
           MOVE "S" TO W-TEMFOR
           OPEN INPUT CADFOR
           IF ST-FORN NOT = "00"
              MOVE "N" TO W-TEMFOR.
           MOVE "S" TO W-TEMPAG
           OPEN INPUT CADPAG
           IF ST-PAG NOT = "00"
              MOVE "N" TO W-TEMPAG.
      *
      *   SEM CADENT AINDA (NENHUMA NF DIGITADA): A 1A.
      *   PARTE SAI VAZIA E A 2A. LISTA TODO RECEBIDO
      *
           MOVE "S" TO W-TEMNF
           OPEN INPUT CADENT
           IF ST-ENT NOT = "00"
              MOVE "N" TO W-TEMNF
           ELSE
              OPEN INPUT CADENTI
              IF ST-ENI NOT = "00"
                 CLOSE CADENT
                 MOVE "N" TO W-TEMNF.
           OPEN OUTPUT RELNFB
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              GO TO ROT-FIM.
           MOVE W-HOJE TO CAB-HOJE
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB3
           WRITE LINHA-REL FROM LIMPA-LINHA.
      *
      ***********************************************
      *  1A. PARTE: NF "B" E "D" COM OS ITENS       *
      ***********************************************
      *
       NFB-000.
           IF W-TEMNF = "N"
              GO TO SNF-000.
           MOVE ZEROS TO EN-CODFOR EN-NUMNOTA
           START CADENT KEY IS NOT LESS CHAVEEN
                 INVALID KEY
                    GO TO SNF-000.
       NFB-001.
           READ CADENT NEXT RECORD
              AT END
                 GO TO SNF-000.
           IF EN-SITUACAO NOT = "B" AND "D"
              GO TO NFB-001.
           MOVE SPACES TO DNF-RAZAO
           IF W-TEMFOR = "S"
              MOVE EN-CODFOR TO FO-CODIGO
              READ CADFOR
              IF ST-FORN = "00"
                 MOVE FO-RAZAO TO DNF-RAZAO.
           MOVE EN-CODFOR     TO DNF-CODFOR
           MOVE EN-NUMNOTA    TO DNF-NOTA
           MOVE EN-DATAEMI    TO DNF-EMISSAO
           MOVE EN-VALORTOTAL TO DNF-VALOR
           MOVE EN-SITUACAO   TO DNF-SIT
           MOVE EN-QTDDIVERG  TO DNF-DIVERG
           IF EN-ORIGEM = "A"
              MOVE "ARQUIVO" TO DNF-ORIGEM
           ELSE
              MOVE "DIGITADA" TO DNF-ORIGEM.
           WRITE LINHA-REL FROM DETNF
           ADD EN-VALORTOTAL TO W-TOT-VALNF
           IF EN-SITUACAO = "B"
              ADD 1 TO W-TOT-NFB
           ELSE
              ADD 1 TO W-TOT-NFD.
           MOVE EN-CODFOR TO EI-CODFOR
           MOVE EN-NUMNOTA TO EI-NUMNOTA
           MOVE ZEROS TO EI-ITEM
           START CADENTI KEY IS NOT LESS CHAVEEI
                 INVALID KEY
                    GO TO NFB-009.
       NFB-002.
           READ CADENTI NEXT RECORD
              AT END
                 GO TO NFB-009.
           IF EI-CODFOR NOT = EN-CODFOR OR EI-NUMNOTA NOT = EN-NUMNOTA
              GO TO NFB-009.
           MOVE ZEROS TO DIT-QTDPED DIT-QTDREC W-PRECOPED
           MOVE EI-COMPRA TO CP-NUMERO
           READ CADCOMP
           IF ST-CMP = "00"
              MOVE CP-QUANTIDADE  TO DIT-QTDPED
              MOVE CP-QTDRECEBIDA TO DIT-QTDREC
              MOVE CP-CUSTOUNIT   TO W-PRECOPED
              IF W-PRECOPED = ZEROS
                 MOVE CP-PRODUTO TO CODIGO
                 READ CADPRO
                 IF ST-ERRO = "00"
                    MOVE PRECOCUSTO TO W-PRECOPED.
           MOVE EI-ITEM       TO DIT-ITEM
           MOVE EI-COMPRA     TO DIT-PEDIDO
           MOVE EI-PRODUTO    TO DIT-PRODUTO
           MOVE EI-QUANTIDADE TO DIT-QTDNF
           MOVE EI-PRECOUNIT  TO DIT-PRECONF
           MOVE W-PRECOPED    TO DIT-PRECOPED
           MOVE EI-OCORR      TO DIT-OCORR
           IF EI-SITCONF = SPACES
              MOVE "(NAO CONFERIDO)" TO DIT-OCORR.
           WRITE LINHA-REL FROM DETIT
           GO TO NFB-002.
       NFB-009.
           WRITE LINHA-REL FROM LIMPA-LINHA
           GO TO NFB-001.
      *
      ***********************************************
      *  2A. PARTE: RECEBIDO SEM NF E SEM CADPAG    *
      ***********************************************
      *
       SNF-000.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB4
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB5
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE ZEROS TO CP-NUMERO
           START CADCOMP KEY IS NOT LESS CP-NUMERO
                 INVALID KEY
                    GO TO FIM-REL.
       SNF-001.
           READ CADCOMP NEXT RECORD
              AT END
                 GO TO FIM-REL.
           IF CP-SITUACAO NOT = "R"
              GO TO SNF-001.
           IF W-TEMPAG = "S"
              MOVE CP-NUMERO TO PG-COMPRA
              MOVE 1 TO PG-PARCELA
              READ CADPAG
              IF ST-PAG = "00"
                 GO TO SNF-001.
      *
      *   PEDIDO EM ALGUMA NF NAO REJEITADA
      *
           IF W-TEMNF = "N"
              GO TO SNF-005.
           MOVE CP-NUMERO TO EI-COMPRA
           START CADENTI KEY IS EQUAL TO CHAVE2EI
                 INVALID KEY
                    GO TO SNF-005.
       SNF-002.
           READ CADENTI NEXT RECORD
              AT END
                 GO TO SNF-005.
           IF EI-COMPRA NOT = CP-NUMERO
              GO TO SNF-005.
           MOVE EI-CODFOR TO EN-CODFOR
           MOVE EI-NUMNOTA TO EN-NUMNOTA
           READ CADENT
           IF ST-ENT = "00" AND EN-SITUACAO NOT = "X"
              GO TO SNF-001.
           GO TO SNF-002.
       SNF-005.
           MOVE CP-CUSTOUNIT TO W-PRECOPED
           IF W-PRECOPED = ZEROS
              MOVE CP-PRODUTO TO CODIGO
              READ CADPRO
              IF ST-ERRO = "00"
                 MOVE PRECOCUSTO TO W-PRECOPED.
           COMPUTE W-VALOR = CP-QTDRECEBIDA * W-PRECOPED
           MOVE ZEROS TO W-DIAS
           IF CP-DATARECEB NOT = ZEROS AND CP-DATARECEB NOT > W-HOJE
              COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(W-HOJE)
                     - FUNCTION INTEGER-OF-DATE(CP-DATARECEB).
           MOVE SPACES TO DSN-RAZAO
           IF W-TEMFOR = "S"
              MOVE CP-CODFOR TO FO-CODIGO
              READ CADFOR
              IF ST-FORN = "00"
                 MOVE FO-RAZAO TO DSN-RAZAO.
           MOVE CP-NUMERO      TO DSN-PEDIDO
           MOVE CP-CODFOR      TO DSN-CODFOR
           MOVE CP-PRODUTO     TO DSN-PRODUTO
           MOVE CP-QTDRECEBIDA TO DSN-QTDREC
           MOVE CP-DATARECEB   TO DSN-DATAREC
           MOVE W-DIAS         TO DSN-DIAS
           MOVE W-VALOR        TO DSN-VALOR
           WRITE LINHA-REL FROM DETSN
           ADD 1 TO W-TOT-SEMNF
           ADD W-VALOR TO W-TOT-VALSNF
           GO TO SNF-001.
      *
       FIM-REL.
           MOVE W-TOT-NFB    TO TOT-NFB
           MOVE W-TOT-NFD    TO TOT-NFD
           MOVE W-TOT-VALNF  TO TOT-VALNF
           MOVE W-TOT-SEMNF  TO TOT-SEMNF
           MOVE W-TOT-VALSNF TO TOT-VALSNF
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINTOT1
           WRITE LINHA-REL FROM LINTOT2
           WRITE LINHA-REL FROM LINTOT3
           WRITE LINHA-REL FROM LINTOT4
           WRITE LINHA-REL FROM LINTOT5
           CLOSE RELNFB.
           MOVE "RELNFBLQ.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIM.
           CLOSE CADCOMP CADPRO.
           IF W-TEMFOR = "S"
              CLOSE CADFOR.
           IF W-TEMPAG = "S"
              CLOSE CADPAG.
           IF W-TEMNF = "S"
              CLOSE CADENT CADENTI.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
