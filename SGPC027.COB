       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC027.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  VENDAS SALVAS POR PRODUTOS SUBSTITUTOS NO MES    *
      *  LE O SUBSLOG GRAVADO PELO SGP006 E, PARA CADA    *
      *  PRODUTO ORIGINAL SEM SALDO, TOTALIZA:            *
      *    - TROCAS PELO SUBSTITUTO (ACAO "T")            *
      *    - DIVISOES ORIGINAL/SUBSTITUTO (ACAO "D")      *
      *    - BACKORDERS COM SUBSTITUTO DISPONIVEL         *
      *    - BACKORDERS SEM SUBSTITUTO DISPONIVEL         *
      *  E O VALOR SALVO CONTRA O VALOR EM BACKORDER      *
      *  RELATORIO EM RELSUBS.LST                         *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-SLG.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
           SELECT SORTSUB ASSIGN TO DISK.
           SELECT RELSUB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD SUBSLOG
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "SUBSLOG.DAT".
       01 REGSUBSLOG.
                03 SL-DATA          PIC 9(08).
                03 SL-DATA-DEC REDEFINES SL-DATA.
                    05 SL-DATA-AM   PIC 9(06).
                    05 SL-DATA-DIA  PIC 9(02).
                03 SL-HORA          PIC 9(06).
                03 SL-PEDIDO        PIC 9(05).
                03 SL-ITEM          PIC 9(03).
                03 SL-CODCLI        PIC 9(11).
                03 SL-PRODUTO       PIC 9(05).
                03 SL-SUBST         PIC 9(05).
                03 SL-ACAO          PIC X(01).
                03 SL-TINHASUB      PIC X(01).
                03 SL-QUANTIDADE    PIC 9(05)V99.
                03 SL-VALOR         PIC 9(09)V99.
                03 SL-DEPOSITO      PIC X(02).
                03 SL-OPERADOR      PIC X(08).
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
       SD SORTSUB.
       01 REGSORT.
                03 S-PRODUTO        PIC 9(05).
                03 S-ACAO           PIC X(01).
                03 S-TINHASUB       PIC X(01).
                03 S-QUANTIDADE     PIC 9(05)V99.
                03 S-VALOR          PIC 9(09)V99.
      *
       FD RELSUB
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELSUBS.LST".
       01 LINHA-REL                PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SLG       PIC X(02) VALUE "00".
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-FIM-SLG    PIC X(01) VALUE "N".
       01 W-FIM-SORT   PIC X(01) VALUE "N".
       01 W-PRIM-PRO   PIC X(01) VALUE "S".
       01 W-PRO-ANT    PIC 9(05) VALUE ZEROS.
       01 W-ANOMES     PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIDOS  PIC 9(06) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC027".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(130) VALUE SPACES.
      *
       01 W-PRO-NTROCA  PIC 9(05) VALUE ZEROS.
       01 W-PRO-QTROCA  PIC 9(07)V99 VALUE ZEROS.
       01 W-PRO-NDIV    PIC 9(05) VALUE ZEROS.
       01 W-PRO-QDIV    PIC 9(07)V99 VALUE ZEROS.
       01 W-PRO-NBCS    PIC 9(05) VALUE ZEROS.
       01 W-PRO-QBCS    PIC 9(07)V99 VALUE ZEROS.
       01 W-PRO-NBSS    PIC 9(05) VALUE ZEROS.
       01 W-PRO-QBSS    PIC 9(07)V99 VALUE ZEROS.
       01 W-PRO-VSALVO  PIC 9(11)V99 VALUE ZEROS.
       01 W-PRO-VBACK   PIC 9(11)V99 VALUE ZEROS.
      *
       01 W-GER-SALVAS  PIC 9(07) VALUE ZEROS.
       01 W-GER-BCS     PIC 9(07) VALUE ZEROS.
       01 W-GER-BSS     PIC 9(07) VALUE ZEROS.
       01 W-GER-VSALVO  PIC 9(11)V99 VALUE ZEROS.
       01 W-GER-VBACK   PIC 9(11)V99 VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER         PIC X(25) VALUE SPACES.
          03 FILLER         PIC X(48) VALUE
             "VENDAS SALVAS POR SUBSTITUTOS X BACKORDER - MES ".
          03 CAB1-MES       PIC 9(06).
       01 CAB2.
          03 FILLER         PIC X(50) VALUE
             "PROD  DESCRICAO              TROCAS    QTDE DIVISO".
          03 FILLER         PIC X(50) VALUE
             "ES    QTDE  BCK C/SUB    QTDE  BCK S/SUB    QTDE  ".
          03 FILLER         PIC X(30) VALUE
             " VALOR SALVO     VALOR BCK".
       01 DET1.
          03 DET-PRODUTO    PIC 9(05).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DESCRICAO  PIC X(22).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-NTROCA     PIC ZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-QTROCA     PIC ZZZ.ZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DET-NDIV       PIC ZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-QDIV       PIC ZZZ.ZZ9.
          03 FILLER         PIC X(05) VALUE SPACES.
          03 DET-NBCS       PIC ZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-QBCS       PIC ZZZ.ZZ9.
          03 FILLER         PIC X(05) VALUE SPACES.
          03 DET-NBSS       PIC ZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-QBSS       PIC ZZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VSALVO     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VBACK      PIC ZZ.ZZZ.ZZ9,99.
       01 LINGER1.
          03 FILLER         PIC X(40) VALUE
             "VENDAS SALVAS POR SUBSTITUTO...........:".
          03 GER-SALVAS     PIC ZZZ.ZZ9.
          03 FILLER         PIC X(12) VALUE "     VALOR: ".
          03 GER-VSALVO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINGER2.
          03 FILLER         PIC X(40) VALUE
             "ENVIADAS A BACKORDER COM SUBSTITUTO....:".
          03 GER-BCS        PIC ZZZ.ZZ9.
       01 LINGER3.
          03 FILLER         PIC X(40) VALUE
             "ENVIADAS A BACKORDER SEM SUBSTITUTO....:".
          03 GER-BSS        PIC ZZZ.ZZ9.
       01 LINGER4.
          03 FILLER         PIC X(40) VALUE
             "TOTAL ENVIADO A BACKORDER..............:".
          03 GER-BCK        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(12) VALUE "     VALOR: ".
          03 GER-VBACK      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           DISPLAY "MES DAS VENDAS (AAAAMM): "
           ACCEPT W-ANOMES FROM CONSOLE.
           IF W-ANOMES = ZEROS
              DISPLAY "*** MES INVALIDO ***"
              GO TO ROT-FIMP.
           OPEN INPUT SUBSLOG
           IF ST-SLG NOT = "00"
              DISPLAY "*** ARQUIVO SUBSLOG NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
              CLOSE SUBSLOG
              GO TO ROT-FIMP.
           OPEN OUTPUT RELSUB
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE SUBSLOG CADPRO
              GO TO ROT-FIMP.
           SORT SORTSUB ON ASCENDING KEY S-PRODUTO
                INPUT PROCEDURE IS CARGA-SORT
                OUTPUT PROCEDURE IS IMPRIME-REL.
           CLOSE SUBSLOG CADPRO RELSUB.
           DISPLAY "REGISTROS DO MES.........: " W-TOT-LIDOS.
           DISPLAY "VENDAS SALVAS............: " W-GER-SALVAS.
           STRING "MES " W-ANOMES DELIMITED BY SIZE INTO W-SPPARM
           MOVE "RELSUBS.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       CARGA-SORT.
           PERFORM UNTIL W-FIM-SLG = "S"
              READ SUBSLOG
                 AT END
                    MOVE "S" TO W-FIM-SLG
                 NOT AT END
                    IF SL-DATA-AM = W-ANOMES
                       PERFORM TRATA-SLG
                    END-IF
           END-PERFORM.
      *
       TRATA-SLG.
           ADD 1 TO W-TOT-LIDOS
           MOVE SL-PRODUTO    TO S-PRODUTO
           MOVE SL-ACAO       TO S-ACAO
           MOVE SL-TINHASUB   TO S-TINHASUB
           MOVE SL-QUANTIDADE TO S-QUANTIDADE
           MOVE SL-VALOR      TO S-VALOR
           RELEASE REGSORT.
      *
       IMPRIME-REL.
           MOVE W-ANOMES TO CAB1-MES
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA.
           PERFORM UNTIL W-FIM-SORT = "S"
              RETURN SORTSUB AT END
                 MOVE "S" TO W-FIM-SORT
              NOT AT END
                 PERFORM TRATA-REG-SORT
           END-PERFORM.
           IF W-PRIM-PRO = "N"
              PERFORM TOTAL-PRODUTO.
           MOVE W-GER-SALVAS TO GER-SALVAS
           MOVE W-GER-VSALVO TO GER-VSALVO
           MOVE W-GER-BCS    TO GER-BCS
           MOVE W-GER-BSS    TO GER-BSS
           COMPUTE GER-BCK = W-GER-BCS + W-GER-BSS
           MOVE W-GER-VBACK  TO GER-VBACK
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGER1
           WRITE LINHA-REL FROM LINGER2
           WRITE LINHA-REL FROM LINGER3
           WRITE LINHA-REL FROM LINGER4.
      *
      ***********************************************
      *  TROCA E DIVISAO CONTAM COMO VENDA SALVA;   *
      *  BACKORDER SEPARA SE HAVIA OU NAO ALGUM     *
      *  SUBSTITUTO COM SALDO NA HORA DA VENDA      *
      ***********************************************
      *
       TRATA-REG-SORT.
           IF W-PRIM-PRO = "S" OR S-PRODUTO NOT = W-PRO-ANT
              IF W-PRIM-PRO = "N"
                 PERFORM TOTAL-PRODUTO
              END-IF
              MOVE "N" TO W-PRIM-PRO
              MOVE S-PRODUTO TO W-PRO-ANT
              MOVE ZEROS TO W-PRO-NTROCA W-PRO-QTROCA W-PRO-NDIV
                            W-PRO-QDIV W-PRO-NBCS W-PRO-QBCS
                            W-PRO-NBSS W-PRO-QBSS W-PRO-VSALVO
                            W-PRO-VBACK.
           IF S-ACAO = "T"
              ADD 1 TO W-PRO-NTROCA W-GER-SALVAS
              ADD S-QUANTIDADE TO W-PRO-QTROCA
              ADD S-VALOR TO W-PRO-VSALVO W-GER-VSALVO.
           IF S-ACAO = "D"
              ADD 1 TO W-PRO-NDIV W-GER-SALVAS
              ADD S-QUANTIDADE TO W-PRO-QDIV
              ADD S-VALOR TO W-PRO-VSALVO W-GER-VSALVO.
           IF S-ACAO = "B"
              ADD S-VALOR TO W-PRO-VBACK W-GER-VBACK
              IF S-TINHASUB = "S"
                 ADD 1 TO W-PRO-NBCS W-GER-BCS
                 ADD S-QUANTIDADE TO W-PRO-QBCS
              ELSE
                 ADD 1 TO W-PRO-NBSS W-GER-BSS
                 ADD S-QUANTIDADE TO W-PRO-QBSS.
      *
       TOTAL-PRODUTO.
           MOVE W-PRO-ANT TO DET-PRODUTO CODIGO
           READ CADPRO
           IF ST-ERRO = "00"
              MOVE DESCRICAO TO DET-DESCRICAO
           ELSE
              MOVE SPACES TO DET-DESCRICAO.
           MOVE W-PRO-NTROCA TO DET-NTROCA
           MOVE W-PRO-QTROCA TO DET-QTROCA
           MOVE W-PRO-NDIV   TO DET-NDIV
           MOVE W-PRO-QDIV   TO DET-QDIV
           MOVE W-PRO-NBCS   TO DET-NBCS
           MOVE W-PRO-QBCS   TO DET-QBCS
           MOVE W-PRO-NBSS   TO DET-NBSS
           MOVE W-PRO-QBSS   TO DET-QBSS
           MOVE W-PRO-VSALVO TO DET-VSALVO
           MOVE W-PRO-VBACK  TO DET-VBACK
           WRITE LINHA-REL FROM DET1.
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
