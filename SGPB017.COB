       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB017.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  CONCILIACAO BANCARIA                             *
      *  LE O EXTRATO DO BANCO (EXTRATO.TXT) E CONFERE    *
      *  CADA LANCAMENTO COM O SISTEMA:                   *
      *    - CREDITO: PARCELA DO CADREC PAGA NA DATA      *
      *      (RC-VALORPAGO + MULTA E JUROS DO JUROSLOG)   *
      *    - DEBITO : PARCELA DO CADPAG PAGA NA DATA      *
      *      (PG-VALORPAGO)                               *
      *  O QUE NAO CONFERE (DOS DOIS LADOS) VAI PARA O    *
      *  RELATORIO DE EXCECOES E FICA PENDENTE NO CADCONC *
      *  ATE SER CONCILIADO EM OUTRO DIA OU RESOLVIDO NA  *
      *  TELA SGP026. PENDENCIAS DE DIAS ANTERIORES SAO   *
      *  CONFERIDAS DE NOVO A CADA EXTRATO                *
      *  A PARCELA EM DINHEIRO DA VENDA DE BALCAO (FORMA  *
      *  1 DO CADPGBAL) FICA NO CAIXA E NAO ENTRA NA      *
      *  CONCILIACAO                                      *
      *  RELATORIO EM RELCONC.LST                         *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EXT.
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT CADPGBAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPB
                    FILE STATUS  IS ST-PGB
                    ALTERNATE RECORD KEY IS CHAVE2PB = PB-SESSAO
                                                      WITH DUPLICATES.
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEP
                    FILE STATUS  IS ST-PAG.
           SELECT JUROSLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-JRL.
           SELECT CADCONC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BC-SEQ
                    FILE STATUS  IS ST-CON.
           SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-SEQID
                    FILE STATUS  IS ST-CTR.
           SELECT RELCON ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      ***********************************************
      *  LINHA DO EXTRATO: DATA (AAAAMMDD), TIPO    *
      *  (C=CREDITO / D=DEBITO), VALOR (9,2) SEM    *
      *  PONTO NEM VIRGULA, DOCUMENTO E HISTORICO   *
      ***********************************************
      *
       FD EXTRATO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 REGEXT.
                03 EX-DATA          PIC 9(08).
                03 EX-TIPO          PIC X(01).
                03 EX-VALOR         PIC 9(09)V99.
                03 EX-DOCUMENTO     PIC X(15).
                03 EX-HISTORICO     PIC X(40).
                03 FILLER           PIC X(05).
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
       FD CADPGBAL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPGBAL.DAT".
       01 REGPGBAL.
                03 CHAVEPB.
                    05 PB-PEDIDO    PIC 9(05).
                    05 PB-SEQ       PIC 9(01).
                03 PB-SESSAO        PIC 9(06).
                03 PB-FORMA         PIC 9(01).
                03 PB-VALOR         PIC 9(09)V99.
                03 PB-RECEBIDO      PIC 9(09)V99.
                03 PB-TROCO         PIC 9(09)V99.
                03 PB-PARCELAS      PIC 9(02).
                03 PB-DATA          PIC 9(08).
                03 PB-HORA          PIC 9(06).
                03 PB-OPERADOR      PIC X(08).
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
       FD JUROSLOG
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "JUROSLOG.DAT".
       01 REGJRL.
                03 JL-DATA          PIC 9(08).
                03 JL-PEDIDO        PIC 9(05).
                03 JL-PARCELA       PIC 9(02).
                03 JL-CODCLI        PIC 9(11).
                03 JL-VALMULTA      PIC 9(09)V99.
                03 JL-VALJUROS      PIC 9(09)V99.
                03 JL-OPERADOR      PIC X(08).
      *
      ***********************************************
      *  LANCAMENTOS DA CONCILIACAO                 *
      *  BC-ORIGEM  : B=EXTRATO DO BANCO            *
      *               S=PAGAMENTO DO SISTEMA        *
      *  BC-SITUACAO: P=PENDENTE C=CONCILIADO       *
      *               R=RESOLVIDO NA TELA SGP026    *
      *  BC-DOCUMENTO: DOCUMENTO DO BANCO OU        *
      *  "REC PPPPP/PP" / "PAG CCCCCCC/PP"          *
      ***********************************************
      *
       FD CADCONC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCONC.DAT".
       01 REGCONC.
                03 BC-SEQ           PIC 9(09).
                03 BC-ORIGEM        PIC X(01).
                03 BC-TIPO          PIC X(01).
                03 BC-DATA          PIC 9(08).
                03 BC-VALOR         PIC 9(09)V99.
                03 BC-DOCUMENTO     PIC X(15).
                03 BC-HISTORICO     PIC X(40).
                03 BC-SITUACAO      PIC X(01).
                03 BC-DATACONC      PIC 9(08).
                03 BC-CONTRA        PIC X(15).
                03 BC-OBS           PIC X(40).
                03 BC-ULTOPER       PIC X(08).
      *
       FD CADCTRL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCTRL.DAT".
       01 REGCTRL.
                03 CT-SEQID         PIC X(03).
                03 CT-PROXNUM       PIC 9(09).
      *
       FD RELCON
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELCONC.LST".
       01 LINHA-REL                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-EXT       PIC X(02) VALUE "00".
       01 ST-REC       PIC X(02) VALUE "00".
       01 ST-PAG       PIC X(02) VALUE "00".
       01 ST-PGB       PIC X(02) VALUE "00".
       01 ST-JRL       PIC X(02) VALUE "00".
       01 ST-CON       PIC X(02) VALUE "00".
       01 ST-CTR       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-TEMPAG     PIC X(01) VALUE "S".
       01 W-TEMJRL     PIC X(01) VALUE "S".
       01 W-TEMPGB     PIC X(01) VALUE "S".
       01 W-DINHEIRO   PIC X(01) VALUE "N".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATAINI    PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM    PIC 9(08) VALUE ZEROS.
       01 W-JAPROC     PIC 9(08) VALUE ZEROS.
       01 W-NUMCON     PIC 9(09) VALUE ZEROS.
       01 W-OCORR      PIC X(30) VALUE SPACES.
       01 W-REF        PIC X(15) VALUE SPACES.
       01 IND          PIC 9(04) VALUE ZEROS.
       01 IND2         PIC 9(04) VALUE ZEROS.
       01 W-TOT-LINHAS PIC 9(05) VALUE ZEROS.
       01 W-TOT-INVAL  PIC 9(05) VALUE ZEROS.
       01 W-TOT-CONC   PIC 9(05) VALUE ZEROS.
       01 W-TOT-PENBCO PIC 9(05) VALUE ZEROS.
       01 W-TOT-PENSIS PIC 9(05) VALUE ZEROS.
       01 W-TOT-ANTRES PIC 9(05) VALUE ZEROS.
       01 W-TOT-ANTABE PIC 9(05) VALUE ZEROS.
       01 W-TOT-CRED   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-DEB    PIC 9(11)V99 VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB017".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(132) VALUE SPACES.
      *
      *  LANCAMENTOS DO EXTRATO
      *
       01 TABEXT.
          03 TE-ITEM OCCURS 500 TIMES.
             05 TE-DATA       PIC 9(08).
             05 TE-TIPO       PIC X(01).
             05 TE-VALOR      PIC 9(09)V99.
             05 TE-DOC        PIC X(15).
             05 TE-HIST       PIC X(40).
             05 TE-SIT        PIC X(01).
             05 TE-REF        PIC X(15).
       01 TE-QTD       PIC 9(04) VALUE ZEROS.
      *
      *  PAGAMENTOS DO SISTEMA NO PERIODO DO EXTRATO
      *
       01 TABSIS.
          03 TS-ITEM OCCURS 2000 TIMES.
             05 TS-TIPO       PIC X(01).
             05 TS-DATA       PIC 9(08).
             05 TS-VALOR      PIC 9(09)V99.
             05 TS-CHAVE1     PIC 9(07).
             05 TS-CHAVE2     PIC 9(02).
             05 TS-CODIGO     PIC 9(11).
             05 TS-REF        PIC X(15).
             05 TS-SIT        PIC X(01).
       01 TS-QTD       PIC 9(04) VALUE ZEROS.
      *
      *  PENDENCIAS DE EXTRATOS ANTERIORES (CADCONC "P")
      *
       01 TABPEN.
          03 TP-ITEM OCCURS 1000 TIMES.
             05 TP-SEQ        PIC 9(09).
             05 TP-ORIGEM     PIC X(01).
             05 TP-TIPO       PIC X(01).
             05 TP-DATA       PIC 9(08).
             05 TP-VALOR      PIC 9(09)V99.
             05 TP-REF        PIC X(15).
             05 TP-SIT        PIC X(01).
       01 TP-QTD       PIC 9(04) VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER         PIC X(30) VALUE SPACES.
          03 FILLER         PIC X(38) VALUE
             "CONCILIACAO BANCARIA - EXTRATO DE    ".
          03 CAB1-DATAINI   PIC 9(08).
          03 FILLER         PIC X(03) VALUE " A ".
          03 CAB1-DATAFIM   PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(50) VALUE
             "ORIGEM  T DATA              VALOR  DOCUMENTO/REF  ".
          03 FILLER         PIC X(44) VALUE
             "  HISTORICO                                 ".
          03 FILLER         PIC X(10) VALUE "OCORRENCIA".
       01 CAB3.
          03 FILLER         PIC X(30) VALUE
             "LANCAMENTOS NAO CONCILIADOS  ".
       01 CAB4.
          03 FILLER         PIC X(50) VALUE
             "PENDENCIAS ANTERIORES CONCILIADAS NESTE EXTRATO   ".
       01 CAB5.
          03 FILLER         PIC X(50) VALUE
             "PENDENCIAS ANTERIORES AINDA EM ABERTO             ".
       01 DET1.
          03 DET-ORIGEM     PIC X(07).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-TIPO       PIC X(01).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DATA       PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-DOC        PIC X(15).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-HIST       PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-OCORR      PIC X(30).
       01 LINGERAL.
          03 FILLER         PIC X(21) VALUE "LINHAS DO EXTRATO..: ".
          03 GER-LINHAS     PIC ZZ.ZZ9.
          03 FILLER         PIC X(15) VALUE "   INVALIDAS: ".
          03 GER-INVAL      PIC ZZ.ZZ9.
          03 FILLER         PIC X(16) VALUE "   CONCILIADAS: ".
          03 GER-CONC       PIC ZZ.ZZ9.
       01 LINGERAL2.
          03 FILLER         PIC X(21) VALUE "PENDENTES BANCO....: ".
          03 GER-PENBCO     PIC ZZ.ZZ9.
          03 FILLER         PIC X(15) VALUE "   SISTEMA..: ".
          03 GER-PENSIS     PIC ZZ.ZZ9.
          03 FILLER         PIC X(16) VALUE "   ANTERIORES : ".
          03 GER-ANTABE     PIC ZZ.ZZ9.
          03 FILLER         PIC X(16) VALUE "   RESOLVIDAS : ".
          03 GER-ANTRES     PIC ZZ.ZZ9.
       01 LINGERAL3.
          03 FILLER         PIC X(21) VALUE "CREDITOS DO EXTRATO: ".
          03 GER-CRED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(12) VALUE "   DEBITOS: ".
          03 GER-DEB        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT EXTRATO
           IF ST-EXT NOT = "00"
              DISPLAY "*** ARQUIVO EXTRATO.TXT NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
              DISPLAY "*** ARQUIVO CADREC NAO ENCONTRADO ***"
              CLOSE EXTRATO
              GO TO ROT-FIMP.
           MOVE "S" TO W-TEMPAG
           OPEN INPUT CADPAG
           IF ST-PAG NOT = "00"
              MOVE "N" TO W-TEMPAG.
           MOVE "S" TO W-TEMJRL
           OPEN INPUT JUROSLOG
           IF ST-JRL NOT = "00"
              MOVE "N" TO W-TEMJRL.
           MOVE "S" TO W-TEMPGB
           OPEN INPUT CADPGBAL
           IF ST-PGB NOT = "00"
              MOVE "N" TO W-TEMPGB.
       INC-OP1.
           OPEN I-O CADCONC
           IF ST-CON NOT = "00"
              IF ST-CON = "30" OR "35"
                    OPEN OUTPUT CADCONC
                    CLOSE CADCONC
                    GO TO INC-OP1
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONC"
                    GO TO ROT-FIM1.
       INC-OP2.
           OPEN I-O CADCTRL
           IF ST-CTR NOT = "00"
              IF ST-CTR = "30" OR "35"
                    OPEN OUTPUT CADCTRL
                    CLOSE CADCTRL
                    GO TO INC-OP2
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCTRL"
                    CLOSE CADCONC
                    GO TO ROT-FIM1.
           OPEN OUTPUT RELCON
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADCONC CADCTRL
              GO TO ROT-FIM1.
      *
      ***********************************************
      *  CARGA DO EXTRATO E PERIODO COBERTO         *
      ***********************************************
      *
       CRG-EXT.
           READ EXTRATO
              AT END
                 GO TO CRG-EXT9.
           IF REGEXT = SPACES
              GO TO CRG-EXT.
           ADD 1 TO W-TOT-LINHAS
           IF EX-DATA NOT NUMERIC OR EX-VALOR NOT NUMERIC
              OR EX-DATA = ZEROS OR EX-VALOR = ZEROS
              OR (EX-TIPO NOT = "C" AND "D")
              ADD 1 TO W-TOT-INVAL
              DISPLAY "*** LINHA INVALIDA NO EXTRATO: " REGEXT
              GO TO CRG-EXT.
           IF TE-QTD NOT < 500
              DISPLAY "*** TABELA DO EXTRATO CHEIA (500) ***"
              GO TO ROT-FIM.
           ADD 1 TO TE-QTD
           MOVE EX-DATA      TO TE-DATA (TE-QTD)
           MOVE EX-TIPO      TO TE-TIPO (TE-QTD)
           MOVE EX-VALOR     TO TE-VALOR (TE-QTD)
           MOVE EX-DOCUMENTO TO TE-DOC (TE-QTD)
           MOVE EX-HISTORICO TO TE-HIST (TE-QTD)
           MOVE "N"          TO TE-SIT (TE-QTD)
           MOVE SPACES       TO TE-REF (TE-QTD)
           IF EX-TIPO = "C"
              ADD EX-VALOR TO W-TOT-CRED
           ELSE
              ADD EX-VALOR TO W-TOT-DEB.
           IF W-DATAINI = ZEROS OR EX-DATA < W-DATAINI
              MOVE EX-DATA TO W-DATAINI.
           IF EX-DATA > W-DATAFIM
              MOVE EX-DATA TO W-DATAFIM.
           GO TO CRG-EXT.
       CRG-EXT9.
           IF TE-QTD = ZEROS
              DISPLAY "*** EXTRATO SEM LANCAMENTOS VALIDOS ***"
              GO TO ROT-FIM.
      *
      ***********************************************
      *  EXTRATO JA PROCESSADO E CARGA DAS          *
      *  PENDENCIAS DE DIAS ANTERIORES              *
      ***********************************************
      *
       CRG-PEN.
           MOVE ZEROS TO BC-SEQ
           START CADCONC KEY IS NOT LESS BC-SEQ
                 INVALID KEY
                    GO TO CRG-PEN9.
       CRG-PEN1.
           READ CADCONC NEXT RECORD
               AT END
                  GO TO CRG-PEN9.
           IF BC-ORIGEM = "B" AND BC-DATA NOT < W-DATAINI
              AND BC-DATA NOT > W-DATAFIM
              MOVE BC-DATA TO W-JAPROC.
           IF BC-SITUACAO NOT = "P"
              GO TO CRG-PEN1.
           IF TP-QTD NOT < 1000
              DISPLAY "*** TABELA DE PENDENCIAS CHEIA (1000) ***"
              GO TO ROT-FIM.
           ADD 1 TO TP-QTD
           MOVE BC-SEQ       TO TP-SEQ (TP-QTD)
           MOVE BC-ORIGEM    TO TP-ORIGEM (TP-QTD)
           MOVE BC-TIPO      TO TP-TIPO (TP-QTD)
           MOVE BC-DATA      TO TP-DATA (TP-QTD)
           MOVE BC-VALOR     TO TP-VALOR (TP-QTD)
           MOVE BC-DOCUMENTO TO TP-REF (TP-QTD)
           MOVE "N"          TO TP-SIT (TP-QTD)
           GO TO CRG-PEN1.
       CRG-PEN9.
           IF W-JAPROC NOT = ZEROS
              DISPLAY "*** EXTRATO DE " W-JAPROC " JA CONCILIADO ***"
              GO TO ROT-FIM.
      *
      ***********************************************
      *  RECEBIMENTOS DO SISTEMA NO PERIODO         *
      ***********************************************
      *
       CRG-REC.
           MOVE ZEROS TO RC-PEDIDO RC-PARCELA
           START CADREC KEY IS NOT LESS CHAVER
                 INVALID KEY
                    GO TO CRG-JUR.
       CRG-REC1.
           READ CADREC NEXT RECORD
               AT END
                  GO TO CRG-JUR.
           IF RC-VALORPAGO = ZEROS
              GO TO CRG-REC1.
           IF RC-DATAPAGTO < W-DATAINI OR RC-DATAPAGTO > W-DATAFIM
              GO TO CRG-REC1.
           PERFORM REC-DIN THRU REC-DIN-FIM
           IF W-DINHEIRO = "S"
              GO TO CRG-REC1.
           IF TS-QTD NOT < 2000
              DISPLAY "*** TABELA DE PAGAMENTOS CHEIA (2000) ***"
              GO TO ROT-FIM.
           ADD 1 TO TS-QTD
           MOVE "C"          TO TS-TIPO (TS-QTD)
           MOVE RC-DATAPAGTO TO TS-DATA (TS-QTD)
           MOVE RC-VALORPAGO TO TS-VALOR (TS-QTD)
           MOVE RC-PEDIDO    TO TS-CHAVE1 (TS-QTD)
           MOVE RC-PARCELA   TO TS-CHAVE2 (TS-QTD)
           MOVE RC-CODCLI    TO TS-CODIGO (TS-QTD)
           MOVE SPACES       TO TS-REF (TS-QTD)
           STRING "REC " RC-PEDIDO "/" RC-PARCELA
                  DELIMITED BY SIZE INTO TS-REF (TS-QTD)
           MOVE "N"          TO TS-SIT (TS-QTD)
           GO TO CRG-REC1.
      *
      ***********************************************
      *  MULTA E JUROS RECEBIDOS JUNTO COM A        *
      *  PARCELA (SGP010) ENTRAM NO MESMO CREDITO   *
      ***********************************************
      *
       CRG-JUR.
           IF W-TEMJRL = "N"
              GO TO CRG-PAG.
       CRG-JUR1.
           READ JUROSLOG
              AT END
                 GO TO CRG-PAG.
           IF JL-DATA < W-DATAINI OR JL-DATA > W-DATAFIM
              GO TO CRG-JUR1.
           MOVE 1 TO IND.
       CRG-JUR2.
           IF IND > TS-QTD
              GO TO CRG-JUR1.
           IF TS-TIPO (IND) = "C" AND TS-CHAVE1 (IND) = JL-PEDIDO
              AND TS-CHAVE2 (IND) = JL-PARCELA
              AND TS-DATA (IND) = JL-DATA
              ADD JL-VALMULTA JL-VALJUROS TO TS-VALOR (IND)
              GO TO CRG-JUR1.
           ADD 1 TO IND
           GO TO CRG-JUR2.
      *
      ***********************************************
      *  PAGAMENTOS A FORNECEDORES NO PERIODO       *
      ***********************************************
      *
       CRG-PAG.
           IF W-TEMPAG = "N"
              GO TO CAB-001.
           MOVE ZEROS TO PG-COMPRA PG-PARCELA
           START CADPAG KEY IS NOT LESS CHAVEP
                 INVALID KEY
                    GO TO CAB-001.
       CRG-PAG1.
           READ CADPAG NEXT RECORD
               AT END
                  GO TO CAB-001.
           IF PG-VALORPAGO = ZEROS
              GO TO CRG-PAG1.
           IF PG-DATAPAGTO < W-DATAINI OR PG-DATAPAGTO > W-DATAFIM
              GO TO CRG-PAG1.
           IF TS-QTD NOT < 2000
              DISPLAY "*** TABELA DE PAGAMENTOS CHEIA (2000) ***"
              GO TO ROT-FIM.
           ADD 1 TO TS-QTD
           MOVE "D"          TO TS-TIPO (TS-QTD)
           MOVE PG-DATAPAGTO TO TS-DATA (TS-QTD)
           MOVE PG-VALORPAGO TO TS-VALOR (TS-QTD)
           MOVE PG-COMPRA    TO TS-CHAVE1 (TS-QTD)
           MOVE PG-PARCELA   TO TS-CHAVE2 (TS-QTD)
           MOVE PG-CODFOR    TO TS-CODIGO (TS-QTD)
           MOVE SPACES       TO TS-REF (TS-QTD)
           STRING "PAG " PG-COMPRA "/" PG-PARCELA
                  DELIMITED BY SIZE INTO TS-REF (TS-QTD)
           MOVE "N"          TO TS-SIT (TS-QTD)
           GO TO CRG-PAG1.
      *
       CAB-001.
           MOVE W-DATAINI TO CAB1-DATAINI
           MOVE W-DATAFIM TO CAB1-DATAFIM
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB4.
      *
      ***********************************************
      *  CONFERENCIA DE CADA LANCAMENTO DO EXTRATO: *
      *  1) PAGAMENTO DO SISTEMA MESMO TIPO, DATA E *
      *     VALOR                                   *
      *  2) PENDENCIA ANTERIOR DO SISTEMA MESMO     *
      *     TIPO E VALOR (DATA LANCADA ERRADA OU    *
      *     COMPENSACAO EM OUTRO DIA)               *
      *  TODO LANCAMENTO DO BANCO E GRAVADO NO      *
      *  CADCONC (CONCILIADO OU PENDENTE)           *
      ***********************************************
      *
       CONC-001.
           MOVE ZEROS TO IND.
       CONC-002.
           ADD 1 TO IND
           IF IND > TE-QTD
              GO TO SIS-001.
           MOVE 1 TO IND2.
       CONC-003.
           IF IND2 > TS-QTD
              MOVE 1 TO IND2
              GO TO CONC-004.
           IF TS-SIT (IND2) = "N" AND TS-TIPO (IND2) = TE-TIPO (IND)
              AND TS-DATA (IND2) = TE-DATA (IND)
              AND TS-VALOR (IND2) = TE-VALOR (IND)
              MOVE "S"           TO TS-SIT (IND2) TE-SIT (IND)
              MOVE TS-REF (IND2) TO TE-REF (IND)
              GO TO CONC-005.
           ADD 1 TO IND2
           GO TO CONC-003.
       CONC-004.
           IF IND2 > TP-QTD
              GO TO CONC-005.
           IF TP-SIT (IND2) = "N" AND TP-ORIGEM (IND2) = "S"
              AND TP-TIPO (IND2) = TE-TIPO (IND)
              AND TP-VALOR (IND2) = TE-VALOR (IND)
              MOVE "S"           TO TP-SIT (IND2) TE-SIT (IND)
              MOVE TP-REF (IND2) TO TE-REF (IND)
              MOVE TE-DOC (IND)  TO W-REF
              PERFORM PEN-BAIXA THRU PEN-BAIXA-FIM
              GO TO CONC-005.
           ADD 1 TO IND2
           GO TO CONC-004.
       CONC-005.
           PERFORM GER-NUMCON THRU GER-NUMCON-FIM
           MOVE W-NUMCON      TO BC-SEQ
           MOVE "B"           TO BC-ORIGEM
           MOVE TE-TIPO (IND) TO BC-TIPO
           MOVE TE-DATA (IND) TO BC-DATA
           MOVE TE-VALOR (IND) TO BC-VALOR
           MOVE TE-DOC (IND)  TO BC-DOCUMENTO
           MOVE TE-HIST (IND) TO BC-HISTORICO
           MOVE SPACES        TO BC-OBS
           MOVE "SGPB017 "    TO BC-ULTOPER
           IF TE-SIT (IND) = "S"
              MOVE "C"           TO BC-SITUACAO
              MOVE W-HOJE        TO BC-DATACONC
              MOVE TE-REF (IND)  TO BC-CONTRA
              ADD 1 TO W-TOT-CONC
           ELSE
              MOVE "P"           TO BC-SITUACAO
              MOVE ZEROS         TO BC-DATACONC
              MOVE SPACES        TO BC-CONTRA.
           WRITE REGCONC
           IF ST-CON NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCONC"
              GO TO ROT-FIM.
           GO TO CONC-002.
      *
      ***********************************************
      *  PAGAMENTOS DO SISTEMA SEM LANCAMENTO NO    *
      *  EXTRATO: PRIMEIRO CONFERE COM PENDENCIA    *
      *  ANTERIOR DO BANCO (MESMO TIPO E VALOR),    *
      *  SENAO FICA PENDENTE                        *
      ***********************************************
      *
       SIS-001.
           MOVE ZEROS TO IND.
       SIS-002.
           ADD 1 TO IND
           IF IND > TS-QTD
              GO TO EXC-001.
           IF TS-SIT (IND) = "S"
              GO TO SIS-002.
           MOVE 1 TO IND2.
       SIS-003.
           IF IND2 > TP-QTD
              GO TO SIS-004.
           IF TP-SIT (IND2) = "N" AND TP-ORIGEM (IND2) = "B"
              AND TP-TIPO (IND2) = TS-TIPO (IND)
              AND TP-VALOR (IND2) = TS-VALOR (IND)
              MOVE "S"           TO TP-SIT (IND2) TS-SIT (IND)
              MOVE TS-REF (IND)  TO W-REF
              PERFORM PEN-BAIXA THRU PEN-BAIXA-FIM
              GO TO SIS-002.
           ADD 1 TO IND2
           GO TO SIS-003.
       SIS-004.
           PERFORM GER-NUMCON THRU GER-NUMCON-FIM
           MOVE W-NUMCON      TO BC-SEQ
           MOVE "S"           TO BC-ORIGEM
           MOVE TS-TIPO (IND) TO BC-TIPO
           MOVE TS-DATA (IND) TO BC-DATA
           MOVE TS-VALOR (IND) TO BC-VALOR
           MOVE TS-REF (IND)  TO BC-DOCUMENTO
           MOVE SPACES        TO BC-HISTORICO
           IF TS-TIPO (IND) = "C"
              STRING "RECEBIMENTO CLIENTE " TS-CODIGO (IND)
                     DELIMITED BY SIZE INTO BC-HISTORICO
           ELSE
              STRING "PAGAMENTO FORNECEDOR " TS-CODIGO (IND) (7:5)
                     DELIMITED BY SIZE INTO BC-HISTORICO.
           MOVE "P"           TO BC-SITUACAO
           MOVE ZEROS         TO BC-DATACONC
           MOVE SPACES        TO BC-CONTRA BC-OBS
           MOVE "SGPB017 "    TO BC-ULTOPER
           WRITE REGCONC
           IF ST-CON NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCONC"
              GO TO ROT-FIM.
           GO TO SIS-002.
      *
      ***********************************************
      *  BAIXA DA PENDENCIA ANTERIOR TP-SEQ (IND2)  *
      *  CONCILIADA COM W-REF                       *
      ***********************************************
      *
       PEN-BAIXA.
           MOVE TP-SEQ (IND2) TO BC-SEQ
           READ CADCONC
           IF ST-CON NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCONC " BC-SEQ
              GO TO PEN-BAIXA-FIM.
           MOVE "C"        TO BC-SITUACAO
           MOVE W-HOJE     TO BC-DATACONC
           MOVE W-REF      TO BC-CONTRA
           MOVE "SGPB017 " TO BC-ULTOPER
           REWRITE REGCONC
           IF ST-CON NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADCONC"
              GO TO ROT-FIM.
           ADD 1 TO W-TOT-ANTRES
           IF BC-ORIGEM = "B"
              MOVE "BANCO  " TO DET-ORIGEM
           ELSE
              MOVE "SISTEMA" TO DET-ORIGEM.
           MOVE BC-TIPO      TO DET-TIPO
           MOVE BC-DATA      TO DET-DATA
           MOVE BC-VALOR     TO DET-VALOR
           MOVE BC-DOCUMENTO TO DET-DOC
           MOVE BC-HISTORICO TO DET-HIST
           MOVE SPACES       TO DET-OCORR
           STRING "CONCILIADO COM " W-REF
                  DELIMITED BY SIZE INTO DET-OCORR
           WRITE LINHA-REL FROM DET1.
       PEN-BAIXA-FIM.
           EXIT.
      *
       GER-NUMCON.
           MOVE "CON" TO CT-SEQID
           READ CADCTRL
           IF ST-CTR = "23"
              MOVE "CON" TO CT-SEQID
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
           MOVE CT-PROXNUM TO W-NUMCON
           ADD 1 TO CT-PROXNUM
           REWRITE REGCTRL
           IF ST-CTR NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADCTRL"
              GO TO ROT-FIM.
       GER-NUMCON-FIM.
           EXIT.
      *
      ***********************************************
      *  PARCELA EM DINHEIRO DA VENDA DE BALCAO:    *
      *  O SGP009 GRAVA UMA PARCELA JA PAGA POR     *
      *  FORMA DO CADPGBAL, COM O VALOR DA FORMA.   *
      *  A PARCELA PAGA QUE BATE COM UMA FORMA 1    *
      *  (DINHEIRO) DO PEDIDO NAO VAI PARA O BANCO  *
      ***********************************************
      *
       REC-DIN.
           MOVE "N" TO W-DINHEIRO
           IF W-TEMPGB = "N"
              GO TO REC-DIN-FIM.
           MOVE RC-PEDIDO TO PB-PEDIDO
           MOVE ZEROS TO PB-SEQ
           START CADPGBAL KEY IS NOT LESS CHAVEPB
                 INVALID KEY
                    GO TO REC-DIN-FIM.
       REC-DIN1.
           READ CADPGBAL NEXT RECORD
               AT END
                  GO TO REC-DIN-FIM.
           IF PB-PEDIDO NOT = RC-PEDIDO
              GO TO REC-DIN-FIM.
           IF PB-FORMA NOT = 1 OR PB-VALOR NOT = RC-VALORPAGO
              GO TO REC-DIN1.
           MOVE "S" TO W-DINHEIRO.
       REC-DIN-FIM.
           EXIT.
      *
      ***********************************************
      *  RELATORIO DE EXCECOES: LANCAMENTOS DO      *
      *  BANCO E DO SISTEMA NAO CONCILIADOS. QUANDO *
      *  O VALOR EXISTE DO OUTRO LADO EM OUTRA DATA *
      *  A OCORRENCIA MOSTRA A REFERENCIA           *
      ***********************************************
      *
       EXC-001.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB3
           MOVE ZEROS TO IND.
       EXC-002.
           ADD 1 TO IND
           IF IND > TE-QTD
              MOVE ZEROS TO IND
              GO TO EXC-005.
           IF TE-SIT (IND) = "S"
              GO TO EXC-002.
           ADD 1 TO W-TOT-PENBCO
           MOVE "SEM LANCAMENTO NO SISTEMA" TO W-OCORR
           MOVE 1 TO IND2.
       EXC-003.
           IF IND2 > TS-QTD
              GO TO EXC-004.
           IF TS-SIT (IND2) = "N" AND TS-TIPO (IND2) = TE-TIPO (IND)
              AND TS-VALOR (IND2) = TE-VALOR (IND)
              MOVE SPACES TO W-OCORR
              STRING "DATA DIVERGENTE: " TS-REF (IND2) (1:12)
                     DELIMITED BY SIZE INTO W-OCORR
              GO TO EXC-004.
           ADD 1 TO IND2
           GO TO EXC-003.
       EXC-004.
           MOVE "BANCO  "      TO DET-ORIGEM
           MOVE TE-TIPO (IND)  TO DET-TIPO
           MOVE TE-DATA (IND)  TO DET-DATA
           MOVE TE-VALOR (IND) TO DET-VALOR
           MOVE TE-DOC (IND)   TO DET-DOC
           MOVE TE-HIST (IND)  TO DET-HIST
           MOVE W-OCORR        TO DET-OCORR
           WRITE LINHA-REL FROM DET1
           GO TO EXC-002.
       EXC-005.
           ADD 1 TO IND
           IF IND > TS-QTD
              GO TO EXC-007.
           IF TS-SIT (IND) = "S"
              GO TO EXC-005.
           ADD 1 TO W-TOT-PENSIS
           MOVE "SEM LANCAMENTO NO EXTRATO" TO W-OCORR
           MOVE 1 TO IND2.
       EXC-006.
           IF IND2 > TE-QTD
              GO TO EXC-006A.
           IF TE-SIT (IND2) = "N" AND TE-TIPO (IND2) = TS-TIPO (IND)
              AND TE-VALOR (IND2) = TS-VALOR (IND)
              MOVE SPACES TO W-OCORR
              STRING "DATA DIVERGENTE: BANCO " TE-DATA (IND2)
                     DELIMITED BY SIZE INTO W-OCORR
              GO TO EXC-006A.
           ADD 1 TO IND2
           GO TO EXC-006.
       EXC-006A.
           MOVE "SISTEMA"      TO DET-ORIGEM
           MOVE TS-TIPO (IND)  TO DET-TIPO
           MOVE TS-DATA (IND)  TO DET-DATA
           MOVE TS-VALOR (IND) TO DET-VALOR
           MOVE TS-REF (IND)   TO DET-DOC
           MOVE SPACES         TO DET-HIST
           IF TS-TIPO (IND) = "C"
              STRING "RECEBIMENTO CLIENTE " TS-CODIGO (IND)
                     DELIMITED BY SIZE INTO DET-HIST
           ELSE
              STRING "PAGAMENTO FORNECEDOR " TS-CODIGO (IND) (7:5)
                     DELIMITED BY SIZE INTO DET-HIST.
           MOVE W-OCORR        TO DET-OCORR
           WRITE LINHA-REL FROM DET1
           GO TO EXC-005.
      *
      ***********************************************
      *  PENDENCIAS DE DIAS ANTERIORES QUE          *
      *  CONTINUAM EM ABERTO                        *
      ***********************************************
      *
       EXC-007.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB5
           MOVE ZEROS TO IND.
       EXC-008.
           ADD 1 TO IND
           IF IND > TP-QTD
              GO TO ROT-TOTAIS.
           IF TP-SIT (IND) = "S"
              GO TO EXC-008.
           ADD 1 TO W-TOT-ANTABE
           IF TP-ORIGEM (IND) = "B"
              MOVE "BANCO  " TO DET-ORIGEM
           ELSE
              MOVE "SISTEMA" TO DET-ORIGEM.
           MOVE TP-TIPO (IND)  TO DET-TIPO
           MOVE TP-DATA (IND)  TO DET-DATA
           MOVE TP-VALOR (IND) TO DET-VALOR
           MOVE TP-REF (IND)   TO DET-DOC
           MOVE SPACES         TO DET-HIST DET-OCORR
           STRING "PENDENCIA " TP-SEQ (IND)
                  DELIMITED BY SIZE INTO DET-OCORR
           WRITE LINHA-REL FROM DET1
           GO TO EXC-008.
      *
       ROT-TOTAIS.
           MOVE W-TOT-LINHAS TO GER-LINHAS
           MOVE W-TOT-INVAL  TO GER-INVAL
           MOVE W-TOT-CONC   TO GER-CONC
           MOVE W-TOT-PENBCO TO GER-PENBCO
           MOVE W-TOT-PENSIS TO GER-PENSIS
           MOVE W-TOT-ANTABE TO GER-ANTABE
           MOVE W-TOT-ANTRES TO GER-ANTRES
           MOVE W-TOT-CRED   TO GER-CRED
           MOVE W-TOT-DEB    TO GER-DEB
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGERAL
           WRITE LINHA-REL FROM LINGERAL2
           WRITE LINHA-REL FROM LINGERAL3.
           DISPLAY "LINHAS DO EXTRATO: " W-TOT-LINHAS.
           DISPLAY "CONCILIADAS......: " W-TOT-CONC.
           DISPLAY "PENDENTES BANCO..: " W-TOT-PENBCO.
           DISPLAY "PENDENTES SISTEMA: " W-TOT-PENSIS.
      *
       ROT-FIM.
           CLOSE CADCONC CADCTRL RELCON.
           MOVE "RELCONC.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIM1.
           CLOSE EXTRATO CADREC.
           IF W-TEMPAG = "S"
              CLOSE CADPAG.
           IF W-TEMJRL = "S"
              CLOSE JUROSLOG.
           IF W-TEMPGB = "S"
              CLOSE CADPGBAL.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
