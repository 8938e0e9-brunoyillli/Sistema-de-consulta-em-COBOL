       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC029.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  VALORIZACAO E IDADE DO ESTOQUE POR DEPOSITO       *
      *  SALDO DO CADEST (ES-SALDO) X CUSTO MEDIO DO       *
      *  CADPRO (PRECOCUSTO, MANTIDO PELO SGP011), POR     *
      *  DEPOSITO E TIPO (CADTIPO), COM SUBTOTAIS E TOTAL  *
      *  GERAL. A IDADE E CONTADA DA ULTIMA SAIDA POR      *
      *  VENDA ("VE") NO MOVEST E NOS HISTORICOS           *
      *  MOVAAAAMM.DAT DO SGPB013, EM FAIXAS DE 0-30,      *
      *  31-90, 91-180, MAIS DE 180 DIAS E SEM VENDA.      *
      *  A COBERTURA (MESES) USA A VENDA DOS ULTIMOS 90    *
      *  DIAS DO PRODUTO. OS ITENS PARADOS (MAIS DE 180    *
      *  DIAS OU SEM VENDA) SAEM TAMBEM NO ESTPARAD.LST    *
      *  PARA AS COMPRAS.                                  *
      *  RODAR NO FECHAMENTO DO MES, ANTES DO MOVIMENTO    *
      *  NOVO, PARA A VALORIZACAO SER A DO MES FECHADO.    *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
           SELECT CADTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPO
                    FILE STATUS  IS ST-TIP.
           SELECT CADEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEE
                    FILE STATUS  IS ST-EST.
           SELECT MOVEST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-MOV.
           SELECT MOVHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-HST.
           SELECT SORTVAL ASSIGN TO DISK.
           SELECT RELVAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           SELECT RELPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADTIPO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADTIPO.DAT".
       01 REGTIPO.
                03 CODTIPO          PIC 9(01).
                03 DESCTIPO         PIC X(19).
                03 ALIQICMS         PIC 9(02)V99.
      *
       FD CADEST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADEST.DAT".
       01 REGEST.
                03 CHAVEE.
                    05 ES-DEPOSITO  PIC X(02).
                    05 ES-CODIGO    PIC 9(05).
                03 ES-SALDO         PIC 9(06).
                03 ES-ULTOPER       PIC X(08).
      *
       FD MOVEST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "MOVEST.DAT".
       01 REGMOV.
                03 MV-CODIGO        PIC 9(05).
                03 MV-DATA          PIC 9(08).
                03 MV-HORA          PIC 9(06).
                03 MV-TIPOMOV       PIC X(02).
                03 MV-ES            PIC X(01).
                03 MV-QUANTIDADE    PIC 9(05)V99.
                03 MV-SALDO         PIC 9(06).
                03 MV-PEDIDO        PIC 9(05).
                03 MV-ITEM          PIC 9(03).
                03 MV-OPERADOR      PIC X(08).
                03 MV-DEPOSITO      PIC X(02).
      *
       FD MOVHIST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-NOMEHIST.
       01 REGMOVH              PIC X(53).
      *
       SD SORTVAL.
       01 REGSORT.
                03 S-DEPOSITO       PIC X(02).
                03 S-TIPO           PIC 9(01).
                03 S-CODIGO         PIC 9(05).
                03 S-DESCRICAO      PIC X(30).
                03 S-UNIDADE        PIC X(02).
                03 S-SALDO          PIC 9(06).
                03 S-CUSTO          PIC 9(06)V99.
      *
       FD RELVAL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELVALES.LST".
       01 LINHA-REL                PIC X(132).
      *
       FD RELPAR
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "ESTPARAD.LST".
       01 LINHA-PAR                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-TIP       PIC X(02) VALUE "00".
       01 ST-EST       PIC X(02) VALUE "00".
       01 ST-MOV       PIC X(02) VALUE "00".
       01 ST-HST       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 ST-PAR       PIC X(02) VALUE "00".
       01 W-TEMMOV     PIC X(01) VALUE "S".
       01 W-NOMEHIST   PIC X(40) VALUE SPACES.
       01 W-COMPINI    PIC 9(06) VALUE ZEROS.
       01 W-COMPCOR    PIC 9(06) VALUE ZEROS.
       01 W-COMPATU    PIC 9(06) VALUE ZEROS.
       01 W-ANO        PIC 9(04) VALUE ZEROS.
       01 W-MES        PIC 9(02) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-DEC REDEFINES W-HOJE.
          03 W-HOJE-AM    PIC 9(06).
          03 W-HOJE-DIA   PIC 9(02).
       01 W-HOJEINT    PIC 9(08) VALUE ZEROS.
       01 W-DIASINT    PIC 9(08) VALUE ZEROS.
      *
      *   JANELA DE VENDA PARA A COBERTURA (90 DIAS =
      *   3 MESES)
      *
       01 W-JANELA     PIC 9(03) VALUE 90.
       01 W-MESESJAN   PIC 9(01) VALUE 3.
       01 W-DATACORTE  PIC 9(08) VALUE ZEROS.
      *
       01 W-PRIM-DEP   PIC X(01) VALUE "S".
       01 W-DEP-ANT    PIC X(02) VALUE SPACES.
       01 W-PRIM-TIPO  PIC X(01) VALUE "S".
       01 W-TIPO-ANT   PIC 9(01) VALUE ZEROS.
       01 W-TIPOEXT    PIC X(19) VALUE SPACES.
       01 W-VALOR      PIC 9(12)V99 VALUE ZEROS.
       01 W-DIAS       PIC 9(05) VALUE ZEROS.
       01 W-FAIXA      PIC 9(01) VALUE ZEROS.
       01 W-COBERT     PIC 9(05)V9 VALUE ZEROS.
       01 W-VAL-TIPO   PIC 9(13)V99 VALUE ZEROS.
       01 W-VAL-DEP    PIC 9(13)V99 VALUE ZEROS.
       01 W-VAL-GERAL  PIC 9(13)V99 VALUE ZEROS.
       01 W-QTD-TIPO   PIC 9(05) VALUE ZEROS.
       01 W-QTD-DEP    PIC 9(05) VALUE ZEROS.
       01 W-QTD-GERAL  PIC 9(06) VALUE ZEROS.
       01 W-QTD-PAR    PIC 9(06) VALUE ZEROS.
       01 W-VAL-PAR    PIC 9(13)V99 VALUE ZEROS.
       01 IND          PIC 9(01) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC029".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(132) VALUE SPACES.
      *
      *   ULTIMA VENDA E VENDA NA JANELA, PELO CODIGO
      *   DO PRODUTO
      *
       01 TABVISTO.
          03 TV-FLAG   PIC X(01) OCCURS 99999 TIMES.
       01 TABULT.
          03 TU-DATA   PIC 9(08) OCCURS 99999 TIMES.
       01 TABVEN.
          03 TQ-QTD    PIC 9(07)V99 OCCURS 99999 TIMES.
      *
      *   FAIXAS DE IDADE: 1=0-30 2=31-90 3=91-180
      *   4=MAIS DE 180 5=SEM VENDA
      *
       01 TAB-FAIXA.
          03 FILLER         PIC X(10) VALUE "0-30 DIAS ".
          03 FILLER         PIC X(10) VALUE "31-90 DIAS".
          03 FILLER         PIC X(10) VALUE "91-180 DIA".
          03 FILLER         PIC X(10) VALUE "+180 DIAS ".
          03 FILLER         PIC X(10) VALUE "SEM VENDA ".
       01 TAB-FAIXA-R REDEFINES TAB-FAIXA.
          03 TF-DESC        PIC X(10) OCCURS 5 TIMES.
       01 TAB-IDADE.
          03 TI-ENT OCCURS 5 TIMES.
             05 TI-QTD      PIC 9(06).
             05 TI-VALOR    PIC 9(13)V99.
      *
       01 CAB1.
          03 FILLER         PIC X(50) VALUE
             "VALORIZACAO E IDADE DO ESTOQUE POR DEPOSITO".
          03 FILLER         PIC X(08) VALUE "  DATA: ".
          03 CAB1-DATA      PIC 9(08).
          03 FILLER         PIC X(18) VALUE "  HISTORICO DESDE ".
          03 CAB1-COMPINI   PIC 9(06).
       01 CABPAR.
          03 FILLER         PIC X(50) VALUE
             "ESTOQUE PARADO - MAIS DE 180 DIAS OU SEM VENDA".
          03 FILLER         PIC X(08) VALUE "  DATA: ".
          03 CABPAR-DATA    PIC 9(08).
       01 CABDEP.
          03 FILLER         PIC X(10) VALUE "DEPOSITO: ".
          03 CABDEP-DEP     PIC X(12).
       01 CAB2.
          03 FILLER         PIC X(06) VALUE "TIPO: ".
          03 CAB2-TIPOEXT   PIC X(19).
       01 CAB3.
          03 FILLER         PIC X(50) VALUE
             "CODIGO DESCRICAO                      UN   SALDO  ".
          03 FILLER         PIC X(50) VALUE
             "CUSTO MEDIO    VALOR ESTOQUE  ULT.VENDA DIAS IDADE".
          03 FILLER         PIC X(13) VALUE
             "      COBERT.".
       01 CAB3P.
          03 FILLER         PIC X(50) VALUE
             "DEP CODIGO DESCRICAO                      UN   SAL".
          03 FILLER         PIC X(42) VALUE
             "DO     VALOR ESTOQUE  ULT.VENDA DIAS IDADE".
       01 DET1.
          03 DET-CODIGO     PIC 9(05).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-DESCRICAO  PIC X(30).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-UNIDADE    PIC X(02).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-SALDO      PIC ZZZ.ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-CUSTO      PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-ULTVENDA   PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DIAS       PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-FAIXA      PIC X(10).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-COBERT     PIC ZZZZ9,9.
          03 DET-COBERTX REDEFINES DET-COBERT PIC X(07).
       01 DETP.
          03 DETP-DEPOSITO  PIC X(02).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETP-CODIGO    PIC 9(05).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETP-DESCRICAO PIC X(30).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETP-UNIDADE   PIC X(02).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETP-SALDO     PIC ZZZ.ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETP-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETP-ULTVENDA  PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETP-DIAS      PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETP-FAIXA     PIC X(10).
       01 LINSUB.
          03 FILLER         PIC X(25) VALUE
             "TOTAL DO TIPO.....: ".
          03 SUB-QTD        PIC ZZ.ZZ9.
          03 FILLER         PIC X(10) VALUE " ITENS".
          03 FILLER         PIC X(20) VALUE SPACES.
          03 SUB-VALOR      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINDEP.
          03 FILLER         PIC X(25) VALUE
             "TOTAL DO DEPOSITO.: ".
          03 DEP-QTD        PIC ZZ.ZZ9.
          03 FILLER         PIC X(10) VALUE " ITENS".
          03 FILLER         PIC X(20) VALUE SPACES.
          03 DEP-VALOR      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINGERAL.
          03 FILLER         PIC X(25) VALUE
             "TOTAL GERAL.......: ".
          03 GER-QTD        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(09) VALUE " ITENS".
          03 FILLER         PIC X(20) VALUE SPACES.
          03 GER-VALOR      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 CABIDADE.
          03 FILLER         PIC X(50) VALUE
             "RESUMO POR IDADE (DIAS DESDE A ULTIMA VENDA)".
       01 LINIDADE.
          03 FILLER         PIC X(05) VALUE SPACES.
          03 LID-FAIXA      PIC X(10).
          03 FILLER         PIC X(10) VALUE SPACES.
          03 LID-QTD        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(09) VALUE " ITENS".
          03 FILLER         PIC X(20) VALUE SPACES.
          03 LID-VALOR      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINPAR.
          03 FILLER         PIC X(25) VALUE
             "TOTAL PARADO......: ".
          03 PAR-QTD        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(09) VALUE " ITENS".
          03 FILLER         PIC X(20) VALUE SPACES.
          03 PAR-VALOR      PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE-AM TO W-COMPATU.
           MOVE FUNCTION INTEGER-OF-DATE(W-HOJE) TO W-HOJEINT.
           COMPUTE W-DIASINT = W-HOJEINT - W-JANELA
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASINT) TO W-DATACORTE.
           DISPLAY "COMPETENCIA INICIAL DO HISTORICO (AAAAMM / "
                   "0=ULTIMOS 12 MESES): "
           ACCEPT W-COMPINI FROM CONSOLE.
           IF W-COMPINI = ZEROS
              DIVIDE W-COMPATU BY 100 GIVING W-ANO REMAINDER W-MES
              SUBTRACT 1 FROM W-ANO
              COMPUTE W-COMPINI = (W-ANO * 100) + W-MES.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADTIPO
           IF ST-TIP NOT = "00"
              DISPLAY "*** ARQUIVO CADTIPO NAO ENCONTRADO ***"
              CLOSE CADPRO
              GO TO ROT-FIMP.
           OPEN INPUT CADEST
           IF ST-EST NOT = "00"
              DISPLAY "*** ARQUIVO CADEST NAO ENCONTRADO ***"
              CLOSE CADPRO CADTIPO
              GO TO ROT-FIMP.
           MOVE "S" TO W-TEMMOV
           OPEN INPUT MOVEST
           IF ST-MOV NOT = "00"
              MOVE "N" TO W-TEMMOV.
           OPEN OUTPUT RELVAL
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              GO TO ROT-FIM.
           OPEN OUTPUT RELPAR
           IF ST-PAR NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ESTPARAD.LST ***"
              CLOSE RELVAL
              GO TO ROT-FIM.
           MOVE ALL "N" TO TABVISTO
           MOVE ZEROS TO TABULT TABVEN TAB-IDADE.
      *
      ***********************************************
      *  VENDAS DAS COMPETENCIAS FECHADAS PELO      *
      *  SGPB013 (MOVAAAAMM.DAT) E DO MOVEST        *
      *  CORRENTE: DATA DA ULTIMA SAIDA POR VENDA E *
      *  QUANTIDADE VENDIDA NA JANELA DE 90 DIAS    *
      ***********************************************
      *
       HIS-VAR0.
           MOVE W-COMPINI TO W-COMPCOR.
       HIS-VAR1.
           IF W-COMPCOR NOT < W-COMPATU
              GO TO LER-MOV0.
           MOVE SPACES TO W-NOMEHIST
           STRING "MOV" W-COMPCOR ".DAT" DELIMITED BY SIZE
               INTO W-NOMEHIST
           OPEN INPUT MOVHIST
           IF ST-HST NOT = "00"
              GO TO HIS-PROX.
       HIS-VAR2.
           READ MOVHIST
              AT END
                 CLOSE MOVHIST
                 GO TO HIS-PROX.
           MOVE REGMOVH TO REGMOV
           PERFORM ACU-VENDA THRU ACU-VENDA-FIM
           GO TO HIS-VAR2.
       HIS-PROX.
           DIVIDE W-COMPCOR BY 100 GIVING W-ANO REMAINDER W-MES
           IF W-MES = 12
              ADD 1 TO W-ANO
              MOVE 1 TO W-MES
           ELSE
              ADD 1 TO W-MES.
           COMPUTE W-COMPCOR = (W-ANO * 100) + W-MES
           GO TO HIS-VAR1.
      *
       LER-MOV0.
           IF W-TEMMOV = "N"
              GO TO REL-000.
       LER-MOV1.
           READ MOVEST
              AT END
                 GO TO REL-000.
           PERFORM ACU-VENDA THRU ACU-VENDA-FIM
           GO TO LER-MOV1.
      *
       REL-000.
           MOVE W-HOJE    TO CAB1-DATA CABPAR-DATA
           MOVE W-COMPINI TO CAB1-COMPINI
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-PAR FROM CABPAR
           WRITE LINHA-PAR FROM LIMPA-LINHA
           WRITE LINHA-PAR FROM CAB3P
           WRITE LINHA-PAR FROM LIMPA-LINHA.
           SORT SORTVAL ON ASCENDING KEY S-DEPOSITO S-TIPO S-CODIGO
                INPUT PROCEDURE IS CRG-SORT THRU CRG-SORT-FIM
                OUTPUT PROCEDURE IS IMP-REL THRU IMP-REL-FIM.
           GO TO ROT-TOTAIS.
      *
       ACU-VENDA.
           IF MV-CODIGO = ZEROS
              GO TO ACU-VENDA-FIM.
           IF MV-ES NOT = "S" OR MV-TIPOMOV NOT = "VE"
              GO TO ACU-VENDA-FIM.
           IF MV-DATA > TU-DATA (MV-CODIGO)
              MOVE MV-DATA TO TU-DATA (MV-CODIGO).
           IF MV-DATA NOT < W-DATACORTE
              ADD MV-QUANTIDADE TO TQ-QTD (MV-CODIGO).
       ACU-VENDA-FIM.
           EXIT.
      *
      ***********************************************
      *  SALDOS POR DEPOSITO DO CADEST; PRODUTO SEM *
      *  NENHUM REGISTRO NO CADEST ENTRA NO GRUPO   *
      *  "--" PELO ESTOQUE DO CADPRO (COMO NO       *
      *  SGPC005)                                   *
      ***********************************************
      *
       CRG-SORT.
           MOVE LOW-VALUES TO CHAVEE
           START CADEST KEY IS NOT LESS CHAVEE
                 INVALID KEY
                    GO TO CRG-SORT2.
       CRG-SORT1.
           READ CADEST NEXT RECORD
              AT END
                 GO TO CRG-SORT2.
           IF ES-CODIGO = ZEROS
              GO TO CRG-SORT1.
           MOVE "S" TO TV-FLAG (ES-CODIGO)
           IF ES-SALDO = ZEROS
              GO TO CRG-SORT1.
           MOVE ES-CODIGO TO CODIGO
           READ CADPRO
           IF ST-ERRO NOT = "00"
              GO TO CRG-SORT1.
           MOVE ES-DEPOSITO TO S-DEPOSITO
           MOVE ES-SALDO    TO S-SALDO
           PERFORM LIB-SORT THRU LIB-SORT-FIM
           GO TO CRG-SORT1.
       CRG-SORT2.
           MOVE ZEROS TO CODIGO
           START CADPRO KEY IS NOT LESS CODIGO
                 INVALID KEY
                    GO TO CRG-SORT-FIM.
       CRG-SORT3.
           READ CADPRO NEXT RECORD
              AT END
                 GO TO CRG-SORT-FIM.
           IF CODIGO = ZEROS OR ESTOQUE = ZEROS
              GO TO CRG-SORT3.
           IF TV-FLAG (CODIGO) = "S"
              GO TO CRG-SORT3.
           MOVE "--"    TO S-DEPOSITO
           MOVE ESTOQUE TO S-SALDO
           PERFORM LIB-SORT THRU LIB-SORT-FIM
           GO TO CRG-SORT3.
       CRG-SORT-FIM.
           EXIT.
      *
       LIB-SORT.
           MOVE TIPO       TO S-TIPO
           MOVE CODIGO     TO S-CODIGO
           MOVE DESCRICAO  TO S-DESCRICAO
           MOVE UNIDADE    TO S-UNIDADE
           MOVE PRECOCUSTO TO S-CUSTO
           RELEASE REGSORT.
       LIB-SORT-FIM.
           EXIT.
      *
      ***********************************************
      *  IMPRESSAO COM QUEBRA POR DEPOSITO E TIPO   *
      ***********************************************
      *
       IMP-REL.
           RETURN SORTVAL
              AT END
                 GO TO IMP-REL2.
           IF W-PRIM-DEP = "S" OR S-DEPOSITO NOT = W-DEP-ANT
              PERFORM QBR-TIPO THRU QBR-TIPO-FIM
              PERFORM QBR-DEP THRU QBR-DEP-FIM
              MOVE "N" TO W-PRIM-DEP
              MOVE S-DEPOSITO TO W-DEP-ANT
              IF S-DEPOSITO = "--"
                 MOVE "SEM DEPOSITO" TO CABDEP-DEP
              ELSE
                 MOVE S-DEPOSITO TO CABDEP-DEP
              END-IF
              WRITE LINHA-REL FROM CABDEP.
           IF W-PRIM-TIPO = "S" OR S-TIPO NOT = W-TIPO-ANT
              PERFORM QBR-TIPO THRU QBR-TIPO-FIM
              MOVE "N" TO W-PRIM-TIPO
              MOVE S-TIPO TO W-TIPO-ANT
              PERFORM BUSCA-TIPOEXT THRU BUSCA-TIPOEXT-FIM
              MOVE W-TIPOEXT TO CAB2-TIPOEXT
              WRITE LINHA-REL FROM CAB2
              WRITE LINHA-REL FROM CAB3.
           PERFORM IMP-DET THRU IMP-DET-FIM
           GO TO IMP-REL.
       IMP-REL2.
           PERFORM QBR-TIPO THRU QBR-TIPO-FIM
           PERFORM QBR-DEP THRU QBR-DEP-FIM.
       IMP-REL-FIM.
           EXIT.
      *
       IMP-DET.
           COMPUTE W-VALOR = S-SALDO * S-CUSTO
           MOVE S-CODIGO    TO DET-CODIGO
           MOVE S-DESCRICAO TO DET-DESCRICAO
           MOVE S-UNIDADE   TO DET-UNIDADE
           MOVE S-SALDO     TO DET-SALDO
           MOVE S-CUSTO     TO DET-CUSTO
           MOVE W-VALOR     TO DET-VALOR
           MOVE TU-DATA (S-CODIGO) TO DET-ULTVENDA
           PERFORM CALC-IDADE THRU CALC-IDADE-FIM
           MOVE W-DIAS            TO DET-DIAS
           MOVE TF-DESC (W-FAIXA) TO DET-FAIXA
      *
      *   COBERTURA EM MESES = SALDO / (VENDA DA
      *   JANELA / MESES DA JANELA)
      *
           IF TQ-QTD (S-CODIGO) = ZEROS
              MOVE "SEM GIRO" TO DET-COBERTX
           ELSE
              COMPUTE W-COBERT ROUNDED = S-SALDO * W-MESESJAN
                                       / TQ-QTD (S-CODIGO)
                 ON SIZE ERROR
                    MOVE 99999,9 TO W-COBERT
              END-COMPUTE
              MOVE W-COBERT TO DET-COBERT.
           WRITE LINHA-REL FROM DET1
           ADD 1 TO W-QTD-TIPO W-QTD-DEP W-QTD-GERAL
                    TI-QTD (W-FAIXA)
           ADD W-VALOR TO W-VAL-TIPO W-VAL-DEP W-VAL-GERAL
                          TI-VALOR (W-FAIXA)
           IF W-FAIXA < 4
              GO TO IMP-DET-FIM.
           MOVE S-DEPOSITO  TO DETP-DEPOSITO
           MOVE S-CODIGO    TO DETP-CODIGO
           MOVE S-DESCRICAO TO DETP-DESCRICAO
           MOVE S-UNIDADE   TO DETP-UNIDADE
           MOVE S-SALDO     TO DETP-SALDO
           MOVE W-VALOR     TO DETP-VALOR
           MOVE TU-DATA (S-CODIGO) TO DETP-ULTVENDA
           MOVE W-DIAS            TO DETP-DIAS
           MOVE TF-DESC (W-FAIXA) TO DETP-FAIXA
           WRITE LINHA-PAR FROM DETP
           ADD 1 TO W-QTD-PAR
           ADD W-VALOR TO W-VAL-PAR.
       IMP-DET-FIM.
           EXIT.
      *
       CALC-IDADE.
           MOVE ZEROS TO W-DIAS
           IF TU-DATA (S-CODIGO) = ZEROS
              MOVE 5 TO W-FAIXA
              GO TO CALC-IDADE-FIM.
           COMPUTE W-DIAS = W-HOJEINT
                  - FUNCTION INTEGER-OF-DATE(TU-DATA (S-CODIGO))
           IF W-DIAS NOT > 30
              MOVE 1 TO W-FAIXA
           ELSE
              IF W-DIAS NOT > 90
                 MOVE 2 TO W-FAIXA
              ELSE
                 IF W-DIAS NOT > 180
                    MOVE 3 TO W-FAIXA
                 ELSE
                    MOVE 4 TO W-FAIXA.
       CALC-IDADE-FIM.
           EXIT.
      *
       QBR-TIPO.
           IF W-PRIM-TIPO = "S"
              GO TO QBR-TIPO-FIM.
           MOVE W-QTD-TIPO TO SUB-QTD
           MOVE W-VAL-TIPO TO SUB-VALOR
           WRITE LINHA-REL FROM LINSUB
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE ZEROS TO W-QTD-TIPO W-VAL-TIPO
           MOVE "S" TO W-PRIM-TIPO.
       QBR-TIPO-FIM.
           EXIT.
      *
       QBR-DEP.
           IF W-PRIM-DEP = "S"
              GO TO QBR-DEP-FIM.
           MOVE W-QTD-DEP TO DEP-QTD
           MOVE W-VAL-DEP TO DEP-VALOR
           WRITE LINHA-REL FROM LINDEP
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE ZEROS TO W-QTD-DEP W-VAL-DEP.
       QBR-DEP-FIM.
           EXIT.
      *
       BUSCA-TIPOEXT.
           MOVE S-TIPO TO CODTIPO
           READ CADTIPO
           IF ST-TIP = "00"
              MOVE DESCTIPO TO W-TIPOEXT
           ELSE
              MOVE SPACES TO W-TIPOEXT.
       BUSCA-TIPOEXT-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE W-QTD-GERAL TO GER-QTD
           MOVE W-VAL-GERAL TO GER-VALOR
           WRITE LINHA-REL FROM LINGERAL
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CABIDADE
           MOVE 1 TO IND.
       ROT-TOTAIS1.
           IF IND > 5
              GO TO ROT-TOTAIS2.
           MOVE TF-DESC (IND)  TO LID-FAIXA
           MOVE TI-QTD (IND)   TO LID-QTD
           MOVE TI-VALOR (IND) TO LID-VALOR
           WRITE LINHA-REL FROM LINIDADE
           ADD 1 TO IND
           GO TO ROT-TOTAIS1.
       ROT-TOTAIS2.
           MOVE W-QTD-PAR TO PAR-QTD
           MOVE W-VAL-PAR TO PAR-VALOR
           WRITE LINHA-PAR FROM LIMPA-LINHA
           WRITE LINHA-PAR FROM LINPAR
           CLOSE RELVAL RELPAR
           DISPLAY "VALOR TOTAL DO ESTOQUE: " GER-VALOR.
           STRING "HISTORICO DESDE " W-COMPINI DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE "RELVALES.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           MOVE "ESTPARAD.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
      *
       ROT-FIM.
           CLOSE CADPRO CADTIPO CADEST.
           IF W-TEMMOV = "S"
              CLOSE MOVEST.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
