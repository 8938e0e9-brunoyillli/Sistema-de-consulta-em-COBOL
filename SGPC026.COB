       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC026.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  AVALIACAO MENSAL DE FORNECEDORES (RECEBIMENTOS)  *
      *  PARA CADA FORNECEDOR, DAS COMPRAS RECEBIDAS NO   *
      *  MES (CADCOMP SITUACAO "R"):                      *
      *    - PEDIDOS RECEBIDOS E PCT NO PRAZO             *
      *    - MEDIA DE DIAS DE ATRASO                      *
      *    - PCT DE ATENDIMENTO DA QUANTIDADE             *
      *    - VARIACAO DO CUSTO REAL CONTRA O CUSTO DO     *
      *      PRODUTO NA EMISSAO (HISPRECO / CADPRO)       *
      *    - LEAD TIME REAL CONTRA O RP-LEADTIME DO       *
      *      CADREPO, MARCANDO O CADASTRO INCORRETO       *
      *  RELATORIO EM RELFORN.LST                         *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADREPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RP-CODIGO
                    FILE STATUS  IS ST-RPO.
           SELECT HISPRECO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-HIS.
           SELECT SORTFOR ASSIGN TO DISK.
           SELECT RELFOR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                03 CP-RECEB-DEC REDEFINES CP-DATARECEB.
                    05 CP-RECEB-AM  PIC 9(06).
                    05 CP-RECEB-DIA PIC 9(02).
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
       FD CADREPO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADREPO.DAT".
       01 REGREPO.
                03 RP-CODIGO        PIC 9(05).
                03 RP-ESTMIN        PIC 9(06).
                03 RP-QTDREPO       PIC 9(06).
                03 RP-CODFOR        PIC 9(05).
                03 RP-LEADTIME      PIC 9(03).
      *
       FD HISPRECO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "HISPRECO.DAT".
       01 REGHISPRECO.
                03 HP-CODIGO        PIC 9(05).
                03 HP-DATA          PIC 9(08).
                03 HP-PRECOCUSTOANT PIC 9(06)V99.
                03 HP-PRECOCUSTONOV PIC 9(06)V99.
                03 HP-PRECOVENDAANT PIC 9(06)V99.
                03 HP-PRECOVENDANOV PIC 9(06)V99.
      *
       SD SORTFOR.
       01 REGSORT.
                03 S-CODFOR         PIC 9(05).
                03 S-NUMERO         PIC 9(07).
                03 S-ATRASO         PIC 9(05).
                03 S-QTDPED         PIC 9(06).
                03 S-QTDREC         PIC 9(06).
                03 S-VALREAL        PIC 9(11)V99.
                03 S-VALORDEM       PIC 9(11)V99.
                03 S-LEADREAL       PIC 9(05).
                03 S-LEADCAD        PIC 9(03).
                03 S-TEMLEAD        PIC X(01).
      *
       FD RELFOR
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELFORN.LST".
       01 LINHA-REL                PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CMP       PIC X(02) VALUE "00".
       01 ST-FORN      PIC X(02) VALUE "00".
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-RPO       PIC X(02) VALUE "00".
       01 ST-HIS       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-FIM-CMP    PIC X(01) VALUE "N".
       01 W-FIM-SORT   PIC X(01) VALUE "N".
       01 W-FIM-HIS    PIC X(01) VALUE "N".
       01 W-TEMREPO    PIC X(01) VALUE "S".
       01 W-TEMHIS     PIC X(01) VALUE "S".
       01 W-PRIM-FOR   PIC X(01) VALUE "S".
       01 W-FOR-ANT    PIC 9(05) VALUE ZEROS.
       01 W-ANOMES     PIC 9(06) VALUE ZEROS.
       01 W-TOLLEAD    PIC 9(03) VALUE 20.
       01 W-PREVINT    PIC 9(07) VALUE ZEROS.
       01 W-RECEBINT   PIC 9(07) VALUE ZEROS.
       01 W-EMISINT    PIC 9(07) VALUE ZEROS.
       01 W-CUSTOORDEM PIC 9(06)V99 VALUE ZEROS.
       01 W-ACHOUHIS   PIC X(01) VALUE "N".
       01 W-DIFLEAD    PIC 9(05)V99 VALUE ZEROS.
       01 W-LIMLEAD    PIC 9(05)V99 VALUE ZEROS.
       01 W-TOT-LIDOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-FLAG   PIC 9(05) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC026".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(130) VALUE SPACES.
      *
       01 W-FOR-PEDIDOS PIC 9(05) VALUE ZEROS.
       01 W-FOR-NOPRAZO PIC 9(05) VALUE ZEROS.
       01 W-FOR-ATRASO  PIC 9(07) VALUE ZEROS.
       01 W-FOR-QTDPED  PIC 9(09) VALUE ZEROS.
       01 W-FOR-QTDREC  PIC 9(09) VALUE ZEROS.
       01 W-FOR-VALREAL PIC 9(11)V99 VALUE ZEROS.
       01 W-FOR-VALORDEM PIC 9(11)V99 VALUE ZEROS.
       01 W-FOR-LEADREAL PIC 9(07) VALUE ZEROS.
       01 W-FOR-LEADCAD PIC 9(07) VALUE ZEROS.
       01 W-FOR-QTDLEAD PIC 9(05) VALUE ZEROS.
       01 W-PCTPRAZO    PIC 9(03)V99 VALUE ZEROS.
       01 W-MEDATRASO   PIC 9(05)V99 VALUE ZEROS.
       01 W-PCTATEND    PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTCUSTO    PIC S9(05)V99 VALUE ZEROS.
       01 W-MEDLEADR    PIC 9(05)V99 VALUE ZEROS.
       01 W-MEDLEADC    PIC 9(05)V99 VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER         PIC X(25) VALUE SPACES.
          03 FILLER         PIC X(48) VALUE
             "AVALIACAO DE FORNECEDORES - RECEBIMENTOS DO MES ".
          03 CAB1-MES       PIC 9(06).
       01 CAB2.
          03 FILLER         PIC X(50) VALUE
             "FORN  RAZAO SOCIAL              PEDIDOS  NO PRAZO ".
          03 FILLER         PIC X(50) VALUE
             "ATRASO MED ATEND QTD  VAR CUSTO LEAD REAL  LEAD CA".
          03 FILLER         PIC X(30) VALUE
             "D  OBSERVACAO".
       01 DET1.
          03 DET-CODFOR     PIC 9(05).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-RAZAO      PIC X(25).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-PEDIDOS    PIC ZZ.ZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DET-PCTPRAZO   PIC ZZ9,99.
          03 FILLER         PIC X(01) VALUE "%".
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-MEDATRASO  PIC ZZ.ZZ9,99.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DET-PCTATEND   PIC ZZ9,99.
          03 FILLER         PIC X(01) VALUE "%".
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-PCTCUSTO   PIC ZZZ9,99-.
          03 FILLER         PIC X(01) VALUE "%".
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-LEADREAL   PIC ZZ.ZZ9,9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-LEADCAD    PIC ZZ.ZZ9,9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-OBS        PIC X(24).
       01 LINGERAL.
          03 FILLER         PIC X(33) VALUE
             "COMPRAS RECEBIDAS NO MES.......: ".
          03 GER-LIDOS      PIC ZZZ.ZZ9.
          03 FILLER         PIC X(30) VALUE
             "   FORNECEDORES COM LEAD TIME ".
          03 FILLER         PIC X(22) VALUE
             "INCORRETO NO CADREPO: ".
          03 GER-FLAG       PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           DISPLAY "MES DOS RECEBIMENTOS (AAAAMM): "
           ACCEPT W-ANOMES FROM CONSOLE.
           IF W-ANOMES = ZEROS
              DISPLAY "*** MES INVALIDO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADCOMP
           IF ST-CMP NOT = "00"
              DISPLAY "*** ARQUIVO CADCOMP NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADFOR
           IF ST-FORN NOT = "00"
              DISPLAY "*** ARQUIVO CADFOR NAO ENCONTRADO ***"
              CLOSE CADCOMP
              GO TO ROT-FIMP.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
              CLOSE CADCOMP CADFOR
              GO TO ROT-FIMP.
           OPEN INPUT CADREPO
           IF ST-RPO NOT = "00"
              MOVE "N" TO W-TEMREPO.
           OPEN INPUT HISPRECO
           IF ST-HIS NOT = "00"
              MOVE "N" TO W-TEMHIS
           ELSE
              CLOSE HISPRECO.
           OPEN OUTPUT RELFOR
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADCOMP CADFOR CADPRO
              IF W-TEMREPO = "S"
                 CLOSE CADREPO
              END-IF
              GO TO ROT-FIMP.
           SORT SORTFOR ON ASCENDING KEY S-CODFOR S-NUMERO
                INPUT PROCEDURE IS CARGA-SORT
                OUTPUT PROCEDURE IS IMPRIME-REL.
           CLOSE CADCOMP CADFOR CADPRO RELFOR.
           IF W-TEMREPO = "S"
              CLOSE CADREPO.
           DISPLAY "COMPRAS RECEBIDAS NO MES.: " W-TOT-LIDOS.
           DISPLAY "LEAD TIME INCORRETO......: " W-TOT-FLAG.
           STRING "MES " W-ANOMES DELIMITED BY SIZE INTO W-SPPARM
           MOVE "RELFORN.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       CARGA-SORT.
           PERFORM UNTIL W-FIM-CMP = "S"
              READ CADCOMP NEXT RECORD
                 AT END
                    MOVE "S" TO W-FIM-CMP
                 NOT AT END
                    IF CP-SITUACAO = "R" AND CP-RECEB-AM = W-ANOMES
                       PERFORM TRATA-CMP
                    END-IF
           END-PERFORM.
      *
      ***********************************************
      *  MEDIDAS DE UMA COMPRA RECEBIDA             *
      ***********************************************
      *
       TRATA-CMP.
           ADD 1 TO W-TOT-LIDOS
           MOVE CP-CODFOR      TO S-CODFOR
           MOVE CP-NUMERO      TO S-NUMERO
           MOVE CP-QUANTIDADE  TO S-QTDPED
           MOVE CP-QTDRECEBIDA TO S-QTDREC
           MOVE FUNCTION INTEGER-OF-DATE(CP-DATAPREV)    TO W-PREVINT
           MOVE FUNCTION INTEGER-OF-DATE(CP-DATARECEB)   TO W-RECEBINT
           MOVE FUNCTION INTEGER-OF-DATE(CP-DATAEMISSAO) TO W-EMISINT
           IF W-RECEBINT > W-PREVINT
              COMPUTE S-ATRASO = W-RECEBINT - W-PREVINT
           ELSE
              MOVE ZEROS TO S-ATRASO.
           IF W-RECEBINT > W-EMISINT
              COMPUTE S-LEADREAL = W-RECEBINT - W-EMISINT
           ELSE
              MOVE ZEROS TO S-LEADREAL.
           MOVE ZEROS TO S-VALREAL S-VALORDEM
           IF CP-CUSTOUNIT NOT = ZEROS
              PERFORM BUSCA-CUSTO THRU BUSCA-CUSTO-FIM
              COMPUTE S-VALREAL  = CP-QTDRECEBIDA * CP-CUSTOUNIT
              COMPUTE S-VALORDEM = CP-QTDRECEBIDA * W-CUSTOORDEM.
           MOVE "N" TO S-TEMLEAD
           MOVE ZEROS TO S-LEADCAD
           IF W-TEMREPO = "S"
              MOVE CP-PRODUTO TO RP-CODIGO
              READ CADREPO
              IF ST-RPO = "00" AND RP-CODFOR = CP-CODFOR
                 MOVE "S" TO S-TEMLEAD
                 MOVE RP-LEADTIME TO S-LEADCAD.
           RELEASE REGSORT.
      *
      ***********************************************
      *  CUSTO DO PRODUTO NA DATA DA EMISSAO: O     *
      *  PRIMEIRO HISPRECO A PARTIR DA EMISSAO TRAZ *
      *  O CUSTO ANTERIOR; SEM HISTORICO, VALE O    *
      *  PRECOCUSTO ATUAL DO CADPRO                 *
      ***********************************************
      *
       BUSCA-CUSTO.
           MOVE ZEROS TO W-CUSTOORDEM
           MOVE CP-PRODUTO TO CODIGO
           READ CADPRO
           IF ST-ERRO = "00"
              MOVE PRECOCUSTO TO W-CUSTOORDEM.
           IF W-TEMHIS = "N"
              GO TO BUSCA-CUSTO-FIM.
           MOVE "N" TO W-FIM-HIS W-ACHOUHIS
           OPEN INPUT HISPRECO
           IF ST-HIS NOT = "00"
              GO TO BUSCA-CUSTO-FIM.
           PERFORM UNTIL W-FIM-HIS = "S"
              READ HISPRECO
                 AT END
                    MOVE "S" TO W-FIM-HIS
                 NOT AT END
                    IF HP-CODIGO = CP-PRODUTO AND
                       HP-DATA NOT < CP-DATAEMISSAO
                       MOVE HP-PRECOCUSTOANT TO W-CUSTOORDEM
                       MOVE "S" TO W-FIM-HIS W-ACHOUHIS
                    END-IF
           END-PERFORM
           CLOSE HISPRECO.
       BUSCA-CUSTO-FIM.
           EXIT.
      *
       IMPRIME-REL.
           MOVE W-ANOMES TO CAB1-MES
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA.
           PERFORM UNTIL W-FIM-SORT = "S"
              RETURN SORTFOR AT END
                 MOVE "S" TO W-FIM-SORT
              NOT AT END
                 PERFORM TRATA-REG-SORT
           END-PERFORM.
           IF W-PRIM-FOR = "N"
              PERFORM TOTAL-FORNEC.
           MOVE W-TOT-LIDOS TO GER-LIDOS
           MOVE W-TOT-FLAG  TO GER-FLAG
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGERAL.
      *
       TRATA-REG-SORT.
           IF W-PRIM-FOR = "S" OR S-CODFOR NOT = W-FOR-ANT
              IF W-PRIM-FOR = "N"
                 PERFORM TOTAL-FORNEC
              END-IF
              MOVE "N" TO W-PRIM-FOR
              MOVE S-CODFOR TO W-FOR-ANT
              MOVE ZEROS TO W-FOR-PEDIDOS W-FOR-NOPRAZO W-FOR-ATRASO
                            W-FOR-QTDPED W-FOR-QTDREC W-FOR-VALREAL
                            W-FOR-VALORDEM W-FOR-LEADREAL
                            W-FOR-LEADCAD W-FOR-QTDLEAD.
           ADD 1 TO W-FOR-PEDIDOS
           IF S-ATRASO = ZEROS
              ADD 1 TO W-FOR-NOPRAZO.
           ADD S-ATRASO   TO W-FOR-ATRASO
           ADD S-QTDPED   TO W-FOR-QTDPED
           ADD S-QTDREC   TO W-FOR-QTDREC
           ADD S-VALREAL  TO W-FOR-VALREAL
           ADD S-VALORDEM TO W-FOR-VALORDEM
           IF S-TEMLEAD = "S"
              ADD 1 TO W-FOR-QTDLEAD
              ADD S-LEADREAL TO W-FOR-LEADREAL
              ADD S-LEADCAD  TO W-FOR-LEADCAD.
      *
      ***********************************************
      *  LINHA DO FORNECEDOR. O LEAD TIME DO        *
      *  CADREPO E MARCADO INCORRETO QUANDO O REAL  *
      *  DIFERE EM MAIS DE W-TOLLEAD PCT (MINIMO DE *
      *  1 DIA) DO CADASTRADO                       *
      ***********************************************
      *
       TOTAL-FORNEC.
           MOVE W-FOR-ANT TO DET-CODFOR FO-CODIGO
           READ CADFOR
           IF ST-FORN = "00"
              MOVE FO-RAZAO TO DET-RAZAO
           ELSE
              MOVE SPACES TO DET-RAZAO.
           COMPUTE W-PCTPRAZO ROUNDED =
                   W-FOR-NOPRAZO * 100 / W-FOR-PEDIDOS
           COMPUTE W-MEDATRASO ROUNDED =
                   W-FOR-ATRASO / W-FOR-PEDIDOS
           IF W-FOR-QTDPED > ZEROS
              COMPUTE W-PCTATEND ROUNDED =
                      W-FOR-QTDREC * 100 / W-FOR-QTDPED
           ELSE
              MOVE ZEROS TO W-PCTATEND.
           IF W-FOR-VALORDEM > ZEROS
              COMPUTE W-PCTCUSTO ROUNDED =
                      (W-FOR-VALREAL - W-FOR-VALORDEM) * 100
                      / W-FOR-VALORDEM
           ELSE
              MOVE ZEROS TO W-PCTCUSTO.
           COMPUTE W-MEDLEADR ROUNDED =
                   W-FOR-LEADREAL / W-FOR-PEDIDOS
           MOVE ZEROS TO W-MEDLEADC
           MOVE SPACES TO DET-OBS
           IF W-FOR-QTDLEAD = ZEROS
              MOVE "SEM LEAD TIME NO CADREPO" TO DET-OBS
           ELSE
              COMPUTE W-MEDLEADR ROUNDED =
                      W-FOR-LEADREAL / W-FOR-QTDLEAD
              COMPUTE W-MEDLEADC ROUNDED =
                      W-FOR-LEADCAD / W-FOR-QTDLEAD
              PERFORM CONFERE-LEAD.
           MOVE W-FOR-PEDIDOS TO DET-PEDIDOS
           MOVE W-PCTPRAZO    TO DET-PCTPRAZO
           MOVE W-MEDATRASO   TO DET-MEDATRASO
           MOVE W-PCTATEND    TO DET-PCTATEND
           MOVE W-PCTCUSTO    TO DET-PCTCUSTO
           MOVE W-MEDLEADR    TO DET-LEADREAL
           MOVE W-MEDLEADC    TO DET-LEADCAD
           WRITE LINHA-REL FROM DET1.
      *
       CONFERE-LEAD.
           IF W-MEDLEADR > W-MEDLEADC
              COMPUTE W-DIFLEAD = W-MEDLEADR - W-MEDLEADC
           ELSE
              COMPUTE W-DIFLEAD = W-MEDLEADC - W-MEDLEADR.
           COMPUTE W-LIMLEAD = W-MEDLEADC * W-TOLLEAD / 100
           IF W-LIMLEAD < 1
              MOVE 1 TO W-LIMLEAD.
           IF W-DIFLEAD > W-LIMLEAD
              ADD 1 TO W-TOT-FLAG
              IF W-MEDLEADR > W-MEDLEADC
                 MOVE "*** CADREPO SUBESTIMADO" TO DET-OBS
              ELSE
                 MOVE "*** CADREPO SUPERESTIMADO" TO DET-OBS.
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
