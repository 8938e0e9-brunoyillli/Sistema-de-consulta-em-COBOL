       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB016.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  CONFERENCIA DA FATURA DE FRETE DA TRANSPORTADORA *
      *  LE O ARQUIVO DA TRANSPORTADORA (FATFRETE.TXT),   *
      *  UMA LINHA POR EMBARQUE, E CONFERE CADA NOTA:     *
      *    - NOTA NO CADNF, ATIVA E DA TRANSPORTADORA     *
      *    - EMBARQUE NO CADROTA (DATA E UF DESTINO)      *
      *    - VALOR COBRADO CONTRA O FRETE DA NOTA E A     *
      *      TABELA DO CADFRETE (UF + FAIXA DE PESO)      *
      *    - COBRANCA EM DUPLICIDADE (NA FATURA OU EM     *
      *      FATURA ANTERIOR - CADFATF)                   *
      *  LISTA AS NOTAS EMBARCADAS NO PERIODO QUE NAO     *
      *  VIERAM NA FATURA. NA EXECUCAO "A" O TOTAL        *
      *  APROVADO GERA A PARCELA NO CADPAG PARA O         *
      *  FORNECEDOR DE MESMO CNPJ DA TRANSPORTADORA       *
      *  RELATORIO EM RELFRETE.LST                        *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATFRETE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-FAT.
           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-NUMERO
                    FILE STATUS  IS ST-NF
                    ALTERNATE RECORD KEY IS CHAVE2 = NF-PEDIDO
                                                      WITH DUPLICATES.
           SELECT CADROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RT-PEDIDO
                    FILE STATUS  IS ST-ROT.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-CLI.
           SELECT CADTRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CODIGO
                    FILE STATUS  IS ST-TRP.
           SELECT CADFRETE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEF
                    FILE STATUS  IS ST-FRT.
           SELECT CADFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FO-CODIGO
                    FILE STATUS  IS ST-FORN
                    ALTERNATE RECORD KEY IS CHAVE2F = FO-RAZAO
                                                      WITH DUPLICATES.
           SELECT CADFATF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FA-NUMNF
                    FILE STATUS  IS ST-FAF.
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEP
                    FILE STATUS  IS ST-PAG.
           SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-SEQID
                    FILE STATUS  IS ST-CTR.
           SELECT RELFRT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      ***********************************************
      *  LINHA DA FATURA: NOTA, DATA DO EMBARQUE    *
      *  (AAAAMMDD), PESO (5,3) E VALOR COBRADO     *
      *  (6,2), SEM PONTO NEM VIRGULA               *
      ***********************************************
      *
       FD FATFRETE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "FATFRETE.TXT".
       01 REGFAT.
                03 FF-NUMNF         PIC 9(09).
                03 FF-DATAEMB       PIC 9(08).
                03 FF-PESO          PIC 9(05)V9(03).
                03 FF-VALOR         PIC 9(06)V99.
                03 FILLER           PIC X(47).
      *
       FD CADNF
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
                03 NF-NUMERO        PIC 9(09).
                03 NF-PEDIDO        PIC 9(05).
                03 NF-CODCLI        PIC 9(11).
                03 NF-DATAEMISSAO   PIC 9(08).
                03 NF-VALORTOTAL    PIC 9(09)V99.
                03 NF-QTDITENS      PIC 9(03).
                03 NF-SITUACAO      PIC X(01).
                03 NF-CODTRANSP     PIC 9(03).
                03 NF-VALORFRETE    PIC 9(06)V99.
                03 NF-SITNFE        PIC X(01).
                03 NF-CHAVENFE      PIC X(44).
                03 NF-PROTOCOLO     PIC X(15).
                03 NF-DATAAUT       PIC 9(08).
                03 NF-PROTCANC      PIC X(15).
      *
       FD CADROTA
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADROTA.DAT".
       01 REGROTA.
                03 RT-PEDIDO        PIC 9(05).
                03 RT-ROTA          PIC 9(05).
                03 RT-DATA          PIC 9(08).
                03 RT-CIDADE        PIC X(20).
                03 RT-UF            PIC X(02).
                03 RT-CODTRANSP     PIC 9(03).
                03 RT-DATAENTREGA   PIC 9(08).
                03 RT-RECEBEDOR     PIC X(30).
                03 RT-MOTORISTA     PIC X(30).
                03 RT-PLACA         PIC X(07).
      *
       FD CADCLI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
                03 CPF                 PIC 9(11).
                03 NOME                PIC X(40).
                03 CEP                 PIC 9(08).
                03 NUMERO              PIC 9(04).
                03 COMPLEMENTO         PIC X(12).
                03 TELEFONE            PIC 9(09).
                03 TELEFONE2           PIC 9(09).
                03 DDD                 PIC 9(02).
                03 DDD2                PIC 9(02).
                03 EMAIL               PIC X(40).
                03 SITUACAO            PIC X(01).
                03 LOGRADOUROCLI       PIC X(30).
                03 BAIRROCLI           PIC X(20).
                03 CIDADECLI           PIC X(20).
                03 UFCLI               PIC X(02).
                03 ULTOPER             PIC X(08).
                03 LIMITECRED          PIC 9(09)V99.
                03 TIERCLI             PIC 9(01).
      *
       FD CADTRP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADTRP.DAT".
       01 REGTRP.
                03 TR-CODIGO        PIC 9(03).
                03 TR-RAZAO         PIC X(30).
                03 TR-CNPJ          PIC 9(14).
                03 TR-DDD           PIC 9(02).
                03 TR-TELEFONE      PIC 9(09).
                03 TR-UF            PIC X(02).
                03 TR-SITUACAO      PIC X(01).
                03 TR-ULTOPER       PIC X(08).
      *
       FD CADFRETE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADFRETE.DAT".
       01 REGFRETE.
                03 CHAVEF.
                    05 FR-UF        PIC X(02).
                    05 FR-FAIXA     PIC 9(02).
                03 FR-PESOMAX       PIC 9(05)V9(03).
                03 FR-VALOR         PIC 9(06)V99.
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
      ***********************************************
      *  NOTAS JA COBRADAS E APROVADAS EM FATURA DE *
      *  FRETE (CONTROLE DE DUPLICIDADE)            *
      ***********************************************
      *
       FD CADFATF
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADFATF.DAT".
       01 REGFATF.
                03 FA-NUMNF         PIC 9(09).
                03 FA-CODTRANSP     PIC 9(03).
                03 FA-FATURA        PIC X(10).
                03 FA-DATA          PIC 9(08).
                03 FA-VALORCOB      PIC 9(06)V99.
                03 FA-VALORAPR      PIC 9(06)V99.
                03 FA-COMPRA        PIC 9(07).
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
       FD CADCTRL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCTRL.DAT".
       01 REGCTRL.
                03 CT-SEQID         PIC X(03).
                03 CT-PROXNUM       PIC 9(09).
      *
       FD RELFRT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELFRETE.LST".
       01 LINHA-REL                PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FAT       PIC X(02) VALUE "00".
       01 ST-NF        PIC X(02) VALUE "00".
       01 ST-ROT       PIC X(02) VALUE "00".
       01 ST-CLI       PIC X(02) VALUE "00".
       01 ST-TRP       PIC X(02) VALUE "00".
       01 ST-FRT       PIC X(02) VALUE "00".
       01 ST-FORN      PIC X(02) VALUE "00".
       01 ST-FAF       PIC X(02) VALUE "00".
       01 ST-PAG       PIC X(02) VALUE "00".
       01 ST-CTR       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-TEMFRT     PIC X(01) VALUE "S".
       01 W-CODTRANSP  PIC 9(03) VALUE ZEROS.
       01 W-FATURA     PIC X(10) VALUE SPACES.
       01 W-DATAINI    PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM    PIC 9(08) VALUE ZEROS.
       01 W-EXEC       PIC X(01) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DIASBASE   PIC 9(07) VALUE ZEROS.
       01 W-DIASVENC   PIC 9(07) VALUE ZEROS.
       01 W-CODFOR     PIC 9(05) VALUE ZEROS.
       01 W-PRAZOFOR   PIC 9(03) VALUE ZEROS.
       01 W-NUMCMP     PIC 9(07) VALUE ZEROS.
       01 W-UFDEST     PIC X(02) VALUE SPACES.
       01 W-VALTAB     PIC 9(06)V99 VALUE ZEROS.
       01 W-VALAPR     PIC 9(06)V99 VALUE ZEROS.
       01 W-OCORR      PIC X(30) VALUE SPACES.
       01 W-DUPLIC     PIC X(01) VALUE "N".
       01 IND          PIC 9(04) VALUE ZEROS.
       01 W-TOT-LINHAS PIC 9(05) VALUE ZEROS.
       01 W-TOT-DIVERG PIC 9(05) VALUE ZEROS.
       01 W-TOT-FALTA  PIC 9(05) VALUE ZEROS.
       01 W-TOT-COBRADO PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-APROVADO PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-FRETENF PIC 9(09)V99 VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB016".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(130) VALUE SPACES.
      *
      *  NOTAS LIDAS NA FATURA (DUPLICIDADE E NOTAS NAO COBRADAS)
      *
       01 TABNFF.
          03 TN-NUMNF OCCURS 2000 TIMES PIC 9(09).
       01 TN-QTD       PIC 9(04) VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(39) VALUE
             "CONFERENCIA DE FATURA DE FRETE - MODO: ".
          03 CAB1-EXEC      PIC X(09).
       01 CAB2.
          03 FILLER         PIC X(16) VALUE "TRANSPORTADORA: ".
          03 CAB2-CODTRANSP PIC 9(03).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 CAB2-RAZAO     PIC X(30).
          03 FILLER         PIC X(10) VALUE "  FATURA: ".
          03 CAB2-FATURA    PIC X(10).
          03 FILLER         PIC X(11) VALUE "  PERIODO: ".
          03 CAB2-DATAINI   PIC 9(08).
          03 FILLER         PIC X(03) VALUE " A ".
          03 CAB2-DATAFIM   PIC 9(08).
       01 CAB3.
          03 FILLER         PIC X(50) VALUE
             "NOTA      DATA EMB       PESO    VL COBRADO  FRETE".
          03 FILLER         PIC X(50) VALUE
             " NOTA     TABELA   APROVADO  OCORRENCIA".
          03 FILLER         PIC X(08) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE "SITUACAO".
       01 DET1.
          03 DET-NUMNF      PIC 9(09).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DATAEMB    PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-PESO       PIC ZZ.ZZ9,999.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VALOR      PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-FRETENF    PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-TABELA     PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-APROVADO   PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-OCORR      PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-SITUAC     PIC X(08).
       01 CAB4.
          03 FILLER         PIC X(50) VALUE
             "NOTAS EMBARCADAS NO PERIODO E NAO COBRADAS NA FATU".
          03 FILLER         PIC X(02) VALUE "RA".
       01 DET2.
          03 DT2-NUMNF      PIC 9(09).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DT2-DATAEMB    PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 FILLER         PIC X(07) VALUE "PEDIDO ".
          03 DT2-PEDIDO     PIC 9(05).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DT2-UF         PIC X(02).
          03 FILLER         PIC X(13) VALUE "  FRETE NOTA ".
          03 DT2-FRETENF    PIC ZZZ.ZZ9,99.
       01 LINGERAL.
          03 FILLER         PIC X(21) VALUE "LINHAS DA FATURA...: ".
          03 GER-LINHAS     PIC ZZ.ZZ9.
          03 FILLER         PIC X(17) VALUE "   RETIDAS.....: ".
          03 GER-DIVERG     PIC ZZ.ZZ9.
          03 FILLER         PIC X(17) VALUE "   NAO COBRADAS: ".
          03 GER-FALTA      PIC ZZ.ZZ9.
       01 LINGERAL2.
          03 FILLER         PIC X(21) VALUE "TOTAL COBRADO......: ".
          03 GER-COBRADO    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(20) VALUE "   FRETE DAS NOTAS: ".
          03 GER-FRETENF    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(17) VALUE "   APROVADO....: ".
          03 GER-APROVADO   PIC ZZZ.ZZZ.ZZ9,99.
       01 LINPAG.
          03 FILLER         PIC X(33) VALUE
             "PARCELA GERADA NO CADPAG: COMPRA ".
          03 PAG-COMPRA     PIC 9(07).
          03 FILLER         PIC X(13) VALUE "  FORNECEDOR ".
          03 PAG-CODFOR     PIC 9(05).
          03 FILLER         PIC X(13) VALUE "  VENCIMENTO ".
          03 PAG-VENC       PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           DISPLAY "TRANSPORTADORA: "
           ACCEPT W-CODTRANSP FROM CONSOLE.
           DISPLAY "NUMERO DA FATURA: "
           ACCEPT W-FATURA FROM CONSOLE.
           DISPLAY "EMBARQUES DE (AAAAMMDD): "
           ACCEPT W-DATAINI FROM CONSOLE.
           DISPLAY "EMBARQUES ATE (AAAAMMDD): "
           ACCEPT W-DATAFIM FROM CONSOLE.
           IF W-DATAINI = ZEROS OR W-DATAFIM < W-DATAINI
              DISPLAY "*** PERIODO INVALIDO ***"
              GO TO ROT-FIMP.
           DISPLAY "EXECUCAO (S=SIMULACAO / A=APROVA E GERA CADPAG): "
           ACCEPT W-EXEC FROM CONSOLE.
           IF W-EXEC NOT = "S" AND "s" AND "A" AND "a"
              DISPLAY "*** EXECUCAO INVALIDA ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADTRP
           IF ST-TRP NOT = "00"
              DISPLAY "*** ARQUIVO CADTRP NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           MOVE W-CODTRANSP TO TR-CODIGO
           READ CADTRP
           IF ST-TRP NOT = "00"
              DISPLAY "*** TRANSPORTADORA NAO CADASTRADA ***"
              CLOSE CADTRP
              GO TO ROT-FIMP.
           OPEN INPUT FATFRETE
           IF ST-FAT NOT = "00"
              DISPLAY "*** ARQUIVO FATFRETE.TXT NAO ENCONTRADO ***"
              CLOSE CADTRP
              GO TO ROT-FIMP.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
              DISPLAY "*** ARQUIVO CADNF NAO ENCONTRADO ***"
              CLOSE CADTRP FATFRETE
              GO TO ROT-FIMP.
           OPEN INPUT CADROTA
           IF ST-ROT NOT = "00"
              DISPLAY "*** ARQUIVO CADROTA NAO ENCONTRADO ***"
              CLOSE CADTRP FATFRETE CADNF
              GO TO ROT-FIMP.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "*** ARQUIVO CADCLI NAO ENCONTRADO ***"
              CLOSE CADTRP FATFRETE CADNF CADROTA
              GO TO ROT-FIMP.
           OPEN INPUT CADFOR
           IF ST-FORN NOT = "00"
              DISPLAY "*** ARQUIVO CADFOR NAO ENCONTRADO ***"
              CLOSE CADTRP FATFRETE CADNF CADROTA CADCLI
              GO TO ROT-FIMP.
           MOVE "S" TO W-TEMFRT
           OPEN INPUT CADFRETE
           IF ST-FRT NOT = "00"
              MOVE "N" TO W-TEMFRT.
       INC-OP1.
           OPEN I-O CADFATF
           IF ST-FAF NOT = "00"
              IF ST-FAF = "30" OR "35"
                    OPEN OUTPUT CADFATF
                    CLOSE CADFATF
                    GO TO INC-OP1
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATF"
                    GO TO ROT-FIM1.
       INC-OP2.
           OPEN I-O CADPAG
           IF ST-PAG NOT = "00"
              IF ST-PAG = "30" OR "35"
                    OPEN OUTPUT CADPAG
                    CLOSE CADPAG
                    GO TO INC-OP2
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAG"
                    CLOSE CADFATF
                    GO TO ROT-FIM1.
       INC-OP3.
           OPEN I-O CADCTRL
           IF ST-CTR NOT = "00"
              IF ST-CTR = "30" OR "35"
                    OPEN OUTPUT CADCTRL
                    CLOSE CADCTRL
                    GO TO INC-OP3
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCTRL"
                    CLOSE CADFATF CADPAG
                    GO TO ROT-FIM1.
           OPEN OUTPUT RELFRT
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADFATF CADPAG CADCTRL
              GO TO ROT-FIM1.
      *
      ***********************************************
      *  FORNECEDOR DA TRANSPORTADORA PELO CNPJ,    *
      *  OBRIGATORIO PARA GERAR O CADPAG            *
      ***********************************************
      *
       FOR-001.
           MOVE ZEROS TO W-CODFOR W-PRAZOFOR FO-CODIGO
           START CADFOR KEY IS NOT LESS FO-CODIGO
                 INVALID KEY
                    GO TO FOR-FIM.
       FOR-002.
           READ CADFOR NEXT RECORD
               AT END
                  GO TO FOR-FIM.
           IF FO-CNPJ NOT = TR-CNPJ
              GO TO FOR-002.
           MOVE FO-CODIGO     TO W-CODFOR
           MOVE FO-PRAZOPAGTO TO W-PRAZOFOR.
       FOR-FIM.
           IF W-CODFOR = ZEROS AND (W-EXEC = "A" OR "a")
              DISPLAY "*** TRANSPORTADORA SEM FORNECEDOR DE MESMO CNPJ"
                      " NO CADFOR - EXECUTE O CADASTRO NO SGP018 ***"
              GO TO ROT-FIM.
           IF W-EXEC = "A" OR "a"
              MOVE "APROVACAO" TO CAB1-EXEC
           ELSE
              MOVE "SIMULACAO" TO CAB1-EXEC.
           MOVE W-CODTRANSP TO CAB2-CODTRANSP
           MOVE TR-RAZAO    TO CAB2-RAZAO
           MOVE W-FATURA    TO CAB2-FATURA
           MOVE W-DATAINI   TO CAB2-DATAINI
           MOVE W-DATAFIM   TO CAB2-DATAFIM
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB3.
      *
      ***********************************************
      *  CONFERENCIA DE CADA LINHA DA FATURA        *
      ***********************************************
      *
       LER-FAT1.
           READ FATFRETE
              AT END
                 GO TO FALTA-001.
           IF REGFAT = SPACES
              GO TO LER-FAT1.
           ADD 1 TO W-TOT-LINHAS
           MOVE ZEROS TO W-VALTAB W-VALAPR DET-FRETENF
           MOVE SPACES TO W-OCORR
           IF FF-NUMNF NOT NUMERIC OR FF-VALOR NOT NUMERIC
              OR FF-PESO NOT NUMERIC OR FF-DATAEMB NOT NUMERIC
              MOVE ZEROS TO FF-NUMNF FF-PESO FF-VALOR FF-DATAEMB
              MOVE "LINHA INVALIDA NA FATURA" TO W-OCORR
              GO TO LER-FAT9.
           ADD FF-VALOR TO W-TOT-COBRADO
           PERFORM DUP-CHK THRU DUP-CHK-FIM
           IF W-DUPLIC = "S"
              MOVE "COBRADA EM DUPLICIDADE" TO W-OCORR
              GO TO LER-FAT9.
           MOVE FF-NUMNF TO FA-NUMNF
           READ CADFATF
           IF ST-FAF = "00"
              STRING "JA COBRADA NA FATURA " FA-FATURA
                     DELIMITED BY SIZE INTO W-OCORR
              GO TO LER-FAT9.
           MOVE FF-NUMNF TO NF-NUMERO
           READ CADNF
           IF ST-NF NOT = "00"
              MOVE "NOTA NAO ENCONTRADA NO CADNF" TO W-OCORR
              GO TO LER-FAT9.
           MOVE NF-VALORFRETE TO DET-FRETENF
           ADD NF-VALORFRETE TO W-TOT-FRETENF
           IF NF-SITUACAO = "C"
              MOVE "NOTA CANCELADA" TO W-OCORR
              GO TO LER-FAT9.
           IF NF-CODTRANSP NOT = W-CODTRANSP
              MOVE "NOTA DE OUTRA TRANSPORTADORA" TO W-OCORR
              GO TO LER-FAT9.
           MOVE NF-PEDIDO TO RT-PEDIDO
           READ CADROTA
           IF ST-ROT = "00"
              MOVE RT-UF TO W-UFDEST
           ELSE
              MOVE NF-CODCLI TO CPF
              READ CADCLI
              IF ST-CLI = "00"
                 MOVE UFCLI TO W-UFDEST
              ELSE
                 MOVE SPACES TO W-UFDEST.
           PERFORM FRT-CALC THRU FRT-CALC-FIM
           MOVE FF-VALOR TO W-VALAPR
           IF W-VALTAB = ZEROS
              MOVE "SEM TABELA NO CADFRETE" TO W-OCORR
           ELSE
              IF FF-VALOR > W-VALTAB
                 MOVE W-VALTAB TO W-VALAPR
                 MOVE "COBRADO ACIMA DA TABELA" TO W-OCORR.
           IF W-OCORR = SPACES
              IF ST-ROT NOT = "00"
                 MOVE "SEM ROMANEIO NO CADROTA" TO W-OCORR
              ELSE
                 IF RT-DATA NOT = FF-DATAEMB
                    MOVE "DATA DE EMBARQUE DIVERGENTE" TO W-OCORR.
      *
      *   NOTA COM OCORRENCIA FICA RETIDA: NAO ENTRA NO TOTAL
      *   APROVADO NEM NO CADFATF (PODE SER COBRADA DE NOVO
      *   NUMA FATURA SEGUINTE DEPOIS DE ACERTADA)
      *
           IF W-OCORR NOT = SPACES
              MOVE ZEROS TO W-VALAPR.
           IF W-EXEC = "A" OR "a"
              PERFORM GRV-FATF THRU GRV-FATF-FIM.
           GO TO LER-FAT9.
      *
       LER-FAT9.
           IF W-OCORR NOT = SPACES
              ADD 1 TO W-TOT-DIVERG.
           ADD W-VALAPR TO W-TOT-APROVADO
           MOVE FF-NUMNF   TO DET-NUMNF
           MOVE FF-DATAEMB TO DET-DATAEMB
           MOVE FF-PESO    TO DET-PESO
           MOVE FF-VALOR   TO DET-VALOR
           MOVE W-VALTAB   TO DET-TABELA
           MOVE W-VALAPR   TO DET-APROVADO
           MOVE W-OCORR    TO DET-OCORR
           IF W-OCORR = SPACES
              MOVE "APROVADA" TO DET-SITUAC
           ELSE
              MOVE "RETIDA"   TO DET-SITUAC.
           WRITE LINHA-REL FROM DET1
           GO TO LER-FAT1.
      *
      ***********************************************
      *  NOTA REPETIDA NA MESMA FATURA              *
      ***********************************************
      *
       DUP-CHK.
           MOVE "N" TO W-DUPLIC
           MOVE 1 TO IND.
       DUP-CHK1.
           IF IND > TN-QTD
              GO TO DUP-CHK2.
           IF TN-NUMNF (IND) = FF-NUMNF
              MOVE "S" TO W-DUPLIC
              GO TO DUP-CHK-FIM.
           ADD 1 TO IND
           GO TO DUP-CHK1.
       DUP-CHK2.
           IF TN-QTD NOT < 2000
              DISPLAY "*** TABELA DE NOTAS DA FATURA CHEIA (2000) ***"
              GO TO DUP-CHK-FIM.
           ADD 1 TO TN-QTD
           MOVE FF-NUMNF TO TN-NUMNF (TN-QTD).
       DUP-CHK-FIM.
           EXIT.
      *
      ***********************************************
      *  VALOR DE TABELA: PRIMEIRA FAIXA DA UF QUE  *
      *  COMPORTA O PESO FATURADO (ACIMA DA ULTIMA  *
      *  FAIXA VALE A ULTIMA) - MESMA REGRA DO      *
      *  SGP006                                     *
      ***********************************************
      *
       FRT-CALC.
           MOVE ZEROS TO W-VALTAB
           IF W-TEMFRT = "N" OR W-UFDEST = SPACES
              GO TO FRT-CALC-FIM.
           MOVE W-UFDEST TO FR-UF
           MOVE ZEROS TO FR-FAIXA
           START CADFRETE KEY IS NOT LESS CHAVEF
                 INVALID KEY
                    GO TO FRT-CALC-FIM.
       FRT-CALC1.
           READ CADFRETE NEXT RECORD
               AT END
                  GO TO FRT-CALC-FIM.
           IF FR-UF NOT = W-UFDEST
              GO TO FRT-CALC-FIM.
           MOVE FR-VALOR TO W-VALTAB
           IF FF-PESO NOT > FR-PESOMAX
              GO TO FRT-CALC-FIM.
           GO TO FRT-CALC1.
       FRT-CALC-FIM.
           EXIT.
      *
      ***********************************************
      *  GRAVA A NOTA APROVADA NO CADFATF. O NUMERO *
      *  DA PARCELA A PAGAR E TIRADO NA PRIMEIRA    *
      *  NOTA APROVADA                              *
      ***********************************************
      *
       GRV-FATF.
           IF W-VALAPR = ZEROS
              GO TO GRV-FATF-FIM.
           IF W-NUMCMP = ZEROS
              PERFORM GER-NUMCMP THRU GER-NUMCMP-FIM.
           MOVE FF-NUMNF    TO FA-NUMNF
           MOVE W-CODTRANSP TO FA-CODTRANSP
           MOVE W-FATURA    TO FA-FATURA
           MOVE W-HOJE      TO FA-DATA
           MOVE FF-VALOR    TO FA-VALORCOB
           MOVE W-VALAPR    TO FA-VALORAPR
           MOVE W-NUMCMP    TO FA-COMPRA
           WRITE REGFATF
           IF ST-FAF NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADFATF"
              GO TO ROT-FIM.
       GRV-FATF-FIM.
           EXIT.
      *
       GER-NUMCMP.
           MOVE "CMP" TO CT-SEQID
           READ CADCTRL
           IF ST-CTR = "23"
              MOVE "CMP" TO CT-SEQID
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
           MOVE CT-PROXNUM TO W-NUMCMP
           ADD 1 TO CT-PROXNUM
           REWRITE REGCTRL
           IF ST-CTR NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADCTRL"
              GO TO ROT-FIM.
       GER-NUMCMP-FIM.
           EXIT.
      *
      ***********************************************
      *  NOTAS DA TRANSPORTADORA EMBARCADAS NO      *
      *  PERIODO (RT-DATA) QUE NAO VIERAM NA FATURA *
      *  NEM FORAM COBRADAS ANTES                   *
      ***********************************************
      *
       FALTA-001.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB4
           MOVE ZEROS TO NF-NUMERO
           START CADNF KEY IS NOT LESS NF-NUMERO
                 INVALID KEY
                    GO TO ROT-TOTAIS.
       FALTA-002.
           READ CADNF NEXT RECORD
               AT END
                  GO TO ROT-TOTAIS.
           IF NF-CODTRANSP NOT = W-CODTRANSP OR NF-SITUACAO = "C"
              GO TO FALTA-002.
           MOVE NF-PEDIDO TO RT-PEDIDO
           READ CADROTA
           IF ST-ROT NOT = "00"
              GO TO FALTA-002.
           IF RT-DATA < W-DATAINI OR RT-DATA > W-DATAFIM
              GO TO FALTA-002.
           MOVE 1 TO IND.
       FALTA-003.
           IF IND > TN-QTD
              GO TO FALTA-004.
           IF TN-NUMNF (IND) = NF-NUMERO
              GO TO FALTA-002.
           ADD 1 TO IND
           GO TO FALTA-003.
       FALTA-004.
           MOVE NF-NUMERO TO FA-NUMNF
           READ CADFATF
           IF ST-FAF = "00"
              GO TO FALTA-002.
           MOVE NF-NUMERO     TO DT2-NUMNF
           MOVE RT-DATA       TO DT2-DATAEMB
           MOVE NF-PEDIDO     TO DT2-PEDIDO
           MOVE RT-UF         TO DT2-UF
           MOVE NF-VALORFRETE TO DT2-FRETENF
           WRITE LINHA-REL FROM DET2
           ADD 1 TO W-TOT-FALTA
           GO TO FALTA-002.
      *
      ***********************************************
      *  TOTAIS E PARCELA A PAGAR DA FATURA         *
      *  VENCIMENTO = HOJE + PRAZO DO FORNECEDOR    *
      ***********************************************
      *
       ROT-TOTAIS.
           MOVE W-TOT-LINHAS   TO GER-LINHAS
           MOVE W-TOT-DIVERG   TO GER-DIVERG
           MOVE W-TOT-FALTA    TO GER-FALTA
           MOVE W-TOT-COBRADO  TO GER-COBRADO
           MOVE W-TOT-FRETENF  TO GER-FRETENF
           MOVE W-TOT-APROVADO TO GER-APROVADO
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINGERAL
           WRITE LINHA-REL FROM LINGERAL2.
           IF W-EXEC NOT = "A" AND "a"
              GO TO ROT-TOTAIS1.
           IF W-NUMCMP = ZEROS OR W-TOT-APROVADO = ZEROS
              GO TO ROT-TOTAIS1.
           MOVE FUNCTION INTEGER-OF-DATE(W-HOJE) TO W-DIASBASE
           COMPUTE W-DIASVENC = W-DIASBASE + W-PRAZOFOR
           MOVE W-NUMCMP       TO PG-COMPRA
           MOVE 1              TO PG-PARCELA
           MOVE W-CODFOR       TO PG-CODFOR
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASVENC) TO PG-VENCIMENTO
           MOVE W-TOT-APROVADO TO PG-VALOR
           MOVE ZEROS          TO PG-VALORPAGO PG-DATAPAGTO
           MOVE "SGPB016 "     TO PG-ULTOPER
           WRITE REGPAG
           IF ST-PAG NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPAG"
              GO TO ROT-FIM.
           MOVE PG-COMPRA     TO PAG-COMPRA
           MOVE PG-CODFOR     TO PAG-CODFOR
           MOVE PG-VENCIMENTO TO PAG-VENC
           WRITE LINHA-REL FROM LINPAG
           DISPLAY "PARCELA A PAGAR GERADA - COMPRA: " W-NUMCMP.
       ROT-TOTAIS1.
           DISPLAY "LINHAS DA FATURA.: " W-TOT-LINHAS.
           DISPLAY "DIVERGENCIAS.....: " W-TOT-DIVERG.
           DISPLAY "NAO COBRADAS.....: " W-TOT-FALTA.
      *
       ROT-FIM.
           CLOSE CADFATF CADPAG CADCTRL RELFRT.
           STRING "TRANSP " W-CODTRANSP " FATURA " W-FATURA
                  " DE " W-DATAINI " A " W-DATAFIM " EXEC " W-EXEC
                  DELIMITED BY SIZE INTO W-SPPARM
           MOVE "RELFRETE.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIM1.
           CLOSE CADTRP FATFRETE CADNF CADROTA CADCLI CADFOR.
           IF W-TEMFRT = "S"
              CLOSE CADFRETE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
