       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC028.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  RENTABILIDADE MENSAL POR CLIENTE (RENTCLI.LST)    *
      *  - VENDAS DAS NOTAS DO MES (CADNF NAO CANCELADA)   *
      *  - CUSTO PELO PRECOCUSTOITEM DO ITEM DO PEDIDO     *
      *  - DESCONTO NEGOCIADO PELO TIER (CADPRECO)         *
      *  - FRETE COBRADO NA NOTA CONTRA A TABELA CADFRETE  *
      *  - CREDITOS DE DEVOLUCAO (CADCRED)                 *
      *  - MULTA E JUROS RECEBIDOS (JUROSLOG)              *
      *  - ATRASO MEDIO DAS PARCELAS PAGAS NO MES (CADREC) *
      *  CONTRIBUICAO = VENDAS - CUSTO + FRETE COBRADO -   *
      *  FRETE DE TABELA - CREDITOS + JUROS. O DESCONTO    *
      *  JA ESTA FORA DAS VENDAS E SAI SO INFORMATIVO.     *
      *  ORDEM: C = CONTRIBUICAO, T = TIER E CONTRIBUICAO  *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-NUMERO
                    FILE STATUS  IS ST-NF
                    ALTERNATE RECORD KEY IS CHAVE2 = NF-PEDIDO
                                                      WITH DUPLICATES.
           SELECT CADNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVENI
                    FILE STATUS  IS ST-NFI.
           SELECT CADPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEI
                    FILE STATUS  IS ST-PDI.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-PRO.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-CLI.
           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PT-CHAVE
                    FILE STATUS  IS ST-PRC.
           SELECT CADFRETE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEF
                    FILE STATUS  IS ST-FRT.
           SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-NUMERO
                    FILE STATUS  IS ST-CRD.
           SELECT JUROSLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-JRL.
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT RELRENT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADNF
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
                03 NF-NUMERO        PIC 9(09).
                03 NF-PEDIDO        PIC 9(05).
                03 NF-CODCLI        PIC 9(11).
                03 NF-DATAEMISSAO   PIC 9(08).
                03 NF-DATAEMI-DEC REDEFINES NF-DATAEMISSAO.
                    05 NF-EMISSAO-AM PIC 9(06).
                    05 NF-EMISSAO-DIA PIC 9(02).
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
       FD CADNFI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADNFI.DAT".
       01 REGNFI.
                03 CHAVENI.
                    05 NFI-NUMERO   PIC 9(09).
                    05 NFI-ITEM     PIC 9(03).
                03 NFI-PRODUTO      PIC 9(05).
                03 NFI-QUANTIDADE   PIC 9(05)V99.
                03 NFI-VALORITEM    PIC 9(09)V99.
                03 NFI-QTDDEVOLV    PIC 9(05)V99.
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
       FD CADPEDI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDI.DAT".
       01 REGPEDI.
                03 CHAVEI.
                    05 PEDIDOI      PIC 9(05).
                    05 ITEM         PIC 9(03).
                03 PRODUTO          PIC 9(05).
                03 QUANTIDADE       PIC 9(05)V99.
                03 VALORITEM        PIC 9(09)V99.
                03 PRECOCUSTOITEM   PIC 9(06)V99.
                03 LUCROITEM        PIC 9(09)V99.
                03 DEPITEM          PIC X(02).
                03 VALORICMS        PIC 9(09)V99.
                03 QTDFATUR         PIC 9(05)V99.
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
       FD CADPRECO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
                03 PT-CHAVE.
                    05 PT-TIER      PIC 9(01).
                    05 PT-CODIGO    PIC 9(05).
                03 PT-DESCONTO      PIC 9(02)V99.
                03 PT-DATAINI       PIC 9(08).
                03 PT-DATAFIM       PIC 9(08).
                03 PT-ULTOPER       PIC X(08).
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
       FD CADCRED
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
                03 CR-NUMERO        PIC 9(09).
                03 CR-CODCLI        PIC 9(11).
                03 CR-NF            PIC 9(09).
                03 CR-DATA          PIC 9(08).
                03 CR-DATA-DEC REDEFINES CR-DATA.
                    05 CR-DATA-AM   PIC 9(06).
                    05 CR-DATA-DIA  PIC 9(02).
                03 CR-MOTIVO        PIC 9(02).
                03 CR-VALOR         PIC 9(09)V99.
                03 CR-VALORUSADO    PIC 9(09)V99.
                03 CR-ULTOPER       PIC X(08).
      *
       FD JUROSLOG
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "JUROSLOG.DAT".
       01 REGJRL.
                03 JL-DATA          PIC 9(08).
                03 JL-DATA-DEC REDEFINES JL-DATA.
                    05 JL-DATA-AM   PIC 9(06).
                    05 JL-DATA-DIA  PIC 9(02).
                03 JL-PEDIDO        PIC 9(05).
                03 JL-PARCELA       PIC 9(02).
                03 JL-CODCLI        PIC 9(11).
                03 JL-VALMULTA      PIC 9(09)V99.
                03 JL-VALJUROS      PIC 9(09)V99.
                03 JL-OPERADOR      PIC X(08).
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
                03 RC-DATAPAG-DEC REDEFINES RC-DATAPAGTO.
                    05 RC-DATAPAG-AM  PIC 9(06).
                    05 RC-DATAPAG-DIA PIC 9(02).
                03 RC-ULTOPER       PIC X(08).
      *
       FD RELRENT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RENTCLI.LST".
       01 LINHA-REL                PIC X(160).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-NF        PIC X(02) VALUE "00".
       01 ST-NFI       PIC X(02) VALUE "00".
       01 ST-PED       PIC X(02) VALUE "00".
       01 ST-PDI       PIC X(02) VALUE "00".
       01 ST-PRO       PIC X(02) VALUE "00".
       01 ST-CLI       PIC X(02) VALUE "00".
       01 ST-PRC       PIC X(02) VALUE "00".
       01 ST-FRT       PIC X(02) VALUE "00".
       01 ST-CRD       PIC X(02) VALUE "00".
       01 ST-JRL       PIC X(02) VALUE "00".
       01 ST-REC       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-TEMPRECO   PIC X(01) VALUE "N".
       01 W-TEMFRT     PIC X(01) VALUE "N".
       01 W-TEMCRED    PIC X(01) VALUE "N".
       01 W-TEMJRL     PIC X(01) VALUE "N".
       01 W-TEMREC     PIC X(01) VALUE "N".
       01 W-ANOMES     PIC 9(06) VALUE ZEROS.
       01 W-ORDEM      PIC X(01) VALUE "C".
       01 W-CODCLI     PIC 9(11) VALUE ZEROS.
       01 W-DATAPED    PIC 9(08) VALUE ZEROS.
       01 W-UFCLI      PIC X(02) VALUE SPACES.
       01 W-TIERCLI    PIC 9(01) VALUE ZEROS.
       01 W-PESONF     PIC 9(07)V9(03) VALUE ZEROS.
       01 W-CUSTOITEM  PIC 9(11)V99 VALUE ZEROS.
       01 W-DESCITEM   PIC 9(11)V99 VALUE ZEROS.
       01 W-FRETETAB   PIC 9(06)V99 VALUE ZEROS.
       01 W-DIASBASE   PIC 9(07) VALUE ZEROS.
       01 W-DIASPAG    PIC 9(07) VALUE ZEROS.
       01 W-ATRASO     PIC 9(03)V9 VALUE ZEROS.
       01 W-MARGEM     PIC S9(05)V99 VALUE ZEROS.
       01 W-TOT-NOTAS  PIC 9(05) VALUE ZEROS.
       01 W-AVISO-CLI  PIC X(01) VALUE "N".
       01 W-TROCA      PIC X(01) VALUE "N".
       01 IND          PIC 9(03) VALUE ZEROS.
       01 IND2         PIC 9(03) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC028".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(160) VALUE SPACES.
      *
       01 TABCLI.
          03 TC-ENT OCCURS 500 TIMES.
             05 TC-CODCLI     PIC 9(11).
             05 TC-TIER       PIC 9(01).
             05 TC-VENDA      PIC 9(11)V99.
             05 TC-CUSTO      PIC 9(11)V99.
             05 TC-DESCONTO   PIC 9(11)V99.
             05 TC-FRETECOB   PIC 9(11)V99.
             05 TC-FRETETAB   PIC 9(11)V99.
             05 TC-CREDITO    PIC 9(11)V99.
             05 TC-JUROS      PIC 9(11)V99.
             05 TC-DIASATR    PIC 9(07).
             05 TC-PARCPAG    PIC 9(05).
             05 TC-CONTRIB    PIC S9(11)V99.
       01 TC-QTD       PIC 9(03) VALUE ZEROS.
       01 TC-SWAP      PIC X(131).
      *
       01 W-TOTAIS.
          03 TT-VENDA       PIC 9(13)V99 VALUE ZEROS.
          03 TT-CUSTO       PIC 9(13)V99 VALUE ZEROS.
          03 TT-DESCONTO    PIC 9(13)V99 VALUE ZEROS.
          03 TT-FRETECOB    PIC 9(13)V99 VALUE ZEROS.
          03 TT-FRETETAB    PIC 9(13)V99 VALUE ZEROS.
          03 TT-CREDITO     PIC 9(13)V99 VALUE ZEROS.
          03 TT-JUROS       PIC 9(13)V99 VALUE ZEROS.
          03 TT-DIASATR     PIC 9(09) VALUE ZEROS.
          03 TT-PARCPAG     PIC 9(07) VALUE ZEROS.
          03 TT-CONTRIB     PIC S9(13)V99 VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER         PIC X(40) VALUE SPACES.
          03 FILLER         PIC X(45) VALUE
             "RENTABILIDADE POR CLIENTE - MES: ".
          03 CAB1-MES       PIC 9(06).
       01 CAB2.
          03 FILLER         PIC X(15) VALUE "ORDENACAO POR: ".
          03 CAB2-ORDEM     PIC X(25).
       01 CAB3.
          03 FILLER         PIC X(51) VALUE
             "CLIENTE     NOME                 T        VENDAS   ".
          03 FILLER         PIC X(51) VALUE
             "      CUSTO   DESCONTOS  FRETE COBR  FRETE TAB.    ".
          03 FILLER         PIC X(51) VALUE
             "CREDITOS       JUROS ATRASO    CONTRIBUICAO  MARG %".
       01 DET1.
          03 DET-CODCLI     PIC 9(11).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-NOME       PIC X(20).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-TIER       PIC 9(01).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VENDA      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-CUSTO      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DESCONTO   PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-FRETECOB   PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-FRETETAB   PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-CREDITO    PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-JUROS      PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-ATRASO     PIC ZZZ9,9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-CONTRIB    PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-MARGEM     PIC -ZZ9,99.
       01 TOT1.
          03 FILLER         PIC X(35) VALUE
             "TOTAL GERAL".
          03 TOT-VENDA      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOT-CUSTO      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOT-DESCONTO   PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOT-FRETECOB   PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOT-FRETETAB   PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOT-CREDITO    PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOT-JUROS      PIC ZZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOT-ATRASO     PIC ZZZ9,9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOT-CONTRIB    PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 TOT-MARGEM     PIC -ZZ9,99.
       01 TOT2.
          03 FILLER         PIC X(33) VALUE
             "CLIENTES NO RELATORIO.........: ".
          03 TOT2-CLI       PIC ZZ9.
          03 FILLER         PIC X(05) VALUE SPACES.
          03 FILLER         PIC X(33) VALUE
             "NOTAS FISCAIS DO MES..........: ".
          03 TOT2-NOTAS     PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           DISPLAY "MES DA RENTABILIDADE (AAAAMM): "
           ACCEPT W-ANOMES FROM CONSOLE.
           IF W-ANOMES = ZEROS
              DISPLAY "*** MES INVALIDO ***"
              GO TO ROT-FIMP.
           DISPLAY "ORDEM: C=CONTRIBUICAO  T=TIER E CONTRIBUICAO: "
           ACCEPT W-ORDEM FROM CONSOLE.
           IF W-ORDEM = "t"
              MOVE "T" TO W-ORDEM.
           IF W-ORDEM NOT = "T"
              MOVE "C" TO W-ORDEM.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
              DISPLAY "*** ARQUIVO CADNF NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADNFI
           IF ST-NFI NOT = "00"
              DISPLAY "*** ARQUIVO CADNFI NAO ENCONTRADO ***"
              CLOSE CADNF
              GO TO ROT-FIMP.
           OPEN INPUT CADPED
           IF ST-PED NOT = "00"
              DISPLAY "*** ARQUIVO CADPED NAO ENCONTRADO ***"
              CLOSE CADNF CADNFI
              GO TO ROT-FIMP.
           OPEN INPUT CADPEDI
           IF ST-PDI NOT = "00"
              DISPLAY "*** ARQUIVO CADPEDI NAO ENCONTRADO ***"
              CLOSE CADNF CADNFI CADPED
              GO TO ROT-FIMP.
           OPEN INPUT CADPRO
           IF ST-PRO NOT = "00"
              DISPLAY "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
              CLOSE CADNF CADNFI CADPED CADPEDI
              GO TO ROT-FIMP.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "*** ARQUIVO CADCLI NAO ENCONTRADO ***"
              CLOSE CADNF CADNFI CADPED CADPEDI CADPRO
              GO TO ROT-FIMP.
       INC-OP1.
           MOVE "S" TO W-TEMPRECO
           OPEN INPUT CADPRECO
           IF ST-PRC NOT = "00"
              MOVE "N" TO W-TEMPRECO.
           MOVE "S" TO W-TEMFRT
           OPEN INPUT CADFRETE
           IF ST-FRT NOT = "00"
              MOVE "N" TO W-TEMFRT.
           MOVE "S" TO W-TEMCRED
           OPEN INPUT CADCRED
           IF ST-CRD NOT = "00"
              MOVE "N" TO W-TEMCRED.
           MOVE "S" TO W-TEMJRL
           OPEN INPUT JUROSLOG
           IF ST-JRL NOT = "00"
              MOVE "N" TO W-TEMJRL.
           MOVE "S" TO W-TEMREC
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
              MOVE "N" TO W-TEMREC.
       INC-OP2.
           OPEN OUTPUT RELRENT
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DE RENTCLI.LST ***"
              GO TO ROT-FIM.
      *
      ***********************************************
      *  NOTAS FISCAIS DO MES: VENDAS, CUSTO,       *
      *  DESCONTO E FRETE POR CLIENTE               *
      ***********************************************
      *
       ACU-NF.
           READ CADNF NEXT RECORD
              AT END
                 GO TO ACU-CRD.
           IF NF-EMISSAO-AM NOT = W-ANOMES
              GO TO ACU-NF.
           IF NF-SITUACAO = "C"
              GO TO ACU-NF.
           ADD 1 TO W-TOT-NOTAS
           MOVE NF-CODCLI TO W-CODCLI
           PERFORM ACH-CLI THRU ACH-CLI-FIM
           IF IND = ZEROS
              GO TO ACU-NF.
           ADD NF-VALORTOTAL TO TC-VENDA (IND)
           ADD NF-VALORFRETE TO TC-FRETECOB (IND)
           MOVE NF-CODCLI TO CPF
           READ CADCLI
           IF ST-CLI = "00"
              MOVE UFCLI   TO W-UFCLI
              MOVE TIERCLI TO W-TIERCLI
           ELSE
              MOVE SPACES TO W-UFCLI
              MOVE ZEROS  TO W-TIERCLI.
           MOVE NF-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-PED = "00"
              MOVE DATAPEDIDO TO W-DATAPED
           ELSE
              MOVE NF-DATAEMISSAO TO W-DATAPED.
           MOVE ZEROS TO W-PESONF
           PERFORM ACU-ITM THRU ACU-ITM-FIM
           IF NF-CODTRANSP NOT = ZEROS
              PERFORM FRT-TAB THRU FRT-TAB-FIM
              ADD W-FRETETAB TO TC-FRETETAB (IND).
           GO TO ACU-NF.
      *
      *   ITENS DA NOTA: CUSTO DO ITEM DO PEDIDO NA
      *   QUANTIDADE FATURADA E PESO PARA O FRETE
      *
       ACU-ITM.
           MOVE NF-NUMERO TO NFI-NUMERO
           MOVE ZEROS     TO NFI-ITEM
           START CADNFI KEY IS NOT LESS CHAVENI
                 INVALID KEY
                    GO TO ACU-ITM-FIM.
       ACU-ITM1.
           READ CADNFI NEXT RECORD
               AT END
                  GO TO ACU-ITM-FIM.
           IF NFI-NUMERO NOT = NF-NUMERO
              GO TO ACU-ITM-FIM.
           MOVE NF-PEDIDO TO PEDIDOI
           MOVE NFI-ITEM  TO ITEM
           READ CADPEDI
           IF ST-PDI = "00"
              COMPUTE W-CUSTOITEM ROUNDED =
                      PRECOCUSTOITEM * NFI-QUANTIDADE
              ADD W-CUSTOITEM TO TC-CUSTO (IND).
           MOVE NFI-PRODUTO TO CODIGO
           READ CADPRO
           IF ST-PRO = "00"
              COMPUTE W-PESONF = W-PESONF
                               + (PESOUNIT * NFI-QUANTIDADE).
           PERFORM DSC-ITM THRU DSC-ITM-FIM
           GO TO ACU-ITM1.
       ACU-ITM-FIM.
           EXIT.
      *
      *   DESCONTO NEGOCIADO: O ITEM FOI VENDIDO COM
      *   O DESCONTO DO TIER VIGENTE NA DATA DO
      *   PEDIDO, ENTAO O PRECO CHEIO E O VALOR DO
      *   ITEM / (100 - DESCONTO) * 100
      *
       DSC-ITM.
           IF W-TEMPRECO = "N" OR W-TIERCLI = ZEROS
              GO TO DSC-ITM-FIM.
           MOVE W-TIERCLI   TO PT-TIER
           MOVE NFI-PRODUTO TO PT-CODIGO
           READ CADPRECO
           IF ST-PRC NOT = "00"
              GO TO DSC-ITM-FIM.
           IF W-DATAPED < PT-DATAINI OR W-DATAPED > PT-DATAFIM
              GO TO DSC-ITM-FIM.
           IF PT-DESCONTO = ZEROS OR PT-DESCONTO NOT < 100
              GO TO DSC-ITM-FIM.
           COMPUTE W-DESCITEM ROUNDED =
                   NFI-VALORITEM * PT-DESCONTO / (100 - PT-DESCONTO)
           ADD W-DESCITEM TO TC-DESCONTO (IND).
       DSC-ITM-FIM.
           EXIT.
      *
      *   FRETE DE TABELA PELA UF DO CLIENTE E PESO
      *   DA NOTA (MESMA REGRA DO PEDIDO NO SGP006)
      *
       FRT-TAB.
           MOVE ZEROS TO W-FRETETAB
           IF W-TEMFRT = "N"
              GO TO FRT-TAB-FIM.
           MOVE W-UFCLI TO FR-UF
           MOVE ZEROS   TO FR-FAIXA
           START CADFRETE KEY IS NOT LESS CHAVEF
                 INVALID KEY
                    GO TO FRT-TAB-FIM.
       FRT-TAB1.
           READ CADFRETE NEXT RECORD
               AT END
                  GO TO FRT-TAB-FIM.
           IF FR-UF NOT = W-UFCLI
              GO TO FRT-TAB-FIM.
           MOVE FR-VALOR TO W-FRETETAB
           IF W-PESONF NOT > FR-PESOMAX
              GO TO FRT-TAB-FIM.
           GO TO FRT-TAB1.
       FRT-TAB-FIM.
           EXIT.
      *
      ***********************************************
      *  CREDITOS DE DEVOLUCAO EMITIDOS NO MES      *
      ***********************************************
      *
       ACU-CRD.
           IF W-TEMCRED = "N"
              GO TO ACU-JRL.
       ACU-CRD1.
           READ CADCRED NEXT RECORD
              AT END
                 GO TO ACU-JRL.
           IF CR-DATA-AM NOT = W-ANOMES
              GO TO ACU-CRD1.
           MOVE CR-CODCLI TO W-CODCLI
           PERFORM ACH-CLI THRU ACH-CLI-FIM
           IF IND NOT = ZEROS
              ADD CR-VALOR TO TC-CREDITO (IND).
           GO TO ACU-CRD1.
      *
      ***********************************************
      *  MULTA E JUROS RECEBIDOS NO MES             *
      ***********************************************
      *
       ACU-JRL.
           IF W-TEMJRL = "N"
              GO TO ACU-REC.
       ACU-JRL1.
           READ JUROSLOG
              AT END
                 GO TO ACU-REC.
           IF JL-DATA-AM NOT = W-ANOMES
              GO TO ACU-JRL1.
           MOVE JL-CODCLI TO W-CODCLI
           PERFORM ACH-CLI THRU ACH-CLI-FIM
           IF IND NOT = ZEROS
              ADD JL-VALMULTA JL-VALJUROS TO TC-JUROS (IND).
           GO TO ACU-JRL1.
      *
      ***********************************************
      *  PARCELAS PAGAS NO MES: DIAS DE ATRASO      *
      *  (PAGAMENTO EM DIA CONTA COMO ZERO)         *
      ***********************************************
      *
       ACU-REC.
           IF W-TEMREC = "N"
              GO TO CAL-CONTRIB.
       ACU-REC1.
           READ CADREC NEXT RECORD
              AT END
                 GO TO CAL-CONTRIB.
           IF RC-DATAPAGTO = ZEROS OR RC-DATAPAG-AM NOT = W-ANOMES
              GO TO ACU-REC1.
           MOVE RC-CODCLI TO W-CODCLI
           PERFORM ACH-CLI THRU ACH-CLI-FIM
           IF IND = ZEROS
              GO TO ACU-REC1.
           ADD 1 TO TC-PARCPAG (IND)
           IF RC-DATAPAGTO > RC-VENCIMENTO
              MOVE FUNCTION INTEGER-OF-DATE(RC-VENCIMENTO)
                                           TO W-DIASBASE
              MOVE FUNCTION INTEGER-OF-DATE(RC-DATAPAGTO)
                                           TO W-DIASPAG
              COMPUTE TC-DIASATR (IND) = TC-DIASATR (IND)
                                       + W-DIASPAG - W-DIASBASE.
           GO TO ACU-REC1.
      *
      ***********************************************
      *  CONTRIBUICAO DE CADA CLIENTE               *
      ***********************************************
      *
       CAL-CONTRIB.
           MOVE 1 TO IND.
       CAL-CONTRIB1.
           IF IND > TC-QTD
              GO TO ORD-CLI.
           COMPUTE TC-CONTRIB (IND) = TC-VENDA (IND)
                                    - TC-CUSTO (IND)
                                    + TC-FRETECOB (IND)
                                    - TC-FRETETAB (IND)
                                    - TC-CREDITO (IND)
                                    + TC-JUROS (IND)
           ADD 1 TO IND
           GO TO CAL-CONTRIB1.
      *
      ***********************************************
      *  ORDENACAO E IMPRESSAO                      *
      ***********************************************
      *
       ORD-CLI.
           PERFORM ORDENA-CLI THRU ORDENA-CLI-FIM
           MOVE W-ANOMES TO CAB1-MES
           IF W-ORDEM = "T"
              MOVE "TIER E CONTRIBUICAO" TO CAB2-ORDEM
           ELSE
              MOVE "CONTRIBUICAO" TO CAB2-ORDEM.
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB3
           PERFORM IMP-CLI THRU IMP-CLI-FIM
           PERFORM IMP-TOT THRU IMP-TOT-FIM
           DISPLAY "CLIENTES NO RELATORIO: " TC-QTD.
           GO TO ROT-FIM.
      *
      ***********************************************
      *  LOCALIZA OU INCLUI O CLIENTE NA TABELA     *
      *  (IND = ZERO QUANDO A TABELA ESTA CHEIA)    *
      ***********************************************
      *
       ACH-CLI.
           MOVE 1 TO IND.
       ACH-CLI1.
           IF IND > TC-QTD
              GO TO ACH-CLI2.
           IF TC-CODCLI (IND) = W-CODCLI
              GO TO ACH-CLI-FIM.
           ADD 1 TO IND
           GO TO ACH-CLI1.
       ACH-CLI2.
           IF TC-QTD < 500
              ADD 1 TO TC-QTD
              MOVE TC-QTD TO IND
              MOVE W-CODCLI TO TC-CODCLI (IND)
              MOVE ZEROS TO TC-VENDA (IND) TC-CUSTO (IND)
                            TC-DESCONTO (IND) TC-FRETECOB (IND)
                            TC-FRETETAB (IND) TC-CREDITO (IND)
                            TC-JUROS (IND) TC-DIASATR (IND)
                            TC-PARCPAG (IND) TC-CONTRIB (IND)
                            TC-TIER (IND)
              MOVE W-CODCLI TO CPF
              READ CADCLI
              IF ST-CLI = "00"
                 MOVE TIERCLI TO TC-TIER (IND)
              END-IF
           ELSE
              MOVE ZEROS TO IND
              IF W-AVISO-CLI = "N"
                 MOVE "S" TO W-AVISO-CLI
                 DISPLAY "AVISO: MAIS DE 500 CLIENTES NO MES - "
                         "EXCEDENTES FORA DO RELATORIO".
       ACH-CLI-FIM.
           EXIT.
      *
      ***********************************************
      *  CLASSIFICACAO DA TABELA (TROCA SIMPLES DE  *
      *  PARES FORA DE ORDEM): CONTRIBUICAO         *
      *  DECRESCENTE, OU TIER E DEPOIS CONTRIBUICAO *
      ***********************************************
      *
       ORDENA-CLI.
           IF TC-QTD < 2
              GO TO ORDENA-CLI-FIM.
           MOVE 1 TO IND.
       ORDENA-CLI1.
           IF IND NOT < TC-QTD
              GO TO ORDENA-CLI-FIM.
           COMPUTE IND2 = IND + 1.
       ORDENA-CLI2.
           IF IND2 > TC-QTD
              ADD 1 TO IND
              GO TO ORDENA-CLI1.
           MOVE "N" TO W-TROCA
           IF W-ORDEM = "T"
              IF TC-TIER (IND2) < TC-TIER (IND)
                 MOVE "S" TO W-TROCA
              ELSE
                 IF TC-TIER (IND2) = TC-TIER (IND)
                    AND TC-CONTRIB (IND2) > TC-CONTRIB (IND)
                    MOVE "S" TO W-TROCA
                 END-IF
              END-IF
           ELSE
              IF TC-CONTRIB (IND2) > TC-CONTRIB (IND)
                 MOVE "S" TO W-TROCA.
           IF W-TROCA = "S"
              MOVE TC-ENT (IND)  TO TC-SWAP
              MOVE TC-ENT (IND2) TO TC-ENT (IND)
              MOVE TC-SWAP       TO TC-ENT (IND2).
           ADD 1 TO IND2
           GO TO ORDENA-CLI2.
       ORDENA-CLI-FIM.
           EXIT.
      *
       IMP-CLI.
           MOVE 1 TO IND.
       IMP-CLI1.
           IF IND > TC-QTD
              GO TO IMP-CLI-FIM.
           MOVE TC-CODCLI (IND) TO CPF DET-CODCLI
           READ CADCLI
           IF ST-CLI = "00"
              MOVE NOME TO DET-NOME
           ELSE
              MOVE SPACES TO DET-NOME.
           MOVE TC-TIER (IND)     TO DET-TIER
           MOVE TC-VENDA (IND)    TO DET-VENDA
           MOVE TC-CUSTO (IND)    TO DET-CUSTO
           MOVE TC-DESCONTO (IND) TO DET-DESCONTO
           MOVE TC-FRETECOB (IND) TO DET-FRETECOB
           MOVE TC-FRETETAB (IND) TO DET-FRETETAB
           MOVE TC-CREDITO (IND)  TO DET-CREDITO
           MOVE TC-JUROS (IND)    TO DET-JUROS
           MOVE TC-CONTRIB (IND)  TO DET-CONTRIB
           IF TC-PARCPAG (IND) > ZEROS
              COMPUTE W-ATRASO ROUNDED =
                      TC-DIASATR (IND) / TC-PARCPAG (IND)
           ELSE
              MOVE ZEROS TO W-ATRASO.
           MOVE W-ATRASO TO DET-ATRASO
           IF TC-VENDA (IND) > ZEROS
              COMPUTE W-MARGEM ROUNDED =
                      TC-CONTRIB (IND) * 100 / TC-VENDA (IND)
           ELSE
              MOVE ZEROS TO W-MARGEM.
           MOVE W-MARGEM TO DET-MARGEM
           WRITE LINHA-REL FROM DET1
           ADD TC-VENDA (IND)    TO TT-VENDA
           ADD TC-CUSTO (IND)    TO TT-CUSTO
           ADD TC-DESCONTO (IND) TO TT-DESCONTO
           ADD TC-FRETECOB (IND) TO TT-FRETECOB
           ADD TC-FRETETAB (IND) TO TT-FRETETAB
           ADD TC-CREDITO (IND)  TO TT-CREDITO
           ADD TC-JUROS (IND)    TO TT-JUROS
           ADD TC-DIASATR (IND)  TO TT-DIASATR
           ADD TC-PARCPAG (IND)  TO TT-PARCPAG
           ADD TC-CONTRIB (IND)  TO TT-CONTRIB
           ADD 1 TO IND
           GO TO IMP-CLI1.
       IMP-CLI-FIM.
           EXIT.
      *
       IMP-TOT.
           MOVE TT-VENDA    TO TOT-VENDA
           MOVE TT-CUSTO    TO TOT-CUSTO
           MOVE TT-DESCONTO TO TOT-DESCONTO
           MOVE TT-FRETECOB TO TOT-FRETECOB
           MOVE TT-FRETETAB TO TOT-FRETETAB
           MOVE TT-CREDITO  TO TOT-CREDITO
           MOVE TT-JUROS    TO TOT-JUROS
           MOVE TT-CONTRIB  TO TOT-CONTRIB
           IF TT-PARCPAG > ZEROS
              COMPUTE W-ATRASO ROUNDED = TT-DIASATR / TT-PARCPAG
           ELSE
              MOVE ZEROS TO W-ATRASO.
           MOVE W-ATRASO TO TOT-ATRASO
           IF TT-VENDA > ZEROS
              COMPUTE W-MARGEM ROUNDED = TT-CONTRIB * 100 / TT-VENDA
           ELSE
              MOVE ZEROS TO W-MARGEM.
           MOVE W-MARGEM TO TOT-MARGEM
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM TOT1
           MOVE TC-QTD      TO TOT2-CLI
           MOVE W-TOT-NOTAS TO TOT2-NOTAS
           WRITE LINHA-REL FROM TOT2.
       IMP-TOT-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADNF CADNFI CADPED CADPEDI CADPRO CADCLI.
           IF W-TEMPRECO = "S"
              CLOSE CADPRECO.
           IF W-TEMFRT = "S"
              CLOSE CADFRETE.
           IF W-TEMCRED = "S"
              CLOSE CADCRED.
           IF W-TEMJRL = "S"
              CLOSE JUROSLOG.
           IF W-TEMREC = "S"
              CLOSE CADREC.
           IF ST-REL = "00"
              CLOSE RELRENT
              STRING "MES " W-ANOMES " ORDEM " W-ORDEM
                     DELIMITED BY SIZE INTO W-SPPARM
              MOVE "RENTCLI.LST" TO W-SPARQ
              CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                   W-SPRET
              IF W-SPRET NOT = ZEROS
                 DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
