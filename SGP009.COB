      ****************************************
      *   FATURAMENTO - EMISSAO DE NOTA      *
      *   FISCAL DOS PEDIDOS FATURADOS       *
      *   GRAVA TAMBEM O ARQUIVO DA NF-E     *
      *   (NFEnnnnnnnnn.TXT) DE CADA NOTA    *
      *   PARA O EMISSOR TRANSMITIR - A      *
      *   AUTORIZACAO VOLTA PELO SGPB023     *
      *   VENDA DE BALCAO: O CADREC SAI DAS  *
      *   FORMAS DE PAGAMENTO DO CADPGBAL    *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT CADCOND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CODIGO
                    FILE STATUS  IS ST-TRP.
           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESR
                    FILE STATUS  IS ST-SER.
           SELECT CADENDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEED
                    FILE STATUS  IS ST-END.
           SELECT CADPGBAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEPB
                    FILE STATUS IS ST-PGB
                    ALTERNATE RECORD KEY IS CHAVE2PB = PB-SESSAO
                                                      WITH DUPLICATES.
           SELECT CADPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PM-CODIGO
                    FILE STATUS IS ST-PRM.
           SELECT RELNF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           SELECT CADTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPO
                    FILE STATUS  IS ST-TIP.
           SELECT NFEEMIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EMI.
           SELECT ARQNFE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NFE.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
      *
       FD CADPEDI
             LABEL RECORD IS STANDARD
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
                03 TR-UF            PIC X(02).
                03 TR-SITUACAO      PIC X(01).
                03 TR-ULTOPER       PIC X(08).
       FD CADSERIE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
                03 CHAVESR.
                    05 SR-CODIGO    PIC 9(05).
                    05 SR-SERIE     PIC X(20).
                03 SR-SITUACAO      PIC X(01).
                03 SR-DEPOSITO      PIC X(02).
                03 SR-CODFOR        PIC 9(05).
                03 SR-COMPRA        PIC 9(07).
                03 SR-DATAREC       PIC 9(08).
                03 SR-PEDIDO        PIC 9(05).
                03 SR-ITEM          PIC 9(03).
                03 SR-NOTA          PIC 9(09).
                03 SR-CODCLI        PIC 9(11).
                03 SR-DATAVENDA     PIC 9(08).
                03 SR-DATADEV       PIC 9(08).
                03 SR-MOTDEV        PIC 9(02).
                03 SR-ULTOPER       PIC X(08).
      *
       FD CADENDE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADENDE.DAT".
       01 REGENDE.
                03 CHAVEED.
                    05 ED-CODCLI    PIC 9(11).
                    05 ED-SEQ       PIC 9(02).
                03 ED-CEP           PIC 9(08).
                03 ED-NUMERO        PIC 9(04).
                03 ED-COMPL         PIC X(12).
                03 ED-LOGRADOURO    PIC X(30).
                03 ED-BAIRRO        PIC X(20).
                03 ED-CIDADE        PIC X(20).
                03 ED-UF            PIC X(02).
                03 ED-CONTATO       PIC X(30).
                03 ED-DDD           PIC 9(02).
                03 ED-TELEFONE      PIC 9(09).
                03 ED-SITUACAO      PIC X(01).
                03 ED-ULTOPER       PIC X(08).
      *
      *   PAGAMENTO DA VENDA DE BALCAO (SGP006): COM ELE
      *   AS PARCELAS SAEM POR FORMA - DINHEIRO E PIX JA
      *   PAGOS, CARTAO A RECEBER DA OPERADORA
      *   FORMAS: 1=DINHEIRO 2=CARTAO DE DEBITO
      *           3=CARTAO DE CREDITO 4=PIX
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
       FD CADPARM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPARM.DAT".
       01 REGPARM.
                03 PM-CODIGO        PIC X(08).
                03 PM-DESCRICAO     PIC X(30).
                03 PM-VALOR         PIC 9(03)V9(04).
      *
       FD RELNF
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NOTAFISC.LST".
       01 LINHA-REL                PIC X(100).
      *
       FD CADTIPO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADTIPO.DAT".
       01 REGTIPO.
                03 CODTIPO          PIC 9(01).
                03 DESCTIPO         PIC X(19).
                03 ALIQICMS         PIC 9(02)V99.
      *
      *   PARAMETROS DO EMITENTE DA NF-E: UMA LINHA POR
      *   PARAMETRO, NOME NAS COLUNAS 1-10 E VALOR A
      *   PARTIR DA 11 ("*" NA COLUNA 1 E COMENTARIO)
      *
       FD NFEEMIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NFEEMIT.TXT".
       01 REGEMIT.
                03 PRM-NOME         PIC X(10).
                03 PRM-VALOR        PIC X(60).
      *
       FD ARQNFE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-NOMENFE.
       01 LINHA-NFE                PIC X(400).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 W-DTDATA2    PIC 9(08) VALUE ZEROS.
       01 W-DTRET      PIC 9(01) VALUE ZEROS.
       01 W-DTDIAS     PIC S9(05) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGP009".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
       01 ST-SER       PIC X(02) VALUE "00".
       01 W-TEMSER     PIC X(01) VALUE "N".
       01 W-QTDSER     PIC 9(05)V99 VALUE ZEROS.
       01 ST-TIP       PIC X(02) VALUE "00".
       01 ST-EMI       PIC X(02) VALUE "00".
       01 ST-NFE       PIC X(02) VALUE "00".
       01 W-TEMTIP     PIC X(01) VALUE "N".
       01 W-TEMEMIT    PIC X(01) VALUE "N".
       01 ST-END       PIC X(02) VALUE "00".
       01 W-TEMEND     PIC X(01) VALUE "N".
       01 W-ACHOUEND   PIC X(01) VALUE "N".
       01 W-NFEOK      PIC X(01) VALUE "N".
       01 W-TOT-NFE    PIC 9(05) VALUE ZEROS.
       01 W-TOT-REGER  PIC 9(05) VALUE ZEROS.
       01 ST-PGB       PIC X(02) VALUE "00".
       01 ST-PRM       PIC X(02) VALUE "00".
       01 W-TEMPGB     PIC X(01) VALUE "N".
       01 W-TEMBAL     PIC X(01) VALUE "N".
       01 W-RECCLI     PIC 9(11) VALUE ZEROS.
       01 W-RECPAGO    PIC X(01) VALUE "N".
       01 W-CARTDDEB   PIC 9(03) VALUE 1.
       01 W-CARTDCRE   PIC 9(03) VALUE 30.
      *
      *   CODIGO DA OPERADORA DE CARTAO NO CADREC: CPF DE
      *   DIGITOS REPETIDOS NUNCA E ACEITO NO CADCLI
      *   (SGP003), ENTAO NAO SE CONFUNDE COM CLIENTE
      *
       01 W-CARTCLI    PIC 9(11) VALUE 99999999999.
       01 W-PBPARC     PIC 9(02) VALUE ZEROS.
       01 W-NOMENFE.
          03 FILLER       PIC X(03) VALUE "NFE".
          03 W-NOMENFE-NR PIC 9(09) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE ".TXT".
       01 W-HORANFE.
          03 W-HNFE-HH    PIC 9(02).
          03 W-HNFE-MM    PIC 9(02).
          03 W-HNFE-SS    PIC 9(02).
          03 W-HNFE-CS    PIC 9(02).
       01 W-DATANFE    PIC 9(08) VALUE ZEROS.
       01 W-DATANFE-DEC REDEFINES W-DATANFE.
          03 W-DNFE-ANO   PIC 9(04).
          03 W-DNFE-MES   PIC 9(02).
          03 W-DNFE-DIA   PIC 9(02).
       01 W-DHEMI      PIC X(25) VALUE SPACES.
       01 W-IDDEST     PIC X(01) VALUE SPACES.
       01 W-CFOP       PIC X(04) VALUE SPACES.
       01 W-NOMEDEST   PIC X(60) VALUE SPACES.
       01 W-FONEDEST   PIC X(11) VALUE SPACES.
       01 W-ITEMNFE    PIC 9(03) VALUE ZEROS.
       01 W-ALIQ       PIC 9(02)V99 VALUE ZEROS.
       01 W-VBCITEM    PIC 9(09)V99 VALUE ZEROS.
       01 W-VICMSITEM  PIC 9(09)V99 VALUE ZEROS.
       01 W-VUNIT      PIC 9(09)V9(04) VALUE ZEROS.
       01 W-TOTBC      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTICMS    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPROD    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTNFE     PIC 9(09)V99 VALUE ZEROS.
      *
      *   VALORES DA NF-E SAEM COM PONTO DECIMAL E SEM
      *   ZEROS A ESQUERDA (FMT-NUM)
      *
       01 W-FMTVAL     PIC 9(13)V9(04) VALUE ZEROS.
       01 W-FMTVAL-DEC REDEFINES W-FMTVAL.
          03 W-FMTINT     PIC 9(13).
          03 W-FMTFRA     PIC 9(04).
       01 W-FMTED      PIC Z(12)9.
       01 W-FMTBR      PIC 9(02) VALUE ZEROS.
       01 W-FMTDEC     PIC 9(01) VALUE ZEROS.
       01 W-FMTTXT     PIC X(20) VALUE SPACES.
       01 W-TX1        PIC X(20) VALUE SPACES.
       01 W-TX2        PIC X(20) VALUE SPACES.
       01 W-TX3        PIC X(20) VALUE SPACES.
       01 W-TX4        PIC X(20) VALUE SPACES.
       01 W-TX5        PIC X(20) VALUE SPACES.
      *
       01 W-EMITENTE.
          03 EMI-CNPJ       PIC X(14).
          03 EMI-IE         PIC X(14).
          03 EMI-RAZAO      PIC X(60).
          03 EMI-FANTASIA   PIC X(60).
          03 EMI-LOGRAD     PIC X(60).
          03 EMI-NUMERO     PIC X(10).
          03 EMI-COMPL      PIC X(30).
          03 EMI-BAIRRO     PIC X(30).
          03 EMI-CODMUN     PIC X(07).
          03 EMI-MUNICIPIO  PIC X(40).
          03 EMI-UF         PIC X(02).
          03 EMI-CODUF      PIC X(02).
          03 EMI-CEP        PIC X(08).
          03 EMI-FONE       PIC X(14).
          03 EMI-CRT        PIC X(01).
          03 EMI-SERIE      PIC X(03).
          03 EMI-AMBIENTE   PIC X(01).
          03 EMI-CFOPINT    PIC X(04).
          03 EMI-CFOPEXT    PIC X(04).
          03 EMI-NCM        PIC X(08).
      *
       01 CABNF1.
          03 FILLER         PIC X(60) VALUE ALL "=".
          03 FILLER         PIC X(10) VALUE "CLIENTE: ".
          03 NF4-NOME       PIC X(40).
       01 CABNF5.
          03 NF5-ROTULO     PIC X(10) VALUE "ENDERECO: ".
          03 NF5-LOGRADOURO PIC X(30).
          03 FILLER         PIC X(02) VALUE ", ".
          03 NF5-NUMERO     PIC 9(04).
          03 NF6-CIDADE     PIC X(20).
          03 FILLER         PIC X(01) VALUE "/".
          03 NF6-UF         PIC X(02).
       01 CABNF6A.
          03 FILLER         PIC X(10) VALUE SPACES.
          03 FILLER         PIC X(09) VALUE "CONTATO: ".
          03 NF6A-CONTATO   PIC X(30).
          03 FILLER         PIC X(08) VALUE "  FONE (".
          03 NF6A-DDD       PIC 9(02).
          03 FILLER         PIC X(02) VALUE ") ".
          03 NF6A-TELEFONE  PIC 9(09).
       01 CABNF7.
          03 FILLER         PIC X(40) VALUE
             "ITEM  PRODUTO  DESCRICAO".
          03 RNF2-RAZAO     PIC X(30).
          03 FILLER         PIC X(09) VALUE "  FRETE: ".
          03 RNF2-FRETE     PIC ZZZ.ZZ9,99.
       01 DETNF2.
          03 FILLER         PIC X(12) VALUE SPACES.
          03 FILLER         PIC X(07) VALUE "SERIE: ".
          03 DNF2-SERIE     PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADTRP
           IF ST-TRP NOT = "00"
              MOVE "N" TO W-TEMTRP.
       INC-OP3G.
           MOVE "S" TO W-TEMSER
           OPEN I-O CADSERIE
           IF ST-SER NOT = "00"
              MOVE "N" TO W-TEMSER.
       INC-OP3H.
           MOVE "S" TO W-TEMTIP
           OPEN INPUT CADTIPO
           IF ST-TIP NOT = "00"
              MOVE "N" TO W-TEMTIP.
           MOVE "S" TO W-TEMEND
           OPEN INPUT CADENDE
           IF ST-END NOT = "00"
              MOVE "N" TO W-TEMEND.
           MOVE "S" TO W-TEMPGB
           OPEN INPUT CADPGBAL
           IF ST-PGB NOT = "00"
              MOVE "N" TO W-TEMPGB.
      *
      *   PRAZOS DE REPASSE DA OPERADORA DE CARTAO
      *   (CADPARM, MANTIDOS NO SGP007): CARTDDEB = DIAS
      *   PARA O DEBITO, CARTDCRE = DIAS ENTRE AS
      *   PARCELAS DO CREDITO
      *
       INC-OP3L.
           OPEN INPUT CADPARM
           IF ST-PRM NOT = "00"
              GO TO INC-OP3I.
           MOVE "CARTDDEB" TO PM-CODIGO
           READ CADPARM
           IF ST-PRM = "00" AND PM-VALOR NOT < 1
              MOVE PM-VALOR TO W-CARTDDEB.
           MOVE "CARTDCRE" TO PM-CODIGO
           READ CADPARM
           IF ST-PRM = "00" AND PM-VALOR NOT < 1
              MOVE PM-VALOR TO W-CARTDCRE.
           CLOSE CADPARM.
      *
      ***********************************************
      *   PARAMETROS DO EMITENTE (NFEEMIT.TXT) -    *
      *   SEM ELES A NOTA E EMITIDA MAS O ARQUIVO   *
      *   DA NF-E FICA PARA A PROXIMA RODADA        *
      *   (NF-SITNFE = "G")                         *
      ***********************************************
      *
       INC-OP3I.
           MOVE "S" TO W-TEMEMIT
           MOVE SPACES TO W-EMITENTE
           OPEN INPUT NFEEMIT
           IF ST-EMI NOT = "00"
              MOVE "N" TO W-TEMEMIT
              DISPLAY "*** NFEEMIT.TXT NAO ENCONTRADO - NF-E NAO GERADA"
              GO TO INC-OP3C.
       INC-OP3J.
           READ NFEEMIT
              AT END
                 CLOSE NFEEMIT
                 GO TO INC-OP3K.
           IF PRM-NOME = SPACES OR PRM-NOME (1:1) = "*"
              GO TO INC-OP3J.
           IF PRM-NOME = "CNPJ"
              MOVE PRM-VALOR TO EMI-CNPJ.
           IF PRM-NOME = "IE"
              MOVE PRM-VALOR TO EMI-IE.
           IF PRM-NOME = "RAZAO"
              MOVE PRM-VALOR TO EMI-RAZAO.
           IF PRM-NOME = "FANTASIA"
              MOVE PRM-VALOR TO EMI-FANTASIA.
           IF PRM-NOME = "LOGRADOURO"
              MOVE PRM-VALOR TO EMI-LOGRAD.
           IF PRM-NOME = "NUMERO"
              MOVE PRM-VALOR TO EMI-NUMERO.
           IF PRM-NOME = "COMPLEM"
              MOVE PRM-VALOR TO EMI-COMPL.
           IF PRM-NOME = "BAIRRO"
              MOVE PRM-VALOR TO EMI-BAIRRO.
           IF PRM-NOME = "CODMUN"
              MOVE PRM-VALOR TO EMI-CODMUN.
           IF PRM-NOME = "MUNICIPIO"
              MOVE PRM-VALOR TO EMI-MUNICIPIO.
           IF PRM-NOME = "UF"
              MOVE PRM-VALOR TO EMI-UF.
           IF PRM-NOME = "CODUF"
              MOVE PRM-VALOR TO EMI-CODUF.
           IF PRM-NOME = "CEP"
              MOVE PRM-VALOR TO EMI-CEP.
           IF PRM-NOME = "FONE"
              MOVE PRM-VALOR TO EMI-FONE.
           IF PRM-NOME = "CRT"
              MOVE PRM-VALOR TO EMI-CRT.
           IF PRM-NOME = "SERIE"
              MOVE PRM-VALOR TO EMI-SERIE.
           IF PRM-NOME = "AMBIENTE"
              MOVE PRM-VALOR TO EMI-AMBIENTE.
           IF PRM-NOME = "CFOPINT"
              MOVE PRM-VALOR TO EMI-CFOPINT.
           IF PRM-NOME = "CFOPEXT"
              MOVE PRM-VALOR TO EMI-CFOPEXT.
           IF PRM-NOME = "NCM"
              MOVE PRM-VALOR TO EMI-NCM.
           GO TO INC-OP3J.
       INC-OP3K.
           IF EMI-CNPJ = SPACES OR EMI-UF = SPACES
                                OR EMI-CODUF = SPACES
              MOVE "N" TO W-TEMEMIT
              DISPLAY "*** NFEEMIT.TXT INCOMPLETO - NF-E NAO GERADA"
              GO TO INC-OP3C.
           IF EMI-SERIE = SPACES
              MOVE "1" TO EMI-SERIE.
           IF EMI-AMBIENTE NOT = "1"
              MOVE "2" TO EMI-AMBIENTE.
           IF EMI-CRT = SPACES
              MOVE "3" TO EMI-CRT.
           IF EMI-CFOPINT = SPACES
              MOVE "5102" TO EMI-CFOPINT.
           IF EMI-CFOPEXT = SPACES
              MOVE "6102" TO EMI-CFOPEXT.
      *
      *   O NUMERO DE PARCELAS DO CONSOLE SO VALE PARA
      *   PEDIDO SEM CONDICAO DE PAGAMENTO (CADCOND)
                    GO TO ROT-FIMP.
      *
      ***********************************************
      *   NOTAS DE RODADAS ANTERIORES QUE FICARAM   *
      *   SEM O ARQUIVO DA NF-E (NF-SITNFE = "G")   *
      ***********************************************
      *
       RGR-NFE0.
           IF W-TEMEMIT = "N"
              GO TO LER-PED1.
           MOVE ZEROS TO NF-NUMERO
           START CADNF KEY IS NOT LESS NF-NUMERO
                 INVALID KEY
                    GO TO LER-PED1.
       RGR-NFE1.
           READ CADNF NEXT RECORD
               AT END
                  GO TO LER-PED1.
           IF NF-SITNFE NOT = "G" OR NF-SITUACAO = "C"
              GO TO RGR-NFE1.
           PERFORM GER-NFE THRU GER-NFE-FIM
           IF W-NFEOK = "N"
              GO TO RGR-NFE1.
           MOVE "P" TO NF-SITNFE
           REWRITE REGNF
           IF ST-NF NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADNF"
              GO TO ROT-FIM.
           ADD 1 TO W-TOT-REGER
           GO TO RGR-NFE1.
      *
      ***********************************************
      *   VARRE OS PEDIDOS FATURADOS SEM NOTA E OS  *
      *   PARCIALMENTE FATURADOS ("P") COM SALDO A  *
      *   FATURAR                                   *
              GO TO ROT-FIM.
      *
      ***********************************************
      *   CABECALHO DO ESPELHO DA NOTA - COM O      *
      *   ENDERECO DE ENTREGA DO PEDIDO (CADENDE)   *
      *   NO LUGAR DO ENDERECO DO CADASTRO QUANDO   *
      *   O PEDIDO TEM SEQENTREGA                   *
      ***********************************************
      *
       GER-NF1.
              MOVE SPACES TO NOME LOGRADOUROCLI BAIRROCLI
                             CIDADECLI UFCLI COMPLEMENTO
              MOVE ZEROS TO NUMERO.
           IF CODCLI = ZEROS
              MOVE "CONSUMIDOR FINAL" TO NOME.
           MOVE "ENDERECO: " TO NF5-ROTULO
           MOVE "N" TO W-ACHOUEND
           IF SEQENTREGA NOT = ZEROS AND W-TEMEND = "S"
              MOVE CODCLI     TO ED-CODCLI
              MOVE SEQENTREGA TO ED-SEQ
              READ CADENDE
              IF ST-END = "00"
                 MOVE "S" TO W-ACHOUEND
                 MOVE "ENTREGA:  "  TO NF5-ROTULO
                 MOVE ED-LOGRADOURO TO LOGRADOUROCLI
                 MOVE ED-NUMERO     TO NUMERO
                 MOVE ED-COMPL      TO COMPLEMENTO
                 MOVE ED-BAIRRO     TO BAIRROCLI
                 MOVE ED-CIDADE     TO CIDADECLI
                 MOVE ED-UF         TO UFCLI.
           WRITE LINHA-REL FROM CABNF1
           MOVE W-NUMNF     TO NF2-NUMERO
           MOVE W-HOJE      TO NF2-EMISSAO
           MOVE CIDADECLI   TO NF6-CIDADE
           MOVE UFCLI       TO NF6-UF
           WRITE LINHA-REL FROM CABNF6
           IF W-ACHOUEND = "S"
              MOVE ED-CONTATO  TO NF6A-CONTATO
              MOVE ED-DDD      TO NF6A-DDD
              MOVE ED-TELEFONE TO NF6A-TELEFONE
              WRITE LINHA-REL FROM CABNF6A.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CABNF7.
      *
       GER-ITM0.
           MOVE ZEROS TO W-QTDITENS W-VALNOTA.
           MOVE "N" TO W-RESTOU
      *
      *   VENDA DE BALCAO (COM CADPGBAL) NAO PASSA PELO
      *   ROMANEIO: OS NUMEROS DE SERIE SAEM DO ESTOQUE ("E")
      *
           PERFORM GER-RECPB THRU GER-RECPB-FIM
           MOVE PEDIDO TO PEDIDOI
           MOVE 1 TO ITEM
           START CADPEDI KEY IS NOT LESS CHAVEI
           MOVE W-QTDFATURAR  TO DNF-QTD
           MOVE W-VALFATITEM  TO DNF-VALOR
           WRITE LINHA-REL FROM DETNF1
           PERFORM SER-NOTA THRU SER-NOTA-FIM
           GO TO GER-ITM1.
      *
      ***********************************************
           MOVE "A"         TO NF-SITUACAO
           MOVE CODTRANSP   TO NF-CODTRANSP
           MOVE VALORFRETE  TO NF-VALORFRETE
           MOVE "G"         TO NF-SITNFE
           MOVE SPACES      TO NF-CHAVENFE NF-PROTOCOLO NF-PROTCANC
           MOVE ZEROS       TO NF-DATAAUT
           WRITE REGNF
           IF ST-NF NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADNF"
              GO TO ROT-FIM.
           PERFORM GER-REC THRU GER-REC-FIM
           IF W-TEMEMIT = "S"
              PERFORM GER-NFE THRU GER-NFE-FIM
              IF W-NFEOK = "S"
                 MOVE "P" TO NF-SITNFE
                 REWRITE REGNF
                 IF ST-NF NOT = "00" AND "02"
                    DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADNF"
                    GO TO ROT-FIM.
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE W-VALNOTA TO RNF-TOTAL
           WRITE LINHA-REL FROM RODNF1
       GER-REC.
           PERFORM GER-RECBASE THRU GER-RECBASE-FIM
           MOVE FUNCTION INTEGER-OF-DATE(W-HOJE) TO W-DIASBASE
           MOVE CODCLI TO W-RECCLI
           MOVE "N" TO W-RECPAGO
           PERFORM GER-RECPB THRU GER-RECPB-FIM
           IF W-TEMBAL = "S"
              GO TO GER-RECB1.
           IF W-TEMCOND = "S" AND CONDPAGTO NOT = ZEROS
              MOVE CONDPAGTO TO CD-CODIGO
              READ CADCOND
           PERFORM GRV-PARCREC THRU GRV-PARCREC-FIM
           ADD 1 TO W-PARCCOND
           GO TO GER-RECC1.
      *
      *   VENDA DE BALCAO: UMA PARCELA POR FORMA DO
      *   CADPGBAL. DINHEIRO E PIX ENTRAM JA PAGOS NO
      *   NOME DO CLIENTE; DEBITO VENCE EM CARTDDEB DIAS
      *   E O CREDITO SAI EM PB-PARCELAS A CADA CARTDCRE
      *   DIAS, AMBOS A RECEBER DA OPERADORA (W-CARTCLI)
      *
       GER-RECB1.
           IF PB-FORMA = 2
              GO TO GER-RECB2.
           IF PB-FORMA = 3
              GO TO GER-RECB3.
           ADD 1 TO W-PARC
           MOVE W-DIASBASE TO W-DIASVENC
           MOVE PB-VALOR TO W-VALGRAVA
           MOVE CODCLI TO W-RECCLI
           MOVE "S" TO W-RECPAGO
           PERFORM GRV-PARCREC THRU GRV-PARCREC-FIM
           GO TO GER-RECB9.
       GER-RECB2.
           ADD 1 TO W-PARC
           COMPUTE W-DIASVENC = W-DIASBASE + W-CARTDDEB
           MOVE PB-VALOR TO W-VALGRAVA
           MOVE W-CARTCLI TO W-RECCLI
           MOVE "N" TO W-RECPAGO
           PERFORM GRV-PARCREC THRU GRV-PARCREC-FIM
           GO TO GER-RECB9.
       GER-RECB3.
           MOVE PB-PARCELAS TO W-PBPARC
           IF W-PBPARC = ZEROS
              MOVE 1 TO W-PBPARC.
           COMPUTE W-VALPARC = PB-VALOR / W-PBPARC
           COMPUTE W-VALULT = PB-VALOR
                            - (W-VALPARC * (W-PBPARC - 1))
           MOVE W-CARTCLI TO W-RECCLI
           MOVE "N" TO W-RECPAGO
           MOVE 1 TO W-PARCCOND.
       GER-RECB4.
           IF W-PARCCOND > W-PBPARC
              GO TO GER-RECB9.
           ADD 1 TO W-PARC
           COMPUTE W-DIASVENC = W-DIASBASE
                              + (W-CARTDCRE * W-PARCCOND)
           IF W-PARCCOND = W-PBPARC
              MOVE W-VALULT TO W-VALGRAVA
           ELSE
              MOVE W-VALPARC TO W-VALGRAVA.
           PERFORM GRV-PARCREC THRU GRV-PARCREC-FIM
           ADD 1 TO W-PARCCOND
           GO TO GER-RECB4.
       GER-RECB9.
           READ CADPGBAL NEXT RECORD
               AT END
                  GO TO GER-REC-FIM.
           IF PB-PEDIDO NOT = PEDIDO
              GO TO GER-REC-FIM.
           GO TO GER-RECB1.
       GER-REC-FIM.
           EXIT.
      *
      *   PEDIDO COM PAGAMENTO DE BALCAO: DEIXA O PRIMEIRO
      *   REGISTRO DO CADPGBAL DO PEDIDO LIDO
      *
       GER-RECPB.
           MOVE "N" TO W-TEMBAL
           IF W-TEMPGB = "N"
              GO TO GER-RECPB-FIM.
           MOVE PEDIDO TO PB-PEDIDO
           MOVE ZEROS TO PB-SEQ
           START CADPGBAL KEY IS NOT LESS CHAVEPB
                 INVALID KEY
                    GO TO GER-RECPB-FIM.
           READ CADPGBAL NEXT RECORD
               AT END
                  GO TO GER-RECPB-FIM.
           IF PB-PEDIDO = PEDIDO
              MOVE "S" TO W-TEMBAL
              MOVE ZEROS TO W-PARC.
       GER-RECPB-FIM.
           EXIT.
      *
      ***********************************************
      *   GRAVACAO DE UMA PARCELA DO CADREC, COM O  *
      *   VENCIMENTO EMPURRADO PARA O PROXIMO DIA   *
           EXIT.
      *
       GRV-PARCREC.
           IF W-RECPAGO = "S"
              GO TO GRV-PARCREC1.
           MOVE "U" TO W-DTFUNCAO
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASVENC) TO W-DTDATA1
           CALL "SGPD001" USING W-DTFUNCAO W-DTDATA1 W-DTDATA2
           IF W-DTRET = 2 OR W-DTRET = 3
              ADD 1 TO W-DIASVENC
              GO TO GRV-PARCREC.
       GRV-PARCREC1.
           MOVE PEDIDO TO RC-PEDIDO
           COMPUTE RC-PARCELA = W-PARCBASE + W-PARC
           MOVE W-RECCLI TO RC-CODCLI
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASVENC) TO RC-VENCIMENTO
           MOVE W-VALGRAVA TO RC-VALOR
           IF W-RECPAGO = "S"
              MOVE W-VALGRAVA  TO RC-VALORPAGO
              MOVE W-HOJE      TO RC-DATAPAGTO
              MOVE PB-OPERADOR TO RC-ULTOPER
           ELSE
              MOVE ZEROS TO RC-VALORPAGO RC-DATAPAGTO
              MOVE SPACES TO RC-ULTOPER.
           WRITE REGREC
           IF ST-REC NOT = "00" AND "02" AND "22"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADREC"
              GO TO ROT-FIM.
       GRV-PARCREC-FIM.
           EXIT.
      *
      ***********************************************
      *   NUMEROS DE SERIE DO ITEM: AS UNIDADES     *
      *   RESERVADAS NO ROMANEIO (SGP017) PARA O    *
      *   PEDIDO/ITEM SAO BAIXADAS COMO VENDIDAS    *
      *   NESTA NOTA E IMPRESSAS NO ESPELHO. NA     *
      *   VENDA DE BALCAO SAO BAIXADAS AS UNIDADES  *
      *   EM ESTOQUE NO DEPOSITO DO ITEM            *
      ***********************************************
      *
       SER-NOTA.
           IF W-TEMSER = "N"
              GO TO SER-NOTA-FIM.
           MOVE W-QTDFATURAR TO W-QTDSER
           MOVE PRODUTO TO SR-CODIGO
           MOVE SPACES  TO SR-SERIE
           START CADSERIE KEY IS NOT LESS CHAVESR
                 INVALID KEY
                    GO TO SER-NOTA-FIM.
       SER-NOTA1.
           IF W-QTDSER NOT > ZEROS
              GO TO SER-NOTA-FIM.
           READ CADSERIE NEXT RECORD
               AT END
                  GO TO SER-NOTA-FIM.
           IF SR-CODIGO NOT = PRODUTO
              GO TO SER-NOTA-FIM.
           IF W-TEMBAL = "S"
              IF SR-SITUACAO NOT = "E" OR SR-DEPOSITO NOT = DEPITEM
                 GO TO SER-NOTA1
              ELSE
                 MOVE PEDIDOI TO SR-PEDIDO
                 MOVE ITEM    TO SR-ITEM
           ELSE
              IF SR-SITUACAO NOT = "R" OR SR-PEDIDO NOT = PEDIDOI
                                       OR SR-ITEM NOT = ITEM
                 GO TO SER-NOTA1.
           MOVE "V"     TO SR-SITUACAO
           MOVE W-NUMNF TO SR-NOTA
           MOVE CODCLI  TO SR-CODCLI
           MOVE W-HOJE  TO SR-DATAVENDA
           MOVE "SGP009  " TO SR-ULTOPER
           REWRITE REGSERIE
           IF ST-SER NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADSERIE"
              GO TO SER-NOTA-FIM.
           MOVE SR-SERIE TO DNF2-SERIE
           WRITE LINHA-REL FROM DETNF2
           SUBTRACT 1 FROM W-QTDSER
           GO TO SER-NOTA1.
       SER-NOTA-FIM.
           EXIT.
      *
      ***********************************************
      *   ARQUIVO DA NF-E DA NOTA EM REGNF          *
      *   (NFEnnnnnnnnn.TXT, LAYOUT TXT DO EMISSOR  *
      *   DA SEFAZ): EMITENTE DO NFEEMIT.TXT,       *
      *   DESTINATARIO DO CADCLI, ITENS DO CADNFI   *
      *   COM O ICMS PELA ALIQUOTA DO TIPO DO       *
      *   PRODUTO (CADTIPO), TRANSPORTADORA DO      *
      *   CADTRP E FRETE DA NOTA                    *
      ***********************************************
      *
       GER-NFE.
           MOVE "N" TO W-NFEOK
           MOVE NF-NUMERO TO W-NOMENFE-NR
           OPEN OUTPUT ARQNFE
           IF ST-NFE NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DE " W-NOMENFE
              GO TO GER-NFE-FIM.
           MOVE NF-CODCLI TO CPF
           READ CADCLI
           IF ST-ERRC NOT = "00"
              MOVE SPACES TO NOME LOGRADOUROCLI BAIRROCLI EMAIL
                             CIDADECLI UFCLI COMPLEMENTO
              MOVE ZEROS TO NUMERO CEP TELEFONE DDD.
           IF NF-CODCLI = ZEROS
              MOVE "CONSUMIDOR FINAL" TO NOME
              MOVE EMI-UF TO UFCLI.
           MOVE NF-DATAEMISSAO TO W-DATANFE
           ACCEPT W-HORANFE FROM TIME
           MOVE SPACES TO W-DHEMI
           STRING W-DNFE-ANO "-" W-DNFE-MES "-" W-DNFE-DIA "T"
                  W-HNFE-HH ":" W-HNFE-MM ":" W-HNFE-SS "-03:00"
                  DELIMITED BY SIZE INTO W-DHEMI
           IF UFCLI = EMI-UF
              MOVE "1" TO W-IDDEST
              MOVE EMI-CFOPINT TO W-CFOP
           ELSE
              MOVE "2" TO W-IDDEST
              MOVE EMI-CFOPEXT TO W-CFOP.
           IF EMI-AMBIENTE = "2"
              MOVE SPACES TO W-NOMEDEST
              STRING "NF-E EMITIDA EM AMBIENTE DE HOMOLOGACAO"
                     " - SEM VALOR FISCAL" DELIMITED BY SIZE
                     INTO W-NOMEDEST
           ELSE
              MOVE NOME TO W-NOMEDEST.
           MOVE SPACES TO W-FONEDEST
           IF TELEFONE NOT = ZEROS
              STRING DDD TELEFONE DELIMITED BY SIZE INTO W-FONEDEST.
      *
           MOVE "NOTAFISCAL|1|" TO LINHA-NFE
           WRITE LINHA-NFE
           MOVE "A|4.00|NFe|" TO LINHA-NFE
           WRITE LINHA-NFE
           MOVE NF-NUMERO TO W-FMTVAL
           MOVE ZEROS TO W-FMTDEC
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE SPACES TO LINHA-NFE
           STRING "B|" EMI-CODUF "||VENDA DE MERCADORIA|55|"
                  DELIMITED BY SIZE
                  EMI-SERIE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-FMTTXT DELIMITED BY SPACE
                  "|" W-DHEMI "||1|" W-IDDEST "|"
                  DELIMITED BY SIZE
                  EMI-CODMUN DELIMITED BY SPACE
                  "|1|1||" EMI-AMBIENTE "|1|1|9|3|SGP009|||"
                  DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
      *
           MOVE SPACES TO LINHA-NFE
           STRING "C|" DELIMITED BY SIZE
                  EMI-RAZAO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  EMI-FANTASIA DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  EMI-IE DELIMITED BY SPACE
                  "|||||" EMI-CRT "|" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
           MOVE SPACES TO LINHA-NFE
           STRING "C02|" EMI-CNPJ "|" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
           MOVE SPACES TO LINHA-NFE
           STRING "C05|" DELIMITED BY SIZE
                  EMI-LOGRAD DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  EMI-NUMERO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  EMI-COMPL DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  EMI-BAIRRO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  EMI-CODMUN DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  EMI-MUNICIPIO DELIMITED BY "  "
                  "|" EMI-UF "|" DELIMITED BY SIZE
                  EMI-CEP DELIMITED BY SPACE
                  "|1058|BRASIL|" DELIMITED BY SIZE
                  EMI-FONE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
      *
           MOVE SPACES TO LINHA-NFE
           STRING "E|" DELIMITED BY SIZE
                  W-NOMEDEST DELIMITED BY "  "
                  "|9||||" DELIMITED BY SIZE
                  EMAIL DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
           IF NF-CODCLI NOT = ZEROS
              MOVE SPACES TO LINHA-NFE
              STRING "E03|" NF-CODCLI "|" DELIMITED BY SIZE
                     INTO LINHA-NFE
              WRITE LINHA-NFE.
           MOVE NUMERO TO W-FMTVAL
           MOVE ZEROS TO W-FMTDEC
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE SPACES TO LINHA-NFE
           STRING "E05|" DELIMITED BY SIZE
                  LOGRADOUROCLI DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  W-FMTTXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  COMPLEMENTO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  BAIRROCLI DELIMITED BY "  "
                  "||" DELIMITED BY SIZE
                  CIDADECLI DELIMITED BY "  "
                  "|" UFCLI "|" CEP "|1058|BRASIL|" DELIMITED BY SIZE
                  W-FONEDEST DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
      *
           MOVE ZEROS TO W-ITEMNFE W-TOTBC W-TOTICMS W-TOTPROD
           MOVE NF-NUMERO TO NFI-NUMERO
           MOVE 1 TO NFI-ITEM
           START CADNFI KEY IS NOT LESS CHAVENI
                 INVALID KEY
                    GO TO GER-NFE2.
       GER-NFE1.
           READ CADNFI NEXT RECORD
               AT END
                  GO TO GER-NFE2.
           IF NFI-NUMERO NOT = NF-NUMERO
              GO TO GER-NFE2.
           PERFORM GER-NFEITM THRU GER-NFEITM-FIM
           GO TO GER-NFE1.
      *
      *   TOTAIS: O VALOR DA NF-E E O DOS PRODUTOS MAIS
      *   O FRETE DA NOTA
      *
       GER-NFE2.
           ADD W-TOTPROD NF-VALORFRETE GIVING W-TOTNFE
           MOVE 2 TO W-FMTDEC
           MOVE W-TOTBC TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX1
           MOVE W-TOTICMS TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX2
           MOVE W-TOTPROD TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX3
           MOVE NF-VALORFRETE TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX4
           MOVE W-TOTNFE TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX5
           MOVE "W|" TO LINHA-NFE
           WRITE LINHA-NFE
           MOVE SPACES TO LINHA-NFE
           STRING "W02|" DELIMITED BY SIZE
                  W-TX1 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-TX2 DELIMITED BY SPACE
                  "|0.00|0.00|0.00|0.00|0.00|0.00|" DELIMITED BY SIZE
                  W-TX3 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-TX4 DELIMITED BY SPACE
                  "|0.00|0.00|0.00|0.00|0.00|0.00|0.00|0.00|"
                  DELIMITED BY SIZE
                  W-TX5 DELIMITED BY SPACE
                  "||" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
      *
      *   TRANSPORTE: SEM TRANSPORTADORA SAI "SEM
      *   OCORRENCIA DE TRANSPORTE" (MODFRETE 9)
      *
           IF NF-CODTRANSP = ZEROS
              MOVE "X|9|" TO LINHA-NFE
              WRITE LINHA-NFE
              GO TO GER-NFE3.
           MOVE "X|0|" TO LINHA-NFE
           WRITE LINHA-NFE
           MOVE SPACES TO TR-RAZAO TR-UF
           MOVE ZEROS TO TR-CNPJ
           IF W-TEMTRP = "S"
              MOVE NF-CODTRANSP TO TR-CODIGO
              READ CADTRP
              IF ST-TRP NOT = "00"
                 MOVE SPACES TO TR-RAZAO TR-UF
                 MOVE ZEROS TO TR-CNPJ.
           MOVE SPACES TO LINHA-NFE
           STRING "X03|" DELIMITED BY SIZE
                  TR-RAZAO DELIMITED BY "  "
                  "||||" TR-UF "|" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
           IF TR-CNPJ NOT = ZEROS
              MOVE SPACES TO LINHA-NFE
              STRING "X04|" TR-CNPJ "|" DELIMITED BY SIZE
                     INTO LINHA-NFE
              WRITE LINHA-NFE.
       GER-NFE3.
           MOVE SPACES TO LINHA-NFE
           STRING "Z||PEDIDO " NF-PEDIDO "|" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
           CLOSE ARQNFE
           MOVE "S" TO W-NFEOK
           ADD 1 TO W-TOT-NFE.
       GER-NFE-FIM.
           EXIT.
      *
      ***********************************************
      *   ITEM DA NF-E: PRODUTO COM ALIQUOTA DE     *
      *   ICMS SAI TRIBUTADO INTEGRALMENTE (CST 00) *
      *   E SEM ALIQUOTA SAI NAO TRIBUTADO (CST 41) *
      ***********************************************
      *
       GER-NFEITM.
           ADD 1 TO W-ITEMNFE
           MOVE NFI-PRODUTO TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              MOVE SPACES TO DESCRICAO
              MOVE "UN" TO UNIDADE
              MOVE ZEROS TO TIPO.
           MOVE ZEROS TO W-ALIQ
           IF W-TEMTIP = "S"
              MOVE TIPO TO CODTIPO
              READ CADTIPO
              IF ST-TIP = "00"
                 MOVE ALIQICMS TO W-ALIQ.
           MOVE ZEROS TO W-VBCITEM W-VICMSITEM W-VUNIT
           IF W-ALIQ NOT = ZEROS
              MOVE NFI-VALORITEM TO W-VBCITEM
              COMPUTE W-VICMSITEM ROUNDED =
                      NFI-VALORITEM * W-ALIQ / 100.
           IF NFI-QUANTIDADE NOT = ZEROS
              COMPUTE W-VUNIT ROUNDED =
                      NFI-VALORITEM / NFI-QUANTIDADE.
           ADD W-VBCITEM     TO W-TOTBC
           ADD W-VICMSITEM   TO W-TOTICMS
           ADD NFI-VALORITEM TO W-TOTPROD
      *
           MOVE W-ITEMNFE TO W-FMTVAL
           MOVE ZEROS TO W-FMTDEC
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE SPACES TO LINHA-NFE
           STRING "H|" DELIMITED BY SIZE
                  W-FMTTXT DELIMITED BY SPACE
                  "||" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
           MOVE 4 TO W-FMTDEC
           MOVE NFI-QUANTIDADE TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX1
           MOVE W-VUNIT TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX2
           MOVE 2 TO W-FMTDEC
           MOVE NFI-VALORITEM TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX3
           MOVE SPACES TO LINHA-NFE
           STRING "I|" NFI-PRODUTO "|SEM GTIN|" DELIMITED BY SIZE
                  DESCRICAO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  EMI-NCM DELIMITED BY SPACE
                  "|||" W-CFOP "|" DELIMITED BY SIZE
                  UNIDADE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-TX1 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-TX2 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-TX3 DELIMITED BY SPACE
                  "|SEM GTIN|" DELIMITED BY SIZE
                  UNIDADE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-TX1 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-TX2 DELIMITED BY SPACE
                  "|||||1||||" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE
           MOVE "M||" TO LINHA-NFE
           WRITE LINHA-NFE
           MOVE "N|" TO LINHA-NFE
           WRITE LINHA-NFE
           IF W-ALIQ = ZEROS
              MOVE "N06|0|41|||" TO LINHA-NFE
              WRITE LINHA-NFE
              GO TO GER-NFEITM-FIM.
           MOVE W-VBCITEM TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX1
           MOVE W-ALIQ TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX2
           MOVE W-VICMSITEM TO W-FMTVAL
           PERFORM FMT-NUM THRU FMT-NUM-FIM
           MOVE W-FMTTXT TO W-TX3
           MOVE SPACES TO LINHA-NFE
           STRING "N02|0|00|3|" DELIMITED BY SIZE
                  W-TX1 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-TX2 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  W-TX3 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO LINHA-NFE
           WRITE LINHA-NFE.
       GER-NFEITM-FIM.
           EXIT.
      *
      ***********************************************
      *   NUMERO PARA A NF-E EM W-FMTTXT: SEM ZEROS *
      *   A ESQUERDA E COM W-FMTDEC CASAS APOS O    *
      *   PONTO DECIMAL                             *
      ***********************************************
      *
       FMT-NUM.
           MOVE SPACES TO W-FMTTXT
           MOVE W-FMTINT TO W-FMTED
           MOVE ZEROS TO W-FMTBR
           INSPECT W-FMTED TALLYING W-FMTBR FOR LEADING SPACES
           IF W-FMTDEC = ZEROS
              MOVE W-FMTED (W-FMTBR + 1:) TO W-FMTTXT
           ELSE
              STRING W-FMTED (W-FMTBR + 1:) "."
                     W-FMTFRA (1:W-FMTDEC)
                     DELIMITED BY SIZE INTO W-FMTTXT.
       FMT-NUM-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           DISPLAY "NOTAS FISCAIS GERADAS: " W-TOT-NOTAS.
           DISPLAY "ARQUIVOS NF-E GERADOS: " W-TOT-NFE.
           IF W-TOT-REGER NOT = ZEROS
              DISPLAY "  (DE NOTAS ANTERIORES: " W-TOT-REGER ")".
      *
       ROT-FIM.
           CLOSE CADPED CADPEDI CADCLI CADPRO CADNF CADNFI
              CLOSE CADBACK.
           IF W-TEMTRP = "S"
              CLOSE CADTRP.
           IF W-TEMSER = "S"
              CLOSE CADSERIE.
           IF W-TEMTIP = "S"
              CLOSE CADTIPO.
           IF W-TEMEND = "S"
              CLOSE CADENDE.
           IF W-TEMPGB = "S"
              CLOSE CADPGBAL.
           STRING "PARCELAS " W-NUMPARC DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE "NOTAFISC.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
