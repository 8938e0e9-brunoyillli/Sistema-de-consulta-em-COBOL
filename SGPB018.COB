       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB018.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  RODADA DIARIA DE AVISOS AOS CLIENTES              *
      *  GRAVA NO NOTIFOUT.TXT (UMA LINHA DELIMITADA POR   *
      *  MENSAGEM, PARA O GATEWAY DE E-MAIL/SMS) OS        *
      *  EVENTOS DOS ULTIMOS 7 DIAS:                       *
      *    P = PEDIDO ACEITO (SGP006 / SGPL002)            *
      *    N = NOTA FISCAL EMITIDA (SGP009)                *
      *    E = PEDIDO EXPEDIDO (SGP017 / CADROTA)          *
      *    D = ENTREGA CONFIRMADA (SGP024 / CADROTA)       *
      *    V = LEMBRETE DE PARCELA DO CADREC QUE VENCE     *
      *        NOS PROXIMOS 3 DIAS                         *
      *  O NOTIFLOG GUARDA O QUE JA FOI GERADO, ENTAO A    *
      *  RODADA PODE SER REPETIDA SEM MENSAGEM EM DOBRO.   *
      *  CLIENTES SEM E-MAIL VALIDO SAEM NO AVISOTEL.LST   *
      *  PARA O BALCAO AVISAR POR TELEFONE.                *
      *  NAO SUBSTITUI AS CARTAS DE COBRANCA DO SGPB010.   *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-CLI.
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
           SELECT CADTRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CODIGO
                    FILE STATUS  IS ST-TRP.
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT NOTIFLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NL-CHAVE
                    FILE STATUS  IS ST-NTL.
           SELECT NOTIFOUT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NTO.
           SELECT RELAVISO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *   NL-TIPO P/N/E/D/V  NL-REF: NOTA (N), ROTA (E/D),
      *   PARCELA + VENCIMENTO (V), ZEROS (P)
      *   NL-SITUACAO E = ENVIADO AO GATEWAY
      *               T = SEM E-MAIL, LISTADO PARA TELEFONE
      *
       FD NOTIFLOG
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NOTIFLOG.DAT".
       01 REGNTL.
                03 NL-CHAVE.
                    05 NL-TIPO      PIC X(01).
                    05 NL-PEDIDO    PIC 9(05).
                    05 NL-REF       PIC 9(10).
                03 NL-CODCLI        PIC 9(11).
                03 NL-DATA          PIC 9(08).
                03 NL-SITUACAO      PIC X(01).
      *
       FD NOTIFOUT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NOTIFOUT.TXT".
       01 REGNTO                   PIC X(300).
      *
       FD RELAVISO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "AVISOTEL.LST".
       01 LINHA-REL                PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PED       PIC X(02) VALUE "00".
       01 ST-CLI       PIC X(02) VALUE "00".
       01 ST-NF        PIC X(02) VALUE "00".
       01 ST-ROT       PIC X(02) VALUE "00".
       01 ST-TRP       PIC X(02) VALUE "00".
       01 ST-REC       PIC X(02) VALUE "00".
       01 ST-NTL       PIC X(02) VALUE "00".
       01 ST-NTO       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-TEMNF      PIC X(01) VALUE "N".
       01 W-TEMROT     PIC X(01) VALUE "N".
       01 W-TEMTRP     PIC X(01) VALUE "N".
       01 W-TEMREC     PIC X(01) VALUE "N".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-HOJEINT    PIC 9(07) VALUE ZEROS.
       01 W-DIASINT    PIC 9(07) VALUE ZEROS.
       01 W-DATAINI    PIC 9(08) VALUE ZEROS.
       01 W-DATALEMB   PIC 9(08) VALUE ZEROS.
       01 W-JANELA     PIC 9(02) VALUE 7.
       01 W-ANTECEDE   PIC 9(02) VALUE 3.
       01 W-LINHA      PIC X(300) VALUE SPACES.
       01 W-SALDO      PIC 9(09)V99 VALUE ZEROS.
      *
      *   EVENTO MONTADO PELAS ROTINAS DE LEITURA E
      *   GRAVADO PELA ROTINA GRAVA-EVENTO
      *
       01 W-EV-TIPO    PIC X(01) VALUE SPACES.
       01 W-EV-PEDIDO  PIC 9(05) VALUE ZEROS.
       01 W-EV-REF     PIC 9(10) VALUE ZEROS.
       01 W-EV-CODCLI  PIC 9(11) VALUE ZEROS.
      *
      *   CODIGO DA OPERADORA DE CARTAO NO CADREC (SGP009)
      *
       01 W-CARTCLI    PIC 9(11) VALUE 99999999999.
       01 W-EV-DOC     PIC 9(09) VALUE ZEROS.
       01 W-EV-VALOR   PIC 9(09)V99 VALUE ZEROS.
       01 W-EV-DATA    PIC 9(08) VALUE ZEROS.
       01 W-EV-TEXTO   PIC X(80) VALUE SPACES.
      *
       01 W-EMAILOK    PIC X(01) VALUE "N".
       01 W-QTDARROBA  PIC 9(03) VALUE ZEROS.
       01 W-QTDPONTO   PIC 9(03) VALUE ZEROS.
       01 W-EM-USU     PIC X(40) VALUE SPACES.
       01 W-EM-DOM     PIC X(40) VALUE SPACES.
      *
       01 W-QTD-ENV    PIC 9(07) VALUE ZEROS.
       01 W-QTD-TEL    PIC 9(07) VALUE ZEROS.
       01 W-QTD-REP    PIC 9(07) VALUE ZEROS.
       01 W-QTD-P      PIC 9(07) VALUE ZEROS.
       01 W-QTD-N      PIC 9(07) VALUE ZEROS.
       01 W-QTD-E      PIC 9(07) VALUE ZEROS.
       01 W-QTD-D      PIC 9(07) VALUE ZEROS.
       01 W-QTD-V      PIC 9(07) VALUE ZEROS.
      *
       01 W-ED-CPF     PIC 9(11) VALUE ZEROS.
       01 W-ED-VALOR   PIC 9(09),99 VALUE ZEROS.
       01 W-ED-QTDREG  PIC 9(07) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB018".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
      *
       01 CAB1.
          03 FILLER         PIC X(52) VALUE
             "CLIENTES SEM E-MAIL VALIDO - AVISAR POR TELEFONE".
          03 FILLER         PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA      PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(50) VALUE
             "CLIENTE     NOME                           TELEFO".
          03 FILLER         PIC X(50) VALUE
             "NE      EV PEDIDO  DOCUMENTO      DATA  MENSAGEM".
       01 DET1.
          03 DET-CODCLI     PIC 9(11).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-NOME       PIC X(30).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 FILLER         PIC X(01) VALUE "(".
          03 DET-DDD        PIC 9(02).
          03 FILLER         PIC X(01) VALUE ")".
          03 DET-FONE       PIC 9(09).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-TIPO       PIC X(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-PEDIDO     PIC 9(05).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-DOC        PIC 9(09).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-DATA       PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-TEXTO      PIC X(30).
       01 ROD1.
          03 FILLER         PIC X(35) VALUE
             "MENSAGENS GERADAS PARA O GATEWAY: ".
          03 ROD1-ENV       PIC ZZZ.ZZ9.
       01 ROD2.
          03 FILLER         PIC X(35) VALUE
             "AVISOS PARA TELEFONE............: ".
          03 ROD2-TEL       PIC ZZZ.ZZ9.
       01 ROD3.
          03 FILLER         PIC X(35) VALUE
             "EVENTOS JA AVISADOS (IGNORADOS).: ".
          03 ROD3-REP       PIC ZZZ.ZZ9.
       01 ROD4.
          03 FILLER         PIC X(09) VALUE "PEDIDOS: ".
          03 ROD4-P         PIC ZZZ.ZZ9.
          03 FILLER         PIC X(09) VALUE "  NOTAS: ".
          03 ROD4-N         PIC ZZZ.ZZ9.
          03 FILLER         PIC X(13) VALUE "  EXPEDICAO: ".
          03 ROD4-E         PIC ZZZ.ZZ9.
          03 FILLER         PIC X(12) VALUE "  ENTREGAS: ".
          03 ROD4-D         PIC ZZZ.ZZ9.
          03 FILLER         PIC X(13) VALUE "  LEMBRETES: ".
          03 ROD4-V         PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
      *
      *   RETURN-CODE 8 ATE O FIM NORMAL DO PROGRAMA
      *   (RODADA NOTURNA CONTROLADA PELO SGPB020)
      *
           MOVE 8 TO RETURN-CODE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
           MOVE FUNCTION INTEGER-OF-DATE(W-HOJE) TO W-HOJEINT.
           COMPUTE W-DIASINT = W-HOJEINT - W-JANELA
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASINT) TO W-DATAINI
           COMPUTE W-DIASINT = W-HOJEINT + W-ANTECEDE
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASINT) TO W-DATALEMB.
           OPEN INPUT CADPED
           IF ST-PED NOT = "00"
              DISPLAY "*** ARQUIVO CADPED NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "*** ARQUIVO CADCLI NAO ENCONTRADO ***"
              CLOSE CADPED
              GO TO ROT-FIMP.
           MOVE "S" TO W-TEMNF
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
              MOVE "N" TO W-TEMNF.
           MOVE "S" TO W-TEMROT
           OPEN INPUT CADROTA
           IF ST-ROT NOT = "00"
              MOVE "N" TO W-TEMROT.
           MOVE "S" TO W-TEMTRP
           OPEN INPUT CADTRP
           IF ST-TRP NOT = "00"
              MOVE "N" TO W-TEMTRP.
           MOVE "S" TO W-TEMREC
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
              MOVE "N" TO W-TEMREC.
       INC-OP1.
           OPEN I-O NOTIFLOG
           IF ST-NTL NOT = "00"
              IF ST-NTL = "30" OR "35"
                 OPEN OUTPUT NOTIFLOG
                 CLOSE NOTIFLOG
                 GO TO INC-OP1
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO NOTIFLOG ***"
                 GO TO ROT-FIM.
      *
      *   O NOTIFOUT E ACUMULATIVO: O GATEWAY RETIRA O
      *   ARQUIVO DEPOIS DE PROCESSAR AS MENSAGENS
      *
       INC-OP2.
           OPEN EXTEND NOTIFOUT
           IF ST-NTO NOT = "00"
              IF ST-NTO = "35"
                 OPEN OUTPUT NOTIFOUT
                 CLOSE NOTIFOUT
                 GO TO INC-OP2
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO NOTIFOUT ***"
                 CLOSE NOTIFLOG
                 GO TO ROT-FIM.
           OPEN OUTPUT RELAVISO
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE NOTIFLOG NOTIFOUT
              GO TO ROT-FIM.
           MOVE SPACES TO W-LINHA
           STRING "H;NOTIFOUT;" W-HOJE ";" W-HORA (1:6)
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGNTO FROM W-LINHA
           MOVE W-HOJE TO CAB1-DATA
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA.
      *
      ***********************************************
      *  PEDIDOS ACEITOS NA JANELA                  *
      ***********************************************
      *
       EVT-PED.
           READ CADPED NEXT RECORD
              AT END
                 GO TO EVT-NF.
           IF DATAPEDIDO < W-DATAINI OR DATAPEDIDO > W-HOJE
              GO TO EVT-PED.
           IF SITUACAOPEDIDO = "C"
              GO TO EVT-PED.
           MOVE "P"        TO W-EV-TIPO
           MOVE PEDIDO     TO W-EV-PEDIDO
           MOVE ZEROS      TO W-EV-REF
           MOVE CODCLI     TO W-EV-CODCLI
           MOVE NUMWEB     TO W-EV-DOC
           MOVE VALOR      TO W-EV-VALOR
           MOVE DATAPEDIDO TO W-EV-DATA
           MOVE SPACES     TO W-EV-TEXTO
           STRING "SEU PEDIDO FOI RECEBIDO. PREVISAO DE ENTREGA: "
                  DATAENTREGA
                  DELIMITED BY SIZE INTO W-EV-TEXTO
           PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
           GO TO EVT-PED.
      *
      ***********************************************
      *  NOTAS FISCAIS EMITIDAS NA JANELA           *
      ***********************************************
      *
       EVT-NF.
           IF W-TEMNF = "N"
              GO TO EVT-ROT.
       EVT-NF1.
           READ CADNF NEXT RECORD
              AT END
                 GO TO EVT-ROT.
           IF NF-DATAEMISSAO < W-DATAINI OR NF-DATAEMISSAO > W-HOJE
              GO TO EVT-NF1.
           IF NF-SITUACAO = "C"
              GO TO EVT-NF1.
           MOVE "N"            TO W-EV-TIPO
           MOVE NF-PEDIDO      TO W-EV-PEDIDO
           MOVE NF-NUMERO      TO W-EV-REF W-EV-DOC
           MOVE NF-CODCLI      TO W-EV-CODCLI
           MOVE NF-VALORTOTAL  TO W-EV-VALOR
           MOVE NF-DATAEMISSAO TO W-EV-DATA
           MOVE NF-VALORTOTAL  TO W-ED-VALOR
           MOVE SPACES         TO W-EV-TEXTO
           STRING "NOTA FISCAL " NF-NUMERO " EMITIDA NO VALOR DE R$ "
                  W-ED-VALOR
                  DELIMITED BY SIZE INTO W-EV-TEXTO
           PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
           GO TO EVT-NF1.
      *
      ***********************************************
      *  EXPEDICAO E ENTREGA (CADROTA)              *
      ***********************************************
      *
       EVT-ROT.
           IF W-TEMROT = "N"
              GO TO EVT-REC.
       EVT-ROT1.
           READ CADROTA NEXT RECORD
              AT END
                 GO TO EVT-REC.
           MOVE RT-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-PED NOT = "00"
              GO TO EVT-ROT1.
           IF RT-DATA < W-DATAINI OR RT-DATA > W-HOJE
              GO TO EVT-ROT2.
           MOVE "E"       TO W-EV-TIPO
           MOVE RT-PEDIDO TO W-EV-PEDIDO
           MOVE RT-ROTA   TO W-EV-REF W-EV-DOC
           MOVE CODCLI    TO W-EV-CODCLI
           MOVE VALOR     TO W-EV-VALOR
           MOVE RT-DATA   TO W-EV-DATA
           MOVE SPACES    TO TR-RAZAO
           IF W-TEMTRP = "S" AND RT-CODTRANSP NOT = ZEROS
              MOVE RT-CODTRANSP TO TR-CODIGO
              READ CADTRP
              IF ST-TRP NOT = "00"
                 MOVE SPACES TO TR-RAZAO.
           IF TR-RAZAO = SPACES
              MOVE "ENTREGA PROPRIA" TO TR-RAZAO.
           MOVE SPACES TO W-EV-TEXTO
           STRING "PEDIDO EXPEDIDO EM " RT-DATA " - TRANSP.: "
                  TR-RAZAO
                  DELIMITED BY SIZE INTO W-EV-TEXTO
           PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM.
       EVT-ROT2.
           IF RT-DATAENTREGA = ZEROS
              GO TO EVT-ROT1.
           IF RT-DATAENTREGA < W-DATAINI OR RT-DATAENTREGA > W-HOJE
              GO TO EVT-ROT1.
           MOVE "D"            TO W-EV-TIPO
           MOVE RT-PEDIDO      TO W-EV-PEDIDO
           MOVE RT-ROTA        TO W-EV-REF W-EV-DOC
           MOVE CODCLI         TO W-EV-CODCLI
           MOVE VALOR          TO W-EV-VALOR
           MOVE RT-DATAENTREGA TO W-EV-DATA
           MOVE SPACES         TO W-EV-TEXTO
           STRING "ENTREGA CONFIRMADA - RECEBIDO POR: " RT-RECEBEDOR
                  DELIMITED BY SIZE INTO W-EV-TEXTO
           PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
           GO TO EVT-ROT1.
      *
      ***********************************************
      *  LEMBRETE DAS PARCELAS EM ABERTO QUE        *
      *  VENCEM DE HOJE ATE HOJE + 3 DIAS           *
      ***********************************************
      *
       EVT-REC.
           IF W-TEMREC = "N"
              GO TO FIM-EVT.
       EVT-REC1.
           READ CADREC NEXT RECORD
              AT END
                 GO TO FIM-EVT.
           SUBTRACT RC-VALORPAGO FROM RC-VALOR GIVING W-SALDO
           IF W-SALDO NOT > ZEROS OR RC-DATAPAGTO NOT = ZEROS
              GO TO EVT-REC1.
           IF RC-VENCIMENTO < W-HOJE OR RC-VENCIMENTO > W-DATALEMB
              GO TO EVT-REC1.
           MOVE "V"           TO W-EV-TIPO
           MOVE RC-PEDIDO     TO W-EV-PEDIDO
           COMPUTE W-EV-REF = RC-PARCELA * 100000000 + RC-VENCIMENTO
           MOVE RC-PARCELA    TO W-EV-DOC
           MOVE RC-CODCLI     TO W-EV-CODCLI
           MOVE W-SALDO       TO W-EV-VALOR W-ED-VALOR
           MOVE RC-VENCIMENTO TO W-EV-DATA
           MOVE SPACES        TO W-EV-TEXTO
           STRING "LEMBRETE: A PARCELA " RC-PARCELA " DE R$ "
                  W-ED-VALOR " VENCE EM " RC-VENCIMENTO
                  DELIMITED BY SIZE INTO W-EV-TEXTO
           PERFORM GRAVA-EVENTO THRU GRAVA-EVENTO-FIM
           GO TO EVT-REC1.
      *
       FIM-EVT.
           MOVE SPACES TO W-LINHA
           MOVE W-QTD-ENV TO W-ED-QTDREG
           STRING "T;" W-ED-QTDREG
                  DELIMITED BY SIZE INTO W-LINHA
           WRITE REGNTO FROM W-LINHA
           MOVE W-QTD-ENV TO ROD1-ENV
           MOVE W-QTD-TEL TO ROD2-TEL
           MOVE W-QTD-REP TO ROD3-REP
           MOVE W-QTD-P   TO ROD4-P
           MOVE W-QTD-N   TO ROD4-N
           MOVE W-QTD-E   TO ROD4-E
           MOVE W-QTD-D   TO ROD4-D
           MOVE W-QTD-V   TO ROD4-V
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD1
           WRITE LINHA-REL FROM ROD2
           WRITE LINHA-REL FROM ROD3
           WRITE LINHA-REL FROM ROD4
           DISPLAY "MENSAGENS GERADAS..: " W-QTD-ENV
           DISPLAY "AVISOS POR TELEFONE: " W-QTD-TEL
           DISPLAY "JA AVISADOS........: " W-QTD-REP
           CLOSE NOTIFLOG NOTIFOUT RELAVISO.
           MOVE "AVISOTEL.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           MOVE ZEROS TO RETURN-CODE
           GO TO ROT-FIM.
      *
      ***********************************************
      *  GRAVA O EVENTO UMA UNICA VEZ: SE JA ESTA   *
      *  NO NOTIFLOG E IGNORADO. COM E-MAIL VALIDO  *
      *  VAI PARA O NOTIFOUT, SENAO PARA A LISTA    *
      *  DE TELEFONE                                *
      ***********************************************
      *
       GRAVA-EVENTO.
      *
      *   OPERADORA DE CARTAO E CONSUMIDOR SEM CPF NAO TEM
      *   CADASTRO NO CADCLI PARA AVISAR
      *
           IF W-EV-CODCLI = ZEROS OR W-EV-CODCLI = W-CARTCLI
              GO TO GRAVA-EVENTO-FIM.
           MOVE W-EV-TIPO   TO NL-TIPO
           MOVE W-EV-PEDIDO TO NL-PEDIDO
           MOVE W-EV-REF    TO NL-REF
           READ NOTIFLOG
           IF ST-NTL = "00"
              ADD 1 TO W-QTD-REP
              GO TO GRAVA-EVENTO-FIM.
           MOVE W-EV-CODCLI TO CPF
           READ CADCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO NOME EMAIL
              MOVE ZEROS  TO DDD TELEFONE.
           PERFORM VAL-EMAIL THRU VAL-EMAIL-FIM
           IF W-EMAILOK = "S"
              MOVE SPACES TO W-LINHA
              MOVE W-EV-CODCLI TO W-ED-CPF
              MOVE W-EV-VALOR  TO W-ED-VALOR
              STRING "M;" W-EV-TIPO ";" W-HOJE ";" W-ED-CPF ";"
                     NOME ";" EMAIL ";" DDD ";" TELEFONE ";"
                     W-EV-PEDIDO ";" W-EV-DOC ";" W-ED-VALOR ";"
                     W-EV-DATA ";" W-EV-TEXTO
                     DELIMITED BY SIZE INTO W-LINHA
              WRITE REGNTO FROM W-LINHA
              ADD 1 TO W-QTD-ENV
              MOVE "E" TO NL-SITUACAO
           ELSE
              MOVE W-EV-CODCLI TO DET-CODCLI
              MOVE NOME        TO DET-NOME
              MOVE DDD         TO DET-DDD
              MOVE TELEFONE    TO DET-FONE
              MOVE W-EV-TIPO   TO DET-TIPO
              MOVE W-EV-PEDIDO TO DET-PEDIDO
              MOVE W-EV-DOC    TO DET-DOC
              MOVE W-EV-DATA   TO DET-DATA
              MOVE W-EV-TEXTO  TO DET-TEXTO
              WRITE LINHA-REL FROM DET1
              ADD 1 TO W-QTD-TEL
              MOVE "T" TO NL-SITUACAO.
           IF W-EV-TIPO = "P"
              ADD 1 TO W-QTD-P.
           IF W-EV-TIPO = "N"
              ADD 1 TO W-QTD-N.
           IF W-EV-TIPO = "E"
              ADD 1 TO W-QTD-E.
           IF W-EV-TIPO = "D"
              ADD 1 TO W-QTD-D.
           IF W-EV-TIPO = "V"
              ADD 1 TO W-QTD-V.
           MOVE W-EV-TIPO   TO NL-TIPO
           MOVE W-EV-PEDIDO TO NL-PEDIDO
           MOVE W-EV-REF    TO NL-REF
           MOVE W-EV-CODCLI TO NL-CODCLI
           MOVE W-HOJE      TO NL-DATA
           WRITE REGNTL
           IF ST-NTL NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO NOTIFLOG".
       GRAVA-EVENTO-FIM.
           EXIT.
      *
      *   E-MAIL VALIDO: UM UNICO "@", COM NOME ANTES E
      *   DOMINIO COM PONTO DEPOIS DELE
      *
       VAL-EMAIL.
           MOVE "N" TO W-EMAILOK
           IF EMAIL = SPACES
              GO TO VAL-EMAIL-FIM.
           MOVE ZEROS TO W-QTDARROBA W-QTDPONTO
           INSPECT EMAIL TALLYING W-QTDARROBA FOR ALL "@"
           IF W-QTDARROBA NOT = 1
              GO TO VAL-EMAIL-FIM.
           MOVE SPACES TO W-EM-USU W-EM-DOM
           UNSTRING EMAIL DELIMITED BY "@"
                    INTO W-EM-USU W-EM-DOM
           IF W-EM-USU = SPACES OR W-EM-DOM = SPACES
              GO TO VAL-EMAIL-FIM.
           IF W-EM-USU (1:1) = SPACE OR W-EM-DOM (1:1) = SPACE
              GO TO VAL-EMAIL-FIM.
           IF W-EM-DOM (1:1) = "."
              GO TO VAL-EMAIL-FIM.
           INSPECT W-EM-DOM TALLYING W-QTDPONTO FOR ALL "."
           IF W-QTDPONTO = ZEROS
              GO TO VAL-EMAIL-FIM.
           MOVE "S" TO W-EMAILOK.
       VAL-EMAIL-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADPED CADCLI.
           IF W-TEMNF = "S"
              CLOSE CADNF.
           IF W-TEMROT = "S"
              CLOSE CADROTA.
           IF W-TEMTRP = "S"
              CLOSE CADTRP.
           IF W-TEMREC = "S"
              CLOSE CADREC.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
