      *  MONTA O ROTEIRO DE ENTREGA POR TRANSPORTADORA E   *
      *  CIDADE/UF (ROTEIRO.LST) E CARIMBA CADA PEDIDO     *
      *  COM ROTA, DATA E TRANSPORTADORA NO CADROTA        *
      *  PLANO DE CARGA: O PESO (PESOUNIT X QUANTIDADE) E  *
      *  O VOLUME (CADCUB) DE CADA PEDIDO SAO ALOCADOS     *
      *  AOS VEICULOS ATIVOS DA TRANSPORTADORA (CADVEIC),  *
      *  CIDADE A CIDADE, SEM PASSAR DA CAPACIDADE - OS    *
      *  PEDIDOS JA VENCIDOS ENTRAM PRIMEIRO. O ROTEIRO    *
      *  SAI POR VEICULO COM A CARGA E O % DA CAPACIDADE,  *
      *  A PLACA VAI PARA O CADROTA E O QUE NAO COUBER     *
      *  FICA SEM ROTA PARA A PROXIMA EXPEDICAO, COM       *
      *  AVISO. TRANSPORTADORA SEM VEICULO ATIVO SAI POR   *
      *  CIDADE, SEM CONTROLE DE CAPACIDADE                *
      *  PEDIDO COM ENDERECO DE ENTREGA (SEQENTREGA NO     *
      *  CADENDE) E ROTEADO PELA CIDADE DE ENTREGA, QUE    *
      *  SAI TAMBEM NO ROMANEIO E NO ROTEIRO               *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CODIGO
                    FILE STATUS  IS ST-TRP.
           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESR
                    FILE STATUS  IS ST-SER.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VE-PLACA
                    FILE STATUS  IS ST-VEI.
           SELECT CADCUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CB-CODIGO
                    FILE STATUS  IS ST-CUB.
           SELECT CADENDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEED
                    FILE STATUS  IS ST-END.
           SELECT SORTROT ASSIGN TO DISK.
           SELECT RELROM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
      *
       FD CADPEDI
             LABEL RECORD IS STANDARD
                03 RT-DATAENTREGA   PIC 9(08).
                03 RT-RECEBEDOR     PIC X(30).
                03 RT-MOTORISTA     PIC X(30).
                03 RT-PLACA         PIC X(07).
      *
       FD CADCTRL
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
       FD CADVEIC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADVEIC.DAT".
       01 REGVEIC.
                03 VE-PLACA         PIC X(07).
                03 VE-CODTRANSP     PIC 9(03).
                03 VE-DESCRICAO     PIC X(20).
                03 VE-PESOMAX       PIC 9(05)V9(03).
                03 VE-VOLMAX        PIC 9(03)V9(03).
                03 VE-SITUACAO      PIC X(01).
                03 VE-ULTOPER       PIC X(08).
       FD CADCUB
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCUB.DAT".
       01 REGCUB.
                03 CB-CODIGO        PIC 9(05).
                03 CB-VOLUNIT       PIC 9(02)V9(04).
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
       SD SORTROT.
       01 REGSORT.
                03 S-NUMERO         PIC 9(04).
                03 S-DDD            PIC 9(02).
                03 S-TELEFONE       PIC 9(09).
                03 S-COMPL          PIC X(12).
                03 S-BAIRRO         PIC X(20).
                03 S-CONTATO        PIC X(30).
                03 S-DATAENT        PIC 9(08).
                03 S-PESO           PIC 9(07)V9(03).
                03 S-VOLUME         PIC 9(05)V9(04).
      *
       FD RELROM
             LABEL RECORD IS STANDARD
       01 W-QTDLOTE    PIC 9(06) VALUE ZEROS.
       01 W-LOTESEL    PIC X(10) VALUE SPACES.
       01 W-VALSEL     PIC 9(08) VALUE ZEROS.
       01 ST-SER       PIC X(02) VALUE "00".
       01 W-TEMSER     PIC X(01) VALUE "N".
       01 W-QTDSER     PIC 9(05)V99 VALUE ZEROS.
       01 W-NSERIE     PIC 9(05) VALUE ZEROS.
       01 ST-VEI       PIC X(02) VALUE "00".
       01 ST-CUB       PIC X(02) VALUE "00".
       01 W-TEMVEI     PIC X(01) VALUE "N".
       01 W-TEMCUB     PIC X(01) VALUE "N".
       01 ST-END       PIC X(02) VALUE "00".
       01 W-TEMEND     PIC X(01) VALUE "N".
       01 W-PESOPED    PIC 9(07)V9(03) VALUE ZEROS.
       01 W-VOLPED     PIC 9(05)V9(04) VALUE ZEROS.
       01 W-PASSO      PIC 9(01) VALUE ZEROS.
       01 W-PLACA      PIC X(07) VALUE SPACES.
       01 W-CABSOB     PIC X(01) VALUE "N".
       01 W-EXCESSO    PIC 9(05) VALUE ZEROS.
       01 W-TOT-FORA   PIC 9(05) VALUE ZEROS.
       01 IND          PIC 9(04) VALUE ZEROS.
       01 IND2         PIC 9(04) VALUE ZEROS.
      *
      *  PEDIDOS DA TRANSPORTADORA EM PLANEJAMENTO
      *  TC-SIT: L = EMBARCA  F = FICA PARA A PROXIMA EXPEDICAO
      *
       01 TABCAR.
          03 TC-ITEM OCCURS 500 TIMES.
             05 TC-PEDIDO     PIC 9(05).
             05 TC-NOME       PIC X(40).
             05 TC-LOGRA      PIC X(30).
             05 TC-NUMERO     PIC 9(04).
             05 TC-DDD        PIC 9(02).
             05 TC-FONE       PIC 9(09).
             05 TC-CIDADE     PIC X(20).
             05 TC-UF         PIC X(02).
             05 TC-COMPL      PIC X(12).
             05 TC-BAIRRO     PIC X(20).
             05 TC-CONTATO    PIC X(30).
             05 TC-DATAENT    PIC 9(08).
             05 TC-PESO       PIC 9(07)V9(03).
             05 TC-VOLUME     PIC 9(05)V9(04).
             05 TC-VEIC       PIC 9(02).
             05 TC-SIT        PIC X(01).
       01 TC-QTD       PIC 9(04) VALUE ZEROS.
      *
      *  VEICULOS ATIVOS DA TRANSPORTADORA E CARGA ALOCADA
      *
       01 TABVEI.
          03 TV-ITEM OCCURS 50 TIMES.
             05 TV-PLACA      PIC X(07).
             05 TV-DESCRICAO  PIC X(20).
             05 TV-PESOMAX    PIC 9(05)V9(03).
             05 TV-VOLMAX     PIC 9(03)V9(03).
             05 TV-PESO       PIC 9(07)V9(03).
             05 TV-VOLUME     PIC 9(05)V9(04).
             05 TV-QTDPED     PIC 9(04).
       01 TV-QTD       PIC 9(04) VALUE ZEROS.
       01 W-PCTPESO    PIC 9(03)V9 VALUE ZEROS.
       01 W-PCTVOL     PIC 9(03)V9 VALUE ZEROS.
      *
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGP017".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 CABR1.
          03 FILLER         PIC X(30) VALUE ALL "=".
          03 FILLER         PIC X(22) VALUE " ROMANEIO DE SEPARACAO".
          03 CABR2-PEDIDO   PIC 9(05).
          03 FILLER         PIC X(11) VALUE "  CLIENTE: ".
          03 CABR2-NOME     PIC X(40).
          03 FILLER         PIC X(11) VALUE "  VEICULO: ".
          03 CABR2-PLACA    PIC X(07).
       01 CABR2A.
          03 FILLER         PIC X(09) VALUE "ENTREGA: ".
          03 CABR2A-LOGRA   PIC X(30).
          03 FILLER         PIC X(02) VALUE ", ".
          03 CABR2A-NUMERO  PIC 9(04).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 CABR2A-COMPL   PIC X(12).
          03 FILLER         PIC X(03) VALUE " - ".
          03 CABR2A-BAIRRO  PIC X(20).
       01 CABR2B.
          03 FILLER         PIC X(09) VALUE SPACES.
          03 CABR2B-CIDADE  PIC X(20).
          03 FILLER         PIC X(01) VALUE "/".
          03 CABR2B-UF      PIC X(02).
          03 FILLER         PIC X(11) VALUE "  CONTATO: ".
          03 CABR2B-CONTATO PIC X(30).
          03 FILLER         PIC X(02) VALUE " (".
          03 CABR2B-DDD     PIC 9(02).
          03 FILLER         PIC X(02) VALUE ") ".
          03 CABR2B-FONE    PIC 9(09).
       01 CABR3.
          03 FILLER         PIC X(45) VALUE
             "ITEM  PRODUTO  DESCRICAO                 ".
          03 DETL-VAL       PIC 9(08).
          03 FILLER         PIC X(07) VALUE "  QTD: ".
          03 DETL-QTD       PIC ZZ.ZZ9,99.
       01 DETS1.
          03 FILLER         PIC X(12) VALUE SPACES.
          03 FILLER         PIC X(07) VALUE "SERIE: ".
          03 DETS-SERIE     PIC X(20).
       01 DETS2.
          03 FILLER         PIC X(12) VALUE SPACES.
          03 FILLER         PIC X(10) VALUE "*** FALTAM".
          03 DETS-FALTA     PIC ZZ.ZZ9.
          03 FILLER         PIC X(38) VALUE
             " NUMERO(S) DE SERIE NO DEPOSITO ***".
       01 CABV1.
          03 FILLER         PIC X(06) VALUE "ROTA: ".
          03 CABV1-ROTA     PIC 9(05).
          03 FILLER         PIC X(09) VALUE "  DATA: ".
          03 CABV1-DATA     PIC 9(08).
          03 FILLER         PIC X(10) VALUE "  TRANSP: ".
          03 CABV1-TRANSP   PIC 9(03).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 CABV1-RAZAO    PIC X(30).
       01 CABV2.
          03 FILLER         PIC X(09) VALUE "VEICULO: ".
          03 CABV2-PLACA    PIC X(07).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 CABV2-DESC     PIC X(20).
          03 FILLER         PIC X(09) VALUE "  CARGA: ".
          03 CABV2-PESO     PIC Z.ZZZ.ZZ9,999.
          03 FILLER         PIC X(06) VALUE " KG = ".
          03 CABV2-PCTPESO  PIC ZZ9,9.
          03 FILLER         PIC X(13) VALUE "% DA CAPAC.  ".
          03 FILLER         PIC X(08) VALUE "VOLUME: ".
          03 CABV2-VOL      PIC ZZ.ZZ9,9999.
          03 FILLER         PIC X(06) VALUE " M3 = ".
          03 CABV2-PCTVOL   PIC ZZ9,9.
          03 FILLER         PIC X(01) VALUE "%".
       01 CABC1.
          03 FILLER         PIC X(10) VALUE "  CIDADE: ".
          03 CABC1-CIDADE   PIC X(20).
          03 FILLER         PIC X(01) VALUE "/".
          03 CABC1-UF       PIC X(02).
       01 CABF1.
          03 FILLER         PIC X(37) VALUE
             "*** PEDIDOS NAO EMBARCADOS - TRANSP: ".
          03 CABF1-TRANSP   PIC 9(03).
          03 FILLER         PIC X(38) VALUE
             " - FICAM PARA A PROXIMA EXPEDICAO ***".
       01 DETF1.
          03 DETF-PEDIDO    PIC 9(05).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DETF-NOME      PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETF-CIDADE    PIC X(20).
          03 FILLER         PIC X(01) VALUE "/".
          03 DETF-UF        PIC X(02).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETF-PESO      PIC Z.ZZZ.ZZ9,999.
          03 FILLER         PIC X(04) VALUE " KG ".
          03 DETF-VOL       PIC ZZ.ZZ9,9999.
          03 FILLER         PIC X(04) VALUE " M3 ".
          03 DETF-MOTIVO    PIC X(22).
       01 DETF2.
          03 FILLER         PIC X(04) VALUE "*** ".
          03 DETF2-QTD      PIC ZZZ.ZZ9.
          03 FILLER         PIC X(50) VALUE
             " PEDIDO(S) ALEM DO LIMITE DE 500 POR TRANSP. ***".
       01 LINGERAL.
          03 FILLER         PIC X(33) VALUE
             "PEDIDOS EXPEDIDOS.............: ".
          03 GER-TOT        PIC ZZZ.ZZ9.
       01 LINGERAL2.
          03 FILLER         PIC X(33) VALUE
             "PEDIDOS NAO EMBARCADOS........: ".
          03 GER-FORA       PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CADLOTE
           IF ST-LOT NOT = "00"
              MOVE "N" TO W-TEMLOTE.
           MOVE "S" TO W-TEMSER
           OPEN I-O CADSERIE
           IF ST-SER NOT = "00"
              MOVE "N" TO W-TEMSER.
           MOVE "S" TO W-TEMTRP
           OPEN INPUT CADTRP
           IF ST-TRP NOT = "00"
              MOVE "N" TO W-TEMTRP.
           MOVE "S" TO W-TEMVEI
           OPEN INPUT CADVEIC
           IF ST-VEI NOT = "00"
              MOVE "N" TO W-TEMVEI.
           MOVE "S" TO W-TEMCUB
           OPEN INPUT CADCUB
           IF ST-CUB NOT = "00"
              MOVE "N" TO W-TEMCUB.
           MOVE "S" TO W-TEMEND
           OPEN INPUT CADENDE
           IF ST-END NOT = "00"
              MOVE "N" TO W-TEMEND.
           OPEN OUTPUT RELROM RELROT
           IF ST-RM NOT = "00" OR ST-RT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DOS RELATORIOS ***"
                INPUT PROCEDURE IS SEPARA-PEDIDOS
                OUTPUT PROCEDURE IS MONTA-ROTEIRO.
           MOVE W-TOT-PED TO GER-TOT
           MOVE W-TOT-FORA TO GER-FORA
           WRITE LINHA-ROT FROM LIMPA-ROT
           WRITE LINHA-ROT FROM LINGERAL
           WRITE LINHA-ROT FROM LINGERAL2.
           CLOSE CADPED CADPEDI CADPRO CADCLI CADROTA CADCTRL
                 RELROM RELROT.
           IF W-TEMLOTE = "S"
              CLOSE CADLOTE.
           IF W-TEMTRP = "S"
              CLOSE CADTRP.
           IF W-TEMSER = "S"
              CLOSE CADSERIE.
           IF W-TEMVEI = "S"
              CLOSE CADVEIC.
           IF W-TEMCUB = "S"
              CLOSE CADCUB.
           IF W-TEMEND = "S"
              CLOSE CADENDE.
           MOVE "ROMANEIO.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           MOVE "ROTEIRO.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           DISPLAY "PEDIDOS EXPEDIDOS: " W-TOT-PED.
           IF W-TOT-FORA > ZEROS
              DISPLAY "*** ATENCAO: " W-TOT-FORA
                      " PEDIDO(S) NAO COUBERAM NOS VEICULOS ***"
              DISPLAY "*** FICAM PARA A PROXIMA EXPEDICAO - "
                      "VER ROTEIRO.LST ***".
           GO TO ROT-FIMP.
      *
      ***********************************************
           READ CADCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO NOME LOGRADOUROCLI CIDADECLI UFCLI
                             COMPLEMENTO BAIRROCLI
              MOVE ZEROS TO NUMERO DDD TELEFONE.
           MOVE SPACES TO S-CONTATO
           PERFORM ENT-PED THRU ENT-PED-FIM
           MOVE COMPLEMENTO   TO S-COMPL
           MOVE BAIRROCLI     TO S-BAIRRO
           MOVE CODTRANSP     TO S-CODTRANSP
           MOVE CIDADECLI     TO S-CIDADE
           MOVE UFCLI         TO S-UF
           MOVE NUMERO        TO S-NUMERO
           MOVE DDD           TO S-DDD
           MOVE TELEFONE      TO S-TELEFONE
           MOVE DATAENTREGA   TO S-DATAENT
           PERFORM PESO-PED THRU PESO-PED-FIM
           MOVE W-PESOPED     TO S-PESO
           MOVE W-VOLPED      TO S-VOLUME
           RELEASE REGSORT.
      *
      *   ENDERECO DE ENTREGA DO PEDIDO (CADENDE) NO LUGAR
      *   DO ENDERECO DO CADASTRO - SO NA MEMORIA, O CADCLI
      *   E ABERTO APENAS PARA LEITURA
      *
       ENT-PED.
           IF SEQENTREGA = ZEROS OR W-TEMEND = "N"
              GO TO ENT-PED-FIM.
           MOVE CODCLI     TO ED-CODCLI
           MOVE SEQENTREGA TO ED-SEQ
           READ CADENDE
           IF ST-END NOT = "00"
              GO TO ENT-PED-FIM.
           MOVE ED-LOGRADOURO TO LOGRADOUROCLI
           MOVE ED-NUMERO     TO NUMERO
           MOVE ED-COMPL      TO COMPLEMENTO
           MOVE ED-BAIRRO     TO BAIRROCLI
           MOVE ED-CIDADE     TO CIDADECLI
           MOVE ED-UF         TO UFCLI
           MOVE ED-CONTATO    TO S-CONTATO
           IF ED-TELEFONE NOT = ZEROS
              MOVE ED-DDD      TO DDD
              MOVE ED-TELEFONE TO TELEFONE.
       ENT-PED-FIM.
           EXIT.
      *
      *   PESO (PESOUNIT X QUANTIDADE) E VOLUME (CUBAGEM
      *   UNITARIA DO CADCUB X QUANTIDADE) DO PEDIDO
      *
       PESO-PED.
           MOVE ZEROS TO W-PESOPED W-VOLPED
           MOVE PEDIDO TO PEDIDOI
           MOVE ZEROS TO ITEM
           START CADPEDI KEY IS NOT LESS CHAVEI
                 INVALID KEY
                    GO TO PESO-PED-FIM.
       PESO-PED1.
           READ CADPEDI NEXT RECORD
               AT END
                  GO TO PESO-PED-FIM.
           IF PEDIDOI NOT = PEDIDO
              GO TO PESO-PED-FIM.
           MOVE PRODUTO TO CODIGO
           READ CADPRO
           IF ST-PRO = "00"
              COMPUTE W-PESOPED = W-PESOPED + PESOUNIT * QUANTIDADE.
           IF W-TEMCUB = "S"
              MOVE PRODUTO TO CB-CODIGO
              READ CADCUB
              IF ST-CUB = "00"
                 COMPUTE W-VOLPED = W-VOLPED + CB-VOLUNIT * QUANTIDADE.
           GO TO PESO-PED1.
       PESO-PED-FIM.
           EXIT.
      *
       IMP-ROMANEIO.
           WRITE LINHA-ROM FROM CABR1
           MOVE PEDIDO TO CABR2-PEDIDO
           MOVE NOME   TO CABR2-NOME
           MOVE W-PLACA TO CABR2-PLACA
           WRITE LINHA-ROM FROM CABR2
           WRITE LINHA-ROM FROM CABR2A
           WRITE LINHA-ROM FROM CABR2B
           WRITE LINHA-ROM FROM CABR3
           MOVE PEDIDO TO PEDIDOI
           MOVE 1 TO ITEM
           MOVE DEPITEM    TO DETR-DEP
           WRITE LINHA-ROM FROM DETR1
           PERFORM FEFO-PICK THRU FEFO-PICK-FIM
           PERFORM SER-PICK THRU SER-PICK-FIM
           GO TO IMP-ROM1.
       IMP-ROMANEIO-FIM.
           WRITE LINHA-ROM FROM LIMPA-ROM.
           EXIT.
      *
      ***********************************************
      *  SEPARACAO POR NUMERO DE SERIE: RESERVA AS  *
      *  UNIDADES EM ESTOQUE NO DEPOSITO DO ITEM    *
      *  (CADSERIE SITUACAO E -> R) E IMPRIME AS    *
      *  SERIES PARA O SEPARADOR                    *
      ***********************************************
      *
       SER-PICK.
           IF W-TEMSER = "N"
              GO TO SER-PICK-FIM.
           MOVE QUANTIDADE TO W-QTDSER
           MOVE ZEROS TO W-NSERIE
           MOVE PRODUTO TO SR-CODIGO
           MOVE SPACES  TO SR-SERIE
           START CADSERIE KEY IS NOT LESS CHAVESR
                 INVALID KEY
                    GO TO SER-PICK-FIM.
       SER-PICK1.
           IF W-QTDSER NOT > ZEROS
              GO TO SER-PICK-FIM.
           READ CADSERIE NEXT RECORD
               AT END
                  GO TO SER-PICK2.
           IF SR-CODIGO NOT = PRODUTO
              GO TO SER-PICK2.
           ADD 1 TO W-NSERIE
           IF SR-SITUACAO NOT = "E" OR SR-DEPOSITO NOT = DEPITEM
              GO TO SER-PICK1.
           MOVE "R"     TO SR-SITUACAO
           MOVE PEDIDOI TO SR-PEDIDO
           MOVE ITEM    TO SR-ITEM
           MOVE "SGP017  " TO SR-ULTOPER
           REWRITE REGSERIE
           IF ST-SER NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADSERIE"
              GO TO SER-PICK-FIM.
           MOVE SR-SERIE TO DETS-SERIE
           WRITE LINHA-ROM FROM DETS1
           SUBTRACT 1 FROM W-QTDSER
           GO TO SER-PICK1.
      *
      *   PRODUTO SEM NENHUMA SERIE NAO E CONTROLADO
      *
       SER-PICK2.
           IF W-NSERIE = ZEROS
              GO TO SER-PICK-FIM.
           MOVE W-QTDSER TO DETS-FALTA
           WRITE LINHA-ROM FROM DETS2.
       SER-PICK-FIM.
           EXIT.
      *
      ***********************************************
      *  MONTA O ROTEIRO: JUNTA OS PEDIDOS DE CADA  *
      *  TRANSPORTADORA, PLANEJA A CARGA NOS        *
      *  VEICULOS, GERA O NUMERO DA ROTA E CARIMBA  *
      *  OS PEDIDOS EMBARCADOS                      *
      ***********************************************
      *
       MONTA-ROTEIRO.
              NOT AT END
                 PERFORM TRATA-ROTA
           END-PERFORM.
           IF W-PRIM-CID = "N"
              PERFORM FECHA-TRANSP THRU FECHA-TRANSP-FIM.
      *
       TRATA-ROTA.
           IF W-PRIM-CID = "S" OR S-CODTRANSP NOT = W-TRP-ANT
              IF W-PRIM-CID = "N"
                 PERFORM FECHA-TRANSP THRU FECHA-TRANSP-FIM
              END-IF
              MOVE "N" TO W-PRIM-CID
              MOVE S-CODTRANSP TO W-TRP-ANT
              MOVE ZEROS TO TC-QTD W-EXCESSO.
           IF TC-QTD NOT < 500
              ADD 1 TO W-EXCESSO W-TOT-FORA
           ELSE
              ADD 1 TO TC-QTD
              MOVE S-PEDIDO     TO TC-PEDIDO (TC-QTD)
              MOVE S-NOME       TO TC-NOME (TC-QTD)
              MOVE S-LOGRADOURO TO TC-LOGRA (TC-QTD)
              MOVE S-NUMERO     TO TC-NUMERO (TC-QTD)
              MOVE S-DDD        TO TC-DDD (TC-QTD)
              MOVE S-TELEFONE   TO TC-FONE (TC-QTD)
              MOVE S-CIDADE     TO TC-CIDADE (TC-QTD)
              MOVE S-UF         TO TC-UF (TC-QTD)
              MOVE S-COMPL      TO TC-COMPL (TC-QTD)
              MOVE S-BAIRRO     TO TC-BAIRRO (TC-QTD)
              MOVE S-CONTATO    TO TC-CONTATO (TC-QTD)
              MOVE S-DATAENT    TO TC-DATAENT (TC-QTD)
              MOVE S-PESO       TO TC-PESO (TC-QTD)
              MOVE S-VOLUME     TO TC-VOLUME (TC-QTD)
              MOVE ZEROS        TO TC-VEIC (TC-QTD)
              MOVE "F"          TO TC-SIT (TC-QTD).
      *
      *   FIM DA TRANSPORTADORA: SEM VEICULO ATIVO O
      *   ROTEIRO SAI POR CIDADE COMO SEMPRE; COM
      *   VEICULOS, PRIMEIRO ENTRAM OS PEDIDOS COM
      *   ENTREGA ATE HOJE (INCLUSIVE OS QUE SOBRARAM
      *   DA EXPEDICAO ANTERIOR) E DEPOIS OS DEMAIS
      *
       FECHA-TRANSP.
           PERFORM BUSCA-TRANSP THRU BUSCA-TRANSP-FIM
           PERFORM CARGA-VEIC THRU CARGA-VEIC-FIM
           IF TV-QTD = ZEROS
              PERFORM IMP-SEMVEIC THRU IMP-SEMVEIC-FIM
              GO TO FECHA-TRANSP1.
           MOVE 1 TO W-PASSO
           PERFORM PLANEJA THRU PLANEJA-FIM
           MOVE 2 TO W-PASSO
           PERFORM PLANEJA THRU PLANEJA-FIM
           MOVE 1 TO IND2
           PERFORM IMP-VEIC THRU IMP-VEIC-FIM.
       FECHA-TRANSP1.
           PERFORM IMP-SOBRA THRU IMP-SOBRA-FIM.
       FECHA-TRANSP-FIM.
           EXIT.
      *
       CARGA-VEIC.
           MOVE ZEROS TO TV-QTD
           IF W-TEMVEI = "N"
              GO TO CARGA-VEIC-FIM.
           MOVE SPACES TO VE-PLACA
           START CADVEIC KEY IS NOT LESS VE-PLACA
                 INVALID KEY
                    GO TO CARGA-VEIC-FIM.
       CARGA-VEIC1.
           READ CADVEIC NEXT RECORD
               AT END
                  GO TO CARGA-VEIC-FIM.
           IF VE-CODTRANSP NOT = W-TRP-ANT OR VE-SITUACAO NOT = "A"
              OR VE-PESOMAX = ZEROS
              GO TO CARGA-VEIC1.
           IF TV-QTD NOT < 50
              GO TO CARGA-VEIC-FIM.
           ADD 1 TO TV-QTD
           MOVE VE-PLACA     TO TV-PLACA (TV-QTD)
           MOVE VE-DESCRICAO TO TV-DESCRICAO (TV-QTD)
           MOVE VE-PESOMAX   TO TV-PESOMAX (TV-QTD)
           MOVE VE-VOLMAX    TO TV-VOLMAX (TV-QTD)
           MOVE ZEROS TO TV-PESO (TV-QTD) TV-VOLUME (TV-QTD)
                         TV-QTDPED (TV-QTD)
           GO TO CARGA-VEIC1.
       CARGA-VEIC-FIM.
           EXIT.
      *
      *   W-PASSO 1 = ENTREGA ATE HOJE, 2 = AS DEMAIS.
      *   OS PEDIDOS VEM POR CIDADE E CADA UM VAI NO
      *   PRIMEIRO VEICULO ONDE AINDA CABE EM PESO E EM
      *   VOLUME (VOLUME MAXIMO ZERO = NAO CONTROLA)
      *
       PLANEJA.
           MOVE 1 TO IND.
       PLANEJA1.
           IF IND > TC-QTD
              GO TO PLANEJA-FIM.
           IF TC-SIT (IND) NOT = "F"
              GO TO PLANEJA2.
           IF W-PASSO = 1 AND TC-DATAENT (IND) > W-HOJE
              GO TO PLANEJA2.
           IF W-PASSO = 2 AND TC-DATAENT (IND) NOT > W-HOJE
              GO TO PLANEJA2.
           PERFORM ACHA-VEIC THRU ACHA-VEIC-FIM.
       PLANEJA2.
           ADD 1 TO IND
           GO TO PLANEJA1.
       PLANEJA-FIM.
           EXIT.
      *
       ACHA-VEIC.
           MOVE 1 TO IND2.
       ACHA-VEIC1.
           IF IND2 > TV-QTD
              GO TO ACHA-VEIC-FIM.
           COMPUTE W-PESOPED = TV-PESO (IND2) + TC-PESO (IND)
           COMPUTE W-VOLPED = TV-VOLUME (IND2) + TC-VOLUME (IND)
           IF W-PESOPED > TV-PESOMAX (IND2)
              ADD 1 TO IND2
              GO TO ACHA-VEIC1.
           IF TV-VOLMAX (IND2) > ZEROS AND W-VOLPED > TV-VOLMAX (IND2)
              ADD 1 TO IND2
              GO TO ACHA-VEIC1.
           MOVE W-PESOPED TO TV-PESO (IND2)
           MOVE W-VOLPED  TO TV-VOLUME (IND2)
           ADD 1 TO TV-QTDPED (IND2)
           MOVE IND2 TO TC-VEIC (IND)
           MOVE "L"  TO TC-SIT (IND).
       ACHA-VEIC-FIM.
           EXIT.
      *
      *   UMA ROTA POR VEICULO, COM A CARGA E O % DA
      *   CAPACIDADE NO CABECALHO E OS PEDIDOS POR CIDADE
      *
       IMP-VEIC.
           IF IND2 > TV-QTD
              GO TO IMP-VEIC-FIM.
           IF TV-QTDPED (IND2) = ZEROS
              ADD 1 TO IND2
              GO TO IMP-VEIC.
           PERFORM GER-NUMROTA
           MOVE W-ROTA      TO CABV1-ROTA
           MOVE W-HOJE      TO CABV1-DATA
           MOVE W-TRP-ANT   TO CABV1-TRANSP
           MOVE CABT2-RAZAO TO CABV1-RAZAO
           COMPUTE W-PCTPESO ROUNDED =
                   TV-PESO (IND2) * 100 / TV-PESOMAX (IND2)
           MOVE ZEROS TO W-PCTVOL
           IF TV-VOLMAX (IND2) > ZEROS
              COMPUTE W-PCTVOL ROUNDED =
                      TV-VOLUME (IND2) * 100 / TV-VOLMAX (IND2).
           MOVE TV-PLACA (IND2)     TO CABV2-PLACA W-PLACA
           MOVE TV-DESCRICAO (IND2) TO CABV2-DESC
           MOVE TV-PESO (IND2)      TO CABV2-PESO
           MOVE W-PCTPESO           TO CABV2-PCTPESO
           MOVE TV-VOLUME (IND2)    TO CABV2-VOL
           MOVE W-PCTVOL            TO CABV2-PCTVOL
           WRITE LINHA-ROT FROM LIMPA-ROT
           WRITE LINHA-ROT FROM CABV1
           WRITE LINHA-ROT FROM CABV2
           WRITE LINHA-ROT FROM CABT3
           MOVE SPACES TO W-CID-ANT W-UF-ANT
           MOVE 1 TO IND
           PERFORM IMP-VEICPED THRU IMP-VEICPED-FIM
           ADD 1 TO IND2
           GO TO IMP-VEIC.
       IMP-VEIC-FIM.
           EXIT.
      *
       IMP-VEICPED.
           IF IND > TC-QTD
              GO TO IMP-VEICPED-FIM.
           IF TC-SIT (IND) NOT = "L" OR TC-VEIC (IND) NOT = IND2
              ADD 1 TO IND
              GO TO IMP-VEICPED.
           IF TC-CIDADE (IND) NOT = W-CID-ANT
              OR TC-UF (IND) NOT = W-UF-ANT
              MOVE TC-CIDADE (IND) TO W-CID-ANT CABC1-CIDADE
              MOVE TC-UF (IND)     TO W-UF-ANT CABC1-UF
              WRITE LINHA-ROT FROM CABC1.
           PERFORM EMBARCA
           ADD 1 TO IND
           GO TO IMP-VEICPED.
       IMP-VEICPED-FIM.
           EXIT.
      *
      *   TRANSPORTADORA SEM VEICULO CADASTRADO: UMA ROTA
      *   POR CIDADE/UF, SEM CONTROLE DE CAPACIDADE
      *
       IMP-SEMVEIC.
           MOVE SPACES TO W-PLACA
           MOVE 1 TO IND.
       IMP-SEMVEIC1.
           IF IND > TC-QTD
              GO TO IMP-SEMVEIC-FIM.
           IF IND = 1 OR TC-CIDADE (IND) NOT = W-CID-ANT
              OR TC-UF (IND) NOT = W-UF-ANT
              MOVE TC-CIDADE (IND) TO W-CID-ANT
              MOVE TC-UF (IND)     TO W-UF-ANT
              PERFORM GER-NUMROTA
              MOVE W-ROTA          TO CABT2-ROTA
              MOVE W-HOJE          TO CABT2-DATA
              MOVE TC-CIDADE (IND) TO CABT2-CIDADE
              MOVE TC-UF (IND)     TO CABT2-UF
              MOVE W-TRP-ANT       TO CABT2-TRANSP
              WRITE LINHA-ROT FROM LIMPA-ROT
              WRITE LINHA-ROT FROM CABT2
              WRITE LINHA-ROT FROM CABT3.
           MOVE "L" TO TC-SIT (IND)
           PERFORM EMBARCA
           ADD 1 TO IND
           GO TO IMP-SEMVEIC1.
       IMP-SEMVEIC-FIM.
           EXIT.
      *
      *   ROMANEIO, LINHA DO ROTEIRO E CARIMBO NO CADROTA
      *   DO PEDIDO TC-ITEM (IND) NA ROTA W-ROTA
      *
       EMBARCA.
           MOVE TC-PEDIDO (IND) TO PEDIDO
           MOVE TC-NOME (IND)   TO NOME
           MOVE TC-LOGRA (IND)   TO CABR2A-LOGRA
           MOVE TC-NUMERO (IND)  TO CABR2A-NUMERO
           MOVE TC-COMPL (IND)   TO CABR2A-COMPL
           MOVE TC-BAIRRO (IND)  TO CABR2A-BAIRRO
           MOVE TC-CIDADE (IND)  TO CABR2B-CIDADE
           MOVE TC-UF (IND)      TO CABR2B-UF
           MOVE TC-CONTATO (IND) TO CABR2B-CONTATO
           MOVE TC-DDD (IND)     TO CABR2B-DDD
           MOVE TC-FONE (IND)    TO CABR2B-FONE
           PERFORM IMP-ROMANEIO THRU IMP-ROMANEIO-FIM
           MOVE TC-PEDIDO (IND) TO DETT-PEDIDO
           MOVE TC-NOME (IND)   TO DETT-NOME
           MOVE TC-LOGRA (IND)  TO DETT-LOGRA
           MOVE TC-NUMERO (IND) TO DETT-NUMERO
           MOVE TC-DDD (IND)    TO DETT-DDD
           MOVE TC-FONE (IND)   TO DETT-FONE
           WRITE LINHA-ROT FROM DETT1
           MOVE TC-PEDIDO (IND) TO RT-PEDIDO
           MOVE W-ROTA          TO RT-ROTA
           MOVE W-HOJE          TO RT-DATA
           MOVE TC-CIDADE (IND) TO RT-CIDADE
           MOVE TC-UF (IND)     TO RT-UF
           MOVE W-TRP-ANT       TO RT-CODTRANSP
           MOVE W-PLACA         TO RT-PLACA
           MOVE ZEROS TO RT-DATAENTREGA
           MOVE SPACES TO RT-RECEBEDOR RT-MOTORISTA
           WRITE REGROTA
              REWRITE REGROTA.
           IF ST-ROT NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADROTA".
           ADD 1 TO W-TOT-PED.
      *
      *   PEDIDOS QUE NAO COUBERAM: FICAM SEM CADROTA E
      *   VOLTAM NA PROXIMA EXPEDICAO
      *
       IMP-SOBRA.
           MOVE "N" TO W-CABSOB
           MOVE W-TRP-ANT TO CABF1-TRANSP
           MOVE 1 TO IND.
       IMP-SOBRA1.
           IF IND > TC-QTD
              GO TO IMP-SOBRA2.
           IF TC-SIT (IND) NOT = "F"
              ADD 1 TO IND
              GO TO IMP-SOBRA1.
           IF W-CABSOB = "N"
              MOVE "S" TO W-CABSOB
              WRITE LINHA-ROT FROM LIMPA-ROT
              WRITE LINHA-ROT FROM CABF1.
           MOVE TC-PEDIDO (IND) TO DETF-PEDIDO
           MOVE TC-NOME (IND)   TO DETF-NOME
           MOVE TC-CIDADE (IND) TO DETF-CIDADE
           MOVE TC-UF (IND)     TO DETF-UF
           MOVE TC-PESO (IND)   TO DETF-PESO
           MOVE TC-VOLUME (IND) TO DETF-VOL
           MOVE "MAIOR QUE OS VEICULOS" TO DETF-MOTIVO
           MOVE 1 TO IND2.
       IMP-SOBRA3.
           IF IND2 > TV-QTD
              GO TO IMP-SOBRA4.
           IF TC-PESO (IND) NOT > TV-PESOMAX (IND2)
              AND (TV-VOLMAX (IND2) = ZEROS
                   OR TC-VOLUME (IND) NOT > TV-VOLMAX (IND2))
              MOVE "SEM ESPACO NA FROTA" TO DETF-MOTIVO
              GO TO IMP-SOBRA4.
           ADD 1 TO IND2
           GO TO IMP-SOBRA3.
       IMP-SOBRA4.
           WRITE LINHA-ROT FROM DETF1
           ADD 1 TO W-TOT-FORA
           ADD 1 TO IND
           GO TO IMP-SOBRA1.
       IMP-SOBRA2.
           IF W-EXCESSO = ZEROS
              GO TO IMP-SOBRA-FIM.
           IF W-CABSOB = "N"
              WRITE LINHA-ROT FROM LIMPA-ROT
              WRITE LINHA-ROT FROM CABF1.
           MOVE W-EXCESSO TO DETF2-QTD
           WRITE LINHA-ROT FROM DETF2.
       IMP-SOBRA-FIM.
           EXIT.
      *
       BUSCA-TRANSP.
           MOVE SPACES TO CABT2-RAZAO
           IF W-TEMTRP = "N" OR W-TRP-ANT = ZEROS
              GO TO BUSCA-TRANSP-FIM.
           MOVE W-TRP-ANT TO TR-CODIGO
           READ CADTRP
           IF ST-TRP = "00"
              MOVE TR-RAZAO TO CABT2-RAZAO.
