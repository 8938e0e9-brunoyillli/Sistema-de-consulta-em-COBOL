       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB021.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  INTEGRIDADE FATURAMENTO X CONTAS A RECEBER        *
      *  CONFERE OS VALORES ENTRE PEDIDO, NOTA E PARCELAS  *
      *  E LISTA NO INTEGFIN.LST, COM AS CHAVES E OS DOIS  *
      *  VALORES, CADA OCORRENCIA ABAIXO:                  *
      *    - VALOR DO CADPED DIFERENTE DA SOMA DOS ITENS   *
      *      (CADPEDI VALORITEM)                           *
      *    - NF-VALORTOTAL DIFERENTE DA SOMA DOS ITENS DA  *
      *      NOTA (CADNFI) MAIS O NF-VALORFRETE            *
      *    - PARCELAS DO CADREC QUE NAO FECHAM COM O VALOR *
      *      DAS NOTAS ATIVAS DO PEDIDO                    *
      *    - NOTA CANCELADA COM PARCELA AINDA EM ABERTO    *
      *    - CREDITO (CADCRED) USADO ACIMA DO VALOR        *
      *    - PEDIDO "F" SEM NOTA ATIVA NO CADNF            *
      *  RODAR ANTES DAS EXPORTACOES SGPB003 / SGPB015.    *
      *  RETURN-CODE 4 QUANDO HOUVER OCORRENCIA.           *
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
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEI
                    FILE STATUS  IS ST-PDI.
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
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-NUMERO
                    FILE STATUS  IS ST-CRD.
           SELECT RELINT ASSIGN TO DISK
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
       FD CADCRED
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
                03 CR-NUMERO        PIC 9(09).
                03 CR-CODCLI        PIC 9(11).
                03 CR-NF            PIC 9(09).
                03 CR-DATA          PIC 9(08).
                03 CR-MOTIVO        PIC 9(02).
                03 CR-VALOR         PIC 9(09)V99.
                03 CR-VALORUSADO    PIC 9(09)V99.
                03 CR-ULTOPER       PIC X(08).
      *
       FD RELINT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "INTEGFIN.LST".
       01 LINHA-REL                PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PED       PIC X(02) VALUE "00".
       01 ST-PDI       PIC X(02) VALUE "00".
       01 ST-NF        PIC X(02) VALUE "00".
       01 ST-NFI       PIC X(02) VALUE "00".
       01 ST-REC       PIC X(02) VALUE "00".
       01 ST-CRD       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-TEMNF      PIC X(01) VALUE "S".
       01 W-TEMNFI     PIC X(01) VALUE "S".
       01 W-TEMREC     PIC X(01) VALUE "S".
       01 W-TEMCRD     PIC X(01) VALUE "S".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
      *
      *   ACUMULADORES DO PEDIDO CORRENTE
      *
       01 W-SOMAITENS  PIC 9(11)V99 VALUE ZEROS.
       01 W-SOMANF     PIC 9(11)V99 VALUE ZEROS.
       01 W-SOMAREC    PIC 9(11)V99 VALUE ZEROS.
       01 W-ABERTOREC  PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDATIVA   PIC 9(03) VALUE ZEROS.
       01 W-NFATIVA    PIC 9(09) VALUE ZEROS.
       01 W-NFCANC     PIC 9(09) VALUE ZEROS.
       01 W-VALCANC    PIC 9(09)V99 VALUE ZEROS.
      *
      *   ACUMULADORES DA NOTA CORRENTE
      *
       01 W-SOMANFI    PIC 9(11)V99 VALUE ZEROS.
       01 W-NFIFRETE   PIC 9(11)V99 VALUE ZEROS.
      *
       01 W-TOT-PEDVAL PIC 9(05) VALUE ZEROS.
       01 W-TOT-NFVAL  PIC 9(05) VALUE ZEROS.
       01 W-TOT-RECVAL PIC 9(05) VALUE ZEROS.
       01 W-TOT-CANREC PIC 9(05) VALUE ZEROS.
       01 W-TOT-CRED   PIC 9(05) VALUE ZEROS.
       01 W-TOT-FSEMNF PIC 9(05) VALUE ZEROS.
       01 W-TOT-GERAL  PIC 9(06) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB021".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
      *
       01 CAB1.
          03 FILLER         PIC X(50) VALUE
             "INTEGRIDADE FATURAMENTO X CONTAS A RECEBER".
          03 FILLER         PIC X(08) VALUE "  DATA: ".
          03 CAB1-DATA      PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(32) VALUE
             "OCORRENCIA".
          03 FILLER         PIC X(18) VALUE
             "PEDIDO      NOTA".
          03 FILLER         PIC X(14) VALUE
             "     CHAVE".
          03 FILLER         PIC X(36) VALUE
             "  VALOR REGISTRADO     VALOR APURADO".
       01 DET1.
          03 DET-OCORR      PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-PEDIDO     PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-NF         PIC ZZZZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-CHAVE      PIC ZZZZZZZZZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DET-VALOR1     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VALOR2     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 ROD1.
          03 FILLER         PIC X(40) VALUE
             "PEDIDO X SOMA DOS ITENS...............: ".
          03 ROD1-QTD       PIC ZZ.ZZ9.
       01 ROD2.
          03 FILLER         PIC X(40) VALUE
             "NOTA X ITENS + FRETE..................: ".
          03 ROD2-QTD       PIC ZZ.ZZ9.
       01 ROD3.
          03 FILLER         PIC X(40) VALUE
             "PARCELAS X NOTAS ATIVAS...............: ".
          03 ROD3-QTD       PIC ZZ.ZZ9.
       01 ROD4.
          03 FILLER         PIC X(40) VALUE
             "NOTA CANCELADA COM PARCELA ABERTA.....: ".
          03 ROD4-QTD       PIC ZZ.ZZ9.
       01 ROD5.
          03 FILLER         PIC X(40) VALUE
             "CREDITO USADO ACIMA DO VALOR..........: ".
          03 ROD5-QTD       PIC ZZ.ZZ9.
       01 ROD6.
          03 FILLER         PIC X(40) VALUE
             "PEDIDO FATURADO SEM NOTA ATIVA........: ".
          03 ROD6-QTD       PIC ZZ.ZZ9.
       01 ROD7.
          03 FILLER         PIC X(40) VALUE
             "TOTAL DE OCORRENCIAS..................: ".
          03 ROD7-QTD       PIC ZZZ.ZZ9.
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
           OPEN INPUT CADPED
           IF ST-PED NOT = "00"
              DISPLAY "*** ARQUIVO CADPED NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADPEDI
           IF ST-PDI NOT = "00"
              DISPLAY "*** ARQUIVO CADPEDI NAO ENCONTRADO ***"
              CLOSE CADPED
              GO TO ROT-FIMP.
           MOVE "S" TO W-TEMNF
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
              MOVE "N" TO W-TEMNF.
           MOVE "S" TO W-TEMNFI
           OPEN INPUT CADNFI
           IF ST-NFI NOT = "00"
              MOVE "N" TO W-TEMNFI.
           MOVE "S" TO W-TEMREC
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
              MOVE "N" TO W-TEMREC.
           MOVE "S" TO W-TEMCRD
           OPEN INPUT CADCRED
           IF ST-CRD NOT = "00"
              MOVE "N" TO W-TEMCRD.
           OPEN OUTPUT RELINT
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              GO TO ROT-FIM.
           MOVE W-HOJE TO CAB1-DATA
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA.
      *
      ***********************************************
      *   1A. PASSADA: PEDIDO A PEDIDO              *
      *   ITENS, NOTAS DO PEDIDO E PARCELAS. AS     *
      *   PARCELAS DO CADREC SAO DO PEDIDO, ENTAO   *
      *   FECHAM COM A SOMA DAS NOTAS ATIVAS DELE   *
      *   (FATURAMENTO PARCIAL GERA MAIS DE UMA)    *
      ***********************************************
      *
       PED-000.
           MOVE ZEROS TO PEDIDO
           START CADPED KEY IS NOT LESS PEDIDO
                 INVALID KEY
                    GO TO NFV-000.
       PED-001.
           READ CADPED NEXT RECORD
              AT END
                 GO TO NFV-000.
           IF SITUACAOPEDIDO = "C"
              GO TO PED-001.
           PERFORM SOM-ITENS THRU SOM-ITENS-FIM
           IF W-SOMAITENS NOT = VALOR
              MOVE "PEDIDO DIFERE DOS ITENS" TO DET-OCORR
              MOVE PEDIDO      TO DET-PEDIDO
              MOVE ZEROS       TO DET-NF DET-CHAVE
              MOVE VALOR       TO DET-VALOR1
              MOVE W-SOMAITENS TO DET-VALOR2
              WRITE LINHA-REL FROM DET1
              ADD 1 TO W-TOT-PEDVAL.
           PERFORM SOM-NOTAS THRU SOM-NOTAS-FIM
           PERFORM SOM-PARC THRU SOM-PARC-FIM
           IF SITUACAOPEDIDO = "F" AND W-QTDATIVA = ZEROS
              MOVE "PEDIDO F SEM NOTA ATIVA" TO DET-OCORR
              MOVE PEDIDO      TO DET-PEDIDO
              MOVE W-NFCANC    TO DET-NF
              MOVE ZEROS       TO DET-CHAVE
              MOVE VALOR       TO DET-VALOR1
              MOVE W-SOMANF    TO DET-VALOR2
              WRITE LINHA-REL FROM DET1
              ADD 1 TO W-TOT-FSEMNF.
           IF W-QTDATIVA NOT = ZEROS AND W-SOMAREC NOT = W-SOMANF
              MOVE "PARCELAS DIFEREM DAS NOTAS" TO DET-OCORR
              MOVE PEDIDO      TO DET-PEDIDO
              MOVE W-NFATIVA   TO DET-NF
              MOVE ZEROS       TO DET-CHAVE
              MOVE W-SOMANF    TO DET-VALOR1
              MOVE W-SOMAREC   TO DET-VALOR2
              WRITE LINHA-REL FROM DET1
              ADD 1 TO W-TOT-RECVAL.
      *
      *   SEM NOTA ATIVA, PARCELA EM ABERTO SO PODE
      *   SER RESTO DE NOTA CANCELADA (O SGP020 DEVIA
      *   TER EXCLUIDO NO CANCELAMENTO)
      *
           IF W-QTDATIVA = ZEROS AND W-NFCANC NOT = ZEROS
                                 AND W-ABERTOREC NOT = ZEROS
              MOVE "NOTA CANCELADA C/ PARC. ABERTA" TO DET-OCORR
              MOVE PEDIDO      TO DET-PEDIDO
              MOVE W-NFCANC    TO DET-NF
              MOVE ZEROS       TO DET-CHAVE
              MOVE W-VALCANC   TO DET-VALOR1
              MOVE W-ABERTOREC TO DET-VALOR2
              WRITE LINHA-REL FROM DET1
              ADD 1 TO W-TOT-CANREC.
           GO TO PED-001.
      *
      ***********************************************
      *   2A. PASSADA: NOTA A NOTA                  *
      *   O SGP009 GRAVA NF-VALORTOTAL SO COM OS    *
      *   ITENS E O FRETE A PARTE EM NF-VALORFRETE; *
      *   A NOTA FECHA SE O TOTAL BATER COM OS      *
      *   ITENS OU COM OS ITENS MAIS O FRETE        *
      ***********************************************
      *
       NFV-000.
           IF W-TEMNF = "N"
              GO TO CRD-000.
           MOVE ZEROS TO NF-NUMERO
           START CADNF KEY IS NOT LESS NF-NUMERO
                 INVALID KEY
                    GO TO CRD-000.
       NFV-001.
           READ CADNF NEXT RECORD
              AT END
                 GO TO CRD-000.
           PERFORM SOM-NFI THRU SOM-NFI-FIM
           ADD W-SOMANFI NF-VALORFRETE GIVING W-NFIFRETE
           IF NF-VALORTOTAL = W-SOMANFI OR NF-VALORTOTAL = W-NFIFRETE
              GO TO NFV-001.
           MOVE "NOTA DIFERE DOS ITENS+FRETE" TO DET-OCORR
           MOVE NF-PEDIDO     TO DET-PEDIDO
           MOVE NF-NUMERO     TO DET-NF
           MOVE ZEROS         TO DET-CHAVE
           MOVE NF-VALORTOTAL TO DET-VALOR1
           MOVE W-NFIFRETE    TO DET-VALOR2
           WRITE LINHA-REL FROM DET1
           ADD 1 TO W-TOT-NFVAL
           GO TO NFV-001.
      *
      ***********************************************
      *   3A. PASSADA: CREDITOS DO CADCRED          *
      ***********************************************
      *
       CRD-000.
           IF W-TEMCRD = "N"
              GO TO ROT-TOTAIS.
           MOVE ZEROS TO CR-NUMERO
           START CADCRED KEY IS NOT LESS CR-NUMERO
                 INVALID KEY
                    GO TO ROT-TOTAIS.
       CRD-001.
           READ CADCRED NEXT RECORD
              AT END
                 GO TO ROT-TOTAIS.
           IF CR-VALORUSADO NOT > CR-VALOR
              GO TO CRD-001.
           MOVE "CREDITO USADO ACIMA DO VALOR" TO DET-OCORR
           MOVE ZEROS         TO DET-PEDIDO
           MOVE CR-NF         TO DET-NF
           MOVE CR-NUMERO     TO DET-CHAVE
           MOVE CR-VALOR      TO DET-VALOR1
           MOVE CR-VALORUSADO TO DET-VALOR2
           WRITE LINHA-REL FROM DET1
           ADD 1 TO W-TOT-CRED
           GO TO CRD-001.
      *
      ***********************************************
      *   SOMA DOS ITENS DO PEDIDO (CADPEDI)        *
      ***********************************************
      *
       SOM-ITENS.
           MOVE ZEROS TO W-SOMAITENS
           MOVE PEDIDO TO PEDIDOI
           MOVE ZEROS TO ITEM
           START CADPEDI KEY IS NOT LESS CHAVEI
                 INVALID KEY
                    GO TO SOM-ITENS-FIM.
       SOM-ITENS1.
           READ CADPEDI NEXT RECORD
              AT END
                 GO TO SOM-ITENS-FIM.
           IF PEDIDOI NOT = PEDIDO
              GO TO SOM-ITENS-FIM.
           ADD VALORITEM TO W-SOMAITENS
           GO TO SOM-ITENS1.
       SOM-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      *   NOTAS DO PEDIDO PELA CHAVE2: SOMA DAS     *
      *   ATIVAS E A ULTIMA CANCELADA               *
      ***********************************************
      *
       SOM-NOTAS.
           MOVE ZEROS TO W-SOMANF W-QTDATIVA W-NFATIVA
                         W-NFCANC W-VALCANC
           IF W-TEMNF = "N"
              GO TO SOM-NOTAS-FIM.
           MOVE PEDIDO TO NF-PEDIDO
           START CADNF KEY IS NOT LESS CHAVE2
                 INVALID KEY
                    GO TO SOM-NOTAS-FIM.
       SOM-NOTAS1.
           READ CADNF NEXT RECORD
              AT END
                 GO TO SOM-NOTAS-FIM.
           IF NF-PEDIDO NOT = PEDIDO
              GO TO SOM-NOTAS-FIM.
           IF NF-SITUACAO = "C"
              MOVE NF-NUMERO     TO W-NFCANC
              MOVE NF-VALORTOTAL TO W-VALCANC
              GO TO SOM-NOTAS1.
           ADD NF-VALORTOTAL TO W-SOMANF
           ADD 1 TO W-QTDATIVA
           MOVE NF-NUMERO TO W-NFATIVA
           GO TO SOM-NOTAS1.
       SOM-NOTAS-FIM.
           EXIT.
      *
      ***********************************************
      *   PARCELAS DO PEDIDO (CADREC): VALOR TOTAL  *
      *   E SALDO AINDA EM ABERTO                   *
      ***********************************************
      *
       SOM-PARC.
           MOVE ZEROS TO W-SOMAREC W-ABERTOREC
           IF W-TEMREC = "N"
              GO TO SOM-PARC-FIM.
           MOVE PEDIDO TO RC-PEDIDO
           MOVE ZEROS TO RC-PARCELA
           START CADREC KEY IS NOT LESS CHAVER
                 INVALID KEY
                    GO TO SOM-PARC-FIM.
       SOM-PARC1.
           READ CADREC NEXT RECORD
              AT END
                 GO TO SOM-PARC-FIM.
           IF RC-PEDIDO NOT = PEDIDO
              GO TO SOM-PARC-FIM.
           ADD RC-VALOR TO W-SOMAREC
           IF RC-VALORPAGO < RC-VALOR
              COMPUTE W-ABERTOREC = W-ABERTOREC
                                  + RC-VALOR - RC-VALORPAGO.
           GO TO SOM-PARC1.
       SOM-PARC-FIM.
           EXIT.
      *
      ***********************************************
      *   SOMA DOS ITENS DA NOTA (CADNFI)           *
      ***********************************************
      *
       SOM-NFI.
           MOVE ZEROS TO W-SOMANFI
           IF W-TEMNFI = "N"
              GO TO SOM-NFI-FIM.
           MOVE NF-NUMERO TO NFI-NUMERO
           MOVE ZEROS TO NFI-ITEM
           START CADNFI KEY IS NOT LESS CHAVENI
                 INVALID KEY
                    GO TO SOM-NFI-FIM.
       SOM-NFI1.
           READ CADNFI NEXT RECORD
              AT END
                 GO TO SOM-NFI-FIM.
           IF NFI-NUMERO NOT = NF-NUMERO
              GO TO SOM-NFI-FIM.
           ADD NFI-VALORITEM TO W-SOMANFI
           GO TO SOM-NFI1.
       SOM-NFI-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE W-TOT-PEDVAL TO ROD1-QTD
           MOVE W-TOT-NFVAL  TO ROD2-QTD
           MOVE W-TOT-RECVAL TO ROD3-QTD
           MOVE W-TOT-CANREC TO ROD4-QTD
           MOVE W-TOT-CRED   TO ROD5-QTD
           MOVE W-TOT-FSEMNF TO ROD6-QTD
           COMPUTE W-TOT-GERAL = W-TOT-PEDVAL + W-TOT-NFVAL
                               + W-TOT-RECVAL + W-TOT-CANREC
                               + W-TOT-CRED + W-TOT-FSEMNF
           MOVE W-TOT-GERAL  TO ROD7-QTD
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD1
           WRITE LINHA-REL FROM ROD2
           WRITE LINHA-REL FROM ROD3
           WRITE LINHA-REL FROM ROD4
           WRITE LINHA-REL FROM ROD5
           WRITE LINHA-REL FROM ROD6
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD7
           CLOSE RELINT
           MOVE "INTEGFIN.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           IF W-TOT-GERAL = ZEROS
              MOVE ZEROS TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE.
           DISPLAY "OCORRENCIAS DE INTEGRIDADE: " W-TOT-GERAL.
      *
       ROT-FIM.
           CLOSE CADPED CADPEDI.
           IF W-TEMNF = "S"
              CLOSE CADNF.
           IF W-TEMNFI = "S"
              CLOSE CADNFI.
           IF W-TEMREC = "S"
              CLOSE CADREC.
           IF W-TEMCRD = "S"
              CLOSE CADCRED.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
