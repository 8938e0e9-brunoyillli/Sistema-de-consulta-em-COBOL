       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPD005.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  ROTINA COMUM DE CONFERENCIA DA NF DE ENTRADA DO   *
      *  FORNECEDOR (CHAMADA VIA CALL PELO SGP029 E PELO   *
      *  SGPB024) - CONFERENCIA EM TRES PONTAS:            *
      *  NF (CADENT/CADENTI) X PEDIDO DE COMPRA (CADCOMP)  *
      *  X QUANTIDADE RECEBIDA (CP-QTDRECEBIDA)            *
      *  LK-FUNCAO   "C" = CONFERE A NF (SIT. "D" OU "B")  *
      *              "A" = APROVA NF BLOQUEADA ("B")       *
      *              "R" = REJEITA A NF ("D" OU "B")       *
      *  A PARCELA A PAGAR (CADPAG) SO E GERADA QUANDO A   *
      *  NF CONFERE ("C") OU E APROVADA PELO SUPERVISOR    *
      *  ("A"), UMA PARCELA POR PEDIDO, VENCIMENTO NA      *
      *  EMISSAO DA NF + PRAZO DO FORNECEDOR.              *
      *  TOLERANCIA EM % NO PARAMETRO "TOLNFENT" DO        *
      *  CADPARM (SEM O PARAMETRO, TOLERANCIA ZERO).       *
      *  LK-RETORNO = 0 OK / 1 NF NAO CADASTRADA /         *
      *               2 SITUACAO NAO PERMITE A OPERACAO /  *
      *               3 NF BLOQUEADA POR DIVERGENCIA /     *
      *               8 ARQUIVO AUSENTE / 9 ERRO GRAVACAO  *
      *  LK-MENSAGEM  TEXTO PARA O CHAMADOR                *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEEN
                    FILE STATUS IS ST-ENT.
           SELECT CADENTI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEEI
                    FILE STATUS IS ST-ENI
                    ALTERNATE RECORD KEY IS CHAVE2EI = EI-COMPRA
                                                      WITH DUPLICATES.
           SELECT CADCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CP-NUMERO
                    FILE STATUS IS ST-CMP.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODIGO
                    FILE STATUS IS ST-ERRO.
           SELECT CADFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FO-CODIGO
                    FILE STATUS IS ST-FORN.
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEP
                    FILE STATUS IS ST-PAG.
           SELECT CADPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PM-CODIGO
                    FILE STATUS IS ST-PRM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADENT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADENT.DAT".
       01 REGENT.
                03 CHAVEEN.
                    05 EN-CODFOR    PIC 9(05).
                    05 EN-NUMNOTA   PIC 9(09).
                03 EN-DATAEMI       PIC 9(08).
                03 EN-DATAENT       PIC 9(08).
                03 EN-QTDITENS      PIC 9(03).
                03 EN-VALORTOTAL    PIC 9(09)V99.
                03 EN-VALORICMS     PIC 9(09)V99.
                03 EN-SITUACAO      PIC X(01).
                03 EN-QTDDIVERG     PIC 9(03).
                03 EN-ORIGEM        PIC X(01).
                03 EN-SUPERVISOR    PIC X(08).
                03 EN-DATADECISAO   PIC 9(08).
                03 EN-ULTOPER       PIC X(08).
       FD CADENTI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADENTI.DAT".
       01 REGENTI.
                03 CHAVEEI.
                    05 EI-CODFOR    PIC 9(05).
                    05 EI-NUMNOTA   PIC 9(09).
                    05 EI-ITEM      PIC 9(03).
                03 EI-COMPRA        PIC 9(07).
                03 EI-PRODUTO       PIC 9(05).
                03 EI-QUANTIDADE    PIC 9(06).
                03 EI-PRECOUNIT     PIC 9(06)V99.
                03 EI-ALIQICMS      PIC 9(02)V99.
                03 EI-VALORICMS     PIC 9(07)V99.
                03 EI-SITCONF       PIC X(01).
                03 EI-OCORR         PIC X(30).
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
                03 CP-SITUACAO      PIC X(01).
                03 CP-ULTOPER       PIC X(08).
                03 CP-CUSTOUNIT     PIC 9(06)V99.
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
       FD CADPARM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPARM.DAT".
       01 REGPARM.
                03 PM-CODIGO        PIC X(08).
                03 PM-DESCRICAO     PIC X(30).
                03 PM-VALOR         PIC 9(03)V9(04).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ENT       PIC X(02) VALUE "00".
       77 ST-ENI       PIC X(02) VALUE "00".
       77 ST-CMP       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-FORN      PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-PRM       PIC X(02) VALUE "00".
       77 W-ABERTOS    PIC 9(01) VALUE ZEROS.
       77 W-TOL        PIC 9(03)V9(04) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-CODFOR     PIC 9(05) VALUE ZEROS.
       77 W-NUMNOTA    PIC 9(09) VALUE ZEROS.
       77 W-COMPRA     PIC 9(07) VALUE ZEROS.
       77 W-QTDDIV     PIC 9(03) VALUE ZEROS.
       77 W-OCORR      PIC X(30) VALUE SPACES.
       77 W-PRECOPED   PIC 9(06)V99 VALUE ZEROS.
       77 W-DIFQ       PIC S9(07) VALUE ZEROS.
       77 W-DIFP       PIC S9(07)V99 VALUE ZEROS.
       77 W-LIMITE     PIC 9(09)V9(04) VALUE ZEROS.
       77 W-DIASBASE   PIC 9(07) VALUE ZEROS.
       77 W-DIASVENC   PIC 9(07) VALUE ZEROS.
       77 W-VENCTO     PIC 9(08) VALUE ZEROS.
       77 W-QTDPAG     PIC 9(03) VALUE ZEROS.
       77 W-NOTAOUT    PIC 9(09) VALUE ZEROS.
       01 W-QTDIT      PIC 9(03) VALUE ZEROS.
       01 W-IND        PIC 9(03) VALUE ZEROS.
       01 W-TABITENS.
          03 W-TITEM      PIC 9(03) OCCURS 200 TIMES.
      *
       LINKAGE SECTION.
       01 LK-FUNCAO    PIC X(01).
       01 LK-CODFOR    PIC 9(05).
       01 LK-NUMNOTA   PIC 9(09).
       01 LK-OPERADOR  PIC X(08).
       01 LK-RETORNO   PIC 9(01).
       01 LK-MENSAGEM  PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCAO LK-CODFOR LK-NUMNOTA
                                LK-OPERADOR LK-RETORNO LK-MENSAGEM.
       INICIO.
           MOVE ZEROS TO LK-RETORNO W-ABERTOS W-TOL
           MOVE SPACES TO LK-MENSAGEM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE LK-CODFOR TO W-CODFOR
           MOVE LK-NUMNOTA TO W-NUMNOTA.
      *
      ***********************************************
      *  ABERTURA DOS ARQUIVOS                      *
      ***********************************************
      *
       ABR-001.
           OPEN I-O CADENT
           IF ST-ENT NOT = "00"
              MOVE "*** ARQUIVO CADENT NAO ENCONTRADO ***"
                   TO LK-MENSAGEM
              GO TO ABR-ERRO.
           MOVE 1 TO W-ABERTOS
           OPEN I-O CADENTI
           IF ST-ENI NOT = "00"
              MOVE "*** ARQUIVO CADENTI NAO ENCONTRADO ***"
                   TO LK-MENSAGEM
              GO TO ABR-ERRO.
           MOVE 2 TO W-ABERTOS
           OPEN INPUT CADCOMP
           IF ST-CMP NOT = "00"
              MOVE "*** ARQUIVO CADCOMP NAO ENCONTRADO ***"
                   TO LK-MENSAGEM
              GO TO ABR-ERRO.
           MOVE 3 TO W-ABERTOS
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
                   TO LK-MENSAGEM
              GO TO ABR-ERRO.
           MOVE 4 TO W-ABERTOS
           OPEN INPUT CADFOR
           IF ST-FORN NOT = "00"
              MOVE "*** ARQUIVO CADFOR NAO ENCONTRADO ***"
                   TO LK-MENSAGEM
              GO TO ABR-ERRO.
           MOVE 5 TO W-ABERTOS.
       ABR-002.
           OPEN I-O CADPAG
           IF ST-PAG NOT = "00"
              IF ST-PAG = "30" OR "35"
                 OPEN OUTPUT CADPAG
                 CLOSE CADPAG
                 GO TO ABR-002
              ELSE
                 MOVE "*** ERRO NA ABERTURA DO ARQUIVO CADPAG ***"
                      TO LK-MENSAGEM
                 GO TO ABR-ERRO.
           MOVE 6 TO W-ABERTOS.
      *
      *   TOLERANCIA DA CONFERENCIA (CADPARM, MANTIDO PELO
      *   SGP007) - SEM O PARAMETRO A CONFERENCIA E EXATA
      *
           OPEN INPUT CADPARM
           IF ST-PRM = "00"
              MOVE "TOLNFENT" TO PM-CODIGO
              READ CADPARM
              IF ST-PRM = "00"
                 MOVE PM-VALOR TO W-TOL.
           IF ST-PRM NOT = "30" AND "35"
              CLOSE CADPARM.
           GO TO LER-NOTA.
       ABR-ERRO.
           MOVE 8 TO LK-RETORNO
           GO TO ROT-FIM.
      *
      ***********************************************
      *  LEITURA DA NF E DESVIO PELA FUNCAO         *
      ***********************************************
      *
       LER-NOTA.
           MOVE W-CODFOR TO EN-CODFOR
           MOVE W-NUMNOTA TO EN-NUMNOTA
           READ CADENT
           IF ST-ENT NOT = "00"
              MOVE 1 TO LK-RETORNO
              MOVE "*** NF DE ENTRADA NAO CADASTRADA ***"
                   TO LK-MENSAGEM
              GO TO ROT-FIM.
           IF LK-FUNCAO = "R"
              GO TO REJ-001.
           IF LK-FUNCAO = "A"
              GO TO APR-001.
           IF EN-SITUACAO NOT = "D" AND "B"
              MOVE 2 TO LK-RETORNO
              MOVE "*** NF JA LIBERADA OU REJEITADA ***" TO LK-MENSAGEM
              GO TO ROT-FIM.
           PERFORM CAR-ITENS THRU CAR-ITENS-FIM
           IF W-QTDIT = ZEROS
              MOVE 2 TO LK-RETORNO
              MOVE "*** NF SEM ITENS - NAO HA O QUE CONFERIR ***"
                   TO LK-MENSAGEM
              GO TO ROT-FIM.
      *
      ***********************************************
      *  CONFERENCIA ITEM A ITEM                    *
      ***********************************************
      *
       CNF-001.
           MOVE ZEROS TO W-QTDDIV
           MOVE 1 TO W-IND.
       CNF-002.
           IF W-IND > W-QTDIT
              GO TO CNF-003.
           PERFORM CNF-ITEM THRU CNF-ITEM-FIM
           ADD 1 TO W-IND
           GO TO CNF-002.
       CNF-003.
           IF W-QTDDIV = ZEROS
              PERFORM GER-PAG THRU GER-PAG-FIM
              IF LK-RETORNO NOT = ZEROS
                 GO TO ROT-FIM.
           PERFORM RELE-NOTA THRU RELE-NOTA-FIM
           MOVE W-QTDDIV TO EN-QTDDIVERG
           MOVE LK-OPERADOR TO EN-ULTOPER
           IF W-QTDDIV = ZEROS
              MOVE "C" TO EN-SITUACAO
           ELSE
              MOVE "B" TO EN-SITUACAO.
           REWRITE REGENT
           IF ST-ENT NOT = "00"
              MOVE 9 TO LK-RETORNO
              MOVE "*** ERRO NA GRAVACAO DO ARQUIVO CADENT ***"
                   TO LK-MENSAGEM
              GO TO ROT-FIM.
           IF W-QTDDIV = ZEROS
              MOVE "*** NF CONFERIDA - PARCELA A PAGAR GERADA ***"
                   TO LK-MENSAGEM
           ELSE
              MOVE 3 TO LK-RETORNO
              MOVE "*** NF BLOQUEADA - DIVERGENCIA NA CONFERENCIA ***"
                   TO LK-MENSAGEM.
           GO TO ROT-FIM.
      *
      ***********************************************
      *  APROVACAO PELO SUPERVISOR (SO NF "B")      *
      ***********************************************
      *
       APR-001.
           IF EN-SITUACAO NOT = "B"
              MOVE 2 TO LK-RETORNO
              MOVE "*** SO NF BLOQUEADA PODE SER APROVADA ***"
                   TO LK-MENSAGEM
              GO TO ROT-FIM.
           PERFORM CAR-ITENS THRU CAR-ITENS-FIM
           MOVE 1 TO W-IND.
       APR-002.
           IF W-IND > W-QTDIT
              GO TO APR-003.
           MOVE W-CODFOR TO EI-CODFOR
           MOVE W-NUMNOTA TO EI-NUMNOTA
           MOVE W-TITEM(W-IND) TO EI-ITEM
           READ CADENTI
           MOVE EI-COMPRA TO CP-NUMERO
           READ CADCOMP
           IF ST-CMP NOT = "00" OR CP-CODFOR NOT = W-CODFOR
              MOVE 2 TO LK-RETORNO
              MOVE "*** PEDIDO INEXISTENTE NA NF - REJEITE A NF ***"
                   TO LK-MENSAGEM
              GO TO ROT-FIM.
           ADD 1 TO W-IND
           GO TO APR-002.
       APR-003.
           PERFORM GER-PAG THRU GER-PAG-FIM
           IF LK-RETORNO NOT = ZEROS
              GO TO ROT-FIM.
           PERFORM RELE-NOTA THRU RELE-NOTA-FIM
           MOVE "A" TO EN-SITUACAO
           MOVE LK-OPERADOR TO EN-SUPERVISOR EN-ULTOPER
           MOVE W-HOJE TO EN-DATADECISAO
           REWRITE REGENT
           IF ST-ENT NOT = "00"
              MOVE 9 TO LK-RETORNO
              MOVE "*** ERRO NA GRAVACAO DO ARQUIVO CADENT ***"
                   TO LK-MENSAGEM
              GO TO ROT-FIM.
           MOVE "*** NF APROVADA - PARCELA A PAGAR GERADA ***"
                TO LK-MENSAGEM
           GO TO ROT-FIM.
      *
      ***********************************************
      *  REJEICAO (NF "D" OU "B")                   *
      ***********************************************
      *
       REJ-001.
           IF EN-SITUACAO NOT = "D" AND "B"
              MOVE 2 TO LK-RETORNO
              MOVE "*** NF JA LIBERADA OU REJEITADA ***" TO LK-MENSAGEM
              GO TO ROT-FIM.
           MOVE "X" TO EN-SITUACAO
           MOVE LK-OPERADOR TO EN-SUPERVISOR EN-ULTOPER
           MOVE W-HOJE TO EN-DATADECISAO
           REWRITE REGENT
           IF ST-ENT NOT = "00"
              MOVE 9 TO LK-RETORNO
              MOVE "*** ERRO NA GRAVACAO DO ARQUIVO CADENT ***"
                   TO LK-MENSAGEM
              GO TO ROT-FIM.
           MOVE "*** NF REJEITADA ***" TO LK-MENSAGEM
           GO TO ROT-FIM.
      *
      ***********************************************
      *  CARGA DOS NUMEROS DE ITEM DA NF NA TABELA  *
      *  (A CONFERENCIA LE O CADENTI PELA CHAVE DO  *
      *  PEDIDO, O QUE PERDE A POSICAO DA LEITURA)  *
      ***********************************************
      *
       CAR-ITENS.
           MOVE ZEROS TO W-QTDIT
           MOVE W-CODFOR TO EI-CODFOR
           MOVE W-NUMNOTA TO EI-NUMNOTA
           MOVE ZEROS TO EI-ITEM
           START CADENTI KEY IS NOT LESS THAN CHAVEEI
           IF ST-ENI NOT = "00"
              GO TO CAR-ITENS-FIM.
       CAR-ITENS1.
           READ CADENTI NEXT
           IF ST-ENI NOT = "00"
              GO TO CAR-ITENS-FIM.
           IF EI-CODFOR NOT = W-CODFOR OR EI-NUMNOTA NOT = W-NUMNOTA
              GO TO CAR-ITENS-FIM.
           IF W-QTDIT < 200
              ADD 1 TO W-QTDIT
              MOVE EI-ITEM TO W-TITEM(W-QTDIT).
           GO TO CAR-ITENS1.
       CAR-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      *  CONFERENCIA DE UM ITEM: NF X PEDIDO X      *
      *  RECEBIMENTO. A PRIMEIRA DIVERGENCIA VAI    *
      *  PARA EI-OCORR                              *
      ***********************************************
      *
       CNF-ITEM.
           MOVE SPACES TO W-OCORR
           MOVE W-CODFOR TO EI-CODFOR
           MOVE W-NUMNOTA TO EI-NUMNOTA
           MOVE W-TITEM(W-IND) TO EI-ITEM
           READ CADENTI
           IF ST-ENI NOT = "00"
              GO TO CNF-ITEM-FIM.
           MOVE EI-COMPRA TO W-COMPRA CP-NUMERO
           READ CADCOMP
           IF ST-CMP NOT = "00"
              MOVE "PEDIDO DE COMPRA INEXISTENTE" TO W-OCORR
              GO TO CNF-ITEM-GRV.
           IF CP-CODFOR NOT = W-CODFOR
              MOVE "PEDIDO DE OUTRO FORNECEDOR" TO W-OCORR
              GO TO CNF-ITEM-GRV.
           IF CP-PRODUTO NOT = EI-PRODUTO
              MOVE "PRODUTO DIFERENTE DO PEDIDO" TO W-OCORR
              GO TO CNF-ITEM-GRV.
           IF CP-SITUACAO NOT = "R"
              MOVE "MERCADORIA NAO RECEBIDA" TO W-OCORR
              GO TO CNF-ITEM-GRV.
      *
      *   PEDIDO JA COBRADO EM OUTRA NF NAO REJEITADA
      *
           PERFORM CNF-OUTRA THRU CNF-OUTRA-FIM
           IF W-NOTAOUT NOT = ZEROS
              MOVE "PEDIDO JA FATURADO EM OUTRA NF" TO W-OCORR
              GO TO CNF-ITEM-GRV.
      *
      *   QUANTIDADE DA NF X QUANTIDADE RECEBIDA
      *
           COMPUTE W-DIFQ = EI-QUANTIDADE - CP-QTDRECEBIDA
           IF W-DIFQ < ZEROS
              COMPUTE W-DIFQ = W-DIFQ * -1.
           COMPUTE W-LIMITE = CP-QTDRECEBIDA * W-TOL / 100
           IF W-DIFQ > W-LIMITE
              IF EI-QUANTIDADE > CP-QTDRECEBIDA
                 MOVE "QTDE DA NF MAIOR QUE RECEBIDA" TO W-OCORR
                 GO TO CNF-ITEM-GRV
              ELSE
                 MOVE "QTDE DA NF MENOR QUE RECEBIDA" TO W-OCORR
                 GO TO CNF-ITEM-GRV.
      *
      *   PRECO DA NF X PRECO DO PEDIDO (SEM CUSTO NO PEDIDO
      *   VALE O PRECO DE CUSTO DO CADASTRO)
      *
           MOVE CP-CUSTOUNIT TO W-PRECOPED
           IF W-PRECOPED = ZEROS
              MOVE CP-PRODUTO TO CODIGO
              READ CADPRO
              IF ST-ERRO = "00"
                 MOVE PRECOCUSTO TO W-PRECOPED.
           COMPUTE W-DIFP = EI-PRECOUNIT - W-PRECOPED
           IF W-DIFP < ZEROS
              COMPUTE W-DIFP = W-DIFP * -1.
           COMPUTE W-LIMITE = W-PRECOPED * W-TOL / 100
           IF W-DIFP > W-LIMITE
              IF EI-PRECOUNIT > W-PRECOPED
                 MOVE "PRECO DA NF MAIOR QUE O PEDIDO" TO W-OCORR
              ELSE
                 MOVE "PRECO DA NF MENOR QUE O PEDIDO" TO W-OCORR.
       CNF-ITEM-GRV.
      *
      *   RELE O ITEM (A BUSCA POR PEDIDO MUDOU O REGISTRO)
      *
           MOVE W-CODFOR TO EI-CODFOR
           MOVE W-NUMNOTA TO EI-NUMNOTA
           MOVE W-TITEM(W-IND) TO EI-ITEM
           READ CADENTI
           IF ST-ENI NOT = "00"
              GO TO CNF-ITEM-FIM.
           MOVE W-OCORR TO EI-OCORR
           IF W-OCORR = SPACES
              MOVE "C" TO EI-SITCONF
           ELSE
              MOVE "D" TO EI-SITCONF
              ADD 1 TO W-QTDDIV.
           REWRITE REGENTI.
       CNF-ITEM-FIM.
           EXIT.
      *
      *   PROCURA O PEDIDO W-COMPRA EM ITENS DE OUTRAS NF DO
      *   CADENTI (CHAVE ALTERNATIVA) CUJA NF NAO ESTEJA
      *   REJEITADA. DEVOLVE O NUMERO DA NF EM W-NOTAOUT
      *
       CNF-OUTRA.
           MOVE ZEROS TO W-NOTAOUT
           MOVE W-COMPRA TO EI-COMPRA
           START CADENTI KEY IS EQUAL TO CHAVE2EI
           IF ST-ENI NOT = "00"
              GO TO CNF-OUTRA-FIM.
       CNF-OUTRA1.
           READ CADENTI NEXT
           IF ST-ENI NOT = "00" AND "02"
              GO TO CNF-OUTRA-FIM.
           IF EI-COMPRA NOT = W-COMPRA
              GO TO CNF-OUTRA-FIM.
           IF EI-CODFOR = W-CODFOR AND EI-NUMNOTA = W-NUMNOTA
              GO TO CNF-OUTRA1.
           MOVE EI-CODFOR TO EN-CODFOR
           MOVE EI-NUMNOTA TO EN-NUMNOTA
           READ CADENT
           IF ST-ENT = "00" AND EN-SITUACAO NOT = "X"
              MOVE EI-NUMNOTA TO W-NOTAOUT
              GO TO CNF-OUTRA-FIM.
           GO TO CNF-OUTRA1.
       CNF-OUTRA-FIM.
           EXIT.
      *
      *   RELE O CABECALHO DA NF ANTES DO REWRITE (A BUSCA EM
      *   OUTRAS NF PODE TER MUDADO O REGISTRO DO CADENT)
      *
       RELE-NOTA.
           MOVE W-CODFOR TO EN-CODFOR
           MOVE W-NUMNOTA TO EN-NUMNOTA
           READ CADENT.
       RELE-NOTA-FIM.
           EXIT.
      *
      ***********************************************
      *  GERACAO DAS PARCELAS A PAGAR (CADPAG), UMA *
      *  POR PEDIDO DA NF, VALOR DA NF, VENCIMENTO  *
      *  NA EMISSAO + PRAZO DO FORNECEDOR. PEDIDO   *
      *  QUE JA TEM PARCELA NAO E GERADO DE NOVO    *
      ***********************************************
      *
       GER-PAG.
           MOVE ZEROS TO W-QTDPAG
           PERFORM RELE-NOTA THRU RELE-NOTA-FIM
           MOVE W-CODFOR TO FO-CODIGO
           READ CADFOR
           IF ST-FORN NOT = "00"
              MOVE ZEROS TO FO-PRAZOPAGTO.
           MOVE FUNCTION INTEGER-OF-DATE(EN-DATAEMI) TO W-DIASBASE
           COMPUTE W-DIASVENC = W-DIASBASE + FO-PRAZOPAGTO
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASVENC) TO W-VENCTO
           MOVE 1 TO W-IND.
       GER-PAG1.
           IF W-IND > W-QTDIT
              GO TO GER-PAG-FIM.
           MOVE W-CODFOR TO EI-CODFOR
           MOVE W-NUMNOTA TO EI-NUMNOTA
           MOVE W-TITEM(W-IND) TO EI-ITEM
           READ CADENTI
           IF ST-ENI NOT = "00"
              GO TO GER-PAG2.
           MOVE EI-COMPRA    TO PG-COMPRA
           MOVE 1            TO PG-PARCELA
           READ CADPAG
           IF ST-PAG = "00"
              GO TO GER-PAG2.
           MOVE EI-COMPRA    TO PG-COMPRA
           MOVE 1            TO PG-PARCELA
           MOVE W-CODFOR     TO PG-CODFOR
           MOVE W-VENCTO     TO PG-VENCIMENTO
           COMPUTE PG-VALOR = EI-QUANTIDADE * EI-PRECOUNIT
           MOVE ZEROS        TO PG-VALORPAGO PG-DATAPAGTO
           MOVE LK-OPERADOR  TO PG-ULTOPER
           WRITE REGPAG
           IF ST-PAG NOT = "00" AND "02"
              MOVE 9 TO LK-RETORNO
              MOVE "*** ERRO NA GRAVACAO DO ARQUIVO CADPAG ***"
                   TO LK-MENSAGEM
              GO TO GER-PAG-FIM.
           ADD 1 TO W-QTDPAG.
       GER-PAG2.
           ADD 1 TO W-IND
           GO TO GER-PAG1.
       GER-PAG-FIM.
           EXIT.
      *
      ***********************************************
      *  FECHAMENTO DOS ARQUIVOS ABERTOS            *
      ***********************************************
      *
       ROT-FIM.
           IF W-ABERTOS > 5
              CLOSE CADPAG.
           IF W-ABERTOS > 4
              CLOSE CADFOR.
           IF W-ABERTOS > 3
              CLOSE CADPRO.
           IF W-ABERTOS > 2
              CLOSE CADCOMP.
           IF W-ABERTOS > 1
              CLOSE CADENTI.
           IF W-ABERTOS > 0
              CLOSE CADENT.
           MOVE ZEROS TO W-ABERTOS.
       ROT-FIMP.
           EXIT PROGRAM.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
