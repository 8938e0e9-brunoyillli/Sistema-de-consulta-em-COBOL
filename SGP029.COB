       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP029.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  NF DE ENTRADA DO FORNECEDOR                       *
      *  DIGITACAO DA NF (CADENT) E DOS ITENS (CADENTI)    *
      *  COM O PEDIDO DE COMPRA DE CADA ITEM, E            *
      *  CONFERENCIA NF X PEDIDO X RECEBIMENTO PELO        *
      *  SGPD005. NF CONFERIDA GERA A PARCELA A PAGAR;     *
      *  NF COM DIVERGENCIA FICA BLOQUEADA ("B") ATE O     *
      *  SUPERVISOR APROVAR OU REJEITAR NESTA TELA.        *
      *  NF RECEBIDAS EM ARQUIVO ENTRAM PELO SGPB024.      *
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
           SELECT CADTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODTIPO
                    FILE STATUS IS ST-TIP.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODOPER
                    FILE STATUS IS ST-OPER.
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
       FD CADTIPO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADTIPO.DAT".
       01 REGTIPO.
                03 CODTIPO          PIC 9(01).
                03 DESCTIPO         PIC X(19).
                03 ALIQICMS         PIC 9(02)V99.
       FD CADOPER
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 CODOPER          PIC X(08).
                03 SENHA            PIC X(08).
                03 NOMEOPER         PIC X(30).
                03 ATIVO            PIC X(01).
                03 PERCOM           PIC 9(02)V99.
                03 PERFIL           PIC 9(01).
                03 SENHAHASH        PIC X(20).
                03 SENHAANT1        PIC X(20).
                03 SENHAANT2        PIC X(20).
                03 SENHAANT3        PIC X(20).
                03 DATASENHA        PIC 9(08).
                03 TENTATIVAS       PIC 9(01).
                03 BLOQUEADO        PIC X(01).
                03 ULTLOGIN         PIC 9(08).
                03 TROCASENHA       PIC X(01).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 ST-ENT          PIC X(02) VALUE "00".
       77 ST-ENI          PIC X(02) VALUE "00".
       77 ST-CMP          PIC X(02) VALUE "00".
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-FORN         PIC X(02) VALUE "00".
       77 ST-TIP          PIC X(02) VALUE "00".
       77 W-TEMTIP        PIC X(01) VALUE "N".
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 W-ITEM          PIC 9(03) VALUE ZEROS.
       01 W-MAISITEM      PIC X(01) VALUE SPACES.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-RAZAOFOR      PIC X(30) VALUE SPACES.
       01 W-SITEXT        PIC X(20) VALUE SPACES.
       01 W-ORIGEXT       PIC X(10) VALUE SPACES.
       01 W-PRECOPED      PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTNF         PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTICMS       PIC 9(09)V99 VALUE ZEROS.
       01 W-DECISAO       PIC X(01) VALUE SPACES.
       77 W-DTFUNCAO      PIC X(01) VALUE SPACES.
       01 W-DTDATA1       PIC 9(08) VALUE ZEROS.
       01 W-DTDATA2       PIC 9(08) VALUE ZEROS.
       01 W-DTRET         PIC 9(01) VALUE ZEROS.
       01 W-DTDIAS        PIC S9(05) VALUE ZEROS.
      *
      *   PARAMETROS DA CONFERENCIA (SGPD005)
      *
       77 W-NFFUN         PIC X(01) VALUE SPACES.
       01 W-NFFOR         PIC 9(05) VALUE ZEROS.
       01 W-NFNUM         PIC 9(09) VALUE ZEROS.
       77 W-NFOPER        PIC X(08) VALUE SPACES.
       77 W-NFRET         PIC 9(01) VALUE ZEROS.
       77 W-NFMENS        PIC X(50) VALUE SPACES.
      *
       77 W-SUPCOD        PIC X(08) VALUE SPACES.
       77 W-SUPSENHA      PIC X(08) VALUE SPACES.
       77 W-SUPOK         PIC X(01) VALUE "N".
       77 ST-OPER         PIC X(02) VALUE "00".
       77 W-OPERLOGADO    PIC X(08) VALUE SPACES.
       77 W-SENHALOG      PIC X(08) VALUE SPACES.
       77 W-LKSFUN        PIC X(01) VALUE SPACES.
       77 W-LKSPROG       PIC X(08) VALUE SPACES.
       77 W-LKSRET        PIC 9(01) VALUE ZEROS.
       77 W-LKSPERF       PIC 9(01) VALUE ZEROS.
       77 W-LKSMENS       PIC X(50) VALUE SPACES.
       77 W-LKSHASH       PIC X(20) VALUE SPACES.
      *
       SCREEN SECTION.
        01  TELALOGIN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    IDENTIFICACAO DO OPERADOR".
           05  LINE 09  COLUMN 01
               VALUE  "      CODIGO DO OPERADOR".
           05  LINE 11  COLUMN 01
               VALUE  "      SENHA".
           05  TCODOPERLOG
               LINE 09  COLUMN 28  PIC X(08)
               USING  W-OPERLOGADO
               HIGHLIGHT.
           05  TSENHALOG
               LINE 11  COLUMN 28  PIC X(08)
               USING  W-SENHALOG
               SECURE
               HIGHLIGHT.
      *
        01  TELANF.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                    NF DE ENTRADA DO FORN".
           05  LINE 01  COLUMN 42
               VALUE  "ECEDOR".
           05  LINE 03  COLUMN 01
               VALUE  "FORNECEDOR:".
           05  LINE 05  COLUMN 01
               VALUE  "NUMERO DA NF:".
           05  LINE 07  COLUMN 01
               VALUE  "DATA EMISSAO:".
           05  LINE 07  COLUMN 30
               VALUE  "DATA ENTRADA:".
           05  LINE 09  COLUMN 01
               VALUE  "QTDE ITENS:".
           05  LINE 09  COLUMN 30
               VALUE  "DIVERGENCIAS:".
           05  LINE 11  COLUMN 01
               VALUE  "VALOR TOTAL:".
           05  LINE 11  COLUMN 30
               VALUE  "VALOR ICMS:".
           05  LINE 13  COLUMN 01
               VALUE  "SITUACAO:".
           05  LINE 15  COLUMN 01
               VALUE  "ORIGEM:".
           05  LINE 17  COLUMN 01
               VALUE  "SUPERVISOR:".
           05  LINE 17  COLUMN 30
               VALUE  "EM:".
           05  TNFFOR
               LINE 03  COLUMN 13  PIC 9(05)
               USING  EN-CODFOR
               HIGHLIGHT.
           05  TNFRAZAO
               LINE 03  COLUMN 20  PIC X(30)
               USING  W-RAZAOFOR
               HIGHLIGHT.
           05  TNFNUM
               LINE 05  COLUMN 15  PIC 9(09)
               USING  EN-NUMNOTA
               HIGHLIGHT.
           05  TNFEMI
               LINE 07  COLUMN 15  PIC 9(08)
               USING  EN-DATAEMI
               HIGHLIGHT.
           05  TNFENT
               LINE 07  COLUMN 44  PIC 9(08)
               USING  EN-DATAENT
               HIGHLIGHT.
           05  TNFQTDIT
               LINE 09  COLUMN 13  PIC ZZ9
               USING  EN-QTDITENS
               HIGHLIGHT.
           05  TNFQTDDIV
               LINE 09  COLUMN 44  PIC ZZ9
               USING  EN-QTDDIVERG
               HIGHLIGHT.
           05  TNFTOTAL
               LINE 11  COLUMN 14  PIC ZZZ.ZZZ.ZZ9,99
               USING  EN-VALORTOTAL
               HIGHLIGHT.
           05  TNFICMS
               LINE 11  COLUMN 42  PIC ZZZ.ZZZ.ZZ9,99
               USING  EN-VALORICMS
               HIGHLIGHT.
           05  TNFSIT
               LINE 13  COLUMN 11  PIC X(01)
               USING  EN-SITUACAO
               HIGHLIGHT.
           05  TNFSITEXT
               LINE 13  COLUMN 14  PIC X(20)
               USING  W-SITEXT
               HIGHLIGHT.
           05  TNFORIG
               LINE 15  COLUMN 09  PIC X(01)
               USING  EN-ORIGEM
               HIGHLIGHT.
           05  TNFORIGEXT
               LINE 15  COLUMN 12  PIC X(10)
               USING  W-ORIGEXT
               HIGHLIGHT.
           05  TNFSUP
               LINE 17  COLUMN 13  PIC X(08)
               USING  EN-SUPERVISOR
               HIGHLIGHT.
           05  TNFDECISAO
               LINE 17  COLUMN 34  PIC 9(08)
               USING  EN-DATADECISAO
               HIGHLIGHT.
      *
        01  TELAITNF.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                    ITEM DA NF DE ENTRADA".
           05  LINE 03  COLUMN 01
               VALUE  "FORNECEDOR:".
           05  LINE 03  COLUMN 20
               VALUE  "NF:".
           05  LINE 03  COLUMN 36
               VALUE  "ITEM:".
           05  LINE 05  COLUMN 01
               VALUE  "PEDIDO DE COMPRA:".
           05  LINE 07  COLUMN 01
               VALUE  "PRODUTO:".
           05  LINE 09  COLUMN 01
               VALUE  "QUANTIDADE:".
           05  LINE 11  COLUMN 01
               VALUE  "PRECO UNITARIO:".
           05  LINE 13  COLUMN 01
               VALUE  "ALIQ. ICMS %:".
           05  LINE 13  COLUMN 30
               VALUE  "VALOR ICMS:".
           05  LINE 15  COLUMN 01
               VALUE  "PEDIDO - QTDE:".
           05  LINE 15  COLUMN 25
               VALUE  "RECEBIDA:".
           05  LINE 15  COLUMN 45
               VALUE  "CUSTO:".
           05  LINE 17  COLUMN 01
               VALUE  "CONFERENCIA:".
           05  TITFOR
               LINE 03  COLUMN 13  PIC 9(05)
               USING  EI-CODFOR
               HIGHLIGHT.
           05  TITNUM
               LINE 03  COLUMN 24  PIC 9(09)
               USING  EI-NUMNOTA
               HIGHLIGHT.
           05  TITITEM
               LINE 03  COLUMN 42  PIC 9(03)
               USING  EI-ITEM
               HIGHLIGHT.
           05  TITCOMPRA
               LINE 05  COLUMN 19  PIC 9(07)
               USING  EI-COMPRA
               HIGHLIGHT.
           05  TITPRODUTO
               LINE 07  COLUMN 10  PIC 9(05)
               USING  EI-PRODUTO
               HIGHLIGHT.
           05  TITDESC
               LINE 07  COLUMN 17  PIC X(30)
               USING  DESCRICAO
               HIGHLIGHT.
           05  TITQTDE
               LINE 09  COLUMN 13  PIC ZZZZZ9
               USING  EI-QUANTIDADE
               HIGHLIGHT.
           05  TITPRECO
               LINE 11  COLUMN 17  PIC ZZZ.ZZ9,99
               USING  EI-PRECOUNIT
               HIGHLIGHT.
           05  TITALIQ
               LINE 13  COLUMN 15  PIC Z9,99
               USING  EI-ALIQICMS
               HIGHLIGHT.
           05  TITVALICMS
               LINE 13  COLUMN 42  PIC Z.ZZZ.ZZ9,99
               USING  EI-VALORICMS
               HIGHLIGHT.
           05  TITQTDPED
               LINE 15  COLUMN 16  PIC ZZZZZ9
               USING  CP-QUANTIDADE
               HIGHLIGHT.
           05  TITQTDREC
               LINE 15  COLUMN 35  PIC ZZZZZ9
               USING  CP-QTDRECEBIDA
               HIGHLIGHT.
           05  TITCUSTO
               LINE 15  COLUMN 52  PIC ZZZ.ZZ9,99
               USING  W-PRECOPED
               HIGHLIGHT.
           05  TITSITCONF
               LINE 17  COLUMN 14  PIC X(01)
               USING  EI-SITCONF
               HIGHLIGHT.
           05  TITOCORR
               LINE 17  COLUMN 17  PIC X(30)
               USING  EI-OCORR
               HIGHLIGHT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      ***********************************************
      *   IDENTIFICACAO DO OPERADOR                 *
      ***********************************************
      *
       LOGIN-OP0.
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              MOVE "SEMLOGIN" TO W-OPERLOGADO
              GO TO INC-OP0.
       LOGIN-001.
           MOVE SPACES TO W-OPERLOGADO W-SENHALOG
           DISPLAY TELALOGIN.
       LOGIN-002.
           ACCEPT TCODOPERLOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADOPER
              GO TO ROT-FIM.
       LOGIN-003.
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP029  " TO W-LKSPROG
           CALL "SGPD004" USING W-LKSFUN W-OPERLOGADO W-SENHALOG
                                W-LKSPROG W-LKSRET W-LKSPERF
                                W-LKSMENS W-LKSHASH
           OPEN INPUT CADOPER
           IF W-LKSRET NOT = ZEROS
              MOVE W-LKSMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           MOVE W-OPERLOGADO TO CODOPER
           READ CADOPER.
           MOVE CODOPER TO W-OPERLOGADO
           CLOSE CADOPER.
       INC-OP0.
           OPEN I-O CADENT
           IF ST-ENT NOT = "00"
              IF ST-ENT = "30" OR "35"
                    OPEN OUTPUT CADENT
                    CLOSE CADENT
                    GO TO INC-OP0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADENT" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O CADENTI
           IF ST-ENI NOT = "00"
              IF ST-ENI = "30" OR "35"
                    OPEN OUTPUT CADENTI
                    CLOSE CADENTI
                    GO TO INC-OP1
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADENTI" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADENT
                    GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADCOMP
           IF ST-CMP NOT = "00"
              MOVE "**ARQUIVO CADCOMP NAO FOI ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADENT CADENTI
              GO TO ROT-FIM.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
              MOVE "**ARQUIVO CADPRO NAO FOI ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADENT CADENTI CADCOMP
              GO TO ROT-FIM.
           OPEN INPUT CADFOR
           IF ST-FORN NOT = "00"
              MOVE "**ARQUIVO CADFOR NAO FOI ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADENT CADENTI CADCOMP CADPRO
              GO TO ROT-FIM.
       INC-OPT0.
           MOVE "S" TO W-TEMTIP
           OPEN INPUT CADTIPO
           IF ST-TIP NOT = "00"
              MOVE "N" TO W-TEMTIP.
       INC-001.
                MOVE ZEROS TO EN-CODFOR EN-NUMNOTA EN-DATAEMI
                              EN-DATAENT EN-QTDITENS EN-VALORTOTAL
                              EN-VALORICMS EN-QTDDIVERG EN-DATADECISAO
                              W-ITEM W-TOTNF W-TOTICMS
                MOVE SPACES TO EN-SITUACAO EN-ORIGEM EN-SUPERVISOR
                               W-RAZAOFOR
                PERFORM EXT-ACHA THRU EXT-ACHA-FIM
                DISPLAY TELANF.
       INC-002.
                ACCEPT TNFFOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADENT CADENTI CADCOMP CADPRO CADFOR
                   IF W-TEMTIP = "S"
                      CLOSE CADTIPO
                   END-IF
                   GO TO ROT-FIM.
                IF EN-CODFOR = ZEROS
                   MOVE "*** COD FORNECEDOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE EN-CODFOR TO FO-CODIGO
                READ CADFOR
                IF ST-FORN NOT = "00"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE FO-RAZAO TO W-RAZAOFOR
                DISPLAY TELANF.
       INC-003.
                ACCEPT TNFNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF EN-NUMNOTA = ZEROS
                   MOVE "*** NUMERO DA NF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-CADENT001.
                READ CADENT
                IF ST-ENT = "00"
                   PERFORM EXT-ACHA THRU EXT-ACHA-FIM
                   DISPLAY TELANF
                   GO TO ACE-001.
                IF FO-SITUACAO NOT = "A"
                   MOVE "*** FORNECEDOR NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-004.
                ACCEPT TNFEMI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE "V" TO W-DTFUNCAO
                MOVE EN-DATAEMI TO W-DTDATA1
                CALL "SGPD001" USING W-DTFUNCAO W-DTDATA1 W-DTDATA2
                                     W-DTRET W-DTDIAS
                IF EN-DATAEMI = ZEROS OR W-DTRET NOT = ZEROS
                   MOVE "*** DATA DE EMISSAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                IF EN-DATAEMI > W-DATAHOJE
                   MOVE "*** EMISSAO POSTERIOR A HOJE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-WR0.
                MOVE W-DATAHOJE TO EN-DATAENT
                MOVE ZEROS TO EN-QTDITENS EN-VALORTOTAL EN-VALORICMS
                              EN-QTDDIVERG EN-DATADECISAO W-ITEM
                              W-TOTNF W-TOTICMS
                MOVE "D" TO EN-SITUACAO EN-ORIGEM
                MOVE SPACES TO EN-SUPERVISOR
                MOVE W-OPERLOGADO TO EN-ULTOPER
                WRITE REGENT
                IF ST-ENT = "00" OR "02"
                   GO TO ITM-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADENT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***********************************************
      *   ITENS DA NF (UM PEDIDO DE COMPRA POR ITEM)*
      ***********************************************
      *
       ITM-001.
                MOVE SPACES TO DESCRICAO EI-SITCONF EI-OCORR
                MOVE ZEROS TO EI-COMPRA EI-PRODUTO EI-QUANTIDADE
                              EI-PRECOUNIT EI-ALIQICMS EI-VALORICMS
                              CP-QUANTIDADE CP-QTDRECEBIDA W-PRECOPED
                MOVE EN-CODFOR TO EI-CODFOR
                MOVE EN-NUMNOTA TO EI-NUMNOTA
                COMPUTE EI-ITEM = W-ITEM + 1
                DISPLAY TELAITNF.
       ITM-002.
                ACCEPT TITCOMPRA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ITM-FIM.
                IF EI-COMPRA = ZEROS
                   MOVE "*** NUMERO DO PEDIDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-002.
                MOVE EI-COMPRA TO CP-NUMERO
                READ CADCOMP
                IF ST-CMP NOT = "00"
                   MOVE "*** PEDIDO DE COMPRA NAO CADASTRADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-002.
                IF CP-CODFOR NOT = EN-CODFOR
                   MOVE "*** PEDIDO E DE OUTRO FORNECEDOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-002.
      *
      *   SUGERE PRODUTO, QUANTIDADE RECEBIDA E CUSTO DO PEDIDO
      *
                MOVE CP-PRODUTO TO EI-PRODUTO CODIGO
                MOVE CP-QTDRECEBIDA TO EI-QUANTIDADE
                MOVE CP-CUSTOUNIT TO W-PRECOPED
                READ CADPRO
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO DESCRICAO
                ELSE
                   IF W-PRECOPED = ZEROS
                      MOVE PRECOCUSTO TO W-PRECOPED.
                MOVE W-PRECOPED TO EI-PRECOUNIT
                DISPLAY TELAITNF.
       ITM-003.
                ACCEPT TITPRODUTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-002.
                MOVE EI-PRODUTO TO CODIGO
                READ CADPRO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-003.
                PERFORM ICM-ACHA THRU ICM-ACHA-FIM
                DISPLAY TELAITNF.
       ITM-004.
                ACCEPT TITQTDE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-003.
                IF EI-QUANTIDADE = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-004.
       ITM-005.
                ACCEPT TITPRECO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-004.
                IF EI-PRECOUNIT = ZEROS
                   MOVE "*** PRECO UNITARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-005.
       ITM-006.
                ACCEPT TITALIQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-005.
                COMPUTE EI-VALORICMS ROUNDED = EI-QUANTIDADE
                                     * EI-PRECOUNIT * EI-ALIQICMS / 100
                DISPLAY TELAITNF.
       ITM-OPC.
               MOVE "S" TO W-OPCAO
               DISPLAY (23, 40) "ITEM OK (S/N) : ".
               ACCEPT (23, 57) W-OPCAO WITH UPDATE
               ACCEPT W-ACT FROM ESCAPE KEY
               IF W-ACT = 02 GO TO ITM-001.
               IF W-OPCAO = "N" OR "n"
                  MOVE " * ITEM RECUSADO PELO OPERADOR * " TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ITM-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
                   GO TO ITM-OPC.
        ITM-WR1.
                ADD 1 TO W-ITEM
                MOVE W-ITEM TO EI-ITEM
                MOVE SPACES TO EI-SITCONF EI-OCORR
                WRITE REGENTI
                IF ST-ENI = "00" OR "02"
                        COMPUTE W-TOTNF = W-TOTNF
                                        + EI-QUANTIDADE * EI-PRECOUNIT
                        ADD EI-VALORICMS TO W-TOTICMS
                        MOVE "*** ITEM GRAVADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ITM-MAIS
                ELSE
                   SUBTRACT 1 FROM W-ITEM
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADENTI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       ITM-MAIS.
                MOVE "S" TO W-MAISITEM
                DISPLAY (23, 40) "MAIS ITENS (S/N) : ".
                ACCEPT (23, 60) W-MAISITEM WITH UPDATE
                IF W-MAISITEM = "S" OR "s"
                   GO TO ITM-001.
                IF W-MAISITEM NOT = "N" AND "n"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-MAIS.
       ITM-FIM.
                IF W-ITEM = ZEROS
                   DELETE CADENT RECORD
                   MOVE "*** NF SEM ITENS - EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-ITEM TO EN-QTDITENS
                MOVE W-TOTNF TO EN-VALORTOTAL
                MOVE W-TOTICMS TO EN-VALORICMS
                MOVE W-OPERLOGADO TO EN-ULTOPER
                REWRITE REGENT
                IF ST-ENT NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADENT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "C" TO W-NFFUN
                MOVE W-OPERLOGADO TO W-NFOPER
                PERFORM NFS-CONF THRU NFS-CONF-FIM
                GO TO ACE-001.
      *
      ***********************************************
      *   CONSULTA / CONFERENCIA / ITENS / DECISAO  *
      ***********************************************
      *
       ACE-001.
                DISPLAY (23, 12)
             "F1=NOVA F2=CONFERIR F3=ITENS F4=APROVA/REJEITA"
                ACCEPT (23, 70) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 04
                   GO TO ITV-001.
                IF W-ACT = 05
                   GO TO DEC-001.
                IF EN-SITUACAO NOT = "D" AND "B"
                   MOVE "*** NF JA LIBERADA OU REJEITADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE "C" TO W-NFFUN
                MOVE W-OPERLOGADO TO W-NFOPER
                PERFORM NFS-CONF THRU NFS-CONF-FIM
                GO TO ACE-001.
      *
      *   APROVACAO OU REJEICAO DA NF BLOQUEADA, SO COM
      *   SENHA DE SUPERVISOR (PERFIL 3)
      *
       DEC-001.
                IF EN-SITUACAO NOT = "D" AND "B"
                   MOVE "*** NF JA LIBERADA OU REJEITADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE SPACES TO W-DECISAO
                DISPLAY (23, 40) "A=APROVAR R=REJEITAR : ".
                ACCEPT (23, 64) W-DECISAO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (23, 12) LIMPA
                IF W-ACT = 02 GO TO ACE-001.
                IF W-DECISAO = "a"
                   MOVE "A" TO W-DECISAO.
                IF W-DECISAO = "r"
                   MOVE "R" TO W-DECISAO.
                IF W-DECISAO NOT = "A" AND "R"
                   MOVE "*** DIGITE A=APROVAR R=REJEITAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-001.
                IF W-DECISAO = "A" AND EN-SITUACAO NOT = "B"
                   MOVE "*** SO NF BLOQUEADA PODE SER APROVADA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM NFS-SUP THRU NFS-SUP-FIM
                IF W-SUPOK = "N"
                   GO TO ACE-001.
                MOVE W-DECISAO TO W-NFFUN
                MOVE W-SUPCOD TO W-NFOPER
                PERFORM NFS-CONF THRU NFS-CONF-FIM
                GO TO ACE-001.
      *
      *   CONSULTA DOS ITENS COM O PEDIDO E A DIVERGENCIA
      *
       ITV-001.
                MOVE EN-CODFOR TO EI-CODFOR
                MOVE EN-NUMNOTA TO EI-NUMNOTA
                MOVE ZEROS TO EI-ITEM
                START CADENTI KEY IS NOT LESS CHAVEEI
                      INVALID KEY
                         GO TO ITV-FIM.
       ITV-002.
                READ CADENTI NEXT RECORD
                    AT END
                       GO TO ITV-FIM.
                IF EI-CODFOR NOT = EN-CODFOR
                   OR EI-NUMNOTA NOT = EN-NUMNOTA
                   GO TO ITV-FIM.
                MOVE EI-COMPRA TO CP-NUMERO
                READ CADCOMP
                IF ST-CMP NOT = "00"
                   MOVE ZEROS TO CP-QUANTIDADE CP-QTDRECEBIDA
                                 CP-CUSTOUNIT CP-PRODUTO.
                MOVE CP-CUSTOUNIT TO W-PRECOPED
                MOVE EI-PRODUTO TO CODIGO
                READ CADPRO
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO DESCRICAO
                ELSE
                   IF W-PRECOPED = ZEROS
                      MOVE PRECOCUSTO TO W-PRECOPED.
                DISPLAY TELAITNF
                DISPLAY (23, 12) "ENTER=PROXIMO ITEM  ESC=VOLTA"
                ACCEPT (23, 70) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ITV-FIM.
                GO TO ITV-002.
       ITV-FIM.
                DISPLAY (23, 12) LIMPA
                PERFORM EXT-ACHA THRU EXT-ACHA-FIM
                DISPLAY TELANF
                GO TO ACE-001.
      *
      ***********************************************
      *   CHAMADA DA CONFERENCIA (SGPD005)          *
      *   CADENT E CADENTI SAO FECHADOS DURANTE A   *
      *   CHAMADA E REABERTOS NA VOLTA              *
      ***********************************************
      *
       NFS-CONF.
                MOVE EN-CODFOR TO W-NFFOR
                MOVE EN-NUMNOTA TO W-NFNUM
                CLOSE CADENT CADENTI
                CALL "SGPD005" USING W-NFFUN W-NFFOR W-NFNUM W-NFOPER
                                     W-NFRET W-NFMENS
                OPEN I-O CADENT CADENTI
                MOVE W-NFFOR TO EN-CODFOR
                MOVE W-NFNUM TO EN-NUMNOTA
                READ CADENT
                PERFORM EXT-ACHA THRU EXT-ACHA-FIM
                DISPLAY TELANF
                MOVE W-NFMENS TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       NFS-CONF-FIM.
                EXIT.
      *
       NFS-SUP.
                MOVE "N" TO W-SUPOK
                MOVE SPACES TO W-SUPCOD W-SUPSENHA
                DISPLAY (23, 12) "SUPERVISOR:"
                ACCEPT (23, 24) W-SUPCOD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (23, 12) LIMPA
                   GO TO NFS-SUP-FIM.
                DISPLAY (23, 34) "SENHA:"
                ACCEPT (23, 41) W-SUPSENHA WITH SECURE
                DISPLAY (23, 12) LIMPA
                MOVE "S" TO W-LKSFUN
                MOVE "SGP029  " TO W-LKSPROG
                CALL "SGPD004" USING W-LKSFUN W-SUPCOD W-SUPSENHA
                                     W-LKSPROG W-LKSRET W-LKSPERF
                                     W-LKSMENS W-LKSHASH
                IF W-LKSRET = 8
                   MOVE "*** CADOPER INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NFS-SUP-FIM.
                IF W-LKSRET NOT = ZEROS
                   MOVE W-LKSMENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NFS-SUP-FIM.
                IF W-LKSPERF NOT = 3
                   MOVE "*** SUPERVISOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NFS-SUP-FIM.
                MOVE "S" TO W-SUPOK.
       NFS-SUP-FIM.
                EXIT.
      *
      ***********************************************
      *   DESCRICOES DA TELA                        *
      ***********************************************
      *
       EXT-ACHA.
                MOVE SPACES TO W-SITEXT W-ORIGEXT
                IF EN-SITUACAO = "D"
                   MOVE "A CONFERIR" TO W-SITEXT.
                IF EN-SITUACAO = "C"
                   MOVE "CONFERIDA" TO W-SITEXT.
                IF EN-SITUACAO = "B"
                   MOVE "BLOQUEADA" TO W-SITEXT.
                IF EN-SITUACAO = "A"
                   MOVE "APROVADA SUPERVISOR" TO W-SITEXT.
                IF EN-SITUACAO = "X"
                   MOVE "REJEITADA" TO W-SITEXT.
                IF EN-ORIGEM = "D"
                   MOVE "DIGITADA" TO W-ORIGEXT.
                IF EN-ORIGEM = "A"
                   MOVE "ARQUIVO" TO W-ORIGEXT.
       EXT-ACHA-FIM.
                EXIT.
      *
      *   ALIQUOTA DE ICMS SUGERIDA PELO TIPO DO PRODUTO
      *
       ICM-ACHA.
                IF W-TEMTIP = "N" OR EI-ALIQICMS NOT = ZEROS
                   GO TO ICM-ACHA-FIM.
                MOVE TIPO TO CODTIPO
                READ CADTIPO
                IF ST-TIP = "00"
                   MOVE ALIQICMS TO EI-ALIQICMS.
       ICM-ACHA-FIM.
                EXIT.
      *
      ********************
      * ROTINS DE FIM    *
      ********************
      *
        ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
        ROT-FIMP.
                EXIT PROGRAM.
        ROT-FIMS.
                STOP RUN.
      *
      ***********************
      *  ROTINA DE MENSAGEM *
      ***********************
      *
        ROT-MENS.
                 MOVE ZEROS TO W-CONT.
        ROT-MENS1.
                 DISPLAY (23, 12) MENS.
        ROT-MENS2.
                 ADD 1 TO W-CONT
                 IF W-CONT < 3000
                    GO TO ROT-MENS2
                 ELSE
                    DISPLAY (23, 12) LIMPA.
        ROT-MENS-FIM.
                 EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
