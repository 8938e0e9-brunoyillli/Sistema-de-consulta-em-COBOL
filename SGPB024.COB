       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB024.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  NF DE ENTRADA DOS FORNECEDORES                    *
      *  1) IMPORTA O ARQUIVO DE NF DOS FORNECEDORES       *
      *     (NFENTRA.TXT, UMA LINHA POR ITEM, LINHAS DA    *
      *     MESMA NF EM SEQUENCIA) PARA O CADENT/CADENTI,  *
      *     ORIGEM "A", SITUACAO "D" (A CONFERIR). NF JA   *
      *     CADASTRADA OU DE FORNECEDOR DESCONHECIDO E     *
      *     RECUSADA INTEIRA; LINHA INVALIDA E IGNORADA.   *
      *     O ARQUIVO LIDO E RENOMEADO PARA NFENTRA.ANT    *
      *  2) CONFERE PELO SGPD005 TODAS AS NF AINDA "D" OU  *
      *     BLOQUEADAS ("B") - UMA NF BLOQUEADA POR FALTA  *
      *     DO RECEBIMENTO LIBERA SOZINHA QUANDO A         *
      *     MERCADORIA FOR RECEBIDA NO SGP011.             *
      *  RELATORIO EM RELNFENT.LST                         *
      *  RETURN-CODE 4 QUANDO HOUVER NF BLOQUEADA, NF      *
      *  RECUSADA OU LINHA INVALIDA.                       *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFENTRA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NFE.
           SELECT CADENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEN
                    FILE STATUS  IS ST-ENT.
           SELECT CADENTI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEI
                    FILE STATUS  IS ST-ENI
                    ALTERNATE RECORD KEY IS CHAVE2EI = EI-COMPRA
                                                      WITH DUPLICATES.
           SELECT CADFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FO-CODIGO
                    FILE STATUS  IS ST-FORN.
           SELECT RELNFENT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD NFENTRA
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NFENTRA.TXT".
       01 REGNFE.
                03 EF-CODFOR        PIC 9(05).
                03 EF-NUMNOTA       PIC 9(09).
                03 EF-DATAEMI       PIC 9(08).
                03 EF-COMPRA        PIC 9(07).
                03 EF-PRODUTO       PIC 9(05).
                03 EF-QUANTIDADE    PIC 9(06).
                03 EF-PRECOUNIT     PIC 9(06)V99.
                03 EF-ALIQICMS      PIC 9(02)V99.
                03 FILLER           PIC X(28).
       01 REGNFE-TXT REDEFINES REGNFE PIC X(80).
      *
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
      *
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
       FD RELNFENT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELNFENT.LST".
       01 LINHA-REL                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-NFE       PIC X(02) VALUE "00".
       01 ST-ENT       PIC X(02) VALUE "00".
       01 ST-ENI       PIC X(02) VALUE "00".
       01 ST-FORN      PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-TEMNFE     PIC X(01) VALUE "S".
       01 W-NOTAOK     PIC X(01) VALUE "N".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-CHAVEANT.
          03 W-FORANT     PIC 9(05) VALUE ZEROS.
          03 W-NOTAANT    PIC 9(09) VALUE ZEROS.
       01 W-CHAVELIN.
          03 W-FORLIN     PIC 9(05) VALUE ZEROS.
          03 W-NOTALIN    PIC 9(09) VALUE ZEROS.
       01 W-ITEM       PIC 9(03) VALUE ZEROS.
       01 W-TOTNF      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTICMS    PIC 9(09)V99 VALUE ZEROS.
      *
      *   NF A CONFERIR, GUARDADAS ANTES DAS CHAMADAS AO
      *   SGPD005 (QUE ABRE O CADENT POR CONTA PROPRIA)
      *
       01 W-QTDCONF    PIC 9(03) VALUE ZEROS.
       01 W-IND        PIC 9(03) VALUE ZEROS.
       01 W-TABCONF.
          03 W-TC OCCURS 500 TIMES.
             05 W-TC-CODFOR   PIC 9(05).
             05 W-TC-NUMNOTA  PIC 9(09).
             05 W-TC-DATAEMI  PIC 9(08).
             05 W-TC-VALOR    PIC 9(09)V99.
             05 W-TC-SITANT   PIC X(01).
       01 W-LIMITE     PIC X(01) VALUE "N".
       01 W-FATAL      PIC X(01) VALUE "N".
      *
      *   PARAMETROS DA CONFERENCIA (SGPD005)
      *
       01 W-NFFUN      PIC X(01) VALUE "C".
       01 W-NFFOR      PIC 9(05) VALUE ZEROS.
       01 W-NFNUM      PIC 9(09) VALUE ZEROS.
       01 W-NFOPER     PIC X(08) VALUE "SGPB024".
       01 W-NFRET      PIC 9(01) VALUE ZEROS.
       01 W-NFMENS     PIC X(50) VALUE SPACES.
      *
       01 W-TOT-LIDOS  PIC 9(05) VALUE ZEROS.
       01 W-TOT-IMP    PIC 9(05) VALUE ZEROS.
       01 W-TOT-ITENS  PIC 9(05) VALUE ZEROS.
       01 W-TOT-RECUS  PIC 9(05) VALUE ZEROS.
       01 W-TOT-IGN    PIC 9(05) VALUE ZEROS.
       01 W-TOT-CONF   PIC 9(05) VALUE ZEROS.
       01 W-TOT-LIB    PIC 9(05) VALUE ZEROS.
       01 W-TOT-BLOQ   PIC 9(05) VALUE ZEROS.
       01 W-TOT-ERRO   PIC 9(05) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB024".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(132) VALUE SPACES.
      *
       01 CAB1.
          03 FILLER         PIC X(50) VALUE
             "NF DE ENTRADA DOS FORNECEDORES".
          03 FILLER         PIC X(08) VALUE "  DATA: ".
          03 CAB1-DATA      PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(50) VALUE
             "NF IMPORTADAS DE NFENTRA.TXT".
       01 CAB2S.
          03 FILLER         PIC X(50) VALUE
             "SEM ARQUIVO DE NF DOS FORNECEDORES (NFENTRA.TXT)".
       01 CAB3.
          03 FILLER         PIC X(07) VALUE "FORNEC ".
          03 FILLER         PIC X(11) VALUE "       NF  ".
          03 FILLER         PIC X(41) VALUE "RESULTADO".
          03 FILLER         PIC X(05) VALUE "LINHA".
       01 DET1.
          03 DET1-CODFOR    PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET1-NOTA      PIC ZZZZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET1-RESULT    PIC X(40).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-LINHA     PIC X(73).
       01 CAB4.
          03 FILLER         PIC X(50) VALUE
             "CONFERENCIA NF X PEDIDO X RECEBIMENTO".
       01 CAB5.
          03 FILLER         PIC X(07) VALUE "FORNEC ".
          03 FILLER         PIC X(11) VALUE "       NF  ".
          03 FILLER         PIC X(09) VALUE "EMISSAO  ".
          03 FILLER         PIC X(16) VALUE "           VALOR".
          03 FILLER         PIC X(05) VALUE " ANT ".
          03 FILLER         PIC X(09) VALUE "RESULTADO".
       01 DET2.
          03 DET2-CODFOR    PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET2-NOTA      PIC ZZZZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET2-EMISSAO   PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET2-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 DET2-SITANT    PIC X(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET2-RESULT    PIC X(50).
       01 DET2L.
          03 FILLER         PIC X(60) VALUE
             "*** MAIS DE 500 NF PENDENTES - O RESTO NA PROXIMA RODADA".
       01 ROD1.
          03 FILLER         PIC X(40) VALUE
             "LINHAS DO ARQUIVO LIDAS...............: ".
          03 ROD1-QTD       PIC ZZ.ZZ9.
       01 ROD2.
          03 FILLER         PIC X(40) VALUE
             "NF IMPORTADAS.........................: ".
          03 ROD2-QTD       PIC ZZ.ZZ9.
       01 ROD3.
          03 FILLER         PIC X(40) VALUE
             "ITENS IMPORTADOS......................: ".
          03 ROD3-QTD       PIC ZZ.ZZ9.
       01 ROD4.
          03 FILLER         PIC X(40) VALUE
             "NF RECUSADAS..........................: ".
          03 ROD4-QTD       PIC ZZ.ZZ9.
       01 ROD5.
          03 FILLER         PIC X(40) VALUE
             "LINHAS INVALIDAS......................: ".
          03 ROD5-QTD       PIC ZZ.ZZ9.
       01 ROD6.
          03 FILLER         PIC X(40) VALUE
             "NF CONFERIDAS.........................: ".
          03 ROD6-QTD       PIC ZZ.ZZ9.
       01 ROD7.
          03 FILLER         PIC X(40) VALUE
             "  LIBERADAS PARA PAGAMENTO............: ".
          03 ROD7-QTD       PIC ZZ.ZZ9.
       01 ROD8.
          03 FILLER         PIC X(40) VALUE
             "  BLOQUEADAS POR DIVERGENCIA..........: ".
          03 ROD8-QTD       PIC ZZ.ZZ9.
       01 ROD9.
          03 FILLER         PIC X(40) VALUE
             "  NAO CONFERIDAS (ERRO)...............: ".
          03 ROD9-QTD       PIC ZZ.ZZ9.
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
           OPEN I-O CADENT
           IF ST-ENT NOT = "00"
              IF ST-ENT = "30" OR "35"
                 OPEN OUTPUT CADENT
                 CLOSE CADENT
                 GO TO INC-OP0
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CADENT ***"
                 GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O CADENTI
           IF ST-ENI NOT = "00"
              IF ST-ENI = "30" OR "35"
                 OPEN OUTPUT CADENTI
                 CLOSE CADENTI
                 GO TO INC-OP1
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CADENTI ***"
                 CLOSE CADENT
                 GO TO ROT-FIMP.
           OPEN INPUT CADFOR
           IF ST-FORN NOT = "00"
              DISPLAY "*** ARQUIVO CADFOR NAO ENCONTRADO ***"
              CLOSE CADENT CADENTI
              GO TO ROT-FIMP.
           OPEN OUTPUT RELNFENT
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADENT CADENTI CADFOR
              GO TO ROT-FIMP.
           MOVE W-HOJE TO CAB1-DATA
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE ZEROS TO W-CHAVEANT
           MOVE "N" TO W-NOTAOK
           MOVE "S" TO W-TEMNFE
           OPEN INPUT NFENTRA
           IF ST-NFE NOT = "00"
              MOVE "N" TO W-TEMNFE
              WRITE LINHA-REL FROM CAB2S
              GO TO PEN-000.
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB3
           WRITE LINHA-REL FROM LIMPA-LINHA.
      *
      ***********************************************
      *   1A. PARTE: IMPORTACAO DAS NF              *
      ***********************************************
      *
       IMP-001.
           READ NFENTRA
              AT END
                 GO TO IMP-FIM.
           IF REGNFE-TXT = SPACES OR REGNFE-TXT (1:1) = "*"
              GO TO IMP-001.
           ADD 1 TO W-TOT-LIDOS
           IF EF-CODFOR NOT NUMERIC OR EF-NUMNOTA NOT NUMERIC
              OR EF-DATAEMI NOT NUMERIC OR EF-COMPRA NOT NUMERIC
              OR EF-PRODUTO NOT NUMERIC OR EF-QUANTIDADE NOT NUMERIC
              OR EF-PRECOUNIT NOT NUMERIC OR EF-ALIQICMS NOT NUMERIC
              MOVE "LINHA COM CAMPO NAO NUMERICO" TO DET1-RESULT
              GO TO IMP-IGN.
           IF EF-CODFOR = ZEROS OR EF-NUMNOTA = ZEROS
              OR EF-COMPRA = ZEROS OR EF-QUANTIDADE = ZEROS
              MOVE "LINHA SEM FORNECEDOR/NF/PEDIDO/QTDE" TO DET1-RESULT
              GO TO IMP-IGN.
           MOVE EF-CODFOR TO W-FORLIN
           MOVE EF-NUMNOTA TO W-NOTALIN
           IF W-CHAVELIN NOT = W-CHAVEANT
              PERFORM IMP-CAB THRU IMP-CAB-FIM.
           IF W-NOTAOK = "N"
              GO TO IMP-001.
      *
      *   ITEM DA NF
      *
           ADD 1 TO W-ITEM
           MOVE EF-CODFOR     TO EI-CODFOR
           MOVE EF-NUMNOTA    TO EI-NUMNOTA
           MOVE W-ITEM        TO EI-ITEM
           MOVE EF-COMPRA     TO EI-COMPRA
           MOVE EF-PRODUTO    TO EI-PRODUTO
           MOVE EF-QUANTIDADE TO EI-QUANTIDADE
           MOVE EF-PRECOUNIT  TO EI-PRECOUNIT
           MOVE EF-ALIQICMS   TO EI-ALIQICMS
           COMPUTE EI-VALORICMS ROUNDED = EI-QUANTIDADE
                                * EI-PRECOUNIT * EI-ALIQICMS / 100
           MOVE SPACES        TO EI-SITCONF EI-OCORR
           WRITE REGENTI
           IF ST-ENI NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADENTI"
              CLOSE NFENTRA RELNFENT
              GO TO ROT-FIM.
           COMPUTE W-TOTNF = W-TOTNF + EI-QUANTIDADE * EI-PRECOUNIT
           ADD EI-VALORICMS TO W-TOTICMS
           ADD 1 TO W-TOT-ITENS
           GO TO IMP-001.
       IMP-IGN.
           MOVE ZEROS TO DET1-CODFOR DET1-NOTA
           MOVE REGNFE-TXT TO DET1-LINHA
           WRITE LINHA-REL FROM DET1
           ADD 1 TO W-TOT-IGN
           GO TO IMP-001.
      *
      *   ARQUIVO LIDO NAO E IMPORTADO DE NOVO
      *
       IMP-FIM.
           PERFORM IMP-TOT THRU IMP-TOT-FIM
           CLOSE NFENTRA
           CALL "CBL_DELETE_FILE" USING "NFENTRA.ANT"
           CALL "CBL_RENAME_FILE" USING "NFENTRA.TXT" "NFENTRA.ANT"
           MOVE 8 TO RETURN-CODE
           GO TO PEN-000.
      *
      *   INICIO DE UMA NOVA NF NO ARQUIVO: FECHA A
      *   ANTERIOR E GRAVA O CABECALHO DA NOVA
      *
       IMP-CAB.
           PERFORM IMP-TOT THRU IMP-TOT-FIM
           MOVE W-CHAVELIN TO W-CHAVEANT
           MOVE "N" TO W-NOTAOK
           MOVE ZEROS TO W-ITEM W-TOTNF W-TOTICMS
           MOVE EF-CODFOR TO DET1-CODFOR
           MOVE EF-NUMNOTA TO DET1-NOTA
           MOVE SPACES TO DET1-LINHA
           MOVE EF-CODFOR TO FO-CODIGO
           READ CADFOR
           IF ST-FORN NOT = "00"
              MOVE "NF RECUSADA - FORNECEDOR NAO CADASTRADO"
                   TO DET1-RESULT
              GO TO IMP-CAB-REC.
           MOVE EF-CODFOR TO EN-CODFOR
           MOVE EF-NUMNOTA TO EN-NUMNOTA
           READ CADENT
           IF ST-ENT = "00"
              MOVE "NF RECUSADA - JA CADASTRADA" TO DET1-RESULT
              GO TO IMP-CAB-REC.
           MOVE EF-CODFOR  TO EN-CODFOR
           MOVE EF-NUMNOTA TO EN-NUMNOTA
           MOVE EF-DATAEMI TO EN-DATAEMI
           MOVE W-HOJE     TO EN-DATAENT
           MOVE ZEROS      TO EN-QTDITENS EN-VALORTOTAL EN-VALORICMS
                              EN-QTDDIVERG EN-DATADECISAO
           MOVE "D"        TO EN-SITUACAO
           MOVE "A"        TO EN-ORIGEM
           MOVE SPACES     TO EN-SUPERVISOR
           MOVE W-NFOPER   TO EN-ULTOPER
           WRITE REGENT
           IF ST-ENT NOT = "00" AND "02"
              MOVE "NF RECUSADA - ERRO NA GRAVACAO DO CADENT"
                   TO DET1-RESULT
              GO TO IMP-CAB-REC.
           MOVE "S" TO W-NOTAOK
           MOVE "NF IMPORTADA" TO DET1-RESULT
           WRITE LINHA-REL FROM DET1
           ADD 1 TO W-TOT-IMP
           GO TO IMP-CAB-FIM.
       IMP-CAB-REC.
           WRITE LINHA-REL FROM DET1
           ADD 1 TO W-TOT-RECUS.
       IMP-CAB-FIM.
           EXIT.
      *
      *   TOTAIS DA NF IMPORTADA NO CABECALHO
      *
       IMP-TOT.
           IF W-NOTAOK = "N"
              GO TO IMP-TOT-FIM.
           MOVE W-FORANT TO EN-CODFOR
           MOVE W-NOTAANT TO EN-NUMNOTA
           READ CADENT
           IF ST-ENT NOT = "00"
              GO TO IMP-TOT-FIM.
      *
      *   NF CUJAS LINHAS FORAM TODAS INVALIDAS NAO FICA
      *
           IF W-ITEM = ZEROS
              DELETE CADENT RECORD
              SUBTRACT 1 FROM W-TOT-IMP
              ADD 1 TO W-TOT-RECUS
              MOVE "N" TO W-NOTAOK
              GO TO IMP-TOT-FIM.
           MOVE W-ITEM    TO EN-QTDITENS
           MOVE W-TOTNF   TO EN-VALORTOTAL
           MOVE W-TOTICMS TO EN-VALORICMS
           REWRITE REGENT.
           MOVE "N" TO W-NOTAOK.
       IMP-TOT-FIM.
           EXIT.
      *
      ***********************************************
      *   2A. PARTE: CONFERENCIA DAS NF "D" E "B"   *
      ***********************************************
      *
       PEN-000.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB4
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB5
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE ZEROS TO W-QTDCONF
           MOVE "N" TO W-LIMITE
           MOVE ZEROS TO EN-CODFOR EN-NUMNOTA
           START CADENT KEY IS NOT LESS CHAVEEN
                 INVALID KEY
                    GO TO PEN-010.
       PEN-001.
           READ CADENT NEXT RECORD
              AT END
                 GO TO PEN-010.
           IF EN-SITUACAO NOT = "D" AND "B"
              GO TO PEN-001.
           IF W-QTDCONF = 500
              MOVE "S" TO W-LIMITE
              GO TO PEN-010.
           ADD 1 TO W-QTDCONF
           MOVE EN-CODFOR     TO W-TC-CODFOR (W-QTDCONF)
           MOVE EN-NUMNOTA    TO W-TC-NUMNOTA (W-QTDCONF)
           MOVE EN-DATAEMI    TO W-TC-DATAEMI (W-QTDCONF)
           MOVE EN-VALORTOTAL TO W-TC-VALOR (W-QTDCONF)
           MOVE EN-SITUACAO   TO W-TC-SITANT (W-QTDCONF)
           GO TO PEN-001.
      *
      *   O SGPD005 ABRE O CADENT E O CADENTI: FECHA AQUI
      *
       PEN-010.
           CLOSE CADENT CADENTI
           MOVE 1 TO W-IND.
       PEN-011.
           IF W-IND > W-QTDCONF
              GO TO PEN-FIM.
           MOVE "C" TO W-NFFUN
           MOVE W-TC-CODFOR (W-IND)  TO W-NFFOR
           MOVE W-TC-NUMNOTA (W-IND) TO W-NFNUM
           CALL "SGPD005" USING W-NFFUN W-NFFOR W-NFNUM W-NFOPER
                                W-NFRET W-NFMENS
           MOVE 8 TO RETURN-CODE
           MOVE W-TC-CODFOR (W-IND)  TO DET2-CODFOR
           MOVE W-TC-NUMNOTA (W-IND) TO DET2-NOTA
           MOVE W-TC-DATAEMI (W-IND) TO DET2-EMISSAO
           MOVE W-TC-VALOR (W-IND)   TO DET2-VALOR
           MOVE W-TC-SITANT (W-IND)  TO DET2-SITANT
           MOVE W-NFMENS             TO DET2-RESULT
           WRITE LINHA-REL FROM DET2
           ADD 1 TO W-TOT-CONF
           IF W-NFRET = ZEROS
              ADD 1 TO W-TOT-LIB
           ELSE
              IF W-NFRET = 3
                 ADD 1 TO W-TOT-BLOQ
              ELSE
                 ADD 1 TO W-TOT-ERRO.
           IF W-NFRET = 8 OR W-NFRET = 9
              MOVE "S" TO W-FATAL
              GO TO PEN-FIM.
           ADD 1 TO W-IND
           GO TO PEN-011.
       PEN-FIM.
           IF W-LIMITE = "S"
              WRITE LINHA-REL FROM LIMPA-LINHA
              WRITE LINHA-REL FROM DET2L.
      *
       ROT-TOTAIS.
           MOVE W-TOT-LIDOS  TO ROD1-QTD
           MOVE W-TOT-IMP    TO ROD2-QTD
           MOVE W-TOT-ITENS  TO ROD3-QTD
           MOVE W-TOT-RECUS  TO ROD4-QTD
           MOVE W-TOT-IGN    TO ROD5-QTD
           MOVE W-TOT-CONF   TO ROD6-QTD
           MOVE W-TOT-LIB    TO ROD7-QTD
           MOVE W-TOT-BLOQ   TO ROD8-QTD
           MOVE W-TOT-ERRO   TO ROD9-QTD
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD1
           WRITE LINHA-REL FROM ROD2
           WRITE LINHA-REL FROM ROD3
           WRITE LINHA-REL FROM ROD4
           WRITE LINHA-REL FROM ROD5
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD6
           WRITE LINHA-REL FROM ROD7
           WRITE LINHA-REL FROM ROD8
           WRITE LINHA-REL FROM ROD9
           CLOSE RELNFENT CADFOR
           MOVE "RELNFENT.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           IF W-FATAL = "S"
              DISPLAY "*** ERRO NA CONFERENCIA: " W-NFMENS
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIMP.
           IF W-TOT-BLOQ = ZEROS AND W-TOT-RECUS = ZEROS
                                 AND W-TOT-IGN = ZEROS
                                 AND W-TOT-ERRO = ZEROS
              MOVE ZEROS TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE.
           DISPLAY "NF IMPORTADAS: " W-TOT-IMP
                   "  CONFERIDAS: " W-TOT-CONF
                   "  BLOQUEADAS: " W-TOT-BLOQ
           GO TO ROT-FIMP.
      *
       ROT-FIM.
           CLOSE CADENT CADENTI CADFOR.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
