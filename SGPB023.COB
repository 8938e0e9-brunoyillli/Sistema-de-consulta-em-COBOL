       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB023.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  RETORNO DA SEFAZ E NF-E PENDENTES                 *
      *  1) IMPORTA O RETORNO DO EMISSOR (NFERET.TXT, UMA  *
      *     LINHA POR NOTA, CAMPOS SEPARADOS POR ";"):     *
      *       NUMERO;CHAVE;PROTOCOLO;AAAAMMDD;CSTAT;MOTIVO *
      *     CSTAT 100/150 - AUTORIZADA: GRAVA A CHAVE DE   *
      *       ACESSO, O PROTOCOLO E A DATA NO CADNF (NOTA  *
      *       JA CANCELADA NO SISTEMA GERA O EVENTO DE     *
      *       CANCELAMENTO PELO SGPD003)                   *
      *     CSTAT 101/135/151/155 - CANCELAMENTO           *
      *       HOMOLOGADO (PROTOCOLO EM NF-PROTCANC)        *
      *     CSTAT 102 - NUMERO INUTILIZADO                 *
      *     OUTROS - REJEICAO (O MOTIVO SAI NO RELATORIO)  *
      *     O ARQUIVO LIDO E RENOMEADO PARA NFERET.ANT     *
      *  2) LISTA AS NF-E AINDA NAO RESOLVIDAS NO CADNF    *
      *     (NF-SITNFE G, P, R, E OU N) NO NFEPEND.LST     *
      *  RETURN-CODE 4 QUANDO HOUVER REJEICAO NO RETORNO   *
      *  OU PENDENCIA COM MAIS DE UM DIA.                  *
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
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-CLI.
           SELECT NFERET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
           SELECT RELNFE ASSIGN TO DISK
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
       FD NFERET
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NFERET.TXT".
       01 LINHA-RET                PIC X(200).
      *
       FD RELNFE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "NFEPEND.LST".
       01 LINHA-REL                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-NF        PIC X(02) VALUE "00".
       01 ST-CLI       PIC X(02) VALUE "00".
       01 ST-RET       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-TEMCLI     PIC X(01) VALUE "S".
       01 W-TEMRET     PIC X(01) VALUE "S".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DIAS       PIC 9(05) VALUE ZEROS.
       01 W-LKJUSTIF   PIC X(60) VALUE
          "NOTA CANCELADA NO SISTEMA ANTES DA AUTORIZACAO".
       01 W-LKRETNFE   PIC 9(01) VALUE ZEROS.
      *
      *   CAMPOS DA LINHA DE RETORNO - OS NUMERICOS
      *   CHEGAM SEM ZEROS A ESQUERDA E SAO ALINHADOS
      *   A DIREITA ANTES DO TESTE NUMERIC
      *
       01 RT-NUMEROX   PIC X(09) JUSTIFIED RIGHT.
       01 RT-NUMERO REDEFINES RT-NUMEROX PIC 9(09).
       01 RT-CHAVE     PIC X(44).
       01 RT-PROTOCOLO PIC X(15).
       01 RT-DATAX     PIC X(08) JUSTIFIED RIGHT.
       01 RT-DATA REDEFINES RT-DATAX PIC 9(08).
       01 RT-CSTATX    PIC X(03) JUSTIFIED RIGHT.
       01 RT-CSTAT REDEFINES RT-CSTATX PIC 9(03).
       01 RT-MOTIVO    PIC X(60).
      *
       01 W-TOT-LIDOS  PIC 9(05) VALUE ZEROS.
       01 W-TOT-AUT    PIC 9(05) VALUE ZEROS.
       01 W-TOT-CANC   PIC 9(05) VALUE ZEROS.
       01 W-TOT-INUT   PIC 9(05) VALUE ZEROS.
       01 W-TOT-REJ    PIC 9(05) VALUE ZEROS.
       01 W-TOT-IGN    PIC 9(05) VALUE ZEROS.
       01 W-TOT-PEND   PIC 9(05) VALUE ZEROS.
       01 W-TOT-ATRASO PIC 9(05) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB023".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(132) VALUE SPACES.
      *
       01 CAB1.
          03 FILLER         PIC X(50) VALUE
             "RETORNO DA SEFAZ E NF-E PENDENTES".
          03 FILLER         PIC X(08) VALUE "  DATA: ".
          03 CAB1-DATA      PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(50) VALUE
             "RETORNO IMPORTADO DE NFERET.TXT".
       01 CAB2S.
          03 FILLER         PIC X(50) VALUE
             "SEM ARQUIVO DE RETORNO (NFERET.TXT)".
       01 CAB3.
          03 FILLER         PIC X(11) VALUE "     NOTA  ".
          03 FILLER         PIC X(07) VALUE "CSTAT  ".
          03 FILLER         PIC X(41) VALUE "RESULTADO".
          03 FILLER         PIC X(06) VALUE "MOTIVO".
       01 DET1.
          03 DET1-NOTA      PIC ZZZZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET1-CSTAT     PIC ZZ9.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 DET1-RESULT    PIC X(40).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET1-MOTIVO    PIC X(60).
       01 CAB4.
          03 FILLER         PIC X(50) VALUE
             "NF-E PENDENTES".
       01 CAB5.
          03 FILLER         PIC X(10) VALUE "     NOTA ".
          03 FILLER         PIC X(07) VALUE "PEDIDO ".
          03 FILLER         PIC X(12) VALUE "CLIENTE".
          03 FILLER         PIC X(31) VALUE "NOME".
          03 FILLER         PIC X(09) VALUE "EMISSAO".
          03 FILLER         PIC X(06) VALUE " DIAS ".
          03 FILLER         PIC X(15) VALUE "        VALOR  ".
          03 FILLER         PIC X(08) VALUE "SITUACAO".
       01 DET2.
          03 DET2-NOTA      PIC ZZZZZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET2-PEDIDO    PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET2-CPF       PIC 9(11).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET2-NOME      PIC X(30).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET2-EMISSAO   PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET2-DIAS      PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET2-VALOR     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET2-SITUACAO  PIC X(35).
       01 ROD1.
          03 FILLER         PIC X(40) VALUE
             "LINHAS DE RETORNO LIDAS...............: ".
          03 ROD1-QTD       PIC ZZ.ZZ9.
       01 ROD2.
          03 FILLER         PIC X(40) VALUE
             "AUTORIZADAS...........................: ".
          03 ROD2-QTD       PIC ZZ.ZZ9.
       01 ROD3.
          03 FILLER         PIC X(40) VALUE
             "CANCELAMENTOS HOMOLOGADOS.............: ".
          03 ROD3-QTD       PIC ZZ.ZZ9.
       01 ROD4.
          03 FILLER         PIC X(40) VALUE
             "NUMEROS INUTILIZADOS..................: ".
          03 ROD4-QTD       PIC ZZ.ZZ9.
       01 ROD5.
          03 FILLER         PIC X(40) VALUE
             "REJEITADAS............................: ".
          03 ROD5-QTD       PIC ZZ.ZZ9.
       01 ROD6.
          03 FILLER         PIC X(40) VALUE
             "LINHAS IGNORADAS......................: ".
          03 ROD6-QTD       PIC ZZ.ZZ9.
       01 ROD7.
          03 FILLER         PIC X(40) VALUE
             "NF-E PENDENTES........................: ".
          03 ROD7-QTD       PIC ZZ.ZZ9.
       01 ROD8.
          03 FILLER         PIC X(40) VALUE
             "  PENDENTES HA MAIS DE UM DIA.........: ".
          03 ROD8-QTD       PIC ZZ.ZZ9.
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
           OPEN I-O CADNF
           IF ST-NF NOT = "00"
              DISPLAY "*** ARQUIVO CADNF NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           MOVE "S" TO W-TEMCLI
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              MOVE "N" TO W-TEMCLI.
           OPEN OUTPUT RELNFE
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              GO TO ROT-FIM.
           MOVE W-HOJE TO CAB1-DATA
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE "S" TO W-TEMRET
           OPEN INPUT NFERET
           IF ST-RET NOT = "00"
              MOVE "N" TO W-TEMRET
              WRITE LINHA-REL FROM CAB2S
              GO TO PEN-000.
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB3
           WRITE LINHA-REL FROM LIMPA-LINHA.
      *
      ***********************************************
      *   1A. PARTE: LINHAS DO RETORNO              *
      ***********************************************
      *
       RET-001.
           READ NFERET
              AT END
                 GO TO RET-FIM.
           IF LINHA-RET = SPACES OR LINHA-RET (1:1) = "*"
              GO TO RET-001.
           ADD 1 TO W-TOT-LIDOS
           MOVE SPACES TO RT-NUMEROX RT-CHAVE RT-PROTOCOLO
                          RT-DATAX RT-CSTATX RT-MOTIVO
           UNSTRING LINHA-RET DELIMITED BY ";"
                    INTO RT-NUMEROX RT-CHAVE RT-PROTOCOLO
                         RT-DATAX RT-CSTATX RT-MOTIVO
           INSPECT RT-NUMEROX REPLACING LEADING SPACES BY ZEROS
           INSPECT RT-DATAX   REPLACING LEADING SPACES BY ZEROS
           INSPECT RT-CSTATX  REPLACING LEADING SPACES BY ZEROS
           MOVE RT-MOTIVO TO DET1-MOTIVO
           IF RT-NUMEROX NOT NUMERIC OR RT-CSTATX NOT NUMERIC
                                     OR RT-NUMERO = ZEROS
              MOVE ZEROS TO DET1-NOTA DET1-CSTAT
              MOVE "LINHA INVALIDA NO RETORNO" TO DET1-RESULT
              MOVE LINHA-RET TO DET1-MOTIVO
              WRITE LINHA-REL FROM DET1
              ADD 1 TO W-TOT-IGN
              GO TO RET-001.
           IF RT-DATAX NOT NUMERIC OR RT-DATA = ZEROS
              MOVE W-HOJE TO RT-DATA.
           MOVE RT-NUMERO TO DET1-NOTA
           MOVE RT-CSTAT  TO DET1-CSTAT
           MOVE RT-NUMERO TO NF-NUMERO
           READ CADNF
           IF ST-NF NOT = "00"
              MOVE "NOTA NAO ENCONTRADA NO CADNF" TO DET1-RESULT
              WRITE LINHA-REL FROM DET1
              ADD 1 TO W-TOT-IGN
              GO TO RET-001.
           IF RT-CSTAT = 100 OR RT-CSTAT = 150
              GO TO RET-AUT.
           IF RT-CSTAT = 101 OR RT-CSTAT = 135 OR RT-CSTAT = 151
                             OR RT-CSTAT = 155
              GO TO RET-CAN.
           IF RT-CSTAT = 102
              GO TO RET-INU.
      *
      *   REJEICAO: DE EVENTO DE CANCELAMENTO A NOTA
      *   CONTINUA AGUARDANDO ("E"); DA NOTA, FICA
      *   REJEITADA PARA CORRECAO E REENVIO
      *
           IF NF-SITNFE = "E"
              MOVE "CANCELAMENTO REJEITADO" TO DET1-RESULT
           ELSE
              MOVE "R" TO NF-SITNFE
              MOVE "NOTA REJEITADA" TO DET1-RESULT.
           ADD 1 TO W-TOT-REJ
           GO TO RET-GRV.
       RET-AUT.
           IF NF-SITNFE = "E" OR NF-SITNFE = "C"
              MOVE "AUTORIZACAO JA REGISTRADA" TO DET1-RESULT
              GO TO RET-GRV.
           MOVE RT-CHAVE     TO NF-CHAVENFE
           MOVE RT-PROTOCOLO TO NF-PROTOCOLO
           MOVE RT-DATA      TO NF-DATAAUT
           ADD 1 TO W-TOT-AUT
           IF NF-SITUACAO NOT = "C"
              MOVE "A" TO NF-SITNFE
              MOVE "AUTORIZADA" TO DET1-RESULT
              GO TO RET-GRV.
      *
      *   NOTA CANCELADA PELO SGP020 ANTES DE VOLTAR A
      *   AUTORIZACAO: O CANCELAMENTO SEGUE AGORA COMO
      *   EVENTO PARA A SEFAZ
      *
           CALL "SGPD003" USING NF-NUMERO NF-CHAVENFE NF-PROTOCOLO
                                W-LKJUSTIF W-LKRETNFE
           MOVE 8 TO RETURN-CODE
           IF W-LKRETNFE = ZEROS
              MOVE "E" TO NF-SITNFE
              MOVE "AUTORIZADA JA CANCELADA - EVENTO GERADO"
                   TO DET1-RESULT
           ELSE
              MOVE "A" TO NF-SITNFE
              MOVE "AUTORIZADA JA CANCELADA - SEM EVENTO"
                   TO DET1-RESULT.
           GO TO RET-GRV.
       RET-CAN.
           MOVE "C" TO NF-SITNFE
           MOVE RT-PROTOCOLO TO NF-PROTCANC
           MOVE "CANCELAMENTO HOMOLOGADO" TO DET1-RESULT
           ADD 1 TO W-TOT-CANC
           GO TO RET-GRV.
       RET-INU.
           MOVE "I" TO NF-SITNFE
           MOVE "NUMERO INUTILIZADO" TO DET1-RESULT
           ADD 1 TO W-TOT-INUT.
       RET-GRV.
           REWRITE REGNF
           IF ST-NF NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADNF"
              CLOSE NFERET RELNFE
              GO TO ROT-FIM.
           WRITE LINHA-REL FROM DET1
           GO TO RET-001.
      *
      *   RETORNO PROCESSADO NAO E LIDO DE NOVO
      *
       RET-FIM.
           CLOSE NFERET
           CALL "CBL_DELETE_FILE" USING "NFERET.ANT"
           CALL "CBL_RENAME_FILE" USING "NFERET.TXT" "NFERET.ANT"
           MOVE 8 TO RETURN-CODE.
      *
      ***********************************************
      *   2A. PARTE: NF-E AINDA NAO RESOLVIDAS      *
      ***********************************************
      *
       PEN-000.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB4
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB5
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE ZEROS TO NF-NUMERO
           START CADNF KEY IS NOT LESS NF-NUMERO
                 INVALID KEY
                    GO TO ROT-TOTAIS.
       PEN-001.
           READ CADNF NEXT RECORD
              AT END
                 GO TO ROT-TOTAIS.
           IF NF-SITNFE = "G"
              MOVE "ARQUIVO DA NF-E NAO GERADO" TO DET2-SITUACAO
              GO TO PEN-002.
           IF NF-SITNFE = "P"
              MOVE "AGUARDANDO AUTORIZACAO" TO DET2-SITUACAO
              GO TO PEN-002.
           IF NF-SITNFE = "R"
              MOVE "REJEITADA - CORRIGIR E REENVIAR" TO DET2-SITUACAO
              GO TO PEN-002.
           IF NF-SITNFE = "E"
              MOVE "CANCELAMENTO AGUARDANDO HOMOLOG."
                   TO DET2-SITUACAO
              GO TO PEN-002.
           IF NF-SITNFE = "N"
              MOVE "CANCELADA SEM AUTORIZ. - INUTILIZAR"
                   TO DET2-SITUACAO
              GO TO PEN-002.
           GO TO PEN-001.
       PEN-002.
           MOVE ZEROS TO W-DIAS
           IF NF-DATAEMISSAO NOT = ZEROS
              AND NF-DATAEMISSAO NOT > W-HOJE
              COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(W-HOJE)
                     - FUNCTION INTEGER-OF-DATE(NF-DATAEMISSAO).
           MOVE SPACES TO DET2-NOME
           IF W-TEMCLI = "S"
              MOVE NF-CODCLI TO CPF
              READ CADCLI
              IF ST-CLI = "00"
                 MOVE NOME TO DET2-NOME.
           MOVE NF-NUMERO      TO DET2-NOTA
           MOVE NF-PEDIDO      TO DET2-PEDIDO
           MOVE NF-CODCLI      TO DET2-CPF
           MOVE NF-DATAEMISSAO TO DET2-EMISSAO
           MOVE W-DIAS         TO DET2-DIAS
           MOVE NF-VALORTOTAL  TO DET2-VALOR
           WRITE LINHA-REL FROM DET2
           ADD 1 TO W-TOT-PEND
      *
      *   NOTA DO DIA AGUARDANDO A SEFAZ E NORMAL; O
      *   RESTO PEDE PROVIDENCIA
      *
           IF W-DIAS > 1 OR NF-SITNFE = "G" OR "R" OR "N"
              ADD 1 TO W-TOT-ATRASO.
           GO TO PEN-001.
      *
       ROT-TOTAIS.
           MOVE W-TOT-LIDOS  TO ROD1-QTD
           MOVE W-TOT-AUT    TO ROD2-QTD
           MOVE W-TOT-CANC   TO ROD3-QTD
           MOVE W-TOT-INUT   TO ROD4-QTD
           MOVE W-TOT-REJ    TO ROD5-QTD
           MOVE W-TOT-IGN    TO ROD6-QTD
           MOVE W-TOT-PEND   TO ROD7-QTD
           MOVE W-TOT-ATRASO TO ROD8-QTD
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD1
           WRITE LINHA-REL FROM ROD2
           WRITE LINHA-REL FROM ROD3
           WRITE LINHA-REL FROM ROD4
           WRITE LINHA-REL FROM ROD5
           WRITE LINHA-REL FROM ROD6
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD7
           WRITE LINHA-REL FROM ROD8
           CLOSE RELNFE
           MOVE "NFEPEND.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           IF W-TOT-REJ = ZEROS AND W-TOT-ATRASO = ZEROS
              MOVE ZEROS TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE.
           DISPLAY "RETORNOS LIDOS: " W-TOT-LIDOS
                   "  NF-E PENDENTES: " W-TOT-PEND.
      *
       ROT-FIM.
           CLOSE CADNF.
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
