       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC030.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  RELATORIO DE SITUACAO DE ACESSO DOS OPERADORES    *
      *  LISTA OS OPERADORES DO CADOPER QUE ESTAO:         *
      *    BLOQUEADOS POR 3 SENHAS ERRADAS (SGP008 LIBERA) *
      *    COM SENHA VENCIDA (MAIS DE 90 DIAS) OU COM      *
      *    TROCA DE SENHA PENDENTE                         *
      *    SEM NENHUM LOGIN (NUNCA USADOS)                 *
      *  E AS RECUSAS DE LOGIN DO LOGACES.DAT NO PERIODO   *
      *  DE 30 DIAS POR OPERADOR.  SAIDA EM RELSENHA.LST   *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-OPER.
           SELECT LOGACES ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
           SELECT RELSEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
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
       FD LOGACES
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "LOGACES.DAT".
       01 REGLOG.
                03 LG-DATA          PIC 9(08).
                03 LG-HORA          PIC 9(06).
                03 LG-OPERADOR      PIC X(08).
                03 LG-PROGRAMA      PIC X(08).
                03 LG-RESULTADO     PIC X(01).
                03 LG-MOTIVO        PIC X(50).
      *
       FD RELSEN
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELSENHA.LST".
       01 LINHA-REL                PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-OPER      PIC X(02) VALUE "00".
       01 ST-LOG       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJEINT    PIC 9(07) VALUE ZEROS.
       01 W-DATAINI    PIC 9(08) VALUE ZEROS.
       01 W-DIAS       PIC 9(06) VALUE ZEROS.
       01 W-PRAZO      PIC 9(03) VALUE 90.
       01 W-TEMLOG     PIC X(01) VALUE "N".
       01 W-LISTA      PIC X(01) VALUE "N".
       01 W-TOT-LIDOS  PIC 9(05) VALUE ZEROS.
       01 W-TOT-BLOQ   PIC 9(05) VALUE ZEROS.
       01 W-TOT-VENC   PIC 9(05) VALUE ZEROS.
       01 W-TOT-NUNCA  PIC 9(05) VALUE ZEROS.
       01 W-TOT-RECUSA PIC 9(05) VALUE ZEROS.
       01 W-TOT-GERAL  PIC 9(05) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC030".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
      *
      *   RECUSAS DE LOGIN DOS ULTIMOS 30 DIAS POR OPERADOR
      *
       01 W-QTD-REC    PIC 9(03) VALUE ZEROS.
       01 W-IND        PIC 9(03) VALUE ZEROS.
       01 TAB-RECUSA.
          03 TR-ENT OCCURS 200 TIMES.
             05 TR-OPER     PIC X(08).
             05 TR-QTD      PIC 9(05).
      *
       01 CAB1.
          03 FILLER         PIC X(22) VALUE SPACES.
          03 FILLER         PIC X(50) VALUE
             "SITUACAO DE ACESSO DOS OPERADORES".
       01 CAB1A.
          03 FILLER         PIC X(22) VALUE SPACES.
          03 FILLER         PIC X(10) VALUE "EMISSAO: ".
          03 CAB-HOJE       PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(50) VALUE
             "OPERADOR NOME                           PERF ATIVO".
          03 FILLER         PIC X(50) VALUE
             " DT.SENHA  DIAS ULT.LOGIN RECUSA SITUACAO".
       01 DET1.
          03 DET-OPER       PIC X(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-NOME       PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-PERFIL     PIC 9(01).
          03 FILLER         PIC X(06) VALUE SPACES.
          03 DET-ATIVO      PIC X(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-DTSENHA    PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-DIAS       PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-ULTLOGIN   PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-RECUSAS    PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DET-SITUACAO   PIC X(36).
       01 W-SIT.
          03 W-SIT-BLOQ     PIC X(10).
          03 W-SIT-VENC     PIC X(15).
          03 W-SIT-NUNCA    PIC X(11).
       01 LINTOT1.
          03 FILLER         PIC X(33) VALUE
             "OPERADORES BLOQUEADOS.........: ".
          03 TOT-BLOQ       PIC ZZZ.ZZ9.
       01 LINTOT2.
          03 FILLER         PIC X(33) VALUE
             "SENHA VENCIDA OU A TROCAR.....: ".
          03 TOT-VENC       PIC ZZZ.ZZ9.
       01 LINTOT3.
          03 FILLER         PIC X(33) VALUE
             "NUNCA USADOS (SEM LOGIN)......: ".
          03 TOT-NUNCA      PIC ZZZ.ZZ9.
       01 LINTOT4.
          03 FILLER         PIC X(33) VALUE
             "RECUSAS DE LOGIN EM 30 DIAS...: ".
          03 TOT-RECUSA     PIC ZZZ.ZZ9.
       01 LINGERAL.
          03 FILLER         PIC X(33) VALUE
             "OPERADORES LISTADOS / LIDOS...: ".
          03 GER-TOT        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(03) VALUE " / ".
          03 GER-LIDOS      PIC ZZZ.ZZ9.
       01 LINSEMLOG.
          03 FILLER         PIC X(50) VALUE
             "*** LOGACES.DAT NAO ENCONTRADO - SEM RECUSAS ***".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-HOJEINT = FUNCTION INTEGER-OF-DATE(W-HOJE)
           COMPUTE W-DATAINI =
                   FUNCTION DATE-OF-INTEGER(W-HOJEINT - 30)
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              DISPLAY "*** ARQUIVO CADOPER NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN OUTPUT RELSEN
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADOPER
              GO TO ROT-FIMP.
           MOVE W-HOJE TO CAB-HOJE
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM CAB1A
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2.
      *
      ***********************************************
      *  RECUSAS DE LOGIN DO LOGACES.DAT (30 DIAS)  *
      ***********************************************
      *
       INC-LOG0.
           MOVE "S" TO W-TEMLOG
           MOVE ZEROS TO W-QTD-REC
           OPEN INPUT LOGACES
           IF ST-LOG NOT = "00"
              MOVE "N" TO W-TEMLOG
              GO TO INC-RD1.
       INC-LOG1.
           READ LOGACES
              AT END
                 CLOSE LOGACES
                 GO TO INC-RD1.
           IF LG-DATA < W-DATAINI
              GO TO INC-LOG1.
           IF LG-RESULTADO NOT = "F" AND "B"
              GO TO INC-LOG1.
           ADD 1 TO W-TOT-RECUSA
           MOVE 1 TO W-IND.
       INC-LOG2.
           IF W-IND > W-QTD-REC
              IF W-QTD-REC < 200
                 ADD 1 TO W-QTD-REC
                 MOVE LG-OPERADOR TO TR-OPER (W-QTD-REC)
                 MOVE 1 TO TR-QTD (W-QTD-REC)
                 GO TO INC-LOG1
              ELSE
                 GO TO INC-LOG1.
           IF TR-OPER (W-IND) = LG-OPERADOR
              ADD 1 TO TR-QTD (W-IND)
              GO TO INC-LOG1.
           ADD 1 TO W-IND
           GO TO INC-LOG2.
      *
      ***********************************************
      *  OPERADORES DO CADOPER                      *
      ***********************************************
      *
       INC-RD1.
           READ CADOPER NEXT RECORD
              AT END
                 GO TO FIM-REL.
           ADD 1 TO W-TOT-LIDOS
           MOVE "N" TO W-LISTA
           MOVE SPACES TO W-SIT
           MOVE ZEROS TO W-DIAS
           IF BLOQUEADO = "S"
              MOVE "BLOQUEADO" TO W-SIT-BLOQ
              ADD 1 TO W-TOT-BLOQ
              MOVE "S" TO W-LISTA.
           IF DATASENHA < 16010101
              MOVE 99999 TO W-DIAS
           ELSE
              COMPUTE W-DIAS = W-HOJEINT
                             - FUNCTION INTEGER-OF-DATE(DATASENHA).
           IF W-DIAS > W-PRAZO
              MOVE "SENHA VENCIDA" TO W-SIT-VENC
              ADD 1 TO W-TOT-VENC
              MOVE "S" TO W-LISTA
           ELSE
              IF TROCASENHA = "S"
                 MOVE "TROCA PENDENTE" TO W-SIT-VENC
                 ADD 1 TO W-TOT-VENC
                 MOVE "S" TO W-LISTA.
           IF ULTLOGIN = ZEROS
              MOVE "NUNCA USADO" TO W-SIT-NUNCA
              ADD 1 TO W-TOT-NUNCA
              MOVE "S" TO W-LISTA.
           IF W-LISTA NOT = "S"
              GO TO INC-RD1.
           MOVE CODOPER     TO DET-OPER
           MOVE NOMEOPER    TO DET-NOME
           MOVE PERFIL      TO DET-PERFIL
           MOVE ATIVO       TO DET-ATIVO
           MOVE DATASENHA   TO DET-DTSENHA
           MOVE W-DIAS      TO DET-DIAS
           MOVE ULTLOGIN    TO DET-ULTLOGIN
           MOVE ZEROS       TO DET-RECUSAS
           MOVE W-SIT       TO DET-SITUACAO
           MOVE 1 TO W-IND.
       INC-RD2.
           IF W-IND > W-QTD-REC
              GO TO INC-RD3.
           IF TR-OPER (W-IND) = CODOPER
              MOVE TR-QTD (W-IND) TO DET-RECUSAS
              GO TO INC-RD3.
           ADD 1 TO W-IND
           GO TO INC-RD2.
       INC-RD3.
           WRITE LINHA-REL FROM DET1
           ADD 1 TO W-TOT-GERAL
           GO TO INC-RD1.
      *
       FIM-REL.
           MOVE W-TOT-BLOQ   TO TOT-BLOQ
           MOVE W-TOT-VENC   TO TOT-VENC
           MOVE W-TOT-NUNCA  TO TOT-NUNCA
           MOVE W-TOT-RECUSA TO TOT-RECUSA
           MOVE W-TOT-GERAL  TO GER-TOT
           MOVE W-TOT-LIDOS  TO GER-LIDOS
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM LINTOT1
           WRITE LINHA-REL FROM LINTOT2
           WRITE LINHA-REL FROM LINTOT3
           WRITE LINHA-REL FROM LINTOT4
           WRITE LINHA-REL FROM LINGERAL.
           IF W-TEMLOG = "N"
              WRITE LINHA-REL FROM LINSEMLOG.
           CLOSE CADOPER RELSEN.
           MOVE "RELSENHA.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
