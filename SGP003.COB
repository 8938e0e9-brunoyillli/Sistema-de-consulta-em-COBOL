                    FILE STATUS IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2CEP = LOGRADOURO
                                                      WITH DUPLICATES.
           SELECT CADENDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEED
                    FILE STATUS IS ST-END.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                03 UF               PIC X(02).
                03 UFEXTENSO        PIC X(17).
                03 ULTOPER          PIC X(08).
      *
      *   ENDERECOS DE ENTREGA DO CLIENTE - SEQUENCIA 00 E O
      *   ENDERECO DO PROPRIO CADCLI, POR ISSO NAO E GRAVADA
      *   SITUACAO: A=ATIVO I=INATIVO (NAO HA EXCLUSAO, PORQUE
      *   O PEDIDO GUARDA A SEQUENCIA EM SEQENTREGA)
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
       FD CADOPER
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADOPER.DAT".
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
       FD CADAUD
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADAUD.DAT".
       77 ST-OPER       PIC X(02) VALUE "00".
       77 W-OPERLOGADO  PIC X(08) VALUE SPACES.
       77 W-SENHALOG    PIC X(08) VALUE SPACES.
       77 W-LKSFUN      PIC X(01) VALUE SPACES.
       77 W-LKSPROG     PIC X(08) VALUE SPACES.
       77 W-LKSRET      PIC 9(01) VALUE ZEROS.
       77 W-LKSPERF     PIC 9(01) VALUE ZEROS.
       77 W-LKSMENS     PIC X(50) VALUE SPACES.
       77 W-LKSHASH     PIC X(20) VALUE SPACES.
       77 W-PERFILOG    PIC 9(01) VALUE 3.
       77 W-LKFUNCAO      PIC X(01) VALUE SPACES.
       77 W-LKARQ         PIC X(08) VALUE SPACES.
       77 W-SOLEITURA     PIC X(01) VALUE "N".
       77 ST-AUD        PIC X(02) VALUE "00".
       01 W-AUDANT      PIC X(250) VALUE SPACES.
       77 ST-END        PIC X(02) VALUE "00".
       77 W-SELEND      PIC 9(01) VALUE ZEROS.
       01 W-AUDEND      PIC X(250) VALUE SPACES.
       01 W-SITENDEX    PIC X(07) VALUE SPACES.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
               LINE 20  COLUMN 54  PIC 9(01)
               USING  TIERCLI
               HIGHLIGHT.
      *
       01  TELAENDE.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                      ENDERECOS DE ENTREGA".
           05  LINE 03  COLUMN 45
               VALUE  "DO CLIENTE".
           05  LINE 05  COLUMN 01
               VALUE  "  CPF :".
           05  LINE 07  COLUMN 01
               VALUE  "  SEQUENCIA :".
           05  LINE 09  COLUMN 01
               VALUE  "  CEP :".
           05  LINE 11  COLUMN 01
               VALUE  "  LOGRADOURO :".
           05  LINE 11  COLUMN 41
               VALUE  "     NUM :       COMPL:".
           05  LINE 13  COLUMN 01
               VALUE  "  BAIRRO:                    CIDADE:".
           05  LINE 13  COLUMN 41
               VALUE  "                 UF:".
           05  LINE 15  COLUMN 01
               VALUE  "  CONTATO :".
           05  LINE 17  COLUMN 01
               VALUE  "  TELEFONE:(  )".
           05  LINE 19  COLUMN 01
               VALUE  "  SITUACAO:".
           05  LINE 21  COLUMN 01
               VALUE  "  F4=PROXIMO ENDERECO  A=ATIVO I=INATIVO".
           05  TECPF
               LINE 05  COLUMN 09  PIC 9(11)
               USING  ED-CODCLI
               HIGHLIGHT.
           05  TENOME
               LINE 05  COLUMN 22  PIC X(40)
               USING  NOME
               HIGHLIGHT.
           05  TESEQ
               LINE 07  COLUMN 15  PIC 9(02)
               USING  ED-SEQ
               HIGHLIGHT.
           05  TECEP
               LINE 09  COLUMN 10  PIC 9(08)
               USING  ED-CEP
               HIGHLIGHT.
           05  TELOGRADOURO
               LINE 11  COLUMN 15  PIC X(30)
               USING  ED-LOGRADOURO
               HIGHLIGHT.
           05  TENUMERO
               LINE 11  COLUMN 52  PIC 9(04)
               USING  ED-NUMERO
               HIGHLIGHT.
           05  TECOMPL
               LINE 11  COLUMN 64  PIC X(12)
               USING  ED-COMPL
               HIGHLIGHT.
           05  TEBAIRRO
               LINE 13  COLUMN 10  PIC X(20)
               USING  ED-BAIRRO
               HIGHLIGHT.
           05  TECIDADE
               LINE 13  COLUMN 37  PIC X(20)
               USING  ED-CIDADE
               HIGHLIGHT.
           05  TEUF
               LINE 13  COLUMN 61  PIC X(02)
               USING  ED-UF
               HIGHLIGHT.
           05  TECONTATO
               LINE 15  COLUMN 13  PIC X(30)
               USING  ED-CONTATO
               HIGHLIGHT.
           05  TEDDD
               LINE 17  COLUMN 13  PIC 9(02)
               USING  ED-DDD
               HIGHLIGHT.
           05  TETELEFONE
               LINE 17  COLUMN 17  PIC 9(09)
               USING  ED-TELEFONE
               HIGHLIGHT.
           05  TESITUACAO
               LINE 19  COLUMN 13  PIC X(01)
               USING  ED-SITUACAO
               HIGHLIGHT.
           05  TESITUACAOEX
               LINE 19  COLUMN 15  PIC X(07)
               USING  W-SITENDEX
               HIGHLIGHT.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP003  " TO W-LKSPROG
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
           MOVE PERFIL TO W-PERFILOG
           CLOSE CADOPER.
              MOVE "*** ARQUIVO CADCEP NAO FOI ACHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OPE0.
           OPEN I-O CADENDE
           IF ST-END NOT = "00"
              IF ST-END = "30" OR "35"
                    OPEN OUTPUT CADENDE
                    CLOSE CADENDE
                    GO TO INC-OPE0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADENDE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       INC-OPA0.
           OPEN EXTEND CADAUD
           IF ST-AUD NOT = "00"
              ACCEPT W-ACT FROM ESCAPE KEY
               IF W-ACT = 02
                 PERFORM REG-LIBERA THRU REG-LIBERA-FIM
                 CLOSE CADCLI CADCEP CADENDE
                 GO TO ROT-FIM.
               IF W-ACT = 05
                 GO TO BUS-001.
      *
       ACE-001.
                DISPLAY (23, 12)
                        "F1=NOVO F2=ALTERAR F3=EXCLUIR F4=ENDERECOS"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                   GO TO ACE-001.
                IF W-ACT = 03
                   GO TO INC-003.
                IF W-ACT = 05
                   GO TO END-001.
      *
      *
      *   EXCLUSAO DE CLIENTE SO COM PERFIL DE
                GO TO ROT-FIM.
      *
      ***********************************************
      *   ENDERECOS DE ENTREGA DO CLIENTE (CADENDE) *
      *   CEP VALIDADO NO CADCEP COMO NO ENDERECO   *
      *   PRINCIPAL. SEQUENCIA 00 = ENDERECO DO     *
      *   CADCLI; NAO HA EXCLUSAO, SO INATIVACAO    *
      ***********************************************
      *
       END-001.
                MOVE CPF TO ED-CODCLI
                MOVE ZEROS TO ED-SEQ ED-CEP ED-NUMERO ED-DDD ED-TELEFONE
                MOVE SPACES TO ED-COMPL ED-LOGRADOURO ED-BAIRRO
                               ED-CIDADE ED-UF ED-CONTATO ED-SITUACAO
                               W-SITENDEX
                MOVE 0 TO W-SELEND
                DISPLAY TELAENDE.
       END-002.
                ACCEPT TESEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 05
                   GO TO END-PROX.
                IF ED-SEQ = ZEROS
                   MOVE "*** SEQUENCIA 00 E O ENDERECO DO CADASTRO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO END-002.
       END-LER.
                MOVE 0 TO W-SELEND
                READ CADENDE
                IF ST-END = "23"
                   MOVE SPACES TO W-AUDEND
                   GO TO END-003.
                IF ST-END NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADENDE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE REGENDE TO W-AUDEND
                PERFORM END-SIT THRU END-SIT-FIM
                DISPLAY TELAENDE
                MOVE "*** ENDERECO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO END-ACE.
      *
      *   PROXIMO ENDERECO DO CLIENTE (PELA CHAVE)
      *
       END-PROX.
                START CADENDE KEY IS GREATER CHAVEED
                      INVALID KEY
                         MOVE "*** FIM DOS ENDERECOS DO CLIENTE ***"
                              TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO END-001.
                READ CADENDE NEXT RECORD
                    AT END
                       MOVE "*** FIM DOS ENDERECOS DO CLIENTE ***"
                            TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO END-001.
                IF ED-CODCLI NOT = CPF
                   MOVE "*** FIM DOS ENDERECOS DO CLIENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO END-001.
                MOVE REGENDE TO W-AUDEND
                PERFORM END-SIT THRU END-SIT-FIM
                DISPLAY TELAENDE
                GO TO END-ACE.
       END-003.
                ACCEPT TECEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO END-002.
                MOVE ED-CEP TO CODIGO
                READ CADCEP
                IF ST-ERRO NOT = "00"
                    MOVE " CEP NAO ENCONTRADO NO CADCEP " TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO END-003.
                MOVE LOGRADOURO TO ED-LOGRADOURO
                MOVE BAIRRO     TO ED-BAIRRO
                MOVE CIDADE     TO ED-CIDADE
                MOVE UF         TO ED-UF
                DISPLAY TELAENDE.
       END-004.
                ACCEPT TENUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO END-003.
       END-005.
                ACCEPT TECOMPL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO END-004.
       END-006.
                ACCEPT TECONTATO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO END-005.
       END-007.
                ACCEPT TEDDD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO END-006.
       END-008.
                ACCEPT TETELEFONE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO END-007.
       END-009.
                IF ED-SITUACAO = SPACES
                   MOVE "A" TO ED-SITUACAO.
                ACCEPT TESITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO END-008.
                IF ED-SITUACAO = "a"
                   MOVE "A" TO ED-SITUACAO.
                IF ED-SITUACAO = "i"
                   MOVE "I" TO ED-SITUACAO.
                IF ED-SITUACAO NOT = "A" AND "I"
                   MOVE "*** SITUACAO: A=ATIVO I=INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO END-009.
                PERFORM END-SIT THRU END-SIT-FIM
                DISPLAY TELAENDE.
       END-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO END-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE " * DADOS RECUSADOS PELO OPERADOR * " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO END-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO END-OPC.
       END-WR1.
                MOVE W-OPERLOGADO TO ED-ULTOPER
                MOVE "CADENDE " TO AU-ARQUIVO
                MOVE ED-CODCLI TO AU-CHAVE
                MOVE W-AUDEND TO AU-IMAGEMANT
                IF W-SELEND = 1
                   MOVE "A" TO AU-OPERACAO
                   REWRITE REGENDE
                ELSE
                   MOVE "I" TO AU-OPERACAO
                   WRITE REGENDE.
                IF ST-END = "00" OR "02"
                   MOVE REGENDE TO AU-IMAGEMNOV
                   PERFORM GRV-AUD THRU GRV-AUD-FIM
                   MOVE "*** ENDERECO GRAVADO *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO END-001.
                IF ST-END = "22"
                   MOVE "*** ENDERECO JA EXISTE *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO END-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADENDE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       END-ACE.
                DISPLAY (23, 12)
                        "F1=NOVO ENDERECO F2=ALTERAR F4=PROXIMO"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 05
                    GO TO END-ACE.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO END-001.
                IF W-ACT = 05
                   GO TO END-PROX.
                MOVE 1 TO W-SELEND
                GO TO END-003.
      *
       END-SIT.
                MOVE SPACES TO W-SITENDEX
                IF ED-SITUACAO = "A"
                   MOVE "ATIVO" TO W-SITENDEX.
                IF ED-SITUACAO = "I"
                   MOVE "INATIVO" TO W-SITENDEX.
       END-SIT-FIM.
                EXIT.
      *
      ***********************************************
      *   TRAVA DE REGISTRO EM USO (SGPD002):       *
      *   QUEM CHEGA DEPOIS VE O REGISTRO SOMENTE   *
      *   PARA LEITURA; A TRAVA DE SESSAO CAIDA     *
