                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEE
                    FILE STATUS  IS ST-EST.
           SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEK
                    FILE STATUS  IS ST-KIT.
           SELECT SORTPRO ASSIGN TO DISK.
           SELECT RELPRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    05 ES-CODIGO    PIC 9(05).
                03 ES-SALDO         PIC 9(06).
                03 ES-ULTOPER       PIC X(08).
      *
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
      *
       SD SORTPRO.
       01 REGSORT.
       01 W-LIMITE     PIC 9(06) VALUE ZEROS.
       01 W-TOT-TIPO   PIC 9(06) VALUE ZEROS.
       01 W-TOT-GERAL  PIC 9(06) VALUE ZEROS.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC005".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(100) VALUE SPACES.
      *
       01 W-TIPOEXT    PIC X(19) VALUE SPACES.
      *
       01 TABVISTO.
          03 TV-FLAG   PIC X(01) OCCURS 99999 TIMES.
      *
       01 ST-KIT       PIC X(02) VALUE "00".
       01 W-TEMKIT     PIC X(01) VALUE "N".
       01 W-FIM-KIT    PIC X(01) VALUE "N".
       01 W-NKIT       PIC 9(04) VALUE ZEROS.
       01 W-NDEP       PIC 9(02) VALUE ZEROS.
       01 W-IK         PIC 9(04) VALUE ZEROS.
       01 W-IK2        PIC 9(04) VALUE ZEROS.
       01 W-ID         PIC 9(02) VALUE ZEROS.
       01 W-NOVOKIT    PIC X(01) VALUE "N".
       01 W-ACHOUDEP   PIC X(01) VALUE "N".
       01 W-KITATU     PIC 9(05) VALUE ZEROS.
       01 W-KITDEP     PIC X(02) VALUE SPACES.
       01 W-KITSALDO   PIC 9(06) VALUE ZEROS.
       01 W-KITDISP    PIC 9(06) VALUE ZEROS.
       01 TABKIT.
          03 TK-ENT OCCURS 500 TIMES.
             05 TK-KIT      PIC 9(05).
             05 TK-COMPON   PIC 9(05).
             05 TK-QTDCOMP  PIC 9(05).
       01 TABEHKIT.
          03 TE-FLAG   PIC X(01) OCCURS 99999 TIMES.
       01 TABDEP.
          03 TD-DEPOSITO PIC X(02) OCCURS 50 TIMES.
      *
       01 CAB1.
          03 FILLER         PIC X(30) VALUE SPACES.
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADPRO CADTIPO
              GO TO ROT-FIMP.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
           PERFORM CARGA-TABKIT.
           SORT SORTPRO ON ASCENDING KEY S-DEPOSITO S-TIPO
                INPUT PROCEDURE IS CARGA-SORT
                OUTPUT PROCEDURE IS IMPRIME-REL.
           CLOSE CADPRO CADTIPO CADEST RELPRO.
           IF W-TEMKIT = "S"
              CLOSE CADKIT.
           STRING "LIMITE " W-LIMITE DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE "RELPRO.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
       CARGA-SORT.
                 NOT AT END
                    IF ES-CODIGO > ZEROS
                       MOVE "S" TO TV-FLAG (ES-CODIGO)
                       PERFORM GUARDA-DEP
                    END-IF
                    IF ES-SALDO < W-LIMITE
                       MOVE ES-CODIGO TO CODIGO
                       READ CADPRO
                       IF ST-ERRO = "00" AND TE-FLAG (CODIGO) = "N"
                          MOVE ES-DEPOSITO TO S-DEPOSITO
                          MOVE TIPO        TO S-TIPO
                          MOVE CODIGO      TO S-CODIGO
                 NOT AT END
                    IF CODIGO > ZEROS
                       IF TV-FLAG (CODIGO) = "N"
                          AND TE-FLAG (CODIGO) = "N"
                          AND ESTOQUE < W-LIMITE
                          MOVE "--"      TO S-DEPOSITO
                          MOVE TIPO      TO S-TIPO
                       END-IF
                    END-IF
           END-PERFORM.
      *
      *   TERCEIRO PASSO: KITS (CADKIT) ENTRAM COM A
      *   QTDE QUE O COMPONENTE MAIS ESCASSO PERMITE
      *   MONTAR EM CADA DEPOSITO
      *
           PERFORM VARYING W-IK FROM 1 BY 1 UNTIL W-IK > W-NKIT
              MOVE "N" TO W-NOVOKIT
              IF W-IK = 1
                 MOVE "S" TO W-NOVOKIT
              ELSE
                 IF TK-KIT (W-IK) NOT = TK-KIT (W-IK - 1)
                    MOVE "S" TO W-NOVOKIT
                 END-IF
              END-IF
              IF W-NOVOKIT = "S"
                 MOVE TK-KIT (W-IK) TO W-KITATU
                 IF W-NDEP = ZEROS
                    MOVE "--" TO W-KITDEP
                    PERFORM KIT-SALDO
                 ELSE
                    PERFORM VARYING W-ID FROM 1 BY 1
                            UNTIL W-ID > W-NDEP
                       MOVE TD-DEPOSITO (W-ID) TO W-KITDEP
                       PERFORM KIT-SALDO
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.
      *
       IMPRIME-REL.
           WRITE LINHA-REL FROM CAB1
              MOVE DESCTIPO TO W-TIPOEXT
           ELSE
              MOVE SPACES TO W-TIPOEXT.
      *
       CARGA-TABKIT.
           MOVE ALL "N" TO TABEHKIT.
           MOVE ZEROS TO W-NKIT.
           IF W-TEMKIT = "S"
              PERFORM UNTIL W-FIM-KIT = "S"
                 READ CADKIT NEXT RECORD
                    AT END
                       MOVE "S" TO W-FIM-KIT
                    NOT AT END
                       IF W-NKIT < 500
                          ADD 1 TO W-NKIT
                          MOVE KT-KIT     TO TK-KIT (W-NKIT)
                          MOVE KT-COMPON  TO TK-COMPON (W-NKIT)
                          MOVE KT-QTDCOMP TO TK-QTDCOMP (W-NKIT)
                          MOVE "S" TO TE-FLAG (KT-KIT)
                       END-IF
              END-PERFORM.
      *
       GUARDA-DEP.
           MOVE "N" TO W-ACHOUDEP
           PERFORM VARYING W-ID FROM 1 BY 1 UNTIL W-ID > W-NDEP
              IF TD-DEPOSITO (W-ID) = ES-DEPOSITO
                 MOVE "S" TO W-ACHOUDEP
              END-IF
           END-PERFORM.
           IF W-ACHOUDEP = "N" AND W-NDEP < 50
              ADD 1 TO W-NDEP
              MOVE ES-DEPOSITO TO TD-DEPOSITO (W-NDEP).
      *
       KIT-SALDO.
           MOVE 999999 TO W-KITSALDO
           PERFORM VARYING W-IK2 FROM W-IK BY 1 UNTIL W-IK2 > W-NKIT
              IF TK-KIT (W-IK2) = W-KITATU
                 MOVE ZEROS TO W-KITDISP
                 IF W-KITDEP = "--"
                    MOVE TK-COMPON (W-IK2) TO CODIGO
                    READ CADPRO
                    IF ST-ERRO = "00"
                       DIVIDE ESTOQUE BY TK-QTDCOMP (W-IK2)
                              GIVING W-KITDISP
                    END-IF
                 ELSE
                    MOVE W-KITDEP TO ES-DEPOSITO
                    MOVE TK-COMPON (W-IK2) TO ES-CODIGO
                    READ CADEST
                    IF ST-EST = "00"
                       DIVIDE ES-SALDO BY TK-QTDCOMP (W-IK2)
                              GIVING W-KITDISP
                    END-IF
                 END-IF
                 IF W-KITDISP < W-KITSALDO
                    MOVE W-KITDISP TO W-KITSALDO
                 END-IF
              END-IF
           END-PERFORM.
           IF W-KITSALDO < W-LIMITE
              MOVE W-KITATU TO CODIGO
              READ CADPRO
              IF ST-ERRO = "00"
                 MOVE W-KITDEP   TO S-DEPOSITO
                 MOVE TIPO       TO S-TIPO
                 MOVE CODIGO     TO S-CODIGO
                 MOVE DESCRICAO  TO S-DESCRICAO
                 MOVE UNIDADE    TO S-UNIDADE
                 MOVE W-KITSALDO TO S-ESTOQUE
                 RELEASE REGSORT.
      *
       ROT-FIMP.
           EXIT PROGRAM.
