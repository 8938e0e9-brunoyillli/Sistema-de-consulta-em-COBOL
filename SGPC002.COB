                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
           SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEK
                    FILE STATUS  IS ST-KIT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 ESTOQUE          PIC 9(06).
                03 ULTOPER          PIC X(08).
                03 PESOUNIT         PIC 9(03)V9(03).
      *
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-VALOR        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PAGINA   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-GERAL    PIC 9(09)V99 VALUE ZEROS.
       01 ST-KIT         PIC X(02) VALUE "00".
       01 W-TEMKIT       PIC X(01) VALUE "N".
       01 W-KITPROD      PIC 9(05) VALUE ZEROS.
       01 W-KITDISP      PIC 9(06) VALUE ZEROS.
       01 W-KITSALDO     PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
                 GO TO ROT-FIM2
           ELSE
               NEXT SENTENCE.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
      *
       INC-001.
           DISPLAY TELASGPC002.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      CLOSE CADPRO
                      PERFORM FECHA-KIT
                      GO TO ROT-FIM.
           IF W-FILTROTIPO NOT = SPACE AND W-FILTROTIPO NOT NUMERIC
               MOVE "*** TIPO INVALIDO ***" TO MENS
                 GO TO INC-RD2.
           IF W-TODOS-STATOS = "N" AND STATOS NOT = W-FILTROSTATOS
                 GO TO INC-RD2.
           PERFORM KIT-DISP THRU KIT-DISP-FIM.
       ROT-MONTAR.
           COMPUTE W-VALOR = PRECOVENDA * ESTOQUE
           MOVE CODIGO     TO DET21
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO FIM-CONSULTA.
           CLOSE CADPRO
           PERFORM FECHA-KIT
           GO TO ROT-FIM.
      *
      *************************************************
      * KIT (CADKIT): O ESTOQUE MOSTRADO E O NUMERO   *
      * DE KITS QUE O COMPONENTE MAIS ESCASSO PERMITE *
      *************************************************
      *
       KIT-DISP.
           IF W-TEMKIT = "N"
              GO TO KIT-DISP-FIM.
           MOVE CODIGO TO KT-KIT W-KITPROD
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-DISP-FIM.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00" OR KT-KIT NOT = W-KITPROD
              GO TO KIT-DISP-FIM.
           MOVE 999999 TO W-KITSALDO.
       KIT-DISP1.
           MOVE KT-COMPON TO CODIGO
           READ CADPRO
           IF ST-ERRO = "00"
              DIVIDE ESTOQUE BY KT-QTDCOMP GIVING W-KITDISP
           ELSE
              MOVE ZEROS TO W-KITDISP.
           IF W-KITDISP < W-KITSALDO
              MOVE W-KITDISP TO W-KITSALDO.
           READ CADKIT NEXT
           IF ST-KIT = "00" AND KT-KIT = W-KITPROD
              GO TO KIT-DISP1.
           MOVE W-KITPROD TO CODIGO
           READ CADPRO
           MOVE W-KITSALDO TO ESTOQUE.
       KIT-DISP-FIM.
           EXIT.
      *
       FECHA-KIT.
           IF W-TEMKIT = "S"
              CLOSE CADKIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
