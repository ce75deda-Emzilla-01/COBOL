000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1046.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: MONTHLY MEAL REIMBURSEMENT CLAIM REPORT. READS
000060       *  MEALHIST, THE MEALS-SERVED HISTORY CEXM1045 BUILDS, AND FOR
000070       *  THE MONTH ON THE MONTH= CARD (YYYYMM, DEFAULT THE CURRENT
000080       *  MONTH) COUNTS BREAKFASTS AND LUNCHES SERVED BY CAMPUS AND
000090       *  MEAL CATEGORY (FREE, REDUCED, PAID), WITH CAMPUS AND GRAND
000100       *  TOTALS, FOR THE STATE REIMBURSEMENT CLAIM. THE CATEGORY AND
000110       *  CAMPUS ARE THOSE IN FORCE WHEN THE MEAL WAS LOADED.
000120       * MEALHIST: JEBA02.EMY.COBOL.MEALHIST
000130       * MEALCLM : JEBA02.EMY.COBOL.MEALCLM
000140       * ----------------------------------------------------------------
000150       * PRJ NO    NAME     DATE          MAINT DESC.
000160       * ----------------------------------------------------------------
000170       * JEBA02    EMY     09/23/2026    PROGRAM CREATED.
000180       ******************************************************************
000190        ENVIRONMENT DIVISION.
000200        INPUT-OUTPUT SECTION.
000210        FILE-CONTROL.
000220            SELECT MEAL-HIST-FILE
000230                ASSIGN TO MEALHIST
000240                ORGANIZATION IS SEQUENTIAL
000250                ACCESS MODE IS SEQUENTIAL
000260                FILE STATUS IS WS-MEAL-HIST-FS.
000270            SELECT CLAIM-RPT-FILE
000280                ASSIGN TO MEALCLM
000290                ORGANIZATION IS SEQUENTIAL
000300                ACCESS MODE IS SEQUENTIAL
000310                FILE STATUS IS WS-CLAIM-RPT-FS.
000320        DATA DIVISION.
000330        FILE SECTION.
000340        FD  MEAL-HIST-FILE.
000350        01  MH-MEAL-REC.
000360            05  MH-ENROLL-NO              PIC 9(06).
000370            05  MH-SERVE-DATE             PIC 9(08).
000380            05  MH-MEAL-TYPE              PIC X(01).
000390            05  MH-MEAL-COUNT             PIC 9(02).
000400            05  MH-CATEGORY               PIC X(01).
000410            05  MH-CAMPUS-CODE            PIC X(02).
000420            05  MH-PRICE                  PIC 9(03)V9(02).
000430            05  MH-AMOUNT                 PIC 9(05)V9(02).
000440            05  MH-LOAD-DATE              PIC X(08).
000450            05  FILLER                    PIC X(40).
000460        FD  CLAIM-RPT-FILE.
000470        01  CR-REPORT-REC                 PIC X(80).
000480        WORKING-STORAGE SECTION.
000490        01  WS-MEAL-HIST-FS               PIC X(02).
000500        01  WS-CLAIM-RPT-FS               PIC X(02).
000510        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000520        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000530        01  WS-CURRENT-DATE-DATA          PIC X(20).
000540        01  WS-PARM-CARD                  PIC X(80).
000550        01  WS-REPORT-MONTH               PIC 9(06).
000560        01  WS-SERVE-MONTH                PIC 9(06).
000570        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
000580        01  WS-MONTH-COUNT                PIC 9(06) VALUE 0.
000590       * CLAIM CELLS, KEPT IN CAMPUS/CATEGORY ORDER.
000600        01  WS-CL-COUNT                   PIC 9(03) VALUE 0.
000610        01  WS-CLAIM-TABLE.
000620            05  WS-CL-ENTRY               OCCURS 300 TIMES.
000630                10  WS-CL-KEY.
000640                    15  WS-CL-CAMPUS      PIC X(02).
000650                    15  WS-CL-CATEGORY    PIC X(01).
000660                10  WS-CL-BREAKFASTS      PIC 9(07).
000670                10  WS-CL-LUNCHES         PIC 9(07).
000680        01  WS-NEW-ENTRY.
000690            05  WS-NE-KEY.
000700                10  WS-NE-CAMPUS          PIC X(02).
000710                10  WS-NE-CATEGORY        PIC X(01).
000720            05  WS-NE-BREAKFASTS          PIC 9(07).
000730            05  WS-NE-LUNCHES             PIC 9(07).
000740        01  WS-CL-SUB                     PIC 9(03).
000750        01  WS-CL-HIT                     PIC 9(03).
000760        01  WS-INS-POS                    PIC 9(03).
000770        01  WS-PREV-CAMPUS                PIC X(02).
000780        01  WS-CAMPUS-BREAKFASTS          PIC 9(07) VALUE 0.
000790        01  WS-CAMPUS-LUNCHES             PIC 9(07) VALUE 0.
000800        01  WS-TOTAL-BREAKFASTS           PIC 9(07) VALUE 0.
000810        01  WS-TOTAL-LUNCHES              PIC 9(07) VALUE 0.
000820        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
000830        01  WS-CLAIM-TITLE.
000840            05 FILLER                     PIC X(46)
000850               VALUE "MEAL REIMBURSEMENT CLAIM BY CAMPUS - MONTH ".
000860            05 WS-CT-MONTH                PIC 9(06).
000870            05 FILLER                     PIC X(28) VALUE SPACES.
000880        01  WS-CLAIM-COLUMNS.
000890            05 FILLER                     PIC X(08) VALUE "CAMPUS".
000900            05 FILLER                     PIC X(24) VALUE "CATEGORY".
000910            05 FILLER                     PIC X(14)
000920                                          VALUE "  BREAKFASTS".
000930            05 FILLER                     PIC X(14) VALUE "     LUNCHES".
000940            05 FILLER                     PIC X(14) VALUE "       TOTAL".
000950            05 FILLER                     PIC X(06) VALUE SPACES.
000960        01  WS-CLAIM-DETAIL.
000970            05 FILLER                     PIC X(02) VALUE SPACES.
000980            05 WS-CD-CAMPUS               PIC X(02).
000990            05 FILLER                     PIC X(04) VALUE SPACES.
001000            05 WS-CD-CATEGORY             PIC X(01).
001010            05 FILLER                     PIC X(01) VALUE SPACES.
001020            05 WS-CD-CAT-DESC             PIC X(20).
001030            05 FILLER                     PIC X(03) VALUE SPACES.
001040            05 WS-CD-BREAKFASTS           PIC Z,ZZZ,ZZ9.
001050            05 FILLER                     PIC X(05) VALUE SPACES.
001060            05 WS-CD-LUNCHES              PIC Z,ZZZ,ZZ9.
001070            05 FILLER                     PIC X(05) VALUE SPACES.
001080            05 WS-CD-TOTAL                PIC Z,ZZZ,ZZ9.
001090            05 FILLER                     PIC X(10) VALUE SPACES.
001100        01  WS-CLAIM-TOTAL.
001110            05 FILLER                     PIC X(08) VALUE SPACES.
001120            05 WS-CX-LABEL                PIC X(27).
001130            05 WS-CX-BREAKFASTS           PIC Z,ZZZ,ZZ9.
001140            05 FILLER                     PIC X(05) VALUE SPACES.
001150            05 WS-CX-LUNCHES              PIC Z,ZZZ,ZZ9.
001160            05 FILLER                     PIC X(05) VALUE SPACES.
001170            05 WS-CX-TOTAL                PIC Z,ZZZ,ZZ9.
001180            05 FILLER                     PIC X(08) VALUE SPACES.
001190        01  WS-CELL-TOTAL                 PIC 9(07).
001200        01  WS-NONE-LINE                  PIC X(80)
001210                      VALUE "  NO MEALS ON FILE FOR THE MONTH.".
001220        COPY SPGM0905L.
001230        COPY SPGMABNL.
001240        PROCEDURE DIVISION.
001250       ******************************************************************
001260       * MAIN PROGRAM FLOW.
001270       ******************************************************************
001280        00000-MAIN-PARA.
001290            PERFORM 05000-ACCEPT-PARA.
001300            IF  WS-ERROR-FLAG              NOT = "YES"
001310                PERFORM 10000-INITIALIZE-PARA
001320            END-IF.
001330            PERFORM 20000-PROCESS-PARA
001340              UNTIL WS-ERROR-FLAG = "YES"
001350              OR    WS-ENDOFFILE  = "YES".
001360            IF  WS-ERROR-FLAG              NOT = "YES"
001370                PERFORM 25000-PRINT-CLAIM-PARA
001380            END-IF.
001390            PERFORM 30000-CLOSE-PARA.
001400            STOP RUN.
001410       ******************************************************************
001420       * ACCEPT THE MONTH= CARD (YYYYMM, DEFAULT THE CURRENT MONTH).
001430       ******************************************************************
001440        05000-ACCEPT-PARA.
001450            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001460            MOVE SPACES                    TO WS-PARM-CARD.
001470            ACCEPT WS-PARM-CARD.
001480            MOVE WS-PARM-CARD              TO LK-PA-CARD.
001490            MOVE "MONTH"                   TO LK-PA-KEYWORD.
001500            SET LK-PA-NUMERIC              TO TRUE.
001510            MOVE 190001                    TO LK-PA-MIN-VALUE.
001520            MOVE 209912                    TO LK-PA-MAX-VALUE.
001530            MOVE WS-CURRENT-DATE-DATA(1:6) TO LK-PA-DEFAULT.
001540            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
001550            MOVE LK-PA-NUM-VALUE           TO WS-REPORT-MONTH.
001560            IF  LK-PA-BAD
001570                OR WS-REPORT-MONTH(5:2)    = "00"
001580                OR WS-REPORT-MONTH(5:2)    > "12"
001590                DISPLAY "BAD MONTH= CARD - RUN REFUSED."
001600                MOVE 16                    TO RETURN-CODE
001610                MOVE "YES"                 TO WS-ERROR-FLAG
001620            END-IF.
001630       ******************************************************************
001640       * OPEN THE MEAL HISTORY AND THE CLAIM REPORT, AND PRINT THE
001650       * HEADINGS.
001660       ******************************************************************
001670        10000-INITIALIZE-PARA.
001680            OPEN INPUT MEAL-HIST-FILE.
001690            IF WS-MEAL-HIST-FS            NOT = "00"
001700               DISPLAY "MEALHIST ACCESS ERROR."
001710               MOVE "CEXM1046"            TO LK-PGM-ID
001720               MOVE "MEALHIST"            TO LK-FILE-ID
001730               MOVE WS-MEAL-HIST-FS       TO LK-FILE-STATUS
001740               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001750               IF  LK-ABEND-YES
001760                   MOVE 16                TO RETURN-CODE
001770                   MOVE "YES"             TO WS-ERROR-FLAG
001780               END-IF
001790            END-IF.
001800            OPEN OUTPUT CLAIM-RPT-FILE.
001810            IF WS-CLAIM-RPT-FS            NOT = "00"
001820               DISPLAY "MEALCLM ACCESS ERROR."
001830               MOVE "CEXM1046"            TO LK-PGM-ID
001840               MOVE "MEALCLM"             TO LK-FILE-ID
001850               MOVE WS-CLAIM-RPT-FS       TO LK-FILE-STATUS
001860               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001870               IF  LK-ABEND-YES
001880                   MOVE 16                TO RETURN-CODE
001890                   MOVE "YES"             TO WS-ERROR-FLAG
001900               END-IF
001910            END-IF.
001920            IF  WS-ERROR-FLAG              NOT = "YES"
001930                MOVE WS-REPORT-MONTH       TO WS-CT-MONTH
001940                MOVE WS-HEADER1            TO CR-REPORT-REC
001950                WRITE CR-REPORT-REC
001960                MOVE WS-CLAIM-TITLE        TO CR-REPORT-REC
001970                WRITE CR-REPORT-REC
001980                MOVE WS-HEADER1            TO CR-REPORT-REC
001990                WRITE CR-REPORT-REC
002000                MOVE WS-CLAIM-COLUMNS      TO CR-REPORT-REC
002010                WRITE CR-REPORT-REC
002020                MOVE WS-HEADER1            TO CR-REPORT-REC
002030                WRITE CR-REPORT-REC
002040            END-IF.
002050       ******************************************************************
002060       * READ ONE MEAL LINE AND COUNT IT IF IT WAS SERVED IN THE MONTH.
002070       ******************************************************************
002080        20000-PROCESS-PARA.
002090            READ MEAL-HIST-FILE
002100            AT END
002110                MOVE "YES"                 TO WS-ENDOFFILE
002120            NOT AT END
002130                ADD 1                      TO WS-READ-COUNT
002140                MOVE MH-SERVE-DATE(1:6)    TO WS-SERVE-MONTH
002150                IF  WS-SERVE-MONTH         = WS-REPORT-MONTH
002160                    PERFORM 23000-COUNT-MEAL-PARA
002170                END-IF
002180            END-READ.
002190       ******************************************************************
002200       * ADD THE MEALS TO THEIR CAMPUS/CATEGORY CELL, INSERTING THE
002210       * CELL IN ORDER THE FIRST TIME IT IS SEEN (CEXM1037).
002220       ******************************************************************
002230        23000-COUNT-MEAL-PARA.
002240            ADD 1                          TO WS-MONTH-COUNT.
002250            MOVE MH-CAMPUS-CODE            TO WS-NE-CAMPUS.
002260            MOVE MH-CATEGORY               TO WS-NE-CATEGORY.
002270            MOVE 0                         TO WS-CL-HIT.
002280            PERFORM 23100-MATCH-CELL-PARA
002290                VARYING WS-CL-SUB FROM 1 BY 1
002300                UNTIL WS-CL-SUB            > WS-CL-COUNT
002310                OR WS-CL-HIT               NOT = 0.
002320            IF  WS-CL-HIT                  = 0
002330                IF  WS-CL-COUNT            = 300
002340                    DISPLAY "CLAIM TABLE FULL AT 300 CELLS - CAMPUS "
002350                        WS-NE-CAMPUS " CATEGORY " WS-NE-CATEGORY
002360                ELSE
002370                    MOVE 0                 TO WS-NE-BREAKFASTS
002380                    MOVE 0                 TO WS-NE-LUNCHES
002390                    PERFORM 23300-INSERT-CELL-PARA
002400                END-IF
002410            END-IF.
002420            IF  WS-CL-HIT                  NOT = 0
002430                IF  MH-MEAL-TYPE           = "B"
002440                    ADD MH-MEAL-COUNT      TO WS-CL-BREAKFASTS(WS-CL-HIT)
002450                ELSE
002460                    ADD MH-MEAL-COUNT      TO WS-CL-LUNCHES(WS-CL-HIT)
002470                END-IF
002480            END-IF.
002490        23100-MATCH-CELL-PARA.
002500            IF  WS-CL-KEY(WS-CL-SUB)       = WS-NE-KEY
002510                MOVE WS-CL-SUB             TO WS-CL-HIT
002520            END-IF.
002530       ******************************************************************
002540       * INSERT THE NEW CELL AHEAD OF THE FIRST CELL WITH A HIGHER
002550       * CAMPUS/CATEGORY, SHIFTING THE REST DOWN ONE PLACE.
002560       ******************************************************************
002570        23300-INSERT-CELL-PARA.
002580            COMPUTE WS-INS-POS = WS-CL-COUNT + 1.
002590            PERFORM 23400-FIND-POS-PARA
002600                VARYING WS-CL-SUB FROM 1 BY 1
002610                UNTIL WS-CL-SUB            > WS-CL-COUNT
002620                OR WS-INS-POS              NOT > WS-CL-COUNT.
002630            PERFORM 23500-SHIFT-PARA
002640                VARYING WS-CL-SUB FROM WS-CL-COUNT BY -1
002650                UNTIL WS-CL-SUB            < WS-INS-POS.
002660            MOVE WS-NEW-ENTRY              TO WS-CL-ENTRY(WS-INS-POS).
002670            ADD 1                          TO WS-CL-COUNT.
002680            MOVE WS-INS-POS                TO WS-CL-HIT.
002690        23400-FIND-POS-PARA.
002700            IF  WS-CL-KEY(WS-CL-SUB)       > WS-NE-KEY
002710                MOVE WS-CL-SUB             TO WS-INS-POS
002720            END-IF.
002730        23500-SHIFT-PARA.
002740            MOVE WS-CL-ENTRY(WS-CL-SUB)    TO WS-CL-ENTRY(WS-CL-SUB + 1).
002750       ******************************************************************
002760       * PRINT THE CLAIM CELLS WITH A TOTAL AT EACH CHANGE OF CAMPUS
002770       * AND A GRAND TOTAL.
002780       ******************************************************************
002790        25000-PRINT-CLAIM-PARA.
002800            IF  WS-CL-COUNT                = 0
002810                MOVE WS-NONE-LINE          TO CR-REPORT-REC
002820                WRITE CR-REPORT-REC
002830            ELSE
002840                MOVE WS-CL-CAMPUS(1)       TO WS-PREV-CAMPUS
002850                PERFORM 25100-PRINT-CELL-PARA
002860                    VARYING WS-CL-SUB FROM 1 BY 1
002870                    UNTIL WS-CL-SUB        > WS-CL-COUNT
002880                PERFORM 25200-CAMPUS-TOTAL-PARA
002890                MOVE "GRAND TOTAL"         TO WS-CX-LABEL
002900                MOVE WS-TOTAL-BREAKFASTS   TO WS-CX-BREAKFASTS
002910                MOVE WS-TOTAL-LUNCHES      TO WS-CX-LUNCHES
002920                COMPUTE WS-CELL-TOTAL = WS-TOTAL-BREAKFASTS
002930                    + WS-TOTAL-LUNCHES
002940                MOVE WS-CELL-TOTAL         TO WS-CX-TOTAL
002950                MOVE WS-CLAIM-TOTAL        TO CR-REPORT-REC
002960                WRITE CR-REPORT-REC
002970            END-IF.
002980            MOVE WS-HEADER1                TO CR-REPORT-REC.
002990            WRITE CR-REPORT-REC.
003000        25100-PRINT-CELL-PARA.
003010            IF  WS-CL-CAMPUS(WS-CL-SUB)    NOT = WS-PREV-CAMPUS
003020                PERFORM 25200-CAMPUS-TOTAL-PARA
003030                MOVE WS-CL-CAMPUS(WS-CL-SUB) TO WS-PREV-CAMPUS
003040            END-IF.
003050            MOVE WS-CL-CAMPUS(WS-CL-SUB)   TO WS-CD-CAMPUS.
003060            MOVE WS-CL-CATEGORY(WS-CL-SUB) TO WS-CD-CATEGORY.
003070            EVALUATE WS-CL-CATEGORY(WS-CL-SUB)
003080                WHEN "F"
003090                    MOVE "FREE"            TO WS-CD-CAT-DESC
003100                WHEN "R"
003110                    MOVE "REDUCED"         TO WS-CD-CAT-DESC
003120                WHEN "P"
003130                    MOVE "PAID"            TO WS-CD-CAT-DESC
003140                WHEN OTHER
003150                    MOVE "UNKNOWN CATEGORY" TO WS-CD-CAT-DESC
003160            END-EVALUATE.
003170            MOVE WS-CL-BREAKFASTS(WS-CL-SUB) TO WS-CD-BREAKFASTS.
003180            MOVE WS-CL-LUNCHES(WS-CL-SUB)  TO WS-CD-LUNCHES.
003190            COMPUTE WS-CELL-TOTAL = WS-CL-BREAKFASTS(WS-CL-SUB)
003200                + WS-CL-LUNCHES(WS-CL-SUB).
003210            MOVE WS-CELL-TOTAL             TO WS-CD-TOTAL.
003220            MOVE WS-CLAIM-DETAIL           TO CR-REPORT-REC.
003230            WRITE CR-REPORT-REC.
003240            ADD WS-CL-BREAKFASTS(WS-CL-SUB) TO WS-CAMPUS-BREAKFASTS.
003250            ADD WS-CL-LUNCHES(WS-CL-SUB)   TO WS-CAMPUS-LUNCHES.
003260       ******************************************************************
003270       * PRINT AND ROLL UP ONE CAMPUS'S TOTAL.
003280       ******************************************************************
003290        25200-CAMPUS-TOTAL-PARA.
003300            MOVE SPACES                    TO WS-CX-LABEL.
003310            STRING "CAMPUS " WS-PREV-CAMPUS " TOTAL"
003320                DELIMITED BY SIZE        INTO WS-CX-LABEL.
003330            MOVE WS-CAMPUS-BREAKFASTS      TO WS-CX-BREAKFASTS.
003340            MOVE WS-CAMPUS-LUNCHES         TO WS-CX-LUNCHES.
003350            COMPUTE WS-CELL-TOTAL = WS-CAMPUS-BREAKFASTS
003360                + WS-CAMPUS-LUNCHES.
003370            MOVE WS-CELL-TOTAL             TO WS-CX-TOTAL.
003380            MOVE WS-CLAIM-TOTAL            TO CR-REPORT-REC.
003390            WRITE CR-REPORT-REC.
003400            MOVE SPACES                    TO CR-REPORT-REC.
003410            WRITE CR-REPORT-REC.
003420            ADD WS-CAMPUS-BREAKFASTS       TO WS-TOTAL-BREAKFASTS.
003430            ADD WS-CAMPUS-LUNCHES          TO WS-TOTAL-LUNCHES.
003440            MOVE 0                         TO WS-CAMPUS-BREAKFASTS.
003450            MOVE 0                         TO WS-CAMPUS-LUNCHES.
003460       ******************************************************************
003470       * DISPLAY COUNTS AND CLOSE THE FILES.
003480       ******************************************************************
003490        30000-CLOSE-PARA.
003500            DISPLAY "MEAL LINES READ   : " WS-READ-COUNT.
003510            DISPLAY "LINES IN MONTH    : " WS-MONTH-COUNT.
003520            CLOSE MEAL-HIST-FILE.
003530            CLOSE CLAIM-RPT-FILE.
