000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1087.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: FREEZE DATES AND GROWING SEASON. GROUNDS AND THE
000060       *  AGRICULTURE PROGRAM WANT DATES, NOT THE AVERAGES CEXM7S1 AND
000070       *  CEXM705 GIVE. DRIVEN BY FREEZE= (DEGREES, DEFAULT 32) AND
000080       *  NEAR= (DAYS, DEFAULT 7) CARDS, THIS PROGRAM READS THE WHOLE
000090       *  TEMPFILE HISTORY AND, PER STATION AND YEAR, FINDS:
000100       *    - THE LAST SPRING FREEZE: THE LATEST DAY BEFORE MIDSUMMER
000110       *      (JULY 1) WHOSE LOWEST READING WAS AT OR BELOW FREEZE=
000120       *    - THE FIRST FALL FREEZE: THE EARLIEST SUCH DAY FROM JULY 1
000130       *    - THE FROST-FREE SEASON: THE DAYS BETWEEN THE TWO
000140       *  A ZERO SLOT IS A LOGGER MISS, AS IN CEXM955, NOT A READING.
000150       *  EACH DATE AND SEASON IS COMPARED WITH THE STATION'S MEDIAN
000160       *  OVER ALL ITS CERTAIN YEARS (THE LOWER MIDDLE VALUE FOR AN EVEN
000170       *  COUNT). A DATE IS UNCERTAIN WHEN CEXM955'S GAPDAYS HAS A
000180       *  MISSING OR SHORT DAY FOR THE STATION WITHIN NEAR= DAYS OF IT,
000190       *  OR, WHERE NO FREEZE WAS FOUND IN THAT HALF OF THE YEAR, ANY
000200       *  GAP IN THAT HALF - A MISSED DAY COULD HAVE HELD THE FREEZE.
000210       *  UNCERTAIN DATES ARE MARKED AND KEPT OUT OF THE MEDIANS.
000220       * TEMPFILE: JEBA02.EMY.COBOL.TEMPFILE
000230       * GAPDAYS : JEBA02.EMY.COBOL.GAPDAYS
000240       * FRSTRPT : JEBA02.EMY.COBOL.FRSTRPT
000250       * ----------------------------------------------------------------
000260       * PRJ NO    NAME     DATE          MAINT DESC.
000270       * ----------------------------------------------------------------
000280       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000290       ******************************************************************
000300        ENVIRONMENT DIVISION.
000310        INPUT-OUTPUT SECTION.
000320        FILE-CONTROL.
000330            SELECT TEMP-FILE
000340                ASSIGN TO TEMPFILE
000350                ORGANIZATION IS SEQUENTIAL
000360                ACCESS MODE IS SEQUENTIAL
000370                FILE STATUS IS WS-TEMP-FS.
000380            SELECT GAP-FILE
000390                ASSIGN TO GAPDAYS
000400                ORGANIZATION IS SEQUENTIAL
000410                ACCESS MODE IS SEQUENTIAL
000420                FILE STATUS IS WS-GAP-FS.
000430            SELECT REPORT-FILE
000440                ASSIGN TO FRSTRPT
000450                ORGANIZATION IS SEQUENTIAL
000460                ACCESS MODE IS SEQUENTIAL
000470                FILE STATUS IS WS-REPORT-FS.
000480        DATA DIVISION.
000490        FILE SECTION.
000500        FD  TEMP-FILE.
000510        01  FS-TEMP-REC.
000520            05  FS-TEMP-STATION           PIC X(03).
000530            05  FS-TEMP-DATE              PIC 9(06).
000540            05  FS-TEMP-READINGS.
000550                07  FS-TEMP-READING       PIC 9(02)  OCCURS 12 TIMES.
000560            05  FS-TEMP-AVG               PIC 9(03).
000570        01  FS-TEMP-REC-R REDEFINES FS-TEMP-REC.
000580            05  FILLER                    PIC X(03).
000590            05  FS-TEMP-YY                PIC 9(02).
000600            05  FS-TEMP-MMDD              PIC 9(04).
000610            05  FILLER                    PIC X(27).
000620        FD  GAP-FILE.
000630        01  GD-GAP-REC.
000640            05  GD-STATION-ID             PIC X(03).
000650            05  GD-DATE.
000660                10  GD-YY                 PIC 9(02).
000670                10  GD-MMDD               PIC 9(04).
000680            05  GD-GAP-TYPE               PIC X(01).
000690            05  GD-PLAUSIBLE              PIC 9(02).
000700            05  FILLER                    PIC X(68).
000710        FD  REPORT-FILE.
000720        01  RS-REPORT-REC                 PIC X(80).
000730        WORKING-STORAGE SECTION.
000740        01  WS-TEMP-FS                    PIC X(02).
000750        01  WS-GAP-FS                     PIC X(02).
000760        01  WS-REPORT-FS                  PIC X(02).
000770        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000780        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
000790        01  WS-GAP-EOF                    PIC X(03) VALUE "NO".
000800        01  WS-PARM-CARD                  PIC X(80).
000810        01  WS-FREEZE-TEMP                PIC 9(02).
000820        01  WS-NEAR-DAYS                  PIC 9(02).
000830        01  WS-MIDSUMMER                  PIC 9(04) VALUE 0701.
000840        01  WS-SLOT-SUB                   PIC 9(02).
000850        01  WS-DAY-LOW                    PIC 9(02).
000860        01  WS-PLAUSIBLE                  PIC 9(02).
000870        01  WS-YEAR                       PIC 9(04).
000880        01  WS-WORK-DATE.
000890            05  WS-WD-YYYY                PIC 9(04).
000900            05  WS-WD-MMDD                PIC 9(04).
000910        01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
000920                                          PIC 9(08).
000930        01  WS-DIFF-DAYS                  PIC S9(05).
000940        01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
000950        01  WS-FREEZE-DAYS                PIC 9(07) VALUE 0.
000960        01  WS-UNCERTAIN-COUNT            PIC 9(05) VALUE 0.
000970       * GAPDAYS MISSING AND SHORT DAYS, DATE WIDENED TO YYYYMMDD.
000980        01  WS-GAP-COUNT                  PIC 9(04) VALUE 0.
000990        01  WS-GAP-TABLE.
001000            05  WS-GP-ENTRY               OCCURS 5000 TIMES.
001010                10  WS-GP-STATION-ID      PIC X(03).
001020                10  WS-GP-DATE.
001030                    15  WS-GP-YYYY        PIC 9(04).
001040                    15  WS-GP-MMDD        PIC 9(04).
001050                10  WS-GP-DATE-N REDEFINES WS-GP-DATE
001060                                          PIC 9(08).
001070        01  WS-GAP-SUB                    PIC 9(04).
001080       * ONE ENTRY PER STATION AND YEAR ON FILE, KEPT IN KEY ORDER. A
001090       * ZERO SPRING OR FALL DATE MEANS NO FREEZE WAS FOUND.
001100        01  WS-SY-KEY-IN.
001110            05  WS-SK-STATION-ID          PIC X(03).
001120            05  WS-SK-YEAR                PIC 9(04).
001130        01  WS-SY-COUNT                   PIC 9(03) VALUE 0.
001140        01  WS-SY-TABLE.
001150            05  WS-SY-ENTRY               OCCURS 500 TIMES.
001160                10  WS-SY-KEY.
001170                    15  WS-SY-STATION-ID  PIC X(03).
001180                    15  WS-SY-YEAR        PIC 9(04).
001190                10  WS-SY-DAYS            PIC 9(03).
001200                10  WS-SY-SPRING          PIC 9(04).
001210                10  WS-SY-FALL            PIC 9(04).
001220                10  WS-SY-SPRING-UNC      PIC X(01).
001230                10  WS-SY-FALL-UNC        PIC X(01).
001240                10  WS-SY-SEASON          PIC 9(03).
001250        01  WS-SY-SUB                     PIC 9(03).
001260        01  WS-SY-HIT                     PIC 9(03).
001270        01  WS-SY-LOST                    PIC 9(05) VALUE 0.
001280        01  WS-STN-FIRST                  PIC 9(03).
001290        01  WS-STN-LAST                   PIC 9(03).
001300        01  WS-STN-DONE                   PIC X(03).
001310       * SORTED VALUES FOR THE CURRENT STATION'S MEDIANS: KIND 1 THE
001320       * SPRING DATE (MMDD), 2 THE FALL DATE (MMDD), 3 THE SEASON.
001330        01  WS-MK-SUB                     PIC 9(01).
001340        01  WS-MED-VALUE                  PIC 9(04).
001350        01  WS-MED-TABLE.
001360            05  WS-MK-ENTRY               OCCURS 3 TIMES.
001370                10  WS-MK-COUNT           PIC 9(03).
001380                10  WS-MK-MEDIAN          PIC 9(04).
001390                10  WS-MK-VALUE           PIC 9(04) OCCURS 500 TIMES.
001400        01  WS-MV-SUB                     PIC 9(03).
001410        01  WS-MV-HIT                     PIC 9(03).
001420        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001430        01  WS-HEADER2.
001440            05 FILLER                     PIC X(25) VALUE ALL "*".
001450            05 FILLER                     PIC X(30)
001460                     VALUE " FREEZE DATES / GROWING SEASON".
001470            05 FILLER                     PIC X(25) VALUE ALL "*".
001480        01  WS-PARM-LINE.
001490            05 FILLER                     PIC X(20)
001500                                          VALUE "FREEZE AT OR BELOW: ".
001510            05 WS-PL-FREEZE               PIC Z9.
001520            05 FILLER                     PIC X(20)
001530                                          VALUE "   GAP WINDOW DAYS: ".
001540            05 WS-PL-NEAR                 PIC Z9.
001550            05 FILLER                     PIC X(36) VALUE SPACES.
001560        01  WS-COL-HEAD.
001570            05 FILLER                     PIC X(40)
001580                     VALUE "STN YEAR LAST SPRING  VS MED   FIRST FAL".
001590            05 FILLER                     PIC X(40)
001600                     VALUE "L  VS MED SEASON VS MED  NOTE           ".
001610        01  WS-DETAIL.
001620            05 WS-D-STATION               PIC X(03).
001630            05 FILLER                     PIC X(01) VALUE SPACES.
001640            05 WS-D-YEAR                  PIC 9(04).
001650            05 FILLER                     PIC X(06) VALUE SPACES.
001660            05 WS-D-SPRING                PIC X(05).
001670            05 WS-D-SPRING-UNC            PIC X(01).
001680            05 FILLER                     PIC X(04) VALUE SPACES.
001690            05 WS-D-SPRING-DIFF           PIC X(04).
001700            05 FILLER                     PIC X(07) VALUE SPACES.
001710            05 WS-D-FALL                  PIC X(05).
001720            05 WS-D-FALL-UNC              PIC X(01).
001730            05 FILLER                     PIC X(04) VALUE SPACES.
001740            05 WS-D-FALL-DIFF             PIC X(04).
001750            05 FILLER                     PIC X(04) VALUE SPACES.
001760            05 WS-D-SEASON                PIC X(03).
001770            05 FILLER                     PIC X(03) VALUE SPACES.
001780            05 WS-D-SEASON-DIFF           PIC X(04).
001790            05 FILLER                     PIC X(02) VALUE SPACES.
001800            05 WS-D-NOTE                  PIC X(15).
001810        01  WS-MEDIAN-LINE.
001820            05 WS-M-STATION               PIC X(03).
001830            05 FILLER                     PIC X(07) VALUE " MEDIAN".
001840            05 FILLER                     PIC X(04) VALUE SPACES.
001850            05 WS-M-SPRING                PIC X(05).
001860            05 FILLER                     PIC X(16) VALUE SPACES.
001870            05 WS-M-FALL                  PIC X(05).
001880            05 FILLER                     PIC X(13) VALUE SPACES.
001890            05 WS-M-SEASON                PIC X(03).
001900            05 FILLER                     PIC X(24) VALUE SPACES.
001910        01  WS-EDIT-DATE.
001920            05 WS-ED-MM                   PIC 9(02).
001930            05 WS-ED-SLASH                PIC X(01).
001940            05 WS-ED-DD                   PIC 9(02).
001950        01  WS-EDIT-DIFF                  PIC +ZZ9.
001960        01  WS-EDIT-SEASON                PIC ZZ9.
001970        COPY SPGM0905L.
001980        COPY SPGM0906L.
001990        COPY SPGMABNL.
002000        PROCEDURE DIVISION.
002010       ******************************************************************
002020       * MAIN PROGRAM FLOW.
002030       ******************************************************************
002040        00000-MAIN-PARA.
002050            PERFORM 05000-ACCEPT-PARA.
002060            IF  WS-ERROR-FLAG              NOT = "YES"
002070                PERFORM 10000-INITIALIZE-PARA
002080            END-IF.
002090            IF  WS-ERROR-FLAG              NOT = "YES"
002100                PERFORM 12000-LOAD-GAP-PARA
002110                    UNTIL WS-GAP-EOF       = "YES"
002120            END-IF.
002130            PERFORM 20000-PROCESS-PARA
002140              UNTIL WS-ERROR-FLAG = "YES"
002150              OR    WS-ENDOFFILE  = "YES".
002160            IF  WS-ERROR-FLAG              NOT = "YES"
002170                PERFORM 22000-FINISH-YEAR-PARA
002180                    VARYING WS-SY-SUB FROM 1 BY 1
002190                    UNTIL WS-SY-SUB        > WS-SY-COUNT
002200                PERFORM 25000-REPORT-PARA
002210            END-IF.
002220            PERFORM 30000-CLOSE-PARA.
002230            STOP RUN.
002240       ******************************************************************
002250       * ACCEPT THE FREEZE= AND NEAR= CONTROL CARDS.
002260       ******************************************************************
002270        05000-ACCEPT-PARA.
002280            MOVE SPACES                    TO WS-PARM-CARD.
002290            ACCEPT WS-PARM-CARD.
002300            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002310            MOVE "FREEZE"                  TO LK-PA-KEYWORD.
002320            SET LK-PA-NUMERIC              TO TRUE.
002330            MOVE 1                         TO LK-PA-MIN-VALUE.
002340            MOVE 99                        TO LK-PA-MAX-VALUE.
002350            MOVE "32"                      TO LK-PA-DEFAULT.
002360            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002370            IF  LK-PA-BAD
002380                DISPLAY "BAD FREEZE= CARD - RUN REFUSED."
002390                MOVE 16                    TO RETURN-CODE
002400                MOVE "YES"                 TO WS-ERROR-FLAG
002410            ELSE
002420                MOVE LK-PA-NUM-VALUE       TO WS-FREEZE-TEMP
002430            END-IF.
002440            MOVE SPACES                    TO WS-PARM-CARD.
002450            ACCEPT WS-PARM-CARD.
002460            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002470            MOVE "NEAR"                    TO LK-PA-KEYWORD.
002480            SET LK-PA-NUMERIC              TO TRUE.
002490            MOVE 0                         TO LK-PA-MIN-VALUE.
002500            MOVE 30                        TO LK-PA-MAX-VALUE.
002510            MOVE "7"                       TO LK-PA-DEFAULT.
002520            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002530            IF  LK-PA-BAD
002540                DISPLAY "BAD NEAR= CARD - RUN REFUSED."
002550                MOVE 16                    TO RETURN-CODE
002560                MOVE "YES"                 TO WS-ERROR-FLAG
002570            ELSE
002580                MOVE LK-PA-NUM-VALUE       TO WS-NEAR-DAYS
002590            END-IF.
002600       ******************************************************************
002610       * WIDEN A TWO-DIGIT YEAR IN LK-DT-YY TO WS-YEAR.
002620       ******************************************************************
002630        07000-EXPAND-YEAR-PARA.
002640            SET LK-DT-EXPAND               TO TRUE.
002650            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
002660            MOVE LK-DT-YYYY                TO WS-YEAR.
002670       ******************************************************************
002680       * OPEN THE FILES. NO GAPDAYS MEANS CEXM955 HAS NOT RUN: NOTHING
002690       * CAN BE MARKED UNCERTAIN, AND THE REPORT SAYS SO.
002700       ******************************************************************
002710        10000-INITIALIZE-PARA.
002720            OPEN INPUT TEMP-FILE.
002730            IF WS-TEMP-FS                 NOT = "00"
002740               DISPLAY "TEMPFILE ACCESS ERROR."
002750               MOVE "CEXM1087"            TO LK-PGM-ID
002760               MOVE "TEMPFILE"            TO LK-FILE-ID
002770               MOVE WS-TEMP-FS            TO LK-FILE-STATUS
002780               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002790               IF  LK-ABEND-YES
002800                   MOVE 16                TO RETURN-CODE
002810                   MOVE "YES"             TO WS-ERROR-FLAG
002820               END-IF
002830            END-IF.
002840            OPEN INPUT GAP-FILE.
002850            IF WS-GAP-FS                  = "35"
002860               DISPLAY "GAPDAYS NOT FOUND - NO DATE MARKED UNCERTAIN."
002870               MOVE "YES"                 TO WS-GAP-EOF
002880            ELSE
002890               IF WS-GAP-FS               NOT = "00"
002900                  DISPLAY "GAPDAYS ACCESS ERROR."
002910                  MOVE "CEXM1087"         TO LK-PGM-ID
002920                  MOVE "GAPDAYS"          TO LK-FILE-ID
002930                  MOVE WS-GAP-FS          TO LK-FILE-STATUS
002940                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
002950                  IF  LK-ABEND-YES
002960                      MOVE 16             TO RETURN-CODE
002970                      MOVE "YES"          TO WS-ERROR-FLAG
002980                  END-IF
002990               END-IF
003000            END-IF.
003010            OPEN OUTPUT REPORT-FILE.
003020            IF WS-REPORT-FS               NOT = "00"
003030               DISPLAY "FRSTRPT ACCESS ERROR."
003040               MOVE "CEXM1087"            TO LK-PGM-ID
003050               MOVE "FRSTRPT"             TO LK-FILE-ID
003060               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003070               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003080               IF  LK-ABEND-YES
003090                   MOVE 16                TO RETURN-CODE
003100                   MOVE "YES"             TO WS-ERROR-FLAG
003110               END-IF
003120            END-IF.
003130       ******************************************************************
003140       * TABLE ONE GAPDAYS DAY.
003150       ******************************************************************
003160        12000-LOAD-GAP-PARA.
003170            READ GAP-FILE
003180            AT END
003190                MOVE "YES"                 TO WS-GAP-EOF
003200            NOT AT END
003210                IF  WS-GAP-COUNT           = 5000
003220                    DISPLAY "GAP TABLE FULL AT 5000 - "
003230                        GD-STATION-ID " " GD-DATE " NOT CHECKED."
003240                ELSE
003250                    ADD 1                  TO WS-GAP-COUNT
003260                    MOVE GD-STATION-ID
003270                        TO WS-GP-STATION-ID(WS-GAP-COUNT)
003280                    MOVE GD-YY             TO LK-DT-YY
003290                    PERFORM 07000-EXPAND-YEAR-PARA
003300                    MOVE WS-YEAR           TO WS-GP-YYYY(WS-GAP-COUNT)
003310                    MOVE GD-MMDD           TO WS-GP-MMDD(WS-GAP-COUNT)
003320                END-IF
003330            END-READ.
003340       ******************************************************************
003350       * READ ONE DAY, TAKE ITS LOWEST PLAUSIBLE READING, AND KEEP IT
003360       * AGAINST ITS STATION AND YEAR IF IT FROZE.
003370       ******************************************************************
003380        20000-PROCESS-PARA.
003390            READ TEMP-FILE
003400            AT END
003410                MOVE "YES"                 TO WS-ENDOFFILE
003420            NOT AT END
003430                ADD 1                      TO WS-READ-COUNT
003440                MOVE 99                    TO WS-DAY-LOW
003450                MOVE 0                     TO WS-PLAUSIBLE
003460                PERFORM 20100-LOW-PARA
003470                    VARYING WS-SLOT-SUB FROM 1 BY 1
003480                    UNTIL WS-SLOT-SUB      > 12
003490                MOVE FS-TEMP-STATION       TO WS-SK-STATION-ID
003500                MOVE FS-TEMP-YY            TO LK-DT-YY
003510                PERFORM 07000-EXPAND-YEAR-PARA
003520                MOVE WS-YEAR               TO WS-SK-YEAR
003530                PERFORM 21000-FIND-YEAR-PARA
003540                IF  WS-SY-HIT              > 0
003550                    ADD 1                  TO WS-SY-DAYS(WS-SY-HIT)
003560                    IF  WS-PLAUSIBLE       > 0
003570                        AND WS-DAY-LOW     NOT > WS-FREEZE-TEMP
003580                        ADD 1              TO WS-FREEZE-DAYS
003590                        PERFORM 21500-KEEP-FREEZE-PARA
003600                    END-IF
003610                END-IF
003620            END-READ.
003630       ******************************************************************
003640       * ONE SLOT AGAINST THE DAY'S LOW; A ZERO SLOT IS SKIPPED.
003650       ******************************************************************
003660        20100-LOW-PARA.
003670            IF  FS-TEMP-READING(WS-SLOT-SUB) > 0
003680                ADD 1                      TO WS-PLAUSIBLE
003690                IF  FS-TEMP-READING(WS-SLOT-SUB) < WS-DAY-LOW
003700                    MOVE FS-TEMP-READING(WS-SLOT-SUB) TO WS-DAY-LOW
003710                END-IF
003720            END-IF.
003730       ******************************************************************
003740       * FIND (OR INSERT IN KEY ORDER) THE STATION/YEAR ENTRY.
003750       ******************************************************************
003760        21000-FIND-YEAR-PARA.
003770            MOVE 0                         TO WS-SY-HIT.
003780            PERFORM 21100-MATCH-YEAR-PARA
003790                VARYING WS-SY-SUB FROM 1 BY 1
003800                UNTIL WS-SY-SUB            > WS-SY-COUNT
003810                OR    WS-SY-HIT            > 0.
003820            IF  WS-SY-HIT                  = 0
003830                PERFORM 21200-INSERT-YEAR-PARA
003840            ELSE
003850                IF  WS-SY-KEY(WS-SY-HIT)   NOT = WS-SY-KEY-IN
003860                    PERFORM 21200-INSERT-YEAR-PARA
003870                END-IF
003880            END-IF.
003890        21100-MATCH-YEAR-PARA.
003900            IF  WS-SY-KEY(WS-SY-SUB)       NOT < WS-SY-KEY-IN
003910                MOVE WS-SY-SUB             TO WS-SY-HIT
003920            END-IF.
003930        21200-INSERT-YEAR-PARA.
003940            IF  WS-SY-COUNT                = 500
003950                ADD 1                      TO WS-SY-LOST
003960                MOVE 0                     TO WS-SY-HIT
003970            ELSE
003980                IF  WS-SY-HIT              = 0
003990                    COMPUTE WS-SY-HIT = WS-SY-COUNT + 1
004000                ELSE
004010                    PERFORM 21300-SHIFT-YEAR-PARA
004020                        VARYING WS-SY-SUB FROM WS-SY-COUNT BY -1
004030                        UNTIL WS-SY-SUB    < WS-SY-HIT
004040                END-IF
004050                ADD 1                      TO WS-SY-COUNT
004060                INITIALIZE WS-SY-ENTRY(WS-SY-HIT)
004070                MOVE WS-SY-KEY-IN          TO WS-SY-KEY(WS-SY-HIT)
004080                MOVE "N"                   TO WS-SY-SPRING-UNC(WS-SY-HIT)
004090                MOVE "N"                   TO WS-SY-FALL-UNC(WS-SY-HIT)
004100            END-IF.
004110        21300-SHIFT-YEAR-PARA.
004120            MOVE WS-SY-ENTRY(WS-SY-SUB)    TO WS-SY-ENTRY(WS-SY-SUB + 1).
004130       ******************************************************************
004140       * A FREEZING DAY: THE LATEST BEFORE MIDSUMMER, OR THE EARLIEST
004150       * FROM MIDSUMMER ON.
004160       ******************************************************************
004170        21500-KEEP-FREEZE-PARA.
004180            IF  FS-TEMP-MMDD               < WS-MIDSUMMER
004190                IF  FS-TEMP-MMDD           > WS-SY-SPRING(WS-SY-HIT)
004200                    MOVE FS-TEMP-MMDD      TO WS-SY-SPRING(WS-SY-HIT)
004210                END-IF
004220            ELSE
004230                IF  WS-SY-FALL(WS-SY-HIT)  = 0
004240                    OR FS-TEMP-MMDD        < WS-SY-FALL(WS-SY-HIT)
004250                    MOVE FS-TEMP-MMDD      TO WS-SY-FALL(WS-SY-HIT)
004260                END-IF
004270            END-IF.
004280       ******************************************************************
004290       * ONE STATION/YEAR: TEST BOTH DATES AGAINST THE GAPS, THEN TAKE
004300       * THE SEASON LENGTH WHEN BOTH DATES WERE FOUND.
004310       ******************************************************************
004320        22000-FINISH-YEAR-PARA.
004330            PERFORM 22100-CHECK-GAP-PARA
004340                VARYING WS-GAP-SUB FROM 1 BY 1
004350                UNTIL WS-GAP-SUB           > WS-GAP-COUNT.
004360            IF  WS-SY-SPRING-UNC(WS-SY-SUB) = "Y"
004370                OR WS-SY-FALL-UNC(WS-SY-SUB) = "Y"
004380                ADD 1                      TO WS-UNCERTAIN-COUNT
004390            END-IF.
004400            IF  WS-SY-SPRING(WS-SY-SUB)    > 0
004410                AND WS-SY-FALL(WS-SY-SUB)  > 0
004420                SET LK-DT-DIFF-DAYS        TO TRUE
004430                MOVE WS-SY-YEAR(WS-SY-SUB) TO WS-WD-YYYY
004440                MOVE WS-SY-FALL(WS-SY-SUB) TO WS-WD-MMDD
004450                MOVE WS-WORK-DATE-N        TO LK-DT-DATE-1
004460                MOVE WS-SY-SPRING(WS-SY-SUB) TO WS-WD-MMDD
004470                MOVE WS-WORK-DATE-N        TO LK-DT-DATE-2
004480                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
004490                COMPUTE WS-SY-SEASON(WS-SY-SUB) = LK-DT-RESULT - 1
004500            END-IF.
004510       ******************************************************************
004520       * ONE GAP OF THE SAME STATION AND YEAR: WITHIN NEAR= DAYS OF A
004530       * FOUND DATE, OR ANYWHERE IN A HALF-YEAR WITH NO FREEZE FOUND.
004540       ******************************************************************
004550        22100-CHECK-GAP-PARA.
004560            IF  WS-GP-STATION-ID(WS-GAP-SUB)
004570                                   = WS-SY-STATION-ID(WS-SY-SUB)
004580                AND WS-GP-YYYY(WS-GAP-SUB) = WS-SY-YEAR(WS-SY-SUB)
004590                IF  WS-GP-MMDD(WS-GAP-SUB) < WS-MIDSUMMER
004600                    IF  WS-SY-SPRING(WS-SY-SUB) = 0
004610                        MOVE "Y"       TO WS-SY-SPRING-UNC(WS-SY-SUB)
004620                    ELSE
004630                        MOVE WS-SY-SPRING(WS-SY-SUB) TO WS-WD-MMDD
004640                        PERFORM 22200-GAP-DISTANCE-PARA
004650                        IF  WS-DIFF-DAYS NOT > WS-NEAR-DAYS
004660                            MOVE "Y"   TO WS-SY-SPRING-UNC(WS-SY-SUB)
004670                        END-IF
004680                    END-IF
004690                ELSE
004700                    IF  WS-SY-FALL(WS-SY-SUB) = 0
004710                        MOVE "Y"       TO WS-SY-FALL-UNC(WS-SY-SUB)
004720                    ELSE
004730                        MOVE WS-SY-FALL(WS-SY-SUB) TO WS-WD-MMDD
004740                        PERFORM 22200-GAP-DISTANCE-PARA
004750                        IF  WS-DIFF-DAYS NOT > WS-NEAR-DAYS
004760                            MOVE "Y"   TO WS-SY-FALL-UNC(WS-SY-SUB)
004770                        END-IF
004780                    END-IF
004790                END-IF
004800            END-IF.
004810       ******************************************************************
004820       * DAYS BETWEEN THE GAP AND THE DATE IN WS-WD-MMDD, EITHER WAY.
004830       ******************************************************************
004840        22200-GAP-DISTANCE-PARA.
004850            MOVE WS-SY-YEAR(WS-SY-SUB)     TO WS-WD-YYYY.
004860            SET LK-DT-DIFF-DAYS            TO TRUE.
004870            MOVE WS-GP-DATE-N(WS-GAP-SUB)  TO LK-DT-DATE-1.
004880            MOVE WS-WORK-DATE-N            TO LK-DT-DATE-2.
004890            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
004900            MOVE LK-DT-RESULT              TO WS-DIFF-DAYS.
004910            IF  WS-DIFF-DAYS               < 0
004920                COMPUTE WS-DIFF-DAYS = 0 - WS-DIFF-DAYS
004930            END-IF.
004940       ******************************************************************
004950       * PRINT THE REPORT STATION BY STATION: EACH STATION'S MEDIANS
004960       * ARE TAKEN FIRST SO EVERY YEAR CAN BE SET AGAINST THEM.
004970       ******************************************************************
004980        25000-REPORT-PARA.
004990            MOVE WS-HEADER2                TO RS-REPORT-REC.
005000            WRITE RS-REPORT-REC.
005010            MOVE WS-FREEZE-TEMP            TO WS-PL-FREEZE.
005020            MOVE WS-NEAR-DAYS              TO WS-PL-NEAR.
005030            MOVE WS-PARM-LINE              TO RS-REPORT-REC.
005040            WRITE RS-REPORT-REC.
005050            MOVE 1                         TO WS-STN-FIRST.
005060            PERFORM 25100-STATION-PARA
005070                UNTIL WS-STN-FIRST         > WS-SY-COUNT.
005080       ******************************************************************
005090       * ONE STATION: ITS RUN OF ENTRIES, ITS MEDIANS, ITS LINES.
005100       ******************************************************************
005110        25100-STATION-PARA.
005120            MOVE WS-STN-FIRST              TO WS-STN-LAST.
005130            MOVE "NO"                      TO WS-STN-DONE.
005140            PERFORM 25150-STATION-END-PARA
005150                UNTIL WS-STN-DONE          = "YES".
005160            INITIALIZE WS-MED-TABLE.
005170            PERFORM 25200-COLLECT-PARA
005180                VARYING WS-SY-SUB FROM WS-STN-FIRST BY 1
005190                UNTIL WS-SY-SUB            > WS-STN-LAST.
005200            PERFORM 25400-MEDIAN-PARA
005210                VARYING WS-MK-SUB FROM 1 BY 1
005220                UNTIL WS-MK-SUB            > 3.
005230            MOVE WS-HEADER1                TO RS-REPORT-REC.
005240            WRITE RS-REPORT-REC.
005250            MOVE WS-COL-HEAD               TO RS-REPORT-REC.
005260            WRITE RS-REPORT-REC.
005270            PERFORM 26000-DETAIL-PARA
005280                VARYING WS-SY-SUB FROM WS-STN-FIRST BY 1
005290                UNTIL WS-SY-SUB            > WS-STN-LAST.
005300            MOVE WS-SY-STATION-ID(WS-STN-FIRST) TO WS-M-STATION.
005310            MOVE 1                         TO WS-MK-SUB.
005320            PERFORM 27000-EDIT-MEDIAN-PARA.
005330            MOVE WS-EDIT-DATE              TO WS-M-SPRING.
005340            MOVE 2                         TO WS-MK-SUB.
005350            PERFORM 27000-EDIT-MEDIAN-PARA.
005360            MOVE WS-EDIT-DATE              TO WS-M-FALL.
005370            IF  WS-MK-COUNT(3)             > 0
005380                MOVE WS-MK-MEDIAN(3)       TO WS-EDIT-SEASON
005390                MOVE WS-EDIT-SEASON        TO WS-M-SEASON
005400            ELSE
005410                MOVE "N/A"                 TO WS-M-SEASON
005420            END-IF.
005430            MOVE WS-MEDIAN-LINE            TO RS-REPORT-REC.
005440            WRITE RS-REPORT-REC.
005450            COMPUTE WS-STN-FIRST = WS-STN-LAST + 1.
005460        25150-STATION-END-PARA.
005470            IF  WS-STN-LAST                = WS-SY-COUNT
005480                MOVE "YES"                 TO WS-STN-DONE
005490            ELSE
005500                IF  WS-SY-STATION-ID(WS-STN-LAST + 1)
005510                    NOT = WS-SY-STATION-ID(WS-STN-FIRST)
005520                    MOVE "YES"             TO WS-STN-DONE
005530                ELSE
005540                    ADD 1                  TO WS-STN-LAST
005550                END-IF
005560            END-IF.
005570       ******************************************************************
005580       * A YEAR'S CERTAIN, FOUND VALUES GO INTO THE MEDIAN LISTS.
005590       ******************************************************************
005600        25200-COLLECT-PARA.
005610            IF  WS-SY-SPRING(WS-SY-SUB)    > 0
005620                AND WS-SY-SPRING-UNC(WS-SY-SUB) = "N"
005630                MOVE 1                     TO WS-MK-SUB
005640                MOVE WS-SY-SPRING(WS-SY-SUB) TO WS-MED-VALUE
005650                PERFORM 25300-ADD-VALUE-PARA
005660            END-IF.
005670            IF  WS-SY-FALL(WS-SY-SUB)      > 0
005680                AND WS-SY-FALL-UNC(WS-SY-SUB) = "N"
005690                MOVE 2                     TO WS-MK-SUB
005700                MOVE WS-SY-FALL(WS-SY-SUB) TO WS-MED-VALUE
005710                PERFORM 25300-ADD-VALUE-PARA
005720            END-IF.
005730            IF  WS-SY-SEASON(WS-SY-SUB)    > 0
005740                AND WS-SY-SPRING-UNC(WS-SY-SUB) = "N"
005750                AND WS-SY-FALL-UNC(WS-SY-SUB) = "N"
005760                MOVE 3                     TO WS-MK-SUB
005770                MOVE WS-SY-SEASON(WS-SY-SUB) TO WS-MED-VALUE
005780                PERFORM 25300-ADD-VALUE-PARA
005790            END-IF.
005800       ******************************************************************
005810       * INSERT WS-MED-VALUE INTO LIST WS-MK-SUB IN ASCENDING ORDER.
005820       ******************************************************************
005830        25300-ADD-VALUE-PARA.
005840            MOVE 0                         TO WS-MV-HIT.
005850            PERFORM 25310-PLACE-PARA
005860                VARYING WS-MV-SUB FROM 1 BY 1
005870                UNTIL WS-MV-SUB            > WS-MK-COUNT(WS-MK-SUB)
005880                OR    WS-MV-HIT            > 0.
005890            IF  WS-MV-HIT                  = 0
005900                COMPUTE WS-MV-HIT = WS-MK-COUNT(WS-MK-SUB) + 1
005910            ELSE
005920                PERFORM 25320-SHIFT-VALUE-PARA
005930                    VARYING WS-MV-SUB FROM WS-MK-COUNT(WS-MK-SUB) BY -1
005940                    UNTIL WS-MV-SUB        < WS-MV-HIT
005950            END-IF.
005960            MOVE WS-MED-VALUE    TO WS-MK-VALUE(WS-MK-SUB, WS-MV-HIT).
005970            ADD 1                          TO WS-MK-COUNT(WS-MK-SUB).
005980        25310-PLACE-PARA.
005990            IF  WS-MK-VALUE(WS-MK-SUB, WS-MV-SUB) > WS-MED-VALUE
006000                MOVE WS-MV-SUB             TO WS-MV-HIT
006010            END-IF.
006020        25320-SHIFT-VALUE-PARA.
006030            MOVE WS-MK-VALUE(WS-MK-SUB, WS-MV-SUB)
006040                TO WS-MK-VALUE(WS-MK-SUB, WS-MV-SUB + 1).
006050       ******************************************************************
006060       * THE MEDIAN OF ONE LIST: THE MIDDLE VALUE, OR THE LOWER OF THE
006070       * TWO MIDDLE VALUES - A DATE HAS NO HALF DAYS.
006080       ******************************************************************
006090        25400-MEDIAN-PARA.
006100            IF  WS-MK-COUNT(WS-MK-SUB)     > 0
006110                COMPUTE WS-MV-SUB = (WS-MK-COUNT(WS-MK-SUB) + 1) / 2
006120                MOVE WS-MK-VALUE(WS-MK-SUB, WS-MV-SUB)
006130                    TO WS-MK-MEDIAN(WS-MK-SUB)
006140            END-IF.
006150       ******************************************************************
006160       * ONE STATION/YEAR LINE. THE DIFFERENCE IS DAYS LATER (+) OR
006170       * EARLIER (-) THAN THE MEDIAN DATE IN THE SAME YEAR, AND DAYS
006180       * LONGER OR SHORTER THAN THE MEDIAN SEASON.
006190       ******************************************************************
006200        26000-DETAIL-PARA.
006210            MOVE SPACES                    TO WS-DETAIL.
006220            MOVE WS-SY-STATION-ID(WS-SY-SUB) TO WS-D-STATION.
006230            MOVE WS-SY-YEAR(WS-SY-SUB)     TO WS-D-YEAR.
006240            IF  WS-SY-SPRING(WS-SY-SUB)    = 0
006250                MOVE "NONE"                TO WS-D-SPRING
006260            ELSE
006270                MOVE WS-SY-SPRING(WS-SY-SUB) TO WS-WD-MMDD
006280                PERFORM 26100-EDIT-DATE-PARA
006290                MOVE WS-EDIT-DATE          TO WS-D-SPRING
006300                MOVE 1                     TO WS-MK-SUB
006310                PERFORM 26200-DATE-DIFF-PARA
006320                MOVE WS-EDIT-DIFF          TO WS-D-SPRING-DIFF
006330            END-IF.
006340            IF  WS-SY-FALL(WS-SY-SUB)      = 0
006350                MOVE "NONE"                TO WS-D-FALL
006360            ELSE
006370                MOVE WS-SY-FALL(WS-SY-SUB) TO WS-WD-MMDD
006380                PERFORM 26100-EDIT-DATE-PARA
006390                MOVE WS-EDIT-DATE          TO WS-D-FALL
006400                MOVE 2                     TO WS-MK-SUB
006410                PERFORM 26200-DATE-DIFF-PARA
006420                MOVE WS-EDIT-DIFF          TO WS-D-FALL-DIFF
006430            END-IF.
006440            IF  WS-SY-SPRING(WS-SY-SUB)    > 0
006450                AND WS-SY-FALL(WS-SY-SUB)  > 0
006460                MOVE WS-SY-SEASON(WS-SY-SUB) TO WS-EDIT-SEASON
006470                MOVE WS-EDIT-SEASON        TO WS-D-SEASON
006480                IF  WS-MK-COUNT(3)         > 0
006490                    COMPUTE WS-EDIT-DIFF =
006500                        WS-SY-SEASON(WS-SY-SUB) - WS-MK-MEDIAN(3)
006510                    MOVE WS-EDIT-DIFF      TO WS-D-SEASON-DIFF
006520                END-IF
006530            END-IF.
006540            IF  WS-SY-SPRING-UNC(WS-SY-SUB) = "Y"
006550                MOVE "?"                   TO WS-D-SPRING-UNC
006560            END-IF.
006570            IF  WS-SY-FALL-UNC(WS-SY-SUB)  = "Y"
006580                MOVE "?"                   TO WS-D-FALL-UNC
006590            END-IF.
006600            IF  WS-SY-SPRING-UNC(WS-SY-SUB) = "Y"
006610                OR WS-SY-FALL-UNC(WS-SY-SUB) = "Y"
006620                MOVE "UNCERTAIN - GAP"     TO WS-D-NOTE
006630            END-IF.
006640            MOVE WS-DETAIL                 TO RS-REPORT-REC.
006650            WRITE RS-REPORT-REC.
006660        26100-EDIT-DATE-PARA.
006670            MOVE WS-WD-MMDD(1:2)           TO WS-ED-MM.
006680            MOVE "/"                       TO WS-ED-SLASH.
006690            MOVE WS-WD-MMDD(3:2)           TO WS-ED-DD.
006700       ******************************************************************
006710       * THE DATE IN WS-WD-MMDD AGAINST MEDIAN LIST WS-MK-SUB, BOTH
006720       * TAKEN IN THE ENTRY'S YEAR. A FEBRUARY 29 MEDIAN IN A COMMON
006730       * YEAR IS TAKEN AS FEBRUARY 28.
006740       ******************************************************************
006750        26200-DATE-DIFF-PARA.
006760            IF  WS-MK-COUNT(WS-MK-SUB)     > 0
006770                MOVE WS-SY-YEAR(WS-SY-SUB) TO WS-WD-YYYY
006780                MOVE WS-WORK-DATE-N        TO LK-DT-DATE-1
006790                MOVE WS-MK-MEDIAN(WS-MK-SUB) TO WS-WD-MMDD
006800                SET LK-DT-VALIDATE         TO TRUE
006810                MOVE WS-WORK-DATE-N        TO LK-DT-DATE-2
006820                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
006830                IF  LK-DT-BAD
006840                    MOVE 0228              TO WS-WD-MMDD
006850                END-IF
006860                MOVE WS-WORK-DATE-N        TO LK-DT-DATE-2
006870                SET LK-DT-DIFF-DAYS        TO TRUE
006880                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
006890                MOVE LK-DT-RESULT          TO WS-EDIT-DIFF
006900            END-IF.
006910       ******************************************************************
006920       * A MEDIAN DATE AS MM/DD, OR N/A WHEN THE STATION HAS NO CERTAIN
006930       * YEAR FOR IT.
006940       ******************************************************************
006950        27000-EDIT-MEDIAN-PARA.
006960            IF  WS-MK-COUNT(WS-MK-SUB)     > 0
006970                MOVE WS-MK-MEDIAN(WS-MK-SUB) TO WS-WD-MMDD
006980                PERFORM 26100-EDIT-DATE-PARA
006990            ELSE
007000                MOVE "N/A"                 TO WS-EDIT-DATE
007010            END-IF.
007020       ******************************************************************
007030       * DISPLAY COUNTS AND CLOSE THE FILES.
007040       ******************************************************************
007050        30000-CLOSE-PARA.
007060            DISPLAY "DAYS READ          : " WS-READ-COUNT.
007070            DISPLAY "FREEZING DAYS      : " WS-FREEZE-DAYS.
007080            DISPLAY "STATION-YEARS      : " WS-SY-COUNT.
007090            DISPLAY "UNCERTAIN YEARS    : " WS-UNCERTAIN-COUNT.
007100            IF  WS-SY-LOST                 > 0
007110                DISPLAY "STATION-YEAR TABLE FULL - DAYS NOT USED: "
007120                    WS-SY-LOST
007130            END-IF.
007140            CLOSE TEMP-FILE.
007150            IF  WS-GAP-FS                  NOT = "35"
007160                CLOSE GAP-FILE
007170            END-IF.
007180            CLOSE REPORT-FILE.
