000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1080.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: DAILY SUBSTITUTE TEACHER COVERAGE. NOBODY WAS
000060       *  TOLD WHICH CLASSES A TEACHER'S LEAVE LEFT UNCOVERED UNTIL THE
000070       *  STUDENTS SAT IN AN EMPTY ROOM. FOR THE RUN DATE THIS PROGRAM:
000080       *    - LOADS THE SUBSTITUTES FROM CEXM1079'S SUBPOOL WHO ARE
000090       *      AVAILABLE THAT DAY (WITHIN THEIR FROM/TO DATES AND ON ONE
000100       *      OF THEIR WEEKDAYS)
000110       *    - FINDS THE EMPLOYEES ON LEAVE THAT DAY FROM CEXM1007'S
000120       *      LEAVPOST HISTORY. A POSTING OF N DAYS (A PART DAY COUNTS
000130       *      WHOLE) RUNS N WORKING DAYS MONDAY TO FRIDAY FROM ITS
000140       *      LEAVE DATE. THE LEAVE EMPLOYEE NUMBER'S LOW-ORDER THREE
000150       *      DIGITS ARE THE EMPMAST NUMBER, AS CEXM947 DOCUMENTS
000160       *    - WALKS SECTFILE FOR EVERY SECTION MEETING THAT DAY (SEE
000170       *      CEXM964'S SE-MEET-DAYS) WHOSE INSTRUCTOR'S INSTFILE
000180       *      EMPLOYEE NUMBER IS ON LEAVE, AND ASSIGNS THE LEAST-LOADED
000190       *      AVAILABLE SUBSTITUTE QUALIFIED IN THE COURSE'S CRSFILE
000200       *      SUBJECT AREA WHO IS NOT ALREADY COVERING THAT MEETING
000210       *      SLOT AND STAYS WITHIN CEXM948'S 16-HOUR DAY
000220       *  COVRPT CARRIES A COVERAGE SHEET PER SUBSTITUTE AND THE LIST OF
000230       *  SECTIONS LEFT UNCOVERED. EACH SUBSTITUTE'S HOURS (HRS= PER
000240       *  SECTION) ARE POSTED TO THE DAY'S SLOT OF THEIR SUBCARD WEEKLY
000250       *  TIMECARD (MONDAY TO SUNDAY, WEEK ENDING SUNDAY) - A RERUN OF
000260       *  THE SAME DAY REPLACES THAT DAY'S HOURS - AND THE WEEK'S CARDS
000270       *  ARE UNLOADED TO SUBTIME IN CEXM948'S TIMEIN LAYOUT FOR THE
000280       *  WEEKLY TIMECARD RUN. ANY UNCOVERED SECTION LEAVES RETURN
000290       *  CODE 4.
000300       *  SYSIN: DATE= (YYYYMMDD, DEFAULT THE RUN DATE), THEN HRS=
000310       *  (HOURS CREDITED PER SECTION COVERED, 1-8, DEFAULT 2).
000320       * SUBPOOL : JEBA02.EMY.COBOL.SUBPOOL (INDEXED ON EMP NUMBER)
000330       * LEAVPOST: JEBA02.EMY.COBOL.LEAVPOST (LEAVE-TAKEN HISTORY)
000340       * SECTFILE: JEBA02.EMY.COBOL.SECTFILE (INDEXED ON COURSE+SECT)
000350       * INSTFILE: JEBA02.EMY.COBOL.INSTFILE (INDEXED ON INSTR NO)
000360       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000370       * SUBCARD : JEBA02.EMY.COBOL.SUBCARD (INDEXED ON EMP+WEEK)
000380       * SUBTIME : JEBA02.EMY.COBOL.SUBTIME (TIMEIN LAYOUT)
000390       * COVRPT  : JEBA02.EMY.COBOL.COVRPT
000400       * EMPMAST : VIA SPGM0704 (INDEXED ON EMP NUMBER)
000410       * ----------------------------------------------------------------
000420       * PRJ NO    NAME     DATE          MAINT DESC.
000430       * ----------------------------------------------------------------
000440       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000450       ******************************************************************
000460        ENVIRONMENT DIVISION.
000470        INPUT-OUTPUT SECTION.
000480        FILE-CONTROL.
000490            SELECT POOL-FILE
000500                ASSIGN TO SUBPOOL
000510                ORGANIZATION IS INDEXED
000520                ACCESS MODE IS SEQUENTIAL
000530                RECORD KEY IS SP-EMP-NUM
000540                FILE STATUS IS WS-POOL-FS.
000550            SELECT POST-FILE
000560                ASSIGN TO LEAVPOST
000570                ORGANIZATION IS SEQUENTIAL
000580                ACCESS MODE IS SEQUENTIAL
000590                FILE STATUS IS WS-POST-FS.
000600            SELECT SECT-FILE
000610                ASSIGN TO SECTFILE
000620                ORGANIZATION IS INDEXED
000630                ACCESS MODE IS SEQUENTIAL
000640                RECORD KEY IS SE-SECT-KEY
000650                FILE STATUS IS WS-SECT-FS.
000660            SELECT INST-FILE
000670                ASSIGN TO INSTFILE
000680                ORGANIZATION IS INDEXED
000690                ACCESS MODE IS RANDOM
000700                RECORD KEY IS IN-INSTR-NO
000710                FILE STATUS IS WS-INST-FS.
000720            SELECT CRS-FILE
000730                ASSIGN TO CRSFILE
000740                ORGANIZATION IS INDEXED
000750                ACCESS MODE IS RANDOM
000760                RECORD KEY IS CS-COURSE-CODE
000770                FILE STATUS IS WS-CRS-FS.
000780            SELECT CARD-FILE
000790                ASSIGN TO SUBCARD
000800                ORGANIZATION IS INDEXED
000810                ACCESS MODE IS DYNAMIC
000820                RECORD KEY IS SC-CARD-KEY
000830                FILE STATUS IS WS-CARD-FS.
000840            SELECT TIME-OUT-FILE
000850                ASSIGN TO SUBTIME
000860                ORGANIZATION IS SEQUENTIAL
000870                ACCESS MODE IS SEQUENTIAL
000880                FILE STATUS IS WS-TIME-OUT-FS.
000890            SELECT REPORT-FILE
000900                ASSIGN TO COVRPT
000910                ORGANIZATION IS SEQUENTIAL
000920                ACCESS MODE IS SEQUENTIAL
000930                FILE STATUS IS WS-REPORT-FS.
000940        DATA DIVISION.
000950        FILE SECTION.
000960        FD  POOL-FILE.
000970        01  SP-POOL-REC.
000980            05  SP-EMP-NUM                PIC X(03).
000990            05  SP-AVAIL-FROM             PIC 9(08).
001000            05  SP-AVAIL-TO               PIC 9(08).
001010            05  SP-AVAIL-DAYS             PIC X(07).
001020            05  SP-SUBJ-AREA              PIC X(04) OCCURS 6 TIMES.
001030            05  FILLER                    PIC X(30).
001040        FD  POST-FILE.
001050        01  LP-POST-REC.
001060            05  LP-EMP-NO                 PIC X(04).
001070            05  LP-DAYS                   PIC 9(02)V9(01).
001080            05  LP-LEAVE-DATE             PIC X(08).
001090            05  LP-POST-DATE              PIC X(08).
001100            05  FILLER                    PIC X(57).
001110        FD  SECT-FILE.
001120        01  SE-SECT-REC.
001130            05  SE-SECT-KEY.
001140                10  SE-COURSE-CODE        PIC X(06).
001150                10  SE-SECT-NO            PIC 9(02).
001160            05  SE-SEAT-CAP               PIC 9(03).
001170            05  SE-SEATS-USED             PIC 9(03).
001180            05  SE-MEET-SLOT              PIC X(10).
001190            05  SE-INSTR-NO               PIC 9(05).
001200            05  SE-ROOM-CODE              PIC X(06).
001210            05  SE-MEET-DAYS              PIC X(07).
001220            05  FILLER                    PIC X(38).
001230        FD  INST-FILE.
001240        01  IN-INST-REC.
001250            05  IN-INSTR-NO               PIC 9(05).
001260            05  IN-INSTR-NAME             PIC X(30).
001270            05  IN-DEPTNO                 PIC 9(02).
001280            05  IN-EMP-NUM                PIC X(03).
001290            05  FILLER                    PIC X(40).
001300        FD  CRS-FILE.
001310        01  CS-CRS-REC.
001320            05  CS-COURSE-CODE            PIC X(06).
001330            05  CS-COURSE-TITLE           PIC X(30).
001340            05  CS-CREDIT-HOURS           PIC 9(02).
001350            05  CS-FEE-CODE               PIC X(04).
001360            05  CS-SUBJ-AREA              PIC X(04).
001370            05  FILLER                    PIC X(34).
001380        FD  CARD-FILE.
001390        01  SC-CARD-REC.
001400            05  SC-CARD-KEY.
001410                10  SC-EMP-NUM            PIC X(03).
001420                10  SC-WEEK-ENDING        PIC X(08).
001430            05  SC-DAY-HOURS              PIC 9(02)
001440                                          OCCURS 7 TIMES.
001450            05  FILLER                    PIC X(55).
001460        FD  TIME-OUT-FILE.
001470        01  TO-TIME-REC.
001480            05  TO-EMP-NUM                PIC X(03).
001490            05  TO-WEEK-ENDING            PIC X(08).
001500            05  TO-DAY-HOURS              PIC 9(02)
001510                                          OCCURS 7 TIMES.
001520            05  FILLER                    PIC X(55).
001530        FD  REPORT-FILE.
001540        01  RS-REPORT-REC                 PIC X(80).
001550        WORKING-STORAGE SECTION.
001560        01  WS-POOL-FS                    PIC X(02).
001570        01  WS-POST-FS                    PIC X(02).
001580        01  WS-SECT-FS                    PIC X(02).
001590        01  WS-INST-FS                    PIC X(02).
001600        01  WS-CRS-FS                     PIC X(02).
001610        01  WS-CARD-FS                    PIC X(02).
001620        01  WS-TIME-OUT-FS                PIC X(02).
001630        01  WS-REPORT-FS                  PIC X(02).
001640        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001650        01  WS-POOL-EOF                   PIC X(03) VALUE "NO".
001660        01  WS-POST-EOF                   PIC X(03) VALUE "NO".
001670        01  WS-SECT-EOF                   PIC X(03) VALUE "NO".
001680        01  WS-CARD-EOF                   PIC X(03) VALUE "NO".
001690        01  WS-PARM-CARD                  PIC X(80).
001700        01  WS-CURRENT-DATE-DATA          PIC X(20).
001710       * THE RUN DATE, ITS WEEKDAY (1=MONDAY .. 7=SUNDAY) AND THE
001720       * SUNDAY ENDING ITS TIMECARD WEEK.
001730        01  WS-RUN-DATE                   PIC 9(08).
001740        01  WS-RUN-DOW                    PIC 9(01).
001750        01  WS-WEEK-END                   PIC 9(08).
001760        01  WS-WEEK-END-R REDEFINES WS-WEEK-END.
001770            05  WS-WE-YYYY                PIC 9(04).
001780            05  WS-WE-MM                  PIC 9(02).
001790            05  WS-WE-DD                  PIC 9(02).
001800        01  WS-DAYS-TO-END                PIC 9(01).
001810        01  WS-SECT-HOURS                 PIC 9(02).
001820       * LEAVE-SPAN WORK FIELDS.
001830        01  WS-LEAVE-DATE                 PIC 9(08).
001840        01  WS-LEAVE-DOW                  PIC 9(01).
001850        01  WS-LEAVE-SPAN                 PIC 9(03).
001860        01  WS-DAYS-APART                 PIC S9(09).
001870        01  WS-WEEKS                      PIC 9(07).
001880        01  WS-REM-DAYS                   PIC 9(01).
001890        01  WS-WEEKDAYS                   PIC 9(07).
001900        01  WS-K                          PIC 9(01).
001910        01  WS-K-DOW                      PIC 9(02).
001920        01  WS-ON-LEAVE                   PIC X(03).
001930       * SECTION AND SUBSTITUTE MATCHING WORK FIELDS.
001940        01  WS-MEETS-TODAY                PIC X(03).
001950        01  WS-REASON                     PIC X(24).
001960        01  WS-SUBJ-SUB                   PIC 9(01).
001970        01  WS-SUBJ-OK                    PIC X(03).
001980        01  WS-SLOT-CLASH                 PIC X(03).
001990        01  WS-BEST-SB                    PIC 9(03).
002000        01  WS-CV-SUB                     PIC 9(03).
002010       * COUNTS.
002020        01  WS-POOL-AVAIL                 PIC 9(06) VALUE 0.
002030        01  WS-POST-READ                  PIC 9(06) VALUE 0.
002040        01  WS-NEED-COUNT                 PIC 9(06) VALUE 0.
002050        01  WS-COVERED-COUNT              PIC 9(06) VALUE 0.
002060        01  WS-UNCOVERED-COUNT            PIC 9(06) VALUE 0.
002070        01  WS-SUBS-USED                  PIC 9(06) VALUE 0.
002080        01  WS-CARDS-OUT                  PIC 9(06) VALUE 0.
002090       * SUBSTITUTES AVAILABLE ON THE RUN DATE.
002100        01  WS-SB-COUNT                   PIC 9(03) VALUE 0.
002110        01  WS-SB-TABLE.
002120            05  WS-SB-ENTRY               OCCURS 200 TIMES.
002130                10  WS-SB-EMP-NUM         PIC X(03).
002140                10  WS-SB-NAME            PIC X(20).
002150                10  WS-SB-SUBJ            PIC X(04) OCCURS 6 TIMES.
002160                10  WS-SB-HOURS           PIC 9(02).
002170                10  WS-SB-SECTS           PIC 9(02).
002180        01  WS-SB-SUB                     PIC 9(03).
002190       * EMPMAST NUMBERS ON LEAVE ON THE RUN DATE, CEXM966-STYLE
002200       * SEARCH TABLE.
002210        01  WS-OUT-COUNT                  PIC 9(03) VALUE 0.
002220        01  WS-OUT-TABLE.
002230            05  WS-OUT-ENTRY              OCCURS 1 TO 300 TIMES
002240                                          DEPENDING ON WS-OUT-COUNT
002250                                          INDEXED BY OUT-IDX.
002260                10  WS-OUT-EMP-NUM        PIC X(03).
002270       * THE DAY'S COVERAGE - ONE ENTRY PER SECTION NEEDING COVER. A
002280       * ZERO SUBSTITUTE SUBSCRIPT MEANS UNCOVERED.
002290        01  WS-CV-COUNT                   PIC 9(03) VALUE 0.
002300        01  WS-CV-TABLE.
002310            05  WS-CV-ENTRY               OCCURS 500 TIMES.
002320                10  WS-CV-SB              PIC 9(03).
002330                10  WS-CV-SLOT            PIC X(10).
002340                10  WS-CV-COURSE          PIC X(06).
002350                10  WS-CV-SECT            PIC 9(02).
002360                10  WS-CV-ROOM            PIC X(06).
002370                10  WS-CV-SUBJ            PIC X(04).
002380                10  WS-CV-INSTR           PIC 9(05).
002390                10  WS-CV-NAME            PIC X(25).
002400                10  WS-CV-REASON          PIC X(24).
002410       * REPORT LINES.
002420        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002430        01  WS-RPT-TITLE.
002440            05 FILLER                     PIC X(24)
002450               VALUE "SUBSTITUTE COVERAGE FOR ".
002460            05 WS-RT-DATE                 PIC 9(08).
002470            05 FILLER                     PIC X(15)
002480               VALUE "  WEEK ENDING ".
002490            05 WS-RT-WEEK-END             PIC 9(08).
002500            05 FILLER                     PIC X(25) VALUE SPACES.
002510        01  WS-SHEET-HEAD.
002520            05 FILLER                     PIC X(29)
002530               VALUE "COVERAGE SHEET - SUBSTITUTE ".
002540            05 WS-SH-EMP-NUM              PIC X(03).
002550            05 FILLER                     PIC X(02) VALUE SPACES.
002560            05 WS-SH-NAME                 PIC X(20).
002570            05 FILLER                     PIC X(26) VALUE SPACES.
002580        01  WS-SHEET-COLUMNS              PIC X(80) VALUE
002590            "SLOT       COURSE SC ROOM   SUBJ FOR INSTRUCTOR
002600       -    "    HRS".
002610        01  WS-SHEET-LINE.
002620            05 WS-SL-SLOT                 PIC X(10).
002630            05 FILLER                     PIC X(01) VALUE SPACE.
002640            05 WS-SL-COURSE               PIC X(06).
002650            05 FILLER                     PIC X(01) VALUE SPACE.
002660            05 WS-SL-SECT                 PIC 9(02).
002670            05 FILLER                     PIC X(01) VALUE SPACE.
002680            05 WS-SL-ROOM                 PIC X(06).
002690            05 FILLER                     PIC X(01) VALUE SPACE.
002700            05 WS-SL-SUBJ                 PIC X(04).
002710            05 FILLER                     PIC X(01) VALUE SPACE.
002720            05 WS-SL-INSTR                PIC 9(05).
002730            05 FILLER                     PIC X(01) VALUE SPACE.
002740            05 WS-SL-NAME                 PIC X(25).
002750            05 FILLER                     PIC X(01) VALUE SPACE.
002760            05 WS-SL-HOURS                PIC Z9.
002770            05 FILLER                     PIC X(13) VALUE SPACES.
002780        01  WS-SHEET-TOTAL.
002790            05 FILLER                     PIC X(30)
002800               VALUE "SECTIONS COVERED / HOURS     :".
002810            05 WS-ST-SECTS                PIC Z9.
002820            05 FILLER                     PIC X(03) VALUE " / ".
002830            05 WS-ST-HOURS                PIC Z9.
002840            05 FILLER                     PIC X(43) VALUE SPACES.
002850        01  WS-UNCOV-TITLE                PIC X(80) VALUE
002860            "SECTIONS LEFT UNCOVERED:".
002870        01  WS-UNCOV-COLUMNS              PIC X(80) VALUE
002880            "SLOT       COURSE SC ROOM   SUBJ INSTR NAME            REAS
002890       -    "ON".
002900        01  WS-UNCOV-LINE.
002910            05 WS-UL-SLOT                 PIC X(10).
002920            05 FILLER                     PIC X(01) VALUE SPACE.
002930            05 WS-UL-COURSE               PIC X(06).
002940            05 FILLER                     PIC X(01) VALUE SPACE.
002950            05 WS-UL-SECT                 PIC 9(02).
002960            05 FILLER                     PIC X(01) VALUE SPACE.
002970            05 WS-UL-ROOM                 PIC X(06).
002980            05 FILLER                     PIC X(01) VALUE SPACE.
002990            05 WS-UL-SUBJ                 PIC X(04).
003000            05 FILLER                     PIC X(01) VALUE SPACE.
003010            05 WS-UL-INSTR                PIC 9(05).
003020            05 FILLER                     PIC X(01) VALUE SPACE.
003030            05 WS-UL-NAME                 PIC X(15).
003040            05 FILLER                     PIC X(01) VALUE SPACE.
003050            05 WS-UL-REASON               PIC X(24).
003060        01  WS-NONE-LINE                  PIC X(80) VALUE
003070            "    (NONE)".
003080        01  WS-TOTAL-LINE.
003090            05 WS-TT-LABEL                PIC X(40).
003100            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
003110            05 FILLER                     PIC X(33) VALUE SPACES.
003120        COPY SPGM0704L.
003130        COPY SPGM0905L.
003140        COPY SPGM0906L.
003150        COPY SPGMABNL.
003160        PROCEDURE DIVISION.
003170       ******************************************************************
003180       * MAIN PROGRAM FLOW.
003190       ******************************************************************
003200        00000-MAIN-PARA.
003210            PERFORM 05000-ACCEPT-PARA.
003220            IF  WS-ERROR-FLAG              NOT = "YES"
003230                PERFORM 10000-INITIALIZE-PARA
003240            END-IF.
003250            IF  WS-ERROR-FLAG              NOT = "YES"
003260                PERFORM 12000-LOAD-POOL-PARA
003270                    UNTIL WS-POOL-EOF      = "YES"
003280                PERFORM 14000-LOAD-LEAVE-PARA
003290                    UNTIL WS-POST-EOF      = "YES"
003300                PERFORM 20000-SECTION-PARA
003310                    UNTIL WS-SECT-EOF      = "YES"
003320                PERFORM 24000-PRINT-SHEET-PARA
003330                    VARYING WS-SB-SUB FROM 1 BY 1
003340                    UNTIL WS-SB-SUB        > WS-SB-COUNT
003350                PERFORM 25000-PRINT-UNCOVERED-PARA
003360                PERFORM 26000-CLEAR-DAY-PARA
003370                    UNTIL WS-CARD-EOF      = "YES"
003380                    OR    WS-ERROR-FLAG    = "YES"
003390            END-IF.
003400            IF  WS-ERROR-FLAG              NOT = "YES"
003410                PERFORM 26500-POST-CARD-PARA
003420                    VARYING WS-SB-SUB FROM 1 BY 1
003430                    UNTIL WS-SB-SUB        > WS-SB-COUNT
003440                    OR    WS-ERROR-FLAG    = "YES"
003450            END-IF.
003460            IF  WS-ERROR-FLAG              NOT = "YES"
003470                PERFORM 27000-START-UNLOAD-PARA
003480                PERFORM 27100-UNLOAD-CARD-PARA
003490                    UNTIL WS-CARD-EOF      = "YES"
003500                PERFORM 28000-TOTALS-PARA
003510            END-IF.
003520            PERFORM 30000-CLOSE-PARA.
003530            STOP RUN.
003540       ******************************************************************
003550       * ACCEPT THE DATE= AND HRS= CARDS, THEN FIND THE RUN DATE'S
003560       * WEEKDAY AND THE SUNDAY ENDING ITS WEEK.
003570       ******************************************************************
003580        05000-ACCEPT-PARA.
003590            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003600            MOVE SPACES                    TO WS-PARM-CARD.
003610            ACCEPT WS-PARM-CARD.
003620            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003630            MOVE "DATE"                    TO LK-PA-KEYWORD.
003640            SET LK-PA-NUMERIC              TO TRUE.
003650            MOVE 19000101                  TO LK-PA-MIN-VALUE.
003660            MOVE 20991231                  TO LK-PA-MAX-VALUE.
003670            MOVE WS-CURRENT-DATE-DATA(1:8) TO LK-PA-DEFAULT.
003680            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003690            IF  LK-PA-BAD
003700                DISPLAY "BAD DATE= CARD - RUN REFUSED."
003710                MOVE 16                    TO RETURN-CODE
003720                MOVE "YES"                 TO WS-ERROR-FLAG
003730            ELSE
003740                MOVE LK-PA-NUM-VALUE       TO WS-RUN-DATE
003750            END-IF.
003760            MOVE SPACES                    TO WS-PARM-CARD.
003770            ACCEPT WS-PARM-CARD.
003780            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003790            MOVE "HRS"                     TO LK-PA-KEYWORD.
003800            SET LK-PA-NUMERIC              TO TRUE.
003810            MOVE 1                         TO LK-PA-MIN-VALUE.
003820            MOVE 8                         TO LK-PA-MAX-VALUE.
003830            MOVE "2"                       TO LK-PA-DEFAULT.
003840            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003850            IF  LK-PA-BAD
003860                DISPLAY "BAD HRS= CARD - RUN REFUSED."
003870                MOVE 16                    TO RETURN-CODE
003880                MOVE "YES"                 TO WS-ERROR-FLAG
003890            ELSE
003900                MOVE LK-PA-NUM-VALUE       TO WS-SECT-HOURS
003910            END-IF.
003920            IF  WS-ERROR-FLAG              NOT = "YES"
003930                SET LK-DT-DAY-OF-WEEK      TO TRUE
003940                MOVE WS-RUN-DATE           TO LK-DT-DATE-1
003950                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
003960                IF  LK-DT-BAD
003970                    DISPLAY "DATE= IS NOT A REAL DATE - RUN REFUSED."
003980                    MOVE 16                TO RETURN-CODE
003990                    MOVE "YES"             TO WS-ERROR-FLAG
004000                ELSE
004010                    MOVE LK-DT-DOW         TO WS-RUN-DOW
004020                    MOVE WS-RUN-DATE       TO WS-WEEK-END
004030                    COMPUTE WS-DAYS-TO-END = 7 - WS-RUN-DOW
004040                    PERFORM 06000-NEXT-DAY-PARA
004050                        WS-DAYS-TO-END TIMES
004060                END-IF
004070            END-IF.
004080       ******************************************************************
004090       * STEP WS-WEEK-END ON ONE CALENDAR DAY, ROLLING THE MONTH WHEN
004100       * SPGM0906 SAYS THE DAY HAS RUN OFF ITS END.
004110       ******************************************************************
004120        06000-NEXT-DAY-PARA.
004130            ADD 1                          TO WS-WE-DD.
004140            SET LK-DT-VALIDATE             TO TRUE.
004150            MOVE WS-WEEK-END               TO LK-DT-DATE-1.
004160            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
004170            IF  LK-DT-BAD
004180                MOVE 1                     TO WS-WE-DD
004190                ADD 1                      TO WS-WE-MM
004200                IF  WS-WE-MM               > 12
004210                    MOVE 1                 TO WS-WE-MM
004220                    ADD 1                  TO WS-WE-YYYY
004230                END-IF
004240            END-IF.
004250       ******************************************************************
004260       * OPEN ALL FILES AND HEAD THE REPORT. NO LEAVPOST YET MEANS NO
004270       * LEAVE HAS EVER BEEN POSTED; SUBCARD IS CREATED ON FIRST USE.
004280       ******************************************************************
004290        10000-INITIALIZE-PARA.
004300            OPEN INPUT POOL-FILE.
004310            IF WS-POOL-FS                  NOT = "00"
004320               DISPLAY "SUBPOOL ACCESS ERROR."
004330               MOVE "CEXM1080"            TO LK-PGM-ID
004340               MOVE "SUBPOOL"             TO LK-FILE-ID
004350               MOVE WS-POOL-FS            TO LK-FILE-STATUS
004360               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004370               IF  LK-ABEND-YES
004380                   MOVE 16                TO RETURN-CODE
004390                   MOVE "YES"             TO WS-ERROR-FLAG
004400               END-IF
004410            END-IF.
004420            OPEN INPUT POST-FILE.
004430            IF WS-POST-FS                  = "35"
004440               MOVE "YES"                 TO WS-POST-EOF
004450            ELSE
004460               IF WS-POST-FS               NOT = "00"
004470                  DISPLAY "LEAVPOST ACCESS ERROR."
004480                  MOVE "CEXM1080"         TO LK-PGM-ID
004490                  MOVE "LEAVPOST"         TO LK-FILE-ID
004500                  MOVE WS-POST-FS         TO LK-FILE-STATUS
004510                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
004520                  IF  LK-ABEND-YES
004530                      MOVE 16             TO RETURN-CODE
004540                      MOVE "YES"          TO WS-ERROR-FLAG
004550                  END-IF
004560               END-IF
004570            END-IF.
004580            OPEN INPUT SECT-FILE.
004590            IF WS-SECT-FS                  NOT = "00"
004600               DISPLAY "SECTFILE ACCESS ERROR."
004610               MOVE "CEXM1080"            TO LK-PGM-ID
004620               MOVE "SECTFILE"            TO LK-FILE-ID
004630               MOVE WS-SECT-FS            TO LK-FILE-STATUS
004640               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004650               IF  LK-ABEND-YES
004660                   MOVE 16                TO RETURN-CODE
004670                   MOVE "YES"             TO WS-ERROR-FLAG
004680               END-IF
004690            END-IF.
004700            OPEN INPUT INST-FILE.
004710            IF WS-INST-FS                  NOT = "00"
004720               DISPLAY "INSTFILE ACCESS ERROR."
004730               MOVE "CEXM1080"            TO LK-PGM-ID
004740               MOVE "INSTFILE"            TO LK-FILE-ID
004750               MOVE WS-INST-FS            TO LK-FILE-STATUS
004760               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004770               IF  LK-ABEND-YES
004780                   MOVE 16                TO RETURN-CODE
004790                   MOVE "YES"             TO WS-ERROR-FLAG
004800               END-IF
004810            END-IF.
004820            OPEN INPUT CRS-FILE.
004830            IF WS-CRS-FS                   NOT = "00"
004840               DISPLAY "CRSFILE ACCESS ERROR."
004850               MOVE "CEXM1080"            TO LK-PGM-ID
004860               MOVE "CRSFILE"             TO LK-FILE-ID
004870               MOVE WS-CRS-FS             TO LK-FILE-STATUS
004880               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004890               IF  LK-ABEND-YES
004900                   MOVE 16                TO RETURN-CODE
004910                   MOVE "YES"             TO WS-ERROR-FLAG
004920               END-IF
004930            END-IF.
004940            OPEN I-O CARD-FILE.
004950            IF WS-CARD-FS                  = "35"
004960               OPEN OUTPUT CARD-FILE
004970               CLOSE CARD-FILE
004980               OPEN I-O CARD-FILE
004990            END-IF.
005000            IF WS-CARD-FS                  NOT = "00"
005010               DISPLAY "SUBCARD ACCESS ERROR."
005020               MOVE "CEXM1080"            TO LK-PGM-ID
005030               MOVE "SUBCARD"             TO LK-FILE-ID
005040               MOVE WS-CARD-FS            TO LK-FILE-STATUS
005050               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005060               IF  LK-ABEND-YES
005070                   MOVE 16                TO RETURN-CODE
005080                   MOVE "YES"             TO WS-ERROR-FLAG
005090               END-IF
005100            END-IF.
005110            OPEN OUTPUT TIME-OUT-FILE.
005120            IF WS-TIME-OUT-FS              NOT = "00"
005130               DISPLAY "SUBTIME ACCESS ERROR."
005140               MOVE "CEXM1080"            TO LK-PGM-ID
005150               MOVE "SUBTIME"             TO LK-FILE-ID
005160               MOVE WS-TIME-OUT-FS        TO LK-FILE-STATUS
005170               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005180               IF  LK-ABEND-YES
005190                   MOVE 16                TO RETURN-CODE
005200                   MOVE "YES"             TO WS-ERROR-FLAG
005210               END-IF
005220            END-IF.
005230            OPEN OUTPUT REPORT-FILE.
005240            IF WS-REPORT-FS                NOT = "00"
005250               DISPLAY "COVRPT ACCESS ERROR."
005260               MOVE "CEXM1080"            TO LK-PGM-ID
005270               MOVE "COVRPT"              TO LK-FILE-ID
005280               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
005290               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005300               IF  LK-ABEND-YES
005310                   MOVE 16                TO RETURN-CODE
005320                   MOVE "YES"             TO WS-ERROR-FLAG
005330               END-IF
005340            ELSE
005350               MOVE WS-RUN-DATE           TO WS-RT-DATE
005360               MOVE WS-WEEK-END           TO WS-RT-WEEK-END
005370               MOVE WS-HEADER1            TO RS-REPORT-REC
005380               WRITE RS-REPORT-REC
005390               MOVE WS-RPT-TITLE          TO RS-REPORT-REC
005400               WRITE RS-REPORT-REC
005410               MOVE WS-HEADER1            TO RS-REPORT-REC
005420               WRITE RS-REPORT-REC
005430            END-IF.
005440       ******************************************************************
005450       * LOAD ONE SUBPOOL RECORD IF THE SUBSTITUTE IS AVAILABLE ON THE
005460       * RUN DATE - WITHIN THE FROM/TO DATES AND ON ONE OF THEIR
005470       * WEEKDAYS (BLANK MEANS MONDAY TO FRIDAY) - AND STILL ON EMPMAST.
005480       ******************************************************************
005490        12000-LOAD-POOL-PARA.
005500            READ POOL-FILE
005510            AT END
005520                MOVE "YES"                 TO WS-POOL-EOF
005530            NOT AT END
005540                IF  SP-AVAIL-FROM          <= WS-RUN-DATE
005550                    AND SP-AVAIL-TO        >= WS-RUN-DATE
005560                    AND ((SP-AVAIL-DAYS    = SPACES
005570                      AND WS-RUN-DOW       <= 5)
005580                     OR  SP-AVAIL-DAYS(WS-RUN-DOW:1) = "Y")
005590                    PERFORM 12100-ADD-SUB-PARA
005600                END-IF
005610            END-READ.
005620        12100-ADD-SUB-PARA.
005630            MOVE SP-EMP-NUM                TO LK-EMP-NUM.
005640            CALL 'SPGM0704'                USING LK-EMPLOOKUP-PARMS.
005650            EVALUATE TRUE
005660                WHEN LK-NOT-FOUND
005670                    DISPLAY "SUBSTITUTE " SP-EMP-NUM
005680                        " NOT ON EMPMAST - SKIPPED."
005690                WHEN WS-SB-COUNT           = 200
005700                    DISPLAY "SUBSTITUTE TABLE FULL AT 200 - "
005710                        SP-EMP-NUM " NOT LOADED."
005720                WHEN OTHER
005730                    ADD 1                  TO WS-SB-COUNT
005740                    ADD 1                  TO WS-POOL-AVAIL
005750                    MOVE SP-EMP-NUM        TO WS-SB-EMP-NUM(WS-SB-COUNT)
005760                    MOVE LK-EMP-NAME       TO WS-SB-NAME(WS-SB-COUNT)
005770                    MOVE 0                 TO WS-SB-HOURS(WS-SB-COUNT)
005780                    MOVE 0                 TO WS-SB-SECTS(WS-SB-COUNT)
005790                    PERFORM 12200-ADD-SUBJ-PARA
005800                        VARYING WS-SUBJ-SUB FROM 1 BY 1
005810                        UNTIL WS-SUBJ-SUB  > 6
005820            END-EVALUATE.
005830        12200-ADD-SUBJ-PARA.
005840            MOVE SP-SUBJ-AREA(WS-SUBJ-SUB)
005850                TO WS-SB-SUBJ(WS-SB-COUNT, WS-SUBJ-SUB).
005860       ******************************************************************
005870       * ONE LEAVPOST RECORD: IS THE EMPLOYEE STILL ON THIS LEAVE ON THE
005880       * RUN DATE? THE LEAVE RUNS ITS DAYS (ROUNDED UP) IN WORKING DAYS
005890       * FROM THE LEAVE DATE.
005900       ******************************************************************
005910        14000-LOAD-LEAVE-PARA.
005920            READ POST-FILE
005930            AT END
005940                MOVE "YES"                 TO WS-POST-EOF
005950            NOT AT END
005960                ADD 1                      TO WS-POST-READ
005970                IF  LP-LEAVE-DATE          IS NUMERIC
005980                    AND LP-DAYS            IS NUMERIC
005990                    MOVE LP-LEAVE-DATE     TO WS-LEAVE-DATE
006000                    IF  WS-LEAVE-DATE      <= WS-RUN-DATE
006010                        PERFORM 14100-CHECK-SPAN-PARA
006020                    END-IF
006030                END-IF
006040            END-READ.
006050        14100-CHECK-SPAN-PARA.
006060            MOVE "NO"                      TO WS-ON-LEAVE.
006070            COMPUTE WS-LEAVE-SPAN = LP-DAYS + 0.9.
006080            SET LK-DT-DIFF-DAYS            TO TRUE.
006090            MOVE WS-RUN-DATE               TO LK-DT-DATE-1.
006100            MOVE WS-LEAVE-DATE             TO LK-DT-DATE-2.
006110            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
006120            IF  LK-DT-OK
006130                MOVE LK-DT-RESULT          TO WS-DAYS-APART
006140                SET LK-DT-DAY-OF-WEEK      TO TRUE
006150                MOVE WS-LEAVE-DATE         TO LK-DT-DATE-1
006160                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
006170                MOVE LK-DT-DOW             TO WS-LEAVE-DOW
006180                DIVIDE WS-DAYS-APART BY 7
006190                    GIVING WS-WEEKS REMAINDER WS-REM-DAYS
006200                COMPUTE WS-WEEKDAYS = WS-WEEKS * 5
006210                PERFORM 14200-COUNT-DAY-PARA
006220                    VARYING WS-K FROM 0 BY 1
006230                    UNTIL WS-K             > WS-REM-DAYS
006240       * ON A WEEKDAY THE RUN DATE IS ITSELF ONE OF THE DAYS COUNTED;
006250       * AT A WEEKEND THE LEAVE MUST RUN ON INTO THE NEXT WEEK.
006260                IF  WS-RUN-DOW             <= 5
006270                    IF  WS-WEEKDAYS        <= WS-LEAVE-SPAN
006280                        MOVE "YES"         TO WS-ON-LEAVE
006290                    END-IF
006300                ELSE
006310                    IF  WS-WEEKDAYS        < WS-LEAVE-SPAN
006320                        MOVE "YES"         TO WS-ON-LEAVE
006330                    END-IF
006340                END-IF
006350            END-IF.
006360            IF  WS-ON-LEAVE                = "YES"
006370                PERFORM 14300-ADD-OUT-PARA
006380            END-IF.
006390        14200-COUNT-DAY-PARA.
006400            COMPUTE WS-K-DOW = WS-LEAVE-DOW + WS-K.
006410            IF  WS-K-DOW                   > 7
006420                SUBTRACT 7                 FROM WS-K-DOW
006430            END-IF.
006440            IF  WS-K-DOW                   <= 5
006450                ADD 1                      TO WS-WEEKDAYS
006460            END-IF.
006470       * FILE THE EMPMAST NUMBER (LOW-ORDER THREE DIGITS) ONCE.
006480        14300-ADD-OUT-PARA.
006490            MOVE "NO"                      TO WS-ON-LEAVE.
006500            IF  WS-OUT-COUNT               > 0
006510                SET OUT-IDX                TO 1
006520                SEARCH WS-OUT-ENTRY
006530                    AT END
006540                        CONTINUE
006550                    WHEN WS-OUT-EMP-NUM(OUT-IDX) = LP-EMP-NO(2:3)
006560                        MOVE "YES"         TO WS-ON-LEAVE
006570                END-SEARCH
006580            END-IF.
006590            IF  WS-ON-LEAVE                = "NO"
006600                IF  WS-OUT-COUNT           = 300
006610                    DISPLAY "LEAVE TABLE FULL AT 300 - EMP "
006620                        LP-EMP-NO " NOT LOADED."
006630                ELSE
006640                    ADD 1                  TO WS-OUT-COUNT
006650                    MOVE LP-EMP-NO(2:3)
006660                        TO WS-OUT-EMP-NUM(WS-OUT-COUNT)
006670                END-IF
006680            END-IF.
006690       ******************************************************************
006700       * ONE SECTION: DOES IT MEET TODAY (BLANK SE-MEET-DAYS MEANS
006710       * MONDAY TO FRIDAY) AND IS ITS INSTRUCTOR ON LEAVE?
006720       ******************************************************************
006730        20000-SECTION-PARA.
006740            READ SECT-FILE
006750            AT END
006760                MOVE "YES"                 TO WS-SECT-EOF
006770            NOT AT END
006780                MOVE "NO"                  TO WS-MEETS-TODAY
006790                IF  (SE-MEET-DAYS          = SPACES
006800                     AND WS-RUN-DOW        <= 5)
006810                 OR SE-MEET-DAYS(WS-RUN-DOW:1) = "Y"
006820                    MOVE "YES"             TO WS-MEETS-TODAY
006830                END-IF
006840                IF  WS-MEETS-TODAY         = "YES"
006850                    AND SE-INSTR-NO        IS NUMERIC
006860                    AND SE-INSTR-NO        > 0
006870                    AND WS-OUT-COUNT       > 0
006880                    PERFORM 21000-CHECK-INSTR-PARA
006890                END-IF
006900            END-READ.
006910        21000-CHECK-INSTR-PARA.
006920            MOVE SE-INSTR-NO               TO IN-INSTR-NO.
006930            READ INST-FILE
006940                INVALID KEY
006950                    MOVE SPACES            TO IN-EMP-NUM
006960            END-READ.
006970            IF  IN-EMP-NUM                 NOT = SPACES
006980                SET OUT-IDX                TO 1
006990                SEARCH WS-OUT-ENTRY
007000                    AT END
007010                        CONTINUE
007020                    WHEN WS-OUT-EMP-NUM(OUT-IDX) = IN-EMP-NUM
007030                        PERFORM 22000-COVER-PARA
007040                END-SEARCH
007050            END-IF.
007060       ******************************************************************
007070       * THE SECTION NEEDS COVER: FIND ITS SUBJECT AREA AND THE BEST
007080       * SUBSTITUTE, AND FILE THE OUTCOME IN THE COVERAGE TABLE.
007090       ******************************************************************
007100        22000-COVER-PARA.
007110            ADD 1                          TO WS-NEED-COUNT.
007120            MOVE SPACES                    TO WS-REASON.
007130            MOVE 0                         TO WS-BEST-SB.
007140            MOVE SE-COURSE-CODE            TO CS-COURSE-CODE.
007150            READ CRS-FILE
007160                INVALID KEY
007170                    MOVE SPACES            TO CS-SUBJ-AREA
007180                    MOVE "COURSE NOT ON CRSFILE" TO WS-REASON
007190                NOT INVALID KEY
007200                    IF  CS-SUBJ-AREA       = SPACES
007210                        MOVE "COURSE HAS NO SUBJECT"
007220                                           TO WS-REASON
007230                    ELSE
007240                        PERFORM 23000-TRY-SUB-PARA
007250                            VARYING WS-SB-SUB FROM 1 BY 1
007260                            UNTIL WS-SB-SUB > WS-SB-COUNT
007270                        IF  WS-BEST-SB     = 0
007280                            MOVE "NO QUALIFIED SUB FREE"
007290                                           TO WS-REASON
007300                        END-IF
007310                    END-IF
007320            END-READ.
007330            IF  WS-BEST-SB                 > 0
007340                ADD 1                      TO WS-COVERED-COUNT
007350                ADD WS-SECT-HOURS          TO WS-SB-HOURS(WS-BEST-SB)
007360                ADD 1                      TO WS-SB-SECTS(WS-BEST-SB)
007370            ELSE
007380                ADD 1                      TO WS-UNCOVERED-COUNT
007390            END-IF.
007400            IF  WS-CV-COUNT                = 500
007410                DISPLAY "COVERAGE TABLE FULL AT 500 - "
007420                    SE-COURSE-CODE "/" SE-SECT-NO " NOT LISTED."
007430            ELSE
007440                ADD 1                      TO WS-CV-COUNT
007450                MOVE WS-BEST-SB            TO WS-CV-SB(WS-CV-COUNT)
007460                MOVE SE-MEET-SLOT          TO WS-CV-SLOT(WS-CV-COUNT)
007470                MOVE SE-COURSE-CODE        TO WS-CV-COURSE(WS-CV-COUNT)
007480                MOVE SE-SECT-NO            TO WS-CV-SECT(WS-CV-COUNT)
007490                MOVE SE-ROOM-CODE          TO WS-CV-ROOM(WS-CV-COUNT)
007500                MOVE CS-SUBJ-AREA          TO WS-CV-SUBJ(WS-CV-COUNT)
007510                MOVE SE-INSTR-NO           TO WS-CV-INSTR(WS-CV-COUNT)
007520                MOVE IN-INSTR-NAME         TO WS-CV-NAME(WS-CV-COUNT)
007530                MOVE WS-REASON             TO WS-CV-REASON(WS-CV-COUNT)
007540            END-IF.
007550       ******************************************************************
007560       * CAN THIS SUBSTITUTE TAKE THE SECTION? QUALIFIED IN THE SUBJECT,
007570       * WITHIN THE 16-HOUR DAY, NOT ALREADY IN THE SAME MEETING SLOT,
007580       * AND LESS LOADED THAN THE BEST FOUND SO FAR.
007590       ******************************************************************
007600        23000-TRY-SUB-PARA.
007610            MOVE "NO"                      TO WS-SUBJ-OK.
007620            PERFORM 23100-MATCH-SUBJ-PARA
007630                VARYING WS-SUBJ-SUB FROM 1 BY 1
007640                UNTIL WS-SUBJ-SUB          > 6.
007650            MOVE "NO"                      TO WS-SLOT-CLASH.
007660            IF  SE-MEET-SLOT               NOT = SPACES
007670                PERFORM 23200-CHECK-SLOT-PARA
007680                    VARYING WS-CV-SUB FROM 1 BY 1
007690                    UNTIL WS-CV-SUB        > WS-CV-COUNT
007700            END-IF.
007710            IF  WS-SUBJ-OK                 = "YES"
007720                AND WS-SLOT-CLASH          = "NO"
007730                AND WS-SB-HOURS(WS-SB-SUB) + WS-SECT-HOURS <= 16
007740                IF  WS-BEST-SB             = 0
007750                    MOVE WS-SB-SUB         TO WS-BEST-SB
007760                ELSE
007770                    IF  WS-SB-HOURS(WS-SB-SUB)
007780                                           < WS-SB-HOURS(WS-BEST-SB)
007790                        MOVE WS-SB-SUB     TO WS-BEST-SB
007800                    END-IF
007810                END-IF
007820            END-IF.
007830        23100-MATCH-SUBJ-PARA.
007840            IF  WS-SB-SUBJ(WS-SB-SUB, WS-SUBJ-SUB) = CS-SUBJ-AREA
007850                MOVE "YES"                 TO WS-SUBJ-OK
007860            END-IF.
007870        23200-CHECK-SLOT-PARA.
007880            IF  WS-CV-SB(WS-CV-SUB)        = WS-SB-SUB
007890                AND WS-CV-SLOT(WS-CV-SUB)  = SE-MEET-SLOT
007900                MOVE "YES"                 TO WS-SLOT-CLASH
007910            END-IF.
007920       ******************************************************************
007930       * ONE SUBSTITUTE'S COVERAGE SHEET, IF THEY WERE ASSIGNED ANY.
007940       ******************************************************************
007950        24000-PRINT-SHEET-PARA.
007960            IF  WS-SB-SECTS(WS-SB-SUB)     > 0
007970                ADD 1                      TO WS-SUBS-USED
007980                MOVE WS-SB-EMP-NUM(WS-SB-SUB) TO WS-SH-EMP-NUM
007990                MOVE WS-SB-NAME(WS-SB-SUB) TO WS-SH-NAME
008000                MOVE WS-SHEET-HEAD         TO RS-REPORT-REC
008010                WRITE RS-REPORT-REC
008020                MOVE WS-SHEET-COLUMNS      TO RS-REPORT-REC
008030                WRITE RS-REPORT-REC
008040                PERFORM 24100-SHEET-LINE-PARA
008050                    VARYING WS-CV-SUB FROM 1 BY 1
008060                    UNTIL WS-CV-SUB        > WS-CV-COUNT
008070                MOVE WS-SB-SECTS(WS-SB-SUB) TO WS-ST-SECTS
008080                MOVE WS-SB-HOURS(WS-SB-SUB) TO WS-ST-HOURS
008090                MOVE WS-SHEET-TOTAL        TO RS-REPORT-REC
008100                WRITE RS-REPORT-REC
008110                MOVE WS-HEADER1            TO RS-REPORT-REC
008120                WRITE RS-REPORT-REC
008130            END-IF.
008140        24100-SHEET-LINE-PARA.
008150            IF  WS-CV-SB(WS-CV-SUB)        = WS-SB-SUB
008160                MOVE WS-CV-SLOT(WS-CV-SUB) TO WS-SL-SLOT
008170                MOVE WS-CV-COURSE(WS-CV-SUB) TO WS-SL-COURSE
008180                MOVE WS-CV-SECT(WS-CV-SUB) TO WS-SL-SECT
008190                MOVE WS-CV-ROOM(WS-CV-SUB) TO WS-SL-ROOM
008200                MOVE WS-CV-SUBJ(WS-CV-SUB) TO WS-SL-SUBJ
008210                MOVE WS-CV-INSTR(WS-CV-SUB) TO WS-SL-INSTR
008220                MOVE WS-CV-NAME(WS-CV-SUB) TO WS-SL-NAME
008230                MOVE WS-SECT-HOURS         TO WS-SL-HOURS
008240                MOVE WS-SHEET-LINE         TO RS-REPORT-REC
008250                WRITE RS-REPORT-REC
008260            END-IF.
008270       ******************************************************************
008280       * THE SECTIONS NO SUBSTITUTE COULD TAKE.
008290       ******************************************************************
008300        25000-PRINT-UNCOVERED-PARA.
008310            MOVE WS-UNCOV-TITLE            TO RS-REPORT-REC.
008320            WRITE RS-REPORT-REC.
008330            MOVE WS-UNCOV-COLUMNS          TO RS-REPORT-REC.
008340            WRITE RS-REPORT-REC.
008350            IF  WS-UNCOVERED-COUNT         = 0
008360                MOVE WS-NONE-LINE          TO RS-REPORT-REC
008370                WRITE RS-REPORT-REC
008380            ELSE
008390                PERFORM 25100-UNCOVERED-LINE-PARA
008400                    VARYING WS-CV-SUB FROM 1 BY 1
008410                    UNTIL WS-CV-SUB        > WS-CV-COUNT
008420            END-IF.
008430        25100-UNCOVERED-LINE-PARA.
008440            IF  WS-CV-SB(WS-CV-SUB)        = 0
008450                MOVE WS-CV-SLOT(WS-CV-SUB) TO WS-UL-SLOT
008460                MOVE WS-CV-COURSE(WS-CV-SUB) TO WS-UL-COURSE
008470                MOVE WS-CV-SECT(WS-CV-SUB) TO WS-UL-SECT
008480                MOVE WS-CV-ROOM(WS-CV-SUB) TO WS-UL-ROOM
008490                MOVE WS-CV-SUBJ(WS-CV-SUB) TO WS-UL-SUBJ
008500                MOVE WS-CV-INSTR(WS-CV-SUB) TO WS-UL-INSTR
008510                MOVE WS-CV-NAME(WS-CV-SUB) TO WS-UL-NAME
008520                MOVE WS-CV-REASON(WS-CV-SUB) TO WS-UL-REASON
008530                MOVE WS-UNCOV-LINE         TO RS-REPORT-REC
008540                WRITE RS-REPORT-REC
008550            END-IF.
008560       ******************************************************************
008570       * CLEAR THE RUN DATE'S HOURS FROM EVERY CARD OF THE WEEK SO A
008580       * RERUN OF THE SAME DAY REPLACES RATHER THAN ADDS.
008590       ******************************************************************
008600        26000-CLEAR-DAY-PARA.
008610            READ CARD-FILE NEXT RECORD
008620            AT END
008630                MOVE "YES"                 TO WS-CARD-EOF
008640            NOT AT END
008650                IF  SC-WEEK-ENDING         = WS-WEEK-END
008660                    AND SC-DAY-HOURS(WS-RUN-DOW) > 0
008670                    MOVE 0                 TO SC-DAY-HOURS(WS-RUN-DOW)
008680                    REWRITE SC-CARD-REC
008690                    IF  WS-CARD-FS         NOT = "00"
008700                        PERFORM 29000-CARD-IO-ERROR-PARA
008710                    END-IF
008720                END-IF
008730            END-READ.
008740       ******************************************************************
008750       * POST ONE SUBSTITUTE'S HOURS TO THE DAY'S SLOT OF THEIR CARD.
008760       ******************************************************************
008770        26500-POST-CARD-PARA.
008780            IF  WS-SB-HOURS(WS-SB-SUB)     > 0
008790                MOVE WS-SB-EMP-NUM(WS-SB-SUB) TO SC-EMP-NUM
008800                MOVE WS-WEEK-END           TO SC-WEEK-ENDING
008810                READ CARD-FILE
008820                    INVALID KEY
008830                        MOVE SPACES        TO SC-CARD-REC
008840                        MOVE WS-SB-EMP-NUM(WS-SB-SUB) TO SC-EMP-NUM
008850                        MOVE WS-WEEK-END   TO SC-WEEK-ENDING
008860                        PERFORM 26600-ZERO-DAY-PARA
008870                            VARYING WS-K FROM 1 BY 1
008880                            UNTIL WS-K     > 7
008890                        MOVE WS-SB-HOURS(WS-SB-SUB)
008900                                   TO SC-DAY-HOURS(WS-RUN-DOW)
008910                        WRITE SC-CARD-REC
008920                    NOT INVALID KEY
008930                        MOVE WS-SB-HOURS(WS-SB-SUB)
008940                                   TO SC-DAY-HOURS(WS-RUN-DOW)
008950                        REWRITE SC-CARD-REC
008960                END-READ
008970                IF  WS-CARD-FS             NOT = "00"
008980                    PERFORM 29000-CARD-IO-ERROR-PARA
008990                END-IF
009000            END-IF.
009010        26600-ZERO-DAY-PARA.
009020            MOVE 0                         TO SC-DAY-HOURS(WS-K).
009030       ******************************************************************
009040       * UNLOAD THE WEEK'S CARDS TO SUBTIME FOR CEXM948.
009050       ******************************************************************
009060        27000-START-UNLOAD-PARA.
009070            MOVE "NO"                      TO WS-CARD-EOF.
009080            MOVE LOW-VALUES                TO SC-CARD-KEY.
009090            START CARD-FILE KEY IS >= SC-CARD-KEY
009100                INVALID KEY
009110                    MOVE "YES"             TO WS-CARD-EOF
009120            END-START.
009130        27100-UNLOAD-CARD-PARA.
009140            READ CARD-FILE NEXT RECORD
009150            AT END
009160                MOVE "YES"                 TO WS-CARD-EOF
009170            NOT AT END
009180                IF  SC-WEEK-ENDING         = WS-WEEK-END
009190                    MOVE SC-CARD-REC       TO TO-TIME-REC
009200                    WRITE TO-TIME-REC
009210                    ADD 1                  TO WS-CARDS-OUT
009220                END-IF
009230            END-READ.
009240       ******************************************************************
009250       * RUN TOTALS. ANY UNCOVERED SECTION LEAVES RETURN CODE 4.
009260       ******************************************************************
009270        28000-TOTALS-PARA.
009280            MOVE WS-HEADER1                TO RS-REPORT-REC.
009290            WRITE RS-REPORT-REC.
009300            MOVE "SUBSTITUTES AVAILABLE TODAY" TO WS-TT-LABEL.
009310            MOVE WS-POOL-AVAIL             TO WS-TT-COUNT.
009320            PERFORM 28100-TOTAL-LINE-PARA.
009330            MOVE "EMPLOYEES ON LEAVE TODAY" TO WS-TT-LABEL.
009340            MOVE WS-OUT-COUNT              TO WS-TT-COUNT.
009350            PERFORM 28100-TOTAL-LINE-PARA.
009360            MOVE "SECTIONS NEEDING COVER"  TO WS-TT-LABEL.
009370            MOVE WS-NEED-COUNT             TO WS-TT-COUNT.
009380            PERFORM 28100-TOTAL-LINE-PARA.
009390            MOVE "SECTIONS COVERED"        TO WS-TT-LABEL.
009400            MOVE WS-COVERED-COUNT          TO WS-TT-COUNT.
009410            PERFORM 28100-TOTAL-LINE-PARA.
009420            MOVE "SECTIONS UNCOVERED"      TO WS-TT-LABEL.
009430            MOVE WS-UNCOVERED-COUNT        TO WS-TT-COUNT.
009440            PERFORM 28100-TOTAL-LINE-PARA.
009450            MOVE "SUBSTITUTES ASSIGNED"    TO WS-TT-LABEL.
009460            MOVE WS-SUBS-USED              TO WS-TT-COUNT.
009470            PERFORM 28100-TOTAL-LINE-PARA.
009480            MOVE "WEEK TIMECARDS WRITTEN TO SUBTIME" TO WS-TT-LABEL.
009490            MOVE WS-CARDS-OUT              TO WS-TT-COUNT.
009500            PERFORM 28100-TOTAL-LINE-PARA.
009510            IF  WS-UNCOVERED-COUNT         > 0
009520                MOVE 4                     TO RETURN-CODE
009530            END-IF.
009540        28100-TOTAL-LINE-PARA.
009550            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
009560            WRITE RS-REPORT-REC.
009570       ******************************************************************
009580       * A WRITE/REWRITE FAILURE ON SUBCARD GOES THROUGH SPGMABND.
009590       ******************************************************************
009600        29000-CARD-IO-ERROR-PARA.
009610            DISPLAY "SUBCARD UPDATE ERROR - STATUS " WS-CARD-FS
009620                " - KEY " SC-CARD-KEY.
009630            MOVE "CEXM1080"                TO LK-PGM-ID.
009640            MOVE "SUBCARD"                 TO LK-FILE-ID.
009650            MOVE WS-CARD-FS                TO LK-FILE-STATUS.
009660            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
009670            IF  LK-ABEND-YES
009680                MOVE 16                    TO RETURN-CODE
009690                MOVE "YES"                 TO WS-ERROR-FLAG
009700            END-IF.
009710       ******************************************************************
009720       * DISPLAY COUNTS AND CLOSE THE FILES.
009730       ******************************************************************
009740        30000-CLOSE-PARA.
009750            DISPLAY "LEAVPOST RECORDS READ: " WS-POST-READ.
009760            DISPLAY "SECTIONS NEEDING COVER: " WS-NEED-COUNT.
009770            DISPLAY "SECTIONS COVERED     : " WS-COVERED-COUNT.
009780            DISPLAY "SECTIONS UNCOVERED   : " WS-UNCOVERED-COUNT.
009790            DISPLAY "TIMECARDS TO SUBTIME : " WS-CARDS-OUT.
009800            CLOSE POOL-FILE.
009810            IF  WS-POST-FS                 NOT = "35"
009820                CLOSE POST-FILE
009830            END-IF.
009840            CLOSE SECT-FILE.
009850            CLOSE INST-FILE.
009860            CLOSE CRS-FILE.
009870            CLOSE CARD-FILE.
009880            CLOSE TIME-OUT-FILE.
009890            CLOSE REPORT-FILE.
