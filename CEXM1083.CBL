000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1083.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: MAKE-UP DAY REPORT. ONCE CLOSURES ARE TAKEN OUT
000060       *  OF THE SCHOOL YEAR SOMEBODY HAS TO KNOW HOW MANY INSTRUCTIONAL
000070       *  DAYS EACH CAMPUS STILL OWES. FOR THE TERM ON THE SYSIN CARD
000080       *  (KNOWN TO CEXM962'S TERMCTL) THE RUN:
000090       *    - COUNTS THE SCHEDULED DAYS, MONDAY TO FRIDAY, FROM THE
000100       *      TERM'S START DATE TO ITS END DATE, AND HOW MANY OF THEM
000110       *      FALL ON OR BEFORE THE AS-OF DATE
000120       *    - TAKES EACH CAMPUS ON CEXM974'S CAMPFILE AND SUBTRACTS ITS
000130       *      CONFIRMED CLOSURES INSIDE THE TERM FROM THE CLOSFILE
000140       *      CALENDAR (CEXM1081/CEXM1082 ONLY EVER HOLD WEEKDAYS);
000150       *      PROPOSALS STILL WAITING FOR AN OPERATOR ARE SHOWN BUT NOT
000160       *      SUBTRACTED
000170       *    - COMPARES THE INSTRUCTIONAL DAYS LEFT AGAINST THE REQUIRED
000180       *      COUNT AND, WHERE THE CAMPUS FALLS SHORT, SHOWS THE DAYS
000190       *      OWED AND THE WEEKDAY THE TERM WOULD HAVE TO RUN THROUGH
000200       *      PAST TERMCTL'S END DATE TO MAKE THEM UP
000210       *  ANY CAMPUS OWING DAYS LEAVES RETURN CODE 4.
000220       *  SYSIN: THE TERM CODE, THEN REQ= (REQUIRED INSTRUCTIONAL DAYS,
000230       *  1-250, DEFAULT 180), THEN ASOF= (YYYYMMDD, DEFAULT THE RUN
000240       *  DATE).
000250       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000260       * CAMPFILE: JEBA02.EMY.COBOL.CAMPFILE (INDEXED ON CAMPUS CODE)
000270       * CLOSFILE: JEBA02.EMY.COBOL.CLOSFILE (INDEXED ON CAMPUS+DATE)
000280       * MAKEUPRP: JEBA02.EMY.COBOL.MAKEUPRP
000290       * ----------------------------------------------------------------
000300       * PRJ NO    NAME     DATE          MAINT DESC.
000310       * ----------------------------------------------------------------
000320       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000330       ******************************************************************
000340        ENVIRONMENT DIVISION.
000350        INPUT-OUTPUT SECTION.
000360        FILE-CONTROL.
000370            SELECT TERM-FILE
000380                ASSIGN TO TERMCTL
000390                ORGANIZATION IS INDEXED
000400                ACCESS MODE IS RANDOM
000410                RECORD KEY IS TM-TERM-CODE
000420                FILE STATUS IS WS-TERM-FS.
000430            SELECT CAMP-FILE
000440                ASSIGN TO CAMPFILE
000450                ORGANIZATION IS INDEXED
000460                ACCESS MODE IS SEQUENTIAL
000470                RECORD KEY IS CP-CAMPUS-CODE
000480                FILE STATUS IS WS-CAMP-FS.
000490            SELECT CLOS-FILE
000500                ASSIGN TO CLOSFILE
000510                ORGANIZATION IS INDEXED
000520                ACCESS MODE IS SEQUENTIAL
000530                RECORD KEY IS CL-CLOS-KEY
000540                FILE STATUS IS WS-CLOS-FS.
000550            SELECT REPORT-FILE
000560                ASSIGN TO MAKEUPRP
000570                ORGANIZATION IS SEQUENTIAL
000580                ACCESS MODE IS SEQUENTIAL
000590                FILE STATUS IS WS-REPORT-FS.
000600        DATA DIVISION.
000610        FILE SECTION.
000620        FD  TERM-FILE.
000630        01  TM-TERM-REC.
000640            05  TM-TERM-CODE              PIC X(05).
000650            05  TM-START-DATE             PIC 9(08).
000660            05  TM-END-DATE               PIC 9(08).
000670            05  TM-OPEN-FLAG              PIC X(01).
000680            05  FILLER                    PIC X(58).
000690        FD  CAMP-FILE.
000700        01  CP-CAMP-REC.
000710            05  CP-CAMPUS-CODE            PIC X(02).
000720            05  CP-CAMPUS-NAME            PIC X(30).
000730            05  FILLER                    PIC X(48).
000740        FD  CLOS-FILE.
000750        01  CL-CLOS-REC.
000760            05  CL-CLOS-KEY.
000770                10  CL-CAMPUS-CODE        PIC X(02).
000780                10  CL-CLOSE-DATE         PIC 9(08).
000790            05  CL-REASON-CODE            PIC X(02).
000800            05  CL-STATUS                 PIC X(01).
000810            05  CL-SOURCE                 PIC X(01).
000820            05  CL-STATION-ID             PIC X(03).
000830            05  CL-READING                PIC 9(02).
000840            05  CL-PROPOSED-DATE          PIC 9(08).
000850            05  CL-CONFIRM-OPER           PIC X(08).
000860            05  CL-CONFIRM-DATE           PIC 9(08).
000870            05  FILLER                    PIC X(37).
000880        FD  REPORT-FILE.
000890        01  RS-REPORT-REC                 PIC X(80).
000900        WORKING-STORAGE SECTION.
000910        01  WS-TERM-FS                    PIC X(02).
000920        01  WS-CAMP-FS                    PIC X(02).
000930        01  WS-CLOS-FS                    PIC X(02).
000940        01  WS-REPORT-FS                  PIC X(02).
000950        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000960        01  WS-CAMP-EOF                   PIC X(03) VALUE "NO".
000970        01  WS-CLOS-EOF                   PIC X(03) VALUE "NO".
000980        01  WS-PARM-CARD                  PIC X(80).
000990        01  WS-CURRENT-DATE-DATA          PIC X(21).
001000        01  WS-TERM-CODE                  PIC X(05).
001010        01  WS-TERM-START                 PIC 9(08) VALUE 0.
001020        01  WS-TERM-END                   PIC 9(08) VALUE 0.
001030        01  WS-REQ-DAYS                   PIC 9(03).
001040        01  WS-ASOF-DATE                  PIC 9(08).
001050        01  WS-SCHED-DAYS                 PIC 9(03) VALUE 0.
001060        01  WS-SCHED-TO-DATE              PIC 9(03) VALUE 0.
001070        01  WS-OWING-COUNT                PIC 9(03) VALUE 0.
001080        01  WS-INSTR-DAYS                 PIC S9(04).
001090        01  WS-OWED-DAYS                  PIC S9(04).
001100        01  WS-HELD-DAYS                  PIC S9(04).
001110        01  WS-MAKEUP-LEFT                PIC 9(04).
001120        01  WS-END-DOW                    PIC 9(01).
001130        01  WS-STEP-DOW                   PIC 9(01).
001140        01  WS-STEP-DATE                  PIC 9(08).
001150        01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.
001160            05  WS-SD-YYYY                PIC 9(04).
001170            05  WS-SD-MM                  PIC 9(02).
001180            05  WS-SD-DD                  PIC 9(02).
001190       * CAMPUS TABLE FROM CAMPFILE, WITH THE TERM'S CLOSURE COUNTS.
001200        01  WS-CAMP-COUNT                 PIC 9(03) VALUE 0.
001210        01  WS-CAMP-TABLE.
001220            05  WS-CP-ENTRY               OCCURS 1 TO 100 TIMES
001230                                      DEPENDING ON WS-CAMP-COUNT
001240                                          INDEXED BY CAMP-IDX.
001250                10  WS-CP-CAMPUS-CODE     PIC X(02).
001260                10  WS-CP-CAMPUS-NAME     PIC X(30).
001270                10  WS-CP-CLOSED-TO-DATE  PIC 9(03).
001280                10  WS-CP-CLOSED-AHEAD    PIC 9(03).
001290                10  WS-CP-PENDING         PIC 9(03).
001300        01  WS-CP-SUB                     PIC 9(03).
001310        01  WS-CLOS-CAMPUS                PIC X(02).
001320        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001330        01  WS-HEADER2.
001340            05 FILLER                     PIC X(25) VALUE ALL "*".
001350            05 FILLER                     PIC X(30)
001360                     VALUE " MAKE-UP DAY REPORT           ".
001370            05 FILLER                     PIC X(25) VALUE ALL "*".
001380        01  WS-PARM-LINE.
001390            05 FILLER                     PIC X(06) VALUE "TERM: ".
001400            05 WS-PL-TERM                 PIC X(05).
001410            05 FILLER                     PIC X(08) VALUE " START: ".
001420            05 WS-PL-START                PIC 9(08).
001430            05 FILLER                     PIC X(06) VALUE " END: ".
001440            05 WS-PL-END                  PIC 9(08).
001450            05 FILLER                     PIC X(08) VALUE " AS OF: ".
001460            05 WS-PL-ASOF                 PIC 9(08).
001470            05 FILLER                     PIC X(07) VALUE " REQ: ".
001480            05 WS-PL-REQ                  PIC ZZ9.
001490            05 FILLER                     PIC X(13) VALUE SPACES.
001500        01  WS-SCHED-LINE.
001510            05 FILLER                     PIC X(27)
001520                     VALUE "SCHEDULED WEEKDAYS IN TERM ".
001530            05 WS-SL-SCHED                PIC ZZ9.
001540            05 FILLER                     PIC X(21)
001550                     VALUE "   ON/BEFORE AS-OF:  ".
001560            05 WS-SL-TO-DATE              PIC ZZ9.
001570            05 FILLER                     PIC X(26) VALUE SPACES.
001580        01  WS-COL-HEAD.
001590            05 FILLER                     PIC X(22)
001600                     VALUE "CP CAMPUS NAME        ".
001610            05 FILLER                     PIC X(06) VALUE "  SCHD".
001620            05 FILLER                     PIC X(06) VALUE "  CLSD".
001630            05 FILLER                     PIC X(06) VALUE "  HELD".
001640            05 FILLER                     PIC X(06) VALUE "  INST".
001650            05 FILLER                     PIC X(06) VALUE "   REQ".
001660            05 FILLER                     PIC X(06) VALUE "  OWED".
001670            05 FILLER                     PIC X(06) VALUE "  PEND".
001680            05 FILLER                     PIC X(10)
001690                     VALUE "  RUN THRU".
001700            05 FILLER                     PIC X(06) VALUE SPACES.
001710        01  WS-DETAIL.
001720            05 WS-D-CAMPUS                PIC X(02).
001730            05 FILLER                     PIC X(01) VALUE SPACE.
001740            05 WS-D-NAME                  PIC X(18).
001750            05 FILLER                     PIC X(01) VALUE SPACE.
001760            05 FILLER                     PIC X(02) VALUE SPACES.
001770            05 WS-D-SCHED                 PIC ZZZ9.
001780            05 FILLER                     PIC X(02) VALUE SPACES.
001790            05 WS-D-CLOSED                PIC ZZZ9.
001800            05 FILLER                     PIC X(02) VALUE SPACES.
001810            05 WS-D-HELD                  PIC ZZZ9.
001820            05 FILLER                     PIC X(02) VALUE SPACES.
001830            05 WS-D-INSTR                 PIC ZZZ9.
001840            05 FILLER                     PIC X(02) VALUE SPACES.
001850            05 WS-D-REQ                   PIC ZZZ9.
001860            05 FILLER                     PIC X(02) VALUE SPACES.
001870            05 WS-D-OWED                  PIC ZZZ9.
001880            05 FILLER                     PIC X(02) VALUE SPACES.
001890            05 WS-D-PENDING               PIC ZZZ9.
001900            05 FILLER                     PIC X(02) VALUE SPACES.
001910            05 WS-D-THRU                  PIC X(08).
001920            05 FILLER                     PIC X(06) VALUE SPACES.
001930        01  WS-TOTAL-LINE.
001940            05 FILLER                     PIC X(30)
001950                     VALUE "CAMPUSES OWING MAKE-UP DAYS:  ".
001960            05 WS-TL-OWING                PIC ZZ9.
001970            05 FILLER                     PIC X(47) VALUE SPACES.
001980        COPY SPGM0905L.
001990        COPY SPGM0906L.
002000        COPY SPGMABNL.
002010        PROCEDURE DIVISION.
002020       ******************************************************************
002030       * MAIN PROGRAM FLOW.
002040       ******************************************************************
002050        00000-MAIN-PARA.
002060            PERFORM 05000-ACCEPT-PARA.
002070            IF  WS-ERROR-FLAG              NOT = "YES"
002080                PERFORM 07000-CHECK-TERM-PARA
002090            END-IF.
002100            IF  WS-ERROR-FLAG              NOT = "YES"
002110                PERFORM 08000-COUNT-TERM-PARA
002120                PERFORM 10000-INITIALIZE-PARA
002130            END-IF.
002140            IF  WS-ERROR-FLAG              NOT = "YES"
002150                PERFORM 12000-LOAD-CAMP-PARA
002160                    UNTIL WS-CAMP-EOF      = "YES"
002170                PERFORM 14000-LOAD-CLOS-PARA
002180                    UNTIL WS-CLOS-EOF      = "YES"
002190                PERFORM 20000-REPORT-PARA
002200            END-IF.
002210            PERFORM 30000-CLOSE-PARA.
002220            STOP RUN.
002230       ******************************************************************
002240       * ACCEPT THE TERM CODE, THEN THE REQ= AND ASOF= CARDS.
002250       ******************************************************************
002260        05000-ACCEPT-PARA.
002270            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002280            ACCEPT WS-TERM-CODE.
002290            MOVE SPACES                    TO WS-PARM-CARD.
002300            ACCEPT WS-PARM-CARD.
002310            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002320            MOVE "REQ"                     TO LK-PA-KEYWORD.
002330            SET LK-PA-NUMERIC              TO TRUE.
002340            MOVE 1                         TO LK-PA-MIN-VALUE.
002350            MOVE 250                       TO LK-PA-MAX-VALUE.
002360            MOVE "180"                     TO LK-PA-DEFAULT.
002370            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002380            IF  LK-PA-BAD
002390                DISPLAY "BAD REQ= CARD - RUN REFUSED."
002400                MOVE 16                    TO RETURN-CODE
002410                MOVE "YES"                 TO WS-ERROR-FLAG
002420            ELSE
002430                MOVE LK-PA-NUM-VALUE       TO WS-REQ-DAYS
002440            END-IF.
002450            MOVE SPACES                    TO WS-PARM-CARD.
002460            ACCEPT WS-PARM-CARD.
002470            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002480            MOVE "ASOF"                    TO LK-PA-KEYWORD.
002490            SET LK-PA-NUMERIC              TO TRUE.
002500            MOVE 19000101                  TO LK-PA-MIN-VALUE.
002510            MOVE 20991231                  TO LK-PA-MAX-VALUE.
002520            MOVE WS-CURRENT-DATE-DATA(1:8) TO LK-PA-DEFAULT.
002530            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002540            IF  LK-PA-BAD
002550                DISPLAY "BAD ASOF= CARD - RUN REFUSED."
002560                MOVE 16                    TO RETURN-CODE
002570                MOVE "YES"                 TO WS-ERROR-FLAG
002580            ELSE
002590                MOVE LK-PA-NUM-VALUE       TO WS-ASOF-DATE
002600            END-IF.
002610       ******************************************************************
002620       * STEP WS-STEP-DATE ON ONE CALENDAR DAY, ROLLING THE MONTH WHEN
002630       * SPGM0906 SAYS THE DAY HAS RUN OFF ITS END, AND ITS WEEKDAY
002640       * WITH IT.
002650       ******************************************************************
002660        06000-NEXT-DAY-PARA.
002670            ADD 1                          TO WS-SD-DD.
002680            SET LK-DT-VALIDATE             TO TRUE.
002690            MOVE WS-STEP-DATE              TO LK-DT-DATE-1.
002700            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
002710            IF  LK-DT-BAD
002720                MOVE 1                     TO WS-SD-DD
002730                ADD 1                      TO WS-SD-MM
002740                IF  WS-SD-MM               > 12
002750                    MOVE 1                 TO WS-SD-MM
002760                    ADD 1                  TO WS-SD-YYYY
002770                END-IF
002780            END-IF.
002790            IF  WS-STEP-DOW                = 7
002800                MOVE 1                     TO WS-STEP-DOW
002810            ELSE
002820                ADD 1                      TO WS-STEP-DOW
002830            END-IF.
002840       ******************************************************************
002850       * THE TERM MUST BE ON TERMCTL - ITS START/END DATES BOUND THE
002860       * COUNT. A CLOSED TERM IS ACCEPTED.
002870       ******************************************************************
002880        07000-CHECK-TERM-PARA.
002890            OPEN INPUT TERM-FILE.
002900            IF WS-TERM-FS                 NOT = "00"
002910               DISPLAY "TERMCTL ACCESS ERROR."
002920               MOVE "CEXM1083"            TO LK-PGM-ID
002930               MOVE "TERMCTL"             TO LK-FILE-ID
002940               MOVE WS-TERM-FS            TO LK-FILE-STATUS
002950               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002960               IF  LK-ABEND-YES
002970                   MOVE 16                TO RETURN-CODE
002980                   MOVE "YES"             TO WS-ERROR-FLAG
002990               END-IF
003000            ELSE
003010               MOVE WS-TERM-CODE          TO TM-TERM-CODE
003020               READ TERM-FILE
003030                   INVALID KEY
003040                       DISPLAY "TERM " WS-TERM-CODE
003050                           " NOT ON TERMCTL - RUN REFUSED."
003060                       MOVE 16            TO RETURN-CODE
003070                       MOVE "YES"         TO WS-ERROR-FLAG
003080                   NOT INVALID KEY
003090                       MOVE TM-START-DATE TO WS-TERM-START
003100                       MOVE TM-END-DATE   TO WS-TERM-END
003110               END-READ
003120               CLOSE TERM-FILE
003130            END-IF.
003140       ******************************************************************
003150       * WALK THE TERM A DAY AT A TIME, COUNTING ITS WEEKDAYS AND THOSE
003160       * ON OR BEFORE THE AS-OF DATE. THE END DATE'S WEEKDAY IS KEPT
003170       * FOR THE MAKE-UP DATES.
003180       ******************************************************************
003190        08000-COUNT-TERM-PARA.
003200            SET LK-DT-DAY-OF-WEEK          TO TRUE.
003210            MOVE WS-TERM-START             TO LK-DT-DATE-1.
003220            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
003230            IF  LK-DT-BAD
003240                OR WS-TERM-END             < WS-TERM-START
003250                DISPLAY "TERM " WS-TERM-CODE
003260                    " START/END NOT USABLE - RUN REFUSED."
003270                MOVE 16                    TO RETURN-CODE
003280                MOVE "YES"                 TO WS-ERROR-FLAG
003290            ELSE
003300                MOVE LK-DT-DOW             TO WS-STEP-DOW
003310                MOVE WS-TERM-START         TO WS-STEP-DATE
003320                PERFORM 08100-COUNT-DAY-PARA
003330                    UNTIL WS-STEP-DATE     > WS-TERM-END
003340            END-IF.
003350       ******************************************************************
003360       * COUNT ONE CALENDAR DAY OF THE TERM AND STEP TO THE NEXT.
003370       ******************************************************************
003380        08100-COUNT-DAY-PARA.
003390            IF  WS-STEP-DOW                < 6
003400                ADD 1                      TO WS-SCHED-DAYS
003410                IF  WS-STEP-DATE           NOT > WS-ASOF-DATE
003420                    ADD 1                  TO WS-SCHED-TO-DATE
003430                END-IF
003440            END-IF.
003450            MOVE WS-STEP-DOW               TO WS-END-DOW.
003460            PERFORM 06000-NEXT-DAY-PARA.
003470       ******************************************************************
003480       * OPEN THE CAMPUS MASTER, THE CALENDAR AND THE REPORT. NO
003490       * CLOSFILE YET MEANS NO CLOSURE HAS EVER BEEN RECORDED.
003500       ******************************************************************
003510        10000-INITIALIZE-PARA.
003520            OPEN INPUT CAMP-FILE.
003530            IF WS-CAMP-FS                 NOT = "00"
003540               DISPLAY "CAMPFILE ACCESS ERROR."
003550               MOVE "CEXM1083"            TO LK-PGM-ID
003560               MOVE "CAMPFILE"            TO LK-FILE-ID
003570               MOVE WS-CAMP-FS            TO LK-FILE-STATUS
003580               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003590               IF  LK-ABEND-YES
003600                   MOVE 16                TO RETURN-CODE
003610                   MOVE "YES"             TO WS-ERROR-FLAG
003620               END-IF
003630            END-IF.
003640            OPEN INPUT CLOS-FILE.
003650            IF WS-CLOS-FS                 = "35"
003660               MOVE "YES"                 TO WS-CLOS-EOF
003670            ELSE
003680               IF WS-CLOS-FS              NOT = "00"
003690                  DISPLAY "CLOSFILE ACCESS ERROR."
003700                  MOVE "CEXM1083"         TO LK-PGM-ID
003710                  MOVE "CLOSFILE"         TO LK-FILE-ID
003720                  MOVE WS-CLOS-FS         TO LK-FILE-STATUS
003730                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003740                  IF  LK-ABEND-YES
003750                      MOVE 16             TO RETURN-CODE
003760                      MOVE "YES"          TO WS-ERROR-FLAG
003770                  END-IF
003780               END-IF
003790            END-IF.
003800            OPEN OUTPUT REPORT-FILE.
003810            IF WS-REPORT-FS               NOT = "00"
003820               DISPLAY "MAKEUPRP ACCESS ERROR."
003830               MOVE "CEXM1083"            TO LK-PGM-ID
003840               MOVE "MAKEUPRP"            TO LK-FILE-ID
003850               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003860               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003870               IF  LK-ABEND-YES
003880                   MOVE 16                TO RETURN-CODE
003890                   MOVE "YES"             TO WS-ERROR-FLAG
003900               END-IF
003910            END-IF.
003920       ******************************************************************
003930       * TABLE EACH CAMPUS WITH ZERO CLOSURE COUNTS.
003940       ******************************************************************
003950        12000-LOAD-CAMP-PARA.
003960            READ CAMP-FILE
003970            AT END
003980                MOVE "YES"                 TO WS-CAMP-EOF
003990            NOT AT END
004000                IF  WS-CAMP-COUNT          = 100
004010                    DISPLAY "CAMPUS TABLE FULL AT 100 ENTRIES."
004020                ELSE
004030                    ADD 1                  TO WS-CAMP-COUNT
004040                    MOVE CP-CAMPUS-CODE
004050                        TO WS-CP-CAMPUS-CODE(WS-CAMP-COUNT)
004060                    MOVE CP-CAMPUS-NAME
004070                        TO WS-CP-CAMPUS-NAME(WS-CAMP-COUNT)
004080                    MOVE 0 TO WS-CP-CLOSED-TO-DATE(WS-CAMP-COUNT)
004090                    MOVE 0 TO WS-CP-CLOSED-AHEAD(WS-CAMP-COUNT)
004100                    MOVE 0 TO WS-CP-PENDING(WS-CAMP-COUNT)
004110                END-IF
004120            END-READ.
004130       ******************************************************************
004140       * COUNT EACH CALENDAR ENTRY INSIDE THE TERM AGAINST ITS CAMPUS:
004150       * A CONFIRMED CLOSURE ON OR BEFORE THE AS-OF DATE, ONE STILL
004160       * AHEAD, OR A PROPOSAL AWAITING CONFIRMATION. A REJECTED ENTRY
004170       * COUNTS NOWHERE.
004180       ******************************************************************
004190        14000-LOAD-CLOS-PARA.
004200            READ CLOS-FILE
004210            AT END
004220                MOVE "YES"                 TO WS-CLOS-EOF
004230            NOT AT END
004240                IF  CL-CLOSE-DATE          NOT < WS-TERM-START
004250                    AND CL-CLOSE-DATE      NOT > WS-TERM-END
004260                    MOVE CL-CAMPUS-CODE    TO WS-CLOS-CAMPUS
004270                    IF  WS-CLOS-CAMPUS     = SPACES
004280                        MOVE "01"          TO WS-CLOS-CAMPUS
004290                    END-IF
004300                    SET CAMP-IDX           TO 1
004310                    SEARCH WS-CP-ENTRY
004320                        AT END
004330                            DISPLAY "CLOSFILE CAMPUS " CL-CAMPUS-CODE
004340                                " NOT ON CAMPFILE - IGNORED."
004350                        WHEN WS-CP-CAMPUS-CODE(CAMP-IDX)
004360                                           = WS-CLOS-CAMPUS
004370                            PERFORM 14100-COUNT-CLOS-PARA
004380                    END-SEARCH
004390                END-IF
004400            END-READ.
004410       ******************************************************************
004420       * ADD ONE IN-TERM CALENDAR ENTRY TO ITS CAMPUS SLOT.
004430       ******************************************************************
004440        14100-COUNT-CLOS-PARA.
004450            EVALUATE TRUE
004460                WHEN CL-STATUS             = "C"
004470                    AND CL-CLOSE-DATE      NOT > WS-ASOF-DATE
004480                    ADD 1 TO WS-CP-CLOSED-TO-DATE(CAMP-IDX)
004490                WHEN CL-STATUS             = "C"
004500                    ADD 1 TO WS-CP-CLOSED-AHEAD(CAMP-IDX)
004510                WHEN CL-STATUS             = "P"
004520                    ADD 1 TO WS-CP-PENDING(CAMP-IDX)
004530                WHEN OTHER
004540                    CONTINUE
004550            END-EVALUATE.
004560       ******************************************************************
004570       * HEAD THE REPORT AND PRINT ONE LINE PER CAMPUS.
004580       ******************************************************************
004590        20000-REPORT-PARA.
004600            MOVE WS-HEADER2                TO RS-REPORT-REC.
004610            WRITE RS-REPORT-REC.
004620            MOVE WS-TERM-CODE              TO WS-PL-TERM.
004630            MOVE WS-TERM-START             TO WS-PL-START.
004640            MOVE WS-TERM-END               TO WS-PL-END.
004650            MOVE WS-ASOF-DATE              TO WS-PL-ASOF.
004660            MOVE WS-REQ-DAYS               TO WS-PL-REQ.
004670            MOVE WS-PARM-LINE              TO RS-REPORT-REC.
004680            WRITE RS-REPORT-REC.
004690            MOVE WS-SCHED-DAYS             TO WS-SL-SCHED.
004700            MOVE WS-SCHED-TO-DATE          TO WS-SL-TO-DATE.
004710            MOVE WS-SCHED-LINE             TO RS-REPORT-REC.
004720            WRITE RS-REPORT-REC.
004730            MOVE WS-HEADER1                TO RS-REPORT-REC.
004740            WRITE RS-REPORT-REC.
004750            MOVE WS-COL-HEAD               TO RS-REPORT-REC.
004760            WRITE RS-REPORT-REC.
004770            PERFORM 22000-CAMPUS-LINE-PARA
004780                VARYING WS-CP-SUB FROM 1 BY 1
004790                UNTIL WS-CP-SUB            > WS-CAMP-COUNT.
004800            MOVE WS-HEADER1                TO RS-REPORT-REC.
004810            WRITE RS-REPORT-REC.
004820            MOVE WS-OWING-COUNT            TO WS-TL-OWING.
004830            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004840            WRITE RS-REPORT-REC.
004850            IF  WS-OWING-COUNT             > 0
004860                MOVE 4                     TO RETURN-CODE
004870            END-IF.
004880       ******************************************************************
004890       * ONE CAMPUS: DAYS HELD SO FAR, INSTRUCTIONAL DAYS FOR THE WHOLE
004900       * TERM, AND ANY SHORTFALL AGAINST REQ= WITH THE DATE THE TERM
004910       * WOULD HAVE TO RUN THROUGH TO MAKE IT UP.
004920       ******************************************************************
004930        22000-CAMPUS-LINE-PARA.
004940            COMPUTE WS-HELD-DAYS = WS-SCHED-TO-DATE
004950                - WS-CP-CLOSED-TO-DATE(WS-CP-SUB).
004960            COMPUTE WS-INSTR-DAYS = WS-SCHED-DAYS
004970                - WS-CP-CLOSED-TO-DATE(WS-CP-SUB)
004980                - WS-CP-CLOSED-AHEAD(WS-CP-SUB).
004990            COMPUTE WS-OWED-DAYS = WS-REQ-DAYS - WS-INSTR-DAYS.
005000            IF  WS-HELD-DAYS               < 0
005010                MOVE 0                     TO WS-HELD-DAYS
005020            END-IF.
005030            IF  WS-INSTR-DAYS              < 0
005040                MOVE 0                     TO WS-INSTR-DAYS
005050            END-IF.
005060            MOVE WS-CP-CAMPUS-CODE(WS-CP-SUB) TO WS-D-CAMPUS.
005070            MOVE WS-CP-CAMPUS-NAME(WS-CP-SUB) TO WS-D-NAME.
005080            MOVE WS-SCHED-DAYS             TO WS-D-SCHED.
005090            COMPUTE WS-D-CLOSED = WS-CP-CLOSED-TO-DATE(WS-CP-SUB)
005100                + WS-CP-CLOSED-AHEAD(WS-CP-SUB).
005110            MOVE WS-HELD-DAYS              TO WS-D-HELD.
005120            MOVE WS-INSTR-DAYS             TO WS-D-INSTR.
005130            MOVE WS-REQ-DAYS               TO WS-D-REQ.
005140            MOVE WS-CP-PENDING(WS-CP-SUB)  TO WS-D-PENDING.
005150            IF  WS-OWED-DAYS               > 0
005160                ADD 1                      TO WS-OWING-COUNT
005170                MOVE WS-OWED-DAYS          TO WS-D-OWED
005180                MOVE WS-OWED-DAYS          TO WS-MAKEUP-LEFT
005190                MOVE WS-TERM-END           TO WS-STEP-DATE
005200                MOVE WS-END-DOW            TO WS-STEP-DOW
005210                PERFORM 22100-MAKEUP-DAY-PARA
005220                    UNTIL WS-MAKEUP-LEFT   = 0
005230                MOVE WS-STEP-DATE          TO WS-D-THRU
005240            ELSE
005250                MOVE 0                     TO WS-D-OWED
005260                MOVE SPACES                TO WS-D-THRU
005270            END-IF.
005280            MOVE WS-DETAIL                 TO RS-REPORT-REC.
005290            WRITE RS-REPORT-REC.
005300       ******************************************************************
005310       * STEP PAST THE TERM END ONE DAY; EACH WEEKDAY MAKES UP ONE DAY.
005320       ******************************************************************
005330        22100-MAKEUP-DAY-PARA.
005340            PERFORM 06000-NEXT-DAY-PARA.
005350            IF  WS-STEP-DOW                < 6
005360                SUBTRACT 1                 FROM WS-MAKEUP-LEFT
005370            END-IF.
005380       ******************************************************************
005390       * DISPLAY COUNTS AND CLOSE THE FILES.
005400       ******************************************************************
005410        30000-CLOSE-PARA.
005420            DISPLAY "TERM REPORTED    : " WS-TERM-CODE.
005430            DISPLAY "SCHEDULED DAYS   : " WS-SCHED-DAYS.
005440            DISPLAY "CAMPUSES OWING   : " WS-OWING-COUNT.
005450            CLOSE CAMP-FILE.
005460            IF  WS-CLOS-FS                 NOT = "35"
005470                CLOSE CLOS-FILE
005480            END-IF.
005490            CLOSE REPORT-FILE.
