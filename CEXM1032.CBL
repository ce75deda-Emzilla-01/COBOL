000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1032.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: CROSS-SECTION GRADING CONSISTENCY REPORT. WHEN A
000060       *  COURSE RUNS IN SEVERAL SECTIONS UNDER DIFFERENT INSTRUCTORS
000070       *  THIS RUN PUTS THE SECTIONS SIDE BY SIDE: FOR EACH COURSE OF
000080       *  THE TERM NAMED ON THE TERM= CARD (MUST BE ON TERMCTL) IT
000090       *  PRINTS EVERY SECTION'S INSTRUCTOR, HEAD COUNT, MEAN MARK,
000100       *  SPREAD (STANDARD DEVIATION, LOW AND HIGH) AND FAILING RATE
000110       *  (BELOW CEXM503'S PASSING MARK OF 035), THEN THE COURSE-WIDE
000120       *  LINE. A SECTION WHOSE MEAN LIES MORE THAN THE DEVIATION=
000130       *  CARD (SPGM0905, DEFAULT 010 POINTS) FROM THE COURSE-WIDE
000140       *  MEAN IS FLAGGED HIGH OR LOW. ONLY COURSES WITH TWO OR MORE
000150       *  SECTIONS ARE PRINTED. A TERM STILL OPEN IS REPORTED WITH A
000160       *  PROVISIONAL-MARKS WARNING - THE RUN BELONGS AFTER THE CLOSE.
000170       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000180       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000190       * SECTFILE: JEBA02.EMY.COBOL.SECTFILE (INDEXED ON COURSE+SECT)
000200       * INSTFILE: JEBA02.EMY.COBOL.INSTFILE (INDEXED ON INSTR NO)
000210       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000220       * GRDCRPT : JEBA02.EMY.COBOL.GRDCRPT
000230       * SORTWK  : SORT WORK FILE
000240       * ----------------------------------------------------------------
000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000270       * JEBA02    EMY     09/19/2026    PROGRAM CREATED.
000280       ******************************************************************
000290        ENVIRONMENT DIVISION.
000300        INPUT-OUTPUT SECTION.
000310        FILE-CONTROL.
000320            SELECT TERM-FILE
000330                ASSIGN TO TERMCTL
000340                ORGANIZATION IS INDEXED
000350                ACCESS MODE IS RANDOM
000360                RECORD KEY IS TM-TERM-CODE
000370                FILE STATUS IS WS-TERM-FS.
000380            SELECT REG-FILE
000390                ASSIGN TO REGFILE
000400                ORGANIZATION IS INDEXED
000410                ACCESS MODE IS SEQUENTIAL
000420                RECORD KEY IS RG-REG-KEY
000430                FILE STATUS IS WS-REG-FS.
000440            SELECT SECT-FILE
000450                ASSIGN TO SECTFILE
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS RANDOM
000480                RECORD KEY IS SE-SECT-KEY
000490                FILE STATUS IS WS-SECT-FS.
000500            SELECT INST-FILE
000510                ASSIGN TO INSTFILE
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS RANDOM
000540                RECORD KEY IS IN-INSTR-NO
000550                FILE STATUS IS WS-INST-FS.
000560            SELECT CRS-FILE
000570                ASSIGN TO CRSFILE
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS RANDOM
000600                RECORD KEY IS CS-COURSE-CODE
000610                FILE STATUS IS WS-CRS-FS.
000620            SELECT REPORT-FILE
000630                ASSIGN TO GRDCRPT
000640                ORGANIZATION IS SEQUENTIAL
000650                ACCESS MODE IS SEQUENTIAL
000660                FILE STATUS IS WS-REPORT-FS.
000670            SELECT SORT-FILE
000680                ASSIGN TO SORTWK.
000690        DATA DIVISION.
000700        FILE SECTION.
000710        FD  TERM-FILE.
000720        01  TM-TERM-REC.
000730            05  TM-TERM-CODE              PIC X(05).
000740            05  TM-START-DATE             PIC 9(08).
000750            05  TM-END-DATE               PIC 9(08).
000760            05  TM-OPEN-FLAG              PIC X(01).
000770            05  FILLER                    PIC X(58).
000780        FD  REG-FILE.
000790        01  RG-REG-REC.
000800            05  RG-REG-KEY.
000810                10  RG-ENROLL-NO          PIC 9(06).
000820                10  RG-COURSE-CODE        PIC X(06).
000830            05  RG-MARKS                  PIC 9(03).
000840            05  RG-CREDIT-HOURS           PIC 9(02).
000850            05  RG-TERM-CODE              PIC X(05).
000860            05  RG-SECTION                PIC 9(02).
000870            05  FILLER                    PIC X(56).
000880        FD  SECT-FILE.
000890        01  SE-SECT-REC.
000900            05  SE-SECT-KEY.
000910                10  SE-COURSE-CODE        PIC X(06).
000920                10  SE-SECT-NO            PIC 9(02).
000930            05  SE-SEAT-CAP               PIC 9(03).
000940            05  SE-SEATS-USED             PIC 9(03).
000950            05  SE-MEET-SLOT              PIC X(10).
000960            05  SE-INSTR-NO               PIC 9(05).
000970            05  SE-ROOM-CODE              PIC X(06).
000980            05  FILLER                    PIC X(45).
000990        FD  INST-FILE.
001000        01  IN-INST-REC.
001010            05  IN-INSTR-NO               PIC 9(05).
001020            05  IN-INSTR-NAME             PIC X(30).
001030            05  IN-DEPTNO                 PIC 9(02).
001040            05  FILLER                    PIC X(43).
001050        FD  CRS-FILE.
001060        01  CS-CRS-REC.
001070            05  CS-COURSE-CODE            PIC X(06).
001080            05  CS-COURSE-TITLE           PIC X(30).
001090            05  CS-CREDIT-HOURS           PIC 9(02).
001100            05  FILLER                    PIC X(42).
001110        FD  REPORT-FILE.
001120        01  RS-REPORT-REC                 PIC X(80).
001130        SD  SORT-FILE.
001140        01  SR-SORT-REC.
001150            05  SR-COURSE-CODE            PIC X(06).
001160            05  SR-SECTION                PIC 9(02).
001170            05  SR-MARKS                  PIC 9(03).
001180        WORKING-STORAGE SECTION.
001190        01  WS-TERM-FS                    PIC X(02).
001200        01  WS-REG-FS                     PIC X(02).
001210        01  WS-SECT-FS                    PIC X(02).
001220        01  WS-INST-FS                    PIC X(02).
001230        01  WS-CRS-FS                     PIC X(02).
001240        01  WS-REPORT-FS                  PIC X(02).
001250        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001260        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001270        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
001280        01  WS-PARM-CARD                  PIC X(80).
001290        01  WS-TERM-CODE                  PIC X(05).
001300        01  WS-TERM-OPEN                  PIC X(03) VALUE "NO".
001310        01  WS-DEVIATION                  PIC 9(03).
001320        01  WS-PASS-MARK                  PIC 9(03) VALUE 035.
001330        01  WS-REG-COUNT                  PIC 9(06) VALUE 0.
001340        01  WS-COURSE-COUNT               PIC 9(06) VALUE 0.
001350        01  WS-SINGLE-COUNT               PIC 9(06) VALUE 0.
001360        01  WS-FLAG-COUNT                 PIC 9(06) VALUE 0.
001370        01  WS-CUR-COURSE                 PIC X(06) VALUE SPACES.
001380        01  WS-FIRST-REC                  PIC X(03) VALUE "YES".
001390       * ONE COURSE'S SECTIONS AND THEIR RUNNING TOTALS.
001400        01  WS-SC-COUNT                   PIC 9(02) VALUE 0.
001410        01  WS-SC-TABLE.
001420            05  WS-SC-ENTRY               OCCURS 50 TIMES.
001430                10  WS-SC-SECT            PIC 9(02).
001440                10  WS-SC-N               PIC 9(05).
001450                10  WS-SC-SUM             PIC 9(08).
001460                10  WS-SC-SUMSQ           PIC 9(10).
001470                10  WS-SC-LOW             PIC 9(03).
001480                10  WS-SC-HIGH            PIC 9(03).
001490                10  WS-SC-FAILS           PIC 9(05).
001500        01  WS-SC-SUB                     PIC 9(02).
001510        01  WS-CO-N                       PIC 9(06).
001520        01  WS-CO-SUM                     PIC 9(09).
001530        01  WS-CO-SUMSQ                   PIC 9(11).
001540        01  WS-CO-LOW                     PIC 9(03).
001550        01  WS-CO-HIGH                    PIC 9(03).
001560        01  WS-CO-FAILS                   PIC 9(06).
001570        01  WS-CO-MEAN                    PIC 9(03)V9(02).
001580        01  WS-MEAN                       PIC 9(03)V9(02).
001590        01  WS-VARIANCE                   PIC S9(05)V9(04).
001600        01  WS-STD-DEV                    PIC 9(03)V9(02).
001610        01  WS-FAIL-PCT                   PIC 9(03)V9(01).
001620        01  WS-MEAN-GAP                   PIC S9(03)V9(02).
001630        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001640        01  WS-TITLE-LINE.
001650            05 FILLER                     PIC X(38)
001660                     VALUE "GRADING CONSISTENCY BY SECTION - TERM ".
001670            05 WS-TL-TERM                 PIC X(05).
001680            05 FILLER                     PIC X(14)
001690                     VALUE "  DEVIATION: ".
001700            05 WS-TL-DEVIATION            PIC ZZ9.
001710            05 FILLER                     PIC X(20) VALUE SPACES.
001720        01  WS-OPEN-LINE                  PIC X(80) VALUE
001730            "*** TERM STILL OPEN - MARKS ARE PROVISIONAL ***".
001740        01  WS-COURSE-LINE.
001750            05 FILLER                     PIC X(08) VALUE "COURSE: ".
001760            05 WS-CL-COURSE               PIC X(06).
001770            05 FILLER                     PIC X(02) VALUE SPACES.
001780            05 WS-CL-TITLE                PIC X(30).
001790            05 FILLER                     PIC X(34) VALUE SPACES.
001800        01  WS-COLUMN-LINE.
001810            05 FILLER                     PIC X(05) VALUE "SECT".
001820            05 FILLER                     PIC X(21) VALUE "INSTRUCTOR".
001830            05 FILLER                     PIC X(06) VALUE "   N".
001840            05 FILLER                     PIC X(08) VALUE "  MEAN".
001850            05 FILLER                     PIC X(08) VALUE " STDDEV".
001860            05 FILLER                     PIC X(05) VALUE " LOW".
001870            05 FILLER                     PIC X(06) VALUE " HIGH".
001880            05 FILLER                     PIC X(08) VALUE "  FAIL%".
001890            05 FILLER                     PIC X(13) VALUE "  FLAG".
001900        01  WS-DETAIL-LINE.
001910            05 WS-DL-SECT                 PIC X(04).
001920            05 FILLER                     PIC X(01) VALUE SPACES.
001930            05 WS-DL-INSTR                PIC X(20).
001940            05 FILLER                     PIC X(01) VALUE SPACES.
001950            05 WS-DL-N                    PIC ZZ,ZZ9.
001960            05 FILLER                     PIC X(02) VALUE SPACES.
001970            05 WS-DL-MEAN                 PIC ZZ9.99.
001980            05 FILLER                     PIC X(02) VALUE SPACES.
001990            05 WS-DL-STD-DEV              PIC ZZ9.99.
002000            05 FILLER                     PIC X(02) VALUE SPACES.
002010            05 WS-DL-LOW                  PIC ZZ9.
002020            05 FILLER                     PIC X(03) VALUE SPACES.
002030            05 WS-DL-HIGH                 PIC ZZ9.
002040            05 FILLER                     PIC X(03) VALUE SPACES.
002050            05 WS-DL-FAIL-PCT             PIC ZZ9.9.
002060            05 FILLER                     PIC X(02) VALUE SPACES.
002070            05 WS-DL-FLAG                 PIC X(11).
002080        01  WS-TRAILER.
002090            05 FILLER                     PIC X(09) VALUE "COURSES: ".
002100            05 WS-TR-COURSES              PIC ZZZ,ZZ9.
002110            05 FILLER                     PIC X(18)
002120                     VALUE "  SINGLE-SECTION: ".
002130            05 WS-TR-SINGLE               PIC ZZZ,ZZ9.
002140            05 FILLER                     PIC X(19)
002150                     VALUE "  SECTIONS FLAGGED:".
002160            05 WS-TR-FLAGGED              PIC ZZZ,ZZ9.
002170            05 FILLER                     PIC X(13) VALUE SPACES.
002180        COPY SPGM0905L.
002190        COPY SPGMABNL.
002200        PROCEDURE DIVISION.
002210       ******************************************************************
002220       * MAIN PROGRAM FLOW.
002230       ******************************************************************
002240        00000-MAIN-PARA.
002250            PERFORM 05000-ACCEPT-PARA.
002260            IF  WS-ERROR-FLAG              NOT = "YES"
002270                PERFORM 07000-CHECK-TERM-PARA
002280            END-IF.
002290            IF  WS-ERROR-FLAG              NOT = "YES"
002300                PERFORM 10000-INITIALIZE-PARA
002310            END-IF.
002320            IF  WS-ERROR-FLAG              NOT = "YES"
002330                SORT SORT-FILE
002340                    ON ASCENDING KEY SR-COURSE-CODE
002350                                     SR-SECTION
002360                    INPUT PROCEDURE IS 20000-SELECT-PARA
002370                    OUTPUT PROCEDURE IS 25000-COMPARE-PARA
002380                MOVE WS-COURSE-COUNT       TO WS-TR-COURSES
002390                MOVE WS-SINGLE-COUNT       TO WS-TR-SINGLE
002400                MOVE WS-FLAG-COUNT         TO WS-TR-FLAGGED
002410                MOVE WS-HEADER1            TO RS-REPORT-REC
002420                WRITE RS-REPORT-REC
002430                MOVE WS-TRAILER            TO RS-REPORT-REC
002440                WRITE RS-REPORT-REC
002450            END-IF.
002460            PERFORM 30000-CLOSE-PARA.
002470            STOP RUN.
002480       ******************************************************************
002490       * ACCEPT THE TERM= AND DEVIATION= CONTROL CARDS.
002500       ******************************************************************
002510        05000-ACCEPT-PARA.
002520            MOVE SPACES                    TO WS-PARM-CARD.
002530            ACCEPT WS-PARM-CARD.
002540            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002550            MOVE "TERM"                    TO LK-PA-KEYWORD.
002560            SET LK-PA-ALPHA                TO TRUE.
002570            MOVE 0                         TO LK-PA-MIN-VALUE.
002580            MOVE 0                         TO LK-PA-MAX-VALUE.
002590            MOVE SPACES                    TO LK-PA-DEFAULT.
002600            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002610            IF  LK-PA-BAD
002620                OR LK-PA-VALUE             = SPACES
002630                DISPLAY "BAD TERM= CARD - RUN REFUSED."
002640                MOVE 16                    TO RETURN-CODE
002650                MOVE "YES"                 TO WS-ERROR-FLAG
002660            ELSE
002670                MOVE LK-PA-VALUE(1:5)      TO WS-TERM-CODE
002680            END-IF.
002690            MOVE SPACES                    TO WS-PARM-CARD.
002700            ACCEPT WS-PARM-CARD.
002710            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002720            MOVE "DEVIATION"               TO LK-PA-KEYWORD.
002730            SET LK-PA-NUMERIC              TO TRUE.
002740            MOVE 1                         TO LK-PA-MIN-VALUE.
002750            MOVE 100                       TO LK-PA-MAX-VALUE.
002760            MOVE "10"                      TO LK-PA-DEFAULT.
002770            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002780            IF  LK-PA-BAD
002790                DISPLAY "BAD DEVIATION= CARD - RUN REFUSED."
002800                MOVE 16                    TO RETURN-CODE
002810                MOVE "YES"                 TO WS-ERROR-FLAG
002820            ELSE
002830                MOVE LK-PA-NUM-VALUE       TO WS-DEVIATION
002840            END-IF.
002850       ******************************************************************
002860       * THE TERM MUST BE ON TERMCTL. AN OPEN TERM IS ALLOWED BUT THE
002870       * REPORT IS MARKED PROVISIONAL.
002880       ******************************************************************
002890        07000-CHECK-TERM-PARA.
002900            OPEN INPUT TERM-FILE.
002910            IF WS-TERM-FS                 NOT = "00"
002920               DISPLAY "TERMCTL ACCESS ERROR."
002930               MOVE "CEXM1032"            TO LK-PGM-ID
002940               MOVE "TERMCTL"             TO LK-FILE-ID
002950               MOVE WS-TERM-FS            TO LK-FILE-STATUS
002960               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002970               IF  LK-ABEND-YES
002980                   MOVE 16                TO RETURN-CODE
002990                   MOVE "YES"             TO WS-ERROR-FLAG
003000               END-IF
003010            ELSE
003020               MOVE WS-TERM-CODE          TO TM-TERM-CODE
003030               READ TERM-FILE
003040                   INVALID KEY
003050                       DISPLAY "TERM " WS-TERM-CODE
003060                           " NOT ON TERMCTL - RUN REFUSED."
003070                       MOVE 16            TO RETURN-CODE
003080                       MOVE "YES"         TO WS-ERROR-FLAG
003090                   NOT INVALID KEY
003100                       IF  TM-OPEN-FLAG   = "O"
003110                           MOVE "YES"     TO WS-TERM-OPEN
003120                       END-IF
003130               END-READ
003140               CLOSE TERM-FILE
003150            END-IF.
003160       ******************************************************************
003170       * OPEN THE FILES AND PRINT THE REPORT TITLE.
003180       ******************************************************************
003190        10000-INITIALIZE-PARA.
003200            OPEN INPUT REG-FILE.
003210            IF WS-REG-FS                  NOT = "00"
003220               DISPLAY "REGFILE ACCESS ERROR."
003230               MOVE "CEXM1032"            TO LK-PGM-ID
003240               MOVE "REGFILE"             TO LK-FILE-ID
003250               MOVE WS-REG-FS             TO LK-FILE-STATUS
003260               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003270               IF  LK-ABEND-YES
003280                   MOVE 16                TO RETURN-CODE
003290                   MOVE "YES"             TO WS-ERROR-FLAG
003300               END-IF
003310            END-IF.
003320            OPEN INPUT SECT-FILE.
003330            IF WS-SECT-FS                 NOT = "00"
003340               DISPLAY "SECTFILE ACCESS ERROR."
003350               MOVE "CEXM1032"            TO LK-PGM-ID
003360               MOVE "SECTFILE"            TO LK-FILE-ID
003370               MOVE WS-SECT-FS            TO LK-FILE-STATUS
003380               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003390               IF  LK-ABEND-YES
003400                   MOVE 16                TO RETURN-CODE
003410                   MOVE "YES"             TO WS-ERROR-FLAG
003420               END-IF
003430            END-IF.
003440            OPEN INPUT INST-FILE.
003450            IF WS-INST-FS                 NOT = "00"
003460               DISPLAY "INSTFILE ACCESS ERROR."
003470               MOVE "CEXM1032"            TO LK-PGM-ID
003480               MOVE "INSTFILE"            TO LK-FILE-ID
003490               MOVE WS-INST-FS            TO LK-FILE-STATUS
003500               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003510               IF  LK-ABEND-YES
003520                   MOVE 16                TO RETURN-CODE
003530                   MOVE "YES"             TO WS-ERROR-FLAG
003540               END-IF
003550            END-IF.
003560            OPEN INPUT CRS-FILE.
003570            IF WS-CRS-FS                  NOT = "00"
003580               DISPLAY "CRSFILE ACCESS ERROR."
003590               MOVE "CEXM1032"            TO LK-PGM-ID
003600               MOVE "CRSFILE"             TO LK-FILE-ID
003610               MOVE WS-CRS-FS             TO LK-FILE-STATUS
003620               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003630               IF  LK-ABEND-YES
003640                   MOVE 16                TO RETURN-CODE
003650                   MOVE "YES"             TO WS-ERROR-FLAG
003660               END-IF
003670            END-IF.
003680            OPEN OUTPUT REPORT-FILE.
003690            IF WS-REPORT-FS               NOT = "00"
003700               DISPLAY "GRDCRPT ACCESS ERROR."
003710               MOVE "CEXM1032"            TO LK-PGM-ID
003720               MOVE "GRDCRPT"             TO LK-FILE-ID
003730               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003740               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003750               IF  LK-ABEND-YES
003760                   MOVE 16                TO RETURN-CODE
003770                   MOVE "YES"             TO WS-ERROR-FLAG
003780               END-IF
003790            ELSE
003800               MOVE WS-TERM-CODE          TO WS-TL-TERM
003810               MOVE WS-DEVIATION          TO WS-TL-DEVIATION
003820               MOVE WS-HEADER1            TO RS-REPORT-REC
003830               WRITE RS-REPORT-REC
003840               MOVE WS-TITLE-LINE         TO RS-REPORT-REC
003850               WRITE RS-REPORT-REC
003860               IF  WS-TERM-OPEN           = "YES"
003870                   MOVE WS-OPEN-LINE      TO RS-REPORT-REC
003880                   WRITE RS-REPORT-REC
003890               END-IF
003900            END-IF.
003910       ******************************************************************
003920       * INPUT PROCEDURE: RELEASE EVERY MARKED REGISTRATION OF THE
003930       * TERM BY COURSE AND SECTION.
003940       ******************************************************************
003950        20000-SELECT-PARA.
003960            PERFORM 21000-ONE-REG-PARA
003970                UNTIL WS-ENDOFFILE         = "YES".
003980        21000-ONE-REG-PARA.
003990            READ REG-FILE
004000            AT END
004010                MOVE "YES"                 TO WS-ENDOFFILE
004020            NOT AT END
004030                IF  RG-TERM-CODE           = WS-TERM-CODE
004040                    AND RG-MARKS           IS NUMERIC
004050                    AND RG-SECTION         IS NUMERIC
004060                    ADD 1                  TO WS-REG-COUNT
004070                    MOVE RG-COURSE-CODE    TO SR-COURSE-CODE
004080                    MOVE RG-SECTION        TO SR-SECTION
004090                    MOVE RG-MARKS          TO SR-MARKS
004100                    RELEASE SR-SORT-REC
004110                END-IF
004120            END-READ.
004130       ******************************************************************
004140       * OUTPUT PROCEDURE: GATHER EACH COURSE'S SECTIONS AND PRINT
004150       * THEM SIDE BY SIDE AT THE COURSE BREAK.
004160       ******************************************************************
004170        25000-COMPARE-PARA.
004180            PERFORM 25200-ONE-RETURN-PARA
004190                UNTIL WS-SORT-EOF          = "YES".
004200            IF  WS-FIRST-REC               = "NO"
004210                PERFORM 26000-COURSE-END-PARA
004220            END-IF.
004230        25200-ONE-RETURN-PARA.
004240            RETURN SORT-FILE
004250            AT END
004260                MOVE "YES"                 TO WS-SORT-EOF
004270            NOT AT END
004280                IF  WS-FIRST-REC           = "YES"
004290                    MOVE "NO"              TO WS-FIRST-REC
004300                    PERFORM 25400-COURSE-START-PARA
004310                ELSE
004320                    IF  SR-COURSE-CODE     NOT = WS-CUR-COURSE
004330                        PERFORM 26000-COURSE-END-PARA
004340                        PERFORM 25400-COURSE-START-PARA
004350                    END-IF
004360                END-IF
004370                PERFORM 25600-ADD-MARK-PARA
004380            END-RETURN.
004390        25400-COURSE-START-PARA.
004400            MOVE SR-COURSE-CODE            TO WS-CUR-COURSE.
004410            MOVE 0                         TO WS-SC-COUNT.
004420            MOVE 0                         TO WS-CO-N
004430                                              WS-CO-SUM
004440                                              WS-CO-SUMSQ
004450                                              WS-CO-FAILS
004460                                              WS-CO-HIGH.
004470            MOVE 999                       TO WS-CO-LOW.
004480       ******************************************************************
004490       * ADD ONE MARK TO ITS SECTION AND TO THE COURSE TOTALS. MARKS
004500       * ARRIVE IN SECTION ORDER, SO A NEW SECTION IS ALWAYS THE NEXT
004510       * TABLE ENTRY.
004520       ******************************************************************
004530        25600-ADD-MARK-PARA.
004540            IF  WS-SC-COUNT                = 0
004550                OR SR-SECTION          NOT = WS-SC-SECT(WS-SC-COUNT)
004560                IF  WS-SC-COUNT            = 50
004570                    DISPLAY "COURSE " SR-COURSE-CODE
004580                        " OVER 50 SECTIONS - SECTION " SR-SECTION
004590                        " NOT COMPARED."
004600                    MOVE 0                 TO WS-SC-SUB
004610                ELSE
004620                    ADD 1                  TO WS-SC-COUNT
004630                    MOVE WS-SC-COUNT       TO WS-SC-SUB
004640                    MOVE SR-SECTION        TO WS-SC-SECT(WS-SC-SUB)
004650                    MOVE 0                 TO WS-SC-N(WS-SC-SUB)
004660                                              WS-SC-SUM(WS-SC-SUB)
004670                                              WS-SC-SUMSQ(WS-SC-SUB)
004680                                              WS-SC-FAILS(WS-SC-SUB)
004690                                              WS-SC-HIGH(WS-SC-SUB)
004700                    MOVE 999               TO WS-SC-LOW(WS-SC-SUB)
004710                END-IF
004720            ELSE
004730                MOVE WS-SC-COUNT           TO WS-SC-SUB
004740            END-IF.
004750            IF  WS-SC-SUB                  NOT = 0
004760                PERFORM 25800-ADD-TOTALS-PARA
004770            END-IF.
004780        25800-ADD-TOTALS-PARA.
004790            ADD 1                          TO WS-SC-N(WS-SC-SUB).
004800            ADD SR-MARKS                   TO WS-SC-SUM(WS-SC-SUB).
004810            COMPUTE WS-SC-SUMSQ(WS-SC-SUB) = WS-SC-SUMSQ(WS-SC-SUB)
004820                                           + SR-MARKS * SR-MARKS.
004830            IF  SR-MARKS                   < WS-SC-LOW(WS-SC-SUB)
004840                MOVE SR-MARKS              TO WS-SC-LOW(WS-SC-SUB)
004850            END-IF.
004860            IF  SR-MARKS                   > WS-SC-HIGH(WS-SC-SUB)
004870                MOVE SR-MARKS              TO WS-SC-HIGH(WS-SC-SUB)
004880            END-IF.
004890            IF  SR-MARKS                   < WS-PASS-MARK
004900                ADD 1                      TO WS-SC-FAILS(WS-SC-SUB)
004910                ADD 1                      TO WS-CO-FAILS
004920            END-IF.
004930            ADD 1                          TO WS-CO-N.
004940            ADD SR-MARKS                   TO WS-CO-SUM.
004950            COMPUTE WS-CO-SUMSQ = WS-CO-SUMSQ + SR-MARKS * SR-MARKS.
004960            IF  SR-MARKS                   < WS-CO-LOW
004970                MOVE SR-MARKS              TO WS-CO-LOW
004980            END-IF.
004990            IF  SR-MARKS                   > WS-CO-HIGH
005000                MOVE SR-MARKS              TO WS-CO-HIGH
005010            END-IF.
005020       ******************************************************************
005030       * PRINT A COURSE WITH TWO OR MORE SECTIONS: ONE LINE PER
005040       * SECTION, THEN THE COURSE-WIDE LINE.
005050       ******************************************************************
005060        26000-COURSE-END-PARA.
005070            IF  WS-SC-COUNT                < 2
005080                ADD 1                      TO WS-SINGLE-COUNT
005090            ELSE
005100                ADD 1                      TO WS-COURSE-COUNT
005110                COMPUTE WS-CO-MEAN ROUNDED = WS-CO-SUM / WS-CO-N
005120                MOVE WS-CUR-COURSE         TO WS-CL-COURSE
005130                MOVE "TITLE NOT IN CATALOG" TO WS-CL-TITLE
005140                MOVE WS-CUR-COURSE         TO CS-COURSE-CODE
005150                READ CRS-FILE
005160                    NOT INVALID KEY
005170                        MOVE CS-COURSE-TITLE TO WS-CL-TITLE
005180                END-READ
005190                MOVE WS-HEADER1            TO RS-REPORT-REC
005200                WRITE RS-REPORT-REC
005210                MOVE WS-COURSE-LINE        TO RS-REPORT-REC
005220                WRITE RS-REPORT-REC
005230                MOVE WS-COLUMN-LINE        TO RS-REPORT-REC
005240                WRITE RS-REPORT-REC
005250                PERFORM 26200-SECTION-LINE-PARA
005260                    VARYING WS-SC-SUB FROM 1 BY 1
005270                    UNTIL WS-SC-SUB        > WS-SC-COUNT
005280                PERFORM 26600-COURSE-LINE-PARA
005290            END-IF.
005300       ******************************************************************
005310       * ONE SECTION'S LINE, FLAGGED WHEN ITS MEAN STRAYS FROM THE
005320       * COURSE-WIDE MEAN BY MORE THAN THE DEVIATION.
005330       ******************************************************************
005340        26200-SECTION-LINE-PARA.
005350            MOVE SPACES                    TO WS-DL-SECT.
005360            MOVE WS-SC-SECT(WS-SC-SUB)     TO WS-DL-SECT(1:2).
005370            MOVE "SECTION NOT ON FILE"     TO WS-DL-INSTR.
005380            MOVE WS-CUR-COURSE             TO SE-COURSE-CODE.
005390            MOVE WS-SC-SECT(WS-SC-SUB)     TO SE-SECT-NO.
005400            READ SECT-FILE
005410                NOT INVALID KEY
005420                    MOVE SE-INSTR-NO       TO IN-INSTR-NO
005430                    READ INST-FILE
005440                        INVALID KEY
005450                            MOVE "INSTRUCTOR NOT ON FILE"
005460                                           TO WS-DL-INSTR
005470                        NOT INVALID KEY
005480                            MOVE IN-INSTR-NAME TO WS-DL-INSTR
005490                    END-READ
005500            END-READ.
005510            COMPUTE WS-MEAN ROUNDED = WS-SC-SUM(WS-SC-SUB)
005520                                    / WS-SC-N(WS-SC-SUB).
005530            COMPUTE WS-VARIANCE ROUNDED =
005540                    WS-SC-SUMSQ(WS-SC-SUB) / WS-SC-N(WS-SC-SUB)
005550                  - (WS-SC-SUM(WS-SC-SUB) / WS-SC-N(WS-SC-SUB)) ** 2.
005560            IF  WS-VARIANCE                < 0
005570                MOVE 0                     TO WS-VARIANCE
005580            END-IF.
005590            COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5.
005600            COMPUTE WS-FAIL-PCT ROUNDED =
005610                    WS-SC-FAILS(WS-SC-SUB) * 100 / WS-SC-N(WS-SC-SUB).
005620            MOVE WS-SC-N(WS-SC-SUB)        TO WS-DL-N.
005630            MOVE WS-MEAN                   TO WS-DL-MEAN.
005640            MOVE WS-STD-DEV                TO WS-DL-STD-DEV.
005650            MOVE WS-SC-LOW(WS-SC-SUB)      TO WS-DL-LOW.
005660            MOVE WS-SC-HIGH(WS-SC-SUB)     TO WS-DL-HIGH.
005670            MOVE WS-FAIL-PCT               TO WS-DL-FAIL-PCT.
005680            COMPUTE WS-MEAN-GAP = WS-MEAN - WS-CO-MEAN.
005690            EVALUATE TRUE
005700                WHEN WS-MEAN-GAP           > WS-DEVIATION
005710                    MOVE "*** HIGH"        TO WS-DL-FLAG
005720                    ADD 1                  TO WS-FLAG-COUNT
005730                WHEN WS-MEAN-GAP + WS-DEVIATION < 0
005740                    MOVE "*** LOW"         TO WS-DL-FLAG
005750                    ADD 1                  TO WS-FLAG-COUNT
005760                WHEN OTHER
005770                    MOVE SPACES            TO WS-DL-FLAG
005780            END-EVALUATE.
005790            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
005800            WRITE RS-REPORT-REC.
005810       ******************************************************************
005820       * THE COURSE-WIDE LINE.
005830       ******************************************************************
005840        26600-COURSE-LINE-PARA.
005850            MOVE "ALL"                     TO WS-DL-SECT.
005860            MOVE "COURSE-WIDE"             TO WS-DL-INSTR.
005870            COMPUTE WS-VARIANCE ROUNDED =
005880                    WS-CO-SUMSQ / WS-CO-N
005890                  - (WS-CO-SUM / WS-CO-N) ** 2.
005900            IF  WS-VARIANCE                < 0
005910                MOVE 0                     TO WS-VARIANCE
005920            END-IF.
005930            COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5.
005940            COMPUTE WS-FAIL-PCT ROUNDED = WS-CO-FAILS * 100 / WS-CO-N.
005950            MOVE WS-CO-N                   TO WS-DL-N.
005960            MOVE WS-CO-MEAN                TO WS-DL-MEAN.
005970            MOVE WS-STD-DEV                TO WS-DL-STD-DEV.
005980            MOVE WS-CO-LOW                 TO WS-DL-LOW.
005990            MOVE WS-CO-HIGH                TO WS-DL-HIGH.
006000            MOVE WS-FAIL-PCT               TO WS-DL-FAIL-PCT.
006010            MOVE SPACES                    TO WS-DL-FLAG.
006020            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
006030            WRITE RS-REPORT-REC.
006040       ******************************************************************
006050       * DISPLAY COUNTS AND CLOSE THE FILES.
006060       ******************************************************************
006070        30000-CLOSE-PARA.
006080            DISPLAY "REGISTRATIONS READ : " WS-REG-COUNT.
006090            DISPLAY "COURSES COMPARED   : " WS-COURSE-COUNT.
006100            DISPLAY "SECTIONS FLAGGED   : " WS-FLAG-COUNT.
006110            CLOSE REG-FILE.
006120            CLOSE SECT-FILE.
006130            CLOSE INST-FILE.
006140            CLOSE CRS-FILE.
006150            CLOSE REPORT-FILE.
