000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1053.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: STANDARDIZED TEST / COURSE MARK COMPARISON.
000060       *  FOR EACH STUDENT AND TEST ON CEXM1052'S TESTFILE, THE LATEST
000070       *  ADMINISTRATION'S NATIONAL PERCENTILE IS SET BESIDE THE
000080       *  STUDENT'S REGFILE COURSE MARK IN EVERY COURSE THE TESTMAP
000090       *  NAMES FOR THAT TEST'S SUBJECT (ONE TESTMAP ROW PER TEST CODE
000100       *  AND COURSE, CEXM1030'S RMDMAP IDEA). TESTCMP PRINTS ONE
000110       *  BLOCK PER SUBJECT IN ENROLL ORDER; A STUDENT TESTED BUT
000120       *  REGISTERED IN NO COURSE OF THE SUBJECT STILL PRINTS, WITH NO
000130       *  MARK. WHERE THE PERCENTILE AND THE MARK DIFFER BY THE GAP=
000140       *  CARD OR MORE (DEFAULT 40, 1-99) THE LINE IS FLAGGED FOR
000150       *  COUNSELOR REVIEW - TEST HIGH (STRONG TEST, WEAK COURSE MARK)
000160       *  OR TEST LOW (THE REVERSE) - WITH THE STUDENT'S CEXM980
000170       *  COUNSELOR WHEN ASSIGNED.
000180       * TESTFILE: JEBA02.EMY.COBOL.TESTFILE (INDEXED ON ENROLL+TEST+
000190       *           ADMINISTRATION DATE)
000200       * TESTMAP : JEBA02.EMY.COBOL.TESTMAP
000210       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000220       * ASGNFILE: JEBA02.EMY.COBOL.ASGNFILE (INDEXED ON ENROLL NO)
000230       * TESTCMP : JEBA02.EMY.COBOL.TESTCMP
000240       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000250       * SORTWK  : SORT WORK FILE
000260       * ----------------------------------------------------------------
000270       * PRJ NO    NAME     DATE          MAINT DESC.
000280       * ----------------------------------------------------------------
000290       * JEBA02    EMY     09/25/2026    PROGRAM CREATED.
000300       ******************************************************************
000310        ENVIRONMENT DIVISION.
000320        INPUT-OUTPUT SECTION.
000330        FILE-CONTROL.
000340            SELECT TEST-FILE
000350                ASSIGN TO TESTFILE
000360                ORGANIZATION IS INDEXED
000370                ACCESS MODE IS SEQUENTIAL
000380                RECORD KEY IS TS-TEST-KEY
000390                FILE STATUS IS WS-TEST-FS.
000400            SELECT MAP-FILE
000410                ASSIGN TO TESTMAP
000420                ORGANIZATION IS SEQUENTIAL
000430                ACCESS MODE IS SEQUENTIAL
000440                FILE STATUS IS WS-MAP-FS.
000450            SELECT REG-FILE
000460                ASSIGN TO REGFILE
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE IS RANDOM
000490                RECORD KEY IS RG-REG-KEY
000500                FILE STATUS IS WS-REG-FS.
000510            SELECT ASGN-FILE
000520                ASSIGN TO ASGNFILE
000530                ORGANIZATION IS INDEXED
000540                ACCESS MODE IS RANDOM
000550                RECORD KEY IS AG-ENROLL-NO
000560                FILE STATUS IS WS-ASGN-FS.
000570            SELECT REPORT-FILE
000580                ASSIGN TO TESTCMP
000590                ORGANIZATION IS SEQUENTIAL
000600                ACCESS MODE IS SEQUENTIAL
000610                FILE STATUS IS WS-REPORT-FS.
000620            SELECT SORT-FILE
000630                ASSIGN TO SORTWK.
000640        DATA DIVISION.
000650        FILE SECTION.
000660        FD  TEST-FILE.
000670        01  TS-TEST-REC.
000680            05  TS-TEST-KEY.
000690                10  TS-ENROLL-NO          PIC 9(06).
000700                10  TS-TEST-CODE          PIC X(04).
000710                10  TS-ADMIN-DATE         PIC 9(08).
000720            05  TS-SCALE-SCORE            PIC 9(04).
000730            05  TS-PERCENTILE             PIC 9(02).
000740            05  TS-MATCH-METHOD           PIC X(01).
000750            05  TS-VENDOR-ID              PIC X(06).
000760            05  TS-LOAD-DATE              PIC X(08).
000770            05  FILLER                    PIC X(41).
000780        FD  MAP-FILE.
000790        01  TP-MAP-REC.
000800            05  TP-TEST-CODE              PIC X(04).
000810            05  TP-SUBJECT                PIC X(20).
000820            05  TP-COURSE-CODE            PIC X(06).
000830            05  FILLER                    PIC X(50).
000840        FD  REG-FILE.
000850        01  RG-REG-REC.
000860            05  RG-REG-KEY.
000870                10  RG-ENROLL-NO          PIC 9(06).
000880                10  RG-COURSE-CODE        PIC X(06).
000890            05  RG-MARKS                  PIC 9(03).
000900            05  RG-CREDIT-HOURS           PIC 9(02).
000910            05  RG-TERM-CODE              PIC X(05).
000920            05  RG-SECTION                PIC 9(02).
000930            05  FILLER                    PIC X(56).
000940        FD  ASGN-FILE.
000950        01  AG-ASGN-REC.
000960            05  AG-ENROLL-NO              PIC 9(06).
000970            05  AG-CNSL-NO                PIC 9(04).
000980            05  FILLER                    PIC X(70).
000990        FD  REPORT-FILE.
001000        01  RS-REPORT-REC                 PIC X(80).
001010        SD  SORT-FILE.
001020        01  SR-SORT-REC.
001030            05  SR-TEST-CODE              PIC X(04).
001040            05  SR-ENROLL-NO              PIC 9(06).
001050            05  SR-COURSE-CODE            PIC X(06).
001060            05  SR-SUBJECT                PIC X(20).
001070            05  SR-ADMIN-DATE             PIC 9(08).
001080            05  SR-PERCENTILE             PIC 9(02).
001090            05  SR-MARKS                  PIC 9(03).
001100        WORKING-STORAGE SECTION.
001110        01  WS-TEST-FS                    PIC X(02).
001120        01  WS-MAP-FS                     PIC X(02).
001130        01  WS-REG-FS                     PIC X(02).
001140        01  WS-ASGN-FS                    PIC X(02).
001150        01  WS-REPORT-FS                  PIC X(02).
001160        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001170        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001180        01  WS-MAP-EOF                    PIC X(03) VALUE "NO".
001190        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
001200        01  WS-ASGN-PRESENT               PIC X(03) VALUE "YES".
001210        01  WS-PARM-CARD                  PIC X(80).
001220        01  WS-GAP                        PIC 9(02).
001230        01  WS-MAP-COUNT                  PIC 9(03) VALUE 0.
001240        01  WS-MAP-TABLE.
001250            05  WS-MP-ENTRY               OCCURS 200 TIMES.
001260                10  WS-MP-TEST            PIC X(04).
001270                10  WS-MP-SUBJECT         PIC X(20).
001280                10  WS-MP-COURSE          PIC X(06).
001290        01  WS-MP-SUB                     PIC 9(03).
001300        01  WS-HELD-FLAG                  PIC X(03) VALUE "NO".
001310        01  WS-HELD-REC.
001320            05  WS-HD-ENROLL-NO           PIC 9(06).
001330            05  WS-HD-TEST-CODE           PIC X(04).
001340            05  WS-HD-ADMIN-DATE          PIC 9(08).
001350            05  WS-HD-PERCENTILE          PIC 9(02).
001360        01  WS-COURSE-HITS                PIC 9(03).
001370        01  WS-SUBJECT-NAME               PIC X(20).
001380        01  WS-CUR-TEST-CODE              PIC X(04) VALUE SPACES.
001390        01  WS-DIFF                       PIC S9(03).
001400        01  WS-TEST-COUNT                 PIC 9(06) VALUE 0.
001410        01  WS-UNMAPPED-COUNT             PIC 9(06) VALUE 0.
001420        01  WS-LINE-COUNT                 PIC 9(06) VALUE 0.
001430        01  WS-HIGH-COUNT                 PIC 9(06) VALUE 0.
001440        01  WS-LOW-COUNT                  PIC 9(06) VALUE 0.
001450        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001460        01  WS-RPT-TITLE.
001470            05 FILLER                     PIC X(44)
001480               VALUE "STANDARDIZED TEST VS COURSE MARK - GAP FLAG ".
001490            05 WS-RT-GAP                  PIC Z9.
001500            05 FILLER                     PIC X(34) VALUE SPACES.
001510        01  WS-SUBJECT-LINE.
001520            05 FILLER                     PIC X(09) VALUE "SUBJECT: ".
001530            05 WS-SL-TEST                 PIC X(04).
001540            05 FILLER                     PIC X(01) VALUE SPACE.
001550            05 WS-SL-SUBJECT              PIC X(20).
001560            05 FILLER                     PIC X(46) VALUE SPACES.
001570        01  WS-RPT-COLUMNS.
001580            05 FILLER                     PIC X(28)
001590               VALUE "ENROLL NAME".
001600            05 FILLER                     PIC X(52)
001610               VALUE "TEST DATE  PCTL COURSE MARK REVIEW         CNSL".
001620        01  WS-DETAIL-LINE.
001630            05 WS-DL-ENROLL-NO            PIC 9(06).
001640            05 FILLER                     PIC X(01) VALUE SPACE.
001650            05 WS-DL-SNAME                PIC X(20).
001660            05 FILLER                     PIC X(01) VALUE SPACE.
001670            05 WS-DL-ADMIN-DATE           PIC 9(08).
001680            05 FILLER                     PIC X(03) VALUE SPACES.
001690            05 WS-DL-PERCENTILE           PIC Z9.
001700            05 FILLER                     PIC X(01) VALUE SPACE.
001710            05 WS-DL-COURSE               PIC X(06).
001720            05 FILLER                     PIC X(02) VALUE SPACES.
001730            05 WS-DL-MARKS                PIC ZZ9.
001740            05 FILLER                     PIC X(01) VALUE SPACE.
001750            05 WS-DL-REVIEW               PIC X(15).
001760            05 FILLER                     PIC X(01) VALUE SPACE.
001770            05 WS-DL-CNSL-NO              PIC X(04).
001780            05 FILLER                     PIC X(06) VALUE SPACES.
001790        01  WS-TOTAL-LINE.
001800            05 WS-TT-LABEL                PIC X(40).
001810            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
001820            05 FILLER                     PIC X(33) VALUE SPACES.
001830        COPY SPGM0901L.
001840        COPY SPGM0905L.
001850        COPY SPGMABNL.
001860        PROCEDURE DIVISION.
001870       ******************************************************************
001880       * MAIN PROGRAM FLOW.
001890       ******************************************************************
001900        00000-MAIN-PARA.
001910            PERFORM 05000-ACCEPT-PARA.
001920            IF  WS-ERROR-FLAG              NOT = "YES"
001930                PERFORM 10000-INITIALIZE-PARA
001940            END-IF.
001950            IF  WS-ERROR-FLAG              NOT = "YES"
001960                SORT SORT-FILE
001970                    ON ASCENDING KEY SR-TEST-CODE
001980                    ON ASCENDING KEY SR-ENROLL-NO
001990                    ON ASCENDING KEY SR-COURSE-CODE
002000                    INPUT PROCEDURE IS 20000-PAIR-SCORES-PARA
002010                    OUTPUT PROCEDURE IS 25000-PRINT-PARA
002020            END-IF.
002030            PERFORM 30000-CLOSE-PARA.
002040            STOP RUN.
002050       ******************************************************************
002060       * ACCEPT THE GAP= CARD.
002070       ******************************************************************
002080        05000-ACCEPT-PARA.
002090            MOVE SPACES                    TO WS-PARM-CARD.
002100            ACCEPT WS-PARM-CARD.
002110            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002120            MOVE "GAP"                     TO LK-PA-KEYWORD.
002130            SET LK-PA-NUMERIC              TO TRUE.
002140            MOVE 1                         TO LK-PA-MIN-VALUE.
002150            MOVE 99                        TO LK-PA-MAX-VALUE.
002160            MOVE "40"                      TO LK-PA-DEFAULT.
002170            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002180            IF  LK-PA-BAD
002190                DISPLAY "BAD GAP= CARD - RUN REFUSED."
002200                MOVE 16                    TO RETURN-CODE
002210                MOVE "YES"                 TO WS-ERROR-FLAG
002220            ELSE
002230                MOVE LK-PA-NUM-VALUE       TO WS-GAP
002240            END-IF.
002250       ******************************************************************
002260       * OPEN THE FILES AND LOAD THE TESTMAP. ASGNFILE IS OPTIONAL -
002270       * WITHOUT IT NO COUNSELOR IS SHOWN.
002280       ******************************************************************
002290        10000-INITIALIZE-PARA.
002300            MOVE SPACE                     TO LK-CHECK-FLAG.
002310            OPEN INPUT TEST-FILE.
002320            IF WS-TEST-FS                 NOT = "00"
002330               DISPLAY "TESTFILE ACCESS ERROR."
002340               MOVE "CEXM1053"            TO LK-PGM-ID
002350               MOVE "TESTFILE"            TO LK-FILE-ID
002360               MOVE WS-TEST-FS            TO LK-FILE-STATUS
002370               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002380               IF  LK-ABEND-YES
002390                   MOVE 16                TO RETURN-CODE
002400                   MOVE "YES"             TO WS-ERROR-FLAG
002410               END-IF
002420            END-IF.
002430            OPEN INPUT MAP-FILE.
002440            IF WS-MAP-FS                  NOT = "00"
002450               DISPLAY "TESTMAP ACCESS ERROR."
002460               MOVE "CEXM1053"            TO LK-PGM-ID
002470               MOVE "TESTMAP"             TO LK-FILE-ID
002480               MOVE WS-MAP-FS             TO LK-FILE-STATUS
002490               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002500               IF  LK-ABEND-YES
002510                   MOVE 16                TO RETURN-CODE
002520                   MOVE "YES"             TO WS-ERROR-FLAG
002530               END-IF
002540            ELSE
002550               PERFORM 12000-LOAD-MAP-PARA
002560                   UNTIL WS-MAP-EOF        = "YES"
002570               CLOSE MAP-FILE
002580            END-IF.
002590            OPEN INPUT REG-FILE.
002600            IF WS-REG-FS                  NOT = "00"
002610               DISPLAY "REGFILE ACCESS ERROR."
002620               MOVE "CEXM1053"            TO LK-PGM-ID
002630               MOVE "REGFILE"             TO LK-FILE-ID
002640               MOVE WS-REG-FS             TO LK-FILE-STATUS
002650               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002660               IF  LK-ABEND-YES
002670                   MOVE 16                TO RETURN-CODE
002680                   MOVE "YES"             TO WS-ERROR-FLAG
002690               END-IF
002700            END-IF.
002710            OPEN INPUT ASGN-FILE.
002720            IF WS-ASGN-FS                 = "35"
002730               MOVE "NO"                  TO WS-ASGN-PRESENT
002740            ELSE
002750               IF WS-ASGN-FS              NOT = "00"
002760                  DISPLAY "ASGNFILE ACCESS ERROR."
002770                  MOVE "CEXM1053"         TO LK-PGM-ID
002780                  MOVE "ASGNFILE"         TO LK-FILE-ID
002790                  MOVE WS-ASGN-FS         TO LK-FILE-STATUS
002800                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
002810                  IF  LK-ABEND-YES
002820                      MOVE 16             TO RETURN-CODE
002830                      MOVE "YES"          TO WS-ERROR-FLAG
002840                  END-IF
002850               END-IF
002860            END-IF.
002870            OPEN OUTPUT REPORT-FILE.
002880            IF WS-REPORT-FS               NOT = "00"
002890               DISPLAY "TESTCMP ACCESS ERROR."
002900               MOVE "CEXM1053"            TO LK-PGM-ID
002910               MOVE "TESTCMP"             TO LK-FILE-ID
002920               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
002930               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002940               IF  LK-ABEND-YES
002950                   MOVE 16                TO RETURN-CODE
002960                   MOVE "YES"             TO WS-ERROR-FLAG
002970               END-IF
002980            ELSE
002990               MOVE WS-GAP                TO WS-RT-GAP
003000               MOVE WS-HEADER1            TO RS-REPORT-REC
003010               WRITE RS-REPORT-REC
003020               MOVE WS-RPT-TITLE          TO RS-REPORT-REC
003030               WRITE RS-REPORT-REC
003040               MOVE WS-HEADER1            TO RS-REPORT-REC
003050               WRITE RS-REPORT-REC
003060            END-IF.
003070       ******************************************************************
003080       * LOAD ONE TESTMAP ROW (TEST CODE, SUBJECT, COURSE) TO THE TABLE.
003090       ******************************************************************
003100        12000-LOAD-MAP-PARA.
003110            READ MAP-FILE
003120            AT END
003130                MOVE "YES"                 TO WS-MAP-EOF
003140            NOT AT END
003150                EVALUATE TRUE
003160                    WHEN TP-TEST-CODE      = SPACES
003170                        OR TP-COURSE-CODE  = SPACES
003180                        DISPLAY "TESTMAP ROW INCOMPLETE - "
003190                            TP-TEST-CODE " " TP-COURSE-CODE
003200                            " IGNORED."
003210                    WHEN WS-MAP-COUNT      = 200
003220                        DISPLAY "TESTMAP TABLE FULL AT 200 - "
003230                            TP-TEST-CODE " " TP-COURSE-CODE
003240                            " IGNORED."
003250                    WHEN OTHER
003260                        ADD 1              TO WS-MAP-COUNT
003270                        MOVE TP-TEST-CODE  TO WS-MP-TEST(WS-MAP-COUNT)
003280                        MOVE TP-SUBJECT
003290                                      TO WS-MP-SUBJECT(WS-MAP-COUNT)
003300                        MOVE TP-COURSE-CODE
003310                                      TO WS-MP-COURSE(WS-MAP-COUNT)
003320                END-EVALUATE
003330            END-READ.
003340       ******************************************************************
003350       * SORT INPUT: READ TESTFILE IN KEY ORDER, HOLDING EACH STUDENT'S
003360       * LATEST ADMINISTRATION OF EACH TEST (THE LAST IN DATE ORDER)
003370       * AND PAIRING IT WITH THE SUBJECT'S COURSES.
003380       ******************************************************************
003390        20000-PAIR-SCORES-PARA.
003400            PERFORM 21000-READ-TEST-PARA
003410                UNTIL WS-ENDOFFILE         = "YES".
003420            IF  WS-HELD-FLAG               = "YES"
003430                PERFORM 22000-PAIR-HELD-PARA
003440            END-IF.
003450        21000-READ-TEST-PARA.
003460            READ TEST-FILE
003470            AT END
003480                MOVE "YES"                 TO WS-ENDOFFILE
003490            NOT AT END
003500                IF  WS-HELD-FLAG           = "YES"
003510                    AND (TS-ENROLL-NO      NOT = WS-HD-ENROLL-NO
003520                    OR   TS-TEST-CODE      NOT = WS-HD-TEST-CODE)
003530                    PERFORM 22000-PAIR-HELD-PARA
003540                END-IF
003550                MOVE "YES"                 TO WS-HELD-FLAG
003560                MOVE TS-ENROLL-NO          TO WS-HD-ENROLL-NO
003570                MOVE TS-TEST-CODE          TO WS-HD-TEST-CODE
003580                MOVE TS-ADMIN-DATE         TO WS-HD-ADMIN-DATE
003590                MOVE TS-PERCENTILE         TO WS-HD-PERCENTILE
003600            END-READ.
003610       ******************************************************************
003620       * RELEASE ONE SORT RECORD PER REGISTERED COURSE OF THE TEST'S
003630       * SUBJECT, OR ONE WITH NO COURSE WHEN THERE IS NONE. A TEST THE
003640       * TESTMAP DOES NOT NAME IS COUNTED AND LEFT OUT.
003650       ******************************************************************
003660        22000-PAIR-HELD-PARA.
003670            ADD 1                          TO WS-TEST-COUNT.
003680            MOVE 0                         TO WS-COURSE-HITS.
003690            MOVE SPACES                    TO WS-SUBJECT-NAME.
003700            PERFORM 22100-MATCH-COURSE-PARA
003710                VARYING WS-MP-SUB FROM 1 BY 1
003720                UNTIL WS-MP-SUB            > WS-MAP-COUNT.
003730            EVALUATE TRUE
003740                WHEN WS-SUBJECT-NAME       = SPACES
003750                    ADD 1                  TO WS-UNMAPPED-COUNT
003760                WHEN WS-COURSE-HITS        = 0
003770                    MOVE SPACES            TO RG-COURSE-CODE
003780                    MOVE 0                 TO RG-MARKS
003790                    PERFORM 22200-RELEASE-PARA
003800                WHEN OTHER
003810                    CONTINUE
003820            END-EVALUATE.
003830        22100-MATCH-COURSE-PARA.
003840            IF  WS-MP-TEST(WS-MP-SUB)      = WS-HD-TEST-CODE
003850                MOVE WS-MP-SUBJECT(WS-MP-SUB) TO WS-SUBJECT-NAME
003860                IF  WS-SUBJECT-NAME        = SPACES
003870                    MOVE WS-HD-TEST-CODE   TO WS-SUBJECT-NAME
003880                END-IF
003890                MOVE WS-HD-ENROLL-NO       TO RG-ENROLL-NO
003900                MOVE WS-MP-COURSE(WS-MP-SUB) TO RG-COURSE-CODE
003910                READ REG-FILE
003920                    INVALID KEY
003930                        CONTINUE
003940                    NOT INVALID KEY
003950                        ADD 1              TO WS-COURSE-HITS
003960                        PERFORM 22200-RELEASE-PARA
003970                END-READ
003980            END-IF.
003990        22200-RELEASE-PARA.
004000            MOVE WS-HD-TEST-CODE           TO SR-TEST-CODE.
004010            MOVE WS-HD-ENROLL-NO           TO SR-ENROLL-NO.
004020            MOVE RG-COURSE-CODE            TO SR-COURSE-CODE.
004030            MOVE WS-SUBJECT-NAME           TO SR-SUBJECT.
004040            MOVE WS-HD-ADMIN-DATE          TO SR-ADMIN-DATE.
004050            MOVE WS-HD-PERCENTILE          TO SR-PERCENTILE.
004060            MOVE RG-MARKS                  TO SR-MARKS.
004070            RELEASE SR-SORT-REC.
004080       ******************************************************************
004090       * SORT OUTPUT: ONE BLOCK PER SUBJECT, ONE LINE PER STUDENT AND
004100       * COURSE, FLAGGED WHERE TEST AND MARK DISAGREE BY THE GAP.
004110       ******************************************************************
004120        25000-PRINT-PARA.
004130            PERFORM 25100-ONE-RETURN-PARA
004140                UNTIL WS-SORT-EOF          = "YES".
004150            IF  WS-REPORT-FS               = "00"
004160                PERFORM 28000-TOTALS-PARA
004170            END-IF.
004180        25100-ONE-RETURN-PARA.
004190            RETURN SORT-FILE
004200            AT END
004210                MOVE "YES"                 TO WS-SORT-EOF
004220            NOT AT END
004230                IF  SR-TEST-CODE           NOT = WS-CUR-TEST-CODE
004240                    PERFORM 25200-SUBJECT-HEAD-PARA
004250                END-IF
004260                PERFORM 26000-DETAIL-PARA
004270            END-RETURN.
004280        25200-SUBJECT-HEAD-PARA.
004290            MOVE SR-TEST-CODE              TO WS-CUR-TEST-CODE.
004300            MOVE SR-TEST-CODE              TO WS-SL-TEST.
004310            MOVE SR-SUBJECT                TO WS-SL-SUBJECT.
004320            MOVE SPACES                    TO RS-REPORT-REC.
004330            WRITE RS-REPORT-REC.
004340            MOVE WS-SUBJECT-LINE           TO RS-REPORT-REC.
004350            WRITE RS-REPORT-REC.
004360            MOVE WS-RPT-COLUMNS            TO RS-REPORT-REC.
004370            WRITE RS-REPORT-REC.
004380            MOVE WS-HEADER1                TO RS-REPORT-REC.
004390            WRITE RS-REPORT-REC.
004400       ******************************************************************
004410       * PRINT ONE STUDENT/COURSE LINE.
004420       ******************************************************************
004430        26000-DETAIL-PARA.
004440            ADD 1                          TO WS-LINE-COUNT.
004450            MOVE SPACES                    TO WS-DL-REVIEW.
004460            MOVE SPACES                    TO WS-DL-CNSL-NO.
004470            MOVE SR-ENROLL-NO              TO WS-DL-ENROLL-NO.
004480            MOVE SR-ENROLL-NO              TO LK-ENROLL-NO.
004490            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
004500            IF  LK-FOUND
004510                MOVE LK-SNAME              TO WS-DL-SNAME
004520            ELSE
004530                MOVE "*NOT ON STUDFILE*"   TO WS-DL-SNAME
004540            END-IF.
004550            MOVE SR-ADMIN-DATE             TO WS-DL-ADMIN-DATE.
004560            MOVE SR-PERCENTILE             TO WS-DL-PERCENTILE.
004570            IF  SR-COURSE-CODE             = SPACES
004580                MOVE "NONE"                TO WS-DL-COURSE
004590                MOVE 0                     TO WS-DL-MARKS
004600            ELSE
004610                MOVE SR-COURSE-CODE        TO WS-DL-COURSE
004620                MOVE SR-MARKS              TO WS-DL-MARKS
004630                COMPUTE WS-DIFF = SR-PERCENTILE - SR-MARKS
004640                EVALUATE TRUE
004650                    WHEN WS-DIFF           NOT < WS-GAP
004660                        MOVE "REVIEW-TEST HI" TO WS-DL-REVIEW
004670                        ADD 1              TO WS-HIGH-COUNT
004680                        PERFORM 26100-COUNSELOR-PARA
004690                    WHEN 0 - WS-DIFF       NOT < WS-GAP
004700                        MOVE "REVIEW-TEST LO" TO WS-DL-REVIEW
004710                        ADD 1              TO WS-LOW-COUNT
004720                        PERFORM 26100-COUNSELOR-PARA
004730                    WHEN OTHER
004740                        CONTINUE
004750                END-EVALUATE
004760            END-IF.
004770            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
004780            WRITE RS-REPORT-REC.
004790        26100-COUNSELOR-PARA.
004800            IF  WS-ASGN-PRESENT            = "YES"
004810                MOVE SR-ENROLL-NO          TO AG-ENROLL-NO
004820                READ ASGN-FILE
004830                    INVALID KEY
004840                        MOVE "NONE"        TO WS-DL-CNSL-NO
004850                    NOT INVALID KEY
004860                        MOVE AG-CNSL-NO    TO WS-DL-CNSL-NO
004870                END-READ
004880            END-IF.
004890       ******************************************************************
004900       * REPORT TOTALS.
004910       ******************************************************************
004920        28000-TOTALS-PARA.
004930            MOVE WS-HEADER1                TO RS-REPORT-REC.
004940            WRITE RS-REPORT-REC.
004950            MOVE "STUDENT TESTS COMPARED"  TO WS-TT-LABEL.
004960            MOVE WS-TEST-COUNT             TO WS-TT-COUNT.
004970            PERFORM 28100-TOTAL-LINE-PARA.
004980            MOVE "TESTS NOT ON TESTMAP"    TO WS-TT-LABEL.
004990            MOVE WS-UNMAPPED-COUNT         TO WS-TT-COUNT.
005000            PERFORM 28100-TOTAL-LINE-PARA.
005010            MOVE "LINES PRINTED"           TO WS-TT-LABEL.
005020            MOVE WS-LINE-COUNT             TO WS-TT-COUNT.
005030            PERFORM 28100-TOTAL-LINE-PARA.
005040            MOVE "REVIEW - TEST HIGH, COURSE MARK LOW"
005050                                           TO WS-TT-LABEL.
005060            MOVE WS-HIGH-COUNT             TO WS-TT-COUNT.
005070            PERFORM 28100-TOTAL-LINE-PARA.
005080            MOVE "REVIEW - TEST LOW, COURSE MARK HIGH"
005090                                           TO WS-TT-LABEL.
005100            MOVE WS-LOW-COUNT              TO WS-TT-COUNT.
005110            PERFORM 28100-TOTAL-LINE-PARA.
005120        28100-TOTAL-LINE-PARA.
005130            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005140            WRITE RS-REPORT-REC.
005150       ******************************************************************
005160       * DISPLAY COUNTS AND CLOSE THE FILES.
005170       ******************************************************************
005180        30000-CLOSE-PARA.
005190            DISPLAY "STUDENT TESTS COMPARED: " WS-TEST-COUNT.
005200            DISPLAY "FLAGGED TEST HIGH     : " WS-HIGH-COUNT.
005210            DISPLAY "FLAGGED TEST LOW      : " WS-LOW-COUNT.
005220            CLOSE TEST-FILE.
005230            CLOSE REG-FILE.
005240            IF  WS-ASGN-PRESENT            = "YES"
005250                CLOSE ASGN-FILE
005260            END-IF.
005270            CLOSE REPORT-FILE.
