000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1033.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: COHORT RETENTION AND GRADUATION-RATE REPORT.
000060       *  EVERY STUDENT - ON STUDFILE OR ON CEXM915'S STUDARCH ARCHIVE -
000070       *  IS PLACED IN AN ENTRY COHORT BY THE YEAR OF THEIR FIRST
000080       *  TERMHIST TERM (EARLIEST TERMCTL START DATE; A TERM NOT ON
000090       *  TERMCTL FALLS BACK TO THE YEAR IN ITS TERM CODE). FOR EACH
000100       *  COHORT THE REPORT SHOWS, AT THE END OF THE ENTRY YEAR AND OF
000110       *  EACH LATER YEAR UP TO THIS ONE, HOW MANY WERE STILL ACTIVE,
000120       *  HAD GRADUATED AND HAD WITHDRAWN, WITH PERCENTAGES OF THE
000130       *  COHORT, FROM THE CEXM914 STATUS CODE AND STATUS DATE:
000140       *      G/W WITH A STATUS DATE IN OR BEFORE THE YEAR = GRADUATED/
000150       *      WITHDRAWN BY THAT YEAR END; ANYTHING ELSE = ACTIVE.
000160       *  A STUDENT COUNTS ONCE. A CEXM972 RE-ADMISSION KEEPS ITS OLD
000170       *  TERMHIST HISTORY, SO IT STAYS IN ITS ORIGINAL COHORT RATHER
000180       *  THAN ENTERING A NEW ONE; ITS LIVE STUDFILE RECORD WINS OVER
000190       *  ANY ARCHIVE COPY, AND OF SEVERAL ARCHIVE COPIES (PURGED MORE
000200       *  THAN ONCE) THE LATEST STATUS DATE WINS. ACTIVE STUDENTS WITH
000210       *  A STATUS DATE WERE REINSTATED AND ARE COUNTED AS READMITTED.
000220       * STUDOUT : JEBA02.EMY.COBOL.STUDFILE (INDEXED ON ENROLL NO)
000230       * STUDARCH: JEBA02.EMY.COBOL.STUDARCH
000240       * TERMHIST: JEBA02.EMY.COBOL.TERMHIST (INDEXED ON ENROLL+TERM)
000250       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000260       * COHRPT  : JEBA02.EMY.COBOL.COHRPT
000270       * ----------------------------------------------------------------
000280       * PRJ NO    NAME     DATE          MAINT DESC.
000290       * ----------------------------------------------------------------
000300       * JEBA02    EMY     09/19/2026    PROGRAM CREATED.
000310       ******************************************************************
000320        ENVIRONMENT DIVISION.
000330        INPUT-OUTPUT SECTION.
000340        FILE-CONTROL.
000350            SELECT STUD-FILE
000360                ASSIGN TO STUDOUT
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS SEQUENTIAL
000390                RECORD KEY IS FS-ENROLL-NO
000400                FILE STATUS IS WS-STUD-FS.
000410            SELECT ARCH-FILE
000420                ASSIGN TO STUDARCH
000430                ORGANIZATION IS SEQUENTIAL
000440                ACCESS MODE IS SEQUENTIAL
000450                FILE STATUS IS WS-ARCH-FS.
000460            SELECT HIST-FILE
000470                ASSIGN TO TERMHIST
000480                ORGANIZATION IS INDEXED
000490                ACCESS MODE IS DYNAMIC
000500                RECORD KEY IS HS-HIST-KEY
000510                FILE STATUS IS WS-HIST-FS.
000520            SELECT TERM-FILE
000530                ASSIGN TO TERMCTL
000540                ORGANIZATION IS INDEXED
000550                ACCESS MODE IS RANDOM
000560                RECORD KEY IS TM-TERM-CODE
000570                FILE STATUS IS WS-TERM-FS.
000580            SELECT REPORT-FILE
000590                ASSIGN TO COHRPT
000600                ORGANIZATION IS SEQUENTIAL
000610                ACCESS MODE IS SEQUENTIAL
000620                FILE STATUS IS WS-REPORT-FS.
000630        DATA DIVISION.
000640        FILE SECTION.
000650        FD  STUD-FILE.
000660        01  FS-STUD-REC.
000670            05  FS-ENROLL-NO              PIC 9(06).
000680            05  FS-SNAME                  PIC X(30).
000690            05  FS-MATHS-MARKS            PIC 9(03).
000700            05  FS-SCIENCE-MARKS          PIC 9(03).
000710            05  FS-COMPUTER-MARKS         PIC 9(03).
000720            05  FS-AVG-MARKS              PIC 9(03)V9(02).
000730            05  FS-STUD-STATUS            PIC X(01).
000740            05  FS-STATUS-DATE            PIC X(08).
000750            05  FS-CAMPUS-CODE            PIC X(02).
000760            05  FILLER                    PIC X(19).
000770        FD  ARCH-FILE.
000780        01  AR-ARCH-REC.
000790            05  AR-ENROLL-NO              PIC 9(06).
000800            05  AR-SNAME                  PIC X(30).
000810            05  AR-MATHS-MARKS            PIC 9(03).
000820            05  AR-SCIENCE-MARKS          PIC 9(03).
000830            05  AR-COMPUTER-MARKS         PIC 9(03).
000840            05  AR-AVG-MARKS              PIC 9(03)V9(02).
000850            05  AR-STUD-STATUS            PIC X(01).
000860            05  AR-STATUS-DATE            PIC X(08).
000870            05  FILLER                    PIC X(21).
000880        FD  HIST-FILE.
000890        01  HS-HIST-REC.
000900            05  HS-HIST-KEY.
000910                10  HS-ENROLL-NO          PIC 9(06).
000920                10  HS-TERM-CODE          PIC X(05).
000930            05  HS-SNAME                  PIC X(30).
000940            05  HS-MATHS-MARKS            PIC 9(03).
000950            05  HS-SCIENCE-MARKS          PIC 9(03).
000960            05  HS-COMPUTER-MARKS         PIC 9(03).
000970            05  HS-AVG-MARKS              PIC 9(03)V9(02).
000980            05  FILLER                    PIC X(25).
000990        FD  TERM-FILE.
001000        01  TM-TERM-REC.
001010            05  TM-TERM-CODE              PIC X(05).
001020            05  TM-START-DATE             PIC 9(08).
001030            05  TM-END-DATE               PIC 9(08).
001040            05  TM-OPEN-FLAG              PIC X(01).
001050            05  FILLER                    PIC X(58).
001060        FD  REPORT-FILE.
001070        01  RS-REPORT-REC                 PIC X(80).
001080        WORKING-STORAGE SECTION.
001090        01  WS-STUD-FS                    PIC X(02).
001100        01  WS-ARCH-FS                    PIC X(02).
001110        01  WS-HIST-FS                    PIC X(02).
001120        01  WS-TERM-FS                    PIC X(02).
001130        01  WS-REPORT-FS                  PIC X(02).
001140        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001150        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001160        01  WS-ARCH-EOF                   PIC X(03) VALUE "NO".
001170        01  WS-ARCH-AVAIL                 PIC X(03) VALUE "YES".
001180        01  WS-HIST-DONE                  PIC X(03) VALUE "NO".
001190        01  WS-CURRENT-DATE-DATA          PIC X(20).
001200        01  WS-THIS-YEAR                  PIC 9(04).
001210        01  WS-STUDENT-COUNT              PIC 9(06) VALUE 0.
001220        01  WS-NO-HIST-COUNT              PIC 9(06) VALUE 0.
001230        01  WS-OUT-RANGE-COUNT            PIC 9(06) VALUE 0.
001240       * ARCHIVED STUDENTS, LOADED TO A TABLE AT STARTUP AS CEXM973
001250       * DOES. ONE ENTRY PER ENROLL NUMBER - THE LATEST STATUS DATE
001260       * WINS - AND A STUDENT BACK ON STUDFILE IS MARKED SUPERSEDED.
001270        01  WS-ARCH-COUNT                 PIC 9(04) VALUE 0.
001280        01  WS-ARCH-TABLE.
001290            05  WS-AR-ENTRY               OCCURS 9999 TIMES.
001300                10  WS-AR-ENROLL-NO       PIC 9(06).
001310                10  WS-AR-STATUS          PIC X(01).
001320                10  WS-AR-STATUS-DATE     PIC X(08).
001330                10  WS-AR-SUPERSEDED      PIC X(01).
001340        01  WS-AR-SUB                     PIC 9(04).
001350        01  WS-AR-FOUND                   PIC 9(04).
001360       * TERM START DATES, READ FROM TERMCTL ONCE PER TERM.
001370        01  WS-TC-COUNT                   PIC 9(02) VALUE 0.
001380        01  WS-TC-TABLE.
001390            05  WS-TC-ENTRY               OCCURS 50 TIMES.
001400                10  WS-TC-TERM            PIC X(05).
001410                10  WS-TC-START           PIC 9(08).
001420        01  WS-TC-SUB                     PIC 9(02).
001430        01  WS-TC-FOUND                   PIC 9(02).
001440        01  WS-TERM-START                 PIC 9(08).
001450       * THE STUDENT BEING COUNTED.
001460        01  WS-CUR-ENROLL-NO              PIC 9(06).
001470        01  WS-CUR-STATUS                 PIC X(01).
001480        01  WS-CUR-STATUS-DATE            PIC X(08).
001490        01  WS-STATUS-YEAR                PIC 9(04).
001500        01  WS-FIRST-START                PIC 9(08).
001510        01  WS-ENTRY-YEAR                 PIC 9(04).
001520        01  WS-YEAR-END                   PIC 9(04).
001530       * COHORTS BY ENTRY YEAR 1950 THROUGH 2049 (SUBSCRIPT = YEAR -
001540       * 1949); FOR EACH, THE COUNTS AT EACH YEAR END FROM THE ENTRY
001550       * YEAR (OFFSET 1) ON, UP TO 20 YEARS.
001560        01  WS-BASE-YEAR                  PIC 9(04) VALUE 1949.
001570        01  WS-COHORT-TABLE.
001580            05  WS-CH-ENTRY               OCCURS 100 TIMES.
001590                10  WS-CH-ENTRANTS        PIC 9(05).
001600                10  WS-CH-READMITS        PIC 9(05).
001610                10  WS-CH-YEAR-CELL       OCCURS 20 TIMES.
001620                    15  WS-CH-ACTIVE      PIC 9(05).
001630                    15  WS-CH-GRADUATED   PIC 9(05).
001640                    15  WS-CH-WITHDRAWN   PIC 9(05).
001650        01  WS-CH-SUB                     PIC 9(03).
001660        01  WS-YR-SUB                     PIC 9(02).
001670        01  WS-YR-LIMIT                   PIC 9(02).
001680        01  WS-PCT                        PIC 9(03)V9(01).
001690        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001700        01  WS-TITLE-LINE.
001710            05 FILLER                     PIC X(46)
001720                 VALUE "COHORT RETENTION AND GRADUATION - AS OF YEAR ".
001730            05 WS-TL-YEAR                 PIC 9(04).
001740            05 FILLER                     PIC X(30) VALUE SPACES.
001750        01  WS-COHORT-LINE.
001760            05 FILLER                     PIC X(14)
001770                                          VALUE "ENTRY COHORT: ".
001780            05 WS-CL-YEAR                 PIC 9(04).
001790            05 FILLER                     PIC X(13)
001800                                          VALUE "  ENTRANTS:  ".
001810            05 WS-CL-ENTRANTS             PIC ZZ,ZZ9.
001820            05 FILLER                     PIC X(15)
001830                                          VALUE "  READMITTED:  ".
001840            05 WS-CL-READMITS             PIC ZZ,ZZ9.
001850            05 FILLER                     PIC X(22) VALUE SPACES.
001860        01  WS-COLUMN-LINE.
001870            05 FILLER                     PIC X(12) VALUE "YEAR END".
001880            05 FILLER                     PIC X(20)
001890                                          VALUE "  ACTIVE       PCT".
001900            05 FILLER                     PIC X(20)
001910                                          VALUE "  GRADUATED    PCT".
001920            05 FILLER                     PIC X(20)
001930                                          VALUE "  WITHDRAWN    PCT".
001940            05 FILLER                     PIC X(08) VALUE SPACES.
001950        01  WS-DETAIL-LINE.
001960            05 WS-DL-YEAR                 PIC 9(04).
001970            05 FILLER                     PIC X(08) VALUE SPACES.
001980            05 WS-DL-ACTIVE               PIC ZZ,ZZ9.
001990            05 FILLER                     PIC X(06) VALUE SPACES.
002000            05 WS-DL-ACTIVE-PCT           PIC ZZ9.9.
002010            05 FILLER                     PIC X(05) VALUE SPACES.
002020            05 WS-DL-GRADUATED            PIC ZZ,ZZ9.
002030            05 FILLER                     PIC X(04) VALUE SPACES.
002040            05 WS-DL-GRAD-PCT             PIC ZZ9.9.
002050            05 FILLER                     PIC X(05) VALUE SPACES.
002060            05 WS-DL-WITHDRAWN            PIC ZZ,ZZ9.
002070            05 FILLER                     PIC X(04) VALUE SPACES.
002080            05 WS-DL-WDRN-PCT             PIC ZZ9.9.
002090            05 FILLER                     PIC X(11) VALUE SPACES.
002100        01  WS-TRAILER.
002110            05 FILLER                     PIC X(17)
002120                                          VALUE "STUDENTS COUNTED:".
002130            05 WS-TR-STUDENTS             PIC ZZZ,ZZ9.
002140            05 FILLER                     PIC X(21)
002150                                          VALUE "   NO TERM HISTORY: ".
002160            05 WS-TR-NO-HIST              PIC ZZZ,ZZ9.
002170            05 FILLER                     PIC X(20)
002180                                          VALUE "   OUT OF RANGE:   ".
002190            05 WS-TR-OUT-RANGE            PIC ZZZ,ZZ9.
002200            05 FILLER                     PIC X(01) VALUE SPACES.
002210        COPY SPGMABNL.
002220        PROCEDURE DIVISION.
002230       ******************************************************************
002240       * MAIN PROGRAM FLOW.
002250       ******************************************************************
002260        00000-MAIN-PARA.
002270            PERFORM 10000-INITIALIZE-PARA.
002280            IF  WS-ERROR-FLAG              NOT = "YES"
002290                PERFORM 12000-LOAD-ARCH-PARA
002300                    UNTIL WS-ARCH-EOF      = "YES"
002310                PERFORM 20000-PROCESS-PARA
002320                    UNTIL WS-ENDOFFILE     = "YES"
002330                PERFORM 22000-ARCHIVED-PARA
002340                    VARYING WS-AR-SUB FROM 1 BY 1
002350                    UNTIL WS-AR-SUB        > WS-ARCH-COUNT
002360                PERFORM 26000-PRINT-COHORT-PARA
002370                    VARYING WS-CH-SUB FROM 1 BY 1
002380                    UNTIL WS-CH-SUB        > 100
002390                MOVE WS-STUDENT-COUNT      TO WS-TR-STUDENTS
002400                MOVE WS-NO-HIST-COUNT      TO WS-TR-NO-HIST
002410                MOVE WS-OUT-RANGE-COUNT    TO WS-TR-OUT-RANGE
002420                MOVE WS-HEADER1            TO RS-REPORT-REC
002430                WRITE RS-REPORT-REC
002440                MOVE WS-TRAILER            TO RS-REPORT-REC
002450                WRITE RS-REPORT-REC
002460            END-IF.
002470            PERFORM 30000-CLOSE-PARA.
002480            STOP RUN.
002490       ******************************************************************
002500       * OPEN ALL FILES. AN ARCHIVE THAT DOES NOT EXIST YET JUST MEANS
002510       * NO ARCHIVED STUDENTS.
002520       ******************************************************************
002530        10000-INITIALIZE-PARA.
002540            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002550            MOVE WS-CURRENT-DATE-DATA(1:4) TO WS-THIS-YEAR.
002560            INITIALIZE WS-COHORT-TABLE.
002570            OPEN INPUT STUD-FILE.
002580            IF WS-STUD-FS                 NOT = "00"
002590               DISPLAY "STUDFILE ACCESS ERROR."
002600               MOVE "CEXM1033"            TO LK-PGM-ID
002610               MOVE "STUDOUT"             TO LK-FILE-ID
002620               MOVE WS-STUD-FS            TO LK-FILE-STATUS
002630               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002640               IF  LK-ABEND-YES
002650                   MOVE 16                TO RETURN-CODE
002660                   MOVE "YES"             TO WS-ERROR-FLAG
002670               END-IF
002680            END-IF.
002690            OPEN INPUT ARCH-FILE.
002700            IF WS-ARCH-FS                 = "35"
002710               MOVE "NO"                  TO WS-ARCH-AVAIL
002720               MOVE "YES"                 TO WS-ARCH-EOF
002730            ELSE
002740               IF WS-ARCH-FS              NOT = "00"
002750                  DISPLAY "STUDARCH ACCESS ERROR."
002760                  MOVE "CEXM1033"         TO LK-PGM-ID
002770                  MOVE "STUDARCH"         TO LK-FILE-ID
002780                  MOVE WS-ARCH-FS         TO LK-FILE-STATUS
002790                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
002800                  IF  LK-ABEND-YES
002810                      MOVE 16             TO RETURN-CODE
002820                      MOVE "YES"          TO WS-ERROR-FLAG
002830                  END-IF
002840               END-IF
002850            END-IF.
002860            OPEN INPUT HIST-FILE.
002870            IF WS-HIST-FS                 NOT = "00"
002880               DISPLAY "TERMHIST ACCESS ERROR."
002890               MOVE "CEXM1033"            TO LK-PGM-ID
002900               MOVE "TERMHIST"            TO LK-FILE-ID
002910               MOVE WS-HIST-FS            TO LK-FILE-STATUS
002920               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002930               IF  LK-ABEND-YES
002940                   MOVE 16                TO RETURN-CODE
002950                   MOVE "YES"             TO WS-ERROR-FLAG
002960               END-IF
002970            END-IF.
002980            OPEN INPUT TERM-FILE.
002990            IF WS-TERM-FS                 NOT = "00"
003000               DISPLAY "TERMCTL ACCESS ERROR."
003010               MOVE "CEXM1033"            TO LK-PGM-ID
003020               MOVE "TERMCTL"             TO LK-FILE-ID
003030               MOVE WS-TERM-FS            TO LK-FILE-STATUS
003040               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003050               IF  LK-ABEND-YES
003060                   MOVE 16                TO RETURN-CODE
003070                   MOVE "YES"             TO WS-ERROR-FLAG
003080               END-IF
003090            END-IF.
003100            OPEN OUTPUT REPORT-FILE.
003110            IF WS-REPORT-FS               NOT = "00"
003120               DISPLAY "COHRPT ACCESS ERROR."
003130               MOVE "CEXM1033"            TO LK-PGM-ID
003140               MOVE "COHRPT"              TO LK-FILE-ID
003150               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003160               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003170               IF  LK-ABEND-YES
003180                   MOVE 16                TO RETURN-CODE
003190                   MOVE "YES"             TO WS-ERROR-FLAG
003200               END-IF
003210            ELSE
003220               MOVE WS-THIS-YEAR          TO WS-TL-YEAR
003230               MOVE WS-HEADER1            TO RS-REPORT-REC
003240               WRITE RS-REPORT-REC
003250               MOVE WS-TITLE-LINE         TO RS-REPORT-REC
003260               WRITE RS-REPORT-REC
003270            END-IF.
003280       ******************************************************************
003290       * LOAD ONE ARCHIVE RECORD. A STUDENT ARCHIVED MORE THAN ONCE
003300       * KEEPS ONE ENTRY, WITH THE LATEST STATUS DATE.
003310       ******************************************************************
003320        12000-LOAD-ARCH-PARA.
003330            READ ARCH-FILE
003340            AT END
003350                MOVE "YES"                 TO WS-ARCH-EOF
003360            NOT AT END
003370                MOVE AR-ENROLL-NO          TO WS-CUR-ENROLL-NO
003380                PERFORM 12400-FIND-ARCH-PARA
003390                IF  WS-AR-FOUND            NOT = 0
003400                    IF  AR-STATUS-DATE
003410                            > WS-AR-STATUS-DATE(WS-AR-FOUND)
003420                        MOVE AR-STUD-STATUS
003430                            TO WS-AR-STATUS(WS-AR-FOUND)
003440                        MOVE AR-STATUS-DATE
003450                            TO WS-AR-STATUS-DATE(WS-AR-FOUND)
003460                    END-IF
003470                ELSE
003480                    IF  WS-ARCH-COUNT      = 9999
003490                        DISPLAY "ARCHIVE TABLE FULL AT 9999 - "
003500                            AR-ENROLL-NO " NOT COUNTED."
003510                    ELSE
003520                        ADD 1              TO WS-ARCH-COUNT
003530                        MOVE AR-ENROLL-NO
003540                            TO WS-AR-ENROLL-NO(WS-ARCH-COUNT)
003550                        MOVE AR-STUD-STATUS
003560                            TO WS-AR-STATUS(WS-ARCH-COUNT)
003570                        MOVE AR-STATUS-DATE
003580                            TO WS-AR-STATUS-DATE(WS-ARCH-COUNT)
003590                        MOVE "N"
003600                            TO WS-AR-SUPERSEDED(WS-ARCH-COUNT)
003610                    END-IF
003620                END-IF
003630            END-READ.
003640        12400-FIND-ARCH-PARA.
003650            MOVE 0                         TO WS-AR-FOUND.
003660            PERFORM 12600-MATCH-ARCH-PARA
003670                VARYING WS-AR-SUB FROM 1 BY 1
003680                UNTIL WS-AR-SUB            > WS-ARCH-COUNT
003690                OR WS-AR-FOUND             NOT = 0.
003700        12600-MATCH-ARCH-PARA.
003710            IF  WS-AR-ENROLL-NO(WS-AR-SUB) = WS-CUR-ENROLL-NO
003720                MOVE WS-AR-SUB             TO WS-AR-FOUND
003730            END-IF.
003740       ******************************************************************
003750       * COUNT ONE STUDFILE STUDENT. ANY ARCHIVE COPY OF THE SAME
003760       * STUDENT (A RE-ADMISSION) IS SUPERSEDED BY THE LIVE RECORD.
003770       ******************************************************************
003780        20000-PROCESS-PARA.
003790            READ STUD-FILE
003800            AT END
003810                MOVE "YES"                 TO WS-ENDOFFILE
003820            NOT AT END
003830                MOVE FS-ENROLL-NO          TO WS-CUR-ENROLL-NO
003840                MOVE FS-STUD-STATUS        TO WS-CUR-STATUS
003850                MOVE FS-STATUS-DATE        TO WS-CUR-STATUS-DATE
003860                PERFORM 12400-FIND-ARCH-PARA
003870                IF  WS-AR-FOUND            NOT = 0
003880                    MOVE "Y"           TO WS-AR-SUPERSEDED(WS-AR-FOUND)
003890                END-IF
003900                PERFORM 24000-COUNT-STUDENT-PARA
003910            END-READ.
003920       ******************************************************************
003930       * COUNT ONE ARCHIVED STUDENT NOT BACK ON STUDFILE.
003940       ******************************************************************
003950        22000-ARCHIVED-PARA.
003960            IF  WS-AR-SUPERSEDED(WS-AR-SUB) = "N"
003970                MOVE WS-AR-ENROLL-NO(WS-AR-SUB) TO WS-CUR-ENROLL-NO
003980                MOVE WS-AR-STATUS(WS-AR-SUB)    TO WS-CUR-STATUS
003990                MOVE WS-AR-STATUS-DATE(WS-AR-SUB)
004000                                           TO WS-CUR-STATUS-DATE
004010                PERFORM 24000-COUNT-STUDENT-PARA
004020            END-IF.
004030       ******************************************************************
004040       * FIND THE STUDENT'S ENTRY YEAR FROM THE FIRST TERMHIST TERM,
004050       * THEN ADD THE STUDENT TO EACH YEAR END OF THE COHORT.
004060       ******************************************************************
004070        24000-COUNT-STUDENT-PARA.
004080            MOVE 99999999                  TO WS-FIRST-START.
004090            MOVE "NO"                      TO WS-HIST-DONE.
004100            MOVE WS-CUR-ENROLL-NO          TO HS-ENROLL-NO.
004110            MOVE LOW-VALUES                TO HS-TERM-CODE.
004120            START HIST-FILE KEY IS >= HS-HIST-KEY
004130                INVALID KEY
004140                    MOVE "YES"             TO WS-HIST-DONE
004150            END-START.
004160            PERFORM 24200-ONE-TERM-PARA
004170                UNTIL WS-HIST-DONE         = "YES".
004180            IF  WS-FIRST-START             = 99999999
004190                ADD 1                      TO WS-NO-HIST-COUNT
004200            ELSE
004210                MOVE WS-FIRST-START(1:4)   TO WS-ENTRY-YEAR
004220                IF  WS-ENTRY-YEAR          NOT > WS-BASE-YEAR
004230                    OR WS-ENTRY-YEAR       > WS-BASE-YEAR + 100
004240                    OR WS-ENTRY-YEAR       > WS-THIS-YEAR
004250                    ADD 1                  TO WS-OUT-RANGE-COUNT
004260                ELSE
004270                    ADD 1                  TO WS-STUDENT-COUNT
004280                    PERFORM 24600-TALLY-PARA
004290                END-IF
004300            END-IF.
004310        24200-ONE-TERM-PARA.
004320            READ HIST-FILE NEXT
004330            AT END
004340                MOVE "YES"                 TO WS-HIST-DONE
004350            NOT AT END
004360                IF  HS-ENROLL-NO           NOT = WS-CUR-ENROLL-NO
004370                    MOVE "YES"             TO WS-HIST-DONE
004380                ELSE
004390                    PERFORM 24400-TERM-START-PARA
004400                    IF  WS-TERM-START      < WS-FIRST-START
004410                        MOVE WS-TERM-START TO WS-FIRST-START
004420                    END-IF
004430                END-IF
004440            END-READ.
004450       ******************************************************************
004460       * THE START DATE OF A TERMHIST TERM FROM TERMCTL (ONCE PER
004470       * TERM). A TERM NOT ON TERMCTL IS DATED JANUARY 1 OF THE YEAR
004480       * IN ITS CODE, OR IGNORED WHEN THE CODE CARRIES NO YEAR.
004490       ******************************************************************
004500        24400-TERM-START-PARA.
004510            MOVE 0                         TO WS-TC-FOUND.
004520            PERFORM 24500-FIND-TERM-PARA
004530                VARYING WS-TC-SUB FROM 1 BY 1
004540                UNTIL WS-TC-SUB            > WS-TC-COUNT
004550                OR WS-TC-FOUND             NOT = 0.
004560            IF  WS-TC-FOUND                NOT = 0
004570                MOVE WS-TC-START(WS-TC-FOUND) TO WS-TERM-START
004580            ELSE
004590                MOVE 99999999              TO WS-TERM-START
004600                MOVE HS-TERM-CODE          TO TM-TERM-CODE
004610                READ TERM-FILE
004620                    INVALID KEY
004630                        IF  HS-TERM-CODE(1:4) IS NUMERIC
004640                            MOVE HS-TERM-CODE(1:4)
004650                                           TO WS-TERM-START(1:4)
004660                            MOVE "0101"    TO WS-TERM-START(5:4)
004670                        END-IF
004680                    NOT INVALID KEY
004690                        MOVE TM-START-DATE TO WS-TERM-START
004700                END-READ
004710                IF  WS-TC-COUNT            < 50
004720                    ADD 1                  TO WS-TC-COUNT
004730                    MOVE HS-TERM-CODE      TO WS-TC-TERM(WS-TC-COUNT)
004740                    MOVE WS-TERM-START     TO WS-TC-START(WS-TC-COUNT)
004750                END-IF
004760            END-IF.
004770        24500-FIND-TERM-PARA.
004780            IF  WS-TC-TERM(WS-TC-SUB)      = HS-TERM-CODE
004790                MOVE WS-TC-SUB             TO WS-TC-FOUND
004800            END-IF.
004810       ******************************************************************
004820       * ADD THE STUDENT TO THE COHORT AT EVERY YEAR END FROM ENTRY TO
004830       * THIS YEAR, AS ACTIVE, GRADUATED OR WITHDRAWN BY THAT DATE.
004840       ******************************************************************
004850        24600-TALLY-PARA.
004860            COMPUTE WS-CH-SUB = WS-ENTRY-YEAR - WS-BASE-YEAR.
004870            ADD 1                          TO WS-CH-ENTRANTS(WS-CH-SUB).
004880            IF  (WS-CUR-STATUS             = "A"
004890                 OR WS-CUR-STATUS          = SPACE)
004900                AND WS-CUR-STATUS-DATE     NOT = SPACES
004910                ADD 1                      TO WS-CH-READMITS(WS-CH-SUB)
004920            END-IF.
004930            MOVE 9999                      TO WS-STATUS-YEAR.
004940            IF  (WS-CUR-STATUS             = "G"
004950                 OR WS-CUR-STATUS          = "W")
004960                AND WS-CUR-STATUS-DATE(1:4) IS NUMERIC
004970                MOVE WS-CUR-STATUS-DATE(1:4) TO WS-STATUS-YEAR
004980            END-IF.
004990            COMPUTE WS-YR-LIMIT = WS-THIS-YEAR - WS-ENTRY-YEAR + 1.
005000            IF  WS-YR-LIMIT                > 20
005010                MOVE 20                    TO WS-YR-LIMIT
005020            END-IF.
005030            PERFORM 24800-TALLY-YEAR-PARA
005040                VARYING WS-YR-SUB FROM 1 BY 1
005050                UNTIL WS-YR-SUB            > WS-YR-LIMIT.
005060        24800-TALLY-YEAR-PARA.
005070            COMPUTE WS-YEAR-END = WS-ENTRY-YEAR + WS-YR-SUB - 1.
005080            EVALUATE TRUE
005090                WHEN WS-STATUS-YEAR        > WS-YEAR-END
005100                    ADD 1     TO WS-CH-ACTIVE(WS-CH-SUB, WS-YR-SUB)
005110                WHEN WS-CUR-STATUS         = "G"
005120                    ADD 1     TO WS-CH-GRADUATED(WS-CH-SUB, WS-YR-SUB)
005130                WHEN OTHER
005140                    ADD 1     TO WS-CH-WITHDRAWN(WS-CH-SUB, WS-YR-SUB)
005150            END-EVALUATE.
005160       ******************************************************************
005170       * PRINT ONE COHORT: ITS HEADING AND A LINE PER YEAR END.
005180       ******************************************************************
005190        26000-PRINT-COHORT-PARA.
005200            IF  WS-CH-ENTRANTS(WS-CH-SUB)  > 0
005210                COMPUTE WS-ENTRY-YEAR = WS-BASE-YEAR + WS-CH-SUB
005220                MOVE WS-ENTRY-YEAR         TO WS-CL-YEAR
005230                MOVE WS-CH-ENTRANTS(WS-CH-SUB) TO WS-CL-ENTRANTS
005240                MOVE WS-CH-READMITS(WS-CH-SUB) TO WS-CL-READMITS
005250                MOVE WS-HEADER1            TO RS-REPORT-REC
005260                WRITE RS-REPORT-REC
005270                MOVE WS-COHORT-LINE        TO RS-REPORT-REC
005280                WRITE RS-REPORT-REC
005290                MOVE WS-COLUMN-LINE        TO RS-REPORT-REC
005300                WRITE RS-REPORT-REC
005310                COMPUTE WS-YR-LIMIT = WS-THIS-YEAR - WS-ENTRY-YEAR + 1
005320                IF  WS-YR-LIMIT            > 20
005330                    MOVE 20                TO WS-YR-LIMIT
005340                END-IF
005350                PERFORM 26200-PRINT-YEAR-PARA
005360                    VARYING WS-YR-SUB FROM 1 BY 1
005370                    UNTIL WS-YR-SUB        > WS-YR-LIMIT
005380            END-IF.
005390        26200-PRINT-YEAR-PARA.
005400            COMPUTE WS-DL-YEAR = WS-ENTRY-YEAR + WS-YR-SUB - 1.
005410            MOVE WS-CH-ACTIVE(WS-CH-SUB, WS-YR-SUB)    TO WS-DL-ACTIVE.
005420            MOVE WS-CH-GRADUATED(WS-CH-SUB, WS-YR-SUB)
005430                                           TO WS-DL-GRADUATED.
005440            MOVE WS-CH-WITHDRAWN(WS-CH-SUB, WS-YR-SUB)
005450                                           TO WS-DL-WITHDRAWN.
005460            COMPUTE WS-PCT ROUNDED =
005470                    WS-CH-ACTIVE(WS-CH-SUB, WS-YR-SUB) * 100
005480                  / WS-CH-ENTRANTS(WS-CH-SUB).
005490            MOVE WS-PCT                    TO WS-DL-ACTIVE-PCT.
005500            COMPUTE WS-PCT ROUNDED =
005510                    WS-CH-GRADUATED(WS-CH-SUB, WS-YR-SUB) * 100
005520                  / WS-CH-ENTRANTS(WS-CH-SUB).
005530            MOVE WS-PCT                    TO WS-DL-GRAD-PCT.
005540            COMPUTE WS-PCT ROUNDED =
005550                    WS-CH-WITHDRAWN(WS-CH-SUB, WS-YR-SUB) * 100
005560                  / WS-CH-ENTRANTS(WS-CH-SUB).
005570            MOVE WS-PCT                    TO WS-DL-WDRN-PCT.
005580            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
005590            WRITE RS-REPORT-REC.
005600       ******************************************************************
005610       * DISPLAY COUNTS AND CLOSE THE FILES.
005620       ******************************************************************
005630        30000-CLOSE-PARA.
005640            DISPLAY "STUDENTS COUNTED   : " WS-STUDENT-COUNT.
005650            DISPLAY "NO TERM HISTORY    : " WS-NO-HIST-COUNT.
005660            CLOSE STUD-FILE.
005670            IF  WS-ARCH-AVAIL              = "YES"
005680                CLOSE ARCH-FILE
005690            END-IF.
005700            CLOSE HIST-FILE.
005710            CLOSE TERM-FILE.
005720            CLOSE REPORT-FILE.
