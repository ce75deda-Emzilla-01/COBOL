000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1028.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: FINAL-EXAM TIMETABLE GENERATION. EXAM WEEK WAS
000060       *  SCHEDULED BY HAND, AND TWO EXAMS KEPT LANDING ON ONE STUDENT
000070       *  AT THE SAME HOUR. THIS RUN TAKES THE TERM, THE NUMBER OF EXAM
000080       *  DAYS AND THE NUMBER OF SLOTS A DAY FROM CONTROL CARDS, GATHERS
000090       *  EVERY COURSE WITH TERM REGISTRATIONS ON REGFILE FOR ACTIVE
000100       *  STUDENTS, AND PLACES THE COURSES LARGEST FIRST. A COURSE TAKES
000110       *  THE FIRST SLOT IN WHICH NONE OF ITS STUDENTS ALREADY SITS AN
000120       *  EXAM AND A ROOM ON CEXM1027'S ROOMFILE IS FREE THAT HOLDS THE
000130       *  WHOLE COURSE - THE SMALLEST SUCH ROOM IS TAKEN, SO THE BIG
000140       *  HALLS STAY FREE FOR THE BIG COURSES. PRINTS THE TIMETABLE BY
000150       *  DAY AND SLOT (EXAMRPT), ONE EXAM SCHEDULE PER STUDENT
000160       *  (EXSCHED) AND THE COURSES THAT COULD NOT BE PLACED (EXUNPL).
000170       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000180       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000190       * STUDOUT : JEBA02.EMY.COBOL.STUDFILE (INDEXED ON ENROLL NO)
000200       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000210       * ROOMFILE: JEBA02.EMY.COBOL.ROOMFILE (INDEXED ON ROOM CODE)
000220       * EXAMRPT : JEBA02.EMY.COBOL.EXAMRPT
000230       * EXSCHED : JEBA02.EMY.COBOL.EXSCHED
000240       * EXUNPL  : JEBA02.EMY.COBOL.EXUNPL
000250       * ----------------------------------------------------------------
000260       * PRJ NO    NAME     DATE          MAINT DESC.
000270       * ----------------------------------------------------------------
000280       * JEBA02    EMY     09/17/2026    PROGRAM CREATED.
000290       ******************************************************************
000300        ENVIRONMENT DIVISION.
000310        INPUT-OUTPUT SECTION.
000320        FILE-CONTROL.
000330            SELECT TERM-FILE
000340                ASSIGN TO TERMCTL
000350                ORGANIZATION IS INDEXED
000360                ACCESS MODE IS RANDOM
000370                RECORD KEY IS TM-TERM-CODE
000380                FILE STATUS IS WS-TERM-FS.
000390            SELECT REG-FILE
000400                ASSIGN TO REGFILE
000410                ORGANIZATION IS INDEXED
000420                ACCESS MODE IS SEQUENTIAL
000430                RECORD KEY IS RG-REG-KEY
000440                FILE STATUS IS WS-REG-FS.
000450            SELECT STUD-FILE
000460                ASSIGN TO STUDOUT
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE IS RANDOM
000490                RECORD KEY IS FS-ENROLL-NO
000500                FILE STATUS IS WS-STUD-FS.
000510            SELECT CRS-FILE
000520                ASSIGN TO CRSFILE
000530                ORGANIZATION IS INDEXED
000540                ACCESS MODE IS RANDOM
000550                RECORD KEY IS CS-COURSE-CODE
000560                FILE STATUS IS WS-CRS-FS.
000570            SELECT ROOM-FILE
000580                ASSIGN TO ROOMFILE
000590                ORGANIZATION IS INDEXED
000600                ACCESS MODE IS SEQUENTIAL
000610                RECORD KEY IS RM-ROOM-CODE
000620                FILE STATUS IS WS-ROOM-FS.
000630            SELECT REPORT-FILE
000640                ASSIGN TO EXAMRPT
000650                ORGANIZATION IS SEQUENTIAL
000660                ACCESS MODE IS SEQUENTIAL
000670                FILE STATUS IS WS-REPORT-FS.
000680            SELECT SCHED-FILE
000690                ASSIGN TO EXSCHED
000700                ORGANIZATION IS SEQUENTIAL
000710                ACCESS MODE IS SEQUENTIAL
000720                FILE STATUS IS WS-SCHED-FS.
000730            SELECT UNPL-FILE
000740                ASSIGN TO EXUNPL
000750                ORGANIZATION IS SEQUENTIAL
000760                ACCESS MODE IS SEQUENTIAL
000770                FILE STATUS IS WS-UNPL-FS.
000780        DATA DIVISION.
000790        FILE SECTION.
000800        FD  TERM-FILE.
000810        01  TM-TERM-REC.
000820            05  TM-TERM-CODE              PIC X(05).
000830            05  TM-START-DATE             PIC 9(08).
000840            05  TM-END-DATE               PIC 9(08).
000850            05  TM-OPEN-FLAG              PIC X(01).
000860            05  FILLER                    PIC X(58).
000870        FD  REG-FILE.
000880        01  RG-REG-REC.
000890            05  RG-REG-KEY.
000900                10  RG-ENROLL-NO          PIC 9(06).
000910                10  RG-COURSE-CODE        PIC X(06).
000920            05  RG-MARKS                  PIC 9(03).
000930            05  RG-CREDIT-HOURS           PIC 9(02).
000940            05  RG-TERM-CODE              PIC X(05).
000950            05  RG-SECTION                PIC 9(02).
000960            05  FILLER                    PIC X(56).
000970        FD  STUD-FILE.
000980        01  FS-STUD-REC.
000990            05  FS-ENROLL-NO              PIC 9(06).
001000            05  FS-SNAME                  PIC X(30).
001010            05  FS-MATHS-MARKS            PIC 9(03).
001020            05  FS-SCIENCE-MARKS          PIC 9(03).
001030            05  FS-COMPUTER-MARKS         PIC 9(03).
001040            05  FS-AVG-MARKS              PIC 9(03)V9(02).
001050            05  FS-STUD-STATUS            PIC X(01).
001060            05  FS-STATUS-DATE            PIC X(08).
001070            05  FS-CAMPUS-CODE            PIC X(02).
001080            05  FILLER                    PIC X(19).
001090        FD  CRS-FILE.
001100        01  CS-CRS-REC.
001110            05  CS-COURSE-CODE            PIC X(06).
001120            05  CS-COURSE-TITLE           PIC X(30).
001130            05  CS-CREDIT-HOURS           PIC 9(02).
001140            05  FILLER                    PIC X(42).
001150        FD  ROOM-FILE.
001160        01  RM-ROOM-REC.
001170            05  RM-ROOM-CODE              PIC X(06).
001180            05  RM-SEAT-CAP               PIC 9(03).
001190            05  RM-BUILDING               PIC X(20).
001200            05  FILLER                    PIC X(51).
001210        FD  REPORT-FILE.
001220        01  RS-REPORT-REC                 PIC X(80).
001230        FD  SCHED-FILE.
001240        01  SS-SCHED-REC                  PIC X(80).
001250        FD  UNPL-FILE.
001260        01  UP-UNPL-REC                   PIC X(80).
001270        WORKING-STORAGE SECTION.
001280        01  WS-TERM-FS                    PIC X(02).
001290        01  WS-REG-FS                     PIC X(02).
001300        01  WS-STUD-FS                    PIC X(02).
001310        01  WS-CRS-FS                     PIC X(02).
001320        01  WS-ROOM-FS                    PIC X(02).
001330        01  WS-REPORT-FS                  PIC X(02).
001340        01  WS-SCHED-FS                   PIC X(02).
001350        01  WS-UNPL-FS                    PIC X(02).
001360        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001370        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001380        01  WS-ROOM-EOF                   PIC X(03) VALUE "NO".
001390        01  WS-PARM-CARD                  PIC X(80).
001400        01  WS-TERM-CODE                  PIC X(05).
001410        01  WS-EXAM-DAYS                  PIC 9(02).
001420        01  WS-DAY-SLOTS                  PIC 9(02).
001430        01  WS-SLOT-COUNT                 PIC 9(02).
001440        01  WS-CUR-ENROLL-NO              PIC 9(06) VALUE 0.
001450        01  WS-CUR-ACTIVE                 PIC X(03) VALUE "NO".
001460        01  WS-PLACED-COUNT               PIC 9(04) VALUE 0.
001470        01  WS-UNPLACED-COUNT             PIC 9(04) VALUE 0.
001480        01  WS-CURRENT-DATE-DATA          PIC X(20).
001490       * ROOMS FROM ROOMFILE, AND WHICH SLOTS EACH IS ALREADY TAKEN IN.
001500        01  WS-RM-COUNT                   PIC 9(03) VALUE 0.
001510        01  WS-RM-TABLE.
001520            05  WS-RM-ENTRY               OCCURS 100 TIMES.
001530                10  WS-RM-CODE            PIC X(06).
001540                10  WS-RM-CAP             PIC 9(03).
001550                10  WS-RM-BUILDING        PIC X(20).
001560                10  WS-RM-USED            PIC X(01) OCCURS 40 TIMES.
001570        01  WS-RM-SUB                     PIC 9(03).
001580        01  WS-RM-BEST                    PIC 9(03).
001590       * COURSES WITH TERM REGISTRATIONS: HEAD COUNT, FIRST ENTRY IN
001600       * THE BY-COURSE STUDENT LIST, AND THE SLOT AND ROOM PLACED IN.
001610        01  WS-EC-COUNT                   PIC 9(03) VALUE 0.
001620        01  WS-EC-TABLE.
001630            05  WS-EC-ENTRY               OCCURS 300 TIMES.
001640                10  WS-EC-COURSE          PIC X(06).
001650                10  WS-EC-TITLE           PIC X(30).
001660                10  WS-EC-HEADS           PIC 9(04).
001670                10  WS-EC-START           PIC 9(04).
001680                10  WS-EC-FILLED          PIC 9(04).
001690                10  WS-EC-SLOT            PIC 9(02).
001700                10  WS-EC-ROOM            PIC 9(03).
001710                10  WS-EC-REASON          PIC X(30).
001720        01  WS-EC-SUB                     PIC 9(03).
001730        01  WS-EC-FOUND                   PIC 9(03).
001740       * COURSES IN PLACEMENT ORDER - LARGEST HEAD COUNT FIRST.
001750        01  WS-ORD-TABLE.
001760            05  WS-ORD-COURSE             PIC 9(03) OCCURS 300 TIMES.
001770        01  WS-ORD-SUB                    PIC 9(03).
001780        01  WS-INS-POS                    PIC 9(03).
001790       * ACTIVE STUDENTS WITH TERM REGISTRATIONS, AND THE COURSE EACH
001800       * SITS IN EVERY EXAM SLOT (ZERO = FREE).
001810        01  WS-ES-COUNT                   PIC 9(04) VALUE 0.
001820        01  WS-ES-TABLE.
001830            05  WS-ES-ENTRY               OCCURS 3000 TIMES.
001840                10  WS-ES-ENROLL-NO       PIC 9(06).
001850                10  WS-ES-SNAME           PIC X(30).
001860                10  WS-ES-FIRST-REG       PIC 9(04).
001870                10  WS-ES-REGS            PIC 9(02).
001880                10  WS-ES-SLOT-CRS        PIC 9(03) OCCURS 40 TIMES.
001890        01  WS-ES-SUB                     PIC 9(04).
001900       * TERM REGISTRATIONS IN ENROLLMENT ORDER, AND THE SAME
001910       * STUDENTS REGROUPED BY COURSE.
001920        01  WS-ER-COUNT                   PIC 9(04) VALUE 0.
001930        01  WS-ER-TABLE.
001940            05  WS-ER-ENTRY               OCCURS 9000 TIMES.
001950                10  WS-ER-STUD            PIC 9(04).
001960                10  WS-ER-CRS             PIC 9(03).
001970        01  WS-CR-TABLE.
001980            05  WS-CR-STUD                PIC 9(04) OCCURS 9000 TIMES.
001990        01  WS-ER-SUB                     PIC 9(04).
002000        01  WS-CR-SUB                     PIC 9(04).
002010        01  WS-CR-END                     PIC 9(04).
002020        01  WS-NEXT-START                 PIC 9(04).
002030        01  WS-SLOT-SUB                   PIC 9(02).
002040        01  WS-DAY-SUB                    PIC 9(02).
002050        01  WS-PER-SUB                    PIC 9(02).
002060        01  WS-SLOT-WORK                  PIC 9(02).
002070        01  WS-CLASH-FLAG                 PIC X(03).
002080        01  WS-FREE-SLOT-SEEN             PIC X(03).
002090        01  WS-SLOT-EXAMS                 PIC 9(03).
002100        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002110        01  WS-HEADER2.
002120            05 FILLER                     PIC X(29)
002130                     VALUE "FINAL-EXAM TIMETABLE - TERM ".
002140            05 WS-H2-TERM                 PIC X(05).
002150            05 FILLER                     PIC X(12)
002160                     VALUE "   RUN DATE ".
002170            05 WS-H2-DATE                 PIC X(08).
002180            05 FILLER                     PIC X(26) VALUE SPACES.
002190        01  WS-SLOT-LINE.
002200            05 FILLER                     PIC X(04) VALUE "DAY ".
002210            05 WS-SL-DAY                  PIC Z9.
002220            05 FILLER                     PIC X(07) VALUE "  SLOT ".
002230            05 WS-SL-SLOT                 PIC Z9.
002240            05 FILLER                     PIC X(65) VALUE SPACES.
002250        01  WS-EXAM-LINE.
002260            05 FILLER                     PIC X(04) VALUE SPACES.
002270            05 WS-EL-COURSE               PIC X(06).
002280            05 FILLER                     PIC X(02) VALUE SPACES.
002290            05 WS-EL-TITLE                PIC X(24).
002300            05 FILLER                     PIC X(02) VALUE SPACES.
002310            05 WS-EL-ROOM                 PIC X(06).
002320            05 FILLER                     PIC X(02) VALUE SPACES.
002330            05 WS-EL-BUILDING             PIC X(20).
002340            05 FILLER                     PIC X(01) VALUE SPACES.
002350            05 WS-EL-HEADS                PIC ZZZ9.
002360            05 FILLER                     PIC X(01) VALUE "/".
002370            05 WS-EL-CAP                  PIC ZZ9.
002380            05 FILLER                     PIC X(05) VALUE SPACES.
002390        01  WS-NO-EXAM-LINE.
002400            05 FILLER                     PIC X(04) VALUE SPACES.
002410            05 FILLER                     PIC X(08) VALUE "NO EXAMS".
002420            05 FILLER                     PIC X(68) VALUE SPACES.
002430        01  WS-TRAILER.
002440            05 FILLER                     PIC X(16)
002450                     VALUE "EXAMS PLACED:   ".
002460            05 WS-TR-PLACED               PIC ZZZ9.
002470            05 FILLER                     PIC X(17)
002480                     VALUE "   NOT PLACED:   ".
002490            05 WS-TR-UNPLACED             PIC ZZZ9.
002500            05 FILLER                     PIC X(13)
002510                     VALUE "   STUDENTS: ".
002520            05 WS-TR-STUDENTS             PIC ZZZ9.
002530            05 FILLER                     PIC X(22) VALUE SPACES.
002540        01  WS-SCHED-HEADER.
002550            05 FILLER                     PIC X(21)
002560                     VALUE "EXAM SCHEDULE - TERM ".
002570            05 WS-SH-TERM                 PIC X(05).
002580            05 FILLER                     PIC X(10) VALUE "  STUDENT ".
002590            05 WS-SH-ENROLL-NO            PIC 9(06).
002600            05 FILLER                     PIC X(02) VALUE SPACES.
002610            05 WS-SH-SNAME                PIC X(30).
002620            05 FILLER                     PIC X(06) VALUE SPACES.
002630        01  WS-SCHED-LINE.
002640            05 FILLER                     PIC X(04) VALUE "DAY ".
002650            05 WS-SC-DAY                  PIC Z9.
002660            05 FILLER                     PIC X(07) VALUE "  SLOT ".
002670            05 WS-SC-SLOT                 PIC Z9.
002680            05 FILLER                     PIC X(02) VALUE SPACES.
002690            05 WS-SC-COURSE               PIC X(06).
002700            05 FILLER                     PIC X(02) VALUE SPACES.
002710            05 WS-SC-TITLE                PIC X(24).
002720            05 FILLER                     PIC X(02) VALUE SPACES.
002730            05 WS-SC-ROOM                 PIC X(06).
002740            05 FILLER                     PIC X(02) VALUE SPACES.
002750            05 WS-SC-BUILDING             PIC X(20).
002760            05 FILLER                     PIC X(01) VALUE SPACES.
002770        01  WS-SCHED-MISS-LINE.
002780            05 FILLER                     PIC X(17) VALUE SPACES.
002790            05 WS-SM-COURSE               PIC X(06).
002800            05 FILLER                     PIC X(34)
002810                     VALUE "  NOT SCHEDULED - SEE REGISTRAR   ".
002820            05 FILLER                     PIC X(23) VALUE SPACES.
002830        01  WS-UNPL-HEADER.
002840            05 FILLER                     PIC X(32)
002850                     VALUE "EXAMS THAT COULD NOT BE PLACED -".
002860            05 FILLER                     PIC X(06) VALUE " TERM ".
002870            05 WS-UH-TERM                 PIC X(05).
002880            05 FILLER                     PIC X(37) VALUE SPACES.
002890        01  WS-UNPL-LINE.
002900            05 WS-UL-COURSE               PIC X(06).
002910            05 FILLER                     PIC X(02) VALUE SPACES.
002920            05 WS-UL-TITLE                PIC X(24).
002930            05 FILLER                     PIC X(02) VALUE SPACES.
002940            05 WS-UL-HEADS                PIC ZZZ9.
002950            05 FILLER                     PIC X(02) VALUE SPACES.
002960            05 WS-UL-REASON               PIC X(30).
002970            05 FILLER                     PIC X(10) VALUE SPACES.
002980        COPY SPGM0905L.
002990        COPY SPGMABNL.
003000        PROCEDURE DIVISION.
003010       ******************************************************************
003020       * MAIN PROGRAM FLOW.
003030       ******************************************************************
003040        00000-MAIN-PARA.
003050            PERFORM 05000-ACCEPT-PARA.
003060            IF  WS-ERROR-FLAG              NOT = "YES"
003070                PERFORM 07000-CHECK-TERM-PARA
003080            END-IF.
003090            IF  WS-ERROR-FLAG              NOT = "YES"
003100                PERFORM 10000-INITIALIZE-PARA
003110            END-IF.
003120            IF  WS-ERROR-FLAG              NOT = "YES"
003130                PERFORM 12000-LOAD-ROOM-PARA
003140                    UNTIL WS-ROOM-EOF      = "YES"
003150                PERFORM 20000-PROCESS-PARA
003160                    UNTIL WS-ENDOFFILE     = "YES"
003170                    OR WS-ERROR-FLAG       = "YES"
003180            END-IF.
003190            IF  WS-ERROR-FLAG              NOT = "YES"
003200                PERFORM 21000-GROUP-BY-COURSE-PARA
003210                PERFORM 22000-PLACE-COURSE-PARA
003220                    VARYING WS-ORD-SUB FROM 1 BY 1
003230                    UNTIL WS-ORD-SUB       > WS-EC-COUNT
003240                PERFORM 24000-PRINT-TIMETABLE-PARA
003250                PERFORM 25000-PRINT-STUDENT-PARA
003260                    VARYING WS-ES-SUB FROM 1 BY 1
003270                    UNTIL WS-ES-SUB        > WS-ES-COUNT
003280            END-IF.
003290            PERFORM 30000-CLOSE-PARA.
003300            STOP RUN.
003310       ******************************************************************
003320       * ACCEPT THE TERM=, DAYS= AND SLOTS= CONTROL CARDS. AT MOST 40
003330       * EXAM SLOTS IN ALL.
003340       ******************************************************************
003350        05000-ACCEPT-PARA.
003360            MOVE SPACES                    TO WS-PARM-CARD.
003370            ACCEPT WS-PARM-CARD.
003380            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003390            MOVE "TERM"                    TO LK-PA-KEYWORD.
003400            SET LK-PA-ALPHA                TO TRUE.
003410            MOVE 0                         TO LK-PA-MIN-VALUE.
003420            MOVE 0                         TO LK-PA-MAX-VALUE.
003430            MOVE SPACES                    TO LK-PA-DEFAULT.
003440            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003450            IF  LK-PA-BAD
003460                OR LK-PA-VALUE             = SPACES
003470                DISPLAY "BAD TERM= CARD - RUN REFUSED."
003480                MOVE 16                    TO RETURN-CODE
003490                MOVE "YES"                 TO WS-ERROR-FLAG
003500            ELSE
003510                MOVE LK-PA-VALUE(1:5)      TO WS-TERM-CODE
003520            END-IF.
003530            MOVE SPACES                    TO WS-PARM-CARD.
003540            ACCEPT WS-PARM-CARD.
003550            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003560            MOVE "DAYS"                    TO LK-PA-KEYWORD.
003570            SET LK-PA-NUMERIC              TO TRUE.
003580            MOVE 1                         TO LK-PA-MIN-VALUE.
003590            MOVE 10                        TO LK-PA-MAX-VALUE.
003600            MOVE "5"                       TO LK-PA-DEFAULT.
003610            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003620            IF  LK-PA-BAD
003630                DISPLAY "BAD DAYS= CARD - RUN REFUSED."
003640                MOVE 16                    TO RETURN-CODE
003650                MOVE "YES"                 TO WS-ERROR-FLAG
003660            ELSE
003670                MOVE LK-PA-NUM-VALUE       TO WS-EXAM-DAYS
003680            END-IF.
003690            MOVE SPACES                    TO WS-PARM-CARD.
003700            ACCEPT WS-PARM-CARD.
003710            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003720            MOVE "SLOTS"                   TO LK-PA-KEYWORD.
003730            SET LK-PA-NUMERIC              TO TRUE.
003740            MOVE 1                         TO LK-PA-MIN-VALUE.
003750            MOVE 4                         TO LK-PA-MAX-VALUE.
003760            MOVE "3"                       TO LK-PA-DEFAULT.
003770            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003780            IF  LK-PA-BAD
003790                DISPLAY "BAD SLOTS= CARD - RUN REFUSED."
003800                MOVE 16                    TO RETURN-CODE
003810                MOVE "YES"                 TO WS-ERROR-FLAG
003820            ELSE
003830                MOVE LK-PA-NUM-VALUE       TO WS-DAY-SLOTS
003840            END-IF.
003850            COMPUTE WS-SLOT-COUNT = WS-EXAM-DAYS * WS-DAY-SLOTS.
003860       ******************************************************************
003870       * THE TERM CARD MUST NAME A TERM ON CEXM962'S TERMCTL MASTER.
003880       ******************************************************************
003890        07000-CHECK-TERM-PARA.
003900            OPEN INPUT TERM-FILE.
003910            IF WS-TERM-FS                 NOT = "00"
003920               DISPLAY "TERMCTL ACCESS ERROR."
003930               MOVE "CEXM1028"            TO LK-PGM-ID
003940               MOVE "TERMCTL"             TO LK-FILE-ID
003950               MOVE WS-TERM-FS            TO LK-FILE-STATUS
003960               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003970               IF  LK-ABEND-YES
003980                   MOVE 16                TO RETURN-CODE
003990                   MOVE "YES"             TO WS-ERROR-FLAG
004000               END-IF
004010            ELSE
004020               MOVE WS-TERM-CODE          TO TM-TERM-CODE
004030               READ TERM-FILE
004040                   INVALID KEY
004050                       DISPLAY "TERM " WS-TERM-CODE
004060                           " NOT ON TERMCTL - RUN REFUSED."
004070                       MOVE 16            TO RETURN-CODE
004080                       MOVE "YES"         TO WS-ERROR-FLAG
004090               END-READ
004100               CLOSE TERM-FILE
004110            END-IF.
004120       ******************************************************************
004130       * OPEN EVERYTHING AND WRITE THE REPORT HEADINGS.
004140       ******************************************************************
004150        10000-INITIALIZE-PARA.
004160            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
004170            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-H2-DATE.
004180            MOVE WS-TERM-CODE              TO WS-H2-TERM.
004190            MOVE WS-TERM-CODE              TO WS-SH-TERM.
004200            MOVE WS-TERM-CODE              TO WS-UH-TERM.
004210            OPEN INPUT REG-FILE.
004220            IF WS-REG-FS                  NOT = "00"
004230               DISPLAY "REGFILE ACCESS ERROR."
004240               MOVE "CEXM1028"            TO LK-PGM-ID
004250               MOVE "REGFILE"             TO LK-FILE-ID
004260               MOVE WS-REG-FS             TO LK-FILE-STATUS
004270               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004280               IF  LK-ABEND-YES
004290                   MOVE 16                TO RETURN-CODE
004300                   MOVE "YES"             TO WS-ERROR-FLAG
004310               END-IF
004320            END-IF.
004330            OPEN INPUT STUD-FILE.
004340            IF WS-STUD-FS                 NOT = "00"
004350               DISPLAY "STUDFILE ACCESS ERROR."
004360               MOVE "CEXM1028"            TO LK-PGM-ID
004370               MOVE "STUDOUT"             TO LK-FILE-ID
004380               MOVE WS-STUD-FS            TO LK-FILE-STATUS
004390               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004400               IF  LK-ABEND-YES
004410                   MOVE 16                TO RETURN-CODE
004420                   MOVE "YES"             TO WS-ERROR-FLAG
004430               END-IF
004440            END-IF.
004450            OPEN INPUT CRS-FILE.
004460            IF WS-CRS-FS                  NOT = "00"
004470               DISPLAY "CRSFILE ACCESS ERROR."
004480               MOVE "CEXM1028"            TO LK-PGM-ID
004490               MOVE "CRSFILE"             TO LK-FILE-ID
004500               MOVE WS-CRS-FS             TO LK-FILE-STATUS
004510               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004520               IF  LK-ABEND-YES
004530                   MOVE 16                TO RETURN-CODE
004540                   MOVE "YES"             TO WS-ERROR-FLAG
004550               END-IF
004560            END-IF.
004570            OPEN INPUT ROOM-FILE.
004580            IF WS-ROOM-FS                 NOT = "00"
004590               DISPLAY "ROOMFILE ACCESS ERROR."
004600               MOVE "CEXM1028"            TO LK-PGM-ID
004610               MOVE "ROOMFILE"            TO LK-FILE-ID
004620               MOVE WS-ROOM-FS            TO LK-FILE-STATUS
004630               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004640               IF  LK-ABEND-YES
004650                   MOVE 16                TO RETURN-CODE
004660                   MOVE "YES"             TO WS-ERROR-FLAG
004670               END-IF
004680            END-IF.
004690            OPEN OUTPUT REPORT-FILE.
004700            IF WS-REPORT-FS               NOT = "00"
004710               DISPLAY "EXAMRPT ACCESS ERROR."
004720               MOVE "CEXM1028"            TO LK-PGM-ID
004730               MOVE "EXAMRPT"             TO LK-FILE-ID
004740               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
004750               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004760               IF  LK-ABEND-YES
004770                   MOVE 16                TO RETURN-CODE
004780                   MOVE "YES"             TO WS-ERROR-FLAG
004790               END-IF
004800            END-IF.
004810            OPEN OUTPUT SCHED-FILE.
004820            IF WS-SCHED-FS                NOT = "00"
004830               DISPLAY "EXSCHED ACCESS ERROR."
004840               MOVE "CEXM1028"            TO LK-PGM-ID
004850               MOVE "EXSCHED"             TO LK-FILE-ID
004860               MOVE WS-SCHED-FS           TO LK-FILE-STATUS
004870               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004880               IF  LK-ABEND-YES
004890                   MOVE 16                TO RETURN-CODE
004900                   MOVE "YES"             TO WS-ERROR-FLAG
004910               END-IF
004920            END-IF.
004930            OPEN OUTPUT UNPL-FILE.
004940            IF WS-UNPL-FS                 NOT = "00"
004950               DISPLAY "EXUNPL ACCESS ERROR."
004960               MOVE "CEXM1028"            TO LK-PGM-ID
004970               MOVE "EXUNPL"              TO LK-FILE-ID
004980               MOVE WS-UNPL-FS            TO LK-FILE-STATUS
004990               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005000               IF  LK-ABEND-YES
005010                   MOVE 16                TO RETURN-CODE
005020                   MOVE "YES"             TO WS-ERROR-FLAG
005030               END-IF
005040            ELSE
005050               MOVE WS-UNPL-HEADER        TO UP-UNPL-REC
005060               WRITE UP-UNPL-REC
005070            END-IF.
005080       ******************************************************************
005090       * LOAD ONE ROOM, WITH EVERY SLOT FREE.
005100       ******************************************************************
005110        12000-LOAD-ROOM-PARA.
005120            READ ROOM-FILE
005130            AT END
005140                MOVE "YES"                 TO WS-ROOM-EOF
005150            NOT AT END
005160                IF  WS-RM-COUNT            = 100
005170                    DISPLAY "ROOM TABLE FULL AT 100 ROOMS."
005180                ELSE
005190                    ADD 1                  TO WS-RM-COUNT
005200                    MOVE SPACES            TO WS-RM-ENTRY(WS-RM-COUNT)
005210                    MOVE RM-ROOM-CODE      TO WS-RM-CODE(WS-RM-COUNT)
005220                    MOVE RM-SEAT-CAP       TO WS-RM-CAP(WS-RM-COUNT)
005230                    MOVE RM-BUILDING  TO WS-RM-BUILDING(WS-RM-COUNT)
005240                END-IF
005250            END-READ.
005260       ******************************************************************
005270       * READ ONE REGISTRATION. ONLY THE TERM'S REGISTRATIONS OF ACTIVE
005280       * STUDENTS (STATUS A OR SPACE) NEED AN EXAM SEAT.
005290       ******************************************************************
005300        20000-PROCESS-PARA.
005310            READ REG-FILE
005320            AT END
005330                MOVE "YES"                 TO WS-ENDOFFILE
005340            NOT AT END
005350                IF  RG-TERM-CODE           = WS-TERM-CODE
005360                    IF  RG-ENROLL-NO       NOT = WS-CUR-ENROLL-NO
005370                        PERFORM 20200-NEW-STUDENT-PARA
005380                    END-IF
005390                    IF  WS-CUR-ACTIVE      = "YES"
005400                        PERFORM 20400-ADD-REG-PARA
005410                    END-IF
005420                END-IF
005430            END-READ.
005440       ******************************************************************
005450       * FIRST TERM REGISTRATION OF A STUDENT - CHECK THE STATUS AND
005460       * OPEN A STUDENT ENTRY.
005470       ******************************************************************
005480        20200-NEW-STUDENT-PARA.
005490            MOVE RG-ENROLL-NO              TO WS-CUR-ENROLL-NO.
005500            MOVE "NO"                      TO WS-CUR-ACTIVE.
005510            MOVE RG-ENROLL-NO              TO FS-ENROLL-NO.
005520            READ STUD-FILE
005530                INVALID KEY
005540                    CONTINUE
005550                NOT INVALID KEY
005560                    IF  FS-STUD-STATUS     = "A"
005570                        OR FS-STUD-STATUS  = SPACE
005580                        MOVE "YES"         TO WS-CUR-ACTIVE
005590                    END-IF
005600            END-READ.
005610            IF  WS-CUR-ACTIVE              = "YES"
005620                IF  WS-ES-COUNT            = 3000
005630                    DISPLAY "STUDENT TABLE FULL AT 3000 - RUN STOPPED."
005640                    MOVE 16                TO RETURN-CODE
005650                    MOVE "YES"             TO WS-ERROR-FLAG
005660                    MOVE "NO"              TO WS-CUR-ACTIVE
005670                ELSE
005680                    ADD 1                  TO WS-ES-COUNT
005690                    INITIALIZE WS-ES-ENTRY(WS-ES-COUNT)
005700                    MOVE RG-ENROLL-NO
005710                                    TO WS-ES-ENROLL-NO(WS-ES-COUNT)
005720                    MOVE FS-SNAME   TO WS-ES-SNAME(WS-ES-COUNT)
005730                    COMPUTE WS-ES-FIRST-REG(WS-ES-COUNT) =
005740                        WS-ER-COUNT + 1
005750                END-IF
005760            END-IF.
005770       ******************************************************************
005780       * RECORD THE REGISTRATION AGAINST ITS COURSE, ADDING THE COURSE
005790       * TO THE COURSE TABLE THE FIRST TIME IT IS SEEN.
005800       ******************************************************************
005810        20400-ADD-REG-PARA.
005820            MOVE 0                         TO WS-EC-FOUND.
005830            PERFORM 20600-FIND-COURSE-PARA
005840                VARYING WS-EC-SUB FROM 1 BY 1
005850                UNTIL WS-EC-SUB            > WS-EC-COUNT
005860                OR WS-EC-FOUND             NOT = 0.
005870            IF  WS-EC-FOUND                = 0
005880                IF  WS-EC-COUNT            = 300
005890                    DISPLAY "COURSE TABLE FULL AT 300 - RUN STOPPED."
005900                    MOVE 16                TO RETURN-CODE
005910                    MOVE "YES"             TO WS-ERROR-FLAG
005920                ELSE
005930                    ADD 1                  TO WS-EC-COUNT
005940                    MOVE WS-EC-COUNT       TO WS-EC-FOUND
005950                    INITIALIZE WS-EC-ENTRY(WS-EC-FOUND)
005960                    MOVE RG-COURSE-CODE    TO WS-EC-COURSE(WS-EC-FOUND)
005970                    MOVE RG-COURSE-CODE    TO CS-COURSE-CODE
005980                    READ CRS-FILE
005990                        INVALID KEY
006000                            MOVE "TITLE NOT IN CATALOG"
006010                                      TO WS-EC-TITLE(WS-EC-FOUND)
006020                        NOT INVALID KEY
006030                            MOVE CS-COURSE-TITLE
006040                                      TO WS-EC-TITLE(WS-EC-FOUND)
006050                    END-READ
006060                END-IF
006070            END-IF.
006080            IF  WS-EC-FOUND                NOT = 0
006090                IF  WS-ER-COUNT            = 9000
006100                    DISPLAY "REGISTRATION TABLE FULL AT 9000 - "
006110                        "RUN STOPPED."
006120                    MOVE 16                TO RETURN-CODE
006130                    MOVE "YES"             TO WS-ERROR-FLAG
006140                ELSE
006150                    ADD 1                  TO WS-ER-COUNT
006160                    MOVE WS-ES-COUNT       TO WS-ER-STUD(WS-ER-COUNT)
006170                    MOVE WS-EC-FOUND       TO WS-ER-CRS(WS-ER-COUNT)
006180                    ADD 1                  TO WS-EC-HEADS(WS-EC-FOUND)
006190                    ADD 1                  TO WS-ES-REGS(WS-ES-COUNT)
006200                END-IF
006210            END-IF.
006220        20600-FIND-COURSE-PARA.
006230            IF  WS-EC-COURSE(WS-EC-SUB)    = RG-COURSE-CODE
006240                MOVE WS-EC-SUB             TO WS-EC-FOUND
006250            END-IF.
006260       ******************************************************************
006270       * REGROUP THE REGISTRATIONS BY COURSE SO EACH COURSE'S STUDENTS
006280       * SIT TOGETHER IN THE BY-COURSE LIST, AND RANK THE COURSES
006290       * LARGEST FIRST FOR PLACEMENT.
006300       ******************************************************************
006310        21000-GROUP-BY-COURSE-PARA.
006320            MOVE 1                         TO WS-NEXT-START.
006330            PERFORM 21200-SET-START-PARA
006340                VARYING WS-EC-SUB FROM 1 BY 1
006350                UNTIL WS-EC-SUB            > WS-EC-COUNT.
006360            PERFORM 21400-FILE-REG-PARA
006370                VARYING WS-ER-SUB FROM 1 BY 1
006380                UNTIL WS-ER-SUB            > WS-ER-COUNT.
006390            PERFORM 21600-RANK-COURSE-PARA
006400                VARYING WS-EC-SUB FROM 1 BY 1
006410                UNTIL WS-EC-SUB            > WS-EC-COUNT.
006420        21200-SET-START-PARA.
006430            MOVE WS-NEXT-START             TO WS-EC-START(WS-EC-SUB).
006440            ADD WS-EC-HEADS(WS-EC-SUB)     TO WS-NEXT-START.
006450        21400-FILE-REG-PARA.
006460            MOVE WS-ER-CRS(WS-ER-SUB)      TO WS-EC-SUB.
006470            COMPUTE WS-CR-SUB = WS-EC-START(WS-EC-SUB)
006480                              + WS-EC-FILLED(WS-EC-SUB).
006490            MOVE WS-ER-STUD(WS-ER-SUB)     TO WS-CR-STUD(WS-CR-SUB).
006500            ADD 1                          TO WS-EC-FILLED(WS-EC-SUB).
006510       ******************************************************************
006520       * INSERT THE COURSE INTO THE PLACEMENT ORDER AHEAD OF THE FIRST
006530       * COURSE WITH FEWER HEADS, SHIFTING THE REST DOWN ONE PLACE.
006540       ******************************************************************
006550        21600-RANK-COURSE-PARA.
006560            MOVE WS-EC-SUB                 TO WS-INS-POS.
006570            PERFORM 21700-FIND-POS-PARA
006580                VARYING WS-ORD-SUB FROM 1 BY 1
006590                UNTIL WS-ORD-SUB           NOT < WS-EC-SUB
006600                OR WS-INS-POS              < WS-EC-SUB.
006610            PERFORM 21800-SHIFT-PARA
006620                VARYING WS-ORD-SUB FROM WS-EC-SUB BY -1
006630                UNTIL WS-ORD-SUB           NOT > WS-INS-POS.
006640            MOVE WS-EC-SUB                 TO WS-ORD-COURSE(WS-INS-POS).
006650        21700-FIND-POS-PARA.
006660            IF  WS-EC-HEADS(WS-ORD-COURSE(WS-ORD-SUB))
006670                                           < WS-EC-HEADS(WS-EC-SUB)
006680                MOVE WS-ORD-SUB            TO WS-INS-POS
006690            END-IF.
006700        21800-SHIFT-PARA.
006710            MOVE WS-ORD-COURSE(WS-ORD-SUB - 1)
006720                                           TO WS-ORD-COURSE(WS-ORD-SUB).
006730       ******************************************************************
006740       * PLACE ONE COURSE IN THE FIRST SLOT THAT IS CLEAR FOR ALL OF
006750       * ITS STUDENTS AND HAS A FREE ROOM BIG ENOUGH. A COURSE THAT
006760       * CANNOT BE PLACED GOES TO THE UNPLACED LIST.
006770       ******************************************************************
006780        22000-PLACE-COURSE-PARA.
006790            MOVE WS-ORD-COURSE(WS-ORD-SUB) TO WS-EC-SUB.
006800            MOVE "NO"                      TO WS-FREE-SLOT-SEEN.
006810            PERFORM 22200-TRY-SLOT-PARA
006820                VARYING WS-SLOT-SUB FROM 1 BY 1
006830                UNTIL WS-SLOT-SUB          > WS-SLOT-COUNT
006840                OR WS-EC-SLOT(WS-EC-SUB)   NOT = 0.
006850            IF  WS-EC-SLOT(WS-EC-SUB)      = 0
006860                IF  WS-FREE-SLOT-SEEN      = "YES"
006870                    MOVE "NO FREE ROOM LARGE ENOUGH"
006880                                           TO WS-EC-REASON(WS-EC-SUB)
006890                ELSE
006900                    MOVE "NO SLOT FREE FOR ALL STUDENTS"
006910                                           TO WS-EC-REASON(WS-EC-SUB)
006920                END-IF
006930                PERFORM 26000-WRITE-UNPLACED-PARA
006940            ELSE
006950                ADD 1                      TO WS-PLACED-COUNT
006960            END-IF.
006970       ******************************************************************
006980       * TRY ONE SLOT: NO STUDENT OF THE COURSE MAY ALREADY SIT AN EXAM
006990       * IN IT, THEN TAKE THE SMALLEST FREE ROOM THAT SEATS THE COURSE.
007000       ******************************************************************
007010        22200-TRY-SLOT-PARA.
007020            MOVE "NO"                      TO WS-CLASH-FLAG.
007030            COMPUTE WS-CR-END = WS-EC-START(WS-EC-SUB)
007040                              + WS-EC-HEADS(WS-EC-SUB).
007050            PERFORM 22400-CHECK-STUDENT-PARA
007060                VARYING WS-CR-SUB FROM WS-EC-START(WS-EC-SUB) BY 1
007070                UNTIL WS-CR-SUB            NOT < WS-CR-END
007080                OR WS-CLASH-FLAG           = "YES".
007090            IF  WS-CLASH-FLAG              = "NO"
007100                MOVE "YES"                 TO WS-FREE-SLOT-SEEN
007110                MOVE 0                     TO WS-RM-BEST
007120                PERFORM 22600-CHECK-ROOM-PARA
007130                    VARYING WS-RM-SUB FROM 1 BY 1
007140                    UNTIL WS-RM-SUB        > WS-RM-COUNT
007150                IF  WS-RM-BEST             NOT = 0
007160                    PERFORM 23000-ASSIGN-PARA
007170                END-IF
007180            END-IF.
007190        22400-CHECK-STUDENT-PARA.
007200            MOVE WS-CR-STUD(WS-CR-SUB)     TO WS-ES-SUB.
007210            IF  WS-ES-SLOT-CRS(WS-ES-SUB, WS-SLOT-SUB) NOT = 0
007220                MOVE "YES"                 TO WS-CLASH-FLAG
007230            END-IF.
007240        22600-CHECK-ROOM-PARA.
007250            IF  WS-RM-USED(WS-RM-SUB, WS-SLOT-SUB) = SPACE
007260                AND WS-RM-CAP(WS-RM-SUB)   NOT < WS-EC-HEADS(WS-EC-SUB)
007270                IF  WS-RM-BEST             = 0
007280                    MOVE WS-RM-SUB         TO WS-RM-BEST
007290                ELSE
007300                    IF  WS-RM-CAP(WS-RM-SUB) < WS-RM-CAP(WS-RM-BEST)
007310                        MOVE WS-RM-SUB     TO WS-RM-BEST
007320                    END-IF
007330                END-IF
007340            END-IF.
007350       ******************************************************************
007360       * BOOK THE SLOT AND ROOM FOR THE COURSE AND EACH OF ITS STUDENTS.
007370       ******************************************************************
007380        23000-ASSIGN-PARA.
007390            MOVE WS-SLOT-SUB               TO WS-EC-SLOT(WS-EC-SUB).
007400            MOVE WS-RM-BEST                TO WS-EC-ROOM(WS-EC-SUB).
007410            MOVE "Y"
007420                          TO WS-RM-USED(WS-RM-BEST, WS-SLOT-SUB).
007430            PERFORM 23200-BOOK-STUDENT-PARA
007440                VARYING WS-CR-SUB FROM WS-EC-START(WS-EC-SUB) BY 1
007450                UNTIL WS-CR-SUB            NOT < WS-CR-END.
007460        23200-BOOK-STUDENT-PARA.
007470            MOVE WS-CR-STUD(WS-CR-SUB)     TO WS-ES-SUB.
007480            MOVE WS-EC-SUB  TO WS-ES-SLOT-CRS(WS-ES-SUB, WS-SLOT-SUB).
007490       ******************************************************************
007500       * PRINT THE TIMETABLE BY DAY AND SLOT, THEN THE TRAILER.
007510       ******************************************************************
007520        24000-PRINT-TIMETABLE-PARA.
007530            MOVE WS-HEADER1                TO RS-REPORT-REC.
007540            WRITE RS-REPORT-REC.
007550            MOVE WS-HEADER2                TO RS-REPORT-REC.
007560            WRITE RS-REPORT-REC.
007570            MOVE WS-HEADER1                TO RS-REPORT-REC.
007580            WRITE RS-REPORT-REC.
007590            PERFORM 24200-PRINT-SLOT-PARA
007600                VARYING WS-SLOT-SUB FROM 1 BY 1
007610                UNTIL WS-SLOT-SUB          > WS-SLOT-COUNT.
007620            MOVE WS-PLACED-COUNT           TO WS-TR-PLACED.
007630            MOVE WS-UNPLACED-COUNT         TO WS-TR-UNPLACED.
007640            MOVE WS-ES-COUNT               TO WS-TR-STUDENTS.
007650            MOVE WS-HEADER1                TO RS-REPORT-REC.
007660            WRITE RS-REPORT-REC.
007670            MOVE WS-TRAILER                TO RS-REPORT-REC.
007680            WRITE RS-REPORT-REC.
007690       ******************************************************************
007700       * PRINT ONE SLOT'S HEADING AND THE EXAMS PLACED IN IT.
007710       ******************************************************************
007720        24200-PRINT-SLOT-PARA.
007730            PERFORM 24600-SLOT-NAME-PARA.
007740            MOVE WS-DAY-SUB                TO WS-SL-DAY.
007750            MOVE WS-PER-SUB                TO WS-SL-SLOT.
007760            MOVE WS-SLOT-LINE              TO RS-REPORT-REC.
007770            WRITE RS-REPORT-REC.
007780            MOVE 0                         TO WS-SLOT-EXAMS.
007790            PERFORM 24400-PRINT-EXAM-PARA
007800                VARYING WS-EC-SUB FROM 1 BY 1
007810                UNTIL WS-EC-SUB            > WS-EC-COUNT.
007820            IF  WS-SLOT-EXAMS              = 0
007830                MOVE WS-NO-EXAM-LINE       TO RS-REPORT-REC
007840                WRITE RS-REPORT-REC
007850            END-IF.
007860        24400-PRINT-EXAM-PARA.
007870            IF  WS-EC-SLOT(WS-EC-SUB)      = WS-SLOT-SUB
007880                ADD 1                      TO WS-SLOT-EXAMS
007890                MOVE WS-EC-ROOM(WS-EC-SUB) TO WS-RM-SUB
007900                MOVE WS-EC-COURSE(WS-EC-SUB) TO WS-EL-COURSE
007910                MOVE WS-EC-TITLE(WS-EC-SUB)  TO WS-EL-TITLE
007920                MOVE WS-RM-CODE(WS-RM-SUB)   TO WS-EL-ROOM
007930                MOVE WS-RM-BUILDING(WS-RM-SUB) TO WS-EL-BUILDING
007940                MOVE WS-EC-HEADS(WS-EC-SUB)  TO WS-EL-HEADS
007950                MOVE WS-RM-CAP(WS-RM-SUB)    TO WS-EL-CAP
007960                MOVE WS-EXAM-LINE          TO RS-REPORT-REC
007970                WRITE RS-REPORT-REC
007980            END-IF.
007990       ******************************************************************
008000       * TURN THE RUN'S SLOT NUMBER INTO ITS DAY AND SLOT OF THE DAY.
008010       ******************************************************************
008020        24600-SLOT-NAME-PARA.
008030            SUBTRACT 1 FROM WS-SLOT-SUB GIVING WS-SLOT-WORK.
008040            DIVIDE WS-SLOT-WORK BY WS-DAY-SLOTS
008050                GIVING WS-DAY-SUB REMAINDER WS-PER-SUB.
008060            ADD 1                          TO WS-DAY-SUB.
008070            ADD 1                          TO WS-PER-SUB.
008080       ******************************************************************
008090       * PRINT ONE STUDENT'S EXAM SCHEDULE IN SLOT ORDER, FOLLOWED BY
008100       * ANY OF THE STUDENT'S COURSES THAT COULD NOT BE PLACED.
008110       ******************************************************************
008120        25000-PRINT-STUDENT-PARA.
008130            MOVE WS-ES-ENROLL-NO(WS-ES-SUB) TO WS-SH-ENROLL-NO.
008140            MOVE WS-ES-SNAME(WS-ES-SUB)    TO WS-SH-SNAME.
008150            MOVE WS-HEADER1                TO SS-SCHED-REC.
008160            WRITE SS-SCHED-REC.
008170            MOVE WS-SCHED-HEADER           TO SS-SCHED-REC.
008180            WRITE SS-SCHED-REC.
008190            PERFORM 25200-PRINT-SLOT-PARA
008200                VARYING WS-SLOT-SUB FROM 1 BY 1
008210                UNTIL WS-SLOT-SUB          > WS-SLOT-COUNT.
008220            COMPUTE WS-CR-END = WS-ES-FIRST-REG(WS-ES-SUB)
008230                              + WS-ES-REGS(WS-ES-SUB).
008240            PERFORM 25400-PRINT-MISSED-PARA
008250                VARYING WS-ER-SUB FROM WS-ES-FIRST-REG(WS-ES-SUB) BY 1
008260                UNTIL WS-ER-SUB            NOT < WS-CR-END.
008270        25200-PRINT-SLOT-PARA.
008280            MOVE WS-ES-SLOT-CRS(WS-ES-SUB, WS-SLOT-SUB) TO WS-EC-SUB.
008290            IF  WS-EC-SUB                  NOT = 0
008300                PERFORM 24600-SLOT-NAME-PARA
008310                MOVE WS-EC-ROOM(WS-EC-SUB) TO WS-RM-SUB
008320                MOVE WS-DAY-SUB            TO WS-SC-DAY
008330                MOVE WS-PER-SUB            TO WS-SC-SLOT
008340                MOVE WS-EC-COURSE(WS-EC-SUB) TO WS-SC-COURSE
008350                MOVE WS-EC-TITLE(WS-EC-SUB)  TO WS-SC-TITLE
008360                MOVE WS-RM-CODE(WS-RM-SUB)   TO WS-SC-ROOM
008370                MOVE WS-RM-BUILDING(WS-RM-SUB) TO WS-SC-BUILDING
008380                MOVE WS-SCHED-LINE         TO SS-SCHED-REC
008390                WRITE SS-SCHED-REC
008400            END-IF.
008410        25400-PRINT-MISSED-PARA.
008420            MOVE WS-ER-CRS(WS-ER-SUB)      TO WS-EC-SUB.
008430            IF  WS-EC-SLOT(WS-EC-SUB)      = 0
008440                MOVE WS-EC-COURSE(WS-EC-SUB) TO WS-SM-COURSE
008450                MOVE WS-SCHED-MISS-LINE    TO SS-SCHED-REC
008460                WRITE SS-SCHED-REC
008470            END-IF.
008480       ******************************************************************
008490       * LIST A COURSE THAT COULD NOT BE PLACED, WITH THE REASON.
008500       ******************************************************************
008510        26000-WRITE-UNPLACED-PARA.
008520            ADD 1                          TO WS-UNPLACED-COUNT.
008530            MOVE WS-EC-COURSE(WS-EC-SUB)   TO WS-UL-COURSE.
008540            MOVE WS-EC-TITLE(WS-EC-SUB)    TO WS-UL-TITLE.
008550            MOVE WS-EC-HEADS(WS-EC-SUB)    TO WS-UL-HEADS.
008560            MOVE WS-EC-REASON(WS-EC-SUB)   TO WS-UL-REASON.
008570            MOVE WS-UNPL-LINE              TO UP-UNPL-REC.
008580            WRITE UP-UNPL-REC.
008590       ******************************************************************
008600       * DISPLAY COUNTS AND CLOSE THE FILES.
008610       ******************************************************************
008620        30000-CLOSE-PARA.
008630            DISPLAY "EXAMS PLACED     : " WS-PLACED-COUNT.
008640            DISPLAY "EXAMS NOT PLACED : " WS-UNPLACED-COUNT.
008650            CLOSE REG-FILE.
008660            CLOSE STUD-FILE.
008670            CLOSE CRS-FILE.
008680            CLOSE ROOM-FILE.
008690            CLOSE REPORT-FILE.
008700            CLOSE SCHED-FILE.
008710            CLOSE UNPL-FILE.
