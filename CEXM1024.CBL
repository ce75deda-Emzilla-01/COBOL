000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1024.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: STUDENT WEEKLY TIMETABLE AND SLOT-CLASH REPORT.
000060       *  CEXM929 CHECKS A SECTION'S SEATS BUT NOT ITS MEETING SLOT, SO
000070       *  A STUDENT CAN HOLD TWO SECTIONS THAT MEET AT THE SAME TIME.
000080       *  THIS RUN TAKES THE TERM CODE FROM SYSIN (VALIDATED AGAINST
000090       *  CEXM962'S TERMCTL), WALKS REGFILE ONE STUDENT AT A TIME, JOINS
000100       *  EACH OF THE TERM'S REGISTRATIONS TO ITS SECTFILE MEETING SLOT,
000110       *  THE CRSFILE COURSE TITLE AND THE INSTFILE INSTRUCTOR NAME, AND
000120       *  PRINTS ONE TIMETABLE PAGE PER STUDENT IN SLOT ORDER ON
000130       *  TTBLRPT. TWO SECTIONS IN THE SAME SE-MEET-SLOT ARE A CLASH AND
000140       *  GO TO THE CLSHRPT CONFLICT REPORT FOR THE REGISTRARS.
000150       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000160       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000170       * SECTFILE: JEBA02.EMY.COBOL.SECTFILE (INDEXED ON COURSE+SECT)
000180       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000190       * INSTFILE: JEBA02.EMY.COBOL.INSTFILE (INDEXED ON INSTR NO)
000200       * TTBLRPT : JEBA02.EMY.COBOL.TTBLRPT
000210       * CLSHRPT : JEBA02.EMY.COBOL.CLSHRPT
000220       * ----------------------------------------------------------------
000230       * PRJ NO    NAME     DATE          MAINT DESC.
000240       * ----------------------------------------------------------------
000250       * JEBA02    EMY     09/16/2026    PROGRAM CREATED.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000290        FILE-CONTROL.
000300            SELECT TERM-FILE
000310                ASSIGN TO TERMCTL
000320                ORGANIZATION IS INDEXED
000330                ACCESS MODE IS RANDOM
000340                RECORD KEY IS TM-TERM-CODE
000350                FILE STATUS IS WS-TERM-FS.
000360            SELECT REG-FILE
000370                ASSIGN TO REGFILE
000380                ORGANIZATION IS INDEXED
000390                ACCESS MODE IS SEQUENTIAL
000400                RECORD KEY IS RG-REG-KEY
000410                FILE STATUS IS WS-REG-FS.
000420            SELECT SECT-FILE
000430                ASSIGN TO SECTFILE
000440                ORGANIZATION IS INDEXED
000450                ACCESS MODE IS RANDOM
000460                RECORD KEY IS SE-SECT-KEY
000470                FILE STATUS IS WS-SECT-FS.
000480            SELECT CRS-FILE
000490                ASSIGN TO CRSFILE
000500                ORGANIZATION IS INDEXED
000510                ACCESS MODE IS RANDOM
000520                RECORD KEY IS CS-COURSE-CODE
000530                FILE STATUS IS WS-CRS-FS.
000540            SELECT INST-FILE
000550                ASSIGN TO INSTFILE
000560                ORGANIZATION IS INDEXED
000570                ACCESS MODE IS RANDOM
000580                RECORD KEY IS IN-INSTR-NO
000590                FILE STATUS IS WS-INST-FS.
000600            SELECT REPORT-FILE
000610                ASSIGN TO TTBLRPT
000620                ORGANIZATION IS SEQUENTIAL
000630                ACCESS MODE IS SEQUENTIAL
000640                FILE STATUS IS WS-REPORT-FS.
000650            SELECT CLASH-FILE
000660                ASSIGN TO CLSHRPT
000670                ORGANIZATION IS SEQUENTIAL
000680                ACCESS MODE IS SEQUENTIAL
000690                FILE STATUS IS WS-CLASH-FS.
000700        DATA DIVISION.
000710        FILE SECTION.
000720        FD  TERM-FILE.
000730        01  TM-TERM-REC.
000740            05  TM-TERM-CODE              PIC X(05).
000750            05  TM-START-DATE             PIC 9(08).
000760            05  TM-END-DATE               PIC 9(08).
000770            05  TM-OPEN-FLAG              PIC X(01).
000780            05  FILLER                    PIC X(58).
000790        FD  REG-FILE.
000800        01  RG-REG-REC.
000810            05  RG-REG-KEY.
000820                10  RG-ENROLL-NO          PIC 9(06).
000830                10  RG-COURSE-CODE        PIC X(06).
000840            05  RG-MARKS                  PIC 9(03).
000850            05  RG-CREDIT-HOURS           PIC 9(02).
000860            05  RG-TERM-CODE              PIC X(05).
000870            05  RG-SECTION                PIC 9(02).
000880            05  FILLER                    PIC X(56).
000890        FD  SECT-FILE.
000900        01  SE-SECT-REC.
000910            05  SE-SECT-KEY.
000920                10  SE-COURSE-CODE        PIC X(06).
000930                10  SE-SECT-NO            PIC 9(02).
000940            05  SE-SEAT-CAP               PIC 9(03).
000950            05  SE-SEATS-USED             PIC 9(03).
000960            05  SE-MEET-SLOT              PIC X(10).
000967            05  SE-INSTR-NO               PIC 9(05).
000975            05  SE-ROOM-CODE              PIC X(06).
000982            05  FILLER                    PIC X(45).
000990        FD  CRS-FILE.
001000        01  CS-CRS-REC.
001010            05  CS-COURSE-CODE            PIC X(06).
001020            05  CS-COURSE-TITLE           PIC X(30).
001030            05  CS-CREDIT-HOURS           PIC 9(02).
001040            05  FILLER                    PIC X(42).
001050        FD  INST-FILE.
001060        01  IN-INST-REC.
001070            05  IN-INSTR-NO               PIC 9(05).
001080            05  IN-INSTR-NAME             PIC X(30).
001090            05  IN-DEPTNO                 PIC 9(02).
001100            05  FILLER                    PIC X(43).
001110        FD  REPORT-FILE.
001120        01  RS-REPORT-REC                 PIC X(80).
001130        FD  CLASH-FILE.
001140        01  CR-CLASH-REC                  PIC X(80).
001150        WORKING-STORAGE SECTION.
001160        01  WS-TERM-FS                    PIC X(02).
001170        01  WS-REG-FS                     PIC X(02).
001180        01  WS-SECT-FS                    PIC X(02).
001190        01  WS-CRS-FS                     PIC X(02).
001200        01  WS-INST-FS                    PIC X(02).
001210        01  WS-REPORT-FS                  PIC X(02).
001220        01  WS-CLASH-FS                   PIC X(02).
001230        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001240        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001250        01  WS-TERM-CODE                  PIC X(05).
001260        01  WS-CUR-ENROLL-NO              PIC 9(06) VALUE 0.
001270        01  WS-STUDENT-COUNT              PIC 9(06) VALUE 0.
001280        01  WS-CLASH-COUNT                PIC 9(06) VALUE 0.
001290        01  WS-CLASH-STUDENTS             PIC 9(06) VALUE 0.
001300        01  WS-STUD-CLASHES               PIC 9(02) VALUE 0.
001310        01  WS-PAGE-NO                    PIC 9(04) VALUE 0.
001320        01  WS-CURRENT-DATE-DATA          PIC X(20).
001330       * ONE STUDENT'S TERM REGISTRATIONS, KEPT IN MEETING-SLOT ORDER.
001340       * A REGISTRATION WITH NO SECTION CARRIES A BLANK SLOT.
001350        01  WS-TT-COUNT                   PIC 9(02) VALUE 0.
001360        01  WS-TT-TABLE.
001370            05  WS-TT-ENTRY               OCCURS 30 TIMES.
001380                10  WS-TT-SLOT            PIC X(10).
001390                10  WS-TT-COURSE          PIC X(06).
001400                10  WS-TT-SECT            PIC X(02).
001410                10  WS-TT-TITLE           PIC X(30).
001420                10  WS-TT-INSTR           PIC X(30).
001430        01  WS-TT-SUB                     PIC 9(02).
001440        01  WS-TT-PREV                    PIC 9(02).
001450        01  WS-INS-POS                    PIC 9(02).
001460        01  WS-NEW-ENTRY.
001470            05  WS-NE-SLOT                PIC X(10).
001480            05  WS-NE-COURSE              PIC X(06).
001490            05  WS-NE-SECT                PIC X(02).
001500            05  WS-NE-TITLE               PIC X(30).
001510            05  WS-NE-INSTR               PIC X(30).
001520        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001530        01  WS-HEADER2.
001540            05 FILLER                     PIC X(24)
001550                     VALUE "WEEKLY TIMETABLE - TERM ".
001560            05 WS-H2-TERM                 PIC X(05).
001570            05 FILLER                     PIC X(12)
001580                     VALUE "   RUN DATE ".
001590            05 WS-H2-DATE                 PIC X(08).
001600            05 FILLER                     PIC X(08) VALUE "   PAGE ".
001610            05 WS-H2-PAGE                 PIC ZZZ9.
001620            05 FILLER                     PIC X(19) VALUE SPACES.
001630        01  WS-STUD-LINE.
001640            05 FILLER                     PIC X(08) VALUE "STUDENT ".
001650            05 WS-SL-ENROLL-NO            PIC 9(06).
001660            05 FILLER                     PIC X(02) VALUE SPACES.
001670            05 WS-SL-SNAME                PIC X(30).
001680            05 FILLER                     PIC X(34) VALUE SPACES.
001690        01  WS-COLUMN-LINE.
001700            05 FILLER                     PIC X(12) VALUE "SLOT".
001710            05 FILLER                     PIC X(11) VALUE "COURSE/SEC".
001720            05 FILLER                     PIC X(26) VALUE "TITLE".
001730            05 FILLER                     PIC X(31) VALUE "INSTRUCTOR".
001740        01  WS-DETAIL-LINE.
001750            05 WS-DL-SLOT                 PIC X(10).
001760            05 FILLER                     PIC X(02) VALUE SPACES.
001770            05 WS-DL-COURSE               PIC X(06).
001780            05 FILLER                     PIC X(01) VALUE "/".
001790            05 WS-DL-SECT                 PIC X(02).
001800            05 FILLER                     PIC X(02) VALUE SPACES.
001810            05 WS-DL-TITLE                PIC X(24).
001820            05 FILLER                     PIC X(02) VALUE SPACES.
001830            05 WS-DL-INSTR                PIC X(20).
001840            05 WS-DL-FLAG                 PIC X(11).
001850        01  WS-STUD-TRAILER.
001860            05 FILLER                     PIC X(09) VALUE "COURSES: ".
001870            05 WS-ST-COURSES              PIC Z9.
001880            05 FILLER                     PIC X(18)
001890                     VALUE "   SLOT CLASHES:  ".
001900            05 WS-ST-CLASHES              PIC Z9.
001910            05 FILLER                     PIC X(49) VALUE SPACES.
001920        01  WS-CLASH-HEADER.
001930            05 FILLER                     PIC X(30)
001940                     VALUE "MEETING-SLOT CONFLICTS - TERM ".
001950            05 WS-CH-TERM                 PIC X(05).
001960            05 FILLER                     PIC X(45) VALUE SPACES.
001970        01  WS-CLASH-LINE.
001980            05 WS-CL-ENROLL-NO            PIC 9(06).
001990            05 FILLER                     PIC X(01) VALUE SPACES.
002000            05 WS-CL-SNAME                PIC X(20).
002010            05 FILLER                     PIC X(06) VALUE " SLOT ".
002020            05 WS-CL-SLOT                 PIC X(10).
002030            05 FILLER                     PIC X(01) VALUE SPACES.
002040            05 WS-CL-COURSE-1             PIC X(06).
002050            05 FILLER                     PIC X(01) VALUE "/".
002060            05 WS-CL-SECT-1               PIC X(02).
002070            05 FILLER                     PIC X(05) VALUE " AND ".
002080            05 WS-CL-COURSE-2             PIC X(06).
002090            05 FILLER                     PIC X(01) VALUE "/".
002100            05 WS-CL-SECT-2               PIC X(02).
002110            05 FILLER                     PIC X(13) VALUE SPACES.
002120        01  WS-CLASH-TRAILER.
002130            05 FILLER                     PIC X(17)
002140                     VALUE "CLASHES LISTED:  ".
002150            05 WS-CT-CLASHES              PIC ZZZ,ZZ9.
002160            05 FILLER                     PIC X(13)
002170                     VALUE "   STUDENTS: ".
002180            05 WS-CT-STUDENTS             PIC ZZZ,ZZ9.
002190            05 FILLER                     PIC X(36) VALUE SPACES.
002200        COPY SPGM0901L.
002210        COPY SPGMABNL.
002220        PROCEDURE DIVISION.
002230       ******************************************************************
002240       * MAIN PROGRAM FLOW.
002250       ******************************************************************
002260        00000-MAIN-PARA.
002270            PERFORM 05000-ACCEPT-PARA.
002280            PERFORM 07000-CHECK-TERM-PARA.
002290            IF  WS-ERROR-FLAG              NOT = "YES"
002300                PERFORM 10000-INITIALIZE-PARA
002310            END-IF.
002320            PERFORM 20000-PROCESS-PARA
002330              UNTIL WS-ERROR-FLAG = "YES"
002340              OR    WS-ENDOFFILE  = "YES".
002350            IF  WS-ERROR-FLAG              NOT = "YES"
002360                AND WS-CUR-ENROLL-NO       NOT = 0
002370                PERFORM 24000-PRINT-STUDENT-PARA
002380            END-IF.
002390            PERFORM 30000-CLOSE-PARA.
002400            STOP RUN.
002410       ******************************************************************
002420       * ACCEPT THE TERM CODE FOR THIS RUN FROM SYSIN, CEXM912-STYLE.
002430       ******************************************************************
002440        05000-ACCEPT-PARA.
002450            ACCEPT WS-TERM-CODE.
002460       ******************************************************************
002470       * THE TERM CARD MUST NAME A TERM ON CEXM962'S TERMCTL MASTER. A
002480       * CLOSED TERM MAY STILL BE PRINTED.
002490       ******************************************************************
002500        07000-CHECK-TERM-PARA.
002510            OPEN INPUT TERM-FILE.
002520            IF WS-TERM-FS                 NOT = "00"
002530               DISPLAY "TERMCTL ACCESS ERROR."
002540               MOVE "CEXM1024"            TO LK-PGM-ID
002550               MOVE "TERMCTL"             TO LK-FILE-ID
002560               MOVE WS-TERM-FS            TO LK-FILE-STATUS
002570               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002580               IF  LK-ABEND-YES
002590                   MOVE 16                TO RETURN-CODE
002600                   MOVE "YES"             TO WS-ERROR-FLAG
002610               END-IF
002620            ELSE
002630               MOVE WS-TERM-CODE          TO TM-TERM-CODE
002640               READ TERM-FILE
002650                   INVALID KEY
002660                       DISPLAY "TERM " WS-TERM-CODE
002670                           " NOT ON TERMCTL - RUN REFUSED."
002680                       MOVE 16            TO RETURN-CODE
002690                       MOVE "YES"         TO WS-ERROR-FLAG
002700               END-READ
002710               CLOSE TERM-FILE
002720            END-IF.
002730       ******************************************************************
002740       * OPEN EVERYTHING AND WRITE THE CONFLICT REPORT HEADING.
002750       ******************************************************************
002760        10000-INITIALIZE-PARA.
002770            MOVE SPACE                     TO LK-CHECK-FLAG.
002780            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002790            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-H2-DATE.
002800            MOVE WS-TERM-CODE              TO WS-H2-TERM.
002810            MOVE WS-TERM-CODE              TO WS-CH-TERM.
002820            OPEN INPUT REG-FILE.
002830            IF WS-REG-FS                  NOT = "00"
002840               DISPLAY "REGFILE ACCESS ERROR."
002850               MOVE "CEXM1024"            TO LK-PGM-ID
002860               MOVE "REGFILE"             TO LK-FILE-ID
002870               MOVE WS-REG-FS             TO LK-FILE-STATUS
002880               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002890               IF  LK-ABEND-YES
002900                   MOVE 16                TO RETURN-CODE
002910                   MOVE "YES"             TO WS-ERROR-FLAG
002920               END-IF
002930            END-IF.
002940            OPEN INPUT SECT-FILE.
002950            IF WS-SECT-FS                 NOT = "00"
002960               DISPLAY "SECTFILE ACCESS ERROR."
002970               MOVE "CEXM1024"            TO LK-PGM-ID
002980               MOVE "SECTFILE"            TO LK-FILE-ID
002990               MOVE WS-SECT-FS            TO LK-FILE-STATUS
003000               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003010               IF  LK-ABEND-YES
003020                   MOVE 16                TO RETURN-CODE
003030                   MOVE "YES"             TO WS-ERROR-FLAG
003040               END-IF
003050            END-IF.
003060            OPEN INPUT CRS-FILE.
003070            IF WS-CRS-FS                  NOT = "00"
003080               DISPLAY "CRSFILE ACCESS ERROR."
003090               MOVE "CEXM1024"            TO LK-PGM-ID
003100               MOVE "CRSFILE"             TO LK-FILE-ID
003110               MOVE WS-CRS-FS             TO LK-FILE-STATUS
003120               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003130               IF  LK-ABEND-YES
003140                   MOVE 16                TO RETURN-CODE
003150                   MOVE "YES"             TO WS-ERROR-FLAG
003160               END-IF
003170            END-IF.
003180            OPEN INPUT INST-FILE.
003190            IF WS-INST-FS                 NOT = "00"
003200               DISPLAY "INSTFILE ACCESS ERROR."
003210               MOVE "CEXM1024"            TO LK-PGM-ID
003220               MOVE "INSTFILE"            TO LK-FILE-ID
003230               MOVE WS-INST-FS            TO LK-FILE-STATUS
003240               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003250               IF  LK-ABEND-YES
003260                   MOVE 16                TO RETURN-CODE
003270                   MOVE "YES"             TO WS-ERROR-FLAG
003280               END-IF
003290            END-IF.
003300            OPEN OUTPUT REPORT-FILE.
003310            IF WS-REPORT-FS               NOT = "00"
003320               DISPLAY "TTBLRPT ACCESS ERROR."
003330               MOVE "CEXM1024"            TO LK-PGM-ID
003340               MOVE "TTBLRPT"             TO LK-FILE-ID
003350               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003360               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003370               IF  LK-ABEND-YES
003380                   MOVE 16                TO RETURN-CODE
003390                   MOVE "YES"             TO WS-ERROR-FLAG
003400               END-IF
003410            END-IF.
003420            OPEN OUTPUT CLASH-FILE.
003430            IF WS-CLASH-FS                NOT = "00"
003440               DISPLAY "CLSHRPT ACCESS ERROR."
003450               MOVE "CEXM1024"            TO LK-PGM-ID
003460               MOVE "CLSHRPT"             TO LK-FILE-ID
003470               MOVE WS-CLASH-FS           TO LK-FILE-STATUS
003480               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003490               IF  LK-ABEND-YES
003500                   MOVE 16                TO RETURN-CODE
003510                   MOVE "YES"             TO WS-ERROR-FLAG
003520               END-IF
003530            END-IF.
003540            IF  WS-ERROR-FLAG              NOT = "YES"
003550                MOVE WS-CLASH-HEADER       TO CR-CLASH-REC
003560                WRITE CR-CLASH-REC
003570                MOVE WS-HEADER1            TO CR-CLASH-REC
003580                WRITE CR-CLASH-REC
003590            END-IF.
003600       ******************************************************************
003610       * READ ONE REGISTRATION. REGFILE COMES BACK IN ENROLLMENT ORDER,
003620       * SO A NEW ENROLLMENT NUMBER CLOSES OFF THE PREVIOUS STUDENT'S
003630       * PAGE. ONLY THE REQUESTED TERM'S REGISTRATIONS COUNT.
003640       ******************************************************************
003650        20000-PROCESS-PARA.
003660            READ REG-FILE
003670            AT END
003680                MOVE "YES"                 TO WS-ENDOFFILE
003690            NOT AT END
003700                IF  RG-TERM-CODE           = WS-TERM-CODE
003710                    IF  RG-ENROLL-NO       NOT = WS-CUR-ENROLL-NO
003720                        IF  WS-CUR-ENROLL-NO NOT = 0
003730                            PERFORM 24000-PRINT-STUDENT-PARA
003740                        END-IF
003750                        MOVE RG-ENROLL-NO  TO WS-CUR-ENROLL-NO
003760                        MOVE 0             TO WS-TT-COUNT
003770                    END-IF
003780                    PERFORM 22000-BUILD-ENTRY-PARA
003790                END-IF
003800            END-READ.
003810       ******************************************************************
003820       * JOIN THE REGISTRATION TO ITS SECTION, COURSE TITLE AND
003830       * INSTRUCTOR, THEN FILE IT IN SLOT ORDER.
003840       ******************************************************************
003850        22000-BUILD-ENTRY-PARA.
003860            MOVE SPACES                    TO WS-NEW-ENTRY.
003870            MOVE RG-COURSE-CODE            TO WS-NE-COURSE.
003880            MOVE RG-COURSE-CODE            TO CS-COURSE-CODE.
003890            READ CRS-FILE
003900                INVALID KEY
003910                    MOVE "TITLE NOT IN CATALOG" TO WS-NE-TITLE
003920                NOT INVALID KEY
003930                    MOVE CS-COURSE-TITLE   TO WS-NE-TITLE
003940            END-READ.
003950            IF  RG-SECTION                 IS NUMERIC
003960                MOVE RG-SECTION            TO WS-NE-SECT
003970                MOVE RG-COURSE-CODE        TO SE-COURSE-CODE
003980                MOVE RG-SECTION            TO SE-SECT-NO
003990                READ SECT-FILE
004000                    INVALID KEY
004010                        MOVE "SECTION NOT ON FILE" TO WS-NE-INSTR
004020                    NOT INVALID KEY
004030                        MOVE SE-MEET-SLOT  TO WS-NE-SLOT
004040                        MOVE SE-INSTR-NO   TO IN-INSTR-NO
004050                        READ INST-FILE
004060                            INVALID KEY
004070                                MOVE "INSTRUCTOR NOT ON FILE"
004080                                           TO WS-NE-INSTR
004090                            NOT INVALID KEY
004100                                MOVE IN-INSTR-NAME TO WS-NE-INSTR
004110                        END-READ
004120                END-READ
004130            ELSE
004140                MOVE "NO SECTION"          TO WS-NE-INSTR
004150            END-IF.
004160            IF  WS-TT-COUNT                = 30
004170                DISPLAY "TIMETABLE FULL AT 30 COURSES - ENROLL NO "
004180                    RG-ENROLL-NO
004190            ELSE
004200                PERFORM 23000-INSERT-ENTRY-PARA
004210            END-IF.
004220       ******************************************************************
004230       * INSERT THE NEW ENTRY AHEAD OF THE FIRST ENTRY WITH A LATER
004240       * SLOT, SHIFTING THE REST DOWN ONE PLACE.
004250       ******************************************************************
004260        23000-INSERT-ENTRY-PARA.
004270            COMPUTE WS-INS-POS = WS-TT-COUNT + 1.
004280            PERFORM 23200-FIND-POS-PARA
004290                VARYING WS-TT-SUB FROM 1 BY 1
004300                UNTIL WS-TT-SUB            > WS-TT-COUNT
004310                OR WS-INS-POS              NOT > WS-TT-COUNT.
004320            PERFORM 23400-SHIFT-PARA
004330                VARYING WS-TT-SUB FROM WS-TT-COUNT BY -1
004340                UNTIL WS-TT-SUB            < WS-INS-POS.
004350            MOVE WS-NEW-ENTRY              TO WS-TT-ENTRY(WS-INS-POS).
004360            ADD 1                          TO WS-TT-COUNT.
004370        23200-FIND-POS-PARA.
004380            IF  WS-TT-SLOT(WS-TT-SUB)      > WS-NE-SLOT
004390                MOVE WS-TT-SUB             TO WS-INS-POS
004400            END-IF.
004410        23400-SHIFT-PARA.
004420            MOVE WS-TT-ENTRY(WS-TT-SUB)    TO WS-TT-ENTRY(WS-TT-SUB + 1).
004430       ******************************************************************
004440       * PRINT ONE STUDENT'S TIMETABLE PAGE. NEIGHBOURING ENTRIES WITH
004450       * THE SAME NON-BLANK SLOT ARE A CLASH - FLAGGED ON THE PAGE AND
004460       * WRITTEN TO THE CONFLICT REPORT.
004470       ******************************************************************
004480        24000-PRINT-STUDENT-PARA.
004490            ADD 1                          TO WS-STUDENT-COUNT.
004500            ADD 1                          TO WS-PAGE-NO.
004510            MOVE 0                         TO WS-STUD-CLASHES.
004520            MOVE WS-PAGE-NO                TO WS-H2-PAGE.
004530            MOVE WS-CUR-ENROLL-NO          TO LK-ENROLL-NO.
004540            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
004550            IF  LK-FOUND
004560                MOVE LK-SNAME              TO WS-SL-SNAME
004570            ELSE
004580                MOVE "NAME NOT ON STUDFILE" TO WS-SL-SNAME
004590            END-IF.
004600            MOVE WS-CUR-ENROLL-NO          TO WS-SL-ENROLL-NO.
004610            MOVE WS-HEADER1                TO RS-REPORT-REC.
004620            WRITE RS-REPORT-REC.
004630            MOVE WS-HEADER2                TO RS-REPORT-REC.
004640            WRITE RS-REPORT-REC.
004650            MOVE WS-STUD-LINE              TO RS-REPORT-REC.
004660            WRITE RS-REPORT-REC.
004670            MOVE WS-HEADER1                TO RS-REPORT-REC.
004680            WRITE RS-REPORT-REC.
004690            MOVE WS-COLUMN-LINE            TO RS-REPORT-REC.
004700            WRITE RS-REPORT-REC.
004710            PERFORM 25000-PRINT-ENTRY-PARA
004720                VARYING WS-TT-SUB FROM 1 BY 1
004730                UNTIL WS-TT-SUB            > WS-TT-COUNT.
004740            MOVE WS-TT-COUNT               TO WS-ST-COURSES.
004750            MOVE WS-STUD-CLASHES           TO WS-ST-CLASHES.
004760            MOVE WS-STUD-TRAILER           TO RS-REPORT-REC.
004770            WRITE RS-REPORT-REC.
004780            IF  WS-STUD-CLASHES            > 0
004790                ADD 1                      TO WS-CLASH-STUDENTS
004800            END-IF.
004810        25000-PRINT-ENTRY-PARA.
004820            MOVE SPACES                    TO WS-DL-FLAG.
004830            IF  WS-TT-SUB                  > 1
004840                COMPUTE WS-TT-PREV = WS-TT-SUB - 1
004850                IF  WS-TT-SLOT(WS-TT-SUB)  NOT = SPACES
004860                    AND WS-TT-SLOT(WS-TT-SUB) = WS-TT-SLOT(WS-TT-PREV)
004870                    MOVE " ** CLASH"       TO WS-DL-FLAG
004880                    PERFORM 26000-WRITE-CLASH-PARA
004890                END-IF
004900            END-IF.
004910            IF  WS-TT-SLOT(WS-TT-SUB)      = SPACES
004920                MOVE "UNSCHED"             TO WS-DL-SLOT
004930            ELSE
004940                MOVE WS-TT-SLOT(WS-TT-SUB) TO WS-DL-SLOT
004950            END-IF.
004960            MOVE WS-TT-COURSE(WS-TT-SUB)   TO WS-DL-COURSE.
004970            MOVE WS-TT-SECT(WS-TT-SUB)     TO WS-DL-SECT.
004980            MOVE WS-TT-TITLE(WS-TT-SUB)    TO WS-DL-TITLE.
004990            MOVE WS-TT-INSTR(WS-TT-SUB)    TO WS-DL-INSTR.
005000            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
005010            WRITE RS-REPORT-REC.
005020       ******************************************************************
005030       * ONE CONFLICT LINE: THE STUDENT, THE SLOT AND BOTH SECTIONS.
005040       ******************************************************************
005050        26000-WRITE-CLASH-PARA.
005060            ADD 1                          TO WS-STUD-CLASHES.
005070            ADD 1                          TO WS-CLASH-COUNT.
005080            MOVE WS-CUR-ENROLL-NO          TO WS-CL-ENROLL-NO.
005090            MOVE WS-SL-SNAME               TO WS-CL-SNAME.
005100            MOVE WS-TT-SLOT(WS-TT-SUB)     TO WS-CL-SLOT.
005110            MOVE WS-TT-COURSE(WS-TT-PREV)  TO WS-CL-COURSE-1.
005120            MOVE WS-TT-SECT(WS-TT-PREV)    TO WS-CL-SECT-1.
005130            MOVE WS-TT-COURSE(WS-TT-SUB)   TO WS-CL-COURSE-2.
005140            MOVE WS-TT-SECT(WS-TT-SUB)     TO WS-CL-SECT-2.
005150            MOVE WS-CLASH-LINE             TO CR-CLASH-REC.
005160            WRITE CR-CLASH-REC.
005170       ******************************************************************
005180       * WRITE THE CONFLICT TOTALS AND CLOSE THE FILES.
005190       ******************************************************************
005200        30000-CLOSE-PARA.
005210            MOVE WS-HEADER1                TO CR-CLASH-REC.
005220            WRITE CR-CLASH-REC.
005230            MOVE WS-CLASH-COUNT            TO WS-CT-CLASHES.
005240            MOVE WS-CLASH-STUDENTS         TO WS-CT-STUDENTS.
005250            MOVE WS-CLASH-TRAILER          TO CR-CLASH-REC.
005260            WRITE CR-CLASH-REC.
005270            DISPLAY "TIMETABLES PRINTED : " WS-STUDENT-COUNT.
005280            DISPLAY "SLOT CLASHES       : " WS-CLASH-COUNT.
005290            DISPLAY "STUDENTS CLASHING  : " WS-CLASH-STUDENTS.
005300            CLOSE REG-FILE.
005310            CLOSE SECT-FILE.
005320            CLOSE CRS-FILE.
005330            CLOSE INST-FILE.
005340            CLOSE REPORT-FILE.
005350            CLOSE CLASH-FILE.
