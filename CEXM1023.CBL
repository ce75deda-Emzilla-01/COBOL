000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1023.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: DEGREE AUDIT. READS THE GRADREQ REQUIREMENTS
000060       *  FOR ONE PROGRAM (PROGRAM= CONTROL CARD, SPGM0905, DEFAULT
000070       *  DIPL) AS MAINTAINED BY CEXM1022, THEN CHECKS EVERY ACTIVE
000080       *  STUDENT ON STUDFILE AGAINST THEM:
000090       *    - CREDIT HOURS: EVERY REGFILE COURSE PASSED AT CEXM503'S
000100       *      PASSING MARK OF 035 EARNS ITS CRSFILE CREDIT HOURS (THE
000110       *      REGFILE HOURS WHEN THE COURSE HAS LEFT THE CATALOG)
000120       *    - CUMULATIVE AVERAGE: THE MEAN OF THE STUDENT'S TERMHIST
000130       *      TERM AVERAGES, THE SAME FIGURE CEXM913 PRINTS
000140       *    - REQUIRED COURSES: EACH MUST BE ON REGFILE AT 035 OR MORE
000150       *  EVERY REQUIREMENT PRINTS MET OR UNMET ON AUDRPT, AND THE
000160       *  RESULT (C CLEAN / U UNMET) IS KEPT ON AUDFILE, KEYED ON THE
000170       *  ENROLLMENT NUMBER, WHERE CEXM914 LOOKS BEFORE GRANTING G.
000180       *  RUN ONCE PER PROGRAM; THE LATEST AUDIT OF A STUDENT STANDS.
000190       * STUDOUT : JEBA02.EMY.COBOL.STUDFILE (INDEXED ON ENROLL NO)
000200       * GRADREQ : JEBA02.EMY.COBOL.GRADREQ (INDEXED ON PROGRAM+SEQ)
000210       * TERMHIST: JEBA02.EMY.COBOL.TERMHIST (INDEXED ON ENROLL+TERM)
000220       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000230       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000240       * AUDFILE : JEBA02.EMY.COBOL.AUDFILE (INDEXED ON ENROLL NO)
000250       * AUDRPT  : JEBA02.EMY.COBOL.AUDRPT
000260       * ----------------------------------------------------------------
000270       * PRJ NO    NAME     DATE          MAINT DESC.
000280       * ----------------------------------------------------------------
000290       * JEBA02    EMY     09/15/2026    PROGRAM CREATED.
000292       * JEBA02    EMY     09/26/2026    RUN REFUSED WHEN THE PROGRAM
000294       *                                 HAS MORE REQUIRED COURSES THAN
000296       *                                 THE 99-ENTRY TABLE HOLDS.
000300       ******************************************************************
000310        ENVIRONMENT DIVISION.
000320        INPUT-OUTPUT SECTION.
000330        FILE-CONTROL.
000340            SELECT STUD-FILE
000350                ASSIGN TO STUDOUT
000360                ORGANIZATION IS INDEXED
000370                ACCESS MODE IS SEQUENTIAL
000380                RECORD KEY IS FS-ENROLL-NO
000390                FILE STATUS IS WS-STUD-FS.
000400            SELECT GRQ-FILE
000410                ASSIGN TO GRADREQ
000420                ORGANIZATION IS INDEXED
000430                ACCESS MODE IS DYNAMIC
000440                RECORD KEY IS GQ-REQ-KEY
000450                FILE STATUS IS WS-GRQ-FS.
000460            SELECT HIST-FILE
000470                ASSIGN TO TERMHIST
000480                ORGANIZATION IS INDEXED
000490                ACCESS MODE IS DYNAMIC
000500                RECORD KEY IS HS-HIST-KEY
000510                FILE STATUS IS WS-HIST-FS.
000520            SELECT REG-FILE
000530                ASSIGN TO REGFILE
000540                ORGANIZATION IS INDEXED
000550                ACCESS MODE IS DYNAMIC
000560                RECORD KEY IS RG-REG-KEY
000570                FILE STATUS IS WS-REG-FS.
000580            SELECT CRS-FILE
000590                ASSIGN TO CRSFILE
000600                ORGANIZATION IS INDEXED
000610                ACCESS MODE IS RANDOM
000620                RECORD KEY IS CS-COURSE-CODE
000630                FILE STATUS IS WS-CRS-FS.
000640            SELECT AUD-FILE
000650                ASSIGN TO AUDFILE
000660                ORGANIZATION IS INDEXED
000670                ACCESS MODE IS RANDOM
000680                RECORD KEY IS AD-ENROLL-NO
000690                FILE STATUS IS WS-AUD-FS.
000700            SELECT REPORT-FILE
000710                ASSIGN TO AUDRPT
000720                ORGANIZATION IS SEQUENTIAL
000730                ACCESS MODE IS SEQUENTIAL
000740                FILE STATUS IS WS-REPORT-FS.
000750        DATA DIVISION.
000760        FILE SECTION.
000770        FD  STUD-FILE.
000780        01  FS-STUD-REC.
000790            05  FS-ENROLL-NO              PIC 9(06).
000800            05  FS-SNAME                  PIC X(30).
000810            05  FS-MATHS-MARKS            PIC 9(03).
000820            05  FS-SCIENCE-MARKS          PIC 9(03).
000830            05  FS-COMPUTER-MARKS         PIC 9(03).
000840            05  FS-AVG-MARKS              PIC 9(03)V9(02).
000850            05  FS-STUD-STATUS            PIC X(01).
000860            05  FS-STATUS-DATE            PIC X(08).
000870            05  FS-CAMPUS-CODE            PIC X(02).
000880            05  FILLER                    PIC X(19).
000890        FD  GRQ-FILE.
000900        01  GQ-GRQ-REC.
000910            05  GQ-REQ-KEY.
000920                10  GQ-PROGRAM-CODE       PIC X(04).
000930                10  GQ-REQ-SEQ            PIC 9(02).
000940            05  GQ-REQ-TYPE               PIC X(01).
000950            05  GQ-COURSE-CODE            PIC X(06).
000960            05  GQ-MIN-CREDITS            PIC 9(03).
000970            05  GQ-MIN-AVG                PIC 9(03)V9(02).
000980            05  GQ-REQ-DESC               PIC X(30).
000990            05  FILLER                    PIC X(29).
001000        FD  HIST-FILE.
001010        01  HS-HIST-REC.
001020            05  HS-HIST-KEY.
001030                10  HS-ENROLL-NO          PIC 9(06).
001040                10  HS-TERM-CODE          PIC X(05).
001050            05  HS-SNAME                  PIC X(30).
001060            05  HS-MATHS-MARKS            PIC 9(03).
001070            05  HS-SCIENCE-MARKS          PIC 9(03).
001080            05  HS-COMPUTER-MARKS         PIC 9(03).
001090            05  HS-AVG-MARKS              PIC 9(03)V9(02).
001100            05  FILLER                    PIC X(25).
001110        FD  REG-FILE.
001120        01  RG-REG-REC.
001130            05  RG-REG-KEY.
001140                10  RG-ENROLL-NO          PIC 9(06).
001150                10  RG-COURSE-CODE        PIC X(06).
001160            05  RG-MARKS                  PIC 9(03).
001170            05  RG-CREDIT-HOURS           PIC 9(02).
001180            05  RG-TERM-CODE              PIC X(05).
001190            05  RG-SECTION                PIC 9(02).
001200            05  FILLER                    PIC X(56).
001210        FD  CRS-FILE.
001220        01  CS-CRS-REC.
001230            05  CS-COURSE-CODE            PIC X(06).
001240            05  CS-COURSE-TITLE           PIC X(30).
001250            05  CS-CREDIT-HOURS           PIC 9(02).
001260            05  FILLER                    PIC X(42).
001270        FD  AUD-FILE.
001280        01  AD-AUD-REC.
001290            05  AD-ENROLL-NO              PIC 9(06).
001300            05  AD-PROGRAM-CODE           PIC X(04).
001310            05  AD-AUDIT-DATE             PIC X(08).
001320            05  AD-RESULT                 PIC X(01).
001330            05  AD-CREDITS                PIC 9(03).
001340            05  AD-CUM-AVG                PIC 9(03)V9(02).
001350            05  AD-UNMET-COUNT            PIC 9(02).
001360            05  FILLER                    PIC X(51).
001370        FD  REPORT-FILE.
001380        01  RS-REPORT-REC                 PIC X(80).
001390        WORKING-STORAGE SECTION.
001400        01  WS-STUD-FS                    PIC X(02).
001410        01  WS-GRQ-FS                     PIC X(02).
001420        01  WS-HIST-FS                    PIC X(02).
001430        01  WS-REG-FS                     PIC X(02).
001440        01  WS-CRS-FS                     PIC X(02).
001450        01  WS-AUD-FS                     PIC X(02).
001460        01  WS-REPORT-FS                  PIC X(02).
001470        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001480        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001490        01  WS-GRQ-EOF                    PIC X(03) VALUE "NO".
001500        01  WS-HIST-DONE                  PIC X(03).
001510        01  WS-REG-DONE                   PIC X(03).
001520        01  WS-CURRENT-DATE-DATA          PIC X(20).
001530        01  WS-PARM-CARD                  PIC X(80).
001540        01  WS-PROGRAM-CODE               PIC X(04).
001550       * CEXM503'S PASSING MARK - A COURSE BELOW IT EARNS NO CREDIT.
001560        01  WS-PASS-MARK                  PIC 9(03) VALUE 035.
001570       * PROGRAM TOTALS FROM THE SEQ 00 GRADREQ RECORD.
001580        01  WS-TOTALS-FOUND               PIC X(03) VALUE "NO".
001590        01  WS-MIN-CREDITS                PIC 9(03) VALUE 0.
001600        01  WS-MIN-AVG                    PIC 9(03)V9(02) VALUE 0.
001610       * REQUIRED COURSES FROM THE SEQ 01-99 GRADREQ RECORDS.
001620        01  WS-REQ-COUNT                  PIC 9(02) VALUE 0.
001630        01  WS-REQ-TABLE.
001640            05  WS-RQ-ENTRY               OCCURS 99 TIMES.
001650                10  WS-RQ-COURSE          PIC X(06).
001660                10  WS-RQ-DESC            PIC X(30).
001670                10  WS-RQ-MET             PIC X(03).
001680        01  WS-RQ-SUB                     PIC 9(03).
001690       * ONE STUDENT'S AUDIT FIGURES.
001700        01  WS-CREDITS                    PIC 9(03).
001710        01  WS-TERM-COUNT                 PIC 9(03).
001720        01  WS-CUM-TOTAL                  PIC 9(07)V9(02).
001730        01  WS-CUM-AVG                    PIC 9(03)V9(02).
001740        01  WS-UNMET-COUNT                PIC 9(02).
001750        01  WS-STUDENT-COUNT              PIC 9(06) VALUE 0.
001760        01  WS-CLEAN-COUNT                PIC 9(06) VALUE 0.
001770        01  WS-UNMET-STUDENTS             PIC 9(06) VALUE 0.
001780        01  WS-SKIP-COUNT                 PIC 9(06) VALUE 0.
001790        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001800        01  WS-HEADER2.
001810            05 FILLER                     PIC X(20) VALUE ALL "*".
001820            05 FILLER                     PIC X(22)
001830                     VALUE " DEGREE AUDIT PROGRAM ".
001840            05 WS-H2-PROGRAM              PIC X(04).
001850            05 FILLER                     PIC X(01) VALUE SPACES.
001860            05 FILLER                     PIC X(20) VALUE ALL "*".
001870            05 FILLER                     PIC X(13) VALUE SPACES.
001880        01  WS-STUD-LINE.
001890            05 FILLER                     PIC X(08) VALUE "STUDENT ".
001900            05 WS-SL-ENROLL-NO            PIC 9(06).
001910            05 FILLER                     PIC X(02) VALUE SPACES.
001920            05 WS-SL-SNAME                PIC X(30).
001930            05 FILLER                     PIC X(34) VALUE SPACES.
001940        01  WS-CREDIT-LINE.
001950            05 FILLER                     PIC X(02) VALUE SPACES.
001960            05 WS-CL-MET                  PIC X(06).
001970            05 FILLER                     PIC X(24)
001980                     VALUE "CREDIT HOURS     EARNED ".
001990            05 WS-CL-EARNED               PIC ZZ9.
002000            05 FILLER                     PIC X(10) VALUE " REQUIRED ".
002010            05 WS-CL-REQUIRED             PIC ZZ9.
002020            05 FILLER                     PIC X(32) VALUE SPACES.
002030        01  WS-AVG-LINE.
002040            05 FILLER                     PIC X(02) VALUE SPACES.
002050            05 WS-AL-MET                  PIC X(06).
002060            05 FILLER                     PIC X(24)
002070                     VALUE "CUMULATIVE AVG   EARNED ".
002080            05 WS-AL-EARNED               PIC ZZ9.99.
002090            05 FILLER                     PIC X(10) VALUE " REQUIRED ".
002100            05 WS-AL-REQUIRED             PIC ZZ9.99.
002110            05 FILLER                     PIC X(26) VALUE SPACES.
002120        01  WS-COURSE-LINE.
002130            05 FILLER                     PIC X(02) VALUE SPACES.
002140            05 WS-CO-MET                  PIC X(06).
002150            05 FILLER                     PIC X(07) VALUE "COURSE ".
002160            05 WS-CO-COURSE               PIC X(06).
002170            05 FILLER                     PIC X(02) VALUE SPACES.
002180            05 WS-CO-DESC                 PIC X(30).
002190            05 FILLER                     PIC X(27) VALUE SPACES.
002200        01  WS-RESULT-LINE.
002210            05 FILLER                     PIC X(02) VALUE SPACES.
002220            05 WS-RL-TEXT                 PIC X(18).
002230            05 WS-RL-UNMET                PIC ZZ.
002240            05 WS-RL-TAIL                 PIC X(21).
002250            05 FILLER                     PIC X(37) VALUE SPACES.
002260        01  WS-TRAILER.
002270            05 FILLER                     PIC X(18)
002280                                          VALUE "STUDENTS AUDITED: ".
002290            05 WS-TR-STUDENTS             PIC ZZZ,ZZ9.
002300            05 FILLER                     PIC X(08) VALUE "  CLEAN ".
002310            05 WS-TR-CLEAN                PIC ZZZ,ZZ9.
002320            05 FILLER                     PIC X(08) VALUE "  UNMET ".
002330            05 WS-TR-UNMET                PIC ZZZ,ZZ9.
002340            05 FILLER                     PIC X(25) VALUE SPACES.
002350        COPY SPGM0905L.
002360        COPY SPGMABNL.
002370        PROCEDURE DIVISION.
002380       ******************************************************************
002390       * MAIN PROGRAM FLOW.
002400       ******************************************************************
002410        00000-MAIN-PARA.
002420            PERFORM 05000-ACCEPT-PARA.
002430            IF  WS-ERROR-FLAG              NOT = "YES"
002440                PERFORM 10000-INITIALIZE-PARA
002450            END-IF.
002460            IF  WS-ERROR-FLAG              NOT = "YES"
002470                PERFORM 12000-LOAD-REQ-PARA
002480            END-IF.
002490            PERFORM 20000-PROCESS-PARA
002500              UNTIL WS-ERROR-FLAG = "YES"
002510              OR    WS-ENDOFFILE  = "YES".
002520            PERFORM 30000-CLOSE-PARA.
002530            STOP RUN.
002540       ******************************************************************
002550       * ACCEPT AND PARSE THE PROGRAM= CONTROL CARD (DEFAULT DIPL).
002560       ******************************************************************
002570        05000-ACCEPT-PARA.
002580            MOVE SPACES                   TO WS-PARM-CARD.
002590            ACCEPT WS-PARM-CARD.
002600            MOVE WS-PARM-CARD             TO LK-PA-CARD.
002610            MOVE "PROGRAM"                TO LK-PA-KEYWORD.
002620            SET LK-PA-ALPHA               TO TRUE.
002630            MOVE 0                        TO LK-PA-MIN-VALUE.
002640            MOVE 0                        TO LK-PA-MAX-VALUE.
002650            MOVE "DIPL"                   TO LK-PA-DEFAULT.
002660            CALL 'SPGM0905'               USING LK-PARSE-PARMS.
002670            IF  LK-PA-BAD
002680                DISPLAY "BAD PROGRAM= CARD - RUN REFUSED."
002690                MOVE 16                   TO RETURN-CODE
002700                MOVE "YES"                TO WS-ERROR-FLAG
002710            ELSE
002720                MOVE LK-PA-VALUE(1:4)     TO WS-PROGRAM-CODE
002730                MOVE WS-PROGRAM-CODE      TO WS-H2-PROGRAM
002740            END-IF.
002750       ******************************************************************
002760       * OPEN EVERYTHING. AUDFILE IS CREATED ON FIRST USE,
002770       * CEXM926-STYLE.
002780       ******************************************************************
002790        10000-INITIALIZE-PARA.
002800            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002810            OPEN INPUT STUD-FILE.
002820            IF WS-STUD-FS                 NOT = "00"
002830               DISPLAY "STUDFILE ACCESS ERROR."
002840               MOVE "CEXM1023"            TO LK-PGM-ID
002850               MOVE "STUDOUT"             TO LK-FILE-ID
002860               MOVE WS-STUD-FS            TO LK-FILE-STATUS
002870               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002880               IF  LK-ABEND-YES
002890                   MOVE 16                TO RETURN-CODE
002900                   MOVE "YES"             TO WS-ERROR-FLAG
002910               END-IF
002920            END-IF.
002930            OPEN INPUT GRQ-FILE.
002940            IF WS-GRQ-FS                  NOT = "00"
002950               DISPLAY "GRADREQ ACCESS ERROR."
002960               MOVE "CEXM1023"            TO LK-PGM-ID
002970               MOVE "GRADREQ"             TO LK-FILE-ID
002980               MOVE WS-GRQ-FS             TO LK-FILE-STATUS
002990               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003000               IF  LK-ABEND-YES
003010                   MOVE 16                TO RETURN-CODE
003020                   MOVE "YES"             TO WS-ERROR-FLAG
003030               END-IF
003040            END-IF.
003050            OPEN INPUT HIST-FILE.
003060            IF WS-HIST-FS                 NOT = "00"
003070               DISPLAY "TERMHIST ACCESS ERROR."
003080               MOVE "CEXM1023"            TO LK-PGM-ID
003090               MOVE "TERMHIST"            TO LK-FILE-ID
003100               MOVE WS-HIST-FS            TO LK-FILE-STATUS
003110               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003120               IF  LK-ABEND-YES
003130                   MOVE 16                TO RETURN-CODE
003140                   MOVE "YES"             TO WS-ERROR-FLAG
003150               END-IF
003160            END-IF.
003170            OPEN INPUT REG-FILE.
003180            IF WS-REG-FS                  NOT = "00"
003190               DISPLAY "REGFILE ACCESS ERROR."
003200               MOVE "CEXM1023"            TO LK-PGM-ID
003210               MOVE "REGFILE"             TO LK-FILE-ID
003220               MOVE WS-REG-FS             TO LK-FILE-STATUS
003230               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003240               IF  LK-ABEND-YES
003250                   MOVE 16                TO RETURN-CODE
003260                   MOVE "YES"             TO WS-ERROR-FLAG
003270               END-IF
003280            END-IF.
003290            OPEN INPUT CRS-FILE.
003300            IF WS-CRS-FS                  NOT = "00"
003310               DISPLAY "CRSFILE ACCESS ERROR."
003320               MOVE "CEXM1023"            TO LK-PGM-ID
003330               MOVE "CRSFILE"             TO LK-FILE-ID
003340               MOVE WS-CRS-FS             TO LK-FILE-STATUS
003350               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003360               IF  LK-ABEND-YES
003370                   MOVE 16                TO RETURN-CODE
003380                   MOVE "YES"             TO WS-ERROR-FLAG
003390               END-IF
003400            END-IF.
003410            OPEN I-O AUD-FILE.
003420            IF WS-AUD-FS                  = "35"
003430               OPEN OUTPUT AUD-FILE
003440            END-IF.
003450            IF WS-AUD-FS                  NOT = "00"
003460               DISPLAY "AUDFILE ACCESS ERROR."
003470               MOVE "CEXM1023"            TO LK-PGM-ID
003480               MOVE "AUDFILE"             TO LK-FILE-ID
003490               MOVE WS-AUD-FS             TO LK-FILE-STATUS
003500               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003510               IF  LK-ABEND-YES
003520                   MOVE 16                TO RETURN-CODE
003530                   MOVE "YES"             TO WS-ERROR-FLAG
003540               END-IF
003550            END-IF.
003560            OPEN OUTPUT REPORT-FILE.
003570            IF WS-REPORT-FS               NOT = "00"
003580               DISPLAY "AUDRPT ACCESS ERROR."
003590               MOVE "CEXM1023"            TO LK-PGM-ID
003600               MOVE "AUDRPT"              TO LK-FILE-ID
003610               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003620               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003630               IF  LK-ABEND-YES
003640                   MOVE 16                TO RETURN-CODE
003650                   MOVE "YES"             TO WS-ERROR-FLAG
003660               END-IF
003670            END-IF.
003680            IF  WS-ERROR-FLAG              NOT = "YES"
003690                MOVE WS-HEADER2            TO RS-REPORT-REC
003700                WRITE RS-REPORT-REC
003710                MOVE WS-HEADER1            TO RS-REPORT-REC
003720                WRITE RS-REPORT-REC
003730            END-IF.
003740       ******************************************************************
003750       * LOAD THE PROGRAM'S REQUIREMENTS: POSITION ON PROGRAM+00 AND
003760       * READ FORWARD UNTIL THE PROGRAM CODE CHANGES. A PROGRAM WITH
003770       * NO TOTALS RECORD CANNOT BE AUDITED - THE RUN IS REFUSED.
003780       ******************************************************************
003790        12000-LOAD-REQ-PARA.
003800            MOVE WS-PROGRAM-CODE           TO GQ-PROGRAM-CODE.
003810            MOVE 0                         TO GQ-REQ-SEQ.
003820            START GRQ-FILE KEY IS >= GQ-REQ-KEY
003830                INVALID KEY
003840                    MOVE "YES"             TO WS-GRQ-EOF
003850            END-START.
003860            PERFORM 14000-ONE-REQ-PARA
003870                UNTIL WS-GRQ-EOF           = "YES".
003880            IF  WS-TOTALS-FOUND            NOT = "YES"
003890                DISPLAY "NO GRADREQ TOTALS RECORD FOR PROGRAM "
003900                    WS-PROGRAM-CODE " - RUN REFUSED."
003910                MOVE 16                    TO RETURN-CODE
003920                MOVE "YES"                 TO WS-ERROR-FLAG
003930            END-IF.
003940       ******************************************************************
003950       * ONE GRADREQ RECORD - TOTALS OR A REQUIRED COURSE.
003960       ******************************************************************
003970        14000-ONE-REQ-PARA.
003980            READ GRQ-FILE NEXT
003990            AT END
004000                MOVE "YES"                 TO WS-GRQ-EOF
004010            NOT AT END
004020                IF  GQ-PROGRAM-CODE        NOT = WS-PROGRAM-CODE
004030                    MOVE "YES"             TO WS-GRQ-EOF
004040                ELSE
004050                    IF  GQ-REQ-TYPE        = "T"
004060                        MOVE "YES"         TO WS-TOTALS-FOUND
004070                        MOVE GQ-MIN-CREDITS TO WS-MIN-CREDITS
004080                        MOVE GQ-MIN-AVG    TO WS-MIN-AVG
004090                    ELSE
004100                        IF  WS-REQ-COUNT       = 99
004103                            DISPLAY "REQUIREMENT TABLE FULL AT 99"
004106                                " ENTRIES - RUN REFUSED."
004109                            MOVE 16            TO RETURN-CODE
004112                            MOVE "YES"         TO WS-ERROR-FLAG
004115                            MOVE "YES"         TO WS-GRQ-EOF
004118                        ELSE
004121                            ADD 1              TO WS-REQ-COUNT
004124                            MOVE GQ-COURSE-CODE
004127                                  TO WS-RQ-COURSE(WS-REQ-COUNT)
004130                            MOVE GQ-REQ-DESC
004133                                  TO WS-RQ-DESC(WS-REQ-COUNT)
004136                        END-IF
004150                    END-IF
004160                END-IF
004170            END-READ.
004180       ******************************************************************
004190       * READ ONE STUDENT. ONLY ACTIVE STUDENTS (STATUS A OR SPACE)
004200       * ARE AUDITED; GRADUATED AND WITHDRAWN ONES ARE COUNTED ONLY.
004210       ******************************************************************
004220        20000-PROCESS-PARA.
004230            READ STUD-FILE
004240            AT END
004250                MOVE "YES"                 TO WS-ENDOFFILE
004260            NOT AT END
004270                IF  FS-STUD-STATUS         = "A"
004280                    OR FS-STUD-STATUS      = SPACE
004290                    ADD 1                  TO WS-STUDENT-COUNT
004300                    PERFORM 21000-RESET-PARA
004310                    PERFORM 22000-HISTORY-PARA
004320                    PERFORM 23000-REGISTRATION-PARA
004330                    PERFORM 24000-PRINT-PARA
004340                    PERFORM 26000-WRITE-AUDIT-PARA
004350                ELSE
004360                    ADD 1                  TO WS-SKIP-COUNT
004370                END-IF
004380            END-READ.
004390       ******************************************************************
004400       * CLEAR THE PER-STUDENT FIGURES AND THE MET FLAGS.
004410       ******************************************************************
004420        21000-RESET-PARA.
004430            MOVE 0                         TO WS-CREDITS.
004440            MOVE 0                         TO WS-TERM-COUNT.
004450            MOVE 0                         TO WS-CUM-TOTAL.
004460            MOVE 0                         TO WS-CUM-AVG.
004470            MOVE 0                         TO WS-UNMET-COUNT.
004480            PERFORM 21500-CLEAR-MET-PARA
004490                VARYING WS-RQ-SUB FROM 1 BY 1
004500                UNTIL WS-RQ-SUB            > WS-REQ-COUNT.
004510        21500-CLEAR-MET-PARA.
004520            MOVE "NO"                      TO WS-RQ-MET(WS-RQ-SUB).
004530       ******************************************************************
004540       * CUMULATIVE AVERAGE ACROSS EVERY TERM ON TERMHIST, CEXM913'S
004550       * WAY: THE MEAN OF THE TERM AVERAGES.
004560       ******************************************************************
004570        22000-HISTORY-PARA.
004580            MOVE "NO"                      TO WS-HIST-DONE.
004590            MOVE FS-ENROLL-NO              TO HS-ENROLL-NO.
004600            MOVE LOW-VALUES                TO HS-TERM-CODE.
004610            START HIST-FILE KEY IS >= HS-HIST-KEY
004620                INVALID KEY
004630                    MOVE "YES"             TO WS-HIST-DONE
004640            END-START.
004650            PERFORM 22500-ONE-TERM-PARA
004660                UNTIL WS-HIST-DONE         = "YES".
004670            IF  WS-TERM-COUNT              > 0
004680                COMPUTE WS-CUM-AVG ROUNDED =
004690                    WS-CUM-TOTAL / WS-TERM-COUNT
004700            END-IF.
004710        22500-ONE-TERM-PARA.
004720            READ HIST-FILE NEXT
004730            AT END
004740                MOVE "YES"                 TO WS-HIST-DONE
004750            NOT AT END
004760                IF  HS-ENROLL-NO           NOT = FS-ENROLL-NO
004770                    MOVE "YES"             TO WS-HIST-DONE
004780                ELSE
004790                    ADD 1                  TO WS-TERM-COUNT
004800                    ADD HS-AVG-MARKS       TO WS-CUM-TOTAL
004810                END-IF
004820            END-READ.
004830       ******************************************************************
004840       * WALK THE STUDENT'S REGFILE COURSES: EVERY PASSED COURSE EARNS
004850       * ITS CATALOG CREDIT HOURS AND MEETS ANY MATCHING REQUIREMENT.
004860       ******************************************************************
004870        23000-REGISTRATION-PARA.
004880            MOVE "NO"                      TO WS-REG-DONE.
004890            MOVE FS-ENROLL-NO              TO RG-ENROLL-NO.
004900            MOVE LOW-VALUES                TO RG-COURSE-CODE.
004910            START REG-FILE KEY IS >= RG-REG-KEY
004920                INVALID KEY
004930                    MOVE "YES"             TO WS-REG-DONE
004940            END-START.
004950            PERFORM 23500-ONE-REG-PARA
004960                UNTIL WS-REG-DONE          = "YES".
004970        23500-ONE-REG-PARA.
004980            READ REG-FILE NEXT
004990            AT END
005000                MOVE "YES"                 TO WS-REG-DONE
005010            NOT AT END
005020                IF  RG-ENROLL-NO           NOT = FS-ENROLL-NO
005030                    MOVE "YES"             TO WS-REG-DONE
005040                ELSE
005050                    IF  RG-MARKS           NOT < WS-PASS-MARK
005060                        PERFORM 23700-EARN-CREDIT-PARA
005070                        PERFORM 23800-MATCH-REQ-PARA
005080                            VARYING WS-RQ-SUB FROM 1 BY 1
005090                            UNTIL WS-RQ-SUB > WS-REQ-COUNT
005100                    END-IF
005110                END-IF
005120            END-READ.
005130        23700-EARN-CREDIT-PARA.
005140            MOVE RG-COURSE-CODE            TO CS-COURSE-CODE.
005150            READ CRS-FILE
005160                INVALID KEY
005170                    ADD RG-CREDIT-HOURS    TO WS-CREDITS
005180                NOT INVALID KEY
005190                    ADD CS-CREDIT-HOURS    TO WS-CREDITS
005200            END-READ.
005210        23800-MATCH-REQ-PARA.
005220            IF  WS-RQ-COURSE(WS-RQ-SUB)    = RG-COURSE-CODE
005230                MOVE "YES"                 TO WS-RQ-MET(WS-RQ-SUB)
005240            END-IF.
005250       ******************************************************************
005260       * PRINT THE STUDENT'S MET AND UNMET REQUIREMENTS, COUNTING THE
005270       * UNMET ONES AS THEY GO.
005280       ******************************************************************
005290        24000-PRINT-PARA.
005300            MOVE FS-ENROLL-NO              TO WS-SL-ENROLL-NO.
005310            MOVE FS-SNAME                  TO WS-SL-SNAME.
005320            MOVE WS-STUD-LINE              TO RS-REPORT-REC.
005330            WRITE RS-REPORT-REC.
005340            MOVE WS-CREDITS                TO WS-CL-EARNED.
005350            MOVE WS-MIN-CREDITS            TO WS-CL-REQUIRED.
005360            IF  WS-CREDITS                 < WS-MIN-CREDITS
005370                MOVE "UNMET "              TO WS-CL-MET
005380                ADD 1                      TO WS-UNMET-COUNT
005390            ELSE
005400                MOVE "MET   "              TO WS-CL-MET
005410            END-IF.
005420            MOVE WS-CREDIT-LINE            TO RS-REPORT-REC.
005430            WRITE RS-REPORT-REC.
005440            MOVE WS-CUM-AVG                TO WS-AL-EARNED.
005450            MOVE WS-MIN-AVG                TO WS-AL-REQUIRED.
005460            IF  WS-CUM-AVG                 < WS-MIN-AVG
005470                MOVE "UNMET "              TO WS-AL-MET
005480                ADD 1                      TO WS-UNMET-COUNT
005490            ELSE
005500                MOVE "MET   "              TO WS-AL-MET
005510            END-IF.
005520            MOVE WS-AVG-LINE               TO RS-REPORT-REC.
005530            WRITE RS-REPORT-REC.
005540            PERFORM 24500-PRINT-COURSE-PARA
005550                VARYING WS-RQ-SUB FROM 1 BY 1
005560                UNTIL WS-RQ-SUB            > WS-REQ-COUNT.
005570            IF  WS-UNMET-COUNT             = 0
005580                MOVE "AUDIT CLEAN"         TO WS-RL-TEXT
005590                MOVE SPACES                TO WS-RL-TAIL
005600                MOVE 0                     TO WS-RL-UNMET
005610                ADD 1                      TO WS-CLEAN-COUNT
005620            ELSE
005630                MOVE "AUDIT NOT CLEAN -"   TO WS-RL-TEXT
005640                MOVE WS-UNMET-COUNT        TO WS-RL-UNMET
005650                MOVE " REQUIREMENT(S) UNMET" TO WS-RL-TAIL
005660                ADD 1                      TO WS-UNMET-STUDENTS
005670            END-IF.
005680            MOVE WS-RESULT-LINE            TO RS-REPORT-REC.
005690            WRITE RS-REPORT-REC.
005700            MOVE WS-HEADER1                TO RS-REPORT-REC.
005710            WRITE RS-REPORT-REC.
005720        24500-PRINT-COURSE-PARA.
005730            MOVE WS-RQ-COURSE(WS-RQ-SUB)   TO WS-CO-COURSE.
005740            MOVE WS-RQ-DESC(WS-RQ-SUB)     TO WS-CO-DESC.
005750            IF  WS-RQ-MET(WS-RQ-SUB)       = "YES"
005760                MOVE "MET   "              TO WS-CO-MET
005770            ELSE
005780                MOVE "UNMET "              TO WS-CO-MET
005790                ADD 1                      TO WS-UNMET-COUNT
005800            END-IF.
005810            MOVE WS-COURSE-LINE            TO RS-REPORT-REC.
005820            WRITE RS-REPORT-REC.
005830       ******************************************************************
005840       * KEEP THE RESULT ON AUDFILE FOR CEXM914, REPLACING ANY EARLIER
005850       * AUDIT OF THE SAME STUDENT.
005860       ******************************************************************
005870        26000-WRITE-AUDIT-PARA.
005880            MOVE FS-ENROLL-NO              TO AD-ENROLL-NO.
005890            MOVE WS-PROGRAM-CODE           TO AD-PROGRAM-CODE.
005900            MOVE WS-CURRENT-DATE-DATA(1:8) TO AD-AUDIT-DATE.
005910            IF  WS-UNMET-COUNT             = 0
005920                MOVE "C"                   TO AD-RESULT
005930            ELSE
005940                MOVE "U"                   TO AD-RESULT
005950            END-IF.
005960            MOVE WS-CREDITS                TO AD-CREDITS.
005970            MOVE WS-CUM-AVG                TO AD-CUM-AVG.
005980            MOVE WS-UNMET-COUNT            TO AD-UNMET-COUNT.
005990            WRITE AD-AUD-REC
006000                INVALID KEY
006010                    REWRITE AD-AUD-REC
006020                    IF WS-AUD-FS           NOT = "00"
006030                        PERFORM 28000-AUD-IO-ERROR-PARA
006040                    END-IF
006050            END-WRITE.
006060       ******************************************************************
006070       * A WRITE FAILURE ON AUDFILE IS ROUTED THROUGH THE SHARED
006080       * SPGMABND ABEND CHECK.
006090       ******************************************************************
006100        28000-AUD-IO-ERROR-PARA.
006110            DISPLAY "AUDFILE UPDATE ERROR - STATUS " WS-AUD-FS
006120                " - ENROLL NO " AD-ENROLL-NO.
006130            MOVE "CEXM1023"                TO LK-PGM-ID.
006140            MOVE "AUDFILE"                 TO LK-FILE-ID.
006150            MOVE WS-AUD-FS                 TO LK-FILE-STATUS.
006160            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
006170            IF  LK-ABEND-YES
006180                MOVE 16                    TO RETURN-CODE
006190                MOVE "YES"                 TO WS-ERROR-FLAG
006200            END-IF.
006210       ******************************************************************
006220       * WRITE THE TRAILER TOTALS AND CLOSE THE FILES.
006230       ******************************************************************
006240        30000-CLOSE-PARA.
006250            MOVE WS-STUDENT-COUNT          TO WS-TR-STUDENTS.
006260            MOVE WS-CLEAN-COUNT            TO WS-TR-CLEAN.
006270            MOVE WS-UNMET-STUDENTS         TO WS-TR-UNMET.
006280            MOVE WS-TRAILER                TO RS-REPORT-REC.
006290            WRITE RS-REPORT-REC.
006300            DISPLAY "STUDENTS AUDITED   : " WS-STUDENT-COUNT.
006310            DISPLAY "AUDITS CLEAN       : " WS-CLEAN-COUNT.
006320            DISPLAY "AUDITS NOT CLEAN   : " WS-UNMET-STUDENTS.
006330            DISPLAY "NOT ACTIVE, SKIPPED: " WS-SKIP-COUNT.
006340            CLOSE STUD-FILE.
006350            CLOSE GRQ-FILE.
006360            CLOSE HIST-FILE.
006370            CLOSE REG-FILE.
006380            CLOSE CRS-FILE.
006390            CLOSE AUD-FILE.
006400            CLOSE REPORT-FILE.
