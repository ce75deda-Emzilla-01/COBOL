000120       *  THRESHOLD ARE FLAGGED ON THE ABSRPT TRUANCY REPORT.
000130       * ATTFILE : JEBA02.EMY.COBOL.ATTFILE (INDEXED ON ENROLL+DATE)
000140       * ABSRPT  : JEBA02.EMY.COBOL.ABSRPT
000143       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000146       * CLOSFILE: VIA SPGM1004 (INDEXED ON CAMPUS+DATE)
000150       * ----------------------------------------------------------------
000160       * PRJ NO    NAME     DATE          MAINT DESC.
000170       * ----------------------------------------------------------------
000230       *                                 SO CEXM986 CAN PRINT THE
000240       *                                 TRUANCY NOTICES INSIDE THE
000250       *                                 STATE'S TEN-DAY CLOCK.
000251       * JEBA02    EMY     09/26/2026    A DAY THE STUDENT'S CAMPUS WAS
000252       *                                 CLOSED (CONFIRMED ON CLOSFILE,
000254       *                                 READ THROUGH SPGM1004) NO
000255       *                                 LONGER COUNTS IN THE WINDOW.
000257       *                                 THE CAMPUS COMES FROM STUDFILE
000258       *                                 THROUGH SPGM0901.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000760        01  WS-ABSENT-COUNT               PIC 9(04) VALUE 0.
000770        01  WS-DAYS-IN-WINDOW             PIC 9(04) VALUE 0.
000780        01  WS-FLAGGED-COUNT              PIC 9(06) VALUE 0.
000783        01  WS-CUR-CAMPUS-CODE            PIC X(02).
000786        01  WS-CLOSED-DAY-COUNT           PIC 9(06) VALUE 0.
000790        01  WS-HEADER1                    PIC X(60) VALUE ALL "-".
000800        01  WS-HEADER2.
000810            05 FILLER                     PIC X(15) VALUE ALL "*".
001040                                          VALUE " ** FLAGGED **".
001050            05 FILLER                     PIC X(23) VALUE SPACES.
001060        COPY SPGM0905L.
001063        COPY SPGM0901L.
001066        COPY SPGM1004L.
001070        COPY SPGMABNL.
001080        PROCEDURE DIVISION.
001090       ******************************************************************
002210                    MOVE AT-ENROLL-NO      TO WS-CUR-ENROLL-NO
002220                    MOVE 0                 TO WS-ABSENT-COUNT
002230                    MOVE 0                 TO WS-DAYS-IN-WINDOW
002235                    PERFORM 22000-GET-CAMPUS-PARA
002240                END-IF
002250                IF  AT-ATT-DATE            >= WS-WINDOW-START
002252                    PERFORM 23000-CHECK-CLOSED-PARA
002254                END-IF
002256                IF  AT-ATT-DATE            >= WS-WINDOW-START
002258                    AND LK-CL-OPEN
002260                    PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
002270                        UNTIL WS-PERIOD-SUB > 6
002280                        EVALUATE AT-PERIOD-CODE(WS-PERIOD-SUB)
002420                    END-PERFORM
002430                END-IF
002440            END-READ.
002441       ******************************************************************
002442       * FETCH THE NEW STUDENT'S CAMPUS FROM STUDFILE. A STUDENT NO
002443       * LONGER ON FILE KEEPS A BLANK CAMPUS, WHICH SPGM1004 READS AS
002444       * CAMPUS 01.
002445       ******************************************************************
002446        22000-GET-CAMPUS-PARA.
002447            MOVE SPACE                     TO LK-CHECK-FLAG.
002448            MOVE AT-ENROLL-NO              TO LK-ENROLL-NO.
002449            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
002450            IF  LK-FOUND
002451                MOVE LK-CAMPUS-CODE        TO WS-CUR-CAMPUS-CODE
002452            ELSE
002453                MOVE SPACES                TO WS-CUR-CAMPUS-CODE
002455            END-IF.
002456       ******************************************************************
002457       * A DAY THE STUDENT'S CAMPUS WAS CLOSED IS NOT A SCHOOL DAY AND
002458       * STAYS OUT OF THE WINDOW.
002459       ******************************************************************
002460        23000-CHECK-CLOSED-PARA.
002461            MOVE WS-CUR-CAMPUS-CODE        TO LK-CL-CAMPUS-CODE.
002462            MOVE AT-ATT-DATE               TO LK-CL-DATE.
002463            CALL 'SPGM1004'                USING LK-CLOSURE-PARMS.
002464            IF  LK-CL-CLOSED
002465                ADD 1                      TO WS-CLOSED-DAY-COUNT
002466            END-IF.
002467       ******************************************************************
002468       * FLAG THE STUDENT JUST FINISHED WHEN THE WINDOW'S ABSENCES
002470       * EXCEED THE THRESHOLD.
002480       ******************************************************************
002490        26000-CLOSE-STUDENT-PARA.
002660       ******************************************************************
002670        30000-CLOSE-PARA.
002680            DISPLAY "STUDENTS FLAGGED: " WS-FLAGGED-COUNT.
002685            DISPLAY "CLOSED DAYS SKIPPED: " WS-CLOSED-DAY-COUNT.
002690            CLOSE ATT-FILE.
002700            CLOSE EXTRACT-FILE.
002710            CLOSE REPORT-FILE.
