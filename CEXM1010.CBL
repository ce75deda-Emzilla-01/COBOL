000230       *      DIVERGING PAST TOL= PRINTS ON THE QCRPT REPORT
000240       *    - A STATION DIVERGING CONSEC= OR MORE DAYS IN A ROW IS
000250       *      FLAGGED A SUSPECTED SENSOR FAULT.
000252       *  EVERY DIVERGENT DAY IS ALSO WRITTEN TO QCFLAGS (D, OR S ONCE
000255       *  THE RUN HAS REACHED CONSEC= DAYS) SO THE CEXM1086 CLIMATE
000257       *  EXPORT CAN CARRY THE QUALITY FLAG ON THE READING.
000260       * STNFILE : JEBA02.EMY.COBOL.STNFILE
000270       * TEMPFILE: JEBA02.EMY.COBOL.TEMPFILE
000280       * QCRPT   : JEBA02.EMY.COBOL.QCRPT
000285       * QCFLAGS : JEBA02.EMY.COBOL.QCFLAGS
000290       * ----------------------------------------------------------------
000300       * PRJ NO    NAME     DATE          MAINT DESC.
000310       * ----------------------------------------------------------------
000320       * JEBA02    EMY     09/13/2026    PROGRAM CREATED.
000325       * JEBA02    EMY     09/26/2026    WRITE DIVERGENT DAYS TO QCFLAGS.
000330       ******************************************************************
000340        ENVIRONMENT DIVISION.
000350        INPUT-OUTPUT SECTION.
000490                ORGANIZATION IS SEQUENTIAL
000500                ACCESS MODE IS SEQUENTIAL
000510                FILE STATUS IS WS-REPORT-FS.
000511            SELECT FLAG-FILE
000513                ASSIGN TO QCFLAGS
000515                ORGANIZATION IS SEQUENTIAL
000516                ACCESS MODE IS SEQUENTIAL
000518                FILE STATUS IS WS-FLAG-FS.
000520        DATA DIVISION.
000530        FILE SECTION.
000540        FD  STN-FILE.
000680            05  FS-TEMP-AVG               PIC 9(03).
000690        FD  REPORT-FILE.
000700        01  RS-REPORT-REC                 PIC X(80).
000701        FD  FLAG-FILE.
000703        01  QF-FLAG-REC.
000705            05  QF-STATION-ID             PIC X(03).
000706            05  QF-DATE                   PIC 9(06).
000708            05  QF-FLAG                   PIC X(01).
000710                88  QF-DIVERGED                   VALUE "D".
000711                88  QF-SENSOR-FAULT               VALUE "S".
000713            05  QF-OWN-AVG                PIC 9(03).
000715            05  QF-OTHERS-MEAN            PIC 9(03)V9(02).
000716            05  FILLER                    PIC X(62).
000718        WORKING-STORAGE SECTION.
000720        01  WS-STN-FS                     PIC X(02).
000730        01  WS-TEMP-FS                    PIC X(02).
000740        01  WS-REPORT-FS                  PIC X(02).
000745        01  WS-FLAG-FS                    PIC X(02).
000750        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000760        01  WS-STN-EOF                    PIC X(03) VALUE "NO".
000770        01  WS-TEMP-EOF                   PIC X(03) VALUE "NO".
002460               MOVE WS-HEADER1            TO RS-REPORT-REC
002470               WRITE RS-REPORT-REC
002480            END-IF.
002481            OPEN OUTPUT FLAG-FILE.
002482            IF WS-FLAG-FS                 NOT = "00"
002484               DISPLAY "QCFLAGS ACCESS ERROR."
002485               MOVE "CEXM1010"            TO LK-PGM-ID
002487               MOVE "QCFLAGS"             TO LK-FILE-ID
002488               MOVE WS-FLAG-FS            TO LK-FILE-STATUS
002490               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002491               IF  LK-ABEND-YES
002492                   MOVE 16                TO RETURN-CODE
002494                   MOVE "YES"             TO WS-ERROR-FLAG
002495               END-IF
002497            END-IF.
002498       ******************************************************************
002500       * LOAD THE STATION MASTER.
002510       ******************************************************************
002520        12000-LOAD-STN-PARA.
003960                        MOVE WS-DIFF-DEG   TO WS-DL-DIFF
003970                        MOVE WS-DIVERGE-LINE TO RS-REPORT-REC
003980                        WRITE RS-REPORT-REC
003981                        MOVE WS-ST-ID(WS-STN-SUB) TO QF-STATION-ID
003982                        MOVE WS-DY-DATE(WS-DAY-SUB) TO QF-DATE
003984                        SET QF-DIVERGED    TO TRUE
003985                        MOVE WS-DY-AVG(WS-DAY-SUB WS-STN-SUB)
003987                                           TO QF-OWN-AVG
003988                        MOVE WS-OTH-MEAN   TO QF-OTHERS-MEAN
003990                        IF  WS-RUN-LENGTH  >= WS-CONSEC-DAYS
004000                            MOVE "YES"     TO WS-FAULT-FLAG
004007                            SET QF-SENSOR-FAULT TO TRUE
004010                        END-IF
004015                        WRITE QF-FLAG-REC
004020                    ELSE
004030                        MOVE 0             TO WS-RUN-LENGTH
004040                    END-IF
004150            CLOSE STN-FILE.
004160            CLOSE TEMP-FILE.
004170            CLOSE REPORT-FILE.
004180            CLOSE FLAG-FILE.
