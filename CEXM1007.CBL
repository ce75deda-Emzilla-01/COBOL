000240       *      (EMP NO, DAYS, DATE), REFUSING ANY THAT WOULD OVERDRAW
000250       *      THE AVAILABLE BALANCE THE WAY CEXM958 PROTECTS THE
000260       *      PURSE - AN OVERDRAFT IS A REJECT, NEVER A NEGATIVE.
000262       *      EVERY POSTED LEAVE IS ALSO APPENDED TO LEAVPOST, THE
000265       *      DATED LEAVE-TAKEN HISTORY CEXM1080'S SUBSTITUTE COVERAGE
000267       *      RUN READS TO FIND WHICH TEACHERS ARE OUT ON A GIVEN DAY.
000270       *  EVERY POSTING AND REJECT PRINTS ON THE LEAVRPT REGISTER.
000280       * EMPIN   : JEBA02.EMY.COBOL.EMPIN
000290       * LEAVRATE: JEBA02.EMY.COBOL.LEAVRATE
000300       * LEAVIN  : JEBA02.EMY.COBOL.LEAVIN
000310       * LEAVBAL : JEBA02.EMY.COBOL.LEAVBAL (INDEXED ON EMP NO)
000315       * LEAVPOST: JEBA02.EMY.COBOL.LEAVPOST (LEAVE-TAKEN HISTORY)
000320       * LEAVRPT : JEBA02.EMY.COBOL.LEAVRPT
000330       * ----------------------------------------------------------------
000340       * PRJ NO    NAME     DATE          MAINT DESC.
000350       * ----------------------------------------------------------------
000360       * JEBA02    EMY     09/13/2026    PROGRAM CREATED.
000362       * JEBA02    EMY     09/26/2026    FUNC=TAKEN APPENDS EACH POSTED
000365       *                                 LEAVE TO LEAVPOST FOR CEXM1080
000367       *                                 SUBSTITUTE COVERAGE.
000370       ******************************************************************
000380        ENVIRONMENT DIVISION.
000390        INPUT-OUTPUT SECTION.
000590                ACCESS MODE IS RANDOM
000600                RECORD KEY IS LB-EMP-NO
000610                FILE STATUS IS WS-BAL-FS.
000611            SELECT POST-FILE
000613                ASSIGN TO LEAVPOST
000615                ORGANIZATION IS SEQUENTIAL
000616                ACCESS MODE IS SEQUENTIAL
000618                FILE STATUS IS WS-POST-FS.
000620            SELECT REPORT-FILE
000630                ASSIGN TO LEAVRPT
000640                ORGANIZATION IS SEQUENTIAL
000910            05  LB-ACCRUED                PIC 9(05)V9(02).
000920            05  LB-TAKEN                  PIC 9(05)V9(02).
000930            05  FILLER                    PIC X(62).
000931        FD  POST-FILE.
000932        01  LP-POST-REC.
000933            05  LP-EMP-NO                 PIC X(04).
000935            05  LP-DAYS                   PIC 9(02)V9(01).
000936            05  LP-LEAVE-DATE             PIC X(08).
000937            05  LP-POST-DATE              PIC X(08).
000938            05  FILLER                    PIC X(57).
000940        FD  REPORT-FILE.
000950        01  RS-REPORT-REC                 PIC X(80).
000960        WORKING-STORAGE SECTION.
000990        01  WS-LEAV-IN-FS                 PIC X(02).
001000        01  WS-BAL-FS                     PIC X(02).
001010        01  WS-REPORT-FS                  PIC X(02).
001015        01  WS-POST-FS                    PIC X(02).
001020        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001030        01  WS-EMP-EOF                    PIC X(03) VALUE "NO".
001040        01  WS-RATE-EOF                   PIC X(03) VALUE "NO".
002340                   MOVE "CEXM1007"        TO LK-PGM-ID
002350                   MOVE "LEAVIN"          TO LK-FILE-ID
002360                   MOVE WS-LEAV-IN-FS     TO LK-FILE-STATUS
002361                   CALL 'SPGMABND'        USING LK-ABEND-PARMS
002362                   IF  LK-ABEND-YES
002363                       MOVE 16            TO RETURN-CODE
002364                       MOVE "YES"         TO WS-ERROR-FLAG
002365                   END-IF
002366                END-IF
002367                OPEN EXTEND POST-FILE
002368                IF WS-POST-FS = "05" OR WS-POST-FS = "35"
002370                   CLOSE POST-FILE
002371                   OPEN OUTPUT POST-FILE
002372                END-IF
002373                IF WS-POST-FS             NOT = "00"
002374                   DISPLAY "LEAVPOST ACCESS ERROR."
002375                   MOVE "CEXM1007"        TO LK-PGM-ID
002376                   MOVE "LEAVPOST"        TO LK-FILE-ID
002377                   MOVE WS-POST-FS        TO LK-FILE-STATUS
002378                   CALL 'SPGMABND'        USING LK-ABEND-PARMS
002380                   IF  LK-ABEND-YES
002390                       MOVE 16            TO RETURN-CODE
002400                       MOVE "YES"         TO WS-ERROR-FLAG
004460                            MOVE WS-AVAIL-DAYS TO WS-TK-REMAIN
004470                            MOVE WS-TAKEN-LINE TO RS-REPORT-REC
004480                            WRITE RS-REPORT-REC
004481                            MOVE SPACES    TO LP-POST-REC
004482                            MOVE LI-EMP-NO TO LP-EMP-NO
004484                            MOVE LI-DAYS   TO LP-DAYS
004485                            MOVE LI-LEAVE-DATE TO LP-LEAVE-DATE
004487                            MOVE WS-TODAY-NUM TO LP-POST-DATE
004488                            WRITE LP-POST-REC
004490                        ELSE
004500                            PERFORM 29000-BAL-IO-ERROR-PARA
004510                        END-IF
004850                CLOSE RATE-FILE
004860            ELSE
004870                CLOSE LEAV-IN-FILE
004875                CLOSE POST-FILE
004880            END-IF.
004890            CLOSE BAL-FILE.
004900            CLOSE REPORT-FILE.
