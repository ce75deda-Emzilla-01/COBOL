000290       * ATTFILE : JEBA02.EMY.COBOL.ATTFILE (INDEXED ON ENROLL+DATE)
000300       * TERMCTL : JEBA02.EMY.COBOL.TERMCTL (INDEXED ON TERM CODE)
000310       * ADARPT  : JEBA02.EMY.COBOL.ADARPT
000313       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000316       * CLOSFILE: VIA SPGM1004 (INDEXED ON CAMPUS+DATE)
000320       * ----------------------------------------------------------------
000330       * PRJ NO    NAME     DATE          MAINT DESC.
000340       * ----------------------------------------------------------------
000350       * JEBA02    EMY     09/14/2026    PROGRAM CREATED.
000351       * JEBA02    EMY     09/26/2026    A DAY THE STUDENT'S CAMPUS WAS
000352       *                                 CLOSED (CONFIRMED ON CLOSFILE,
000353       *                                 READ THROUGH SPGM1004; CAMPUS
000354       *                                 FROM STUDFILE VIA SPGM0901) IS
000355       *                                 LEFT OUT OF THE CLAIM, SO A
000356       *                                 DATE EVERY CAMPUS WAS CLOSED
000357       *                                 IS NO LONGER A DAY IN SESSION.
000358       *                                 THE EXCLUDED RECORDS GET THEIR
000359       *                                 OWN CONTROL TOTAL LINE.
000360       ******************************************************************
000370        ENVIRONMENT DIVISION.
000380        INPUT-OUTPUT SECTION.
000840        01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
000850        01  WS-IN-WINDOW-COUNT            PIC 9(07) VALUE 0.
000860        01  WS-OUT-WINDOW-COUNT           PIC 9(07) VALUE 0.
000862        01  WS-CLOSED-COUNT               PIC 9(07) VALUE 0.
000865        01  WS-CUR-ENROLL-NO              PIC 9(06) VALUE 0.
000867        01  WS-CUR-CAMPUS-CODE            PIC X(02).
000870        01  WS-SESSION-PERIODS            PIC 9(02).
000880        01  WS-PRESENT-PERIODS            PIC 9(02).
000890        01  WS-PERIOD-SUB                 PIC 9(01).
001680                     VALUE "  OUTSIDE:  ".
001690            05 WS-CL-OUT                  PIC Z,ZZZ,ZZ9.
001700            05 FILLER                     PIC X(14) VALUE SPACES.
001701        01  WS-CLS-LINE.
001702            05 FILLER                     PIC X(36)
001703                     VALUE "CLOSED-DAY RECORDS EXCLUDED:       ".
001705            05 WS-CS-CLOSED               PIC Z,ZZZ,ZZ9.
001706            05 FILLER                     PIC X(35) VALUE SPACES.
001707        COPY SPGM0901L.
001708        COPY SPGM1004L.
001710        COPY SPGMABNL.
001720        PROCEDURE DIVISION.
001730       ******************************************************************
002630                    OR AT-ATT-DATE > WS-TERM-END
002640                    ADD 1                  TO WS-OUT-WINDOW-COUNT
002650                ELSE
002653                    PERFORM 21000-CHECK-CLOSED-PARA
002657                    IF  LK-CL-CLOSED
002661                        ADD 1              TO WS-CLOSED-COUNT
002665                    ELSE
002668                        ADD 1              TO WS-IN-WINDOW-COUNT
002672                        PERFORM 22000-TALLY-DAY-PARA
002676                    END-IF
002680                END-IF
002690            END-READ.
002691       ******************************************************************
002692       * WAS THE STUDENT'S CAMPUS CLOSED THAT DAY? THE CAMPUS IS
002693       * FETCHED ONCE PER STUDENT - ATTFILE COMES BACK IN ENROLLMENT
002695       * ORDER. A STUDENT NO LONGER ON STUDFILE KEEPS A BLANK CAMPUS,
002696       * WHICH SPGM1004 READS AS CAMPUS 01.
002697       ******************************************************************
002698        21000-CHECK-CLOSED-PARA.
002700            IF  AT-ENROLL-NO               NOT = WS-CUR-ENROLL-NO
002701                MOVE AT-ENROLL-NO          TO WS-CUR-ENROLL-NO
002702                MOVE SPACE                 TO LK-CHECK-FLAG
002703                MOVE AT-ENROLL-NO          TO LK-ENROLL-NO
002705                CALL 'SPGM0901'            USING LK-STUDLOOKUP-PARMS
002706                IF  LK-FOUND
002707                    MOVE LK-CAMPUS-CODE    TO WS-CUR-CAMPUS-CODE
002708                ELSE
002710                    MOVE SPACES            TO WS-CUR-CAMPUS-CODE
002711                END-IF
002712            END-IF.
002713            MOVE WS-CUR-CAMPUS-CODE        TO LK-CL-CAMPUS-CODE.
002715            MOVE AT-ATT-DATE               TO LK-CL-DATE.
002716            CALL 'SPGM1004'                USING LK-CLOSURE-PARMS.
002717       ******************************************************************
002718       * COUNT THE DAY'S SESSION AND PRESENT PERIODS AND ROLL THEM
002720       * INTO THE DATE SLOT.
002730       ******************************************************************
002740        22000-TALLY-DAY-PARA.
003780            MOVE WS-OUT-WINDOW-COUNT       TO WS-CL-OUT.
003790            MOVE WS-CTL-LINE               TO RS-REPORT-REC.
003800            WRITE RS-REPORT-REC.
003802            MOVE WS-CLOSED-COUNT           TO WS-CS-CLOSED.
003805            MOVE WS-CLS-LINE               TO RS-REPORT-REC.
003807            WRITE RS-REPORT-REC.
003810       ******************************************************************
003820       * ROLL ONE DAY SLOT INTO ITS YYYYMM MONTH SLOT.
003830       ******************************************************************
004160            DISPLAY "DAYS IN SESSION  : " WS-DAY-COUNT.
004170            DISPLAY "RECORDS READ     : " WS-READ-COUNT.
004180            DISPLAY "IN-TERM RECORDS  : " WS-IN-WINDOW-COUNT.
004185            DISPLAY "CLOSED-DAY RECS  : " WS-CLOSED-COUNT.
004190            CLOSE ATT-FILE.
004200            CLOSE REPORT-FILE.
