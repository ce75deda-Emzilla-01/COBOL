000150       * ATTFILE : JEBA02.EMY.COBOL.ATTFILE (INDEXED ON ENROLL+DATE)
000160       * ATTEXCP : JEBA02.EMY.COBOL.ATTEXCP
000170       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000175       * CLOSFILE: VIA SPGM1004 (INDEXED ON CAMPUS+DATE)
000180       * ----------------------------------------------------------------
000190       * PRJ NO    NAME     DATE          MAINT DESC.
000200       * ----------------------------------------------------------------
000340       *                                 THE ATTIN CARD CARRIES THE SIX
000350       *                                 CODES AFTER THE DATE. CEXM987
000360       *                                 MIGRATES OLD ONE-CODE HISTORY.
000361       * JEBA02    EMY     09/20/2026    A DAY ALREADY POSTED KEEPS ANY
000362       *                                 E PERIOD WHERE THE SHEET NOW
000364       *                                 SAYS A, SO A SUSPENSION POSTED
000365       *                                 AHEAD BY CEXM1036 IS NOT TURNED
000367       *                                 BACK INTO AN UNEXCUSED ABSENCE
000368       *                                 WHEN THE HOMEROOM SHEET LOADS.
000369       * JEBA02    EMY     09/26/2026    A SHEET FOR A DAY THE STUDENT'S
000371       *                                 CAMPUS WAS CLOSED (CONFIRMED ON
000372       *                                 THE CLOSFILE CALENDAR, READ
000374       *                                 THROUGH SPGM1004) IS REJECTED -
000375       *                                 A CLOSED DAY IS NOT A SCHOOL
000377       *                                 DAY AND NOBODY IS ABSENT.
000378       ******************************************************************
000380        ENVIRONMENT DIVISION.
000390        INPUT-OUTPUT SECTION.
000400        FILE-CONTROL.
001000        01  WS-REPLACE-COUNT              PIC 9(06) VALUE 0.
001010        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001020        01  WS-DATE-OK-FLAG               PIC X(03).
001021       * THE SHEET'S CODES, HELD WHILE A DAY ALREADY POSTED IS READ.
001023        01  WS-SHEET-REC.
001025            05  WS-SH-ATT-KEY             PIC X(14).
001026            05  WS-SH-PERIOD-CODE         PIC X(01) OCCURS 6 TIMES.
001028            05  FILLER                    PIC X(60).
001030        01  WS-DATE-NUM                   PIC 9(08).
001040        01  WS-DATE-R REDEFINES WS-DATE-NUM.
001050            05  WS-DT-YYYY                PIC 9(04).
001150            05 WS-EXC-REASON              PIC X(40).
001160            05 FILLER                     PIC X(11) VALUE SPACES.
001170        COPY SPGM0901L.
001175        COPY SPGM1004L.
001180        COPY SPGMABNL.
001190        PROCEDURE DIVISION.
001200       ******************************************************************
002880            END-IF.
002890       ******************************************************************
002900       * ATTENDANCE CANNOT BE POSTED FOR AN UNKNOWN ENROLL NUMBER -
002906       * VALIDATE THROUGH SPGM0901 BEFORE POSTING - NOR FOR A DAY THE
002913       * STUDENT'S CAMPUS WAS CLOSED (SPGM1004).
002920       ******************************************************************
002930        22000-CHECK-STUDENT-PARA.
002940            MOVE AI-ENROLL-NO              TO LK-ENROLL-NO.
002950            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
002960            IF  LK-FOUND
002961                MOVE LK-CAMPUS-CODE        TO LK-CL-CAMPUS-CODE
002963                MOVE WS-DATE-NUM           TO LK-CL-DATE
002965                CALL 'SPGM1004'            USING LK-CLOSURE-PARMS
002967                IF  LK-CL-CLOSED
002969                    MOVE "CAMPUS CLOSED THAT DAY (CLOSFILE)"
002970                                           TO WS-EXC-REASON
002972                    PERFORM 27000-REJECT-PARA
002974                ELSE
002976                    PERFORM 24000-POST-PARA
002978                END-IF
002980            ELSE
002990                MOVE "ENROLL NO NOT ON STUDFILE" TO WS-EXC-REASON
003000                PERFORM 27000-REJECT-PARA
003010            END-IF.
003020       ******************************************************************
003025       * POST THE DAY'S ATTENDANCE, REPLACING A DAY ALREADY POSTED -
003030       * EXCEPT THAT AN E ALREADY ON FILE (A SUSPENSION OR OTHER
003035       * PRE-POSTED EXCUSAL) STANDS AGAINST AN A FROM THE SHEET.
003040       ******************************************************************
003050        24000-POST-PARA.
003060            MOVE AI-ENROLL-NO              TO AT-ENROLL-NO.
003120            END-PERFORM.
003130            WRITE AT-ATT-REC
003140                INVALID KEY
003141                    MOVE AT-ATT-REC        TO WS-SHEET-REC
003143                    READ ATT-FILE
003145                        INVALID KEY
003147                            CONTINUE
003149                        NOT INVALID KEY
003150                            PERFORM 24200-MERGE-PERIOD-PARA
003152                                VARYING WS-PERIOD-SUB FROM 1 BY 1
003154                                UNTIL WS-PERIOD-SUB > 6
003156                            REWRITE AT-ATT-REC
003158                    END-READ
003160                    IF WS-ATT-FS           = "00"
003170                        ADD 1              TO WS-REPLACE-COUNT
003180                    ELSE
003190                        DISPLAY "ATTFILE REPLACE ERROR - STATUS "
003200                            WS-ATT-FS " - KEY " AT-ATT-KEY
003210                        MOVE "CEXM931"       TO LK-PGM-ID
003220                        MOVE "ATTFILE"       TO LK-FILE-ID
003300                NOT INVALID KEY
003310                    ADD 1                  TO WS-POST-COUNT
003320            END-WRITE.
003321       ******************************************************************
003322       * TAKE ONE PERIOD FROM THE SHEET UNLESS IT WOULD UNDO AN E.
003323       ******************************************************************
003324        24200-MERGE-PERIOD-PARA.
003325            IF  AT-PERIOD-CODE(WS-PERIOD-SUB)    NOT = "E"
003326                OR WS-SH-PERIOD-CODE(WS-PERIOD-SUB) NOT = "A"
003327                MOVE WS-SH-PERIOD-CODE(WS-PERIOD-SUB)
003328                    TO AT-PERIOD-CODE(WS-PERIOD-SUB)
003329            END-IF.
003330       ******************************************************************
003340       * LOG A REJECTED SHEET LINE TO THE EXCEPTION REPORT.
003350       ******************************************************************
