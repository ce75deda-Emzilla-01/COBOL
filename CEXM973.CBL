000380       *                                 ON A CREATED RECEIVABLE SO
000390       *                                 CEXM993 NEVER MEETS A SPACE-
000400       *                                 FILLED FEE AMOUNT.
000401       * JEBA02    EMY     09/26/2026    A STUDENT WHOSE ARCHIVE NAME
000403       *                                 CEXM1057 HAS ANONYMIZED GETS A
000405       *                                 RECORD ANONYMIZED NOTICE IN
000406       *                                 PLACE OF THE TRANSCRIPT, NO
000408       *                                 FEE, AND A TRQEXCP LINE.
000410       ******************************************************************
000420        ENVIRONMENT DIVISION.
000430        INPUT-OUTPUT SECTION.
001530        01  WS-HOLD-AVAIL                 PIC X(03) VALUE "YES".
001540        01  WS-HOLD-HELD                  PIC X(03).
001550        01  WS-HOLD-REF-COUNT             PIC 9(06) VALUE 0.
001551        01  WS-ANON-REF-COUNT             PIC 9(06) VALUE 0.
001553       * CEXM1057'S MASK - AN ARCHIVE NAME EQUAL TO IT HAS BEEN
001555       * ANONYMIZED UNDER THE RECORDS RETENTION POLICY.
001556        01  WS-ANON-MASK                  PIC X(30)
001558                                      VALUE "*** RECORD ANONYMIZED ***".
001560        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001570        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001580        01  WS-ARCH-EOF                   PIC X(03) VALUE "NO".
002330                             VALUE "TRANSCRIPT FEE POSTED: ".
002340            05 WS-FL-AMOUNT               PIC $$$,$$9.99.
002350            05 FILLER                     PIC X(47) VALUE SPACES.
002351        01  WS-ANON-LINE-1.
002352            05 FILLER                     PIC X(26)
002353                             VALUE "RECORD ANONYMIZED ENROLL #".
002354            05 WS-AL-ENROLL-NO            PIC 9(06).
002355            05 FILLER                     PIC X(48) VALUE SPACES.
002356        01  WS-ANON-LINE-2                PIC X(80) VALUE
002357            "THE PERSONAL DETAILS ON THIS RECORD WERE REMOVED UNDER".
002358        01  WS-ANON-LINE-3                PIC X(80) VALUE
002359            "THE RECORDS RETENTION POLICY. NO TRANSCRIPT CAN BE ISSUED.".
002360        01  WS-EXCEPTION-OUT.
002370            05 FILLER                     PIC X(11)
002380                                          VALUE "UNFILLED - ".
004760                END-PERFORM
004770            END-IF.
004780            IF  WS-REQ-FOUND               = "YES"
004785                IF  WS-REQ-SNAME           = WS-ANON-MASK
004791                    PERFORM 23500-ANON-NOTICE-PARA
004797                ELSE
004802                    PERFORM 23000-CHECK-HOLD-PARA
004808                    IF  WS-HOLD-HELD       = "YES"
004814                        MOVE "FINANCIAL HOLD - SEE BUSINESS OFFICE"
004820                                           TO WS-EXC-REASON
004828                        PERFORM 27000-UNFILLED-PARA
004837                        ADD 1              TO WS-HOLD-REF-COUNT
004846                    ELSE
004855                        PERFORM 24000-PRINT-TRANSCRIPT-PARA
004863                        PERFORM 26000-POST-FEE-PARA
004872                        ADD 1              TO WS-FILL-COUNT
004881                    END-IF
004890                END-IF
004900            ELSE
004910                MOVE "STUDENT NOT ON FILE OR ARCHIVE"
005080                        END-IF
005090                END-READ
005100            END-IF.
005101       ******************************************************************
005102       * THE ARCHIVED STUDENT HAS BEEN ANONYMIZED BY CEXM1057 - THE
005103       * REQUEST IS ANSWERED WITH A NOTICE INSTEAD OF A TRANSCRIPT,
005105       * NO FEE IS CHARGED, AND THE OFFICE SEES IT ON TRQEXCP.
005106       ******************************************************************
005107        23500-ANON-NOTICE-PARA.
005109            MOVE WS-BORDER                 TO PR-PRINT-REC.
005110            WRITE PR-PRINT-REC.
005111            MOVE WS-REQ-ENROLL             TO WS-AL-ENROLL-NO.
005113            MOVE WS-ANON-LINE-1            TO PR-PRINT-REC.
005114            WRITE PR-PRINT-REC.
005115            MOVE WS-ANON-LINE-2            TO PR-PRINT-REC.
005116            WRITE PR-PRINT-REC.
005118            MOVE WS-ANON-LINE-3            TO PR-PRINT-REC.
005119            WRITE PR-PRINT-REC.
005120            MOVE WS-BORDER                 TO PR-PRINT-REC.
005122            WRITE PR-PRINT-REC.
005123            MOVE "RECORD ANONYMIZED - NOTICE"  TO WS-EXC-REASON.
005124            PERFORM 27000-UNFILLED-PARA.
005126            ADD 1                          TO WS-ANON-REF-COUNT.
005127       ******************************************************************
005128       * PRINT THE CEXM913-STYLE TRANSCRIPT FOR THE ONE STUDENT FROM
005130       * TERMHIST.
005140       ******************************************************************
005150        24000-PRINT-TRANSCRIPT-PARA.
006610            DISPLAY "FEES POSTED       : " WS-FEE-COUNT.
006620            DISPLAY "REQUESTS UNFILLED : " WS-UNFILL-COUNT.
006630            DISPLAY "HOLD REFUSALS     : " WS-HOLD-REF-COUNT.
006635            DISPLAY "ANONYMIZED NOTICES: " WS-ANON-REF-COUNT.
006640            CLOSE REQ-IN-FILE.
006650            IF  WS-ARCH-AVAIL              = "YES"
006660                CLOSE ARCH-FILE
