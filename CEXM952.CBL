000050       * FUNCTIONALITY: EMPMAST MAINTENANCE TRANSACTIONS. THE KEYED
000060       *  EMPMAST FILE BEHIND SPGM0704 FINALLY HAS A MAINTENANCE PATH
000070       *  INSTEAD OF HAND-EDITED DATASETS. READS EMPTRAN TRANSACTIONS
000080       *  (ACTION H=HIRE T=TERMINATION X=TRANSFER S=SUPERVISOR CHANGE,
000090       *  EMP NUMBER, NAME, DEPT, EFFECTIVE DATE, SUPERVISOR) AND
000100       *  APPLIES THEM RANDOMLY, CEXM911-STYLE:
000110       *    - A HIRE IS REJECTED FOR A DUPLICATE EMPLOYEE NUMBER
000120       *    - A TERMINATION STAMPS STATUS T AND THE TERMINATION DATE
000130       *      RATHER THAN DELETING THE RECORD
000140       *    - A TRANSFER IS VALIDATED AGAINST THE DEPTIN DEPARTMENT
000150       *      MASTER BEFORE THE DEPT NUMBER MOVES
000152       *    - A SUPERVISOR NAMED ON A HIRE, TRANSFER OR SUPERVISOR
000154       *      CHANGE IS WALKED UP THE REPORTING CHAIN FIRST; ONE WHO
000156       *      IS MISSING, TERMINATED, THE SAME EMPLOYEE, OR WHO
000158       *      ALREADY REPORTS UP TO THE EMPLOYEE IS A REJECT
000160       *  EVERYTHING APPLIED AND REJECTED LANDS ON THE EMPMAINT DAILY
000170       *  MAINTENANCE AUDIT REPORT.
000180       * EMPTRAN : JEBA02.EMY.COBOL.EMPTRAN
000360       *                                 (AND LOGGED TO SECLOG)
000370       *                                 THROUGH SPGM0908 AGAINST THE
000380       *                                 AUTHFILE MASTER.
000381       * JEBA02    EMY     09/26/2026    REPORTING HIERARCHY: EMPMAST
000383       *                                 NOW CARRIES THE SUPERVISOR'S
000385       *                                 EMPLOYEE NUMBER. A HIRE OR
000386       *                                 TRANSFER MAY NAME ONE, AND THE
000388       *                                 NEW S ACTION CHANGES IT. THE
000390       *                                 SUPERVISOR MUST BE ON EMPMAST,
000391       *                                 ACTIVE, NOT THE EMPLOYEE, AND
000393       *                                 MUST NOT ALREADY REPORT UP TO
000395       *                                 THE EMPLOYEE (NO LOOPS). EMPHIST
000396       *                                 CARRIES BEFORE/AFTER SUPERVISOR.
000398       ******************************************************************
000400        ENVIRONMENT DIVISION.
000410        INPUT-OUTPUT SECTION.
000420        FILE-CONTROL.
000750            05  TS-EMP-NAME               PIC X(20).
000760            05  TS-EMP-DEPT               PIC 9(02).
000770            05  TS-EFF-DATE               PIC X(08).
000776            05  TS-SUPV-NUM               PIC X(03).
000783            05  FILLER                    PIC X(43).
000790        FD  EMP-MASTER.
000800        01  FS-EMP-REC.
000810            05  FS-EMP-NUM                PIC X(03).
000830            05  FS-EMP-DEPT               PIC 9(02).
000840            05  FS-EMP-STATUS             PIC X(01).
000850            05  FS-EMP-TERM-DATE          PIC X(08).
000855            05  FS-EMP-SUPV               PIC X(03).
000860        FD  DEPT-FILE.
000870        01  DP-DEPT-REC.
000880            05  DP-DEPT-NO                PIC 9(02).
000960            05  EH-NEW-DEPT               PIC 9(02).
000970            05  EH-OLD-STATUS             PIC X(01).
000980            05  EH-NEW-STATUS             PIC X(01).
000985            05  EH-OLD-SUPV               PIC X(03).
000990            05  EH-NEW-SUPV               PIC X(03).
000995            05  FILLER                    PIC X(56).
001000        FD  AUDIT-FILE.
001010        01  AS-AUDIT-REC                  PIC X(80).
001020        WORKING-STORAGE SECTION.
001060        01  WS-HIST-FS                    PIC X(02).
001070        01  WS-OLD-DEPT                   PIC 9(02).
001080        01  WS-OLD-STATUS                 PIC X(01).
001085        01  WS-OLD-SUPV                   PIC X(03).
001090        01  WS-AUDIT-FS                   PIC X(02).
001100        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001110        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001130        01  WS-HIRE-COUNT                 PIC 9(06) VALUE 0.
001140        01  WS-TERM-COUNT                 PIC 9(06) VALUE 0.
001150        01  WS-XFER-COUNT                 PIC 9(06) VALUE 0.
001155        01  WS-SUPV-COUNT                 PIC 9(06) VALUE 0.
001160        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001170       * DEPARTMENT MASTER TABLE FOR TRANSFER VALIDATION.
001180        01  WS-DEPT-TABLE-COUNT           PIC 9(03) VALUE 0.
001230                10  WS-DEPT-NO-T          PIC 9(02).
001240                10  WS-DEPT-NAME-T        PIC X(15).
001250        01  WS-DEPT-OK-FLAG               PIC X(03).
001251       * REPORTING-CHAIN WALK FOR A NAMED SUPERVISOR. THE STEP LIMIT
001252       * STOPS A CHAIN THAT ALREADY LOOPS ABOVE THE SUPERVISOR.
001254        01  WS-SUPV-OK-FLAG               PIC X(03).
001255        01  WS-CHAIN-DONE                 PIC X(03).
001257        01  WS-CHAIN-EMP                  PIC X(03).
001258        01  WS-CHAIN-STEPS                PIC 9(04).
001260        01  WS-AUDIT-OUT.
001270            05 WS-AU-VERDICT              PIC X(10).
001280            05 WS-AU-ACTION               PIC X(01).
002710                        PERFORM 22000-TERM-PARA
002720                    WHEN TS-ACTION         = "X"
002730                        PERFORM 23000-TRANSFER-PARA
002733                    WHEN TS-ACTION         = "S"
002736                        PERFORM 24000-SUPV-PARA
002740                    WHEN OTHER
002750                        MOVE "INVALID ACTION CODE" TO WS-AU-REASON
002760                        PERFORM 27000-REJECT-PARA
002910       * HIRE: A DUPLICATE EMPLOYEE NUMBER IS A REJECT.
002920       ******************************************************************
002930        21000-HIRE-PARA.
002936            MOVE "YES"                     TO WS-SUPV-OK-FLAG.
002942            IF  TS-SUPV-NUM                NOT = SPACES
002948                PERFORM 24500-CHECK-SUPV-PARA
002954            END-IF.
002960            IF  WS-SUPV-OK-FLAG            = "YES"
002966                MOVE TS-EMP-NUM            TO FS-EMP-NUM
002972                MOVE TS-EMP-NAME           TO FS-EMP-NAME
002978                MOVE TS-EMP-DEPT           TO FS-EMP-DEPT
002984                MOVE "A"                   TO FS-EMP-STATUS
002990                MOVE SPACES                TO FS-EMP-TERM-DATE
002996                MOVE TS-SUPV-NUM           TO FS-EMP-SUPV
003002                WRITE FS-EMP-REC
003008                    INVALID KEY
003014                        MOVE "EMP NUMBER ALREADY ON EMPMAST"
003020                                           TO WS-AU-REASON
003028                        PERFORM 27000-REJECT-PARA
003036                    NOT INVALID KEY
003045                        ADD 1              TO WS-HIRE-COUNT
003053                        MOVE "HIRED"       TO WS-AU-REASON
003061                        PERFORM 26000-APPLIED-PARA
003070                        MOVE 0             TO WS-OLD-DEPT
003078                        MOVE SPACE         TO WS-OLD-STATUS
003086                        MOVE SPACES        TO WS-OLD-SUPV
003095                        PERFORM 25000-WRITE-HIST-PARA
003103                END-WRITE
003111            END-IF.
003120       ******************************************************************
003130       * TERMINATION: STAMP STATUS T AND THE DATE - NEVER DELETE.
003140       ******************************************************************
003220                NOT INVALID KEY
003230                    MOVE FS-EMP-DEPT       TO WS-OLD-DEPT
003240                    MOVE FS-EMP-STATUS     TO WS-OLD-STATUS
003245                    MOVE FS-EMP-SUPV       TO WS-OLD-SUPV
003250                    MOVE "T"               TO FS-EMP-STATUS
003260                    MOVE TS-EFF-DATE       TO FS-EMP-TERM-DATE
003270                    REWRITE FS-EMP-REC
003350                    END-IF
003360            END-READ.
003370       ******************************************************************
003376       * TRANSFER: THE TARGET DEPARTMENT MUST BE ON THE MASTER. A
003383       * SUPERVISOR NAMED ON THE TRANSFER MOVES WITH IT.
003390       ******************************************************************
003400        23000-TRANSFER-PARA.
003410            MOVE "NO"                      TO WS-DEPT-OK-FLAG.
003460                        MOVE "YES"         TO WS-DEPT-OK-FLAG
003470                END-SEARCH
003480            END-IF.
003481            MOVE "YES"                     TO WS-SUPV-OK-FLAG.
003483            IF  WS-DEPT-OK-FLAG            = "YES"
003485                AND TS-SUPV-NUM            NOT = SPACES
003486                PERFORM 24500-CHECK-SUPV-PARA
003488            END-IF.
003490            IF  WS-DEPT-OK-FLAG            = "NO"
003500                MOVE "DEPT NOT ON DEPTIN MASTER" TO WS-AU-REASON
003510                PERFORM 27000-REJECT-PARA
003515            END-IF.
003520            IF  WS-DEPT-OK-FLAG            = "YES"
003525                AND WS-SUPV-OK-FLAG        = "YES"
003530                MOVE TS-EMP-NUM            TO FS-EMP-NUM
003540                READ EMP-MASTER
003550                    INVALID KEY
003590                    NOT INVALID KEY
003600                        MOVE FS-EMP-DEPT   TO WS-OLD-DEPT
003610                        MOVE FS-EMP-STATUS TO WS-OLD-STATUS
003615                        MOVE FS-EMP-SUPV   TO WS-OLD-SUPV
003620                        MOVE TS-EMP-DEPT   TO FS-EMP-DEPT
003622                        IF  TS-SUPV-NUM    NOT = SPACES
003625                            MOVE TS-SUPV-NUM TO FS-EMP-SUPV
003627                        END-IF
003630                        REWRITE FS-EMP-REC
003640                        IF WS-EMP-FS       = "00"
003650                            ADD 1          TO WS-XFER-COUNT
003710                        END-IF
003720                END-READ
003730            END-IF.
003731       ******************************************************************
003732       * SUPERVISOR CHANGE: A BLANK SUPERVISOR CLEARS THE LINK (THE
003733       * TOP OF THE ORGANIZATION REPORTS TO NOBODY). AN EMPLOYEE
003734       * ALREADY TERMINATED IS NOT REASSIGNED.
003735       ******************************************************************
003736        24000-SUPV-PARA.
003737            MOVE "YES"                     TO WS-SUPV-OK-FLAG.
003738            IF  TS-SUPV-NUM                NOT = SPACES
003739                PERFORM 24500-CHECK-SUPV-PARA
003740            END-IF.
003741            IF  WS-SUPV-OK-FLAG            = "YES"
003742                MOVE TS-EMP-NUM            TO FS-EMP-NUM
003743                READ EMP-MASTER
003744                    INVALID KEY
003745                        MOVE "EMP NUMBER NOT ON EMPMAST"
003746                                           TO WS-AU-REASON
003747                        PERFORM 27000-REJECT-PARA
003748                    NOT INVALID KEY
003749                        IF  FS-EMP-STATUS  = "T"
003750                            MOVE "EMPLOYEE IS TERMINATED"
003751                                           TO WS-AU-REASON
003752                            PERFORM 27000-REJECT-PARA
003753                        ELSE
003754                            PERFORM 24200-REWRITE-SUPV-PARA
003755                        END-IF
003756                END-READ
003757            END-IF.
003758       ******************************************************************
003760       * MOVE THE NEW SUPERVISOR ONTO THE RECORD IN HAND.
003761       ******************************************************************
003762        24200-REWRITE-SUPV-PARA.
003763            MOVE FS-EMP-DEPT               TO WS-OLD-DEPT.
003764            MOVE FS-EMP-STATUS             TO WS-OLD-STATUS.
003765            MOVE FS-EMP-SUPV               TO WS-OLD-SUPV.
003766            MOVE TS-SUPV-NUM               TO FS-EMP-SUPV.
003767            REWRITE FS-EMP-REC.
003768            IF WS-EMP-FS                   = "00"
003769                ADD 1                      TO WS-SUPV-COUNT
003770                MOVE "SUPERVISOR CHANGED"  TO WS-AU-REASON
003771                PERFORM 26000-APPLIED-PARA
003772                PERFORM 25000-WRITE-HIST-PARA
003773            ELSE
003774                PERFORM 28000-EMP-IO-ERROR-PARA
003775            END-IF.
003776       ******************************************************************
003777       * PROVE THE NAMED SUPERVISOR: ON EMPMAST, ACTIVE, NOT THE
003778       * EMPLOYEE, AND NOT ALREADY REPORTING (AT ANY LEVEL) TO THE
003779       * EMPLOYEE - WALK UP FROM THE SUPERVISOR UNTIL THE CHAIN ENDS.
003780       * REJECTS THE TRANSACTION AND DROPS WS-SUPV-OK-FLAG TO "NO".
003781       ******************************************************************
003782        24500-CHECK-SUPV-PARA.
003783            MOVE "YES"                     TO WS-SUPV-OK-FLAG.
003784            MOVE SPACES                    TO WS-AU-REASON.
003785            IF  TS-SUPV-NUM                = TS-EMP-NUM
003786                MOVE "SUPERVISOR IS THE EMPLOYEE" TO WS-AU-REASON
003787            ELSE
003788                MOVE TS-SUPV-NUM           TO FS-EMP-NUM
003790                READ EMP-MASTER
003791                    INVALID KEY
003792                        MOVE "SUPERVISOR NOT ON EMPMAST"
003793                                           TO WS-AU-REASON
003794                    NOT INVALID KEY
003795                        IF  FS-EMP-STATUS  = "T"
003796                            MOVE "SUPERVISOR IS TERMINATED"
003797                                           TO WS-AU-REASON
003798                        END-IF
003799                END-READ
003800            END-IF.
003801            IF  WS-AU-REASON               = SPACES
003802                MOVE "NO"                  TO WS-CHAIN-DONE
003803                MOVE 0                     TO WS-CHAIN-STEPS
003804                PERFORM 24600-CHAIN-STEP-PARA
003805                    UNTIL WS-CHAIN-DONE    = "YES"
003806            END-IF.
003807            IF  WS-AU-REASON               NOT = SPACES
003808                MOVE "NO"                  TO WS-SUPV-OK-FLAG
003809                PERFORM 27000-REJECT-PARA
003810            END-IF.
003811       ******************************************************************
003812       * ONE STEP UP THE CHAIN FROM THE RECORD IN HAND. REACHING THE
003813       * EMPLOYEE MEANS THE NEW LINK WOULD CLOSE A LOOP; A CHAIN THAT
003814       * OUTRUNS THE STEP LIMIT IS ALREADY LOOPING ABOVE.
003815       ******************************************************************
003816        24600-CHAIN-STEP-PARA.
003817            MOVE FS-EMP-SUPV               TO WS-CHAIN-EMP.
003818            ADD 1                          TO WS-CHAIN-STEPS.
003820            EVALUATE TRUE
003821                WHEN WS-CHAIN-EMP          = SPACES
003822                    MOVE "YES"             TO WS-CHAIN-DONE
003823                WHEN WS-CHAIN-EMP          = TS-EMP-NUM
003824                    MOVE "SUPERVISOR REPORTS TO EMPLOYEE"
003825                                           TO WS-AU-REASON
003826                    MOVE "YES"             TO WS-CHAIN-DONE
003827                WHEN WS-CHAIN-STEPS        > 999
003828                    MOVE "SUPERVISOR CHAIN ALREADY LOOPS"
003829                                           TO WS-AU-REASON
003830                    MOVE "YES"             TO WS-CHAIN-DONE
003831                WHEN OTHER
003832                    MOVE WS-CHAIN-EMP      TO FS-EMP-NUM
003833                    READ EMP-MASTER
003834                        INVALID KEY
003835                            MOVE "YES"     TO WS-CHAIN-DONE
003836                    END-READ
003837            END-EVALUATE.
003838       ******************************************************************
003839       * APPEND THE EFFECTIVE-DATED HISTORY RECORD FOR AN APPLIED
003840       * TRANSACTION. A NON-NUMERIC EFFECTIVE DATE IS STORED AS
003841       * ZEROS RATHER THAN LOSING THE ENTRY.
003842       ******************************************************************
003843        25000-WRITE-HIST-PARA.
003844            MOVE SPACES                    TO EH-HIST-REC.
003845            MOVE TS-EMP-NUM                TO EH-EMP-NUM.
003846            IF  TS-EFF-DATE                IS NUMERIC
003847                MOVE TS-EFF-DATE           TO EH-EFF-DATE
003848            ELSE
003850                MOVE 0                     TO EH-EFF-DATE
003860            END-IF.
003870            MOVE TS-ACTION                 TO EH-ACTION.
003890            MOVE FS-EMP-DEPT               TO EH-NEW-DEPT.
003900            MOVE WS-OLD-STATUS             TO EH-OLD-STATUS.
003910            MOVE FS-EMP-STATUS             TO EH-NEW-STATUS.
003913            MOVE WS-OLD-SUPV               TO EH-OLD-SUPV.
003916            MOVE FS-EMP-SUPV               TO EH-NEW-SUPV.
003920            WRITE EH-HIST-REC.
003930       ******************************************************************
003940       * AUDIT LINES FOR APPLIED AND REJECTED TRANSACTIONS.
004270            DISPLAY "HIRES APPLIED        : " WS-HIRE-COUNT.
004280            DISPLAY "TERMINATIONS APPLIED : " WS-TERM-COUNT.
004290            DISPLAY "TRANSFERS APPLIED    : " WS-XFER-COUNT.
004295            DISPLAY "SUPERVISOR CHANGES   : " WS-SUPV-COUNT.
004300            DISPLAY "TRANS REJECTED       : " WS-REJECT-COUNT.
004310            DISPLAY "AUTH REFUSALS        : " WS-AUTH-REJ-COUNT.
004320            CLOSE TRAN-FILE.
