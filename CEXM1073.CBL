000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1073.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: BENEFITS ENROLLMENT MAINTENANCE. INSURANCE
000060       *  DEDUCTIONS WERE TYPED ONTO DEDFILE BY HAND AND WENT WRONG FOR
000070       *  MONTHS WHEN AN EMPLOYEE CHANGED PLANS. READS BENTRAN
000080       *  TRANSACTIONS (ACTION E=ENROLL C=CHANGE T=TERMINATE, EMP NO,
000090       *  PLAN CODE, COVERAGE TIER, EFFECTIVE DATE) AND APPLIES THEM
000100       *  RANDOMLY TO THE BENELECT ELECTION MASTER, CEXM952-STYLE:
000110       *    - THE PLAN AND TIER MUST BE ON THE BENPLAN BENEFIT PLAN
000120       *      MASTER (PLAN CODE, TIER, EMPLOYEE COST PER PERIOD,
000130       *      EMPLOYER COST, CARRIER)
000140       *    - AN ENROLLMENT NEEDS THE EMPLOYEE ON EMPMAST AND NOT
000150       *      TERMINATED (EMPMAST KEY = LOW-ORDER THREE DIGITS OF THE
000160       *      EMP NO, AS IN CEXM947); A DUPLICATE ACTIVE ELECTION FOR
000170       *      THE SAME PLAN IS A REJECT, AN ENDED ONE IS RE-OPENED
000180       *    - A CHANGE MOVES THE ELECTION TO A NEW TIER FROM ITS
000190       *      EFFECTIVE DATE; THE OLD TIER STAYS IN FORCE UNTIL THEN
000200       *      (CEXM1074 PROMOTES THE PENDING TIER WHEN IT COMES DUE)
000210       *    - A TERMINATION STAMPS THE END DATE AND STATUS T RATHER
000220       *      THAN DELETING THE ELECTION
000230       *  THE OPERATOR ID CARD COMES FIRST AND EVERY TRANSACTION IS
000240       *  PROVED THROUGH SPGM0908. APPLIED AND REJECTED TRANSACTIONS
000250       *  LAND ON THE BENMAINT AUDIT REPORT.
000260       * BENTRAN : JEBA02.EMY.COBOL.BENTRAN
000270       * BENPLAN : JEBA02.EMY.COBOL.BENPLAN
000280       * BENELECT: JEBA02.EMY.COBOL.BENELECT (INDEXED ON EMP NO + PLAN)
000290       * EMPMAST : JEBA02.EMY.COBOL.EMPMAST (INDEXED ON EMP NUMBER)
000300       * BENMAINT: JEBA02.EMY.COBOL.BENMAINT
000310       * ----------------------------------------------------------------
000320       * PRJ NO    NAME     DATE          MAINT DESC.
000330       * ----------------------------------------------------------------
000340       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000342       * JEBA02    EMY     09/26/2026    EMPMAST RECORD EXTENDED WITH
000345       *                                 THE SUPERVISOR EMPLOYEE NUMBER
000347       *                                 (FS-EMP-SUPV); NOT USED HERE.
000350       ******************************************************************
000360        ENVIRONMENT DIVISION.
000370        INPUT-OUTPUT SECTION.
000380        FILE-CONTROL.
000390            SELECT TRAN-FILE
000400                ASSIGN TO BENTRAN
000410                ORGANIZATION IS SEQUENTIAL
000420                ACCESS MODE IS SEQUENTIAL
000430                FILE STATUS IS WS-TRAN-FS.
000440            SELECT PLAN-FILE
000450                ASSIGN TO BENPLAN
000460                ORGANIZATION IS SEQUENTIAL
000470                ACCESS MODE IS SEQUENTIAL
000480                FILE STATUS IS WS-PLAN-FS.
000490            SELECT ELECT-FILE
000500                ASSIGN TO BENELECT
000510                ORGANIZATION IS INDEXED
000520                ACCESS MODE IS RANDOM
000530                RECORD KEY IS BE-KEY
000540                FILE STATUS IS WS-ELECT-FS.
000550            SELECT EMP-MASTER
000560                ASSIGN TO EMPMAST
000570                ORGANIZATION IS INDEXED
000580                ACCESS MODE IS RANDOM
000590                RECORD KEY IS FS-EMP-NUM
000600                FILE STATUS IS WS-EMP-FS.
000610            SELECT AUDIT-FILE
000620                ASSIGN TO BENMAINT
000630                ORGANIZATION IS SEQUENTIAL
000640                ACCESS MODE IS SEQUENTIAL
000650                FILE STATUS IS WS-AUDIT-FS.
000660        DATA DIVISION.
000670        FILE SECTION.
000680        FD  TRAN-FILE.
000690        01  BT-TRAN-REC.
000700            05  BT-ACTION                 PIC X(01).
000710            05  BT-EMP-NO                 PIC 9(04).
000720            05  BT-PLAN-CODE              PIC X(04).
000730            05  BT-TIER                   PIC X(02).
000740            05  BT-EFF-DATE               PIC X(08).
000750            05  FILLER                    PIC X(61).
000760        FD  PLAN-FILE.
000770        01  BP-PLAN-REC.
000780            05  BP-PLAN-CODE              PIC X(04).
000790            05  BP-TIER                   PIC X(02).
000800            05  BP-PLAN-DESC              PIC X(20).
000810            05  BP-EMP-COST               PIC 9(05)V9(02).
000820            05  BP-ER-COST                PIC 9(05)V9(02).
000830            05  BP-CARRIER                PIC X(20).
000840            05  FILLER                    PIC X(20).
000850        FD  ELECT-FILE.
000860        01  BE-ELECT-REC.
000870            05  BE-KEY.
000880                10  BE-EMP-NO             PIC 9(04).
000890                10  BE-PLAN-CODE          PIC X(04).
000900            05  BE-TIER                   PIC X(02).
000910            05  BE-EFF-DATE               PIC 9(08).
000920            05  BE-END-DATE               PIC 9(08).
000930            05  BE-NEW-TIER               PIC X(02).
000940            05  BE-NEW-EFF-DATE           PIC 9(08).
000950            05  BE-STATUS                 PIC X(01).
000960            05  BE-END-REASON             PIC X(01).
000970            05  BE-LAST-OPER              PIC X(08).
000980            05  FILLER                    PIC X(34).
000990        FD  EMP-MASTER.
001000        01  FS-EMP-REC.
001010            05  FS-EMP-NUM                PIC X(03).
001020            05  FS-EMP-NAME               PIC X(20).
001030            05  FS-EMP-DEPT               PIC 9(02).
001040            05  FS-EMP-STATUS             PIC X(01).
001050            05  FS-EMP-TERM-DATE          PIC X(08).
001055            05  FS-EMP-SUPV               PIC X(03).
001060        FD  AUDIT-FILE.
001070        01  AS-AUDIT-REC                  PIC X(80).
001080        WORKING-STORAGE SECTION.
001090        01  WS-TRAN-FS                    PIC X(02).
001100        01  WS-PLAN-FS                    PIC X(02).
001110        01  WS-ELECT-FS                   PIC X(02).
001120        01  WS-EMP-FS                     PIC X(02).
001130        01  WS-AUDIT-FS                   PIC X(02).
001140        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001150        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001160        01  WS-PLAN-EOF                   PIC X(03) VALUE "NO".
001170        01  WS-ENROLL-COUNT               PIC 9(06) VALUE 0.
001180        01  WS-CHANGE-COUNT               PIC 9(06) VALUE 0.
001190        01  WS-TERM-COUNT                 PIC 9(06) VALUE 0.
001200        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001210        01  WS-AUTH-REJ-COUNT             PIC 9(06) VALUE 0.
001220        01  WS-OPERATOR-ID                PIC X(08).
001230        01  WS-EFF-DATE                   PIC 9(08).
001240        01  WS-EMP-NO-D                   PIC 9(04).
001250       * BENEFIT PLAN MASTER TABLE, ONE ENTRY PER PLAN AND TIER.
001260        01  WS-PLAN-TABLE-COUNT           PIC 9(03) VALUE 0.
001270        01  WS-PLAN-TABLE.
001280            05  WS-PLAN-ENTRY             OCCURS 1 TO 200 TIMES
001290                                      DEPENDING ON WS-PLAN-TABLE-COUNT
001300                                          INDEXED BY PLAN-IDX.
001310                10  WS-PL-PLAN-CODE       PIC X(04).
001320                10  WS-PL-TIER            PIC X(02).
001330        01  WS-PLAN-OK-FLAG               PIC X(03).
001340        01  WS-AUDIT-OUT.
001350            05 WS-AU-VERDICT              PIC X(10).
001360            05 WS-AU-ACTION               PIC X(01).
001370            05 FILLER                     PIC X(06)
001380                                          VALUE " EMP #".
001390            05 WS-AU-EMP-NO               PIC 9(04).
001400            05 FILLER                     PIC X(01) VALUE SPACE.
001410            05 WS-AU-PLAN-CODE            PIC X(04).
001420            05 FILLER                     PIC X(01) VALUE SPACE.
001430            05 WS-AU-TIER                 PIC X(02).
001440            05 FILLER                     PIC X(01) VALUE SPACE.
001450            05 WS-AU-EFF-DATE             PIC X(08).
001460            05 FILLER                     PIC X(03) VALUE " - ".
001470            05 WS-AU-REASON               PIC X(39).
001480        COPY SPGM0908L.
001490        COPY SPGMABNL.
001500        PROCEDURE DIVISION.
001510       ******************************************************************
001520       * MAIN PROGRAM FLOW. THE OPERATOR ID CARD COMES FIRST - A RUN
001530       * WITH NO OPERATOR NAMED DOES NOT TOUCH THE ELECTIONS.
001540       ******************************************************************
001550        00000-MAIN-PARA.
001560            ACCEPT WS-OPERATOR-ID.
001570            IF  WS-OPERATOR-ID             = SPACES
001580                DISPLAY "NO OPERATOR ID CARD - RUN REFUSED."
001590                MOVE 16                    TO RETURN-CODE
001600                STOP RUN
001610            END-IF.
001620            PERFORM 10000-INITIALIZE-PARA.
001630            IF  WS-ERROR-FLAG              NOT = "YES"
001640                PERFORM 12000-LOAD-PLAN-PARA
001650                    UNTIL WS-PLAN-EOF      = "YES"
001660            END-IF.
001670            PERFORM 20000-PROCESS-PARA
001680              UNTIL WS-ERROR-FLAG = "YES"
001690              OR    WS-ENDOFFILE  = "YES".
001700            PERFORM 30000-CLOSE-PARA.
001710            STOP RUN.
001720       ******************************************************************
001730       * OPEN ALL FILES. THE FIRST RUN CREATES BENELECT.
001740       ******************************************************************
001750        10000-INITIALIZE-PARA.
001760            OPEN INPUT TRAN-FILE.
001770            IF WS-TRAN-FS                 NOT = "00"
001780               DISPLAY "BENTRAN ACCESS ERROR."
001790               MOVE "CEXM1073"            TO LK-PGM-ID
001800               MOVE "BENTRAN"             TO LK-FILE-ID
001810               MOVE WS-TRAN-FS            TO LK-FILE-STATUS
001820               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001830               IF  LK-ABEND-YES
001840                   MOVE 16                TO RETURN-CODE
001850                   MOVE "YES"             TO WS-ERROR-FLAG
001860               END-IF
001870            END-IF.
001880            OPEN INPUT PLAN-FILE.
001890            IF WS-PLAN-FS                 NOT = "00"
001900               DISPLAY "BENPLAN ACCESS ERROR."
001910               MOVE "CEXM1073"            TO LK-PGM-ID
001920               MOVE "BENPLAN"             TO LK-FILE-ID
001930               MOVE WS-PLAN-FS            TO LK-FILE-STATUS
001940               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001950               IF  LK-ABEND-YES
001960                   MOVE 16                TO RETURN-CODE
001970                   MOVE "YES"             TO WS-ERROR-FLAG
001980               END-IF
001990            END-IF.
002000            OPEN I-O ELECT-FILE.
002010            IF WS-ELECT-FS                = "35"
002020               OPEN OUTPUT ELECT-FILE
002030               CLOSE ELECT-FILE
002040               OPEN I-O ELECT-FILE
002050            END-IF.
002060            IF WS-ELECT-FS                NOT = "00"
002070               DISPLAY "BENELECT ACCESS ERROR."
002080               MOVE "CEXM1073"            TO LK-PGM-ID
002090               MOVE "BENELECT"            TO LK-FILE-ID
002100               MOVE WS-ELECT-FS           TO LK-FILE-STATUS
002110               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002120               IF  LK-ABEND-YES
002130                   MOVE 16                TO RETURN-CODE
002140                   MOVE "YES"             TO WS-ERROR-FLAG
002150               END-IF
002160            END-IF.
002170            OPEN INPUT EMP-MASTER.
002180            IF WS-EMP-FS                  NOT = "00"
002190               DISPLAY "EMPMAST ACCESS ERROR."
002200               MOVE "CEXM1073"            TO LK-PGM-ID
002210               MOVE "EMPMAST"             TO LK-FILE-ID
002220               MOVE WS-EMP-FS             TO LK-FILE-STATUS
002230               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002240               IF  LK-ABEND-YES
002250                   MOVE 16                TO RETURN-CODE
002260                   MOVE "YES"             TO WS-ERROR-FLAG
002270               END-IF
002280            END-IF.
002290            OPEN OUTPUT AUDIT-FILE.
002300            IF WS-AUDIT-FS                NOT = "00"
002310               DISPLAY "BENMAINT ACCESS ERROR."
002320               MOVE "CEXM1073"            TO LK-PGM-ID
002330               MOVE "BENMAINT"            TO LK-FILE-ID
002340               MOVE WS-AUDIT-FS           TO LK-FILE-STATUS
002350               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002360               IF  LK-ABEND-YES
002370                   MOVE 16                TO RETURN-CODE
002380                   MOVE "YES"             TO WS-ERROR-FLAG
002390               END-IF
002400            END-IF.
002410       ******************************************************************
002420       * LOAD THE PLAN AND TIER KEYS OF THE BENEFIT PLAN MASTER.
002430       ******************************************************************
002440        12000-LOAD-PLAN-PARA.
002450            READ PLAN-FILE
002460            AT END
002470                MOVE "YES"                 TO WS-PLAN-EOF
002480            NOT AT END
002490                IF  WS-PLAN-TABLE-COUNT    = 200
002500                    DISPLAY "PLAN TABLE FULL AT 200 ENTRIES."
002510                ELSE
002520                    ADD 1                  TO WS-PLAN-TABLE-COUNT
002530                    MOVE BP-PLAN-CODE
002540                        TO WS-PL-PLAN-CODE(WS-PLAN-TABLE-COUNT)
002550                    MOVE BP-TIER
002560                        TO WS-PL-TIER(WS-PLAN-TABLE-COUNT)
002570                END-IF
002580            END-READ.
002590       ******************************************************************
002600       * READ ONE TRANSACTION AND ROUTE IT BY ACTION CODE. THE EFFECTIVE
002610       * DATE MUST BE A NUMERIC YYYYMMDD FOR EVERY ACTION.
002620       ******************************************************************
002630        20000-PROCESS-PARA.
002640            READ TRAN-FILE
002650            AT END
002660                MOVE "YES"                 TO WS-ENDOFFILE
002670            NOT AT END
002680                PERFORM 20500-CHECK-AUTH-PARA
002690                EVALUATE TRUE
002700                    WHEN LK-AU-DENIED
002710                        MOVE "OPERATOR NOT AUTHORIZED"
002720                                           TO WS-AU-REASON
002730                        PERFORM 27000-REJECT-PARA
002740                        ADD 1              TO WS-AUTH-REJ-COUNT
002750                    WHEN BT-EMP-NO         NOT NUMERIC
002760                        MOVE "EMP NO NOT NUMERIC" TO WS-AU-REASON
002770                        PERFORM 27000-REJECT-PARA
002780                    WHEN BT-EFF-DATE       NOT NUMERIC
002790                        MOVE "EFFECTIVE DATE NOT NUMERIC"
002800                                           TO WS-AU-REASON
002810                        PERFORM 27000-REJECT-PARA
002820                    WHEN BT-ACTION         = "E"
002830                        MOVE BT-EFF-DATE   TO WS-EFF-DATE
002840                        PERFORM 21000-ENROLL-PARA
002850                    WHEN BT-ACTION         = "C"
002860                        MOVE BT-EFF-DATE   TO WS-EFF-DATE
002870                        PERFORM 22000-CHANGE-PARA
002880                    WHEN BT-ACTION         = "T"
002890                        MOVE BT-EFF-DATE   TO WS-EFF-DATE
002900                        PERFORM 23000-TERM-PARA
002910                    WHEN OTHER
002920                        MOVE "INVALID ACTION CODE" TO WS-AU-REASON
002930                        PERFORM 27000-REJECT-PARA
002940                END-EVALUATE
002950            END-READ.
002960       ******************************************************************
002970       * EVERY TRANSACTION IS PROVED (AND LOGGED) THROUGH SPGM0908
002980       * AGAINST THE AUTHFILE OPERATOR AUTHORIZATION MASTER.
002990       ******************************************************************
003000        20500-CHECK-AUTH-PARA.
003010            MOVE WS-OPERATOR-ID            TO LK-AU-OPERATOR.
003020            MOVE "CEXM1073"                TO LK-AU-PROGRAM.
003030            MOVE BT-ACTION                 TO LK-AU-TRAN-TYPE.
003040            MOVE SPACES                    TO LK-AU-KEY-INFO.
003050            MOVE BT-EMP-NO                 TO LK-AU-KEY-INFO(1:4).
003060            MOVE BT-PLAN-CODE              TO LK-AU-KEY-INFO(6:4).
003070            CALL 'SPGM0908'                USING LK-AUTHCHK-PARMS.
003080       ******************************************************************
003090       * ENROLL: PLAN/TIER ON BENPLAN, EMPLOYEE ACTIVE ON EMPMAST, NO
003100       * ACTIVE ELECTION FOR THE PLAN ALREADY.
003110       ******************************************************************
003120        21000-ENROLL-PARA.
003130            PERFORM 25000-CHECK-PLAN-PARA.
003140            IF  WS-PLAN-OK-FLAG            = "NO"
003150                MOVE "PLAN/TIER NOT ON BENPLAN" TO WS-AU-REASON
003160                PERFORM 27000-REJECT-PARA
003170            ELSE
003180                MOVE BT-EMP-NO             TO WS-EMP-NO-D
003190                MOVE WS-EMP-NO-D(2:3)      TO FS-EMP-NUM
003200                READ EMP-MASTER
003210                    INVALID KEY
003220                        MOVE "EMP NUMBER NOT ON EMPMAST"
003230                                           TO WS-AU-REASON
003240                        PERFORM 27000-REJECT-PARA
003250                    NOT INVALID KEY
003260                        IF  FS-EMP-STATUS  = "T"
003270                            MOVE "EMPLOYEE IS TERMINATED ON EMPMAST"
003280                                           TO WS-AU-REASON
003290                            PERFORM 27000-REJECT-PARA
003300                        ELSE
003310                            PERFORM 21100-WRITE-ELECT-PARA
003320                        END-IF
003330                END-READ
003340            END-IF.
003350        21100-WRITE-ELECT-PARA.
003360            MOVE BT-EMP-NO                 TO BE-EMP-NO.
003370            MOVE BT-PLAN-CODE              TO BE-PLAN-CODE.
003380            READ ELECT-FILE
003390                INVALID KEY
003400                    PERFORM 21200-NEW-ELECT-PARA
003410                    WRITE BE-ELECT-REC
003420                    IF  WS-ELECT-FS        = "00"
003430                        ADD 1              TO WS-ENROLL-COUNT
003440                        MOVE "ENROLLED"    TO WS-AU-REASON
003450                        PERFORM 26000-APPLIED-PARA
003460                    ELSE
003470                        PERFORM 28000-ELECT-IO-ERROR-PARA
003480                    END-IF
003490                NOT INVALID KEY
003500                    IF  BE-STATUS          = "A"
003510                        MOVE "ALREADY ENROLLED IN THIS PLAN"
003520                                           TO WS-AU-REASON
003530                        PERFORM 27000-REJECT-PARA
003540                    ELSE
003550                        PERFORM 21200-NEW-ELECT-PARA
003560                        REWRITE BE-ELECT-REC
003570                        IF  WS-ELECT-FS    = "00"
003580                            ADD 1          TO WS-ENROLL-COUNT
003590                            MOVE "RE-ENROLLED - ENDED ELECTION REOPENED"
003600                                           TO WS-AU-REASON
003610                            PERFORM 26000-APPLIED-PARA
003620                        ELSE
003630                            PERFORM 28000-ELECT-IO-ERROR-PARA
003640                        END-IF
003650                    END-IF
003660            END-READ.
003670        21200-NEW-ELECT-PARA.
003680            MOVE SPACES                    TO BE-ELECT-REC.
003690            MOVE BT-EMP-NO                 TO BE-EMP-NO.
003700            MOVE BT-PLAN-CODE              TO BE-PLAN-CODE.
003710            MOVE BT-TIER                   TO BE-TIER.
003720            MOVE WS-EFF-DATE               TO BE-EFF-DATE.
003730            MOVE 0                         TO BE-END-DATE.
003740            MOVE 0                         TO BE-NEW-EFF-DATE.
003750            MOVE "A"                       TO BE-STATUS.
003760            MOVE WS-OPERATOR-ID            TO BE-LAST-OPER.
003770       ******************************************************************
003780       * CHANGE OF TIER. A PENDING CHANGE ALREADY DUE BY THIS ONE'S
003790       * DATE BECOMES THE CURRENT TIER FIRST; A CHANGE DATED ON THE
003800       * CURRENT TIER'S EFFECTIVE DATE REPLACES IT OUTRIGHT.
003810       ******************************************************************
003820        22000-CHANGE-PARA.
003830            PERFORM 25000-CHECK-PLAN-PARA.
003840            IF  WS-PLAN-OK-FLAG            = "NO"
003850                MOVE "PLAN/TIER NOT ON BENPLAN" TO WS-AU-REASON
003860                PERFORM 27000-REJECT-PARA
003870            ELSE
003880                MOVE BT-EMP-NO             TO BE-EMP-NO
003890                MOVE BT-PLAN-CODE          TO BE-PLAN-CODE
003900                READ ELECT-FILE
003910                    INVALID KEY
003920                        MOVE "NOT ENROLLED IN THIS PLAN"
003930                                           TO WS-AU-REASON
003940                        PERFORM 27000-REJECT-PARA
003950                    NOT INVALID KEY
003960                        PERFORM 22100-APPLY-CHANGE-PARA
003970                END-READ
003980            END-IF.
003990        22100-APPLY-CHANGE-PARA.
004000            IF  BE-NEW-TIER                NOT = SPACES
004010                AND BE-NEW-EFF-DATE        NOT > WS-EFF-DATE
004020                MOVE BE-NEW-TIER           TO BE-TIER
004030                MOVE BE-NEW-EFF-DATE       TO BE-EFF-DATE
004040                MOVE SPACES                TO BE-NEW-TIER
004050                MOVE 0                     TO BE-NEW-EFF-DATE
004060            END-IF.
004070            EVALUATE TRUE
004080                WHEN BE-STATUS             NOT = "A"
004090                    MOVE "ELECTION HAS ENDED - ENROLL AGAIN"
004100                                           TO WS-AU-REASON
004110                    PERFORM 27000-REJECT-PARA
004120                WHEN WS-EFF-DATE           < BE-EFF-DATE
004130                    MOVE "DATED BEFORE THE TIER IN FORCE"
004140                                           TO WS-AU-REASON
004150                    PERFORM 27000-REJECT-PARA
004160                WHEN BT-TIER               = BE-TIER
004170                    AND BE-NEW-TIER        = SPACES
004180                    MOVE "ALREADY AT THIS TIER" TO WS-AU-REASON
004190                    PERFORM 27000-REJECT-PARA
004200                WHEN OTHER
004210                    IF  WS-EFF-DATE        = BE-EFF-DATE
004220                        MOVE BT-TIER       TO BE-TIER
004230                        MOVE SPACES        TO BE-NEW-TIER
004240                        MOVE 0             TO BE-NEW-EFF-DATE
004250                    ELSE
004260                        MOVE BT-TIER       TO BE-NEW-TIER
004270                        MOVE WS-EFF-DATE   TO BE-NEW-EFF-DATE
004280                    END-IF
004290                    MOVE WS-OPERATOR-ID    TO BE-LAST-OPER
004300                    REWRITE BE-ELECT-REC
004310                    IF  WS-ELECT-FS        = "00"
004320                        ADD 1              TO WS-CHANGE-COUNT
004330                        MOVE "TIER CHANGED" TO WS-AU-REASON
004340                        PERFORM 26000-APPLIED-PARA
004350                    ELSE
004360                        PERFORM 28000-ELECT-IO-ERROR-PARA
004370                    END-IF
004380            END-EVALUATE.
004390       ******************************************************************
004400       * TERMINATE: STAMP THE END DATE AND STATUS T - NEVER DELETE.
004410       ******************************************************************
004420        23000-TERM-PARA.
004430            MOVE BT-EMP-NO                 TO BE-EMP-NO.
004440            MOVE BT-PLAN-CODE              TO BE-PLAN-CODE.
004450            READ ELECT-FILE
004460                INVALID KEY
004470                    MOVE "NOT ENROLLED IN THIS PLAN" TO WS-AU-REASON
004480                    PERFORM 27000-REJECT-PARA
004490                NOT INVALID KEY
004500                    EVALUATE TRUE
004510                        WHEN BE-STATUS     NOT = "A"
004520                            MOVE "ELECTION HAS ALREADY ENDED"
004530                                           TO WS-AU-REASON
004540                            PERFORM 27000-REJECT-PARA
004550                        WHEN WS-EFF-DATE   < BE-EFF-DATE
004560                            MOVE "ENDS BEFORE IT BEGINS"
004570                                           TO WS-AU-REASON
004580                            PERFORM 27000-REJECT-PARA
004590                        WHEN OTHER
004600                            MOVE WS-EFF-DATE TO BE-END-DATE
004610                            MOVE "T"       TO BE-STATUS
004620                            MOVE "T"       TO BE-END-REASON
004630                            MOVE WS-OPERATOR-ID TO BE-LAST-OPER
004640                            REWRITE BE-ELECT-REC
004650                            IF  WS-ELECT-FS = "00"
004660                                ADD 1      TO WS-TERM-COUNT
004670                                MOVE "COVERAGE TERMINATED"
004680                                           TO WS-AU-REASON
004690                                PERFORM 26000-APPLIED-PARA
004700                            ELSE
004710                                PERFORM 28000-ELECT-IO-ERROR-PARA
004720                            END-IF
004730                    END-EVALUATE
004740            END-READ.
004750       ******************************************************************
004760       * THE TRANSACTION'S PLAN AND TIER MUST BE ON BENPLAN.
004770       ******************************************************************
004780        25000-CHECK-PLAN-PARA.
004790            MOVE "NO"                      TO WS-PLAN-OK-FLAG.
004800            IF  WS-PLAN-TABLE-COUNT        > 0
004810                SET PLAN-IDX               TO 1
004820                SEARCH WS-PLAN-ENTRY
004830                    WHEN WS-PL-PLAN-CODE(PLAN-IDX) = BT-PLAN-CODE
004840                     AND WS-PL-TIER(PLAN-IDX)      = BT-TIER
004850                        MOVE "YES"         TO WS-PLAN-OK-FLAG
004860                END-SEARCH
004870            END-IF.
004880       ******************************************************************
004890       * AUDIT LINES FOR APPLIED AND REJECTED TRANSACTIONS.
004900       ******************************************************************
004910        26000-APPLIED-PARA.
004920            MOVE "APPLIED  -"              TO WS-AU-VERDICT.
004930            PERFORM 26500-AUDIT-LINE-PARA.
004940        26500-AUDIT-LINE-PARA.
004950            MOVE BT-ACTION                 TO WS-AU-ACTION.
004960            MOVE BT-EMP-NO                 TO WS-AU-EMP-NO.
004970            MOVE BT-PLAN-CODE              TO WS-AU-PLAN-CODE.
004980            MOVE BT-TIER                   TO WS-AU-TIER.
004990            MOVE BT-EFF-DATE               TO WS-AU-EFF-DATE.
005000            MOVE WS-AUDIT-OUT              TO AS-AUDIT-REC.
005010            WRITE AS-AUDIT-REC.
005020        27000-REJECT-PARA.
005030            MOVE "REJECTED -"              TO WS-AU-VERDICT.
005040            PERFORM 26500-AUDIT-LINE-PARA.
005050            ADD 1                          TO WS-REJECT-COUNT.
005060       ******************************************************************
005070       * A WRITE OR REWRITE FAILURE ON BENELECT GOES THROUGH SPGMABND.
005080       ******************************************************************
005090        28000-ELECT-IO-ERROR-PARA.
005100            DISPLAY "BENELECT UPDATE ERROR - STATUS " WS-ELECT-FS
005110                " - EMP NO " BT-EMP-NO " PLAN " BT-PLAN-CODE.
005120            MOVE "CEXM1073"                TO LK-PGM-ID.
005130            MOVE "BENELECT"                TO LK-FILE-ID.
005140            MOVE WS-ELECT-FS               TO LK-FILE-STATUS.
005150            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
005160            IF  LK-ABEND-YES
005170                MOVE 16                    TO RETURN-CODE
005180                MOVE "YES"                 TO WS-ERROR-FLAG
005190            END-IF.
005200       ******************************************************************
005210       * DISPLAY COUNTS AND CLOSE THE FILES.
005220       ******************************************************************
005230        30000-CLOSE-PARA.
005240            DISPLAY "ENROLLMENTS APPLIED  : " WS-ENROLL-COUNT.
005250            DISPLAY "CHANGES APPLIED      : " WS-CHANGE-COUNT.
005260            DISPLAY "TERMINATIONS APPLIED : " WS-TERM-COUNT.
005270            DISPLAY "TRANS REJECTED       : " WS-REJECT-COUNT.
005280            DISPLAY "AUTH REFUSALS        : " WS-AUTH-REJ-COUNT.
005290            CLOSE TRAN-FILE.
005300            CLOSE PLAN-FILE.
005310            CLOSE ELECT-FILE.
005320            CLOSE EMP-MASTER.
005330            CLOSE AUDIT-FILE.
