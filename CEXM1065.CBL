000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1065.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: COLLECTION AGENCY RETURN POSTING, COMPANION TO
000060       *  CEXM1064. READS THE AGENCY'S MONTHLY AGYRETN FILE IN CEXM938'S
000070       *  H/D/T ENVELOPE - ONE DETAIL PER ACCOUNT EVENT:
000080       *    P  MONEY COLLECTED - APPENDED TO PAYIN AS H/D BATCHES
000090       *       (TENDER A, PAYMENT DATE THE AGENCY'S DATE, BATCH NUMBERS
000100       *       9501 UP, NO MORE THAN 500 DETAILS A BATCH) SO IT POSTS
000110       *       THROUGH CEXM996 AND CEXM934 LIKE ANY OTHER RECEIPT
000120       *    F  AGENCY FEE - WRITTEN OFF THE BILLED AMOUNT AND JOURNALED
000130       *       TO RECVTRAN AS TYPE G (CREDIT), AGENCY FEE WRITE-OFF
000140       *    R  RECALLED BY US     } THE ACCOUNT IS UN-FLAGGED AND DROPS
000150       *    X  CLOSED BY AGENCY   } BACK TO THE NORMAL AGING CYCLE
000160       *  THE WHOLE FILE IS PROVED FIRST - HEADER, TRAILER COUNT AND
000170       *  TRAILER TOTAL (CENTS) - AND ITS FILE SEQUENCE NUMBER MUST BE
000180       *  HIGHER THAN THE LAST ONE POSTED (AGYRSEQ). A FILE THAT DOES
000190       *  NOT PROVE IS REFUSED WHOLE (RETURN CODE 16). EVERY EVENT MUST
000200       *  BE FOR A PLACED ACCOUNT; ANY DETAIL THAT CANNOT BE POSTED IS
000210       *  LISTED ON AGYRPT AND LEAVES RETURN CODE 4.
000220       * AGYRETN : JEBA02.EMY.COBOL.AGYRETN
000230       * AGYRSEQ : JEBA02.EMY.COBOL.AGYRSEQ (ONE CONTROL RECORD)
000240       * RECVFILE: JEBA02.EMY.COBOL.RECVFILE (INDEXED ON ENROLL NO)
000250       * RECVTRAN: JEBA02.EMY.COBOL.RECVTRAN
000260       * PAYIN   : JEBA02.EMY.COBOL.PAYIN
000270       * AGYRPT  : JEBA02.EMY.COBOL.AGYRPT
000280       * ----------------------------------------------------------------
000290       * PRJ NO    NAME     DATE          MAINT DESC.
000300       * ----------------------------------------------------------------
000310       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000320       ******************************************************************
000330        ENVIRONMENT DIVISION.
000340        INPUT-OUTPUT SECTION.
000350        FILE-CONTROL.
000360            SELECT RETN-FILE
000370                ASSIGN TO AGYRETN
000380                ORGANIZATION IS SEQUENTIAL
000390                ACCESS MODE IS SEQUENTIAL
000400                FILE STATUS IS WS-RETN-FS.
000410            SELECT AGYRSEQ-FILE
000420                ASSIGN TO AGYRSEQ
000430                ORGANIZATION IS SEQUENTIAL
000440                ACCESS MODE IS SEQUENTIAL
000450                FILE STATUS IS WS-AGYRSEQ-FS.
000460            SELECT RECV-FILE
000470                ASSIGN TO RECVFILE
000480                ORGANIZATION IS INDEXED
000490                ACCESS MODE IS RANDOM
000500                RECORD KEY IS RV-ENROLL-NO
000510                FILE STATUS IS WS-RECV-FS.
000520            SELECT TRAN-FILE
000530                ASSIGN TO RECVTRAN
000540                ORGANIZATION IS SEQUENTIAL
000550                ACCESS MODE IS SEQUENTIAL
000560                FILE STATUS IS WS-TRAN-FS.
000570            SELECT PAY-IN-FILE
000580                ASSIGN TO PAYIN
000590                ORGANIZATION IS SEQUENTIAL
000600                ACCESS MODE IS SEQUENTIAL
000610                FILE STATUS IS WS-PAY-IN-FS.
000620            SELECT REPORT-FILE
000630                ASSIGN TO AGYRPT
000640                ORGANIZATION IS SEQUENTIAL
000650                ACCESS MODE IS SEQUENTIAL
000660                FILE STATUS IS WS-REPORT-FS.
000670        DATA DIVISION.
000680        FILE SECTION.
000690        FD  RETN-FILE.
000700        01  AR-RETN-REC.
000710            05  AR-REC-TYPE               PIC X(01).
000720            05  AR-ENROLL-NO              PIC X(06).
000730            05  AR-ENROLL-NO-N REDEFINES AR-ENROLL-NO
000740                                          PIC 9(06).
000750            05  AR-ACTION                 PIC X(01).
000760            05  AR-ACTION-DATE            PIC X(08).
000770            05  AR-AMOUNT                 PIC X(09).
000780            05  AR-AMOUNT-N REDEFINES AR-AMOUNT
000790                                          PIC 9(07)V9(02).
000800            05  AR-AGENCY-REF             PIC X(12).
000810            05  FILLER                    PIC X(53).
000820        01  AR-HEADER-R REDEFINES AR-RETN-REC.
000830            05  FILLER                    PIC X(01).
000840            05  AR-H-SENDER-ID            PIC X(08).
000850            05  AR-H-BUS-DATE             PIC X(08).
000860            05  AR-H-FILE-SEQ             PIC X(06).
000870            05  AR-H-FILE-SEQ-N REDEFINES AR-H-FILE-SEQ
000880                                          PIC 9(06).
000890            05  FILLER                    PIC X(67).
000900        01  AR-TRAILER-R REDEFINES AR-RETN-REC.
000910            05  FILLER                    PIC X(01).
000920            05  AR-T-COUNT                PIC X(06).
000930            05  AR-T-COUNT-N REDEFINES AR-T-COUNT
000940                                          PIC 9(06).
000950            05  AR-T-TOTAL                PIC X(12).
000960            05  AR-T-TOTAL-N REDEFINES AR-T-TOTAL
000970                                          PIC 9(12).
000980            05  FILLER                    PIC X(71).
000990        FD  AGYRSEQ-FILE.
001000        01  AQ-AGYRSEQ-REC.
001010            05  AQ-LAST-FILE-SEQ          PIC 9(06).
001020            05  AQ-LAST-POST-DATE         PIC X(08).
001030            05  FILLER                    PIC X(66).
001040        FD  RECV-FILE.
001050        01  RV-RECV-REC.
001060            05  RV-ENROLL-NO              PIC 9(06).
001070            05  RV-INVOICE-NO             PIC 9(06).
001080            05  RV-INVOICE-DATE           PIC X(08).
001090            05  RV-BILLED-AMT             PIC 9(07)V9(02).
001100            05  RV-PAID-AMT               PIC 9(07)V9(02).
001110            05  RV-STATUS                 PIC X(01).
001120            05  RV-PLAN-FLAG              PIC X(01).
001130            05  RV-LATE-FEE-AMT           PIC 9(05)V9(02).
001140            05  RV-COLL-FLAG              PIC X(01).
001150            05  RV-COLL-DATE              PIC X(08).
001160            05  FILLER                    PIC X(24).
001170        FD  TRAN-FILE.
001180        01  RT-TRAN-REC.
001190            05  RT-ENROLL-NO              PIC 9(06).
001200            05  RT-TRAN-DATE              PIC 9(08).
001210            05  RT-TRAN-TYPE              PIC X(01).
001220            05  RT-AMOUNT                 PIC 9(07)V9(02).
001230            05  RT-DRCR                   PIC X(01).
001240            05  RT-DESC                   PIC X(20).
001250            05  FILLER                    PIC X(35).
001260        FD  PAY-IN-FILE.
001270        01  PI-PAY-REC.
001280            05  PI-REC-TYPE               PIC X(01).
001290            05  PI-HDR-DATA.
001300                10  PI-BATCH-NO           PIC 9(04).
001310                10  PI-EXP-COUNT          PIC 9(05).
001320                10  PI-EXP-AMOUNT         PIC 9(09)V9(02).
001330                10  PI-HDR-TENDER         PIC X(01).
001340                10  FILLER                PIC X(58).
001350            05  PI-DTL-DATA REDEFINES PI-HDR-DATA.
001360                10  PI-ENROLL-NO          PIC 9(06).
001370                10  PI-PAY-DATE           PIC X(08).
001380                10  PI-PAY-AMOUNT         PIC 9(07)V9(02).
001390                10  PI-TENDER-CODE        PIC X(01).
001400                10  FILLER                PIC X(55).
001410        FD  REPORT-FILE.
001420        01  RS-REPORT-REC                 PIC X(80).
001430        WORKING-STORAGE SECTION.
001440        01  WS-RETN-FS                    PIC X(02).
001450        01  WS-AGYRSEQ-FS                 PIC X(02).
001460        01  WS-RECV-FS                    PIC X(02).
001470        01  WS-TRAN-FS                    PIC X(02).
001480        01  WS-PAY-IN-FS                  PIC X(02).
001490        01  WS-REPORT-FS                  PIC X(02).
001500        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001510        01  WS-RETN-EOF                   PIC X(03) VALUE "NO".
001520        01  WS-CURRENT-DATE-DATA          PIC X(20).
001530       * PASS 1 - THE PROOF.
001540        01  WS-PROOF-FLAG                 PIC X(03) VALUE "YES".
001550        01  WS-PROOF-REASON               PIC X(50) VALUE SPACES.
001560        01  WS-FAIL-TEXT                  PIC X(50) VALUE SPACES.
001570        01  WS-PROOF-REC-NO               PIC 9(06) VALUE 0.
001580        01  WS-HEADER-COUNT               PIC 9(04) VALUE 0.
001590        01  WS-TRAILER-COUNT              PIC 9(04) VALUE 0.
001600        01  WS-PF-DETAILS                 PIC 9(06) VALUE 0.
001610        01  WS-PF-AMOUNT                  PIC 9(09)V9(02) VALUE 0.
001620        01  WS-PF-CENTS                   PIC 9(12) VALUE 0.
001630        01  WS-LAST-FILE-SEQ              PIC 9(06) VALUE 0.
001640        01  WS-FILE-SEQ                   PIC 9(06) VALUE 0.
001650        01  WS-SENDER-ID                  PIC X(08) VALUE SPACES.
001660        01  WS-BUS-DATE                   PIC X(08) VALUE SPACES.
001670       * PASS 2 - THE POSTING.
001680        01  WS-REJECT-REASON              PIC X(30).
001690        01  WS-OPEN-AMT                   PIC 9(07)V9(02).
001700        01  WS-PAYIN-BATCH-NO             PIC 9(04) VALUE 9500.
001710        01  WS-DTL-COUNT                  PIC 9(05) VALUE 0.
001720        01  WS-DTL-AMOUNT                 PIC 9(09)V9(02) VALUE 0.
001730        01  WS-DTL-TABLE.
001740            05  WS-DT-ENTRY               OCCURS 500 TIMES.
001750                10  WS-DT-ENROLL-NO       PIC 9(06).
001760                10  WS-DT-PAY-DATE        PIC X(08).
001770                10  WS-DT-PAY-AMOUNT      PIC 9(07)V9(02).
001780        01  WS-DTL-SUB                    PIC 9(05).
001790        01  WS-DETAIL-COUNT               PIC 9(06) VALUE 0.
001800        01  WS-COLLECT-COUNT              PIC 9(06) VALUE 0.
001810        01  WS-COLLECT-AMOUNT             PIC 9(09)V9(02) VALUE 0.
001820        01  WS-FEE-COUNT                  PIC 9(06) VALUE 0.
001830        01  WS-FEE-AMOUNT                 PIC 9(09)V9(02) VALUE 0.
001840        01  WS-RECALL-COUNT               PIC 9(06) VALUE 0.
001850        01  WS-CLOSED-COUNT               PIC 9(06) VALUE 0.
001860        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001870        01  WS-PAYIN-BATCHES              PIC 9(04) VALUE 0.
001880        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001890        01  WS-RPT-TITLE.
001900            05 FILLER                     PIC X(30)
001910               VALUE "COLLECTION AGENCY RETURN FROM ".
001920            05 WS-RT-SENDER-ID            PIC X(08).
001930            05 FILLER                     PIC X(07) VALUE "  DATE ".
001940            05 WS-RT-BUS-DATE             PIC X(08).
001950            05 FILLER                     PIC X(10) VALUE "  FILE SEQ".
001960            05 FILLER                     PIC X(01) VALUE SPACE.
001970            05 WS-RT-FILE-SEQ             PIC 9(06).
001980            05 FILLER                     PIC X(10) VALUE SPACES.
001990        01  WS-PROOF-LINE.
002000            05 FILLER                     PIC X(18)
002010               VALUE "TRAILER  COUNT    ".
002020            05 WS-PL-T-COUNT              PIC ZZZ,ZZ9.
002030            05 FILLER                     PIC X(09) VALUE "  TOTAL  ".
002040            05 WS-PL-T-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
002050            05 FILLER                     PIC X(10) VALUE "  READ    ".
002060            05 WS-PL-COUNT                PIC ZZZ,ZZ9.
002070            05 FILLER                     PIC X(01) VALUE SPACE.
002080            05 WS-PL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
002090        01  WS-EVENT-LINE.
002100            05 WS-EL-VERB                 PIC X(10).
002110            05 WS-EL-ENROLL-NO            PIC X(06).
002120            05 FILLER                     PIC X(01) VALUE SPACE.
002130            05 WS-EL-DATE                 PIC X(08).
002140            05 FILLER                     PIC X(01) VALUE SPACE.
002150            05 WS-EL-AMOUNT               PIC ZZZ,ZZ9.99.
002160            05 FILLER                     PIC X(01) VALUE SPACE.
002170            05 WS-EL-REF                  PIC X(12).
002180            05 FILLER                     PIC X(01) VALUE SPACE.
002190            05 WS-EL-TEXT                 PIC X(30).
002200        01  WS-TOTAL-LINE.
002210            05 WS-TT-LABEL                PIC X(30).
002220            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
002230            05 FILLER                     PIC X(02) VALUE SPACES.
002240            05 WS-TT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
002250            05 FILLER                     PIC X(27) VALUE SPACES.
002260        COPY SPGMABNL.
002270        PROCEDURE DIVISION.
002280       ******************************************************************
002290       * MAIN PROGRAM FLOW - PROVE THE WHOLE FILE, THEN POST IT ONLY IF
002300       * IT PROVES.
002310       ******************************************************************
002320        00000-MAIN-PARA.
002330            PERFORM 10000-INITIALIZE-PARA.
002340            IF  WS-ERROR-FLAG              NOT = "YES"
002350                PERFORM 12000-PROVE-PARA
002360                    UNTIL WS-RETN-EOF      = "YES"
002370                PERFORM 13000-PROVE-END-PARA
002380                PERFORM 15000-PRINT-PROOF-PARA
002390                IF  WS-PROOF-FLAG          = "YES"
002400                    PERFORM 16000-OPEN-OUTPUT-PARA
002410                ELSE
002420                    MOVE 16                TO RETURN-CODE
002430                END-IF
002440            END-IF.
002450            IF  WS-ERROR-FLAG              NOT = "YES"
002460                AND WS-PROOF-FLAG          = "YES"
002470                PERFORM 20000-POST-PARA
002480                    UNTIL WS-ERROR-FLAG    = "YES"
002490                    OR    WS-RETN-EOF      = "YES"
002500                IF  WS-ERROR-FLAG          NOT = "YES"
002510                    PERFORM 24000-WRITE-BATCH-PARA
002520                    PERFORM 26000-UPDATE-AGYRSEQ-PARA
002530                    PERFORM 28000-TOTALS-PARA
002540                END-IF
002550            END-IF.
002560            PERFORM 30000-CLOSE-PARA.
002570            STOP RUN.
002580       ******************************************************************
002590       * OPEN THE AGENCY FILE AND THE REPORT, AND TAKE THE LAST FILE
002600       * SEQUENCE NUMBER POSTED FROM AGYRSEQ (NONE ON FIRST USE).
002610       ******************************************************************
002620        10000-INITIALIZE-PARA.
002630            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002640            OPEN INPUT RETN-FILE.
002650            IF WS-RETN-FS                  NOT = "00"
002660               DISPLAY "AGYRETN ACCESS ERROR."
002670               MOVE "CEXM1065"             TO LK-PGM-ID
002680               MOVE "AGYRETN"              TO LK-FILE-ID
002690               MOVE WS-RETN-FS             TO LK-FILE-STATUS
002700               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002710               IF  LK-ABEND-YES
002720                   MOVE 16                 TO RETURN-CODE
002730                   MOVE "YES"              TO WS-ERROR-FLAG
002740               END-IF
002750            END-IF.
002760            OPEN INPUT AGYRSEQ-FILE.
002770            IF WS-AGYRSEQ-FS               = "35"
002780               DISPLAY "AGYRSEQ NOT FOUND - FIRST AGENCY FILE."
002790            ELSE
002800               IF WS-AGYRSEQ-FS            NOT = "00"
002810                  DISPLAY "AGYRSEQ ACCESS ERROR."
002820                  MOVE "CEXM1065"          TO LK-PGM-ID
002830                  MOVE "AGYRSEQ"           TO LK-FILE-ID
002840                  MOVE WS-AGYRSEQ-FS       TO LK-FILE-STATUS
002850                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002860                  IF  LK-ABEND-YES
002870                      MOVE 16              TO RETURN-CODE
002880                      MOVE "YES"           TO WS-ERROR-FLAG
002890                  END-IF
002900               ELSE
002910                  READ AGYRSEQ-FILE
002920                  AT END
002930                      MOVE 0               TO WS-LAST-FILE-SEQ
002940                  NOT AT END
002950                      IF  AQ-LAST-FILE-SEQ IS NUMERIC
002960                          MOVE AQ-LAST-FILE-SEQ TO WS-LAST-FILE-SEQ
002970                      ELSE
002980                          DISPLAY "AGYRSEQ CONTROL RECORD NOT NUMERIC"
002990                              " - RUN REFUSED."
003000                          MOVE 16          TO RETURN-CODE
003010                          MOVE "YES"       TO WS-ERROR-FLAG
003020                      END-IF
003030                  END-READ
003040                  CLOSE AGYRSEQ-FILE
003050               END-IF
003060            END-IF.
003070            OPEN OUTPUT REPORT-FILE.
003080            IF WS-REPORT-FS                NOT = "00"
003090               DISPLAY "AGYRPT ACCESS ERROR."
003100               MOVE "CEXM1065"             TO LK-PGM-ID
003110               MOVE "AGYRPT"               TO LK-FILE-ID
003120               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
003130               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003140               IF  LK-ABEND-YES
003150                   MOVE 16                 TO RETURN-CODE
003160                   MOVE "YES"              TO WS-ERROR-FLAG
003170               END-IF
003180            END-IF.
003190       ******************************************************************
003200       * PASS 1 - READ ONE AGENCY RECORD AND PROVE IT. ONLY THE FIRST
003210       * FAILURE IS KEPT.
003220       ******************************************************************
003230        12000-PROVE-PARA.
003240            READ RETN-FILE
003250            AT END
003260                MOVE "YES"                 TO WS-RETN-EOF
003270            NOT AT END
003280                ADD 1                      TO WS-PROOF-REC-NO
003290                EVALUATE TRUE
003300                    WHEN WS-PROOF-REC-NO   = 1
003310                        AND AR-REC-TYPE    NOT = "H"
003320                        MOVE "FIRST RECORD IS NOT THE HEADER"
003330                                           TO WS-FAIL-TEXT
003340                        PERFORM 12900-PROOF-FAIL-PARA
003350                    WHEN WS-TRAILER-COUNT  > 0
003360                        MOVE "RECORDS FOLLOW THE TRAILER"
003370                                           TO WS-FAIL-TEXT
003380                        PERFORM 12900-PROOF-FAIL-PARA
003390                    WHEN AR-REC-TYPE       = "H"
003400                        PERFORM 12100-HEADER-PARA
003410                    WHEN AR-REC-TYPE       = "D"
003420                        ADD 1              TO WS-PF-DETAILS
003430                        IF  AR-AMOUNT      IS NUMERIC
003440                            ADD AR-AMOUNT-N TO WS-PF-AMOUNT
003450                        ELSE
003460                            MOVE "DETAIL AMOUNT NOT NUMERIC"
003470                                           TO WS-FAIL-TEXT
003480                            PERFORM 12900-PROOF-FAIL-PARA
003490                        END-IF
003500                    WHEN AR-REC-TYPE       = "T"
003510                        PERFORM 12500-TRAILER-PARA
003520                    WHEN OTHER
003530                        MOVE "UNKNOWN RECORD TYPE " TO WS-FAIL-TEXT
003540                        MOVE AR-REC-TYPE   TO WS-FAIL-TEXT(21:1)
003550                        PERFORM 12900-PROOF-FAIL-PARA
003560                END-EVALUATE
003570            END-READ.
003580        12100-HEADER-PARA.
003590            ADD 1                          TO WS-HEADER-COUNT.
003600            EVALUATE TRUE
003610                WHEN WS-HEADER-COUNT       > 1
003620                    MOVE "MORE THAN ONE HEADER" TO WS-FAIL-TEXT
003630                    PERFORM 12900-PROOF-FAIL-PARA
003640                WHEN AR-H-FILE-SEQ         NOT NUMERIC
003650                    MOVE "HEADER FILE SEQ NOT NUMERIC" TO WS-FAIL-TEXT
003660                    PERFORM 12900-PROOF-FAIL-PARA
003670                WHEN OTHER
003680                    MOVE AR-H-SENDER-ID    TO WS-SENDER-ID
003690                    MOVE AR-H-BUS-DATE     TO WS-BUS-DATE
003700                    MOVE AR-H-FILE-SEQ-N   TO WS-FILE-SEQ
003710                    IF  WS-FILE-SEQ        NOT > WS-LAST-FILE-SEQ
003720                        STRING "FILE SEQ " WS-FILE-SEQ
003730                               " ALREADY POSTED (LAST "
003740                               WS-LAST-FILE-SEQ ")"
003750                                           DELIMITED BY SIZE
003760                          INTO WS-FAIL-TEXT
003770                        END-STRING
003780                        PERFORM 12900-PROOF-FAIL-PARA
003790                    END-IF
003800            END-EVALUATE.
003810        12500-TRAILER-PARA.
003820            ADD 1                          TO WS-TRAILER-COUNT.
003830            COMPUTE WS-PF-CENTS = WS-PF-AMOUNT * 100.
003840            EVALUATE TRUE
003850                WHEN AR-T-COUNT            NOT NUMERIC
003860                    OR AR-T-TOTAL          NOT NUMERIC
003870                    MOVE "TRAILER CONTROLS NOT NUMERIC" TO WS-FAIL-TEXT
003880                    PERFORM 12900-PROOF-FAIL-PARA
003890                WHEN AR-T-COUNT-N          NOT = WS-PF-DETAILS
003900                    MOVE "TRAILER COUNT DOES NOT AGREE WITH DETAILS"
003910                                           TO WS-FAIL-TEXT
003920                    PERFORM 12900-PROOF-FAIL-PARA
003930                WHEN AR-T-TOTAL-N          NOT = WS-PF-CENTS
003940                    MOVE "TRAILER TOTAL DOES NOT AGREE WITH DETAILS"
003950                                           TO WS-FAIL-TEXT
003960                    PERFORM 12900-PROOF-FAIL-PARA
003970                WHEN OTHER
003980                    CONTINUE
003990            END-EVALUATE.
004000       ******************************************************************
004010       * RECORD THE FIRST PROOF FAILURE ONLY.
004020       ******************************************************************
004030        12900-PROOF-FAIL-PARA.
004040            IF  WS-PROOF-FLAG              = "YES"
004050                MOVE "NO"                  TO WS-PROOF-FLAG
004060                MOVE WS-FAIL-TEXT          TO WS-PROOF-REASON
004070                DISPLAY "AGYRETN REFUSED - RECORD " WS-PROOF-REC-NO
004080                    " - " WS-PROOF-REASON
004090            END-IF.
004100            MOVE SPACES                    TO WS-FAIL-TEXT.
004110       ******************************************************************
004120       * AT END OF PASS 1 THE FILE MUST HAVE HAD ITS HEADER AND
004130       * TRAILER. A FILE THAT PROVED IS REOPENED FOR PASS 2.
004140       ******************************************************************
004150        13000-PROVE-END-PARA.
004160            IF  WS-HEADER-COUNT            = 0
004170                OR WS-TRAILER-COUNT        = 0
004180                MOVE "HEADER OR TRAILER MISSING" TO WS-FAIL-TEXT
004190                PERFORM 12900-PROOF-FAIL-PARA
004200            END-IF.
004210            CLOSE RETN-FILE.
004220            MOVE "NO"                      TO WS-RETN-EOF.
004230            IF  WS-PROOF-FLAG              = "YES"
004240                OPEN INPUT RETN-FILE
004250                IF WS-RETN-FS              NOT = "00"
004260                   DISPLAY "AGYRETN ACCESS ERROR."
004270                   MOVE "CEXM1065"         TO LK-PGM-ID
004280                   MOVE "AGYRETN"          TO LK-FILE-ID
004290                   MOVE WS-RETN-FS         TO LK-FILE-STATUS
004300                   CALL 'SPGMABND'         USING LK-ABEND-PARMS
004310                   IF  LK-ABEND-YES
004320                       MOVE 16             TO RETURN-CODE
004330                       MOVE "YES"          TO WS-ERROR-FLAG
004340                   END-IF
004350                END-IF
004360            ELSE
004370                MOVE "YES"                 TO WS-RETN-EOF
004380            END-IF.
004390       ******************************************************************
004400       * PRINT WHICH AGENCY FILE THIS IS AND HOW IT PROVED.
004410       ******************************************************************
004420        15000-PRINT-PROOF-PARA.
004430            MOVE WS-SENDER-ID              TO WS-RT-SENDER-ID.
004440            MOVE WS-BUS-DATE               TO WS-RT-BUS-DATE.
004450            MOVE WS-FILE-SEQ               TO WS-RT-FILE-SEQ.
004460            MOVE WS-HEADER1                TO RS-REPORT-REC.
004470            WRITE RS-REPORT-REC.
004480            MOVE WS-RPT-TITLE              TO RS-REPORT-REC.
004490            WRITE RS-REPORT-REC.
004500            MOVE WS-HEADER1                TO RS-REPORT-REC.
004510            WRITE RS-REPORT-REC.
004520            IF  WS-TRAILER-COUNT           > 0
004530                AND AR-T-COUNT             IS NUMERIC
004540                AND AR-T-TOTAL             IS NUMERIC
004550                MOVE AR-T-COUNT-N          TO WS-PL-T-COUNT
004560                COMPUTE WS-PL-T-TOTAL = AR-T-TOTAL-N / 100
004570            ELSE
004580                MOVE 0                     TO WS-PL-T-COUNT
004590                MOVE 0                     TO WS-PL-T-TOTAL
004600            END-IF.
004610            MOVE WS-PF-DETAILS             TO WS-PL-COUNT.
004620            MOVE WS-PF-AMOUNT              TO WS-PL-AMOUNT.
004630            MOVE WS-PROOF-LINE             TO RS-REPORT-REC.
004640            WRITE RS-REPORT-REC.
004650            IF  WS-PROOF-FLAG              = "YES"
004660                MOVE "FILE PROVED - POSTING" TO RS-REPORT-REC
004670            ELSE
004680                MOVE SPACES                TO RS-REPORT-REC
004690                STRING "*** FILE REFUSED - "
004700                                           DELIMITED BY SIZE
004710                       WS-PROOF-REASON     DELIMITED BY SIZE
004720                  INTO RS-REPORT-REC
004730                END-STRING
004740            END-IF.
004750            WRITE RS-REPORT-REC.
004760            MOVE WS-HEADER1                TO RS-REPORT-REC.
004770            WRITE RS-REPORT-REC.
004780       ******************************************************************
004790       * OPEN THE FILES THE POSTING UPDATES. PAYIN AND RECVTRAN ARE
004800       * APPENDED TO.
004810       ******************************************************************
004820        16000-OPEN-OUTPUT-PARA.
004830            OPEN I-O RECV-FILE.
004840            IF WS-RECV-FS                  NOT = "00"
004850               DISPLAY "RECVFILE ACCESS ERROR."
004860               MOVE "CEXM1065"             TO LK-PGM-ID
004870               MOVE "RECVFILE"             TO LK-FILE-ID
004880               MOVE WS-RECV-FS             TO LK-FILE-STATUS
004890               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004900               IF  LK-ABEND-YES
004910                   MOVE 16                 TO RETURN-CODE
004920                   MOVE "YES"              TO WS-ERROR-FLAG
004930               END-IF
004940            END-IF.
004950            OPEN EXTEND TRAN-FILE.
004960            IF WS-TRAN-FS = "05" OR WS-TRAN-FS = "35"
004970               CLOSE TRAN-FILE
004980               OPEN OUTPUT TRAN-FILE
004990            END-IF.
005000            IF WS-TRAN-FS                  NOT = "00"
005010               DISPLAY "RECVTRAN ACCESS ERROR."
005020               MOVE "CEXM1065"             TO LK-PGM-ID
005030               MOVE "RECVTRAN"             TO LK-FILE-ID
005040               MOVE WS-TRAN-FS             TO LK-FILE-STATUS
005050               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005060               IF  LK-ABEND-YES
005070                   MOVE 16                 TO RETURN-CODE
005080                   MOVE "YES"              TO WS-ERROR-FLAG
005090               END-IF
005100            END-IF.
005110            OPEN EXTEND PAY-IN-FILE.
005120            IF WS-PAY-IN-FS = "05" OR WS-PAY-IN-FS = "35"
005130               CLOSE PAY-IN-FILE
005140               OPEN OUTPUT PAY-IN-FILE
005150            END-IF.
005160            IF WS-PAY-IN-FS                NOT = "00"
005170               DISPLAY "PAYIN ACCESS ERROR."
005180               MOVE "CEXM1065"             TO LK-PGM-ID
005190               MOVE "PAYIN"                TO LK-FILE-ID
005200               MOVE WS-PAY-IN-FS           TO LK-FILE-STATUS
005210               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005220               IF  LK-ABEND-YES
005230                   MOVE 16                 TO RETURN-CODE
005240                   MOVE "YES"              TO WS-ERROR-FLAG
005250               END-IF
005260            END-IF.
005270       ******************************************************************
005280       * PASS 2 - READ ONE AGENCY RECORD AND POST ITS DETAIL. EVERY
005290       * EVENT MUST BE FOR AN ACCOUNT STILL PLACED WITH THE AGENCY.
005300       ******************************************************************
005310        20000-POST-PARA.
005320            READ RETN-FILE
005330            AT END
005340                MOVE "YES"                 TO WS-RETN-EOF
005350            NOT AT END
005360                IF  AR-REC-TYPE            = "D"
005370                    ADD 1                  TO WS-DETAIL-COUNT
005380                    MOVE SPACES            TO WS-REJECT-REASON
005390                    PERFORM 20500-EDIT-DETAIL-PARA
005400                    IF  WS-REJECT-REASON   = SPACES
005410                        EVALUATE AR-ACTION
005420                            WHEN "P"
005430                                PERFORM 21000-COLLECTED-PARA
005440                            WHEN "F"
005450                                PERFORM 22000-FEE-PARA
005460                            WHEN OTHER
005470                                PERFORM 23000-RECALL-PARA
005480                        END-EVALUATE
005490                    END-IF
005500                    IF  WS-REJECT-REASON   NOT = SPACES
005510                        PERFORM 27000-REJECT-PARA
005520                    END-IF
005530                END-IF
005540            END-READ.
005550        20500-EDIT-DETAIL-PARA.
005560            EVALUATE TRUE
005570                WHEN AR-ENROLL-NO          NOT NUMERIC
005580                    MOVE "ENROLL NO NOT NUMERIC" TO WS-REJECT-REASON
005590                WHEN AR-ACTION             NOT = "P"
005600                    AND AR-ACTION          NOT = "F"
005610                    AND AR-ACTION          NOT = "R"
005620                    AND AR-ACTION          NOT = "X"
005630                    MOVE "ACTION NOT P, F, R OR X" TO WS-REJECT-REASON
005640                WHEN (AR-ACTION = "P" OR AR-ACTION = "F")
005650                    AND AR-AMOUNT-N        = 0
005660                    MOVE "ZERO AMOUNT"     TO WS-REJECT-REASON
005670                WHEN AR-ACTION             = "P"
005680                    AND AR-ACTION-DATE     NOT NUMERIC
005690                    MOVE "COLLECTION DATE NOT NUMERIC"
005700                                           TO WS-REJECT-REASON
005710                WHEN OTHER
005720                    MOVE AR-ENROLL-NO-N    TO RV-ENROLL-NO
005730                    READ RECV-FILE
005740                        INVALID KEY
005750                            MOVE "NO RECEIVABLE FOR ENROLL NO"
005760                                           TO WS-REJECT-REASON
005770                        NOT INVALID KEY
005780                            IF  RV-COLL-FLAG NOT = "P"
005790                                MOVE "ACCOUNT NOT PLACED WITH AGENCY"
005800                                           TO WS-REJECT-REASON
005810                            END-IF
005820                    END-READ
005830            END-EVALUATE.
005840       ******************************************************************
005850       * MONEY COLLECTED - BUFFERED FOR THE PAYIN BATCH. A FULL BATCH IS
005860       * WRITTEN AND A NEW ONE STARTED.
005870       ******************************************************************
005880        21000-COLLECTED-PARA.
005890            IF  WS-DTL-COUNT               = 500
005900                PERFORM 24000-WRITE-BATCH-PARA
005910            END-IF.
005920            ADD 1                          TO WS-DTL-COUNT.
005930            MOVE AR-ENROLL-NO-N
005940                TO WS-DT-ENROLL-NO(WS-DTL-COUNT).
005950            MOVE AR-ACTION-DATE
005960                TO WS-DT-PAY-DATE(WS-DTL-COUNT).
005970            MOVE AR-AMOUNT-N
005980                TO WS-DT-PAY-AMOUNT(WS-DTL-COUNT).
005990            ADD AR-AMOUNT-N                TO WS-DTL-AMOUNT.
006000            ADD 1                          TO WS-COLLECT-COUNT.
006010            ADD AR-AMOUNT-N                TO WS-COLLECT-AMOUNT.
006020            MOVE "COLLECTED"               TO WS-EL-VERB.
006030            MOVE "TO PAYIN"                TO WS-EL-TEXT.
006040            PERFORM 25000-EVENT-LINE-PARA.
006050       ******************************************************************
006060       * AGENCY FEE - WRITTEN OFF THE BILLED AMOUNT (CEXM993 WAIVER
006070       * STYLE) AND JOURNALED AS A TYPE G CREDIT. A FEE OVER THE OPEN
006080       * BALANCE IS REJECTED.
006090       ******************************************************************
006100        22000-FEE-PARA.
006110            IF  RV-BILLED-AMT              > RV-PAID-AMT
006120                COMPUTE WS-OPEN-AMT = RV-BILLED-AMT - RV-PAID-AMT
006130            ELSE
006140                MOVE 0                     TO WS-OPEN-AMT
006150            END-IF.
006160            IF  AR-AMOUNT-N                > WS-OPEN-AMT
006170                MOVE "FEE EXCEEDS OPEN BALANCE" TO WS-REJECT-REASON
006180            ELSE
006190                SUBTRACT AR-AMOUNT-N       FROM RV-BILLED-AMT
006200                IF  RV-PAID-AMT            >= RV-BILLED-AMT
006210                    MOVE "C"               TO RV-STATUS
006220                END-IF
006230                PERFORM 29000-REWRITE-RECV-PARA
006240                IF  WS-ERROR-FLAG          NOT = "YES"
006250                    MOVE SPACES            TO RT-TRAN-REC
006260                    MOVE RV-ENROLL-NO      TO RT-ENROLL-NO
006270                    MOVE WS-CURRENT-DATE-DATA(1:8) TO RT-TRAN-DATE
006280                    MOVE "G"               TO RT-TRAN-TYPE
006290                    MOVE AR-AMOUNT-N       TO RT-AMOUNT
006300                    MOVE "C"               TO RT-DRCR
006310                    MOVE "AGENCY FEE WRITE-OFF" TO RT-DESC
006320                    WRITE RT-TRAN-REC
006330                    ADD 1                  TO WS-FEE-COUNT
006340                    ADD AR-AMOUNT-N        TO WS-FEE-AMOUNT
006350                    MOVE "AGENCY FEE"      TO WS-EL-VERB
006360                    MOVE "WRITTEN OFF - TYPE G" TO WS-EL-TEXT
006370                    PERFORM 25000-EVENT-LINE-PARA
006380                END-IF
006390            END-IF.
006400       ******************************************************************
006410       * RECALLED OR CLOSED - THE ACCOUNT IS UN-FLAGGED.
006420       ******************************************************************
006430        23000-RECALL-PARA.
006440            MOVE SPACE                     TO RV-COLL-FLAG.
006450            MOVE SPACES                    TO RV-COLL-DATE.
006460            PERFORM 29000-REWRITE-RECV-PARA.
006470            IF  WS-ERROR-FLAG              NOT = "YES"
006480                IF  AR-ACTION              = "R"
006490                    ADD 1                  TO WS-RECALL-COUNT
006500                    MOVE "RECALLED"        TO WS-EL-VERB
006510                ELSE
006520                    ADD 1                  TO WS-CLOSED-COUNT
006530                    MOVE "CLOSED"          TO WS-EL-VERB
006540                END-IF
006550                MOVE "PLACEMENT FLAG CLEARED" TO WS-EL-TEXT
006560                PERFORM 25000-EVENT-LINE-PARA
006570            END-IF.
006580       ******************************************************************
006590       * WRITE THE BUFFERED COLLECTIONS AS ONE PAYIN H/D BATCH.
006600       ******************************************************************
006610        24000-WRITE-BATCH-PARA.
006620            IF  WS-DTL-COUNT               > 0
006630                ADD 1                      TO WS-PAYIN-BATCH-NO
006640                ADD 1                      TO WS-PAYIN-BATCHES
006650                MOVE SPACES                TO PI-PAY-REC
006660                MOVE "H"                   TO PI-REC-TYPE
006670                MOVE WS-PAYIN-BATCH-NO     TO PI-BATCH-NO
006680                MOVE WS-DTL-COUNT          TO PI-EXP-COUNT
006690                MOVE WS-DTL-AMOUNT         TO PI-EXP-AMOUNT
006700                MOVE "A"                   TO PI-HDR-TENDER
006710                WRITE PI-PAY-REC
006720                PERFORM 24100-WRITE-DETAIL-PARA
006730                    VARYING WS-DTL-SUB FROM 1 BY 1
006740                    UNTIL WS-DTL-SUB       > WS-DTL-COUNT
006750                MOVE 0                     TO WS-DTL-COUNT
006760                MOVE 0                     TO WS-DTL-AMOUNT
006770            END-IF.
006780        24100-WRITE-DETAIL-PARA.
006790            MOVE SPACES                    TO PI-PAY-REC.
006800            MOVE "D"                       TO PI-REC-TYPE.
006810            MOVE WS-DT-ENROLL-NO(WS-DTL-SUB) TO PI-ENROLL-NO.
006820            MOVE WS-DT-PAY-DATE(WS-DTL-SUB) TO PI-PAY-DATE.
006830            MOVE WS-DT-PAY-AMOUNT(WS-DTL-SUB) TO PI-PAY-AMOUNT.
006840            MOVE "A"                       TO PI-TENDER-CODE.
006850            WRITE PI-PAY-REC.
006860       ******************************************************************
006870       * ONE REGISTER LINE PER POSTED EVENT.
006880       ******************************************************************
006890        25000-EVENT-LINE-PARA.
006900            MOVE AR-ENROLL-NO              TO WS-EL-ENROLL-NO.
006910            MOVE AR-ACTION-DATE            TO WS-EL-DATE.
006920            IF  AR-AMOUNT                  IS NUMERIC
006930                MOVE AR-AMOUNT-N           TO WS-EL-AMOUNT
006940            ELSE
006950                MOVE 0                     TO WS-EL-AMOUNT
006960            END-IF.
006970            MOVE AR-AGENCY-REF             TO WS-EL-REF.
006980            MOVE WS-EVENT-LINE             TO RS-REPORT-REC.
006990            WRITE RS-REPORT-REC.
007000       ******************************************************************
007010       * RECORD THE FILE SEQUENCE NUMBER JUST POSTED.
007020       ******************************************************************
007030        26000-UPDATE-AGYRSEQ-PARA.
007040            OPEN OUTPUT AGYRSEQ-FILE.
007050            IF WS-AGYRSEQ-FS               NOT = "00"
007060               DISPLAY "AGYRSEQ REWRITE ERROR - STATUS " WS-AGYRSEQ-FS
007070               MOVE "CEXM1065"             TO LK-PGM-ID
007080               MOVE "AGYRSEQ"              TO LK-FILE-ID
007090               MOVE WS-AGYRSEQ-FS          TO LK-FILE-STATUS
007100               CALL 'SPGMABND'             USING LK-ABEND-PARMS
007110               IF  LK-ABEND-YES
007120                   MOVE 16                 TO RETURN-CODE
007130                   MOVE "YES"              TO WS-ERROR-FLAG
007140               END-IF
007150            ELSE
007160               MOVE SPACES                 TO AQ-AGYRSEQ-REC
007170               MOVE WS-FILE-SEQ            TO AQ-LAST-FILE-SEQ
007180               MOVE WS-CURRENT-DATE-DATA(1:8) TO AQ-LAST-POST-DATE
007190               WRITE AQ-AGYRSEQ-REC
007200               CLOSE AGYRSEQ-FILE
007210            END-IF.
007220       ******************************************************************
007230       * LIST A DETAIL THAT COULD NOT BE POSTED.
007240       ******************************************************************
007250        27000-REJECT-PARA.
007260            ADD 1                          TO WS-REJECT-COUNT.
007270            MOVE "REJECTED"                TO WS-EL-VERB.
007280            MOVE WS-REJECT-REASON          TO WS-EL-TEXT.
007290            PERFORM 25000-EVENT-LINE-PARA.
007300       ******************************************************************
007310       * PRINT THE RUN TOTALS. REJECTED DETAILS LEAVE RETURN CODE 4.
007320       ******************************************************************
007330        28000-TOTALS-PARA.
007340            MOVE WS-HEADER1                TO RS-REPORT-REC.
007350            WRITE RS-REPORT-REC.
007360            MOVE "DETAILS READ"            TO WS-TT-LABEL.
007370            MOVE WS-DETAIL-COUNT           TO WS-TT-COUNT.
007380            MOVE WS-PF-AMOUNT              TO WS-TT-AMOUNT.
007390            PERFORM 28100-TOTAL-LINE-PARA.
007400            MOVE "COLLECTED TO PAYIN"      TO WS-TT-LABEL.
007410            MOVE WS-COLLECT-COUNT          TO WS-TT-COUNT.
007420            MOVE WS-COLLECT-AMOUNT         TO WS-TT-AMOUNT.
007430            PERFORM 28100-TOTAL-LINE-PARA.
007440            MOVE "AGENCY FEES WRITTEN OFF" TO WS-TT-LABEL.
007450            MOVE WS-FEE-COUNT              TO WS-TT-COUNT.
007460            MOVE WS-FEE-AMOUNT             TO WS-TT-AMOUNT.
007470            PERFORM 28100-TOTAL-LINE-PARA.
007480            MOVE "RECALLED"                TO WS-TT-LABEL.
007490            MOVE WS-RECALL-COUNT           TO WS-TT-COUNT.
007500            MOVE 0                         TO WS-TT-AMOUNT.
007510            PERFORM 28100-TOTAL-LINE-PARA.
007520            MOVE "CLOSED BY AGENCY"        TO WS-TT-LABEL.
007530            MOVE WS-CLOSED-COUNT           TO WS-TT-COUNT.
007540            MOVE 0                         TO WS-TT-AMOUNT.
007550            PERFORM 28100-TOTAL-LINE-PARA.
007560            MOVE "REJECTED"                TO WS-TT-LABEL.
007570            MOVE WS-REJECT-COUNT           TO WS-TT-COUNT.
007580            MOVE 0                         TO WS-TT-AMOUNT.
007590            PERFORM 28100-TOTAL-LINE-PARA.
007600            MOVE "PAYIN BATCHES WRITTEN"   TO WS-TT-LABEL.
007610            MOVE WS-PAYIN-BATCHES          TO WS-TT-COUNT.
007620            MOVE 0                         TO WS-TT-AMOUNT.
007630            PERFORM 28100-TOTAL-LINE-PARA.
007640            IF  WS-REJECT-COUNT            > 0
007650                MOVE 4                     TO RETURN-CODE
007660            END-IF.
007670        28100-TOTAL-LINE-PARA.
007680            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
007690            WRITE RS-REPORT-REC.
007700       ******************************************************************
007710       * A REWRITE FAILURE ON RECVFILE IS ROUTED THROUGH THE SHARED
007720       * SPGMABND ABEND CHECK.
007730       ******************************************************************
007740        29000-REWRITE-RECV-PARA.
007750            REWRITE RV-RECV-REC.
007760            IF WS-RECV-FS                  NOT = "00"
007770               DISPLAY "RECVFILE REWRITE ERROR - STATUS " WS-RECV-FS
007780                   " - ENROLL NO " RV-ENROLL-NO
007790               MOVE "CEXM1065"             TO LK-PGM-ID
007800               MOVE "RECVFILE"             TO LK-FILE-ID
007810               MOVE WS-RECV-FS             TO LK-FILE-STATUS
007820               CALL 'SPGMABND'             USING LK-ABEND-PARMS
007830               IF  LK-ABEND-YES
007840                   MOVE 16                 TO RETURN-CODE
007850                   MOVE "YES"              TO WS-ERROR-FLAG
007860               END-IF
007870            END-IF.
007880       ******************************************************************
007890       * DISPLAY COUNTS AND CLOSE THE FILES.
007900       ******************************************************************
007910        30000-CLOSE-PARA.
007920            DISPLAY "DETAILS READ         : " WS-DETAIL-COUNT.
007930            DISPLAY "COLLECTED TO PAYIN   : " WS-COLLECT-COUNT.
007940            DISPLAY "AGENCY FEES          : " WS-FEE-COUNT.
007950            DISPLAY "RECALLED             : " WS-RECALL-COUNT.
007960            DISPLAY "CLOSED BY AGENCY     : " WS-CLOSED-COUNT.
007970            DISPLAY "REJECTED             : " WS-REJECT-COUNT.
007980            IF  WS-PROOF-FLAG              = "YES"
007990                CLOSE RETN-FILE
008000                CLOSE RECV-FILE
008010                CLOSE TRAN-FILE
008020                CLOSE PAY-IN-FILE
008030            END-IF.
008040            CLOSE REPORT-FILE.
