000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1069.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: PAPER-CHECK RECONCILIATION, COMPANION TO
000060       *  CEXM1068. READS THE BANK'S PAIDCHK FILE OF CHECKS PAID, IN
000070       *  CEXM938'S H/D/T ENVELOPE, AND MATCHES EACH PAID CHECK TO ITS
000080       *  CHKMAST ISSUE ENTRY. A CHECK PAID AT THE AMOUNT ISSUED IS
000090       *  MARKED PAID (CLEARED). EVERYTHING ELSE IS AN EXCEPTION ON
000100       *  CHKRECON - A CHECK NUMBER NEVER ISSUED, A CHECK THAT WAS
000110       *  VOIDED, A CHECK PAID A SECOND TIME, OR A PAID AMOUNT THAT
000120       *  DIFFERS FROM THE AMOUNT ISSUED (THAT ONE IS STILL MARKED PAID,
000130       *  WITH THE AMOUNT THE BANK PAID). THE REPORT ENDS WITH EVERY
000140       *  CHECK STILL OUTSTANDING - ISSUED AND NOT YET PAID - AND THE
000150       *  TOTALS. THE WHOLE FILE IS PROVED FIRST - HEADER, TRAILER COUNT
000160       *  AND TRAILER TOTAL (CENTS) - AND A FILE THAT DOES NOT PROVE IS
000170       *  REFUSED WHOLE (RETURN CODE 16). ANY EXCEPTION LEAVES RETURN
000180       *  CODE 4.
000190       * PAIDCHK : JEBA02.EMY.COBOL.PAIDCHK
000200       * CHKMAST : JEBA02.EMY.COBOL.CHKMAST (INDEXED ON CHECK NO)
000210       * CHKRECON: JEBA02.EMY.COBOL.CHKRECON
000220       * ----------------------------------------------------------------
000230       * PRJ NO    NAME     DATE          MAINT DESC.
000240       * ----------------------------------------------------------------
000250       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000260       ******************************************************************
000270        ENVIRONMENT DIVISION.
000280        INPUT-OUTPUT SECTION.
000290        FILE-CONTROL.
000300            SELECT PAID-FILE
000310                ASSIGN TO PAIDCHK
000320                ORGANIZATION IS SEQUENTIAL
000330                ACCESS MODE IS SEQUENTIAL
000340                FILE STATUS IS WS-PAID-FS.
000350            SELECT MAST-FILE
000360                ASSIGN TO CHKMAST
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS DYNAMIC
000390                RECORD KEY IS CM-CHECK-NO
000400                FILE STATUS IS WS-MAST-FS.
000410            SELECT REPORT-FILE
000420                ASSIGN TO CHKRECON
000430                ORGANIZATION IS SEQUENTIAL
000440                ACCESS MODE IS SEQUENTIAL
000450                FILE STATUS IS WS-REPORT-FS.
000460        DATA DIVISION.
000470        FILE SECTION.
000480        FD  PAID-FILE.
000490        01  BP-PAID-REC.
000500            05  BP-REC-TYPE               PIC X(01).
000510            05  BP-CHECK-NO               PIC X(08).
000520            05  BP-CHECK-NO-N REDEFINES BP-CHECK-NO
000530                                          PIC 9(08).
000540            05  BP-AMOUNT                 PIC X(11).
000550            05  BP-AMOUNT-N REDEFINES BP-AMOUNT
000560                                          PIC 9(09)V9(02).
000570            05  BP-PAID-DATE              PIC X(08).
000580            05  FILLER                    PIC X(62).
000590        01  BP-HEADER-R REDEFINES BP-PAID-REC.
000600            05  FILLER                    PIC X(01).
000610            05  BP-H-SENDER-ID            PIC X(08).
000620            05  BP-H-BUS-DATE             PIC X(08).
000630            05  BP-H-FILE-SEQ             PIC X(06).
000640            05  FILLER                    PIC X(67).
000650        01  BP-TRAILER-R REDEFINES BP-PAID-REC.
000660            05  FILLER                    PIC X(01).
000670            05  BP-T-COUNT                PIC X(06).
000680            05  BP-T-COUNT-N REDEFINES BP-T-COUNT
000690                                          PIC 9(06).
000700            05  BP-T-TOTAL                PIC X(12).
000710            05  BP-T-TOTAL-N REDEFINES BP-T-TOTAL
000720                                          PIC 9(12).
000730            05  FILLER                    PIC X(71).
000740        FD  MAST-FILE.
000750        01  CM-MAST-REC.
000760            05  CM-CHECK-NO               PIC 9(08).
000770            05  CM-EMP-NO                 PIC 9(04).
000780            05  CM-PAYEE                  PIC X(20).
000790            05  CM-AMOUNT                 PIC 9(09)V9(02).
000800            05  CM-ISSUE-DATE             PIC X(08).
000810            05  CM-STATUS                 PIC X(01).
000820                88  CM-ISSUED                     VALUE "I".
000830                88  CM-VOIDED                     VALUE "V".
000840                88  CM-PAID                       VALUE "P".
000850            05  CM-VOID-REASON            PIC X(01).
000860            05  CM-VOID-DATE              PIC X(08).
000870            05  CM-PAID-AMOUNT            PIC 9(09)V9(02).
000880            05  CM-PAID-DATE              PIC X(08).
000890            05  FILLER                    PIC X(20).
000900        FD  REPORT-FILE.
000910        01  RS-REPORT-REC                 PIC X(80).
000920        WORKING-STORAGE SECTION.
000930        01  WS-PAID-FS                    PIC X(02).
000940        01  WS-MAST-FS                    PIC X(02).
000950        01  WS-REPORT-FS                  PIC X(02).
000960        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
000970        01  WS-PAID-EOF                   PIC X(03) VALUE "NO".
000980        01  WS-MAST-EOF                   PIC X(03) VALUE "NO".
000990        01  WS-CURRENT-DATE-DATA          PIC X(20).
001000       * PASS 1 - THE PROOF.
001010        01  WS-PROOF-FLAG                 PIC X(03) VALUE "YES".
001020        01  WS-PROOF-REASON               PIC X(50) VALUE SPACES.
001030        01  WS-FAIL-TEXT                  PIC X(50) VALUE SPACES.
001040        01  WS-PROOF-REC-NO               PIC 9(06) VALUE 0.
001050        01  WS-HEADER-COUNT               PIC 9(04) VALUE 0.
001060        01  WS-TRAILER-COUNT              PIC 9(04) VALUE 0.
001070        01  WS-PF-DETAILS                 PIC 9(06) VALUE 0.
001080        01  WS-PF-AMOUNT                  PIC 9(11)V9(02) VALUE 0.
001090        01  WS-PF-CENTS                   PIC 9(12) VALUE 0.
001100        01  WS-SENDER-ID                  PIC X(08) VALUE SPACES.
001110        01  WS-BUS-DATE                   PIC X(08) VALUE SPACES.
001120        01  WS-FILE-SEQ                   PIC X(06) VALUE SPACES.
001130       * PASS 2 - THE MATCHING, THEN THE OUTSTANDING LIST.
001140        01  WS-EXCEPTION-TEXT             PIC X(30).
001150        01  WS-DETAIL-COUNT               PIC 9(06) VALUE 0.
001160        01  WS-CLEARED-COUNT              PIC 9(06) VALUE 0.
001170        01  WS-CLEARED-AMOUNT             PIC 9(11)V9(02) VALUE 0.
001180        01  WS-EXCEPTION-COUNT            PIC 9(06) VALUE 0.
001190        01  WS-EXCEPTION-AMOUNT           PIC 9(11)V9(02) VALUE 0.
001200        01  WS-OUTSTAND-COUNT             PIC 9(06) VALUE 0.
001210        01  WS-OUTSTAND-AMOUNT            PIC 9(11)V9(02) VALUE 0.
001220        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001230        01  WS-RPT-TITLE.
001240            05 FILLER                     PIC X(30)
001250               VALUE "PAID CHECKS FROM              ".
001260            05 WS-RT-SENDER-ID            PIC X(08).
001270            05 FILLER                     PIC X(07) VALUE "  DATE ".
001280            05 WS-RT-BUS-DATE             PIC X(08).
001290            05 FILLER                     PIC X(10) VALUE "  FILE SEQ".
001300            05 FILLER                     PIC X(01) VALUE SPACE.
001310            05 WS-RT-FILE-SEQ             PIC X(06).
001320            05 FILLER                     PIC X(10) VALUE SPACES.
001330        01  WS-PROOF-LINE.
001340            05 FILLER                     PIC X(18)
001350               VALUE "TRAILER  COUNT    ".
001360            05 WS-PL-T-COUNT              PIC ZZZ,ZZ9.
001370            05 FILLER                     PIC X(09) VALUE "  TOTAL  ".
001380            05 WS-PL-T-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
001390            05 FILLER                     PIC X(10) VALUE "  READ    ".
001400            05 WS-PL-COUNT                PIC ZZZ,ZZ9.
001410            05 FILLER                     PIC X(01) VALUE SPACE.
001420            05 WS-PL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
001430        01  WS-EXCEPTION-HEAD.
001440            05 FILLER                     PIC X(40) VALUE
001450               "EXCEPTIONS  PAID      ISSUED AMT      PA".
001460            05 FILLER                     PIC X(40) VALUE
001470               "ID AMT  REASON                          ".
001480        01  WS-EXCEPTION-LINE.
001490            05 WS-EL-CHECK-NO             PIC X(08).
001500            05 FILLER                     PIC X(01) VALUE SPACE.
001510            05 WS-EL-PAID-DATE            PIC X(08).
001520            05 FILLER                     PIC X(01) VALUE SPACE.
001530            05 WS-EL-ISSUED               PIC ZZZ,ZZZ,ZZ9.99.
001540            05 FILLER                     PIC X(01) VALUE SPACE.
001550            05 WS-EL-PAID                 PIC ZZZ,ZZZ,ZZ9.99.
001560            05 FILLER                     PIC X(01) VALUE SPACE.
001570            05 WS-EL-TEXT                 PIC X(30).
001580            05 FILLER                     PIC X(02) VALUE SPACES.
001590        01  WS-OUTSTAND-HEAD.
001600            05 FILLER                     PIC X(40) VALUE
001610               "OUTSTANDING ISSUED            AMOUNT EMP".
001620            05 FILLER                     PIC X(40) VALUE
001630               "  PAYEE                                 ".
001640        01  WS-OUTSTAND-LINE.
001650            05 WS-OL-CHECK-NO             PIC 9(08).
001660            05 FILLER                     PIC X(04) VALUE SPACES.
001670            05 WS-OL-ISSUE-DATE           PIC X(08).
001680            05 FILLER                     PIC X(01) VALUE SPACE.
001690            05 WS-OL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
001700            05 FILLER                     PIC X(01) VALUE SPACE.
001710            05 WS-OL-EMP-NO               PIC 9(04).
001720            05 FILLER                     PIC X(02) VALUE SPACES.
001730            05 WS-OL-PAYEE                PIC X(20).
001740            05 FILLER                     PIC X(18) VALUE SPACES.
001750        01  WS-TOTAL-LINE.
001760            05 WS-TT-LABEL                PIC X(30).
001770            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
001780            05 FILLER                     PIC X(02) VALUE SPACES.
001790            05 WS-TT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
001800            05 FILLER                     PIC X(27) VALUE SPACES.
001810        COPY SPGMABNL.
001820        PROCEDURE DIVISION.
001830       ******************************************************************
001840       * MAIN PROGRAM FLOW - PROVE THE WHOLE FILE, MATCH IT ONLY IF IT
001850       * PROVES, THEN LIST WHAT IS STILL OUTSTANDING.
001860       ******************************************************************
001870        00000-MAIN-PARA.
001880            PERFORM 10000-INITIALIZE-PARA.
001890            IF  WS-ERROR-FLAG              NOT = "YES"
001900                PERFORM 12000-PROVE-PARA
001910                    UNTIL WS-PAID-EOF      = "YES"
001920                PERFORM 13000-PROVE-END-PARA
001930                PERFORM 15000-PRINT-PROOF-PARA
001940                IF  WS-PROOF-FLAG          = "YES"
001950                    PERFORM 16000-OPEN-MASTER-PARA
001960                ELSE
001970                    MOVE 16                TO RETURN-CODE
001980                END-IF
001990            END-IF.
002000            IF  WS-ERROR-FLAG              NOT = "YES"
002010                AND WS-PROOF-FLAG          = "YES"
002020                PERFORM 20000-MATCH-PARA
002030                    UNTIL WS-ERROR-FLAG    = "YES"
002040                    OR    WS-PAID-EOF      = "YES"
002050                IF  WS-ERROR-FLAG          NOT = "YES"
002060                    PERFORM 25000-OUTSTANDING-PARA
002070                    PERFORM 28000-TOTALS-PARA
002080                END-IF
002090            END-IF.
002100            PERFORM 30000-CLOSE-PARA.
002110            STOP RUN.
002120       ******************************************************************
002130       * OPEN THE PAID-CHECKS FILE AND THE REPORT.
002140       ******************************************************************
002150        10000-INITIALIZE-PARA.
002160            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002170            OPEN INPUT PAID-FILE.
002180            IF WS-PAID-FS                  NOT = "00"
002190               DISPLAY "PAIDCHK ACCESS ERROR."
002200               MOVE "CEXM1069"             TO LK-PGM-ID
002210               MOVE "PAIDCHK"              TO LK-FILE-ID
002220               MOVE WS-PAID-FS             TO LK-FILE-STATUS
002230               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002240               IF  LK-ABEND-YES
002250                   MOVE 16                 TO RETURN-CODE
002260                   MOVE "YES"              TO WS-ERROR-FLAG
002270               END-IF
002280            END-IF.
002290            OPEN OUTPUT REPORT-FILE.
002300            IF WS-REPORT-FS                NOT = "00"
002310               DISPLAY "CHKRECON ACCESS ERROR."
002320               MOVE "CEXM1069"             TO LK-PGM-ID
002330               MOVE "CHKRECON"             TO LK-FILE-ID
002340               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
002350               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002360               IF  LK-ABEND-YES
002370                   MOVE 16                 TO RETURN-CODE
002380                   MOVE "YES"              TO WS-ERROR-FLAG
002390               END-IF
002400            END-IF.
002410       ******************************************************************
002420       * PASS 1 - READ ONE BANK RECORD AND PROVE IT. ONLY THE FIRST
002430       * FAILURE IS KEPT.
002440       ******************************************************************
002450        12000-PROVE-PARA.
002460            READ PAID-FILE
002470            AT END
002480                MOVE "YES"                 TO WS-PAID-EOF
002490            NOT AT END
002500                ADD 1                      TO WS-PROOF-REC-NO
002510                EVALUATE TRUE
002520                    WHEN WS-PROOF-REC-NO   = 1
002530                        AND BP-REC-TYPE    NOT = "H"
002540                        MOVE "FIRST RECORD IS NOT THE HEADER"
002550                                           TO WS-FAIL-TEXT
002560                        PERFORM 12900-PROOF-FAIL-PARA
002570                    WHEN WS-TRAILER-COUNT  > 0
002580                        MOVE "RECORDS FOLLOW THE TRAILER"
002590                                           TO WS-FAIL-TEXT
002600                        PERFORM 12900-PROOF-FAIL-PARA
002610                    WHEN BP-REC-TYPE       = "H"
002620                        PERFORM 12100-HEADER-PARA
002630                    WHEN BP-REC-TYPE       = "D"
002640                        ADD 1              TO WS-PF-DETAILS
002650                        IF  BP-AMOUNT      IS NUMERIC
002660                            ADD BP-AMOUNT-N TO WS-PF-AMOUNT
002670                        ELSE
002680                            MOVE "DETAIL AMOUNT NOT NUMERIC"
002690                                           TO WS-FAIL-TEXT
002700                            PERFORM 12900-PROOF-FAIL-PARA
002710                        END-IF
002720                    WHEN BP-REC-TYPE       = "T"
002730                        PERFORM 12500-TRAILER-PARA
002740                    WHEN OTHER
002750                        MOVE "UNKNOWN RECORD TYPE " TO WS-FAIL-TEXT
002760                        MOVE BP-REC-TYPE   TO WS-FAIL-TEXT(21:1)
002770                        PERFORM 12900-PROOF-FAIL-PARA
002780                END-EVALUATE
002790            END-READ.
002800        12100-HEADER-PARA.
002810            ADD 1                          TO WS-HEADER-COUNT.
002820            IF  WS-HEADER-COUNT            > 1
002830                MOVE "MORE THAN ONE HEADER" TO WS-FAIL-TEXT
002840                PERFORM 12900-PROOF-FAIL-PARA
002850            ELSE
002860                MOVE BP-H-SENDER-ID        TO WS-SENDER-ID
002870                MOVE BP-H-BUS-DATE         TO WS-BUS-DATE
002880                MOVE BP-H-FILE-SEQ         TO WS-FILE-SEQ
002890            END-IF.
002900        12500-TRAILER-PARA.
002910            ADD 1                          TO WS-TRAILER-COUNT.
002920            COMPUTE WS-PF-CENTS = WS-PF-AMOUNT * 100.
002930            EVALUATE TRUE
002940                WHEN BP-T-COUNT            NOT NUMERIC
002950                    OR BP-T-TOTAL          NOT NUMERIC
002960                    MOVE "TRAILER CONTROLS NOT NUMERIC" TO WS-FAIL-TEXT
002970                    PERFORM 12900-PROOF-FAIL-PARA
002980                WHEN BP-T-COUNT-N          NOT = WS-PF-DETAILS
002990                    MOVE "TRAILER COUNT DOES NOT AGREE WITH DETAILS"
003000                                           TO WS-FAIL-TEXT
003010                    PERFORM 12900-PROOF-FAIL-PARA
003020                WHEN BP-T-TOTAL-N          NOT = WS-PF-CENTS
003030                    MOVE "TRAILER TOTAL DOES NOT AGREE WITH DETAILS"
003040                                           TO WS-FAIL-TEXT
003050                    PERFORM 12900-PROOF-FAIL-PARA
003060                WHEN OTHER
003070                    CONTINUE
003080            END-EVALUATE.
003090       ******************************************************************
003100       * RECORD THE FIRST PROOF FAILURE ONLY.
003110       ******************************************************************
003120        12900-PROOF-FAIL-PARA.
003130            IF  WS-PROOF-FLAG              = "YES"
003140                MOVE "NO"                  TO WS-PROOF-FLAG
003150                MOVE WS-FAIL-TEXT          TO WS-PROOF-REASON
003160                DISPLAY "PAIDCHK REFUSED - RECORD " WS-PROOF-REC-NO
003170                    " - " WS-PROOF-REASON
003180            END-IF.
003190            MOVE SPACES                    TO WS-FAIL-TEXT.
003200       ******************************************************************
003210       * AT END OF PASS 1 THE FILE MUST HAVE HAD ITS HEADER AND
003220       * TRAILER. A FILE THAT PROVED IS REOPENED FOR PASS 2.
003230       ******************************************************************
003240        13000-PROVE-END-PARA.
003250            IF  WS-HEADER-COUNT            = 0
003260                OR WS-TRAILER-COUNT        = 0
003270                MOVE "HEADER OR TRAILER MISSING" TO WS-FAIL-TEXT
003280                PERFORM 12900-PROOF-FAIL-PARA
003290            END-IF.
003300            CLOSE PAID-FILE.
003310            MOVE "NO"                      TO WS-PAID-EOF.
003320            IF  WS-PROOF-FLAG              = "YES"
003330                OPEN INPUT PAID-FILE
003340                IF WS-PAID-FS              NOT = "00"
003350                   DISPLAY "PAIDCHK ACCESS ERROR."
003360                   MOVE "CEXM1069"         TO LK-PGM-ID
003370                   MOVE "PAIDCHK"          TO LK-FILE-ID
003380                   MOVE WS-PAID-FS         TO LK-FILE-STATUS
003390                   CALL 'SPGMABND'         USING LK-ABEND-PARMS
003400                   IF  LK-ABEND-YES
003410                       MOVE 16             TO RETURN-CODE
003420                       MOVE "YES"          TO WS-ERROR-FLAG
003430                   END-IF
003440                END-IF
003450            ELSE
003460                MOVE "YES"                 TO WS-PAID-EOF
003470            END-IF.
003480       ******************************************************************
003490       * PRINT WHICH PAID-CHECKS FILE THIS IS AND HOW IT PROVED.
003500       ******************************************************************
003510        15000-PRINT-PROOF-PARA.
003520            MOVE WS-SENDER-ID              TO WS-RT-SENDER-ID.
003530            MOVE WS-BUS-DATE               TO WS-RT-BUS-DATE.
003540            MOVE WS-FILE-SEQ               TO WS-RT-FILE-SEQ.
003550            MOVE WS-HEADER1                TO RS-REPORT-REC.
003560            WRITE RS-REPORT-REC.
003570            MOVE WS-RPT-TITLE              TO RS-REPORT-REC.
003580            WRITE RS-REPORT-REC.
003590            MOVE WS-HEADER1                TO RS-REPORT-REC.
003600            WRITE RS-REPORT-REC.
003610            IF  WS-TRAILER-COUNT           > 0
003620                AND BP-T-COUNT             IS NUMERIC
003630                AND BP-T-TOTAL             IS NUMERIC
003640                MOVE BP-T-COUNT-N          TO WS-PL-T-COUNT
003650                COMPUTE WS-PL-T-TOTAL = BP-T-TOTAL-N / 100
003660            ELSE
003670                MOVE 0                     TO WS-PL-T-COUNT
003680                MOVE 0                     TO WS-PL-T-TOTAL
003690            END-IF.
003700            MOVE WS-PF-DETAILS             TO WS-PL-COUNT.
003710            MOVE WS-PF-AMOUNT              TO WS-PL-AMOUNT.
003720            MOVE WS-PROOF-LINE             TO RS-REPORT-REC.
003730            WRITE RS-REPORT-REC.
003740            IF  WS-PROOF-FLAG              = "YES"
003750                MOVE "FILE PROVED - RECONCILING" TO RS-REPORT-REC
003760            ELSE
003770                MOVE SPACES                TO RS-REPORT-REC
003780                STRING "*** FILE REFUSED - "
003790                                           DELIMITED BY SIZE
003800                       WS-PROOF-REASON     DELIMITED BY SIZE
003810                  INTO RS-REPORT-REC
003820                END-STRING
003830            END-IF.
003840            WRITE RS-REPORT-REC.
003850            MOVE WS-HEADER1                TO RS-REPORT-REC.
003860            WRITE RS-REPORT-REC.
003870            IF  WS-PROOF-FLAG              = "YES"
003880                MOVE WS-EXCEPTION-HEAD     TO RS-REPORT-REC
003890                WRITE RS-REPORT-REC
003900            END-IF.
003910       ******************************************************************
003920       * OPEN THE CHECK ISSUE MASTER.
003930       ******************************************************************
003940        16000-OPEN-MASTER-PARA.
003950            OPEN I-O MAST-FILE.
003960            IF WS-MAST-FS                  NOT = "00"
003970               DISPLAY "CHKMAST ACCESS ERROR."
003980               MOVE "CEXM1069"             TO LK-PGM-ID
003990               MOVE "CHKMAST"              TO LK-FILE-ID
004000               MOVE WS-MAST-FS             TO LK-FILE-STATUS
004010               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004020               IF  LK-ABEND-YES
004030                   MOVE 16                 TO RETURN-CODE
004040                   MOVE "YES"              TO WS-ERROR-FLAG
004050               END-IF
004060            END-IF.
004070       ******************************************************************
004080       * PASS 2 - READ ONE PAID CHECK AND MATCH IT TO ITS ISSUE.
004090       ******************************************************************
004100        20000-MATCH-PARA.
004110            READ PAID-FILE
004120            AT END
004130                MOVE "YES"                 TO WS-PAID-EOF
004140            NOT AT END
004150                IF  BP-REC-TYPE            = "D"
004160                    ADD 1                  TO WS-DETAIL-COUNT
004170                    MOVE SPACES            TO WS-EXCEPTION-TEXT
004180                    MOVE 0                 TO WS-EL-ISSUED
004190                    IF  BP-CHECK-NO        NOT NUMERIC
004200                        MOVE "CHECK NO NOT NUMERIC"
004210                                           TO WS-EXCEPTION-TEXT
004220                    ELSE
004230                        MOVE BP-CHECK-NO-N TO CM-CHECK-NO
004240                        READ MAST-FILE
004250                            INVALID KEY
004260                                MOVE "CHECK NUMBER NEVER ISSUED"
004270                                           TO WS-EXCEPTION-TEXT
004280                            NOT INVALID KEY
004290                                PERFORM 21000-CHECK-ISSUE-PARA
004300                        END-READ
004310                    END-IF
004320                    IF  WS-EXCEPTION-TEXT  NOT = SPACES
004330                        PERFORM 27000-EXCEPTION-PARA
004340                    END-IF
004350                END-IF
004360            END-READ.
004370       ******************************************************************
004380       * A VOID OR ALREADY-PAID CHECK IS LEFT AS IT IS. AN ISSUED CHECK
004390       * IS MARKED PAID - CLEARED IF THE AMOUNT AGREES, AN EXCEPTION IF
004400       * IT DOES NOT.
004410       ******************************************************************
004420        21000-CHECK-ISSUE-PARA.
004430            MOVE CM-AMOUNT                 TO WS-EL-ISSUED.
004440            EVALUATE TRUE
004450                WHEN CM-VOIDED
004460                    MOVE "PAID BUT CHECK IS VOID"
004470                                           TO WS-EXCEPTION-TEXT
004480                WHEN CM-PAID
004490                    STRING "ALREADY PAID ON " DELIMITED BY SIZE
004500                           CM-PAID-DATE    DELIMITED BY SIZE
004510                      INTO WS-EXCEPTION-TEXT
004520                    END-STRING
004530                WHEN OTHER
004540                    MOVE "P"               TO CM-STATUS
004550                    MOVE BP-AMOUNT-N       TO CM-PAID-AMOUNT
004560                    MOVE BP-PAID-DATE      TO CM-PAID-DATE
004570                    REWRITE CM-MAST-REC
004580                    IF  WS-MAST-FS         NOT = "00"
004590                        PERFORM 29000-MAST-IO-ERROR-PARA
004600                    ELSE
004610                        IF  BP-AMOUNT-N    = CM-AMOUNT
004620                            ADD 1          TO WS-CLEARED-COUNT
004630                            ADD BP-AMOUNT-N TO WS-CLEARED-AMOUNT
004640                        ELSE
004650                            MOVE "PAID AMOUNT DIFFERS FROM ISSUED"
004660                                           TO WS-EXCEPTION-TEXT
004670                        END-IF
004680                    END-IF
004690            END-EVALUATE.
004700       ******************************************************************
004710       * EVERY CHECK STILL ISSUED AND UNPAID, IN CHECK NUMBER ORDER.
004720       ******************************************************************
004730        25000-OUTSTANDING-PARA.
004740            MOVE WS-HEADER1                TO RS-REPORT-REC.
004750            WRITE RS-REPORT-REC.
004760            MOVE WS-OUTSTAND-HEAD          TO RS-REPORT-REC.
004770            WRITE RS-REPORT-REC.
004780            MOVE 0                         TO CM-CHECK-NO.
004790            START MAST-FILE KEY IS >= CM-CHECK-NO
004800                INVALID KEY
004810                    MOVE "YES"             TO WS-MAST-EOF
004820            END-START.
004830            PERFORM 25500-ONE-CHECK-PARA
004840                UNTIL WS-MAST-EOF          = "YES".
004850        25500-ONE-CHECK-PARA.
004860            READ MAST-FILE NEXT
004870            AT END
004880                MOVE "YES"                 TO WS-MAST-EOF
004890            NOT AT END
004900                IF  CM-ISSUED
004910                    ADD 1                  TO WS-OUTSTAND-COUNT
004920                    ADD CM-AMOUNT          TO WS-OUTSTAND-AMOUNT
004930                    MOVE CM-CHECK-NO       TO WS-OL-CHECK-NO
004940                    MOVE CM-ISSUE-DATE     TO WS-OL-ISSUE-DATE
004950                    MOVE CM-AMOUNT         TO WS-OL-AMOUNT
004960                    MOVE CM-EMP-NO         TO WS-OL-EMP-NO
004970                    MOVE CM-PAYEE          TO WS-OL-PAYEE
004980                    MOVE WS-OUTSTAND-LINE  TO RS-REPORT-REC
004990                    WRITE RS-REPORT-REC
005000                END-IF
005010            END-READ.
005020       ******************************************************************
005030       * LIST A PAID CHECK THAT DID NOT CLEAR CLEANLY.
005040       ******************************************************************
005050        27000-EXCEPTION-PARA.
005060            ADD 1                          TO WS-EXCEPTION-COUNT.
005070            MOVE BP-CHECK-NO               TO WS-EL-CHECK-NO.
005080            MOVE BP-PAID-DATE              TO WS-EL-PAID-DATE.
005090            MOVE BP-AMOUNT-N               TO WS-EL-PAID.
005100            ADD BP-AMOUNT-N                TO WS-EXCEPTION-AMOUNT.
005110            MOVE WS-EXCEPTION-TEXT         TO WS-EL-TEXT.
005120            MOVE WS-EXCEPTION-LINE         TO RS-REPORT-REC.
005130            WRITE RS-REPORT-REC.
005140       ******************************************************************
005150       * PRINT THE RUN TOTALS. ANY EXCEPTION LEAVES RETURN CODE 4.
005160       ******************************************************************
005170        28000-TOTALS-PARA.
005180            MOVE WS-HEADER1                TO RS-REPORT-REC.
005190            WRITE RS-REPORT-REC.
005200            MOVE "PAID CHECKS READ"        TO WS-TT-LABEL.
005210            MOVE WS-DETAIL-COUNT           TO WS-TT-COUNT.
005220            MOVE WS-PF-AMOUNT              TO WS-TT-AMOUNT.
005230            PERFORM 28100-TOTAL-LINE-PARA.
005240            MOVE "CLEARED"                 TO WS-TT-LABEL.
005250            MOVE WS-CLEARED-COUNT          TO WS-TT-COUNT.
005260            MOVE WS-CLEARED-AMOUNT         TO WS-TT-AMOUNT.
005270            PERFORM 28100-TOTAL-LINE-PARA.
005280            MOVE "EXCEPTIONS"              TO WS-TT-LABEL.
005290            MOVE WS-EXCEPTION-COUNT        TO WS-TT-COUNT.
005300            MOVE WS-EXCEPTION-AMOUNT       TO WS-TT-AMOUNT.
005310            PERFORM 28100-TOTAL-LINE-PARA.
005320            MOVE "STILL OUTSTANDING"       TO WS-TT-LABEL.
005330            MOVE WS-OUTSTAND-COUNT         TO WS-TT-COUNT.
005340            MOVE WS-OUTSTAND-AMOUNT        TO WS-TT-AMOUNT.
005350            PERFORM 28100-TOTAL-LINE-PARA.
005360            IF  WS-EXCEPTION-COUNT         > 0
005370                MOVE 4                     TO RETURN-CODE
005380            END-IF.
005390        28100-TOTAL-LINE-PARA.
005400            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005410            WRITE RS-REPORT-REC.
005420       ******************************************************************
005430       * A REWRITE FAILURE ON CHKMAST IS ROUTED THROUGH THE SHARED
005440       * SPGMABND ABEND CHECK.
005450       ******************************************************************
005460        29000-MAST-IO-ERROR-PARA.
005470            DISPLAY "CHKMAST REWRITE ERROR - STATUS " WS-MAST-FS
005480                " - CHECK NO " CM-CHECK-NO.
005490            MOVE "CEXM1069"                TO LK-PGM-ID.
005500            MOVE "CHKMAST"                 TO LK-FILE-ID.
005510            MOVE WS-MAST-FS                TO LK-FILE-STATUS.
005520            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
005530            IF  LK-ABEND-YES
005540                MOVE 16                    TO RETURN-CODE
005550                MOVE "YES"                 TO WS-ERROR-FLAG
005560            END-IF.
005570       ******************************************************************
005580       * DISPLAY COUNTS AND CLOSE THE FILES.
005590       ******************************************************************
005600        30000-CLOSE-PARA.
005610            DISPLAY "PAID CHECKS READ     : " WS-DETAIL-COUNT.
005620            DISPLAY "CLEARED              : " WS-CLEARED-COUNT.
005630            DISPLAY "EXCEPTIONS           : " WS-EXCEPTION-COUNT.
005640            DISPLAY "STILL OUTSTANDING    : " WS-OUTSTAND-COUNT.
005650            IF  WS-PROOF-FLAG              = "YES"
005660                CLOSE PAID-FILE
005670                CLOSE MAST-FILE
005680            END-IF.
005690            CLOSE REPORT-FILE.
