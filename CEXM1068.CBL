000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1068.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: PAPER-CHECK PRINT AND POSITIVE PAY. EMPLOYEES
000060       *  WITHOUT A LIVE DIRECT DEPOSIT COME OUT OF CEXM1006 ON THE
000070       *  PAPERCHK EXTRACT AND USED TO BE PAID FROM AN UNNUMBERED PAD.
000080       *  THIS RUN, AFTER CEXM1004 AND CEXM1006:
000090       *    - APPLIES THE CHKVOID TRANSACTIONS FIRST - ONE PER VOIDED
000100       *      (V) OR SPOILED (S) CHECK NUMBER ALREADY ASSIGNED. AN
000110       *      ISSUED CHECK ON CHKMAST IS MARKED VOID; A NUMBER WITH NO
000120       *      CHKMAST ENTRY (A FORM SPOILED BEFORE IT WAS ISSUED) GETS A
000130       *      ZERO-AMOUNT VOID ENTRY, SO THE SEQUENCE STAYS COMPLETE.
000140       *    - PRINTS ONE CHECK PER PAPERCHK RECORD TO CHECKS, NUMBERED
000150       *      FROM THE LAST NUMBER ON THE CHKCTL CONTROL RECORD, WITH A
000160       *      STUB OF THE CEXM1004 PAYSLIP FIGURES FROM PAYSTUB, AND
000170       *      LOGS EACH CHECK TO THE CHKMAST ISSUE MASTER.
000180       *    - WRITES THE POSPAY POSITIVE-PAY FILE FOR THE BANK IN
000190       *      CEXM938'S H/D/T ENVELOPE - ONE D PER CHECK ISSUED (I) OR
000200       *      VOIDED (V) WITH CHECK NUMBER, AMOUNT AND PAYEE - SO THE
000210       *      BANK CAN REFUSE AN ALTERED, DUPLICATE OR VOID CHECK.
000220       *  CHKREG LISTS EVERY CHECK AND VOID. CHECKS ARE PRINTED ONCE A
000230       *  DAY - A SECOND RUN ON THE SAME DAY WITH A PAPERCHK TO PRINT IS
000240       *  REFUSED (RETURN CODE 16). A REJECTED VOID OR A CHECK WITH NO
000250       *  PAYSTUB DETAIL LEAVES RETURN CODE 4. CEXM1069 RECONCILES THE
000260       *  BANK'S PAID CHECKS AGAINST CHKMAST.
000270       * PAPERCHK: JEBA02.EMY.COBOL.PAPERCHK
000280       * PAYSTUB : JEBA02.EMY.COBOL.PAYSTUB
000290       * CHKVOID : JEBA02.EMY.COBOL.CHKVOID (OPTIONAL)
000300       * CHKCTL  : JEBA02.EMY.COBOL.CHKCTL (ONE CONTROL RECORD)
000310       * CHKMAST : JEBA02.EMY.COBOL.CHKMAST (INDEXED ON CHECK NO)
000320       * CHECKS  : JEBA02.EMY.COBOL.CHECKS
000330       * POSPAY  : JEBA02.EMY.COBOL.POSPAY
000340       * CHKREG  : JEBA02.EMY.COBOL.CHKREG
000350       * ----------------------------------------------------------------
000360       * PRJ NO    NAME     DATE          MAINT DESC.
000370       * ----------------------------------------------------------------
000380       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000390       * JEBA02    EMY     09/26/2026    PAYSTUB LAYOUT CARRIES THE
000400       *                                 PRIOR PERIOD'S GROSS AND NET.
000410       * JEBA02    EMY     09/26/2026    A CHECK CARRYING A CEXM1075
000420       *                                 EXPENSE REIMBURSEMENT SHOWS IT
000430       *                                 AND THE CHECK AMOUNT ON THE
000440       *                                 STUB.
000450       ******************************************************************
000460        ENVIRONMENT DIVISION.
000470        INPUT-OUTPUT SECTION.
000480        FILE-CONTROL.
000490            SELECT CHK-FILE
000500                ASSIGN TO PAPERCHK
000510                ORGANIZATION IS SEQUENTIAL
000520                ACCESS MODE IS SEQUENTIAL
000530                FILE STATUS IS WS-CHK-FS.
000540            SELECT STUB-FILE
000550                ASSIGN TO PAYSTUB
000560                ORGANIZATION IS SEQUENTIAL
000570                ACCESS MODE IS SEQUENTIAL
000580                FILE STATUS IS WS-STUB-FS.
000590            SELECT VOID-FILE
000600                ASSIGN TO CHKVOID
000610                ORGANIZATION IS SEQUENTIAL
000620                ACCESS MODE IS SEQUENTIAL
000630                FILE STATUS IS WS-VOID-FS.
000640            SELECT CTL-FILE
000650                ASSIGN TO CHKCTL
000660                ORGANIZATION IS SEQUENTIAL
000670                ACCESS MODE IS SEQUENTIAL
000680                FILE STATUS IS WS-CTL-FS.
000690            SELECT MAST-FILE
000700                ASSIGN TO CHKMAST
000710                ORGANIZATION IS INDEXED
000720                ACCESS MODE IS RANDOM
000730                RECORD KEY IS CM-CHECK-NO
000740                FILE STATUS IS WS-MAST-FS.
000750            SELECT PRINT-FILE
000760                ASSIGN TO CHECKS
000770                ORGANIZATION IS SEQUENTIAL
000780                ACCESS MODE IS SEQUENTIAL
000790                FILE STATUS IS WS-PRINT-FS.
000800            SELECT PP-FILE
000810                ASSIGN TO POSPAY
000820                ORGANIZATION IS SEQUENTIAL
000830                ACCESS MODE IS SEQUENTIAL
000840                FILE STATUS IS WS-PP-FS.
000850            SELECT REPORT-FILE
000860                ASSIGN TO CHKREG
000870                ORGANIZATION IS SEQUENTIAL
000880                ACCESS MODE IS SEQUENTIAL
000890                FILE STATUS IS WS-REPORT-FS.
000900        DATA DIVISION.
000910        FILE SECTION.
000920        FD  CHK-FILE.
000930        01  PC-CHK-REC.
000940            05  PC-EMP-NO                 PIC 9(04).
000950            05  PC-EMP-NAME               PIC X(20).
000960            05  PC-NET                    PIC 9(09)V9(02).
000970            05  PC-NOTE                   PIC X(18).
000980            05  PC-REIMB                  PIC 9(07)V9(02).
000990            05  FILLER                    PIC X(18).
001000        FD  STUB-FILE.
001010        01  ST-STUB-REC.
001020            05  ST-EMP-NO                 PIC 9(04).
001030            05  ST-EMP-NAME               PIC X(20).
001040            05  ST-DEPT-NO                PIC 9(02).
001050            05  ST-PERIOD-DATE            PIC X(08).
001060            05  ST-REG-HOURS              PIC 9(05).
001070            05  ST-OT-HOURS               PIC 9(05).
001080            05  ST-GROSS                  PIC 9(09)V9(02).
001090            05  ST-TAX                    PIC 9(07)V9(02).
001100            05  ST-INS                    PIC 9(07)V9(02).
001110            05  ST-OTHER                  PIC 9(07)V9(02).
001120            05  ST-NET                    PIC S9(09)V9(02).
001130            05  ST-YTD-GROSS              PIC 9(09)V9(02).
001140            05  ST-YTD-NET                PIC S9(09)V9(02).
001150            05  ST-PRIOR-GROSS            PIC 9(09)V9(02).
001160            05  ST-PRIOR-NET              PIC S9(09)V9(02).
001170            05  FILLER                    PIC X(03).
001180        FD  VOID-FILE.
001190        01  CV-VOID-REC.
001200            05  CV-CHECK-NO               PIC X(08).
001210            05  CV-CHECK-NO-N REDEFINES CV-CHECK-NO
001220                                          PIC 9(08).
001230            05  CV-REASON                 PIC X(01).
001240            05  CV-VOID-DATE              PIC X(08).
001250            05  CV-REMARK                 PIC X(20).
001260            05  FILLER                    PIC X(43).
001270        FD  CTL-FILE.
001280        01  CT-CTL-REC.
001290            05  CT-LAST-CHECK-NO          PIC 9(08).
001300            05  CT-LAST-PP-SEQ            PIC 9(06).
001310            05  CT-LAST-ISSUE-DATE        PIC X(08).
001320            05  FILLER                    PIC X(58).
001330        FD  MAST-FILE.
001340        01  CM-MAST-REC.
001350            05  CM-CHECK-NO               PIC 9(08).
001360            05  CM-EMP-NO                 PIC 9(04).
001370            05  CM-PAYEE                  PIC X(20).
001380            05  CM-AMOUNT                 PIC 9(09)V9(02).
001390            05  CM-ISSUE-DATE             PIC X(08).
001400            05  CM-STATUS                 PIC X(01).
001410                88  CM-ISSUED                     VALUE "I".
001420                88  CM-VOIDED                     VALUE "V".
001430                88  CM-PAID                       VALUE "P".
001440            05  CM-VOID-REASON            PIC X(01).
001450            05  CM-VOID-DATE              PIC X(08).
001460            05  CM-PAID-AMOUNT            PIC 9(09)V9(02).
001470            05  CM-PAID-DATE              PIC X(08).
001480            05  FILLER                    PIC X(20).
001490        FD  PRINT-FILE.
001500        01  PR-PRINT-REC                  PIC X(80).
001510        FD  PP-FILE.
001520        01  PP-PP-REC                     PIC X(90).
001530        FD  REPORT-FILE.
001540        01  RS-REPORT-REC                 PIC X(80).
001550        WORKING-STORAGE SECTION.
001560        01  WS-CHK-FS                     PIC X(02).
001570        01  WS-STUB-FS                    PIC X(02).
001580        01  WS-VOID-FS                    PIC X(02).
001590        01  WS-CTL-FS                     PIC X(02).
001600        01  WS-MAST-FS                    PIC X(02).
001610        01  WS-PRINT-FS                   PIC X(02).
001620        01  WS-PP-FS                      PIC X(02).
001630        01  WS-REPORT-FS                  PIC X(02).
001640        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001650        01  WS-RUN-STARTED                PIC X(03) VALUE "NO".
001660        01  WS-CHK-EOF                    PIC X(03) VALUE "NO".
001670        01  WS-STUB-EOF                   PIC X(03) VALUE "NO".
001680        01  WS-VOID-EOF                   PIC X(03) VALUE "NO".
001690        01  WS-VOID-AVAIL                 PIC X(03) VALUE "YES".
001700        01  WS-CURRENT-DATE-DATA          PIC X(20).
001710        01  WS-TODAY                      PIC X(08).
001720       * THE CONTROL RECORD - CHECK NUMBERS AND POSPAY FILE SEQUENCE.
001730        01  WS-LAST-CHECK-NO              PIC 9(08) VALUE 0.
001740        01  WS-PP-SEQ                     PIC 9(06) VALUE 0.
001750        01  WS-LAST-ISSUE-DATE            PIC X(08) VALUE SPACES.
001760       * THE PAYSLIP FIGURES FROM CEXM1004, SEARCHED PER CHECK.
001770        01  WS-STUB-COUNT                 PIC 9(04) VALUE 0.
001780        01  WS-STUB-TABLE.
001790            05  WS-SB-ENTRY               OCCURS 9999 TIMES.
001800                10  WS-SB-EMP-NO          PIC 9(04).
001810                10  WS-SB-REG-HOURS       PIC 9(05).
001820                10  WS-SB-OT-HOURS        PIC 9(05).
001830                10  WS-SB-GROSS           PIC 9(09)V9(02).
001840                10  WS-SB-TAX             PIC 9(07)V9(02).
001850                10  WS-SB-INS             PIC 9(07)V9(02).
001860                10  WS-SB-OTHER           PIC 9(07)V9(02).
001870                10  WS-SB-NET             PIC S9(09)V9(02).
001880                10  WS-SB-YTD-GROSS       PIC 9(09)V9(02).
001890                10  WS-SB-YTD-NET         PIC S9(09)V9(02).
001900        01  WS-SB-SUB                     PIC 9(04).
001910        01  WS-SB-HIT                     PIC 9(04).
001920       * RUN COUNTS.
001930        01  WS-REJECT-REASON              PIC X(20).
001940        01  WS-VOID-READ                  PIC 9(06) VALUE 0.
001950        01  WS-VOID-COUNT                 PIC 9(06) VALUE 0.
001960        01  WS-VOID-AMOUNT                PIC 9(11)V9(02) VALUE 0.
001970        01  WS-SPOIL-COUNT                PIC 9(06) VALUE 0.
001980        01  WS-ISSUE-COUNT                PIC 9(06) VALUE 0.
001990        01  WS-ISSUE-AMOUNT               PIC 9(11)V9(02) VALUE 0.
002000        01  WS-NO-STUB-COUNT              PIC 9(06) VALUE 0.
002010        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
002020        01  WS-PP-COUNT                   PIC 9(06) VALUE 0.
002030        01  WS-PP-TOTAL                   PIC 9(11)V9(02) VALUE 0.
002040        01  WS-PP-CENTS                   PIC 9(12).
002050        01  WS-FIRST-CHECK-NO             PIC 9(08) VALUE 0.
002060       * THE POSPAY ENVELOPE.
002070        01  WS-PP-HEADER-REC.
002080            05 FILLER                     PIC X(01) VALUE "H".
002090            05 WS-PH-SENDER-ID            PIC X(08)
002100                                          VALUE "CEXMPP  ".
002110            05 WS-PH-BUS-DATE             PIC X(08).
002120            05 WS-PH-FILE-SEQ             PIC 9(06).
002130            05 FILLER                     PIC X(67) VALUE SPACES.
002140        01  WS-PP-DETAIL-REC.
002150            05 FILLER                     PIC X(01) VALUE "D".
002160            05 WS-PD-CHECK-NO             PIC 9(08).
002170            05 WS-PD-ACTION               PIC X(01).
002180            05 WS-PD-AMOUNT               PIC 9(09)V9(02).
002190            05 WS-PD-ISSUE-DATE           PIC X(08).
002200            05 WS-PD-PAYEE                PIC X(20).
002210            05 FILLER                     PIC X(41) VALUE SPACES.
002220        01  WS-PP-TRAILER-REC.
002230            05 FILLER                     PIC X(01) VALUE "T".
002240            05 WS-PT-COUNT                PIC 9(06).
002250            05 WS-PT-TOTAL                PIC 9(12).
002260            05 FILLER                     PIC X(71) VALUE SPACES.
002270       * THE CHECK AND ITS STUB.
002280        01  WS-BORDER                     PIC X(72) VALUE ALL "=".
002290        01  WS-CUT-LINE.
002300            05 FILLER                     PIC X(22) VALUE ALL "- ".
002310            05 FILLER                     PIC X(28)
002320                          VALUE "  DETACH STUB BEFORE CASHING".
002330            05 FILLER                     PIC X(22) VALUE ALL " -".
002340        01  WS-CK-NUMBER-LINE.
002350            05 FILLER                     PIC X(10)
002360                                          VALUE "CHECK NO ".
002370            05 WS-CN-CHECK-NO             PIC 9(08).
002380            05 FILLER                     PIC X(36) VALUE SPACES.
002390            05 FILLER                     PIC X(06) VALUE "DATE ".
002400            05 WS-CN-DATE                 PIC X(08).
002410            05 FILLER                     PIC X(12) VALUE SPACES.
002420        01  WS-CK-PAYEE-LINE.
002430            05 FILLER                     PIC X(20)
002440                                          VALUE "PAY TO THE ORDER OF ".
002450            05 WS-CP-PAYEE                PIC X(20).
002460            05 FILLER                     PIC X(13) VALUE SPACES.
002470            05 WS-CP-AMOUNT               PIC $*,***,***,**9.99.
002480            05 FILLER                     PIC X(10) VALUE SPACES.
002490        01  WS-CK-EMP-LINE.
002500            05 FILLER                     PIC X(20)
002510                                          VALUE "EMPLOYEE NO         ".
002520            05 WS-CE-EMP-NO               PIC 9(04).
002530            05 FILLER                     PIC X(56) VALUE SPACES.
002540        01  WS-STUB-TITLE.
002550            05 FILLER                     PIC X(11)
002560                                          VALUE "PAY STUB : ".
002570            05 WS-SN-EMP-NO               PIC 9(04).
002580            05 FILLER                     PIC X(02) VALUE SPACES.
002590            05 WS-SN-NAME                 PIC X(20).
002600            05 FILLER                     PIC X(09)
002610                                          VALUE "  CHECK  ".
002620            05 WS-SN-CHECK-NO             PIC 9(08).
002630            05 FILLER                     PIC X(26) VALUE SPACES.
002640        01  WS-STUB-HOURS.
002650            05 FILLER                     PIC X(11)
002660                                          VALUE "HOURS    : ".
002670            05 WS-SH-REG                  PIC ZZZZ9.
002680            05 FILLER                     PIC X(11)
002690                                          VALUE " REGULAR,  ".
002700            05 WS-SH-OT                   PIC ZZZZ9.
002710            05 FILLER                     PIC X(09)
002720                                          VALUE " OVERTIME".
002730            05 FILLER                     PIC X(39) VALUE SPACES.
002740        01  WS-STUB-COLUMNS.
002750            05 FILLER                     PIC X(31) VALUE SPACES.
002760            05 FILLER                     PIC X(14)
002770                                          VALUE "   THIS PERIOD".
002780            05 FILLER                     PIC X(14)
002790                                          VALUE "  YEAR TO DATE".
002800            05 FILLER                     PIC X(21) VALUE SPACES.
002810        01  WS-MONEY-LINE.
002820            05 WS-ML-LABEL                PIC X(31).
002830            05 WS-ML-PERIOD               PIC $$,$$$,$$9.99.
002840            05 FILLER                     PIC X(01) VALUE SPACES.
002850            05 WS-ML-YTD                  PIC $$,$$$,$$9.99.
002860            05 FILLER                     PIC X(21) VALUE SPACES.
002870        01  WS-PERIOD-LINE.
002880            05 WS-PN-LABEL                PIC X(31).
002890            05 WS-PN-PERIOD               PIC $$,$$$,$$9.99.
002900            05 FILLER                     PIC X(36) VALUE SPACES.
002910       * THE REGISTER.
002920        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002930        01  WS-RPT-TITLE.
002940            05 FILLER                     PIC X(30)
002950               VALUE "PAPER-CHECK REGISTER  RUN DATE".
002960            05 FILLER                     PIC X(01) VALUE SPACE.
002970            05 WS-RT-DATE                 PIC X(08).
002980            05 FILLER                     PIC X(15)
002990               VALUE "  POSPAY SEQ  ".
003000            05 WS-RT-PP-SEQ               PIC 9(06).
003010            05 FILLER                     PIC X(20) VALUE SPACES.
003020        01  WS-REG-LINE.
003030            05 WS-RL-VERB                 PIC X(10).
003040            05 WS-RL-CHECK-NO             PIC X(08).
003050            05 FILLER                     PIC X(01) VALUE SPACE.
003060            05 WS-RL-EMP-NO               PIC X(04).
003070            05 FILLER                     PIC X(01) VALUE SPACE.
003080            05 WS-RL-PAYEE                PIC X(20).
003090            05 FILLER                     PIC X(01) VALUE SPACE.
003100            05 WS-RL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
003110            05 FILLER                     PIC X(01) VALUE SPACE.
003120            05 WS-RL-TEXT                 PIC X(20).
003130        01  WS-TOTAL-LINE.
003140            05 WS-TT-LABEL                PIC X(30).
003150            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
003160            05 FILLER                     PIC X(02) VALUE SPACES.
003170            05 WS-TT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
003180            05 FILLER                     PIC X(27) VALUE SPACES.
003190        COPY SPGMABNL.
003200        PROCEDURE DIVISION.
003210       ******************************************************************
003220       * MAIN PROGRAM FLOW - VOIDS FIRST, THEN THE NEW CHECKS, THEN THE
003230       * POSPAY TRAILER AND THE CONTROL RECORD.
003240       ******************************************************************
003250        00000-MAIN-PARA.
003260            PERFORM 10000-INITIALIZE-PARA.
003270            IF  WS-ERROR-FLAG              NOT = "YES"
003280                PERFORM 12000-LOAD-STUB-PARA
003290                    UNTIL WS-STUB-EOF      = "YES"
003300                PERFORM 15000-START-RUN-PARA
003310                PERFORM 20000-VOID-PARA
003320                    UNTIL WS-ERROR-FLAG    = "YES"
003330                    OR    WS-VOID-EOF      = "YES"
003340                PERFORM 24000-ISSUE-PARA
003350                    UNTIL WS-ERROR-FLAG    = "YES"
003360                    OR    WS-CHK-EOF       = "YES"
003370            END-IF.
003380            IF  WS-RUN-STARTED             = "YES"
003390                PERFORM 26000-END-RUN-PARA
003400                PERFORM 28000-TOTALS-PARA
003410            END-IF.
003420            PERFORM 30000-CLOSE-PARA.
003430            STOP RUN.
003440       ******************************************************************
003450       * OPEN EVERYTHING, TAKE THE LAST CHECK NUMBER FROM CHKCTL (NONE
003460       * ON FIRST USE) AND READ THE FIRST PAPERCHK RECORD. CHKMAST IS
003470       * CREATED ON FIRST USE.
003480       ******************************************************************
003490        10000-INITIALIZE-PARA.
003500            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003510            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY.
003520            OPEN INPUT CTL-FILE.
003530            IF WS-CTL-FS                   = "35"
003540               DISPLAY "CHKCTL NOT FOUND - FIRST CHECK IS NUMBER 1."
003550            ELSE
003560               IF WS-CTL-FS                NOT = "00"
003570                  DISPLAY "CHKCTL ACCESS ERROR."
003580                  MOVE "CEXM1068"          TO LK-PGM-ID
003590                  MOVE "CHKCTL"            TO LK-FILE-ID
003600                  MOVE WS-CTL-FS           TO LK-FILE-STATUS
003610                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
003620                  IF  LK-ABEND-YES
003630                      MOVE 16              TO RETURN-CODE
003640                      MOVE "YES"           TO WS-ERROR-FLAG
003650                  END-IF
003660               ELSE
003670                  READ CTL-FILE
003680                  AT END
003690                      CONTINUE
003700                  NOT AT END
003710                      IF  CT-LAST-CHECK-NO IS NUMERIC
003720                          AND CT-LAST-PP-SEQ IS NUMERIC
003730                          MOVE CT-LAST-CHECK-NO TO WS-LAST-CHECK-NO
003740                          MOVE CT-LAST-PP-SEQ   TO WS-PP-SEQ
003750                          MOVE CT-LAST-ISSUE-DATE
003760                                           TO WS-LAST-ISSUE-DATE
003770                      ELSE
003780                          DISPLAY "CHKCTL CONTROL RECORD NOT NUMERIC"
003790                              " - RUN REFUSED."
003800                          MOVE 16          TO RETURN-CODE
003810                          MOVE "YES"       TO WS-ERROR-FLAG
003820                      END-IF
003830                  END-READ
003840                  CLOSE CTL-FILE
003850               END-IF
003860            END-IF.
003870            OPEN INPUT CHK-FILE.
003880            IF WS-CHK-FS                   NOT = "00"
003890               DISPLAY "PAPERCHK ACCESS ERROR."
003900               MOVE "CEXM1068"             TO LK-PGM-ID
003910               MOVE "PAPERCHK"             TO LK-FILE-ID
003920               MOVE WS-CHK-FS              TO LK-FILE-STATUS
003930               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003940               IF  LK-ABEND-YES
003950                   MOVE 16                 TO RETURN-CODE
003960                   MOVE "YES"              TO WS-ERROR-FLAG
003970               END-IF
003980            ELSE
003990               PERFORM 24900-READ-CHK-PARA
004000               IF  WS-CHK-EOF              NOT = "YES"
004010                   AND WS-LAST-ISSUE-DATE  = WS-TODAY
004020                   DISPLAY "PAPER CHECKS ALREADY PRINTED TODAY"
004030                       " - RUN REFUSED."
004040                   MOVE 16                 TO RETURN-CODE
004050                   MOVE "YES"              TO WS-ERROR-FLAG
004060               END-IF
004070            END-IF.
004080            OPEN INPUT STUB-FILE.
004090            IF WS-STUB-FS                  NOT = "00"
004100               DISPLAY "PAYSTUB ACCESS ERROR."
004110               MOVE "CEXM1068"             TO LK-PGM-ID
004120               MOVE "PAYSTUB"              TO LK-FILE-ID
004130               MOVE WS-STUB-FS             TO LK-FILE-STATUS
004140               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004150               IF  LK-ABEND-YES
004160                   MOVE 16                 TO RETURN-CODE
004170                   MOVE "YES"              TO WS-ERROR-FLAG
004180               END-IF
004190            END-IF.
004200       * CHKVOID IS ONLY THERE ON A RUN WITH CHECKS TO VOID.
004210            OPEN INPUT VOID-FILE.
004220            IF WS-VOID-FS                  = "35"
004230               MOVE "NO"                   TO WS-VOID-AVAIL
004240               MOVE "YES"                  TO WS-VOID-EOF
004250            ELSE
004260               IF WS-VOID-FS               NOT = "00"
004270                  DISPLAY "CHKVOID ACCESS ERROR."
004280                  MOVE "CEXM1068"          TO LK-PGM-ID
004290                  MOVE "CHKVOID"           TO LK-FILE-ID
004300                  MOVE WS-VOID-FS          TO LK-FILE-STATUS
004310                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
004320                  IF  LK-ABEND-YES
004330                      MOVE 16              TO RETURN-CODE
004340                      MOVE "YES"           TO WS-ERROR-FLAG
004350                  END-IF
004360               END-IF
004370            END-IF.
004380            OPEN I-O MAST-FILE.
004390            IF WS-MAST-FS                  = "35"
004400               OPEN OUTPUT MAST-FILE
004410               CLOSE MAST-FILE
004420               OPEN I-O MAST-FILE
004430            END-IF.
004440            IF WS-MAST-FS                  NOT = "00"
004450               DISPLAY "CHKMAST ACCESS ERROR."
004460               MOVE "CEXM1068"             TO LK-PGM-ID
004470               MOVE "CHKMAST"              TO LK-FILE-ID
004480               MOVE WS-MAST-FS             TO LK-FILE-STATUS
004490               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004500               IF  LK-ABEND-YES
004510                   MOVE 16                 TO RETURN-CODE
004520                   MOVE "YES"              TO WS-ERROR-FLAG
004530               END-IF
004540            END-IF.
004550            OPEN OUTPUT PRINT-FILE.
004560            IF WS-PRINT-FS                 NOT = "00"
004570               DISPLAY "CHECKS ACCESS ERROR."
004580               MOVE "CEXM1068"             TO LK-PGM-ID
004590               MOVE "CHECKS"               TO LK-FILE-ID
004600               MOVE WS-PRINT-FS            TO LK-FILE-STATUS
004610               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004620               IF  LK-ABEND-YES
004630                   MOVE 16                 TO RETURN-CODE
004640                   MOVE "YES"              TO WS-ERROR-FLAG
004650               END-IF
004660            END-IF.
004670            OPEN OUTPUT PP-FILE.
004680            IF WS-PP-FS                    NOT = "00"
004690               DISPLAY "POSPAY ACCESS ERROR."
004700               MOVE "CEXM1068"             TO LK-PGM-ID
004710               MOVE "POSPAY"               TO LK-FILE-ID
004720               MOVE WS-PP-FS               TO LK-FILE-STATUS
004730               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004740               IF  LK-ABEND-YES
004750                   MOVE 16                 TO RETURN-CODE
004760                   MOVE "YES"              TO WS-ERROR-FLAG
004770               END-IF
004780            END-IF.
004790            OPEN OUTPUT REPORT-FILE.
004800            IF WS-REPORT-FS                NOT = "00"
004810               DISPLAY "CHKREG ACCESS ERROR."
004820               MOVE "CEXM1068"             TO LK-PGM-ID
004830               MOVE "CHKREG"               TO LK-FILE-ID
004840               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
004850               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004860               IF  LK-ABEND-YES
004870                   MOVE 16                 TO RETURN-CODE
004880                   MOVE "YES"              TO WS-ERROR-FLAG
004890               END-IF
004900            END-IF.
004910       ******************************************************************
004920       * LOAD THE PAYSLIP FIGURES.
004930       ******************************************************************
004940        12000-LOAD-STUB-PARA.
004950            READ STUB-FILE
004960            AT END
004970                MOVE "YES"                 TO WS-STUB-EOF
004980            NOT AT END
004990                IF  WS-STUB-COUNT          < 9999
005000                    ADD 1                  TO WS-STUB-COUNT
005010                    MOVE ST-EMP-NO
005020                        TO WS-SB-EMP-NO(WS-STUB-COUNT)
005030                    MOVE ST-REG-HOURS
005040                        TO WS-SB-REG-HOURS(WS-STUB-COUNT)
005050                    MOVE ST-OT-HOURS
005060                        TO WS-SB-OT-HOURS(WS-STUB-COUNT)
005070                    MOVE ST-GROSS
005080                        TO WS-SB-GROSS(WS-STUB-COUNT)
005090                    MOVE ST-TAX
005100                        TO WS-SB-TAX(WS-STUB-COUNT)
005110                    MOVE ST-INS
005120                        TO WS-SB-INS(WS-STUB-COUNT)
005130                    MOVE ST-OTHER
005140                        TO WS-SB-OTHER(WS-STUB-COUNT)
005150                    MOVE ST-NET
005160                        TO WS-SB-NET(WS-STUB-COUNT)
005170                    MOVE ST-YTD-GROSS
005180                        TO WS-SB-YTD-GROSS(WS-STUB-COUNT)
005190                    MOVE ST-YTD-NET
005200                        TO WS-SB-YTD-NET(WS-STUB-COUNT)
005210                END-IF
005220            END-READ.
005230       ******************************************************************
005240       * THE POSPAY HEADER AND THE REGISTER TITLE.
005250       ******************************************************************
005260        15000-START-RUN-PARA.
005270            ADD 1                          TO WS-PP-SEQ.
005280            MOVE WS-TODAY                  TO WS-PH-BUS-DATE.
005290            MOVE WS-PP-SEQ                 TO WS-PH-FILE-SEQ.
005300            MOVE WS-PP-HEADER-REC          TO PP-PP-REC.
005310            WRITE PP-PP-REC.
005320            MOVE WS-TODAY                  TO WS-RT-DATE.
005330            MOVE WS-PP-SEQ                 TO WS-RT-PP-SEQ.
005340            MOVE WS-HEADER1                TO RS-REPORT-REC.
005350            WRITE RS-REPORT-REC.
005360            MOVE WS-RPT-TITLE              TO RS-REPORT-REC.
005370            WRITE RS-REPORT-REC.
005380            MOVE WS-HEADER1                TO RS-REPORT-REC.
005390            WRITE RS-REPORT-REC.
005400            MOVE "YES"                     TO WS-RUN-STARTED.
005410       ******************************************************************
005420       * ONE VOID TRANSACTION. ONLY A NUMBER ALREADY ASSIGNED CAN BE
005430       * VOIDED, AND A CHECK THE BANK HAS PAID CANNOT BE.
005440       ******************************************************************
005450        20000-VOID-PARA.
005460            READ VOID-FILE
005470            AT END
005480                MOVE "YES"                 TO WS-VOID-EOF
005490            NOT AT END
005500                ADD 1                      TO WS-VOID-READ
005510                MOVE SPACES                TO WS-REJECT-REASON
005520                EVALUATE TRUE
005530                    WHEN CV-CHECK-NO       NOT NUMERIC
005540                        MOVE "CHECK NO NOT NUMERIC"
005550                                           TO WS-REJECT-REASON
005560                    WHEN CV-REASON         NOT = "S"
005570                        AND CV-REASON      NOT = "V"
005580                        MOVE "REASON NOT S OR V" TO WS-REJECT-REASON
005590                    WHEN CV-CHECK-NO-N     = 0
005600                        OR CV-CHECK-NO-N   > WS-LAST-CHECK-NO
005610                        MOVE "NUMBER NOT ASSIGNED"
005620                                           TO WS-REJECT-REASON
005630                    WHEN OTHER
005640                        PERFORM 21000-APPLY-VOID-PARA
005650                END-EVALUATE
005660                IF  WS-REJECT-REASON       NOT = SPACES
005670                    PERFORM 27000-REJECT-PARA
005680                END-IF
005690            END-READ.
005700        21000-APPLY-VOID-PARA.
005710            MOVE CV-CHECK-NO-N             TO CM-CHECK-NO.
005720            READ MAST-FILE
005730                INVALID KEY
005740                    PERFORM 21500-UNISSUED-FORM-PARA
005750                NOT INVALID KEY
005760                    EVALUATE TRUE
005770                        WHEN CM-VOIDED
005780                            MOVE "CHECK ALREADY VOID"
005790                                           TO WS-REJECT-REASON
005800                        WHEN CM-PAID
005810                            MOVE "CHECK ALREADY PAID"
005820                                           TO WS-REJECT-REASON
005830                        WHEN OTHER
005840                            PERFORM 21200-VOID-ISSUED-PARA
005850                    END-EVALUATE
005860            END-READ.
005870       ******************************************************************
005880       * AN ISSUED CHECK IS MARKED VOID AND THE BANK TOLD.
005890       ******************************************************************
005900        21200-VOID-ISSUED-PARA.
005910            MOVE "V"                       TO CM-STATUS.
005920            MOVE CV-REASON                 TO CM-VOID-REASON.
005930            PERFORM 21800-VOID-DATE-PARA.
005940            REWRITE CM-MAST-REC.
005950            IF  WS-MAST-FS                 NOT = "00"
005960                PERFORM 29000-MAST-IO-ERROR-PARA
005970            ELSE
005980                MOVE CM-CHECK-NO           TO WS-PD-CHECK-NO
005990                MOVE "V"                   TO WS-PD-ACTION
006000                MOVE CM-AMOUNT             TO WS-PD-AMOUNT
006010                MOVE CM-ISSUE-DATE         TO WS-PD-ISSUE-DATE
006020                MOVE CM-PAYEE              TO WS-PD-PAYEE
006030                PERFORM 22000-PP-DETAIL-PARA
006040                IF  CV-REASON              = "S"
006050                    ADD 1                  TO WS-SPOIL-COUNT
006060                    MOVE "SPOILED"         TO WS-RL-VERB
006070                ELSE
006080                    ADD 1                  TO WS-VOID-COUNT
006090                    ADD CM-AMOUNT          TO WS-VOID-AMOUNT
006100                    MOVE "VOIDED"          TO WS-RL-VERB
006110                END-IF
006120                MOVE CV-REMARK             TO WS-RL-TEXT
006130                PERFORM 27500-REG-LINE-PARA
006140            END-IF.
006150       ******************************************************************
006160       * A NUMBER THAT NEVER BECAME A CHECK (A FORM SPOILED IN THE
006170       * PRINTER) GETS A ZERO-AMOUNT VOID ENTRY OF ITS OWN.
006180       ******************************************************************
006190        21500-UNISSUED-FORM-PARA.
006200            MOVE SPACES                    TO CM-MAST-REC.
006210            MOVE CV-CHECK-NO-N             TO CM-CHECK-NO.
006220            MOVE 0                         TO CM-EMP-NO.
006230            MOVE "UNISSUED FORM"           TO CM-PAYEE.
006240            MOVE 0                         TO CM-AMOUNT.
006250            MOVE SPACES                    TO CM-ISSUE-DATE.
006260            MOVE "V"                       TO CM-STATUS.
006270            MOVE CV-REASON                 TO CM-VOID-REASON.
006280            PERFORM 21800-VOID-DATE-PARA.
006290            MOVE 0                         TO CM-PAID-AMOUNT.
006300            WRITE CM-MAST-REC.
006310            IF  WS-MAST-FS                 NOT = "00"
006320                PERFORM 29000-MAST-IO-ERROR-PARA
006330            ELSE
006340                MOVE CM-CHECK-NO           TO WS-PD-CHECK-NO
006350                MOVE "V"                   TO WS-PD-ACTION
006360                MOVE 0                     TO WS-PD-AMOUNT
006370                MOVE SPACES                TO WS-PD-ISSUE-DATE
006380                MOVE CM-PAYEE              TO WS-PD-PAYEE
006390                PERFORM 22000-PP-DETAIL-PARA
006400                ADD 1                      TO WS-SPOIL-COUNT
006410                MOVE "SPOILED"             TO WS-RL-VERB
006420                MOVE CV-REMARK             TO WS-RL-TEXT
006430                PERFORM 27500-REG-LINE-PARA
006440            END-IF.
006450        21800-VOID-DATE-PARA.
006460            IF  CV-VOID-DATE               IS NUMERIC
006470                MOVE CV-VOID-DATE          TO CM-VOID-DATE
006480            ELSE
006490                MOVE WS-TODAY              TO CM-VOID-DATE
006500            END-IF.
006510       ******************************************************************
006520       * ONE POSPAY DETAIL, ADDED TO THE TRAILER CONTROLS.
006530       ******************************************************************
006540        22000-PP-DETAIL-PARA.
006550            MOVE WS-PP-DETAIL-REC          TO PP-PP-REC.
006560            WRITE PP-PP-REC.
006570            ADD 1                          TO WS-PP-COUNT.
006580            ADD WS-PD-AMOUNT               TO WS-PP-TOTAL.
006590       ******************************************************************
006600       * ONE CHECK - TAKE THE NEXT NUMBER, LOG IT TO CHKMAST, PRINT THE
006610       * CHECK AND ITS STUB AND TELL THE BANK.
006620       ******************************************************************
006630        24000-ISSUE-PARA.
006640            ADD 1                          TO WS-LAST-CHECK-NO.
006650            MOVE SPACES                    TO CM-MAST-REC.
006660            MOVE WS-LAST-CHECK-NO          TO CM-CHECK-NO.
006670            MOVE PC-EMP-NO                 TO CM-EMP-NO.
006680            MOVE PC-EMP-NAME               TO CM-PAYEE.
006690            MOVE PC-NET                    TO CM-AMOUNT.
006700            MOVE WS-TODAY                  TO CM-ISSUE-DATE.
006710            MOVE "I"                       TO CM-STATUS.
006720            MOVE 0                         TO CM-PAID-AMOUNT.
006730            WRITE CM-MAST-REC
006740                INVALID KEY
006750                    DISPLAY "CHECK NO " WS-LAST-CHECK-NO
006760                        " ALREADY ON CHKMAST - CHKCTL OUT OF STEP"
006770                        " - RUN STOPPED."
006780                    SUBTRACT 1             FROM WS-LAST-CHECK-NO
006790                    MOVE 16                TO RETURN-CODE
006800                    MOVE "YES"             TO WS-ERROR-FLAG
006810            END-WRITE.
006820            IF  WS-ERROR-FLAG              NOT = "YES"
006830                IF  WS-FIRST-CHECK-NO      = 0
006840                    MOVE WS-LAST-CHECK-NO  TO WS-FIRST-CHECK-NO
006850                END-IF
006860                PERFORM 25000-PRINT-CHECK-PARA
006870                MOVE CM-CHECK-NO           TO WS-PD-CHECK-NO
006880                MOVE "I"                   TO WS-PD-ACTION
006890                MOVE CM-AMOUNT             TO WS-PD-AMOUNT
006900                MOVE CM-ISSUE-DATE         TO WS-PD-ISSUE-DATE
006910                MOVE CM-PAYEE              TO WS-PD-PAYEE
006920                PERFORM 22000-PP-DETAIL-PARA
006930                ADD 1                      TO WS-ISSUE-COUNT
006940                ADD PC-NET                 TO WS-ISSUE-AMOUNT
006950                MOVE "ISSUED"              TO WS-RL-VERB
006960                MOVE PC-NOTE               TO WS-RL-TEXT
006970                PERFORM 27500-REG-LINE-PARA
006980                PERFORM 24900-READ-CHK-PARA
006990            END-IF.
007000       ******************************************************************
007010       * FIND THE EMPLOYEE'S PAYSLIP FIGURES.
007020       ******************************************************************
007030        24500-FIND-STUB-PARA.
007040            IF  WS-SB-EMP-NO(WS-SB-SUB)    = PC-EMP-NO
007050                MOVE WS-SB-SUB             TO WS-SB-HIT
007060            END-IF.
007070        24900-READ-CHK-PARA.
007080            READ CHK-FILE
007090            AT END
007100                MOVE "YES"                 TO WS-CHK-EOF
007110            END-READ.
007120       ******************************************************************
007130       * THE CHECK FACE, ASTERISK-PROTECTED, THEN THE STUB.
007140       ******************************************************************
007150        25000-PRINT-CHECK-PARA.
007160            MOVE WS-BORDER                 TO PR-PRINT-REC.
007170            WRITE PR-PRINT-REC.
007180            MOVE CM-CHECK-NO               TO WS-CN-CHECK-NO.
007190            MOVE WS-TODAY                  TO WS-CN-DATE.
007200            MOVE WS-CK-NUMBER-LINE         TO PR-PRINT-REC.
007210            WRITE PR-PRINT-REC.
007220            MOVE SPACES                    TO PR-PRINT-REC.
007230            WRITE PR-PRINT-REC.
007240            MOVE PC-EMP-NAME               TO WS-CP-PAYEE.
007250            MOVE PC-NET                    TO WS-CP-AMOUNT.
007260            MOVE WS-CK-PAYEE-LINE          TO PR-PRINT-REC.
007270            WRITE PR-PRINT-REC.
007280            MOVE PC-EMP-NO                 TO WS-CE-EMP-NO.
007290            MOVE WS-CK-EMP-LINE            TO PR-PRINT-REC.
007300            WRITE PR-PRINT-REC.
007310            MOVE WS-CUT-LINE               TO PR-PRINT-REC.
007320            WRITE PR-PRINT-REC.
007330            MOVE PC-EMP-NO                 TO WS-SN-EMP-NO.
007340            MOVE PC-EMP-NAME               TO WS-SN-NAME.
007350            MOVE CM-CHECK-NO               TO WS-SN-CHECK-NO.
007360            MOVE WS-STUB-TITLE             TO PR-PRINT-REC.
007370            WRITE PR-PRINT-REC.
007380            MOVE 0                         TO WS-SB-HIT.
007390            PERFORM 24500-FIND-STUB-PARA
007400                VARYING WS-SB-SUB FROM 1 BY 1
007410                UNTIL WS-SB-SUB            > WS-STUB-COUNT
007420                OR    WS-SB-HIT            > 0.
007430            IF  WS-SB-HIT                  > 0
007440                PERFORM 25500-PRINT-STUB-PARA
007450            ELSE
007460                ADD 1                      TO WS-NO-STUB-COUNT
007470                MOVE "NO PAYSLIP DETAIL ON PAYSTUB - NET PAY ONLY"
007480                                           TO PR-PRINT-REC
007490                WRITE PR-PRINT-REC
007500                MOVE "NET PAY"             TO WS-PN-LABEL
007510                MOVE PC-NET                TO WS-PN-PERIOD
007520                MOVE WS-PERIOD-LINE        TO PR-PRINT-REC
007530                WRITE PR-PRINT-REC
007540            END-IF.
007550            IF  PC-REIMB                   IS NUMERIC
007560                AND PC-REIMB               > 0
007570                MOVE "EXPENSE REIMBURSEMENT" TO WS-PN-LABEL
007580                MOVE PC-REIMB              TO WS-PN-PERIOD
007590                MOVE WS-PERIOD-LINE        TO PR-PRINT-REC
007600                WRITE PR-PRINT-REC
007610                MOVE "CHECK AMOUNT"        TO WS-PN-LABEL
007620                MOVE PC-NET                TO WS-PN-PERIOD
007630                MOVE WS-PERIOD-LINE        TO PR-PRINT-REC
007640                WRITE PR-PRINT-REC
007650            END-IF.
007660            MOVE WS-BORDER                 TO PR-PRINT-REC.
007670            WRITE PR-PRINT-REC.
007680            MOVE SPACES                    TO PR-PRINT-REC.
007690            WRITE PR-PRINT-REC.
007700       ******************************************************************
007710       * THE STUB - CEXM1004'S PAYSLIP FIGURES, PERIOD AND YTD.
007720       ******************************************************************
007730        25500-PRINT-STUB-PARA.
007740            IF  WS-SB-REG-HOURS(WS-SB-HIT) > 0
007750                OR WS-SB-OT-HOURS(WS-SB-HIT) > 0
007760                MOVE WS-SB-REG-HOURS(WS-SB-HIT) TO WS-SH-REG
007770                MOVE WS-SB-OT-HOURS(WS-SB-HIT)  TO WS-SH-OT
007780                MOVE WS-STUB-HOURS         TO PR-PRINT-REC
007790                WRITE PR-PRINT-REC
007800            END-IF.
007810            MOVE WS-STUB-COLUMNS           TO PR-PRINT-REC.
007820            WRITE PR-PRINT-REC.
007830            MOVE "GROSS PAY"               TO WS-ML-LABEL.
007840            MOVE WS-SB-GROSS(WS-SB-HIT)    TO WS-ML-PERIOD.
007850            MOVE WS-SB-YTD-GROSS(WS-SB-HIT) TO WS-ML-YTD.
007860            MOVE WS-MONEY-LINE             TO PR-PRINT-REC.
007870            WRITE PR-PRINT-REC.
007880            MOVE "TAX WITHHELD"            TO WS-PN-LABEL.
007890            MOVE WS-SB-TAX(WS-SB-HIT)      TO WS-PN-PERIOD.
007900            MOVE WS-PERIOD-LINE            TO PR-PRINT-REC.
007910            WRITE PR-PRINT-REC.
007920            MOVE "INSURANCE"               TO WS-PN-LABEL.
007930            MOVE WS-SB-INS(WS-SB-HIT)      TO WS-PN-PERIOD.
007940            MOVE WS-PERIOD-LINE            TO PR-PRINT-REC.
007950            WRITE PR-PRINT-REC.
007960            MOVE "OTHER DEDUCTIONS"        TO WS-PN-LABEL.
007970            MOVE WS-SB-OTHER(WS-SB-HIT)    TO WS-PN-PERIOD.
007980            MOVE WS-PERIOD-LINE            TO PR-PRINT-REC.
007990            WRITE PR-PRINT-REC.
008000            MOVE "NET PAY"                 TO WS-ML-LABEL.
008010            MOVE WS-SB-NET(WS-SB-HIT)      TO WS-ML-PERIOD.
008020            MOVE WS-SB-YTD-NET(WS-SB-HIT)  TO WS-ML-YTD.
008030            MOVE WS-MONEY-LINE             TO PR-PRINT-REC.
008040            WRITE PR-PRINT-REC.
008050       ******************************************************************
008060       * THE POSPAY TRAILER AND THE NEW CONTROL RECORD. THE CONTROL
008070       * RECORD IS WRITTEN EVEN WHEN THE RUN STOPPED PART WAY, SO THE
008080       * NUMBERS ALREADY USED ARE NEVER HANDED OUT AGAIN.
008090       ******************************************************************
008100        26000-END-RUN-PARA.
008110            MOVE WS-PP-COUNT               TO WS-PT-COUNT.
008120            COMPUTE WS-PP-CENTS = WS-PP-TOTAL * 100.
008130            MOVE WS-PP-CENTS               TO WS-PT-TOTAL.
008140            MOVE WS-PP-TRAILER-REC         TO PP-PP-REC.
008150            WRITE PP-PP-REC.
008160            OPEN OUTPUT CTL-FILE.
008170            IF WS-CTL-FS                   NOT = "00"
008180               DISPLAY "CHKCTL REWRITE ERROR - STATUS " WS-CTL-FS
008190                   " - LAST CHECK NO " WS-LAST-CHECK-NO
008200               MOVE "CEXM1068"             TO LK-PGM-ID
008210               MOVE "CHKCTL"               TO LK-FILE-ID
008220               MOVE WS-CTL-FS              TO LK-FILE-STATUS
008230               CALL 'SPGMABND'             USING LK-ABEND-PARMS
008240               IF  LK-ABEND-YES
008250                   MOVE 16                 TO RETURN-CODE
008260                   MOVE "YES"              TO WS-ERROR-FLAG
008270               END-IF
008280            ELSE
008290               MOVE SPACES                 TO CT-CTL-REC
008300               MOVE WS-LAST-CHECK-NO       TO CT-LAST-CHECK-NO
008310               MOVE WS-PP-SEQ              TO CT-LAST-PP-SEQ
008320               IF  WS-ISSUE-COUNT          > 0
008330                   MOVE WS-TODAY           TO CT-LAST-ISSUE-DATE
008340               ELSE
008350                   MOVE WS-LAST-ISSUE-DATE TO CT-LAST-ISSUE-DATE
008360               END-IF
008370               WRITE CT-CTL-REC
008380               CLOSE CTL-FILE
008390            END-IF.
008400       ******************************************************************
008410       * LIST A VOID THAT COULD NOT BE APPLIED.
008420       ******************************************************************
008430        27000-REJECT-PARA.
008440            ADD 1                          TO WS-REJECT-COUNT.
008450            MOVE "REJECTED"                TO WS-RL-VERB.
008460            MOVE WS-REJECT-REASON          TO WS-RL-TEXT.
008470            MOVE CV-CHECK-NO               TO WS-RL-CHECK-NO.
008480            MOVE SPACES                    TO WS-RL-EMP-NO.
008490            MOVE CV-REMARK                 TO WS-RL-PAYEE.
008500            MOVE 0                         TO WS-RL-AMOUNT.
008510            MOVE WS-REG-LINE               TO RS-REPORT-REC.
008520            WRITE RS-REPORT-REC.
008530       ******************************************************************
008540       * ONE REGISTER LINE FOR THE CHECK IN HAND.
008550       ******************************************************************
008560        27500-REG-LINE-PARA.
008570            MOVE CM-CHECK-NO               TO WS-RL-CHECK-NO.
008580            IF  CM-EMP-NO                  = 0
008590                MOVE SPACES                TO WS-RL-EMP-NO
008600            ELSE
008610                MOVE CM-EMP-NO             TO WS-RL-EMP-NO
008620            END-IF.
008630            MOVE CM-PAYEE                  TO WS-RL-PAYEE.
008640            MOVE CM-AMOUNT                 TO WS-RL-AMOUNT.
008650            MOVE WS-REG-LINE               TO RS-REPORT-REC.
008660            WRITE RS-REPORT-REC.
008670       ******************************************************************
008680       * PRINT THE RUN TOTALS. A REJECTED VOID OR A CHECK WITHOUT ITS
008690       * PAYSLIP DETAIL LEAVES RETURN CODE 4.
008700       ******************************************************************
008710        28000-TOTALS-PARA.
008720            MOVE WS-HEADER1                TO RS-REPORT-REC.
008730            WRITE RS-REPORT-REC.
008740            MOVE "CHECKS ISSUED"           TO WS-TT-LABEL.
008750            MOVE WS-ISSUE-COUNT            TO WS-TT-COUNT.
008760            MOVE WS-ISSUE-AMOUNT           TO WS-TT-AMOUNT.
008770            PERFORM 28100-TOTAL-LINE-PARA.
008780            MOVE "CHECKS VOIDED"           TO WS-TT-LABEL.
008790            MOVE WS-VOID-COUNT             TO WS-TT-COUNT.
008800            MOVE WS-VOID-AMOUNT            TO WS-TT-AMOUNT.
008810            PERFORM 28100-TOTAL-LINE-PARA.
008820            MOVE "CHECKS SPOILED"          TO WS-TT-LABEL.
008830            MOVE WS-SPOIL-COUNT            TO WS-TT-COUNT.
008840            MOVE 0                         TO WS-TT-AMOUNT.
008850            PERFORM 28100-TOTAL-LINE-PARA.
008860            MOVE "VOIDS REJECTED"          TO WS-TT-LABEL.
008870            MOVE WS-REJECT-COUNT           TO WS-TT-COUNT.
008880            MOVE 0                         TO WS-TT-AMOUNT.
008890            PERFORM 28100-TOTAL-LINE-PARA.
008900            MOVE "CHECKS WITHOUT PAYSTUB"  TO WS-TT-LABEL.
008910            MOVE WS-NO-STUB-COUNT          TO WS-TT-COUNT.
008920            MOVE 0                         TO WS-TT-AMOUNT.
008930            PERFORM 28100-TOTAL-LINE-PARA.
008940            MOVE "POSPAY DETAILS"          TO WS-TT-LABEL.
008950            MOVE WS-PP-COUNT               TO WS-TT-COUNT.
008960            MOVE WS-PP-TOTAL               TO WS-TT-AMOUNT.
008970            PERFORM 28100-TOTAL-LINE-PARA.
008980            MOVE SPACES                    TO RS-REPORT-REC.
008990            IF  WS-ISSUE-COUNT             > 0
009000                STRING "CHECK NUMBERS USED " DELIMITED BY SIZE
009010                       WS-FIRST-CHECK-NO   DELIMITED BY SIZE
009020                       " THRU "            DELIMITED BY SIZE
009030                       WS-LAST-CHECK-NO    DELIMITED BY SIZE
009040                  INTO RS-REPORT-REC
009050                END-STRING
009060            ELSE
009070                MOVE "NO CHECKS ISSUED"    TO RS-REPORT-REC
009080            END-IF.
009090            WRITE RS-REPORT-REC.
009100            IF  WS-ERROR-FLAG              NOT = "YES"
009110                AND (WS-REJECT-COUNT       > 0
009120                OR   WS-NO-STUB-COUNT      > 0)
009130                MOVE 4                     TO RETURN-CODE
009140            END-IF.
009150        28100-TOTAL-LINE-PARA.
009160            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
009170            WRITE RS-REPORT-REC.
009180       ******************************************************************
009190       * A WRITE/REWRITE FAILURE ON CHKMAST IS ROUTED THROUGH THE
009200       * SHARED SPGMABND ABEND CHECK.
009210       ******************************************************************
009220        29000-MAST-IO-ERROR-PARA.
009230            DISPLAY "CHKMAST UPDATE ERROR - STATUS " WS-MAST-FS
009240                " - CHECK NO " CM-CHECK-NO.
009250            MOVE "CEXM1068"                TO LK-PGM-ID.
009260            MOVE "CHKMAST"                 TO LK-FILE-ID.
009270            MOVE WS-MAST-FS                TO LK-FILE-STATUS.
009280            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
009290            IF  LK-ABEND-YES
009300                MOVE 16                    TO RETURN-CODE
009310                MOVE "YES"                 TO WS-ERROR-FLAG
009320            END-IF.
009330       ******************************************************************
009340       * DISPLAY COUNTS AND CLOSE THE FILES.
009350       ******************************************************************
009360        30000-CLOSE-PARA.
009370            DISPLAY "CHECKS ISSUED       : " WS-ISSUE-COUNT.
009380            DISPLAY "CHECKS VOIDED       : " WS-VOID-COUNT.
009390            DISPLAY "CHECKS SPOILED      : " WS-SPOIL-COUNT.
009400            DISPLAY "VOIDS REJECTED      : " WS-REJECT-COUNT.
009410            DISPLAY "LAST CHECK NO       : " WS-LAST-CHECK-NO.
009420            CLOSE CHK-FILE.
009430            CLOSE STUB-FILE.
009440            IF  WS-VOID-AVAIL              = "YES"
009450                CLOSE VOID-FILE
009460            END-IF.
009470            CLOSE MAST-FILE.
009480            CLOSE PRINT-FILE.
009490            CLOSE PP-FILE.
009500            CLOSE REPORT-FILE.
