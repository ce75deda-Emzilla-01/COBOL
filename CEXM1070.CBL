000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1070.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: PAYROLL GENERAL-LEDGER EXPORT. PAYROLL USED TO
000060       *  REACH THE LEDGER AS A SUMMARY THE ACCOUNTANT RE-KEYED FROM
000070       *  CEXM947'S DEPARTMENT TOTALS. RUNNING AFTER CEXM1004 AND
000080       *  CEXM1006 FOR THE PAY PERIOD, THIS STEP TAKES EACH EMPLOYEE'S
000090       *  PERIOD FIGURES FROM PAYSTUB AND BUILDS, PER DEPARTMENT, A
000100       *  BALANCED SET OF GL LINES:
000110       *    DR  S  GROSS WAGES TO THE DEPARTMENT'S SALARY ACCOUNT
000120       *    CR  T  TAX WITHHELD TO THE TAX LIABILITY ACCOUNT
000130       *    CR  I  INSURANCE WITHHELD TO ITS LIABILITY ACCOUNT
000140       *    CR  O  OTHER WITHHOLDINGS TO THEIR LIABILITY ACCOUNT
000150       *    CR  B  NET PAY SENT ON THE BANKINT TRANSMISSION, TO CASH
000160       *    CR  P  NET PAY BY PAPER CHECK (PAPERCHK), TO CASH
000170       *    DR  U  ANY NET PAY BELOW ZERO, TO PAYROLL SUSPENSE
000180       *    DR  X  EXPENSE CLAIMS CEXM1006 REIMBURSED (EXPPAID) TO THE
000190       *           DEPARTMENT'S EXPENSE ACCOUNT - THEIR CASH GOES IN
000200       *           THE B OR P LINE, AS THE CLAIM WAS PAID
000210       *  THE PAYCOA CHART OF ACCOUNTS NAMES THE ACCOUNT FOR EACH LINE
000220       *  TYPE (S AND X PER DEPARTMENT); A LINE WITH NO ACCOUNT REFUSES
000230       *  THE RUN (RETURN CODE 16). PAYGLINT WEARS THE SAME H/D/T
000240       *  ENVELOPE AS CEXM997'S GLINT. THE PAYGLRPT PROOF PAGE SHOWS EACH
000260       *  DEPARTMENT, EVERY LINE WRITTEN, DEBITS AGAINST CREDITS, AND
000270       *  THE CASH LINES PROVED AGAINST THE BANKINT TRAILER AND THE
000280       *  PAPERCHK TOTAL - A CASH TOTAL THAT DOES NOT AGREE LEAVES
000290       *  RETURN CODE 4.
000300       * PAYSTUB : JEBA02.EMY.COBOL.PAYSTUB
000310       * PAPERCHK: JEBA02.EMY.COBOL.PAPERCHK
000320       * BANKINT : JEBA02.EMY.COBOL.BANKINT
000330       * PAYCOA  : JEBA02.EMY.COBOL.PAYCOA
000340       * PAYGLINT: JEBA02.EMY.COBOL.PAYGLINT
000350       * PAYGLRPT: JEBA02.EMY.COBOL.PAYGLRPT
000360       * EXPPAID : JEBA02.EMY.COBOL.EXPPAID (OPTIONAL)
000370       * ----------------------------------------------------------------
000380       * PRJ NO    NAME     DATE          MAINT DESC.
000390       * ----------------------------------------------------------------
000400       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000410       * JEBA02    EMY     09/26/2026    PAYSTUB LAYOUT CARRIES THE
000420       *                                 PRIOR PERIOD'S GROSS AND NET.
000430       * JEBA02    EMY     09/26/2026    EXPENSE CLAIMS CEXM1006 PAID
000440       *                                 (EXPPAID) DEBIT THE DEPARTMENT
000450       *                                 EXPENSE ACCOUNT (LINE TYPE X)
000460       *                                 AND JOIN THE CASH LINES.
000470       ******************************************************************
000480        ENVIRONMENT DIVISION.
000490        INPUT-OUTPUT SECTION.
000500        FILE-CONTROL.
000510            SELECT STUB-FILE
000520                ASSIGN TO PAYSTUB
000530                ORGANIZATION IS SEQUENTIAL
000540                ACCESS MODE IS SEQUENTIAL
000550                FILE STATUS IS WS-STUB-FS.
000560            SELECT CHK-FILE
000570                ASSIGN TO PAPERCHK
000580                ORGANIZATION IS SEQUENTIAL
000590                ACCESS MODE IS SEQUENTIAL
000600                FILE STATUS IS WS-CHK-FS.
000610            SELECT BANK-INT-FILE
000620                ASSIGN TO BANKINT
000630                ORGANIZATION IS SEQUENTIAL
000640                ACCESS MODE IS SEQUENTIAL
000650                FILE STATUS IS WS-BANK-INT-FS.
000660            SELECT COA-FILE
000670                ASSIGN TO PAYCOA
000680                ORGANIZATION IS SEQUENTIAL
000690                ACCESS MODE IS SEQUENTIAL
000700                FILE STATUS IS WS-COA-FS.
000710            SELECT INT-FILE
000720                ASSIGN TO PAYGLINT
000730                ORGANIZATION IS SEQUENTIAL
000740                ACCESS MODE IS SEQUENTIAL
000750                FILE STATUS IS WS-INT-FS.
000760            SELECT REPORT-FILE
000770                ASSIGN TO PAYGLRPT
000780                ORGANIZATION IS SEQUENTIAL
000790                ACCESS MODE IS SEQUENTIAL
000800                FILE STATUS IS WS-REPORT-FS.
000810            SELECT PAID-FILE
000820                ASSIGN TO EXPPAID
000830                ORGANIZATION IS SEQUENTIAL
000840                ACCESS MODE IS SEQUENTIAL
000850                FILE STATUS IS WS-PAID-FS.
000860        DATA DIVISION.
000870        FILE SECTION.
000880        FD  STUB-FILE.
000890        01  ST-STUB-REC.
000900            05  ST-EMP-NO                 PIC 9(04).
000910            05  ST-EMP-NAME               PIC X(20).
000920            05  ST-DEPT-NO                PIC 9(02).
000930            05  ST-PERIOD-DATE            PIC X(08).
000940            05  ST-REG-HOURS              PIC 9(05).
000950            05  ST-OT-HOURS               PIC 9(05).
000960            05  ST-GROSS                  PIC 9(09)V9(02).
000970            05  ST-TAX                    PIC 9(07)V9(02).
000980            05  ST-INS                    PIC 9(07)V9(02).
000990            05  ST-OTHER                  PIC 9(07)V9(02).
001000            05  ST-NET                    PIC S9(09)V9(02).
001010            05  ST-YTD-GROSS              PIC 9(09)V9(02).
001020            05  ST-YTD-NET                PIC S9(09)V9(02).
001030            05  ST-PRIOR-GROSS            PIC 9(09)V9(02).
001040            05  ST-PRIOR-NET              PIC S9(09)V9(02).
001050            05  FILLER                    PIC X(03).
001060        FD  CHK-FILE.
001070        01  PC-CHK-REC.
001080            05  PC-EMP-NO                 PIC 9(04).
001090            05  PC-EMP-NAME               PIC X(20).
001100            05  PC-NET                    PIC 9(09)V9(02).
001110            05  PC-NOTE                   PIC X(18).
001120            05  PC-REIMB                  PIC 9(07)V9(02).
001130            05  FILLER                    PIC X(18).
001140        FD  BANK-INT-FILE.
001150        01  BI-INT-REC.
001160            05  BI-REC-TYPE               PIC X(01).
001170            05  FILLER                    PIC X(89).
001180        01  BI-TRAILER-R REDEFINES BI-INT-REC.
001190            05  FILLER                    PIC X(01).
001200            05  BI-T-COUNT                PIC 9(06).
001210            05  BI-T-TOTAL                PIC 9(12).
001220            05  FILLER                    PIC X(71).
001230        FD  COA-FILE.
001240        01  CA-COA-REC.
001250            05  CA-LINE-TYPE              PIC X(01).
001260            05  CA-DEPT-NO                PIC X(02).
001270            05  CA-ACCT                   PIC X(08).
001280            05  CA-DESC                   PIC X(20).
001290            05  FILLER                    PIC X(49).
001300        FD  INT-FILE.
001310        01  IS-INT-REC                    PIC X(90).
001320        FD  REPORT-FILE.
001330        01  RS-REPORT-REC                 PIC X(80).
001340        FD  PAID-FILE.
001350        01  XP-PAID-REC.
001360            05  XP-EMP-NO                 PIC 9(04).
001370            05  XP-EMP-NAME               PIC X(20).
001380            05  XP-DEPT-NO                PIC 9(02).
001390            05  XP-CLAIM-DATE             PIC X(08).
001400            05  XP-EXP-TYPE               PIC X(02).
001410            05  XP-AMOUNT                 PIC 9(05)V9(02).
001420            05  XP-PAY-METHOD             PIC X(01).
001430            05  XP-PAID-DATE              PIC X(08).
001440            05  FILLER                    PIC X(28).
001450        WORKING-STORAGE SECTION.
001460        01  WS-STUB-FS                    PIC X(02).
001470        01  WS-CHK-FS                     PIC X(02).
001480        01  WS-BANK-INT-FS                PIC X(02).
001490        01  WS-COA-FS                     PIC X(02).
001500        01  WS-INT-FS                     PIC X(02).
001510        01  WS-REPORT-FS                  PIC X(02).
001520        01  WS-PAID-FS                    PIC X(02).
001530        01  WS-PAID-EOF                   PIC X(03) VALUE "NO".
001540        01  WS-PAID-AVAIL                 PIC X(03) VALUE "YES".
001550        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001560        01  WS-STUB-EOF                   PIC X(03) VALUE "NO".
001570        01  WS-CHK-EOF                    PIC X(03) VALUE "NO".
001580        01  WS-BANK-INT-EOF               PIC X(03) VALUE "NO".
001590        01  WS-COA-EOF                    PIC X(03) VALUE "NO".
001600        01  WS-CURRENT-DATE-DATA          PIC X(20).
001610        01  WS-PERIOD-DATE                PIC X(08) VALUE SPACES.
001620        01  WS-STUB-COUNT                 PIC 9(06) VALUE 0.
001630        01  WS-DETAIL-COUNT               PIC 9(06) VALUE 0.
001640        01  WS-UNMAPPED-COUNT             PIC 9(04) VALUE 0.
001650        01  WS-TOTAL-DEBITS               PIC 9(11)V9(02) VALUE 0.
001660        01  WS-TOTAL-CREDITS              PIC 9(11)V9(02) VALUE 0.
001670        01  WS-TOTAL-CENTS                PIC 9(12) VALUE 0.
001680       * THE CHART OF ACCOUNTS.
001690        01  WS-COA-COUNT                  PIC 9(03) VALUE 0.
001700        01  WS-COA-TABLE.
001710            05  WS-CA-ENTRY               OCCURS 120 TIMES.
001720                10  WS-CA-LINE-TYPE       PIC X(01).
001730                10  WS-CA-DEPT-NO         PIC X(02).
001740                10  WS-CA-ACCT            PIC X(08).
001750                10  WS-CA-DESC            PIC X(20).
001760        01  WS-COA-SUB                    PIC 9(03).
001770        01  WS-COA-HIT                    PIC 9(03).
001780        01  WS-FIND-TYPE                  PIC X(01).
001790        01  WS-FIND-DEPT                  PIC X(02).
001800       * WHO WAS PAID BY PAPER CHECK, BY EMPLOYEE NUMBER + 1.
001810        01  WS-PAPER-TABLE.
001820            05  WS-PAPER-FLAG             PIC X(01) OCCURS 10000 TIMES.
001830        01  WS-PAPER-SUB                  PIC 9(05).
001840        01  WS-PAPERCHK-TOTAL             PIC 9(11)V9(02) VALUE 0.
001850        01  WS-BANKINT-TOTAL              PIC 9(11)V9(02) VALUE 0.
001860        01  WS-BANKINT-FOUND              PIC X(03) VALUE "NO".
001870       * ONE SLOT PER DEPARTMENT, BY DEPARTMENT NUMBER + 1.
001880        01  WS-DEPT-TABLE.
001890            05  WS-DP-ENTRY               OCCURS 100 TIMES.
001900                10  WS-DP-EMPS            PIC 9(05).
001910                10  WS-DP-GROSS           PIC 9(11)V9(02).
001920                10  WS-DP-TAX             PIC 9(11)V9(02).
001930                10  WS-DP-INS             PIC 9(11)V9(02).
001940                10  WS-DP-OTHER           PIC 9(11)V9(02).
001950                10  WS-DP-BANK            PIC 9(11)V9(02).
001960                10  WS-DP-PAPER           PIC 9(11)V9(02).
001970                10  WS-DP-SUSPENSE        PIC 9(11)V9(02).
001980                10  WS-DP-EXPENSE         PIC 9(11)V9(02).
001990        01  WS-DEPT-SUB                   PIC 9(03).
002000        01  WS-DEPT-NO-X                  PIC X(02).
002010        01  WS-DEPT-NO-N REDEFINES WS-DEPT-NO-X
002020                                          PIC 9(02).
002030        01  WS-LINE-AMOUNT                PIC 9(11)V9(02).
002040        01  WS-TOT-GROSS                  PIC 9(11)V9(02) VALUE 0.
002050        01  WS-TOT-WITHHELD               PIC 9(11)V9(02) VALUE 0.
002060        01  WS-TOT-BANK                   PIC 9(11)V9(02) VALUE 0.
002070        01  WS-TOT-PAPER                  PIC 9(11)V9(02) VALUE 0.
002080        01  WS-TOT-SUSPENSE               PIC 9(11)V9(02) VALUE 0.
002090        01  WS-TOT-EXPENSE                PIC 9(11)V9(02) VALUE 0.
002100        01  WS-HEADER-REC.
002110            05 FILLER                     PIC X(01) VALUE "H".
002120            05 WS-H-SENDER-ID             PIC X(08)
002130                                          VALUE "CEXMPY  ".
002140            05 WS-H-BUS-DATE              PIC X(08).
002150            05 WS-H-FILE-SEQ              PIC 9(06) VALUE 1.
002160            05 FILLER                     PIC X(67) VALUE SPACES.
002170        01  WS-DETAIL-REC.
002180            05 FILLER                     PIC X(01) VALUE "D".
002190            05 WS-D-ACCT                  PIC X(08).
002200            05 WS-D-DRCR                  PIC X(01).
002210            05 WS-D-AMOUNT                PIC 9(11)V9(02).
002220            05 WS-D-TYPE                  PIC X(01).
002230            05 WS-D-DESC                  PIC X(20).
002240            05 WS-D-DEPT-NO               PIC X(02).
002250            05 FILLER                     PIC X(44) VALUE SPACES.
002260        01  WS-TRAILER-REC.
002270            05 FILLER                     PIC X(01) VALUE "T".
002280            05 WS-T-COUNT                 PIC 9(06).
002290            05 WS-T-TOTAL                 PIC 9(12).
002300            05 FILLER                     PIC X(71) VALUE SPACES.
002310       * THE PROOF PAGE.
002320        01  WS-HEADER1                    PIC X(72) VALUE ALL "-".
002330        01  WS-HEADER2.
002340            05 FILLER                     PIC X(16) VALUE ALL "*".
002350            05 FILLER                     PIC X(27)
002360                     VALUE " PAYROLL GL JOURNAL PERIOD ".
002370            05 WS-H2-PERIOD               PIC X(08).
002380            05 FILLER                     PIC X(01) VALUE SPACE.
002390            05 FILLER                     PIC X(16) VALUE ALL "*".
002400        01  WS-DEPT-HEAD.
002410            05 FILLER                     PIC X(40) VALUE
002420               "DEPT  EMPS    GROSS WAGES      WITHHELD ".
002430            05 FILLER                     PIC X(40) VALUE
002440               "    NET TO BANK   NET BY CHECK  EXPENSES".
002450        01  WS-DEPT-LINE.
002460            05 WS-DL-DEPT                 PIC 9(02).
002470            05 FILLER                     PIC X(02) VALUE SPACES.
002480            05 WS-DL-EMPS                 PIC ZZZZ9.
002490            05 FILLER                     PIC X(01) VALUE SPACE.
002500            05 WS-DL-GROSS                PIC ZZ,ZZZ,ZZ9.99.
002510            05 FILLER                     PIC X(01) VALUE SPACE.
002520            05 WS-DL-WITHHELD             PIC ZZ,ZZZ,ZZ9.99.
002530            05 FILLER                     PIC X(01) VALUE SPACE.
002540            05 WS-DL-BANK                 PIC ZZ,ZZZ,ZZ9.99.
002550            05 FILLER                     PIC X(02) VALUE SPACES.
002560            05 WS-DL-PAPER                PIC ZZ,ZZZ,ZZ9.99.
002570            05 FILLER                     PIC X(01) VALUE SPACE.
002580            05 WS-DL-EXPENSE              PIC ZZ,ZZZ,ZZ9.99.
002590        01  WS-GL-LINE.
002600            05 WS-GL-DRCR                 PIC X(02).
002610            05 FILLER                     PIC X(01) VALUE SPACE.
002620            05 WS-GL-ACCT                 PIC X(08).
002630            05 FILLER                     PIC X(01) VALUE SPACE.
002640            05 WS-GL-TYPE                 PIC X(01).
002650            05 FILLER                     PIC X(06) VALUE "  DEPT".
002660            05 FILLER                     PIC X(01) VALUE SPACE.
002670            05 WS-GL-DEPT                 PIC X(02).
002680            05 FILLER                     PIC X(02) VALUE SPACES.
002690            05 WS-GL-DESC                 PIC X(20).
002700            05 FILLER                     PIC X(01) VALUE SPACE.
002710            05 WS-GL-AMOUNT               PIC $$,$$$,$$$,$$9.99.
002720            05 FILLER                     PIC X(18) VALUE SPACES.
002730        01  WS-PROVE-LINE.
002740            05 FILLER                     PIC X(10)
002750                                          VALUE "DEBITS    ".
002760            05 WS-PV-DEBITS               PIC $$,$$$,$$$,$$9.99.
002770            05 FILLER                     PIC X(10)
002780                                          VALUE "  CREDITS ".
002790            05 WS-PV-CREDITS              PIC $$,$$$,$$$,$$9.99.
002800            05 WS-PV-FLAG                 PIC X(14).
002810            05 FILLER                     PIC X(12) VALUE SPACES.
002820        01  WS-CASH-LINE.
002830            05 WS-CL-LABEL                PIC X(22).
002840            05 WS-CL-GL                   PIC $$,$$$,$$$,$$9.99.
002850            05 FILLER                     PIC X(06) VALUE " FILE ".
002860            05 WS-CL-FILE                 PIC $$,$$$,$$$,$$9.99.
002870            05 WS-CL-FLAG                 PIC X(16).
002880            05 FILLER                     PIC X(02) VALUE SPACES.
002890        01  WS-CASH-MISMATCH              PIC 9(02) VALUE 0.
002900        COPY SPGMABNL.
002910        PROCEDURE DIVISION.
002920       ******************************************************************
002930       * MAIN PROGRAM FLOW.
002940       ******************************************************************
002950        00000-MAIN-PARA.
002960            PERFORM 10000-INITIALIZE-PARA.
002970            IF  WS-ERROR-FLAG              NOT = "YES"
002980                PERFORM 12000-LOAD-COA-PARA
002990                    UNTIL WS-COA-EOF       = "YES"
003000                PERFORM 13000-LOAD-PAPER-PARA
003010                    UNTIL WS-CHK-EOF       = "YES"
003020                PERFORM 14000-READ-BANKINT-PARA
003030                    UNTIL WS-BANK-INT-EOF  = "YES"
003040                PERFORM 15000-LOAD-PAID-PARA
003050                    UNTIL WS-PAID-EOF      = "YES"
003060                PERFORM 20000-PROCESS-PARA
003070                    UNTIL WS-STUB-EOF      = "YES"
003080            END-IF.
003090            IF  WS-ERROR-FLAG              NOT = "YES"
003100                PERFORM 22000-CHECK-MAP-PARA
003110                    VARYING WS-DEPT-SUB FROM 1 BY 1
003120                    UNTIL WS-DEPT-SUB      > 100
003130                IF  WS-UNMAPPED-COUNT      > 0
003140                    DISPLAY WS-UNMAPPED-COUNT
003150                        " PAYCOA ACCOUNTS MISSING - RUN REFUSED."
003160                    MOVE 16                TO RETURN-CODE
003170                    MOVE "YES"             TO WS-ERROR-FLAG
003180                END-IF
003190            END-IF.
003200            IF  WS-ERROR-FLAG              NOT = "YES"
003210                PERFORM 24000-WRITE-FILE-PARA
003220                PERFORM 28000-PROOF-PARA
003230            END-IF.
003240            PERFORM 30000-CLOSE-PARA.
003250            STOP RUN.
003260       ******************************************************************
003270       * OPEN EVERYTHING.
003280       ******************************************************************
003290        10000-INITIALIZE-PARA.
003300            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003310            MOVE SPACES                    TO WS-PAPER-TABLE.
003320            INITIALIZE WS-DEPT-TABLE.
003330            OPEN INPUT STUB-FILE.
003340            IF WS-STUB-FS                 NOT = "00"
003350               DISPLAY "PAYSTUB ACCESS ERROR."
003360               MOVE "CEXM1070"            TO LK-PGM-ID
003370               MOVE "PAYSTUB"             TO LK-FILE-ID
003380               MOVE WS-STUB-FS            TO LK-FILE-STATUS
003390               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003400               IF  LK-ABEND-YES
003410                   MOVE 16                TO RETURN-CODE
003420                   MOVE "YES"             TO WS-ERROR-FLAG
003430               END-IF
003440            END-IF.
003450            OPEN INPUT CHK-FILE.
003460            IF WS-CHK-FS                  NOT = "00"
003470               DISPLAY "PAPERCHK ACCESS ERROR."
003480               MOVE "CEXM1070"            TO LK-PGM-ID
003490               MOVE "PAPERCHK"            TO LK-FILE-ID
003500               MOVE WS-CHK-FS             TO LK-FILE-STATUS
003510               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003520               IF  LK-ABEND-YES
003530                   MOVE 16                TO RETURN-CODE
003540                   MOVE "YES"             TO WS-ERROR-FLAG
003550               END-IF
003560            END-IF.
003570            OPEN INPUT BANK-INT-FILE.
003580            IF WS-BANK-INT-FS             NOT = "00"
003590               DISPLAY "BANKINT ACCESS ERROR."
003600               MOVE "CEXM1070"            TO LK-PGM-ID
003610               MOVE "BANKINT"             TO LK-FILE-ID
003620               MOVE WS-BANK-INT-FS        TO LK-FILE-STATUS
003630               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003640               IF  LK-ABEND-YES
003650                   MOVE 16                TO RETURN-CODE
003660                   MOVE "YES"             TO WS-ERROR-FLAG
003670               END-IF
003680            END-IF.
003690            OPEN INPUT COA-FILE.
003700            IF WS-COA-FS                  NOT = "00"
003710               DISPLAY "PAYCOA ACCESS ERROR."
003720               MOVE "CEXM1070"            TO LK-PGM-ID
003730               MOVE "PAYCOA"              TO LK-FILE-ID
003740               MOVE WS-COA-FS             TO LK-FILE-STATUS
003750               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003760               IF  LK-ABEND-YES
003770                   MOVE 16                TO RETURN-CODE
003780                   MOVE "YES"             TO WS-ERROR-FLAG
003790               END-IF
003800            END-IF.
003810       * NO EXPPAID MEANS NO EXPENSE CLAIMS WERE PAID.
003820            OPEN INPUT PAID-FILE.
003830            IF WS-PAID-FS                 = "35"
003840               MOVE "NO"                  TO WS-PAID-AVAIL
003850               MOVE "YES"                 TO WS-PAID-EOF
003860            ELSE
003870               IF WS-PAID-FS              NOT = "00"
003880                  DISPLAY "EXPPAID ACCESS ERROR."
003890                  MOVE "CEXM1070"         TO LK-PGM-ID
003900                  MOVE "EXPPAID"          TO LK-FILE-ID
003910                  MOVE WS-PAID-FS         TO LK-FILE-STATUS
003920                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
003930                  IF  LK-ABEND-YES
003940                      MOVE 16             TO RETURN-CODE
003950                      MOVE "YES"          TO WS-ERROR-FLAG
003960                  END-IF
003970               END-IF
003980            END-IF.
003990            OPEN OUTPUT INT-FILE.
004000            IF WS-INT-FS                  NOT = "00"
004010               DISPLAY "PAYGLINT ACCESS ERROR."
004020               MOVE "CEXM1070"            TO LK-PGM-ID
004030               MOVE "PAYGLINT"            TO LK-FILE-ID
004040               MOVE WS-INT-FS             TO LK-FILE-STATUS
004050               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004060               IF  LK-ABEND-YES
004070                   MOVE 16                TO RETURN-CODE
004080                   MOVE "YES"             TO WS-ERROR-FLAG
004090               END-IF
004100            END-IF.
004110            OPEN OUTPUT REPORT-FILE.
004120            IF WS-REPORT-FS               NOT = "00"
004130               DISPLAY "PAYGLRPT ACCESS ERROR."
004140               MOVE "CEXM1070"            TO LK-PGM-ID
004150               MOVE "PAYGLRPT"            TO LK-FILE-ID
004160               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
004170               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004180               IF  LK-ABEND-YES
004190                   MOVE 16                TO RETURN-CODE
004200                   MOVE "YES"             TO WS-ERROR-FLAG
004210               END-IF
004220            END-IF.
004230       ******************************************************************
004240       * LOAD THE CHART OF ACCOUNTS. NO CHART MEANS NO EXPORT.
004250       ******************************************************************
004260        12000-LOAD-COA-PARA.
004270            READ COA-FILE
004280            AT END
004290                MOVE "YES"                 TO WS-COA-EOF
004300                IF  WS-COA-COUNT           = 0
004310                    DISPLAY "PAYCOA EMPTY - RUN REFUSED."
004320                    MOVE 16                TO RETURN-CODE
004330                    MOVE "YES"             TO WS-ERROR-FLAG
004340                END-IF
004350            NOT AT END
004360                IF  WS-COA-COUNT           = 120
004370                    DISPLAY "CHART TABLE FULL AT 120 ACCOUNTS."
004380                ELSE
004390                    ADD 1                  TO WS-COA-COUNT
004400                    MOVE CA-LINE-TYPE
004410                        TO WS-CA-LINE-TYPE(WS-COA-COUNT)
004420                    MOVE CA-DEPT-NO
004430                        TO WS-CA-DEPT-NO(WS-COA-COUNT)
004440                    MOVE CA-ACCT
004450                        TO WS-CA-ACCT(WS-COA-COUNT)
004460                    MOVE CA-DESC
004470                        TO WS-CA-DESC(WS-COA-COUNT)
004480                END-IF
004490            END-READ.
004500       ******************************************************************
004510       * MARK EVERY EMPLOYEE CEXM1006 PUT ON PAPER, AND TOTAL THE
004520       * PAPERCHK NET FOR THE CASH PROOF.
004530       ******************************************************************
004540        13000-LOAD-PAPER-PARA.
004550            READ CHK-FILE
004560            AT END
004570                MOVE "YES"                 TO WS-CHK-EOF
004580            NOT AT END
004590                COMPUTE WS-PAPER-SUB = PC-EMP-NO + 1
004600                MOVE "P"                   TO WS-PAPER-FLAG(WS-PAPER-SUB)
004610                ADD PC-NET                 TO WS-PAPERCHK-TOTAL
004620            END-READ.
004630       ******************************************************************
004640       * TAKE THE BANKINT TRAILER TOTAL FOR THE CASH PROOF.
004650       ******************************************************************
004660        14000-READ-BANKINT-PARA.
004670            READ BANK-INT-FILE
004680            AT END
004690                MOVE "YES"                 TO WS-BANK-INT-EOF
004700            NOT AT END
004710                IF  BI-REC-TYPE            = "T"
004720                    AND BI-T-TOTAL         IS NUMERIC
004730                    COMPUTE WS-BANKINT-TOTAL = BI-T-TOTAL / 100
004740                    MOVE "YES"             TO WS-BANKINT-FOUND
004750                END-IF
004760            END-READ.
004770       ******************************************************************
004780       * EACH EXPENSE CLAIM CEXM1006 PAID INTO ITS DEPARTMENT: THE
004790       * EXPENSE, AND ITS CASH BY THE ROUTE IT WENT.
004800       ******************************************************************
004810        15000-LOAD-PAID-PARA.
004820            READ PAID-FILE
004830            AT END
004840                MOVE "YES"                 TO WS-PAID-EOF
004850            NOT AT END
004860                COMPUTE WS-DEPT-SUB = XP-DEPT-NO + 1
004870                ADD XP-AMOUNT              TO WS-DP-EXPENSE(WS-DEPT-SUB)
004880                IF  XP-PAY-METHOD          = "P"
004890                    ADD XP-AMOUNT          TO WS-DP-PAPER(WS-DEPT-SUB)
004900                ELSE
004910                    ADD XP-AMOUNT          TO WS-DP-BANK(WS-DEPT-SUB)
004920                END-IF
004930            END-READ.
004940       ******************************************************************
004950       * ONE EMPLOYEE'S PERIOD FIGURES INTO THE DEPARTMENT TOTALS. NET
004960       * PAY GOES TO BANK OR PAPER AS CEXM1006 SENT IT; A NET BELOW ZERO
004970       * GOES TO SUSPENSE.
004980       ******************************************************************
004990        20000-PROCESS-PARA.
005000            READ STUB-FILE
005010            AT END
005020                MOVE "YES"                 TO WS-STUB-EOF
005030            NOT AT END
005040                ADD 1                      TO WS-STUB-COUNT
005050                IF  WS-PERIOD-DATE         = SPACES
005060                    MOVE ST-PERIOD-DATE    TO WS-PERIOD-DATE
005070                END-IF
005080                COMPUTE WS-DEPT-SUB = ST-DEPT-NO + 1
005090                COMPUTE WS-PAPER-SUB = ST-EMP-NO + 1
005100                ADD 1                      TO WS-DP-EMPS(WS-DEPT-SUB)
005110                ADD ST-GROSS               TO WS-DP-GROSS(WS-DEPT-SUB)
005120                ADD ST-TAX                 TO WS-DP-TAX(WS-DEPT-SUB)
005130                ADD ST-INS                 TO WS-DP-INS(WS-DEPT-SUB)
005140                ADD ST-OTHER               TO WS-DP-OTHER(WS-DEPT-SUB)
005150                EVALUATE TRUE
005160                    WHEN ST-NET            < 0
005170                        SUBTRACT ST-NET
005180                            FROM WS-DP-SUSPENSE(WS-DEPT-SUB)
005190                    WHEN ST-NET            = 0
005200                        CONTINUE
005210                    WHEN WS-PAPER-FLAG(WS-PAPER-SUB) = "P"
005220                        ADD ST-NET         TO WS-DP-PAPER(WS-DEPT-SUB)
005230                    WHEN OTHER
005240                        ADD ST-NET         TO WS-DP-BANK(WS-DEPT-SUB)
005250                END-EVALUATE
005260            END-READ.
005270       ******************************************************************
005280       * EVERY LINE ONE DEPARTMENT WILL WRITE MUST HAVE AN ACCOUNT.
005290       ******************************************************************
005300        22000-CHECK-MAP-PARA.
005310            IF  WS-DP-EMPS(WS-DEPT-SUB)    > 0
005320                OR WS-DP-EXPENSE(WS-DEPT-SUB) > 0
005330                COMPUTE WS-DEPT-NO-N = WS-DEPT-SUB - 1
005340                MOVE WS-DEPT-NO-X          TO WS-FIND-DEPT
005350                IF  WS-DP-GROSS(WS-DEPT-SUB) > 0
005360                    MOVE "S"               TO WS-FIND-TYPE
005370                    PERFORM 22100-MUST-MAP-PARA
005380                END-IF
005390                IF  WS-DP-TAX(WS-DEPT-SUB) > 0
005400                    MOVE "T"               TO WS-FIND-TYPE
005410                    PERFORM 22100-MUST-MAP-PARA
005420                END-IF
005430                IF  WS-DP-INS(WS-DEPT-SUB) > 0
005440                    MOVE "I"               TO WS-FIND-TYPE
005450                    PERFORM 22100-MUST-MAP-PARA
005460                END-IF
005470                IF  WS-DP-OTHER(WS-DEPT-SUB) > 0
005480                    MOVE "O"               TO WS-FIND-TYPE
005490                    PERFORM 22100-MUST-MAP-PARA
005500                END-IF
005510                IF  WS-DP-BANK(WS-DEPT-SUB) > 0
005520                    MOVE "B"               TO WS-FIND-TYPE
005530                    PERFORM 22100-MUST-MAP-PARA
005540                END-IF
005550                IF  WS-DP-PAPER(WS-DEPT-SUB) > 0
005560                    MOVE "P"               TO WS-FIND-TYPE
005570                    PERFORM 22100-MUST-MAP-PARA
005580                END-IF
005590                IF  WS-DP-SUSPENSE(WS-DEPT-SUB) > 0
005600                    MOVE "U"               TO WS-FIND-TYPE
005610                    PERFORM 22100-MUST-MAP-PARA
005620                END-IF
005630                IF  WS-DP-EXPENSE(WS-DEPT-SUB) > 0
005640                    MOVE "X"               TO WS-FIND-TYPE
005650                    PERFORM 22100-MUST-MAP-PARA
005660                END-IF
005670            END-IF.
005680        22100-MUST-MAP-PARA.
005690            PERFORM 23000-FIND-ACCT-PARA.
005700            IF  WS-COA-HIT                 = 0
005710                ADD 1                      TO WS-UNMAPPED-COUNT
005720                DISPLAY "NO PAYCOA ACCOUNT FOR LINE TYPE " WS-FIND-TYPE
005730                    " DEPT " WS-FIND-DEPT
005740            END-IF.
005750       ******************************************************************
005760       * FIND THE ACCOUNT FOR WS-FIND-TYPE - FOR SALARY AND EXPENSE
005770       * LINES, THE ONE FOR DEPARTMENT WS-FIND-DEPT.
005780       ******************************************************************
005790        23000-FIND-ACCT-PARA.
005800            MOVE 0                         TO WS-COA-HIT.
005810            PERFORM 23100-MATCH-ACCT-PARA
005820                VARYING WS-COA-SUB FROM 1 BY 1
005830                UNTIL WS-COA-SUB           > WS-COA-COUNT
005840                OR    WS-COA-HIT           > 0.
005850        23100-MATCH-ACCT-PARA.
005860            IF  WS-CA-LINE-TYPE(WS-COA-SUB) = WS-FIND-TYPE
005870                AND ((WS-FIND-TYPE         NOT = "S"
005880                AND   WS-FIND-TYPE         NOT = "X")
005890                OR   WS-CA-DEPT-NO(WS-COA-SUB) = WS-FIND-DEPT)
005900                MOVE WS-COA-SUB            TO WS-COA-HIT
005910            END-IF.
005920       ******************************************************************
005930       * WRITE THE H/D/T INTERFACE FILE - EACH DEPARTMENT'S LINES IN
005940       * DEPARTMENT ORDER.
005950       ******************************************************************
005960        24000-WRITE-FILE-PARA.
005970            IF  WS-PERIOD-DATE             = SPACES
005980                MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-PERIOD-DATE
005990            END-IF.
006000            MOVE WS-PERIOD-DATE            TO WS-H-BUS-DATE.
006010            MOVE WS-HEADER-REC             TO IS-INT-REC.
006020            WRITE IS-INT-REC.
006030            MOVE WS-PERIOD-DATE            TO WS-H2-PERIOD.
006040            MOVE WS-HEADER2                TO RS-REPORT-REC.
006050            WRITE RS-REPORT-REC.
006060            MOVE WS-HEADER1                TO RS-REPORT-REC.
006070            WRITE RS-REPORT-REC.
006080            PERFORM 25000-ONE-DEPT-PARA
006090                VARYING WS-DEPT-SUB FROM 1 BY 1
006100                UNTIL WS-DEPT-SUB          > 100.
006110            MOVE WS-DETAIL-COUNT           TO WS-T-COUNT.
006120            COMPUTE WS-TOTAL-CENTS =
006130                (WS-TOTAL-DEBITS + WS-TOTAL-CREDITS) * 100.
006140            MOVE WS-TOTAL-CENTS            TO WS-T-TOTAL.
006150            MOVE WS-TRAILER-REC            TO IS-INT-REC.
006160            WRITE IS-INT-REC.
006170       ******************************************************************
006180       * ONE DEPARTMENT'S BALANCED LINES.
006190       ******************************************************************
006200        25000-ONE-DEPT-PARA.
006210            IF  WS-DP-EMPS(WS-DEPT-SUB)    > 0
006220                OR WS-DP-EXPENSE(WS-DEPT-SUB) > 0
006230                COMPUTE WS-DEPT-NO-N = WS-DEPT-SUB - 1
006240                MOVE WS-DEPT-NO-X          TO WS-FIND-DEPT
006250                MOVE "S"                   TO WS-FIND-TYPE
006260                MOVE "D"                   TO WS-D-DRCR
006270                MOVE WS-DP-GROSS(WS-DEPT-SUB) TO WS-LINE-AMOUNT
006280                PERFORM 25100-GL-LINE-PARA
006290                MOVE "X"                   TO WS-FIND-TYPE
006300                MOVE WS-DP-EXPENSE(WS-DEPT-SUB) TO WS-LINE-AMOUNT
006310                PERFORM 25100-GL-LINE-PARA
006320                MOVE "T"                   TO WS-FIND-TYPE
006330                MOVE "C"                   TO WS-D-DRCR
006340                MOVE WS-DP-TAX(WS-DEPT-SUB) TO WS-LINE-AMOUNT
006350                PERFORM 25100-GL-LINE-PARA
006360                MOVE "I"                   TO WS-FIND-TYPE
006370                MOVE WS-DP-INS(WS-DEPT-SUB) TO WS-LINE-AMOUNT
006380                PERFORM 25100-GL-LINE-PARA
006390                MOVE "O"                   TO WS-FIND-TYPE
006400                MOVE WS-DP-OTHER(WS-DEPT-SUB) TO WS-LINE-AMOUNT
006410                PERFORM 25100-GL-LINE-PARA
006420                MOVE "B"                   TO WS-FIND-TYPE
006430                MOVE WS-DP-BANK(WS-DEPT-SUB) TO WS-LINE-AMOUNT
006440                PERFORM 25100-GL-LINE-PARA
006450                MOVE "P"                   TO WS-FIND-TYPE
006460                MOVE WS-DP-PAPER(WS-DEPT-SUB) TO WS-LINE-AMOUNT
006470                PERFORM 25100-GL-LINE-PARA
006480                MOVE "U"                   TO WS-FIND-TYPE
006490                MOVE "D"                   TO WS-D-DRCR
006500                MOVE WS-DP-SUSPENSE(WS-DEPT-SUB) TO WS-LINE-AMOUNT
006510                PERFORM 25100-GL-LINE-PARA
006520            END-IF.
006530       ******************************************************************
006540       * ONE GL DETAIL AND ITS PROOF-PAGE LINE, WHEN THERE IS MONEY.
006550       ******************************************************************
006560        25100-GL-LINE-PARA.
006570            IF  WS-LINE-AMOUNT             > 0
006580                PERFORM 23000-FIND-ACCT-PARA
006590                MOVE WS-CA-ACCT(WS-COA-HIT) TO WS-D-ACCT
006600                MOVE WS-LINE-AMOUNT        TO WS-D-AMOUNT
006610                MOVE WS-FIND-TYPE          TO WS-D-TYPE
006620                MOVE WS-CA-DESC(WS-COA-HIT) TO WS-D-DESC
006630                MOVE WS-FIND-DEPT          TO WS-D-DEPT-NO
006640                MOVE WS-DETAIL-REC         TO IS-INT-REC
006650                WRITE IS-INT-REC
006660                ADD 1                      TO WS-DETAIL-COUNT
006670                IF  WS-D-DRCR              = "D"
006680                    ADD WS-LINE-AMOUNT     TO WS-TOTAL-DEBITS
006690                    MOVE "DR"              TO WS-GL-DRCR
006700                ELSE
006710                    ADD WS-LINE-AMOUNT     TO WS-TOTAL-CREDITS
006720                    MOVE "CR"              TO WS-GL-DRCR
006730                END-IF
006740                MOVE WS-D-ACCT             TO WS-GL-ACCT
006750                MOVE WS-D-TYPE             TO WS-GL-TYPE
006760                MOVE WS-D-DEPT-NO          TO WS-GL-DEPT
006770                MOVE WS-D-DESC             TO WS-GL-DESC
006780                MOVE WS-LINE-AMOUNT        TO WS-GL-AMOUNT
006790                MOVE WS-GL-LINE            TO RS-REPORT-REC
006800                WRITE RS-REPORT-REC
006810            END-IF.
006820       ******************************************************************
006830       * THE PROOF PAGE - DEPARTMENT TOTALS, DEBITS AGAINST CREDITS,
006840       * AND THE CASH LINES AGAINST WHAT WAS ACTUALLY SENT.
006850       ******************************************************************
006860        28000-PROOF-PARA.
006870            MOVE WS-HEADER1                TO RS-REPORT-REC.
006880            WRITE RS-REPORT-REC.
006890            MOVE WS-DEPT-HEAD              TO RS-REPORT-REC.
006900            WRITE RS-REPORT-REC.
006910            PERFORM 28100-DEPT-LINE-PARA
006920                VARYING WS-DEPT-SUB FROM 1 BY 1
006930                UNTIL WS-DEPT-SUB          > 100.
006940            MOVE WS-HEADER1                TO RS-REPORT-REC.
006950            WRITE RS-REPORT-REC.
006960            MOVE WS-TOTAL-DEBITS           TO WS-PV-DEBITS.
006970            MOVE WS-TOTAL-CREDITS          TO WS-PV-CREDITS.
006980            IF  WS-TOTAL-DEBITS            = WS-TOTAL-CREDITS
006990                MOVE "  IN BALANCE  "      TO WS-PV-FLAG
007000            ELSE
007010                MOVE " OUT OF BALANCE"     TO WS-PV-FLAG
007020            END-IF.
007030            MOVE WS-PROVE-LINE             TO RS-REPORT-REC.
007040            WRITE RS-REPORT-REC.
007050            MOVE "NET TO BANK  GL"         TO WS-CL-LABEL.
007060            MOVE WS-TOT-BANK               TO WS-CL-GL.
007070            MOVE WS-BANKINT-TOTAL          TO WS-CL-FILE.
007080            IF  WS-BANKINT-FOUND           NOT = "YES"
007090                MOVE "  NO BANKINT T"      TO WS-CL-FLAG
007100                ADD 1                      TO WS-CASH-MISMATCH
007110            ELSE
007120                IF  WS-TOT-BANK            = WS-BANKINT-TOTAL
007130                    MOVE "  AGREES"        TO WS-CL-FLAG
007140                ELSE
007150                    MOVE "  DOES NOT AGREE" TO WS-CL-FLAG
007160                    ADD 1                  TO WS-CASH-MISMATCH
007170                END-IF
007180            END-IF.
007190            MOVE WS-CASH-LINE              TO RS-REPORT-REC.
007200            WRITE RS-REPORT-REC.
007210            MOVE "NET BY CHECK GL"         TO WS-CL-LABEL.
007220            MOVE WS-TOT-PAPER              TO WS-CL-GL.
007230            MOVE WS-PAPERCHK-TOTAL         TO WS-CL-FILE.
007240            IF  WS-TOT-PAPER               = WS-PAPERCHK-TOTAL
007250                MOVE "  AGREES"            TO WS-CL-FLAG
007260            ELSE
007270                MOVE "  DOES NOT AGREE"    TO WS-CL-FLAG
007280                ADD 1                      TO WS-CASH-MISMATCH
007290            END-IF.
007300            MOVE WS-CASH-LINE              TO RS-REPORT-REC.
007310            WRITE RS-REPORT-REC.
007320            IF  WS-CASH-MISMATCH           > 0
007330                OR WS-TOTAL-DEBITS         NOT = WS-TOTAL-CREDITS
007340                MOVE 4                     TO RETURN-CODE
007350            END-IF.
007360        28100-DEPT-LINE-PARA.
007370            IF  WS-DP-EMPS(WS-DEPT-SUB)    > 0
007380                OR WS-DP-EXPENSE(WS-DEPT-SUB) > 0
007390                COMPUTE WS-DL-DEPT = WS-DEPT-SUB - 1
007400                MOVE WS-DP-EMPS(WS-DEPT-SUB)  TO WS-DL-EMPS
007410                MOVE WS-DP-GROSS(WS-DEPT-SUB) TO WS-DL-GROSS
007420                COMPUTE WS-LINE-AMOUNT =
007430                    WS-DP-TAX(WS-DEPT-SUB) + WS-DP-INS(WS-DEPT-SUB)
007440                    + WS-DP-OTHER(WS-DEPT-SUB)
007450                MOVE WS-LINE-AMOUNT        TO WS-DL-WITHHELD
007460                MOVE WS-DP-BANK(WS-DEPT-SUB)  TO WS-DL-BANK
007470                MOVE WS-DP-PAPER(WS-DEPT-SUB) TO WS-DL-PAPER
007480                MOVE WS-DP-EXPENSE(WS-DEPT-SUB) TO WS-DL-EXPENSE
007490                MOVE WS-DEPT-LINE          TO RS-REPORT-REC
007500                WRITE RS-REPORT-REC
007510                ADD WS-DP-GROSS(WS-DEPT-SUB)  TO WS-TOT-GROSS
007520                ADD WS-LINE-AMOUNT         TO WS-TOT-WITHHELD
007530                ADD WS-DP-BANK(WS-DEPT-SUB)   TO WS-TOT-BANK
007540                ADD WS-DP-PAPER(WS-DEPT-SUB)  TO WS-TOT-PAPER
007550                ADD WS-DP-SUSPENSE(WS-DEPT-SUB) TO WS-TOT-SUSPENSE
007560                ADD WS-DP-EXPENSE(WS-DEPT-SUB) TO WS-TOT-EXPENSE
007570            END-IF.
007580       ******************************************************************
007590       * DISPLAY COUNTS AND CLOSE THE FILES.
007600       ******************************************************************
007610        30000-CLOSE-PARA.
007620            DISPLAY "PAYSTUB RECORDS READ: " WS-STUB-COUNT.
007630            DISPLAY "GL DETAILS WRITTEN  : " WS-DETAIL-COUNT.
007640            DISPLAY "NET TO SUSPENSE     : " WS-TOT-SUSPENSE.
007650            DISPLAY "EXPENSES REIMBURSED : " WS-TOT-EXPENSE.
007660            CLOSE STUB-FILE.
007670            CLOSE CHK-FILE.
007680            CLOSE BANK-INT-FILE.
007690            CLOSE COA-FILE.
007700            CLOSE INT-FILE.
007710            CLOSE REPORT-FILE.
007720            IF  WS-PAID-AVAIL              = "YES"
007730                CLOSE PAID-FILE
007740            END-IF.
