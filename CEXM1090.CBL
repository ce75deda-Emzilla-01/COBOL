000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1090.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: CLIENT BILLING AND AGENCY COMMISSION FOR
000060       *  CASTING BOOKINGS. CEXM505 FILLS EACH ROLE'S OPENINGS ONTO
000070       *  BOOKFILE, CARRYING THE ROLE'S CLIENT, DAY RATE AND NUMBER OF
000080       *  DAYS FROM THE CASTING-CALL FILE. EVERY BOOKED (NOT STANDBY)
000090       *  BOOKING NOT BILLED BEFORE BECOMES:
000100       *    - A CLIENT INVOICE LINE: DAYS TIMES THE DAY RATE. ALL OF A
000110       *      CLIENT'S LINES IN THE RUN MAKE ONE INVOICE, PRINTED ON
000120       *      CLINVOIC AND OPENED AS A RECEIVABLE ON ARFILE.
000130       *    - A MODEL PAYOUT LINE ON THE PAYREG REGISTER: THE FEE LESS
000140       *      THE AGENCY COMMISSION. THE COMMISSION PERCENT COMES FROM
000150       *      COMMRATE BY CLIENT; THE ROW WITH A BLANK CLIENT ID IS THE
000160       *      STANDARD RATE FOR CLIENTS WITHOUT A ROW OF THEIR OWN.
000170       *  BILLHIST KEEPS EVERY BILLED BOOKING SO NONE IS BILLED TWICE.
000180       *  CLIENT PAYMENTS ON CLPAYIN ARE APPLIED TO ARFILE, THEN
000190       *  ARAGING AGES EVERY UNPAID INVOICE AS OF THE ASOF= CARD'S DATE
000200       *  (DEFAULT THE RUN DATE) PAST ITS CLIENT'S TERMS: CURRENT,
000210       *  1-30, 31-60, 61-90 AND OVER 90 DAYS PAST DUE.
000220       *  RETURN CODE 4 WHEN A BOOKING OR A PAYMENT IS REJECTED.
000230       * BOOKFILE: JEBA02.EMY.COBOL.BOOKFILE
000240       * CLIENTFL: JEBA02.EMY.COBOL.CLIENTFL
000250       * COMMRATE: JEBA02.EMY.COBOL.COMMRATE
000260       * CLPAYIN : JEBA02.EMY.COBOL.CLPAYIN
000270       * BILLHIST: JEBA02.EMY.COBOL.BILLHIST (INDEXED ON THE BOOKING)
000280       * ARFILE  : JEBA02.EMY.COBOL.ARFILE (INDEXED ON INVOICE NUMBER)
000290       * CLINVOIC: JEBA02.EMY.COBOL.CLINVOIC
000300       * PAYREG  : JEBA02.EMY.COBOL.PAYREG
000310       * ARAGING : JEBA02.EMY.COBOL.ARAGING
000320       * ----------------------------------------------------------------
000330       * PRJ NO    NAME     DATE          MAINT DESC.
000340       * ----------------------------------------------------------------
000350       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000360       ******************************************************************
000370        ENVIRONMENT DIVISION.
000380        INPUT-OUTPUT SECTION.
000390        FILE-CONTROL.
000400            SELECT BOOK-FILE
000410                ASSIGN TO BOOKFILE
000420                ORGANIZATION IS SEQUENTIAL
000430                ACCESS MODE IS SEQUENTIAL
000440                FILE STATUS IS WS-BOOK-FS.
000450            SELECT CLIENT-FILE
000460                ASSIGN TO CLIENTFL
000470                ORGANIZATION IS SEQUENTIAL
000480                ACCESS MODE IS SEQUENTIAL
000490                FILE STATUS IS WS-CLIENT-FS.
000500            SELECT RATE-FILE
000510                ASSIGN TO COMMRATE
000520                ORGANIZATION IS SEQUENTIAL
000530                ACCESS MODE IS SEQUENTIAL
000540                FILE STATUS IS WS-RATE-FS.
000550            SELECT PAY-FILE
000560                ASSIGN TO CLPAYIN
000570                ORGANIZATION IS SEQUENTIAL
000580                ACCESS MODE IS SEQUENTIAL
000590                FILE STATUS IS WS-PAY-FS.
000600            SELECT BILL-FILE
000610                ASSIGN TO BILLHIST
000620                ORGANIZATION IS INDEXED
000630                ACCESS MODE IS DYNAMIC
000640                RECORD KEY IS BH-BOOK-KEY
000650                FILE STATUS IS WS-BILL-FS.
000660            SELECT AR-FILE
000670                ASSIGN TO ARFILE
000680                ORGANIZATION IS INDEXED
000690                ACCESS MODE IS DYNAMIC
000700                RECORD KEY IS AR-INVOICE-NO
000710                FILE STATUS IS WS-AR-FS.
000720            SELECT INVOICE-FILE
000730                ASSIGN TO CLINVOIC
000740                ORGANIZATION IS SEQUENTIAL
000750                ACCESS MODE IS SEQUENTIAL
000760                FILE STATUS IS WS-INVOICE-FS.
000770            SELECT REGISTER-FILE
000780                ASSIGN TO PAYREG
000790                ORGANIZATION IS SEQUENTIAL
000800                ACCESS MODE IS SEQUENTIAL
000810                FILE STATUS IS WS-REGISTER-FS.
000820            SELECT AGING-FILE
000830                ASSIGN TO ARAGING
000840                ORGANIZATION IS SEQUENTIAL
000850                ACCESS MODE IS SEQUENTIAL
000860                FILE STATUS IS WS-AGING-FS.
000870        DATA DIVISION.
000880        FILE SECTION.
000890        FD  BOOK-FILE.
000900        01  BK-BOOK-REC.
000910            05  BK-ROLE                   PIC X(20).
000920            05  BK-APPL-NAME              PIC X(10).
000930            05  BK-STATUS                 PIC X(07).
000940                88  BK-BOOKED                       VALUE "BOOKED ".
000950                88  BK-STANDBY                      VALUE "STANDBY".
000960            05  BK-SLOT                   PIC 9(03).
000970            05  BK-CLIENT-ID              PIC X(06).
000980            05  BK-DAY-RATE               PIC 9(05)V99.
000990            05  BK-DAYS                   PIC 9(03).
001000            05  FILLER                    PIC X(24).
001010        FD  CLIENT-FILE.
001020        01  CL-CLIENT-REC.
001030            05  CL-CLIENT-ID              PIC X(06).
001040            05  CL-CLIENT-NAME            PIC X(30).
001050            05  CL-CLIENT-ADDR            PIC X(30).
001060            05  CL-TERMS-DAYS             PIC 9(03).
001070            05  FILLER                    PIC X(11).
001080        FD  RATE-FILE.
001090        01  CR-RATE-REC.
001100            05  CR-CLIENT-ID              PIC X(06).
001110            05  CR-COMM-PCT               PIC 9(02)V99.
001120            05  FILLER                    PIC X(70).
001130        FD  PAY-FILE.
001140        01  PY-PAY-REC.
001150            05  PY-INVOICE-NO             PIC 9(06).
001160            05  PY-CLIENT-ID              PIC X(06).
001170            05  PY-PAY-DATE               PIC 9(08).
001180            05  PY-AMOUNT                 PIC 9(07)V99.
001190            05  FILLER                    PIC X(51).
001200        FD  BILL-FILE.
001210        01  BH-BILL-REC.
001220            05  BH-BOOK-KEY.
001230                10  BH-CLIENT-ID          PIC X(06).
001240                10  BH-ROLE               PIC X(20).
001250                10  BH-MODEL              PIC X(10).
001260            05  BH-INVOICE-NO             PIC 9(06).
001270            05  BH-BILL-DATE              PIC 9(08).
001280            05  BH-DAYS                   PIC 9(03).
001290            05  BH-DAY-RATE               PIC 9(05)V99.
001300            05  BH-FEE                    PIC 9(07)V99.
001310            05  BH-COMM-PCT               PIC 9(02)V99.
001320            05  BH-COMM-AMT               PIC 9(07)V99.
001330            05  BH-PAYOUT                 PIC 9(07)V99.
001340            05  FILLER                    PIC X(29).
001350        FD  AR-FILE.
001360        01  AR-INVOICE-REC.
001370            05  AR-INVOICE-NO             PIC 9(06).
001380            05  AR-CLIENT-ID              PIC X(06).
001390            05  AR-INV-DATE               PIC 9(08).
001400            05  AR-TERMS-DAYS             PIC 9(03).
001410            05  AR-AMOUNT                 PIC 9(07)V99.
001420            05  AR-PAID                   PIC 9(07)V99.
001430            05  AR-LAST-PAY-DATE          PIC 9(08).
001440            05  AR-STATUS                 PIC X(01).
001450                88  AR-OPEN                         VALUE "O".
001460                88  AR-PAID-IN-FULL                 VALUE "P".
001470            05  FILLER                    PIC X(30).
001480        FD  INVOICE-FILE.
001490        01  CI-INVOICE-REC                PIC X(80).
001500        FD  REGISTER-FILE.
001510        01  PR-REGISTER-REC               PIC X(80).
001520        FD  AGING-FILE.
001530        01  AG-AGING-REC                  PIC X(80).
001540        WORKING-STORAGE SECTION.
001550        01  WS-BOOK-FS                    PIC X(02).
001560        01  WS-CLIENT-FS                  PIC X(02).
001570        01  WS-RATE-FS                    PIC X(02).
001580        01  WS-PAY-FS                     PIC X(02).
001590        01  WS-BILL-FS                    PIC X(02).
001600        01  WS-AR-FS                      PIC X(02).
001610        01  WS-INVOICE-FS                 PIC X(02).
001620        01  WS-REGISTER-FS                PIC X(02).
001630        01  WS-AGING-FS                   PIC X(02).
001640        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001650        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001660        01  WS-CLIENT-EOF                 PIC X(03) VALUE "NO".
001670        01  WS-RATE-EOF                   PIC X(03) VALUE "NO".
001680        01  WS-PAY-EOF                    PIC X(03) VALUE "NO".
001690        01  WS-AR-EOF                     PIC X(03) VALUE "NO".
001700        01  WS-PAY-PRESENT                PIC X(03) VALUE "YES".
001710        01  WS-REJECT-HEAD                PIC X(03) VALUE "NO".
001720        01  WS-PARM-CARD                  PIC X(80).
001730        01  WS-CURRENT-DATE-DATA          PIC X(21).
001740        01  WS-RUN-DATE                   PIC 9(08).
001750        01  WS-ASOF-DATE                  PIC 9(08).
001760        01  WS-NOTE                       PIC X(40).
001770        01  WS-DATE-OK                    PIC X(03).
001780        01  WS-LAST-INVOICE               PIC 9(06) VALUE 0.
001790        01  WS-FEE                        PIC 9(07)V99.
001800        01  WS-BALANCE                    PIC 9(07)V99.
001810        01  WS-DAYS-OUT                   PIC S9(05).
001820        01  WS-PAST-DUE                   PIC S9(05).
001830        01  WS-BUCKET-SUB                 PIC 9(01).
001840        01  WS-CLIENT-NAME                PIC X(30).
001850       * COUNTS AND AMOUNTS.
001860        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
001870        01  WS-STANDBY-COUNT              PIC 9(06) VALUE 0.
001880        01  WS-BILLED-COUNT               PIC 9(06) VALUE 0.
001890        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001900        01  WS-INVOICE-COUNT              PIC 9(06) VALUE 0.
001910        01  WS-PAY-COUNT                  PIC 9(06) VALUE 0.
001920        01  WS-APPLIED-COUNT              PIC 9(06) VALUE 0.
001930        01  WS-PAY-REJECT-COUNT           PIC 9(06) VALUE 0.
001940        01  WS-OPEN-COUNT                 PIC 9(06) VALUE 0.
001950        01  WS-INV-AMOUNT                 PIC 9(09)V99.
001960        01  WS-FEE-TOTAL                  PIC 9(09)V99 VALUE 0.
001970        01  WS-COMM-TOTAL                 PIC 9(09)V99 VALUE 0.
001980        01  WS-PAYOUT-TOTAL               PIC 9(09)V99 VALUE 0.
001990        01  WS-APPLIED-AMOUNT             PIC 9(09)V99 VALUE 0.
002000        01  WS-PAY-REJECT-AMOUNT          PIC 9(09)V99 VALUE 0.
002010        01  WS-OPEN-AMOUNT                PIC 9(09)V99 VALUE 0.
002020       * AGING BUCKETS: CURRENT, 1-30, 31-60, 61-90, OVER 90 PAST DUE.
002030        01  WS-BUCKET-NAMES.
002040            05  FILLER                    PIC X(10) VALUE "CURRENT".
002050            05  FILLER                    PIC X(10) VALUE "1-30 DAYS".
002060            05  FILLER                    PIC X(10) VALUE "31-60 DAYS".
002070            05  FILLER                    PIC X(10) VALUE "61-90 DAYS".
002080            05  FILLER                    PIC X(10) VALUE "OVER 90".
002090        01  WS-BUCKET-NAME-R REDEFINES WS-BUCKET-NAMES.
002100            05  WS-BUCKET-NAME            PIC X(10) OCCURS 5 TIMES.
002110        01  WS-BUCKET-TOTALS.
002120            05  WS-BUCKET-ENTRY           OCCURS 5 TIMES.
002130                10  WS-BK-COUNT           PIC 9(06).
002140                10  WS-BK-AMOUNT          PIC 9(09)V99.
002150       * CLIENTS ON CLIENTFL, WITH THEIR BILLABLE LINES THIS RUN.
002160        01  WS-CLT-COUNT                  PIC 9(03) VALUE 0.
002170        01  WS-CLT-TABLE.
002180            05  WS-CL-ENTRY               OCCURS 1 TO 200 TIMES
002190                                      DEPENDING ON WS-CLT-COUNT
002200                                          INDEXED BY CLT-IDX.
002210                10  WS-CL-ID              PIC X(06).
002220                10  WS-CL-NAME            PIC X(30).
002230                10  WS-CL-ADDR            PIC X(30).
002240                10  WS-CL-TERMS           PIC 9(03).
002250                10  WS-CL-LINES           PIC 9(04).
002260        01  WS-CLT-SUB                    PIC 9(03).
002270       * COMMISSION PERCENT BY CLIENT; A BLANK CLIENT IS THE STANDARD.
002280        01  WS-RT-COUNT                   PIC 9(03) VALUE 0.
002290        01  WS-RT-TABLE.
002300            05  WS-RT-ENTRY               OCCURS 1 TO 200 TIMES
002310                                      DEPENDING ON WS-RT-COUNT
002320                                          INDEXED BY RT-IDX.
002330                10  WS-RT-CLIENT-ID       PIC X(06).
002340                10  WS-RT-PCT             PIC 9(02)V99.
002350        01  WS-STD-PCT                    PIC 9(02)V99 VALUE 0.
002360        01  WS-STD-FOUND                  PIC X(03) VALUE "NO".
002370        01  WS-PCT                        PIC 9(02)V99.
002380       * THE RUN'S BILLABLE BOOKINGS.
002390        01  WS-LN-COUNT                   PIC 9(03) VALUE 0.
002400        01  WS-LN-TABLE.
002410            05  WS-LN-ENTRY               OCCURS 500 TIMES.
002420                10  WS-LN-CLIENT-SUB      PIC 9(03).
002430                10  WS-LN-MODEL           PIC X(10).
002440                10  WS-LN-ROLE            PIC X(20).
002450                10  WS-LN-DAYS            PIC 9(03).
002460                10  WS-LN-RATE            PIC 9(05)V99.
002470                10  WS-LN-FEE             PIC 9(07)V99.
002480                10  WS-LN-PCT             PIC 9(02)V99.
002490                10  WS-LN-COMM            PIC 9(07)V99.
002500                10  WS-LN-PAYOUT          PIC 9(07)V99.
002510        01  WS-LN-SUB                     PIC 9(03).
002520        01  WS-WORK-DATE.
002530            05  WS-WD-YYYY                PIC 9(04).
002540            05  WS-WD-MM                  PIC 9(02).
002550            05  WS-WD-DD                  PIC 9(02).
002560        01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
002570                                          PIC 9(08).
002580        01  WS-DATE-TEXT.
002590            05  WS-DX-MM                  PIC 9(02).
002600            05  FILLER                    PIC X(01) VALUE "/".
002610            05  WS-DX-DD                  PIC 9(02).
002620            05  FILLER                    PIC X(01) VALUE "/".
002630            05  WS-DX-YYYY                PIC 9(04).
002640        01  WS-BORDER                     PIC X(66) VALUE ALL "*".
002650        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002660       * CLIENT INVOICE LINES.
002670        01  WS-INV-HEAD.
002680            05 FILLER                     PIC X(12)
002690                                          VALUE "INVOICE NO. ".
002700            05 WS-IH-INVOICE              PIC 9(06).
002710            05 FILLER                     PIC X(20) VALUE SPACES.
002720            05 FILLER                     PIC X(14)
002730                                          VALUE "INVOICE DATE: ".
002740            05 WS-IH-DATE                 PIC X(10).
002750            05 FILLER                     PIC X(18) VALUE SPACES.
002760        01  WS-INV-TO.
002770            05 WS-IT-LABEL                PIC X(09).
002780            05 WS-IT-TEXT                 PIC X(30).
002790            05 FILLER                     PIC X(41) VALUE SPACES.
002800        01  WS-INV-TERMS.
002810            05 FILLER                     PIC X(13)
002820                                          VALUE "TERMS  : NET ".
002830            05 WS-IR-TERMS                PIC ZZ9.
002840            05 FILLER                     PIC X(05) VALUE " DAYS".
002850            05 FILLER                     PIC X(59) VALUE SPACES.
002860        01  WS-INV-COL-HEAD.
002870            05 FILLER                     PIC X(40)
002880                     VALUE "MODEL      ROLE                 DAYS   D".
002890            05 FILLER                     PIC X(40)
002900                     VALUE "AY RATE        AMOUNT                   ".
002910        01  WS-INV-LINE.
002920            05 WS-IL-MODEL                PIC X(10).
002930            05 FILLER                     PIC X(01) VALUE SPACES.
002940            05 WS-IL-ROLE                 PIC X(20).
002950            05 FILLER                     PIC X(02) VALUE SPACES.
002960            05 WS-IL-DAYS                 PIC ZZ9.
002970            05 FILLER                     PIC X(02) VALUE SPACES.
002980            05 WS-IL-RATE                 PIC ZZ,ZZ9.99.
002990            05 FILLER                     PIC X(02) VALUE SPACES.
003000            05 WS-IL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
003010            05 FILLER                     PIC X(19) VALUE SPACES.
003020        01  WS-INV-TOTAL.
003030            05 FILLER                     PIC X(35) VALUE SPACES.
003040            05 FILLER                     PIC X(14)
003050                                          VALUE "INVOICE TOTAL ".
003060            05 WS-IT-AMOUNT               PIC Z,ZZZ,ZZ9.99.
003070            05 FILLER                     PIC X(19) VALUE SPACES.
003080       * MODEL PAYOUT REGISTER LINES.
003090        01  WS-REG-TITLE.
003100            05 FILLER                     PIC X(26) VALUE ALL "*".
003110            05 FILLER                     PIC X(28)
003120                     VALUE "    MODEL PAYOUT REGISTER   ".
003130            05 FILLER                     PIC X(26) VALUE ALL "*".
003140        01  WS-DATE-LINE.
003150            05 WS-DL-LABEL                PIC X(10).
003160            05 WS-DL-DATE                 PIC 9(08).
003170            05 FILLER                     PIC X(62) VALUE SPACES.
003180        01  WS-REJECT-TITLE               PIC X(80)
003190                     VALUE "BOOKINGS NOT BILLED:".
003200        01  WS-REJECT-LINE.
003210            05 WS-RJ-MODEL                PIC X(10).
003220            05 FILLER                     PIC X(01) VALUE SPACES.
003230            05 WS-RJ-ROLE                 PIC X(20).
003240            05 FILLER                     PIC X(01) VALUE SPACES.
003250            05 WS-RJ-CLIENT               PIC X(06).
003260            05 FILLER                     PIC X(01) VALUE SPACES.
003270            05 WS-RJ-NOTE                 PIC X(40).
003280            05 FILLER                     PIC X(01) VALUE SPACES.
003290        01  WS-REG-COL-HEAD.
003300            05 FILLER                     PIC X(40)
003310                     VALUE "MODEL      ROLE                INVOICE  ".
003320            05 FILLER                     PIC X(40)
003330                     VALUE "      FEE COMM% COMMISSION     PAYOUT   ".
003340        01  WS-REG-LINE.
003350            05 WS-RL-MODEL                PIC X(10).
003360            05 FILLER                     PIC X(01) VALUE SPACES.
003370            05 WS-RL-ROLE                 PIC X(20).
003380            05 FILLER                     PIC X(01) VALUE SPACES.
003390            05 WS-RL-INVOICE              PIC 9(06).
003400            05 FILLER                     PIC X(01) VALUE SPACES.
003410            05 WS-RL-FEE                  PIC ZZZZZZ9.99.
003420            05 FILLER                     PIC X(01) VALUE SPACES.
003430            05 WS-RL-PCT                  PIC Z9.99.
003440            05 FILLER                     PIC X(01) VALUE SPACES.
003450            05 WS-RL-COMM                 PIC ZZZZZZ9.99.
003460            05 FILLER                     PIC X(01) VALUE SPACES.
003470            05 WS-RL-PAYOUT               PIC ZZZZZZ9.99.
003480            05 FILLER                     PIC X(03) VALUE SPACES.
003490       * AGED RECEIVABLES LINES.
003500        01  WS-AGE-TITLE.
003510            05 FILLER                     PIC X(26) VALUE ALL "*".
003520            05 FILLER                     PIC X(28)
003530                     VALUE "  CLIENT AGED RECEIVABLES   ".
003540            05 FILLER                     PIC X(26) VALUE ALL "*".
003550        01  WS-PAY-TITLE                  PIC X(80)
003560                     VALUE "CLIENT PAYMENTS:".
003570        01  WS-PAY-COL-HEAD.
003580            05 FILLER                     PIC X(40)
003590                     VALUE "INVOICE CLIENT PAY DATE     AMOUNT RESUL".
003600            05 FILLER                     PIC X(40)
003610                     VALUE "T                                       ".
003620        01  WS-PAY-LINE.
003630            05 WS-PL-INVOICE              PIC X(06).
003640            05 FILLER                     PIC X(02) VALUE SPACES.
003650            05 WS-PL-CLIENT               PIC X(06).
003660            05 FILLER                     PIC X(01) VALUE SPACES.
003670            05 WS-PL-DATE                 PIC X(08).
003680            05 FILLER                     PIC X(01) VALUE SPACES.
003690            05 WS-PL-AMOUNT               PIC ZZZZZZ9.99.
003700            05 FILLER                     PIC X(01) VALUE SPACES.
003710            05 WS-PL-NOTE                 PIC X(40).
003720            05 FILLER                     PIC X(05) VALUE SPACES.
003730        01  WS-NO-PAY-LINE                PIC X(80)
003740                     VALUE "NO PAYMENTS THIS RUN.".
003750        01  WS-OPEN-TITLE                 PIC X(80)
003760                     VALUE "UNPAID CLIENT INVOICES:".
003770        01  WS-AGE-COL-HEAD.
003780            05 FILLER                     PIC X(40)
003790                     VALUE "CLIENT NAME                INVOICE INV D".
003800            05 FILLER                     PIC X(40)
003810                     VALUE "ATE TRM  DAYS    BALANCE PAST DUE       ".
003820        01  WS-AGE-LINE.
003830            05 WS-AL-CLIENT               PIC X(06).
003840            05 FILLER                     PIC X(01) VALUE SPACES.
003850            05 WS-AL-NAME                 PIC X(20).
003860            05 FILLER                     PIC X(01) VALUE SPACES.
003870            05 WS-AL-INVOICE              PIC 9(06).
003880            05 FILLER                     PIC X(01) VALUE SPACES.
003890            05 WS-AL-DATE                 PIC 9(08).
003900            05 FILLER                     PIC X(01) VALUE SPACES.
003910            05 WS-AL-TERMS                PIC ZZ9.
003920            05 FILLER                     PIC X(01) VALUE SPACES.
003930            05 WS-AL-DAYS                 PIC ZZZZ9.
003940            05 FILLER                     PIC X(01) VALUE SPACES.
003950            05 WS-AL-BALANCE              PIC ZZZZZZ9.99.
003960            05 FILLER                     PIC X(01) VALUE SPACES.
003970            05 WS-AL-BUCKET               PIC X(10).
003980            05 FILLER                     PIC X(05) VALUE SPACES.
003990        01  WS-NO-OPEN-LINE               PIC X(80)
004000                     VALUE "NO UNPAID CLIENT INVOICES.".
004010        01  WS-TOTAL-LINE.
004020            05 WS-TL-LABEL                PIC X(20).
004030            05 WS-TL-COUNT                PIC ZZZ,ZZ9.
004040            05 FILLER                     PIC X(10) VALUE "  AMOUNT: ".
004050            05 WS-TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
004060            05 FILLER                     PIC X(29) VALUE SPACES.
004070        COPY SPGM0905L.
004080        COPY SPGM0906L.
004090        COPY SPGMABNL.
004100        PROCEDURE DIVISION.
004110       ******************************************************************
004120       * MAIN PROGRAM FLOW.
004130       ******************************************************************
004140        00000-MAIN-PARA.
004150            PERFORM 05000-ACCEPT-PARA.
004160            IF  WS-ERROR-FLAG              NOT = "YES"
004170                PERFORM 10000-INITIALIZE-PARA
004180            END-IF.
004190            IF  WS-ERROR-FLAG              NOT = "YES"
004200                PERFORM 12000-LOAD-CLIENT-PARA
004210                    UNTIL WS-CLIENT-EOF    = "YES"
004220                PERFORM 12500-LOAD-RATE-PARA
004230                    UNTIL WS-RATE-EOF      = "YES"
004240                    OR    WS-ERROR-FLAG    = "YES"
004250            END-IF.
004260            IF  WS-ERROR-FLAG              NOT = "YES"
004270                PERFORM 14000-LOAD-AR-PARA
004280                    UNTIL WS-AR-EOF        = "YES"
004290                    OR    WS-ERROR-FLAG    = "YES"
004300            END-IF.
004310            PERFORM 20000-PROCESS-PARA
004320              UNTIL WS-ERROR-FLAG = "YES"
004330              OR    WS-ENDOFFILE  = "YES".
004340            IF  WS-ERROR-FLAG              NOT = "YES"
004350                PERFORM 22000-REGISTER-HEAD-PARA
004360                PERFORM 22100-BILL-CLIENT-PARA
004370                    VARYING WS-CLT-SUB FROM 1 BY 1
004380                    UNTIL WS-CLT-SUB       > WS-CLT-COUNT
004390                    OR    WS-ERROR-FLAG    = "YES"
004400            END-IF.
004410            IF  WS-ERROR-FLAG              NOT = "YES"
004420                PERFORM 24000-PAYMENT-PARA
004430                    UNTIL WS-PAY-EOF       = "YES"
004440                    OR    WS-ERROR-FLAG    = "YES"
004450            END-IF.
004460            IF  WS-ERROR-FLAG              NOT = "YES"
004470                PERFORM 25000-AGING-PARA
004480            END-IF.
004490            IF  WS-ERROR-FLAG              NOT = "YES"
004500                PERFORM 28000-TOTALS-PARA
004510            END-IF.
004520            PERFORM 30000-CLOSE-PARA.
004530            STOP RUN.
004540       ******************************************************************
004550       * ACCEPT THE ASOF= CARD FOR THE AGING (DEFAULT THE RUN DATE).
004560       ******************************************************************
004570        05000-ACCEPT-PARA.
004580            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
004590            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
004600            MOVE SPACES                    TO WS-PARM-CARD.
004610            ACCEPT WS-PARM-CARD.
004620            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004630            MOVE "ASOF"                    TO LK-PA-KEYWORD.
004640            SET LK-PA-NUMERIC              TO TRUE.
004650            MOVE 19000101                  TO LK-PA-MIN-VALUE.
004660            MOVE 20991231                  TO LK-PA-MAX-VALUE.
004670            MOVE WS-CURRENT-DATE-DATA(1:8) TO LK-PA-DEFAULT.
004680            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004690            IF  LK-PA-BAD
004700                DISPLAY "BAD ASOF= CARD - RUN REFUSED."
004710                MOVE 16                    TO RETURN-CODE
004720                MOVE "YES"                 TO WS-ERROR-FLAG
004730            ELSE
004740                MOVE LK-PA-NUM-VALUE       TO WS-ASOF-DATE
004750                SET LK-DT-VALIDATE         TO TRUE
004760                MOVE WS-ASOF-DATE          TO LK-DT-DATE-1
004770                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
004780                IF  LK-DT-BAD
004790                    DISPLAY "ASOF= " WS-ASOF-DATE
004800                        " IS NOT A REAL DATE - RUN REFUSED."
004810                    MOVE 16                TO RETURN-CODE
004820                    MOVE "YES"             TO WS-ERROR-FLAG
004830                END-IF
004840            END-IF.
004850       ******************************************************************
004860       * WS-WORK-DATE AS MM/DD/YYYY IN WS-DATE-TEXT.
004870       ******************************************************************
004880        07200-EDIT-DATE-PARA.
004890            MOVE WS-WD-MM                  TO WS-DX-MM.
004900            MOVE WS-WD-DD                  TO WS-DX-DD.
004910            MOVE WS-WD-YYYY                TO WS-DX-YYYY.
004920       ******************************************************************
004930       * OPEN THE FILES AND HEAD THE REGISTERS. BILLHIST AND ARFILE
004940       * ARE CREATED ON THE FIRST RUN; NO CLPAYIN MEANS NO PAYMENTS.
004950       ******************************************************************
004960        10000-INITIALIZE-PARA.
004970            OPEN INPUT BOOK-FILE.
004980            IF WS-BOOK-FS                 NOT = "00"
004990               DISPLAY "BOOKFILE ACCESS ERROR."
005000               MOVE "CEXM1090"            TO LK-PGM-ID
005010               MOVE "BOOKFILE"            TO LK-FILE-ID
005020               MOVE WS-BOOK-FS            TO LK-FILE-STATUS
005030               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005040               IF  LK-ABEND-YES
005050                   MOVE 16                TO RETURN-CODE
005060                   MOVE "YES"             TO WS-ERROR-FLAG
005070               END-IF
005080            END-IF.
005090            OPEN INPUT CLIENT-FILE.
005100            IF WS-CLIENT-FS               NOT = "00"
005110               DISPLAY "CLIENTFL ACCESS ERROR."
005120               MOVE "CEXM1090"            TO LK-PGM-ID
005130               MOVE "CLIENTFL"            TO LK-FILE-ID
005140               MOVE WS-CLIENT-FS          TO LK-FILE-STATUS
005150               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005160               IF  LK-ABEND-YES
005170                   MOVE 16                TO RETURN-CODE
005180                   MOVE "YES"             TO WS-ERROR-FLAG
005190               END-IF
005200            END-IF.
005210            OPEN INPUT RATE-FILE.
005220            IF WS-RATE-FS                 NOT = "00"
005230               DISPLAY "COMMRATE ACCESS ERROR."
005240               MOVE "CEXM1090"            TO LK-PGM-ID
005250               MOVE "COMMRATE"            TO LK-FILE-ID
005260               MOVE WS-RATE-FS            TO LK-FILE-STATUS
005270               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005280               IF  LK-ABEND-YES
005290                   MOVE 16                TO RETURN-CODE
005300                   MOVE "YES"             TO WS-ERROR-FLAG
005310               END-IF
005320            END-IF.
005330            OPEN INPUT PAY-FILE.
005340            IF WS-PAY-FS                  = "35"
005350               MOVE "NO"                  TO WS-PAY-PRESENT
005360               MOVE "YES"                 TO WS-PAY-EOF
005370            ELSE
005380               IF WS-PAY-FS               NOT = "00"
005390                  DISPLAY "CLPAYIN ACCESS ERROR."
005400                  MOVE "CEXM1090"         TO LK-PGM-ID
005410                  MOVE "CLPAYIN"          TO LK-FILE-ID
005420                  MOVE WS-PAY-FS          TO LK-FILE-STATUS
005430                  CALL 'SPGMABND'         USING LK-ABEND-PARMS
005440                  IF  LK-ABEND-YES
005450                      MOVE 16             TO RETURN-CODE
005460                      MOVE "YES"          TO WS-ERROR-FLAG
005470                  END-IF
005480               END-IF
005490            END-IF.
005500            OPEN I-O BILL-FILE.
005510            IF WS-BILL-FS                 = "35"
005520               OPEN OUTPUT BILL-FILE
005530               CLOSE BILL-FILE
005540               OPEN I-O BILL-FILE
005550            END-IF.
005560            IF WS-BILL-FS                 NOT = "00"
005570               DISPLAY "BILLHIST ACCESS ERROR."
005580               MOVE "CEXM1090"            TO LK-PGM-ID
005590               MOVE "BILLHIST"            TO LK-FILE-ID
005600               MOVE WS-BILL-FS            TO LK-FILE-STATUS
005610               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005620               IF  LK-ABEND-YES
005630                   MOVE 16                TO RETURN-CODE
005640                   MOVE "YES"             TO WS-ERROR-FLAG
005650               END-IF
005660            END-IF.
005670            OPEN I-O AR-FILE.
005680            IF WS-AR-FS                   = "35"
005690               OPEN OUTPUT AR-FILE
005700               CLOSE AR-FILE
005710               OPEN I-O AR-FILE
005720            END-IF.
005730            IF WS-AR-FS                   NOT = "00"
005740               DISPLAY "ARFILE ACCESS ERROR."
005750               MOVE "CEXM1090"            TO LK-PGM-ID
005760               MOVE "ARFILE"              TO LK-FILE-ID
005770               MOVE WS-AR-FS              TO LK-FILE-STATUS
005780               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005790               IF  LK-ABEND-YES
005800                   MOVE 16                TO RETURN-CODE
005810                   MOVE "YES"             TO WS-ERROR-FLAG
005820               END-IF
005830            END-IF.
005840            OPEN OUTPUT INVOICE-FILE.
005850            IF WS-INVOICE-FS              NOT = "00"
005860               DISPLAY "CLINVOIC ACCESS ERROR."
005870               MOVE "CEXM1090"            TO LK-PGM-ID
005880               MOVE "CLINVOIC"            TO LK-FILE-ID
005890               MOVE WS-INVOICE-FS         TO LK-FILE-STATUS
005900               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005910               IF  LK-ABEND-YES
005920                   MOVE 16                TO RETURN-CODE
005930                   MOVE "YES"             TO WS-ERROR-FLAG
005940               END-IF
005950            END-IF.
005960            OPEN OUTPUT REGISTER-FILE.
005970            IF WS-REGISTER-FS             NOT = "00"
005980               DISPLAY "PAYREG ACCESS ERROR."
005990               MOVE "CEXM1090"            TO LK-PGM-ID
006000               MOVE "PAYREG"              TO LK-FILE-ID
006010               MOVE WS-REGISTER-FS        TO LK-FILE-STATUS
006020               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006030               IF  LK-ABEND-YES
006040                   MOVE 16                TO RETURN-CODE
006050                   MOVE "YES"             TO WS-ERROR-FLAG
006060               END-IF
006070            END-IF.
006080            OPEN OUTPUT AGING-FILE.
006090            IF WS-AGING-FS                NOT = "00"
006100               DISPLAY "ARAGING ACCESS ERROR."
006110               MOVE "CEXM1090"            TO LK-PGM-ID
006120               MOVE "ARAGING"             TO LK-FILE-ID
006130               MOVE WS-AGING-FS           TO LK-FILE-STATUS
006140               CALL 'SPGMABND'            USING LK-ABEND-PARMS
006150               IF  LK-ABEND-YES
006160                   MOVE 16                TO RETURN-CODE
006170                   MOVE "YES"             TO WS-ERROR-FLAG
006180               END-IF
006190            END-IF.
006200            IF  WS-ERROR-FLAG              NOT = "YES"
006210                MOVE WS-REG-TITLE          TO PR-REGISTER-REC
006220                WRITE PR-REGISTER-REC
006230                MOVE "RUN DATE: "          TO WS-DL-LABEL
006240                MOVE WS-RUN-DATE           TO WS-DL-DATE
006250                MOVE WS-DATE-LINE          TO PR-REGISTER-REC
006260                WRITE PR-REGISTER-REC
006270                MOVE WS-HEADER1            TO PR-REGISTER-REC
006280                WRITE PR-REGISTER-REC
006290                MOVE WS-AGE-TITLE          TO AG-AGING-REC
006300                WRITE AG-AGING-REC
006310                MOVE "AS OF   : "          TO WS-DL-LABEL
006320                MOVE WS-ASOF-DATE          TO WS-DL-DATE
006330                MOVE WS-DATE-LINE          TO AG-AGING-REC
006340                WRITE AG-AGING-REC
006350                MOVE WS-HEADER1            TO AG-AGING-REC
006360                WRITE AG-AGING-REC
006370                MOVE WS-PAY-TITLE          TO AG-AGING-REC
006380                WRITE AG-AGING-REC
006390                IF  WS-PAY-PRESENT         = "YES"
006400                    MOVE WS-PAY-COL-HEAD   TO AG-AGING-REC
006410                    WRITE AG-AGING-REC
006420                ELSE
006430                    MOVE WS-NO-PAY-LINE    TO AG-AGING-REC
006440                    WRITE AG-AGING-REC
006450                END-IF
006460            END-IF.
006470       ******************************************************************
006480       * TABLE ONE CLIENT. TERMS NOT GIVEN ARE NET 30.
006490       ******************************************************************
006500        12000-LOAD-CLIENT-PARA.
006510            READ CLIENT-FILE
006520            AT END
006530                MOVE "YES"                 TO WS-CLIENT-EOF
006540            NOT AT END
006550                IF  WS-CLT-COUNT           = 200
006560                    DISPLAY "CLIENT TABLE FULL AT 200 ENTRIES."
006570                ELSE
006580                    ADD 1                  TO WS-CLT-COUNT
006590                    MOVE CL-CLIENT-ID      TO WS-CL-ID(WS-CLT-COUNT)
006600                    MOVE CL-CLIENT-NAME
006610                        TO WS-CL-NAME(WS-CLT-COUNT)
006620                    MOVE CL-CLIENT-ADDR
006630                        TO WS-CL-ADDR(WS-CLT-COUNT)
006640                    IF  CL-TERMS-DAYS      IS NUMERIC
006650                        AND CL-TERMS-DAYS  > 0
006660                        MOVE CL-TERMS-DAYS
006670                            TO WS-CL-TERMS(WS-CLT-COUNT)
006680                    ELSE
006690                        MOVE 30 TO WS-CL-TERMS(WS-CLT-COUNT)
006700                    END-IF
006710                    MOVE 0 TO WS-CL-LINES(WS-CLT-COUNT)
006720                END-IF
006730            END-READ.
006740       ******************************************************************
006750       * TABLE ONE COMMISSION RATE. A BAD PERCENT OR A CLIENT GIVEN
006760       * TWICE REFUSES THE RUN - A WRONG RATE WOULD MISPAY EVERY MODEL.
006770       ******************************************************************
006780        12500-LOAD-RATE-PARA.
006790            READ RATE-FILE
006800            AT END
006810                MOVE "YES"                 TO WS-RATE-EOF
006820            NOT AT END
006830                EVALUATE TRUE
006840                    WHEN CR-COMM-PCT       NOT NUMERIC
006850                        DISPLAY "COMMRATE PERCENT NOT NUMERIC FOR "
006860                            "CLIENT [" CR-CLIENT-ID "] - RUN REFUSED."
006870                        MOVE 16            TO RETURN-CODE
006880                        MOVE "YES"         TO WS-ERROR-FLAG
006890                    WHEN CR-CLIENT-ID      = SPACES
006900                        IF  WS-STD-FOUND   = "YES"
006910                            DISPLAY "COMMRATE STANDARD RATE GIVEN "
006920                                "TWICE - RUN REFUSED."
006930                            MOVE 16        TO RETURN-CODE
006940                            MOVE "YES"     TO WS-ERROR-FLAG
006950                        ELSE
006960                            MOVE "YES"     TO WS-STD-FOUND
006970                            MOVE CR-COMM-PCT TO WS-STD-PCT
006980                        END-IF
006990                    WHEN OTHER
007000                        PERFORM 12600-TABLE-RATE-PARA
007010                END-EVALUATE
007020            END-READ.
007030        12600-TABLE-RATE-PARA.
007040            SET RT-IDX                     TO 1.
007050            SEARCH WS-RT-ENTRY
007060                AT END
007070                    IF  WS-RT-COUNT        = 200
007080                        DISPLAY "COMMRATE TABLE FULL AT 200 ENTRIES"
007090                            " - RUN REFUSED."
007100                        MOVE 16            TO RETURN-CODE
007110                        MOVE "YES"         TO WS-ERROR-FLAG
007120                    ELSE
007130                        ADD 1              TO WS-RT-COUNT
007140                        MOVE CR-CLIENT-ID
007150                            TO WS-RT-CLIENT-ID(WS-RT-COUNT)
007160                        MOVE CR-COMM-PCT   TO WS-RT-PCT(WS-RT-COUNT)
007170                    END-IF
007180                WHEN WS-RT-CLIENT-ID(RT-IDX) = CR-CLIENT-ID
007190                    DISPLAY "COMMRATE CLIENT " CR-CLIENT-ID
007200                        " GIVEN TWICE - RUN REFUSED."
007210                    MOVE 16                TO RETURN-CODE
007220                    MOVE "YES"             TO WS-ERROR-FLAG
007230            END-SEARCH.
007240       ******************************************************************
007250       * FIND THE HIGHEST INVOICE NUMBER ON ARFILE; THE RUN'S INVOICES
007260       * ARE NUMBERED ON FROM IT.
007270       ******************************************************************
007280        14000-LOAD-AR-PARA.
007290            READ AR-FILE NEXT RECORD
007300            AT END
007310                MOVE "YES"                 TO WS-AR-EOF
007320            NOT AT END
007330                IF  AR-INVOICE-NO          > WS-LAST-INVOICE
007340                    MOVE AR-INVOICE-NO     TO WS-LAST-INVOICE
007350                END-IF
007360            END-READ.
007370            IF  WS-AR-FS                   NOT = "00"
007380                AND WS-AR-FS               NOT = "10"
007390                PERFORM 29100-AR-IO-ERROR-PARA
007400            END-IF.
007410       ******************************************************************
007420       * READ ONE BOOKING. ONLY A BOOKED OPENING IS BILLED; A STANDBY
007430       * IS NOT AN ENGAGEMENT.
007440       ******************************************************************
007450        20000-PROCESS-PARA.
007460            READ BOOK-FILE
007470            AT END
007480                MOVE "YES"                 TO WS-ENDOFFILE
007490            NOT AT END
007500                ADD 1                      TO WS-READ-COUNT
007510                IF  BK-BOOKED
007520                    PERFORM 21000-EDIT-PARA
007530                ELSE
007540                    ADD 1                  TO WS-STANDBY-COUNT
007550                END-IF
007560            END-READ.
007570       ******************************************************************
007580       * EDIT THE BOOKING. THE FIRST FAILURE KEEPS IT OFF THE INVOICES
007590       * AND LISTS IT AT THE HEAD OF THE PAYOUT REGISTER.
007600       ******************************************************************
007610        21000-EDIT-PARA.
007620            MOVE SPACES                    TO WS-NOTE.
007630            EVALUATE TRUE
007640                WHEN BK-CLIENT-ID          = SPACES
007650                    MOVE "ROLE HAS NO CLIENT ON THE CASTING CALL"
007660                                           TO WS-NOTE
007670                WHEN BK-DAY-RATE           NOT NUMERIC
007680                    MOVE "DAY RATE NOT NUMERIC" TO WS-NOTE
007690                WHEN BK-DAY-RATE           = 0
007700                    MOVE "NO DAY RATE ON THE CASTING CALL"
007710                                           TO WS-NOTE
007720                WHEN BK-DAYS               NOT NUMERIC
007730                    MOVE "NUMBER OF DAYS NOT NUMERIC" TO WS-NOTE
007740                WHEN BK-DAYS               = 0
007750                    MOVE "NO NUMBER OF DAYS ON THE CASTING CALL"
007760                                           TO WS-NOTE
007770                WHEN OTHER
007780                    PERFORM 21100-CLIENT-CHECK-PARA
007790            END-EVALUATE.
007800            IF  WS-NOTE                    = SPACES
007810                PERFORM 21500-TABLE-LINE-PARA
007820            END-IF.
007830            IF  WS-NOTE                    NOT = SPACES
007840                PERFORM 21900-REJECT-PARA
007850            END-IF.
007860       ******************************************************************
007870       * THE CLIENT MUST BE ON CLIENTFL AND HAVE A COMMISSION RATE.
007880       ******************************************************************
007890        21100-CLIENT-CHECK-PARA.
007900            SET CLT-IDX                    TO 1.
007910            SEARCH WS-CL-ENTRY
007920                AT END
007930                    MOVE "CLIENT NOT ON CLIENTFL" TO WS-NOTE
007940                WHEN WS-CL-ID(CLT-IDX)     = BK-CLIENT-ID
007950                    SET WS-CLT-SUB         TO CLT-IDX
007960            END-SEARCH.
007970            IF  WS-NOTE                    = SPACES
007980                SET RT-IDX                 TO 1
007990                SEARCH WS-RT-ENTRY
008000                    AT END
008010                        IF  WS-STD-FOUND   = "YES"
008020                            MOVE WS-STD-PCT TO WS-PCT
008030                        ELSE
008040                            MOVE "NO COMMISSION RATE FOR THE CLIENT"
008050                                           TO WS-NOTE
008060                        END-IF
008070                    WHEN WS-RT-CLIENT-ID(RT-IDX) = BK-CLIENT-ID
008080                        MOVE WS-RT-PCT(RT-IDX) TO WS-PCT
008090                END-SEARCH
008100            END-IF.
008110            IF  WS-NOTE                    = SPACES
008120                PERFORM 21200-BILLED-CHECK-PARA
008130            END-IF.
008140       ******************************************************************
008150       * A BOOKING ON BILLHIST, OR GIVEN TWICE ON BOOKFILE, IS NEVER
008160       * BILLED AGAIN.
008170       ******************************************************************
008180        21200-BILLED-CHECK-PARA.
008190            MOVE BK-CLIENT-ID              TO BH-CLIENT-ID.
008200            MOVE BK-ROLE                   TO BH-ROLE.
008210            MOVE BK-APPL-NAME              TO BH-MODEL.
008220            READ BILL-FILE
008230                INVALID KEY
008240                    CONTINUE
008250                NOT INVALID KEY
008260                    STRING "ALREADY BILLED ON INVOICE "
008270                        BH-INVOICE-NO DELIMITED BY SIZE
008280                        INTO WS-NOTE
008290                    END-STRING
008300            END-READ.
008310            IF  WS-BILL-FS                 NOT = "00"
008320                AND WS-BILL-FS             NOT = "23"
008330                PERFORM 29000-BILL-IO-ERROR-PARA
008340            END-IF.
008350            IF  WS-NOTE                    = SPACES
008360                PERFORM 21300-DUPLICATE-CHECK-PARA
008370                    VARYING WS-LN-SUB FROM 1 BY 1
008380                    UNTIL WS-LN-SUB        > WS-LN-COUNT
008390            END-IF.
008400        21300-DUPLICATE-CHECK-PARA.
008410            IF  WS-LN-CLIENT-SUB(WS-LN-SUB) = WS-CLT-SUB
008420                AND WS-LN-ROLE(WS-LN-SUB)  = BK-ROLE
008430                AND WS-LN-MODEL(WS-LN-SUB) = BK-APPL-NAME
008440                MOVE "BOOKED TWICE ON BOOKFILE" TO WS-NOTE
008450            END-IF.
008460       ******************************************************************
008470       * PRICE THE BOOKING AND HOLD IT FOR ITS CLIENT'S INVOICE: THE
008480       * FEE, THE AGENCY COMMISSION ON IT, AND THE MODEL'S PAYOUT.
008490       ******************************************************************
008500        21500-TABLE-LINE-PARA.
008510            COMPUTE WS-FEE = BK-DAYS * BK-DAY-RATE
008520                ON SIZE ERROR
008530                    MOVE "FEE TOO LARGE TO BILL" TO WS-NOTE
008540            END-COMPUTE.
008550            IF  WS-NOTE                    = SPACES
008560                AND WS-LN-COUNT            = 500
008570                MOVE "LINE TABLE FULL - BILL ON THE NEXT RUN"
008580                                           TO WS-NOTE
008590            END-IF.
008600            IF  WS-NOTE                    = SPACES
008610                ADD 1                      TO WS-LN-COUNT
008620                MOVE WS-CLT-SUB    TO WS-LN-CLIENT-SUB(WS-LN-COUNT)
008630                MOVE BK-APPL-NAME  TO WS-LN-MODEL(WS-LN-COUNT)
008640                MOVE BK-ROLE       TO WS-LN-ROLE(WS-LN-COUNT)
008650                MOVE BK-DAYS       TO WS-LN-DAYS(WS-LN-COUNT)
008660                MOVE BK-DAY-RATE   TO WS-LN-RATE(WS-LN-COUNT)
008670                MOVE WS-FEE        TO WS-LN-FEE(WS-LN-COUNT)
008680                MOVE WS-PCT        TO WS-LN-PCT(WS-LN-COUNT)
008690                COMPUTE WS-LN-COMM(WS-LN-COUNT) ROUNDED =
008700                    WS-FEE * WS-PCT / 100
008710                COMPUTE WS-LN-PAYOUT(WS-LN-COUNT) =
008720                    WS-FEE - WS-LN-COMM(WS-LN-COUNT)
008730                ADD 1              TO WS-CL-LINES(WS-CLT-SUB)
008740            END-IF.
008750       ******************************************************************
008760       * LIST A BOOKING NOT BILLED.
008770       ******************************************************************
008780        21900-REJECT-PARA.
008790            IF  WS-REJECT-HEAD             = "NO"
008800                MOVE "YES"                 TO WS-REJECT-HEAD
008810                MOVE WS-REJECT-TITLE       TO PR-REGISTER-REC
008820                WRITE PR-REGISTER-REC
008830            END-IF.
008840            MOVE BK-APPL-NAME              TO WS-RJ-MODEL.
008850            MOVE BK-ROLE                   TO WS-RJ-ROLE.
008860            MOVE BK-CLIENT-ID              TO WS-RJ-CLIENT.
008870            MOVE WS-NOTE                   TO WS-RJ-NOTE.
008880            MOVE WS-REJECT-LINE            TO PR-REGISTER-REC.
008890            WRITE PR-REGISTER-REC.
008900            ADD 1                          TO WS-REJECT-COUNT.
008910       ******************************************************************
008920       * COLUMN HEADINGS FOR THE PAYOUT LINES.
008930       ******************************************************************
008940        22000-REGISTER-HEAD-PARA.
008950            IF  WS-REJECT-HEAD             = "YES"
008960                MOVE WS-HEADER1            TO PR-REGISTER-REC
008970                WRITE PR-REGISTER-REC
008980            END-IF.
008990            MOVE WS-REG-COL-HEAD           TO PR-REGISTER-REC.
009000            WRITE PR-REGISTER-REC.
009010            MOVE WS-HEADER1                TO PR-REGISTER-REC.
009020            WRITE PR-REGISTER-REC.
009030       ******************************************************************
009040       * ONE INVOICE FOR EACH CLIENT WITH BILLABLE BOOKINGS THIS RUN.
009050       ******************************************************************
009060        22100-BILL-CLIENT-PARA.
009070            IF  WS-CL-LINES(WS-CLT-SUB)    > 0
009080                PERFORM 22200-INVOICE-PARA
009090            END-IF.
009100       ******************************************************************
009110       * PRINT THE CLIENT'S INVOICE, POST ITS LINES TO BILLHIST AND THE
009120       * PAYOUT REGISTER, AND OPEN IT AS A RECEIVABLE ON ARFILE.
009130       ******************************************************************
009140        22200-INVOICE-PARA.
009150            ADD 1                          TO WS-LAST-INVOICE.
009160            ADD 1                          TO WS-INVOICE-COUNT.
009170            MOVE 0                         TO WS-INV-AMOUNT.
009180            MOVE WS-BORDER                 TO CI-INVOICE-REC.
009190            WRITE CI-INVOICE-REC.
009200            MOVE WS-LAST-INVOICE           TO WS-IH-INVOICE.
009210            MOVE WS-RUN-DATE               TO WS-WORK-DATE-N.
009220            PERFORM 07200-EDIT-DATE-PARA.
009230            MOVE WS-DATE-TEXT              TO WS-IH-DATE.
009240            MOVE WS-INV-HEAD               TO CI-INVOICE-REC.
009250            WRITE CI-INVOICE-REC.
009260            MOVE SPACES                    TO CI-INVOICE-REC.
009270            WRITE CI-INVOICE-REC.
009280            MOVE "BILL TO: "               TO WS-IT-LABEL.
009290            MOVE WS-CL-NAME(WS-CLT-SUB)    TO WS-IT-TEXT.
009300            MOVE WS-INV-TO                 TO CI-INVOICE-REC.
009310            WRITE CI-INVOICE-REC.
009320            MOVE SPACES                    TO WS-IT-LABEL.
009330            MOVE WS-CL-ADDR(WS-CLT-SUB)    TO WS-IT-TEXT.
009340            MOVE WS-INV-TO                 TO CI-INVOICE-REC.
009350            WRITE CI-INVOICE-REC.
009360            MOVE WS-CL-TERMS(WS-CLT-SUB)   TO WS-IR-TERMS.
009370            MOVE WS-INV-TERMS              TO CI-INVOICE-REC.
009380            WRITE CI-INVOICE-REC.
009390            MOVE SPACES                    TO CI-INVOICE-REC.
009400            WRITE CI-INVOICE-REC.
009410            MOVE WS-INV-COL-HEAD           TO CI-INVOICE-REC.
009420            WRITE CI-INVOICE-REC.
009430            PERFORM 22300-INVOICE-LINE-PARA
009440                VARYING WS-LN-SUB FROM 1 BY 1
009450                UNTIL WS-LN-SUB            > WS-LN-COUNT
009460                OR    WS-ERROR-FLAG        = "YES".
009470            MOVE WS-INV-AMOUNT             TO WS-IT-AMOUNT.
009480            MOVE WS-INV-TOTAL              TO CI-INVOICE-REC.
009490            WRITE CI-INVOICE-REC.
009500            MOVE WS-BORDER                 TO CI-INVOICE-REC.
009510            WRITE CI-INVOICE-REC.
009520            IF  WS-ERROR-FLAG              NOT = "YES"
009530                MOVE SPACES                TO AR-INVOICE-REC
009540                MOVE WS-LAST-INVOICE       TO AR-INVOICE-NO
009550                MOVE WS-CL-ID(WS-CLT-SUB)  TO AR-CLIENT-ID
009560                MOVE WS-RUN-DATE           TO AR-INV-DATE
009570                MOVE WS-CL-TERMS(WS-CLT-SUB) TO AR-TERMS-DAYS
009580                MOVE WS-INV-AMOUNT         TO AR-AMOUNT
009590                MOVE 0                     TO AR-PAID
009600                MOVE 0                     TO AR-LAST-PAY-DATE
009610                SET AR-OPEN                TO TRUE
009620                WRITE AR-INVOICE-REC
009630                IF  WS-AR-FS               NOT = "00"
009640                    PERFORM 29100-AR-IO-ERROR-PARA
009650                END-IF
009660            END-IF.
009670       ******************************************************************
009680       * ONE OF THE CLIENT'S LINES: ON THE INVOICE, ON BILLHIST, AND
009690       * ON THE PAYOUT REGISTER.
009700       ******************************************************************
009710        22300-INVOICE-LINE-PARA.
009720            IF  WS-LN-CLIENT-SUB(WS-LN-SUB) = WS-CLT-SUB
009730                MOVE WS-LN-MODEL(WS-LN-SUB) TO WS-IL-MODEL
009740                MOVE WS-LN-ROLE(WS-LN-SUB) TO WS-IL-ROLE
009750                MOVE WS-LN-DAYS(WS-LN-SUB) TO WS-IL-DAYS
009760                MOVE WS-LN-RATE(WS-LN-SUB) TO WS-IL-RATE
009770                MOVE WS-LN-FEE(WS-LN-SUB)  TO WS-IL-AMOUNT
009780                MOVE WS-INV-LINE           TO CI-INVOICE-REC
009790                WRITE CI-INVOICE-REC
009800                ADD WS-LN-FEE(WS-LN-SUB)   TO WS-INV-AMOUNT
009810                PERFORM 22400-BILL-HIST-PARA
009820                PERFORM 22500-PAYOUT-LINE-PARA
009830            END-IF.
009840        22400-BILL-HIST-PARA.
009850            MOVE SPACES                    TO BH-BILL-REC.
009860            MOVE WS-CL-ID(WS-CLT-SUB)      TO BH-CLIENT-ID.
009870            MOVE WS-LN-ROLE(WS-LN-SUB)     TO BH-ROLE.
009880            MOVE WS-LN-MODEL(WS-LN-SUB)    TO BH-MODEL.
009890            MOVE WS-LAST-INVOICE           TO BH-INVOICE-NO.
009900            MOVE WS-RUN-DATE               TO BH-BILL-DATE.
009910            MOVE WS-LN-DAYS(WS-LN-SUB)     TO BH-DAYS.
009920            MOVE WS-LN-RATE(WS-LN-SUB)     TO BH-DAY-RATE.
009930            MOVE WS-LN-FEE(WS-LN-SUB)      TO BH-FEE.
009940            MOVE WS-LN-PCT(WS-LN-SUB)      TO BH-COMM-PCT.
009950            MOVE WS-LN-COMM(WS-LN-SUB)     TO BH-COMM-AMT.
009960            MOVE WS-LN-PAYOUT(WS-LN-SUB)   TO BH-PAYOUT.
009970            WRITE BH-BILL-REC.
009980            IF  WS-BILL-FS                 NOT = "00"
009990                PERFORM 29000-BILL-IO-ERROR-PARA
010000            END-IF.
010010        22500-PAYOUT-LINE-PARA.
010020            MOVE WS-LN-MODEL(WS-LN-SUB)    TO WS-RL-MODEL.
010030            MOVE WS-LN-ROLE(WS-LN-SUB)     TO WS-RL-ROLE.
010040            MOVE WS-LAST-INVOICE           TO WS-RL-INVOICE.
010050            MOVE WS-LN-FEE(WS-LN-SUB)      TO WS-RL-FEE.
010060            MOVE WS-LN-PCT(WS-LN-SUB)      TO WS-RL-PCT.
010070            MOVE WS-LN-COMM(WS-LN-SUB)     TO WS-RL-COMM.
010080            MOVE WS-LN-PAYOUT(WS-LN-SUB)   TO WS-RL-PAYOUT.
010090            MOVE WS-REG-LINE               TO PR-REGISTER-REC.
010100            WRITE PR-REGISTER-REC.
010110            ADD 1                          TO WS-BILLED-COUNT.
010120            ADD WS-LN-FEE(WS-LN-SUB)       TO WS-FEE-TOTAL.
010130            ADD WS-LN-COMM(WS-LN-SUB)      TO WS-COMM-TOTAL.
010140            ADD WS-LN-PAYOUT(WS-LN-SUB)    TO WS-PAYOUT-TOTAL.
010150       ******************************************************************
010160       * APPLY ONE CLIENT PAYMENT TO ITS INVOICE ON ARFILE.
010170       ******************************************************************
010180        24000-PAYMENT-PARA.
010190            READ PAY-FILE
010200            AT END
010210                MOVE "YES"                 TO WS-PAY-EOF
010220            NOT AT END
010230                ADD 1                      TO WS-PAY-COUNT
010240                MOVE SPACES                TO WS-NOTE
010250                MOVE "NO"                  TO WS-DATE-OK
010260                IF  PY-PAY-DATE            IS NUMERIC
010270                    SET LK-DT-VALIDATE     TO TRUE
010280                    MOVE PY-PAY-DATE       TO LK-DT-DATE-1
010290                    CALL 'SPGM0906'        USING LK-DATESVC-PARMS
010300                    IF  LK-DT-OK
010310                        MOVE "YES"         TO WS-DATE-OK
010320                    END-IF
010330                END-IF
010340                EVALUATE TRUE
010350                    WHEN PY-INVOICE-NO     NOT NUMERIC
010360                        MOVE "REJECTED - INVOICE NUMBER NOT NUMERIC"
010370                                           TO WS-NOTE
010380                    WHEN WS-DATE-OK        NOT = "YES"
010390                        MOVE "REJECTED - PAY DATE NOT A REAL DATE"
010400                                           TO WS-NOTE
010410                    WHEN PY-AMOUNT         NOT NUMERIC
010420                        MOVE "REJECTED - AMOUNT NOT NUMERIC"
010430                                           TO WS-NOTE
010440                    WHEN PY-AMOUNT         = 0
010450                        MOVE "REJECTED - AMOUNT IS ZERO" TO WS-NOTE
010460                    WHEN OTHER
010470                        PERFORM 24100-APPLY-PARA
010480                END-EVALUATE
010490                PERFORM 24200-PAYMENT-LINE-PARA
010500            END-READ.
010510       ******************************************************************
010520       * THE PAYMENT MUST BE THE INVOICE'S CLIENT'S AND NO MORE THAN
010530       * THE OPEN BALANCE. PAID IN FULL CLOSES THE RECEIVABLE.
010540       ******************************************************************
010550        24100-APPLY-PARA.
010560            MOVE PY-INVOICE-NO             TO AR-INVOICE-NO.
010570            READ AR-FILE
010580                INVALID KEY
010590                    MOVE "REJECTED - INVOICE NOT ON ARFILE"
010600                                           TO WS-NOTE
010610            END-READ.
010620            IF  WS-AR-FS                   NOT = "00"
010630                AND WS-AR-FS               NOT = "23"
010640                PERFORM 29100-AR-IO-ERROR-PARA
010650            END-IF.
010660            IF  WS-NOTE                    = SPACES
010670                AND WS-ERROR-FLAG          NOT = "YES"
010680                COMPUTE WS-BALANCE = AR-AMOUNT - AR-PAID
010690                EVALUATE TRUE
010700                    WHEN AR-CLIENT-ID      NOT = PY-CLIENT-ID
010710                        MOVE "REJECTED - NOT THIS CLIENT'S INVOICE"
010720                                           TO WS-NOTE
010730                    WHEN AR-PAID-IN-FULL
010740                        MOVE "REJECTED - INVOICE ALREADY PAID"
010750                                           TO WS-NOTE
010760                    WHEN PY-AMOUNT         > WS-BALANCE
010770                        MOVE "REJECTED - MORE THAN THE OPEN BALANCE"
010780                                           TO WS-NOTE
010790                    WHEN OTHER
010800                        ADD PY-AMOUNT      TO AR-PAID
010810                        MOVE PY-PAY-DATE   TO AR-LAST-PAY-DATE
010820                        IF  AR-PAID        = AR-AMOUNT
010830                            SET AR-PAID-IN-FULL TO TRUE
010840                            MOVE "APPLIED - INVOICE PAID IN FULL"
010850                                           TO WS-NOTE
010860                        ELSE
010870                            MOVE "APPLIED - BALANCE REMAINS"
010880                                           TO WS-NOTE
010890                        END-IF
010900                        REWRITE AR-INVOICE-REC
010910                        IF  WS-AR-FS       NOT = "00"
010920                            PERFORM 29100-AR-IO-ERROR-PARA
010930                        END-IF
010940                        ADD 1              TO WS-APPLIED-COUNT
010950                        ADD PY-AMOUNT      TO WS-APPLIED-AMOUNT
010960                END-EVALUATE
010970            END-IF.
010980        24200-PAYMENT-LINE-PARA.
010990            IF  WS-NOTE(1:8)               = "REJECTED"
011000                ADD 1                      TO WS-PAY-REJECT-COUNT
011010                IF  PY-AMOUNT              IS NUMERIC
011020                    ADD PY-AMOUNT          TO WS-PAY-REJECT-AMOUNT
011030                END-IF
011040            END-IF.
011050            MOVE PY-INVOICE-NO             TO WS-PL-INVOICE.
011060            MOVE PY-CLIENT-ID              TO WS-PL-CLIENT.
011070            MOVE PY-PAY-DATE               TO WS-PL-DATE.
011080            IF  PY-AMOUNT                  IS NUMERIC
011090                MOVE PY-AMOUNT             TO WS-PL-AMOUNT
011100            ELSE
011110                MOVE 0                     TO WS-PL-AMOUNT
011120            END-IF.
011130            MOVE WS-NOTE                   TO WS-PL-NOTE.
011140            MOVE WS-PAY-LINE               TO AG-AGING-REC.
011150            WRITE AG-AGING-REC.
011160       ******************************************************************
011170       * AGE EVERY UNPAID INVOICE ON ARFILE, IN INVOICE ORDER.
011180       ******************************************************************
011190        25000-AGING-PARA.
011200            MOVE WS-HEADER1                TO AG-AGING-REC.
011210            WRITE AG-AGING-REC.
011220            MOVE WS-OPEN-TITLE             TO AG-AGING-REC.
011230            WRITE AG-AGING-REC.
011240            MOVE WS-AGE-COL-HEAD           TO AG-AGING-REC.
011250            WRITE AG-AGING-REC.
011260            INITIALIZE WS-BUCKET-TOTALS.
011270            MOVE "NO"                      TO WS-AR-EOF.
011280            MOVE 0                         TO AR-INVOICE-NO.
011290            START AR-FILE KEY IS NOT LESS THAN AR-INVOICE-NO
011300                INVALID KEY
011310                    MOVE "YES"             TO WS-AR-EOF
011320            END-START.
011330            PERFORM 25100-AGE-INVOICE-PARA
011340                UNTIL WS-AR-EOF            = "YES"
011350                OR    WS-ERROR-FLAG        = "YES".
011360            IF  WS-OPEN-COUNT              = 0
011370                MOVE WS-NO-OPEN-LINE       TO AG-AGING-REC
011380                WRITE AG-AGING-REC
011390            END-IF.
011400        25100-AGE-INVOICE-PARA.
011410            READ AR-FILE NEXT RECORD
011420            AT END
011430                MOVE "YES"                 TO WS-AR-EOF
011440            NOT AT END
011450                IF  AR-OPEN
011460                    PERFORM 25200-AGE-LINE-PARA
011470                END-IF
011480            END-READ.
011490            IF  WS-AR-FS                   NOT = "00"
011500                AND WS-AR-FS               NOT = "10"
011510                PERFORM 29100-AR-IO-ERROR-PARA
011520            END-IF.
011530       ******************************************************************
011540       * DAYS OUTSTANDING FROM THE INVOICE DATE TO THE AS-OF DATE; PAST
011550       * THE CLIENT'S TERMS THE INVOICE FALLS INTO A PAST-DUE BUCKET.
011560       ******************************************************************
011570        25200-AGE-LINE-PARA.
011580            COMPUTE WS-BALANCE = AR-AMOUNT - AR-PAID.
011590            SET LK-DT-DIFF-DAYS            TO TRUE.
011600            MOVE WS-ASOF-DATE              TO LK-DT-DATE-1.
011610            MOVE AR-INV-DATE               TO LK-DT-DATE-2.
011620            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
011630            IF  LK-DT-OK
011640                AND LK-DT-RESULT           > 0
011650                MOVE LK-DT-RESULT          TO WS-DAYS-OUT
011660            ELSE
011670                MOVE 0                     TO WS-DAYS-OUT
011680            END-IF.
011690            COMPUTE WS-PAST-DUE = WS-DAYS-OUT - AR-TERMS-DAYS.
011700            EVALUATE TRUE
011710                WHEN WS-PAST-DUE           < 1
011720                    MOVE 1                 TO WS-BUCKET-SUB
011730                WHEN WS-PAST-DUE           < 31
011740                    MOVE 2                 TO WS-BUCKET-SUB
011750                WHEN WS-PAST-DUE           < 61
011760                    MOVE 3                 TO WS-BUCKET-SUB
011770                WHEN WS-PAST-DUE           < 91
011780                    MOVE 4                 TO WS-BUCKET-SUB
011790                WHEN OTHER
011800                    MOVE 5                 TO WS-BUCKET-SUB
011810            END-EVALUATE.
011820            MOVE "NOT ON CLIENTFL"         TO WS-CLIENT-NAME.
011830            SET CLT-IDX                    TO 1.
011840            SEARCH WS-CL-ENTRY
011850                AT END
011860                    CONTINUE
011870                WHEN WS-CL-ID(CLT-IDX)     = AR-CLIENT-ID
011880                    MOVE WS-CL-NAME(CLT-IDX) TO WS-CLIENT-NAME
011890            END-SEARCH.
011900            MOVE AR-CLIENT-ID              TO WS-AL-CLIENT.
011910            MOVE WS-CLIENT-NAME            TO WS-AL-NAME.
011920            MOVE AR-INVOICE-NO             TO WS-AL-INVOICE.
011930            MOVE AR-INV-DATE               TO WS-AL-DATE.
011940            MOVE AR-TERMS-DAYS             TO WS-AL-TERMS.
011950            MOVE WS-DAYS-OUT               TO WS-AL-DAYS.
011960            MOVE WS-BALANCE                TO WS-AL-BALANCE.
011970            MOVE WS-BUCKET-NAME(WS-BUCKET-SUB) TO WS-AL-BUCKET.
011980            MOVE WS-AGE-LINE               TO AG-AGING-REC.
011990            WRITE AG-AGING-REC.
012000            ADD 1                          TO WS-OPEN-COUNT.
012010            ADD WS-BALANCE                 TO WS-OPEN-AMOUNT.
012020            ADD 1                  TO WS-BK-COUNT(WS-BUCKET-SUB).
012030            ADD WS-BALANCE         TO WS-BK-AMOUNT(WS-BUCKET-SUB).
012040       ******************************************************************
012050       * RUN TOTALS ON THE PAYOUT REGISTER AND THE AGING REPORT. ANY
012060       * REJECTED BOOKING OR PAYMENT SETS RETURN CODE 4.
012070       ******************************************************************
012080        28000-TOTALS-PARA.
012090            MOVE WS-HEADER1                TO PR-REGISTER-REC.
012100            WRITE PR-REGISTER-REC.
012110            MOVE "INVOICES           "     TO WS-TL-LABEL.
012120            MOVE WS-INVOICE-COUNT          TO WS-TL-COUNT.
012130            MOVE WS-FEE-TOTAL              TO WS-TL-AMOUNT.
012140            MOVE WS-TOTAL-LINE             TO PR-REGISTER-REC.
012150            WRITE PR-REGISTER-REC.
012160            MOVE "AGENCY COMMISSION  "     TO WS-TL-LABEL.
012170            MOVE WS-BILLED-COUNT           TO WS-TL-COUNT.
012180            MOVE WS-COMM-TOTAL             TO WS-TL-AMOUNT.
012190            MOVE WS-TOTAL-LINE             TO PR-REGISTER-REC.
012200            WRITE PR-REGISTER-REC.
012210            MOVE "MODEL PAYOUTS      "     TO WS-TL-LABEL.
012220            MOVE WS-BILLED-COUNT           TO WS-TL-COUNT.
012230            MOVE WS-PAYOUT-TOTAL           TO WS-TL-AMOUNT.
012240            MOVE WS-TOTAL-LINE             TO PR-REGISTER-REC.
012250            WRITE PR-REGISTER-REC.
012260            MOVE "NOT BILLED         "     TO WS-TL-LABEL.
012270            MOVE WS-REJECT-COUNT           TO WS-TL-COUNT.
012280            MOVE 0                         TO WS-TL-AMOUNT.
012290            MOVE WS-TOTAL-LINE             TO PR-REGISTER-REC.
012300            WRITE PR-REGISTER-REC.
012310            MOVE WS-HEADER1                TO AG-AGING-REC.
012320            WRITE AG-AGING-REC.
012330            MOVE "PAYMENTS APPLIED   "     TO WS-TL-LABEL.
012340            MOVE WS-APPLIED-COUNT          TO WS-TL-COUNT.
012350            MOVE WS-APPLIED-AMOUNT         TO WS-TL-AMOUNT.
012360            MOVE WS-TOTAL-LINE             TO AG-AGING-REC.
012370            WRITE AG-AGING-REC.
012380            MOVE "PAYMENTS REJECTED  "     TO WS-TL-LABEL.
012390            MOVE WS-PAY-REJECT-COUNT       TO WS-TL-COUNT.
012400            MOVE WS-PAY-REJECT-AMOUNT      TO WS-TL-AMOUNT.
012410            MOVE WS-TOTAL-LINE             TO AG-AGING-REC.
012420            WRITE AG-AGING-REC.
012430            PERFORM 28100-BUCKET-TOTAL-PARA
012440                VARYING WS-BUCKET-SUB FROM 1 BY 1
012450                UNTIL WS-BUCKET-SUB        > 5.
012460            MOVE "TOTAL RECEIVABLE   "     TO WS-TL-LABEL.
012470            MOVE WS-OPEN-COUNT             TO WS-TL-COUNT.
012480            MOVE WS-OPEN-AMOUNT            TO WS-TL-AMOUNT.
012490            MOVE WS-TOTAL-LINE             TO AG-AGING-REC.
012500            WRITE AG-AGING-REC.
012510            IF  (WS-REJECT-COUNT + WS-PAY-REJECT-COUNT) > 0
012520                AND RETURN-CODE            < 4
012530                MOVE 4                     TO RETURN-CODE
012540            END-IF.
012550        28100-BUCKET-TOTAL-PARA.
012560            MOVE SPACES                    TO WS-TL-LABEL.
012570            STRING "AGED " WS-BUCKET-NAME(WS-BUCKET-SUB)
012580                DELIMITED BY SIZE INTO WS-TL-LABEL
012590            END-STRING.
012600            MOVE WS-BK-COUNT(WS-BUCKET-SUB) TO WS-TL-COUNT.
012610            MOVE WS-BK-AMOUNT(WS-BUCKET-SUB) TO WS-TL-AMOUNT.
012620            MOVE WS-TOTAL-LINE             TO AG-AGING-REC.
012630            WRITE AG-AGING-REC.
012640       ******************************************************************
012650       * A BILLHIST READ OR WRITE FAILED.
012660       ******************************************************************
012670        29000-BILL-IO-ERROR-PARA.
012680            DISPLAY "BILLHIST I/O ERROR - STATUS " WS-BILL-FS
012690                " - KEY " BH-BOOK-KEY.
012700            MOVE "CEXM1090"                TO LK-PGM-ID.
012710            MOVE "BILLHIST"                TO LK-FILE-ID.
012720            MOVE WS-BILL-FS                TO LK-FILE-STATUS.
012730            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
012740            IF  LK-ABEND-YES
012750                MOVE 16                    TO RETURN-CODE
012760                MOVE "YES"                 TO WS-ERROR-FLAG
012770            END-IF.
012780       ******************************************************************
012790       * AN ARFILE READ OR WRITE FAILED.
012800       ******************************************************************
012810        29100-AR-IO-ERROR-PARA.
012820            DISPLAY "ARFILE I/O ERROR - STATUS " WS-AR-FS
012830                " - INVOICE " AR-INVOICE-NO.
012840            MOVE "CEXM1090"                TO LK-PGM-ID.
012850            MOVE "ARFILE"                  TO LK-FILE-ID.
012860            MOVE WS-AR-FS                  TO LK-FILE-STATUS.
012870            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
012880            IF  LK-ABEND-YES
012890                MOVE 16                    TO RETURN-CODE
012900                MOVE "YES"                 TO WS-ERROR-FLAG
012910            END-IF.
012920       ******************************************************************
012930       * DISPLAY COUNTS AND CLOSE THE FILES.
012940       ******************************************************************
012950        30000-CLOSE-PARA.
012960            DISPLAY "BOOKINGS READ      : " WS-READ-COUNT.
012970            DISPLAY "STANDBY NOT BILLED : " WS-STANDBY-COUNT.
012980            DISPLAY "BOOKINGS BILLED    : " WS-BILLED-COUNT.
012990            DISPLAY "BOOKINGS REJECTED  : " WS-REJECT-COUNT.
013000            DISPLAY "CLIENT INVOICES    : " WS-INVOICE-COUNT.
013010            DISPLAY "PAYMENTS READ      : " WS-PAY-COUNT.
013020            DISPLAY "PAYMENTS APPLIED   : " WS-APPLIED-COUNT.
013030            DISPLAY "PAYMENTS REJECTED  : " WS-PAY-REJECT-COUNT.
013040            DISPLAY "UNPAID INVOICES    : " WS-OPEN-COUNT.
013050            CLOSE BOOK-FILE.
013060            CLOSE CLIENT-FILE.
013070            CLOSE RATE-FILE.
013080            IF  WS-PAY-PRESENT             = "YES"
013090                CLOSE PAY-FILE
013100            END-IF.
013110            CLOSE BILL-FILE.
013120            CLOSE AR-FILE.
013130            CLOSE INVOICE-FILE.
013140            CLOSE REGISTER-FILE.
013150            CLOSE AGING-FILE.
