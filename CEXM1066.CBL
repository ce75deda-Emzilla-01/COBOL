000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1066.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ANNUAL TUITION TAX STATEMENT. DRIVEN BY A
000060       *  TAXYEAR= CARD (YYYY, DEFAULT LAST CALENDAR YEAR), TOTALS THE
000070       *  YEAR'S RECVTRAN ACTIVITY PER STUDENT:
000080       *    - QUALIFIED CHARGES: THE QUALIFYING SHARE OF EACH CEXM933
000090       *      TUITION INVOICE (TYPE I) - THE FEEFILE FEES FLAGGED Y IN
000100       *      FE-QUAL-FLAG OVER ALL FEEFILE FEES - LESS THE SAME SHARE
000110       *      OF ITS SIBLING DISCOUNT (H) AND UNEARNED WRITE-OFF (A)
000120       *      CREDITS, PLUS THE FEELEDG COURSE FEES (LESS DROP CREDITS)
000130       *      WHOSE CRSFEES FEE CODE IS FLAGGED Y
000140       *    - PAYMENTS RECEIVED (P), CEXM992 REFUNDS (R) AND CEXM995
000150       *      SCHOLARSHIPS (S). QUALIFIED TUITION PAID IS THE PAYMENTS
000160       *      LESS REFUNDS, NEVER ABOVE THE QUALIFIED CHARGES.
000170       *  EACH STUDENT WITH ANY FIGURE GETS A STATEMENT ON TAXPRINT AT
000180       *  ITS ADDRFILE ADDRESS; A CHILD LINKED TO A CEXM1061 HHFILE
000190       *  HOUSEHOLD IS STATED INSTEAD ON ONE HOUSEHOLD STATEMENT TO THE
000200       *  GUARDIAN (CEXM998-STYLE). A CEXM985 BAD ADDRESS (OR NONE ON
000210       *  FILE) SENDS THE STATEMENT TO THE TAXHOLD PILE INSTEAD.
000220       *  EVERY STUDENT, HELD OR NOT, GOES ON THE TAXEXTR FILING
000230       *  EXTRACT (T TRANSMITTER, A FILER, B ONE PER STUDENT, C FILER
000240       *  CONTROL TOTALS, F END OF TRANSMISSION - 200 BYTES, MONEY IN
000250       *  CENTS) WITH THE FILER FROM THE TAXFILER CONTROL RECORD AND
000260       *  THE STUDENT'S TAXPAYER ID FROM TAXIDS. A STUDENT WITH NO ID
000270       *  ON FILE IS FLAGGED ON THE B RECORD AND ON THE STATEMENT.
000280       *  THE CONTROL TOTALS ARE PRINTED ON TAXRPT.
000290       * RECVTRAN: JEBA02.EMY.COBOL.RECVTRAN
000300       * FEEFILE : JEBA02.EMY.COBOL.FEEFILE
000310       * CRSFEES : JEBA02.EMY.COBOL.CRSFEES (COURSE FEE SCHEDULE)
000320       * FEELEDG : JEBA02.EMY.COBOL.FEELEDG (COURSE FEE LEDGER)
000330       * ADDFILE : JEBA02.EMY.COBOL.ADDRFILE
000340       * HHFILE  : JEBA02.EMY.COBOL.HHFILE (INDEXED ON HOUSEHOLD NO)
000350       * TAXIDS  : JEBA02.EMY.COBOL.TAXIDS (STUDENT TAXPAYER IDS)
000360       * TAXFILER: JEBA02.EMY.COBOL.TAXFILER (ONE CONTROL RECORD)
000370       * TAXPRINT: JEBA02.EMY.COBOL.TAXPRINT
000380       * TAXHOLD : JEBA02.EMY.COBOL.TAXHOLD
000390       * TAXEXTR : JEBA02.EMY.COBOL.TAXEXTR
000400       * TAXRPT  : JEBA02.EMY.COBOL.TAXRPT
000410       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000420       * ----------------------------------------------------------------
000430       * PRJ NO    NAME     DATE          MAINT DESC.
000440       * ----------------------------------------------------------------
000450       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000460       ******************************************************************
000470        ENVIRONMENT DIVISION.
000480        INPUT-OUTPUT SECTION.
000490        FILE-CONTROL.
000500            SELECT TRAN-FILE
000510                ASSIGN TO RECVTRAN
000520                ORGANIZATION IS SEQUENTIAL
000530                ACCESS MODE IS SEQUENTIAL
000540                FILE STATUS IS WS-TRAN-FS.
000550            SELECT FEE-FILE
000560                ASSIGN TO FEEFILE
000570                ORGANIZATION IS SEQUENTIAL
000580                ACCESS MODE IS SEQUENTIAL
000590                FILE STATUS IS WS-FEE-FS.
000600            SELECT CRSFEE-FILE
000610                ASSIGN TO CRSFEES
000620                ORGANIZATION IS SEQUENTIAL
000630                ACCESS MODE IS SEQUENTIAL
000640                FILE STATUS IS WS-CRSFEE-FS.
000650            SELECT LEDG-FILE
000660                ASSIGN TO FEELEDG
000670                ORGANIZATION IS SEQUENTIAL
000680                ACCESS MODE IS SEQUENTIAL
000690                FILE STATUS IS WS-LEDG-FS.
000700            SELECT ADDR-FILE
000710                ASSIGN TO ADDFILE
000720                ORGANIZATION IS SEQUENTIAL
000730                ACCESS MODE IS SEQUENTIAL
000740                FILE STATUS IS WS-ADDR-FS.
000750            SELECT HH-FILE
000760                ASSIGN TO HHFILE
000770                ORGANIZATION IS INDEXED
000780                ACCESS MODE IS SEQUENTIAL
000790                RECORD KEY IS HH-HOUSEHOLD-NO
000800                FILE STATUS IS WS-HH-FS.
000810            SELECT TIN-FILE
000820                ASSIGN TO TAXIDS
000830                ORGANIZATION IS SEQUENTIAL
000840                ACCESS MODE IS SEQUENTIAL
000850                FILE STATUS IS WS-TIN-FS.
000860            SELECT FILER-FILE
000870                ASSIGN TO TAXFILER
000880                ORGANIZATION IS SEQUENTIAL
000890                ACCESS MODE IS SEQUENTIAL
000900                FILE STATUS IS WS-FILER-FS.
000910            SELECT PRINT-FILE
000920                ASSIGN TO TAXPRINT
000930                ORGANIZATION IS SEQUENTIAL
000940                ACCESS MODE IS SEQUENTIAL
000950                FILE STATUS IS WS-PRINT-FS.
000960            SELECT HOLD-FILE
000970                ASSIGN TO TAXHOLD
000980                ORGANIZATION IS SEQUENTIAL
000990                ACCESS MODE IS SEQUENTIAL
001000                FILE STATUS IS WS-HOLD-FS.
001010            SELECT EXTR-FILE
001020                ASSIGN TO TAXEXTR
001030                ORGANIZATION IS SEQUENTIAL
001040                ACCESS MODE IS SEQUENTIAL
001050                FILE STATUS IS WS-EXTR-FS.
001060            SELECT REPORT-FILE
001070                ASSIGN TO TAXRPT
001080                ORGANIZATION IS SEQUENTIAL
001090                ACCESS MODE IS SEQUENTIAL
001100                FILE STATUS IS WS-REPORT-FS.
001110        DATA DIVISION.
001120        FILE SECTION.
001130        FD  TRAN-FILE.
001140        01  RT-TRAN-REC.
001150            05  RT-ENROLL-NO              PIC 9(06).
001160            05  RT-TRAN-DATE              PIC 9(08).
001170            05  RT-TRAN-TYPE              PIC X(01).
001180            05  RT-AMOUNT                 PIC 9(07)V9(02).
001190            05  RT-DRCR                   PIC X(01).
001200            05  RT-DESC                   PIC X(20).
001210            05  FILLER                    PIC X(35).
001220        FD  FEE-FILE.
001230        01  FE-FEE-REC.
001240            05  FE-FEE-CODE               PIC X(04).
001250            05  FE-FEE-DESC               PIC X(30).
001260            05  FE-FEE-AMOUNT             PIC 9(05)V9(02).
001270            05  FE-QUAL-FLAG              PIC X(01).
001280            05  FILLER                    PIC X(38).
001290        FD  CRSFEE-FILE.
001300        01  CF-FEE-REC.
001310            05  CF-FEE-CODE               PIC X(04).
001320            05  CF-FEE-DESC               PIC X(30).
001330            05  CF-FEE-AMOUNT             PIC 9(05)V9(02).
001340            05  CF-QUAL-FLAG              PIC X(01).
001350            05  FILLER                    PIC X(38).
001360        FD  LEDG-FILE.
001370        01  FL-LEDG-REC.
001380            05  FL-ENROLL-NO              PIC 9(06).
001390            05  FL-COURSE-CODE            PIC X(06).
001400            05  FL-TERM-CODE              PIC X(05).
001410            05  FL-FEE-CODE               PIC X(04).
001420            05  FL-ENTRY-TYPE             PIC X(01).
001430            05  FL-FEE-AMT                PIC 9(05)V9(02).
001440            05  FL-AMOUNT                 PIC 9(05)V9(02).
001450            05  FL-REFUND-PCT             PIC 9(03).
001460            05  FL-POST-DATE              PIC 9(08).
001470            05  FL-PROGRAM                PIC X(08).
001480            05  FILLER                    PIC X(25).
001490        FD  ADDR-FILE.
001500        01  AS-ADDR-REC.
001510            05  AS-ENROLL-NO              PIC 9(06).
001520            05  AS-SNAME                  PIC X(30).
001530            05  AS-STREET                 PIC X(30).
001540            05  AS-CITY                   PIC X(20).
001550            05  AS-COUNTRY                PIC X(15).
001560            05  AS-STATE                  PIC X(10).
001570            05  AS-ZIPCODE                PIC 9(08).
001580            05  AS-BAD-ADDR-FLAG          PIC X(01).
001590            05  FILLER                    PIC X(40).
001600        FD  HH-FILE.
001610        01  HH-HH-REC.
001620            05  HH-HOUSEHOLD-NO           PIC 9(06).
001630            05  HH-GUARDIAN-NAME          PIC X(30).
001640            05  HH-STREET                 PIC X(30).
001650            05  HH-CITY                   PIC X(20).
001660            05  HH-STATE                  PIC X(10).
001670            05  HH-ZIPCODE                PIC 9(08).
001680            05  HH-COUNTRY                PIC X(15).
001690            05  HH-MEMBER-COUNT           PIC 9(02).
001700            05  HH-MEMBER-ENROLL-NO       PIC 9(06) OCCURS 8 TIMES.
001710            05  HH-ADD-DATE               PIC X(08).
001720            05  HH-CHANGE-DATE            PIC X(08).
001730            05  FILLER                    PIC X(15).
001740        FD  TIN-FILE.
001750        01  TI-TIN-REC.
001760            05  TI-ENROLL-NO              PIC 9(06).
001770            05  TI-TAXPAYER-ID            PIC X(09).
001780            05  FILLER                    PIC X(65).
001790        FD  FILER-FILE.
001800        01  TF-FILER-REC.
001810            05  TF-FILER-TIN              PIC 9(09).
001820            05  TF-FILER-NAME             PIC X(40).
001830            05  TF-FILER-STREET           PIC X(40).
001840            05  TF-FILER-CITY             PIC X(30).
001850            05  TF-FILER-STATE            PIC X(02).
001860            05  TF-FILER-ZIP              PIC X(09).
001870            05  TF-FILER-PHONE            PIC X(10).
001880            05  FILLER                    PIC X(20).
001890        FD  PRINT-FILE.
001900        01  PR-PRINT-REC                  PIC X(80).
001910        FD  HOLD-FILE.
001920        01  HO-HOLD-REC                   PIC X(80).
001930        FD  EXTR-FILE.
001940        01  TX-EXTR-REC.
001950            05  TX-REC-TYPE               PIC X(01).
001960            05  TX-TAX-YEAR               PIC 9(04).
001970            05  FILLER                    PIC X(195).
001980        01  TX-TRANSMIT-R REDEFINES TX-EXTR-REC.
001990            05  FILLER                    PIC X(05).
002000            05  TX-T-FILER-TIN            PIC 9(09).
002010            05  TX-T-FILER-NAME           PIC X(40).
002020            05  TX-T-RUN-DATE             PIC X(08).
002030            05  FILLER                    PIC X(138).
002040        01  TX-FILER-R REDEFINES TX-EXTR-REC.
002050            05  FILLER                    PIC X(05).
002060            05  TX-A-FILER-TIN            PIC 9(09).
002070            05  TX-A-FILER-NAME           PIC X(40).
002080            05  TX-A-STREET               PIC X(40).
002090            05  TX-A-CITY                 PIC X(30).
002100            05  TX-A-STATE                PIC X(02).
002110            05  TX-A-ZIP                  PIC X(09).
002120            05  TX-A-PHONE                PIC X(10).
002130            05  FILLER                    PIC X(55).
002140        01  TX-STUDENT-R REDEFINES TX-EXTR-REC.
002150            05  FILLER                    PIC X(05).
002160            05  TX-B-TAXPAYER-ID          PIC X(09).
002170            05  TX-B-ACCOUNT-NO           PIC 9(06).
002180            05  TX-B-SNAME                PIC X(30).
002190            05  TX-B-STREET               PIC X(30).
002200            05  TX-B-CITY                 PIC X(20).
002210            05  TX-B-STATE                PIC X(10).
002220            05  TX-B-ZIPCODE              PIC 9(08).
002230            05  TX-B-QUAL-PAID            PIC 9(12).
002240            05  TX-B-REFUNDS              PIC 9(12).
002250            05  TX-B-SCHOLARSHIPS         PIC 9(12).
002260            05  TX-B-QUAL-BILLED          PIC 9(12).
002270            05  TX-B-NO-TIN-FLAG          PIC X(01).
002280            05  FILLER                    PIC X(33).
002290        01  TX-CONTROL-R REDEFINES TX-EXTR-REC.
002300            05  FILLER                    PIC X(05).
002310            05  TX-C-B-COUNT              PIC 9(08).
002320            05  TX-C-QUAL-PAID            PIC 9(15).
002330            05  TX-C-REFUNDS              PIC 9(15).
002340            05  TX-C-SCHOLARSHIPS         PIC 9(15).
002350            05  TX-C-QUAL-BILLED          PIC 9(15).
002360            05  FILLER                    PIC X(127).
002370        01  TX-END-R REDEFINES TX-EXTR-REC.
002380            05  FILLER                    PIC X(05).
002390            05  TX-F-A-COUNT              PIC 9(08).
002400            05  TX-F-B-COUNT              PIC 9(08).
002410            05  FILLER                    PIC X(179).
002420        FD  REPORT-FILE.
002430        01  RS-REPORT-REC                 PIC X(80).
002440        WORKING-STORAGE SECTION.
002450        01  WS-TRAN-FS                    PIC X(02).
002460        01  WS-FEE-FS                     PIC X(02).
002470        01  WS-CRSFEE-FS                  PIC X(02).
002480        01  WS-LEDG-FS                    PIC X(02).
002490        01  WS-ADDR-FS                    PIC X(02).
002500        01  WS-HH-FS                      PIC X(02).
002510        01  WS-TIN-FS                     PIC X(02).
002520        01  WS-FILER-FS                   PIC X(02).
002530        01  WS-PRINT-FS                   PIC X(02).
002540        01  WS-HOLD-FS                    PIC X(02).
002550        01  WS-EXTR-FS                    PIC X(02).
002560        01  WS-REPORT-FS                  PIC X(02).
002570        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
002580        01  WS-TRAN-EOF                   PIC X(03) VALUE "NO".
002590        01  WS-FEE-EOF                    PIC X(03) VALUE "NO".
002600        01  WS-CRSFEE-EOF                 PIC X(03) VALUE "NO".
002610        01  WS-LEDG-EOF                   PIC X(03) VALUE "NO".
002620        01  WS-ADDR-EOF                   PIC X(03) VALUE "NO".
002630        01  WS-HH-EOF                     PIC X(03) VALUE "NO".
002640        01  WS-TIN-EOF                    PIC X(03) VALUE "NO".
002650        01  WS-CRSFEE-AVAIL               PIC X(03) VALUE "YES".
002660        01  WS-LEDG-AVAIL                 PIC X(03) VALUE "YES".
002670        01  WS-HH-AVAIL                   PIC X(03) VALUE "YES".
002680        01  WS-TIN-AVAIL                  PIC X(03) VALUE "YES".
002690        01  WS-CURRENT-DATE-DATA          PIC X(20).
002700        01  WS-PARM-CARD                  PIC X(80).
002710        01  WS-TAX-YEAR                   PIC 9(04).
002720        01  WS-FROM-DATE                  PIC 9(08).
002730        01  WS-TO-DATE                    PIC 9(08).
002740       * THE QUALIFYING SHARE OF A TUITION INVOICE.
002750        01  WS-FEE-ALL-TOTAL              PIC 9(07)V9(02) VALUE 0.
002760        01  WS-FEE-QUAL-TOTAL             PIC 9(07)V9(02) VALUE 0.
002770        01  WS-TUIT-RATIO                 PIC 9(01)V9(06) VALUE 0.
002780        01  WS-SHARE-AMT                  PIC 9(07)V9(02).
002790       * QUALIFYING COURSE FEE CODES FROM CRSFEES.
002800        01  WS-QC-COUNT                   PIC 9(02) VALUE 0.
002810        01  WS-QC-TABLE.
002820            05  WS-QC-ENTRY               OCCURS 50 TIMES.
002830                10  WS-QC-FEE-CODE        PIC X(04).
002840        01  WS-QC-SUB                     PIC 9(02).
002850        01  WS-QC-HIT                     PIC 9(02).
002860       * ONE ENTRY PER STUDENT WITH ACTIVITY IN THE YEAR, KEPT IN
002870       * ENROLL NUMBER ORDER.
002880        01  WS-ST-COUNT                   PIC 9(04) VALUE 0.
002890        01  WS-ST-TABLE.
002900            05  WS-ST-ENTRY               OCCURS 9999 TIMES.
002910                10  WS-ST-ENROLL-NO       PIC 9(06).
002920                10  WS-ST-QUAL-BILLED     PIC S9(07)V9(02).
002930                10  WS-ST-PAYMENTS        PIC 9(07)V9(02).
002940                10  WS-ST-REFUNDS         PIC 9(07)V9(02).
002950                10  WS-ST-SCHOLARSHIPS    PIC 9(07)V9(02).
002960                10  WS-ST-QUAL-PAID       PIC 9(07)V9(02).
002970                10  WS-ST-STATED          PIC X(01).
002980                10  WS-ST-HB-SUB          PIC 9(04).
002990                10  WS-ST-TAXPAYER-ID     PIC X(09).
003000        01  WS-ST-SUB                     PIC 9(04).
003010        01  WS-ST-HIT                     PIC 9(04).
003020        01  WS-ST-POS                     PIC 9(04).
003030        01  WS-MV-SUB                     PIC 9(04).
003040        01  WS-FIND-ENROLL-NO             PIC 9(06).
003050        01  WS-NET-PAID                   PIC S9(07)V9(02).
003060        01  WS-QUAL-CAP                   PIC 9(07)V9(02).
003070       * STUDENT TAXPAYER IDS.
003080        01  WS-TIN-COUNT                  PIC 9(04) VALUE 0.
003090        01  WS-TIN-TABLE.
003100            05  WS-TN-ENTRY               OCCURS 9999 TIMES.
003110                10  WS-TN-ENROLL-NO       PIC 9(06).
003120                10  WS-TN-TAXPAYER-ID     PIC X(09).
003130        01  WS-TIN-SUB                    PIC 9(04).
003140        01  WS-TIN-HIT                    PIC 9(04).
003150       * MAILING ADDRESSES WITH THEIR BAD-ADDRESS FLAGS, CEXM998-STYLE.
003160        01  WS-ADDR-COUNT                 PIC 9(04) VALUE 0.
003170        01  WS-ADDR-TABLE.
003180            05  WS-AT-ENTRY               OCCURS 9999 TIMES.
003190                10  WS-AT-ENROLL-NO       PIC 9(06).
003200                10  WS-AT-STREET          PIC X(30).
003210                10  WS-AT-CITY            PIC X(20).
003220                10  WS-AT-STATE           PIC X(10).
003230                10  WS-AT-ZIPCODE         PIC 9(08).
003240                10  WS-AT-BAD-FLAG        PIC X(01).
003250        01  WS-ADDR-SUB                   PIC 9(04).
003260        01  WS-ADDR-HIT                   PIC 9(04).
003270       * HOUSEHOLDS AND THEIR LINKED CHILDREN.
003280        01  WS-HB-COUNT                   PIC 9(04) VALUE 0.
003290        01  WS-HB-TABLE.
003300            05  WS-HB-ENTRY               OCCURS 2000 TIMES.
003310                10  WS-HB-HOUSEHOLD-NO    PIC 9(06).
003320                10  WS-HB-GUARDIAN-NAME   PIC X(30).
003330                10  WS-HB-STREET          PIC X(30).
003340                10  WS-HB-CITY            PIC X(20).
003350                10  WS-HB-STATE           PIC X(10).
003360                10  WS-HB-ZIPCODE         PIC 9(08).
003370        01  WS-HB-SUB                     PIC 9(04).
003380        01  WS-HL-COUNT                   PIC 9(04) VALUE 0.
003390        01  WS-HL-TABLE.
003400            05  WS-HL-ENTRY               OCCURS 9999 TIMES.
003410                10  WS-HL-ENROLL-NO       PIC 9(06).
003420                10  WS-HL-HB-SUB          PIC 9(04).
003430        01  WS-HL-SUB                     PIC 9(04).
003440        01  WS-HL-HIT                     PIC 9(04).
003450        01  WS-MEM-SUB                    PIC 9(02).
003460        01  WS-HH-KIDS                    PIC 9(02).
003470       * STATEMENT WORK AREAS. WS-HOLD-FLAG ROUTES THE LINES TO THE
003480       * TAXHOLD PILE INSTEAD OF TAXPRINT.
003490        01  WS-HOLD-FLAG                  PIC X(03) VALUE "NO".
003500        01  WS-PUT-LINE                   PIC X(80).
003510        01  WS-STUD-NAME                  PIC X(30).
003520       * FILER AND RUN TOTALS.
003530        01  WS-FILER-TIN                  PIC 9(09) VALUE 0.
003540        01  WS-FILER-NAME                 PIC X(40) VALUE SPACES.
003550        01  WS-EXTR-B-COUNT               PIC 9(08) VALUE 0.
003560        01  WS-TOT-QUAL-PAID              PIC 9(11)V9(02) VALUE 0.
003570        01  WS-TOT-REFUNDS                PIC 9(11)V9(02) VALUE 0.
003580        01  WS-TOT-SCHOLARSHIPS           PIC 9(11)V9(02) VALUE 0.
003590        01  WS-TOT-QUAL-BILLED            PIC 9(11)V9(02) VALUE 0.
003600        01  WS-TRAN-USED                  PIC 9(06) VALUE 0.
003610        01  WS-LEDG-USED                  PIC 9(06) VALUE 0.
003620        01  WS-STMT-COUNT                 PIC 9(06) VALUE 0.
003630        01  WS-HH-STMT-COUNT              PIC 9(06) VALUE 0.
003640        01  WS-HELD-COUNT                 PIC 9(06) VALUE 0.
003650        01  WS-NO-TIN-COUNT               PIC 9(06) VALUE 0.
003660        01  WS-SKIP-COUNT                 PIC 9(06) VALUE 0.
003670        01  WS-BORDER                     PIC X(66) VALUE ALL "*".
003680        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
003690        01  WS-TITLE-LINE.
003700            05 FILLER                     PIC X(01) VALUE SPACE.
003710            05 FILLER                     PIC X(40)
003720               VALUE "ANNUAL TUITION STATEMENT - TAX YEAR     ".
003730            05 WS-TL-TAX-YEAR             PIC 9(04).
003740            05 FILLER                     PIC X(35) VALUE SPACES.
003750        01  WS-FILER-LINE.
003760            05 FILLER                     PIC X(11) VALUE " FROM    : ".
003770            05 WS-FL-FILER-NAME           PIC X(40).
003780            05 FILLER                     PIC X(06) VALUE "  ID  ".
003790            05 WS-FL-FILER-TIN            PIC 9(09).
003800            05 FILLER                     PIC X(14) VALUE SPACES.
003810        01  WS-NAME-LINE.
003820            05 WS-NL-LABEL                PIC X(11).
003830            05 WS-NL-NAME                 PIC X(30).
003840            05 FILLER                     PIC X(03) VALUE " # ".
003850            05 WS-NL-NUMBER               PIC 9(06).
003860            05 FILLER                     PIC X(30) VALUE SPACES.
003870        01  WS-ADDR-LINE.
003880            05 FILLER                     PIC X(11) VALUE SPACES.
003890            05 WS-AL-TEXT                 PIC X(30).
003900            05 FILLER                     PIC X(39) VALUE SPACES.
003910        01  WS-CITY-LINE.
003920            05 FILLER                     PIC X(11) VALUE SPACES.
003930            05 WS-CL-CITY                 PIC X(20).
003940            05 FILLER                     PIC X(01) VALUE SPACE.
003950            05 WS-CL-STATE                PIC X(10).
003960            05 FILLER                     PIC X(01) VALUE SPACE.
003970            05 WS-CL-ZIPCODE              PIC 9(08).
003980            05 FILLER                     PIC X(29) VALUE SPACES.
003990        01  WS-FIG-LINE.
004000            05 FILLER                     PIC X(03) VALUE SPACES.
004010            05 WS-FG-LABEL                PIC X(30).
004020            05 WS-FG-AMOUNT               PIC $,$$$,$$9.99.
004030            05 FILLER                     PIC X(35) VALUE SPACES.
004040        01  WS-TIN-LINE.
004050            05 FILLER                     PIC X(03) VALUE SPACES.
004060            05 WS-TI-TEXT                 PIC X(60).
004070            05 FILLER                     PIC X(17) VALUE SPACES.
004080        01  WS-TOTAL-LINE.
004090            05 WS-TT-LABEL                PIC X(30).
004100            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
004110            05 FILLER                     PIC X(02) VALUE SPACES.
004120            05 WS-TT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004130            05 FILLER                     PIC X(24) VALUE SPACES.
004140        COPY SPGM0901L.
004150        COPY SPGM0905L.
004160        COPY SPGMABNL.
004170        PROCEDURE DIVISION.
004180       ******************************************************************
004190       * MAIN PROGRAM FLOW.
004200       ******************************************************************
004210        00000-MAIN-PARA.
004220            PERFORM 05000-ACCEPT-PARA.
004230            IF  WS-ERROR-FLAG              NOT = "YES"
004240                PERFORM 10000-INITIALIZE-PARA
004250            END-IF.
004260            IF  WS-ERROR-FLAG              NOT = "YES"
004270                PERFORM 11000-LOAD-FEES-PARA
004280                    UNTIL WS-FEE-EOF       = "YES"
004290                PERFORM 11500-RATIO-PARA
004300                IF  WS-CRSFEE-AVAIL        = "YES"
004310                    PERFORM 12000-LOAD-CRSFEES-PARA
004320                        UNTIL WS-CRSFEE-EOF = "YES"
004330                END-IF
004340                IF  WS-TIN-AVAIL           = "YES"
004350                    PERFORM 13000-LOAD-TIN-PARA
004360                        UNTIL WS-TIN-EOF   = "YES"
004370                END-IF
004380                PERFORM 14000-LOAD-ADDR-PARA
004390                    UNTIL WS-ADDR-EOF      = "YES"
004400                IF  WS-HH-AVAIL            = "YES"
004410                    PERFORM 15000-LOAD-HH-PARA
004420                        UNTIL WS-HH-EOF    = "YES"
004430                END-IF
004440                PERFORM 16000-LOAD-TRAN-PARA
004450                    UNTIL WS-TRAN-EOF      = "YES"
004460                IF  WS-LEDG-AVAIL          = "YES"
004470                    PERFORM 17000-LOAD-LEDG-PARA
004480                        UNTIL WS-LEDG-EOF  = "YES"
004490                END-IF
004500            END-IF.
004510            IF  WS-ERROR-FLAG              NOT = "YES"
004520                PERFORM 19000-EXTR-HEADER-PARA
004530                PERFORM 20000-STUDENT-PARA
004540                    VARYING WS-ST-SUB FROM 1 BY 1
004550                    UNTIL WS-ST-SUB        > WS-ST-COUNT
004560                PERFORM 25000-HH-STMT-PARA
004570                    VARYING WS-HB-SUB FROM 1 BY 1
004580                    UNTIL WS-HB-SUB        > WS-HB-COUNT
004590                PERFORM 27000-EXTR-TRAILER-PARA
004600                PERFORM 28000-TOTALS-PARA
004610            END-IF.
004620            PERFORM 30000-CLOSE-PARA.
004630            STOP RUN.
004640       ******************************************************************
004650       * ACCEPT THE TAXYEAR= CARD. A BLANK CARD MEANS LAST YEAR - THE
004660       * RUN IS MADE IN JANUARY.
004670       ******************************************************************
004680        05000-ACCEPT-PARA.
004690            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
004700            MOVE SPACE                     TO LK-CHECK-FLAG.
004710            MOVE SPACES                    TO WS-PARM-CARD.
004720            ACCEPT WS-PARM-CARD.
004730            MOVE WS-PARM-CARD              TO LK-PA-CARD.
004740            MOVE "TAXYEAR"                 TO LK-PA-KEYWORD.
004750            SET LK-PA-NUMERIC              TO TRUE.
004760            MOVE 1900                      TO LK-PA-MIN-VALUE.
004770            MOVE 9999                      TO LK-PA-MAX-VALUE.
004780            MOVE "0"                       TO LK-PA-DEFAULT.
004790            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
004800            EVALUATE TRUE
004810                WHEN LK-PA-BAD
004820                    DISPLAY "BAD TAXYEAR= CARD - RUN REFUSED."
004830                    MOVE 16                TO RETURN-CODE
004840                    MOVE "YES"             TO WS-ERROR-FLAG
004850                WHEN LK-PA-DEFAULTED
004860                    MOVE WS-CURRENT-DATE-DATA(1:4) TO WS-TAX-YEAR
004870                    SUBTRACT 1             FROM WS-TAX-YEAR
004880                WHEN OTHER
004890                    MOVE LK-PA-NUM-VALUE   TO WS-TAX-YEAR
004900            END-EVALUATE.
004910            COMPUTE WS-FROM-DATE = WS-TAX-YEAR * 10000 + 0101.
004920            COMPUTE WS-TO-DATE   = WS-TAX-YEAR * 10000 + 1231.
004930       ******************************************************************
004940       * OPEN EVERYTHING. CRSFEES, FEELEDG, HHFILE AND TAXIDS ARE
004950       * OPTIONAL; THE TAXFILER CONTROL RECORD IS NOT.
004960       ******************************************************************
004970        10000-INITIALIZE-PARA.
004980            OPEN INPUT TRAN-FILE.
004990            IF WS-TRAN-FS                  NOT = "00"
005000               DISPLAY "RECVTRAN ACCESS ERROR."
005010               MOVE "CEXM1066"             TO LK-PGM-ID
005020               MOVE "RECVTRAN"             TO LK-FILE-ID
005030               MOVE WS-TRAN-FS             TO LK-FILE-STATUS
005040               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005050               IF  LK-ABEND-YES
005060                   MOVE 16                 TO RETURN-CODE
005070                   MOVE "YES"              TO WS-ERROR-FLAG
005080               END-IF
005090            END-IF.
005100            OPEN INPUT FEE-FILE.
005110            IF WS-FEE-FS                   NOT = "00"
005120               DISPLAY "FEEFILE ACCESS ERROR."
005130               MOVE "CEXM1066"             TO LK-PGM-ID
005140               MOVE "FEEFILE"              TO LK-FILE-ID
005150               MOVE WS-FEE-FS              TO LK-FILE-STATUS
005160               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005170               IF  LK-ABEND-YES
005180                   MOVE 16                 TO RETURN-CODE
005190                   MOVE "YES"              TO WS-ERROR-FLAG
005200               END-IF
005210            END-IF.
005220            OPEN INPUT CRSFEE-FILE.
005230            IF WS-CRSFEE-FS                = "35"
005240               MOVE "NO"                   TO WS-CRSFEE-AVAIL
005250            ELSE
005260               IF WS-CRSFEE-FS             NOT = "00"
005270                  DISPLAY "CRSFEES ACCESS ERROR."
005280                  MOVE "CEXM1066"          TO LK-PGM-ID
005290                  MOVE "CRSFEES"           TO LK-FILE-ID
005300                  MOVE WS-CRSFEE-FS        TO LK-FILE-STATUS
005310                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
005320                  IF  LK-ABEND-YES
005330                      MOVE 16              TO RETURN-CODE
005340                      MOVE "YES"           TO WS-ERROR-FLAG
005350                  END-IF
005360               END-IF
005370            END-IF.
005380            OPEN INPUT LEDG-FILE.
005390            IF WS-LEDG-FS                  = "35"
005400               MOVE "NO"                   TO WS-LEDG-AVAIL
005410            ELSE
005420               IF WS-LEDG-FS               NOT = "00"
005430                  DISPLAY "FEELEDG ACCESS ERROR."
005440                  MOVE "CEXM1066"          TO LK-PGM-ID
005450                  MOVE "FEELEDG"           TO LK-FILE-ID
005460                  MOVE WS-LEDG-FS          TO LK-FILE-STATUS
005470                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
005480                  IF  LK-ABEND-YES
005490                      MOVE 16              TO RETURN-CODE
005500                      MOVE "YES"           TO WS-ERROR-FLAG
005510                  END-IF
005520               END-IF
005530            END-IF.
005540            OPEN INPUT ADDR-FILE.
005550            IF WS-ADDR-FS                  NOT = "00"
005560               DISPLAY "ADDRFILE ACCESS ERROR."
005570               MOVE "CEXM1066"             TO LK-PGM-ID
005580               MOVE "ADDFILE"              TO LK-FILE-ID
005590               MOVE WS-ADDR-FS             TO LK-FILE-STATUS
005600               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005610               IF  LK-ABEND-YES
005620                   MOVE 16                 TO RETURN-CODE
005630                   MOVE "YES"              TO WS-ERROR-FLAG
005640               END-IF
005650            END-IF.
005660       * NO HOUSEHOLD MASTER MEANS EVERY STUDENT IS STATED ON ITS OWN.
005670            OPEN INPUT HH-FILE.
005680            IF WS-HH-FS                    = "35"
005690               MOVE "NO"                   TO WS-HH-AVAIL
005700            ELSE
005710               IF WS-HH-FS                 NOT = "00"
005720                  DISPLAY "HHFILE ACCESS ERROR."
005730                  MOVE "CEXM1066"          TO LK-PGM-ID
005740                  MOVE "HHFILE"            TO LK-FILE-ID
005750                  MOVE WS-HH-FS            TO LK-FILE-STATUS
005760                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
005770                  IF  LK-ABEND-YES
005780                      MOVE 16              TO RETURN-CODE
005790                      MOVE "YES"           TO WS-ERROR-FLAG
005800                  END-IF
005810               END-IF
005820            END-IF.
005830            OPEN INPUT TIN-FILE.
005840            IF WS-TIN-FS                   = "35"
005850               MOVE "NO"                   TO WS-TIN-AVAIL
005860               DISPLAY "TAXIDS NOT FOUND - NO STUDENT TAXPAYER IDS."
005870            ELSE
005880               IF WS-TIN-FS                NOT = "00"
005890                  DISPLAY "TAXIDS ACCESS ERROR."
005900                  MOVE "CEXM1066"          TO LK-PGM-ID
005910                  MOVE "TAXIDS"            TO LK-FILE-ID
005920                  MOVE WS-TIN-FS           TO LK-FILE-STATUS
005930                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
005940                  IF  LK-ABEND-YES
005950                      MOVE 16              TO RETURN-CODE
005960                      MOVE "YES"           TO WS-ERROR-FLAG
005970                  END-IF
005980               END-IF
005990            END-IF.
006000            OPEN INPUT FILER-FILE.
006010            IF WS-FILER-FS                 NOT = "00"
006020               DISPLAY "TAXFILER ACCESS ERROR."
006030               MOVE "CEXM1066"             TO LK-PGM-ID
006040               MOVE "TAXFILER"             TO LK-FILE-ID
006050               MOVE WS-FILER-FS            TO LK-FILE-STATUS
006060               CALL 'SPGMABND'             USING LK-ABEND-PARMS
006070               IF  LK-ABEND-YES
006080                   MOVE 16                 TO RETURN-CODE
006090                   MOVE "YES"              TO WS-ERROR-FLAG
006100               END-IF
006110            ELSE
006120               READ FILER-FILE
006130               AT END
006140                   DISPLAY "TAXFILER IS EMPTY - RUN REFUSED."
006150                   MOVE 16                 TO RETURN-CODE
006160                   MOVE "YES"              TO WS-ERROR-FLAG
006170               NOT AT END
006180                   IF  TF-FILER-TIN        IS NUMERIC
006190                       AND TF-FILER-NAME   NOT = SPACES
006200                       MOVE TF-FILER-TIN   TO WS-FILER-TIN
006210                       MOVE TF-FILER-NAME  TO WS-FILER-NAME
006220                   ELSE
006230                       DISPLAY "TAXFILER ID OR NAME MISSING"
006240                           " - RUN REFUSED."
006250                       MOVE 16             TO RETURN-CODE
006260                       MOVE "YES"          TO WS-ERROR-FLAG
006270                   END-IF
006280               END-READ
006290            END-IF.
006300            OPEN OUTPUT PRINT-FILE.
006310            IF WS-PRINT-FS                 NOT = "00"
006320               DISPLAY "TAXPRINT ACCESS ERROR."
006330               MOVE "CEXM1066"             TO LK-PGM-ID
006340               MOVE "TAXPRINT"             TO LK-FILE-ID
006350               MOVE WS-PRINT-FS            TO LK-FILE-STATUS
006360               CALL 'SPGMABND'             USING LK-ABEND-PARMS
006370               IF  LK-ABEND-YES
006380                   MOVE 16                 TO RETURN-CODE
006390                   MOVE "YES"              TO WS-ERROR-FLAG
006400               END-IF
006410            END-IF.
006420            OPEN OUTPUT HOLD-FILE.
006430            IF WS-HOLD-FS                  NOT = "00"
006440               DISPLAY "TAXHOLD ACCESS ERROR."
006450               MOVE "CEXM1066"             TO LK-PGM-ID
006460               MOVE "TAXHOLD"              TO LK-FILE-ID
006470               MOVE WS-HOLD-FS             TO LK-FILE-STATUS
006480               CALL 'SPGMABND'             USING LK-ABEND-PARMS
006490               IF  LK-ABEND-YES
006500                   MOVE 16                 TO RETURN-CODE
006510                   MOVE "YES"              TO WS-ERROR-FLAG
006520               END-IF
006530            END-IF.
006540            OPEN OUTPUT EXTR-FILE.
006550            IF WS-EXTR-FS                  NOT = "00"
006560               DISPLAY "TAXEXTR ACCESS ERROR."
006570               MOVE "CEXM1066"             TO LK-PGM-ID
006580               MOVE "TAXEXTR"              TO LK-FILE-ID
006590               MOVE WS-EXTR-FS             TO LK-FILE-STATUS
006600               CALL 'SPGMABND'             USING LK-ABEND-PARMS
006610               IF  LK-ABEND-YES
006620                   MOVE 16                 TO RETURN-CODE
006630                   MOVE "YES"              TO WS-ERROR-FLAG
006640               END-IF
006650            END-IF.
006660            OPEN OUTPUT REPORT-FILE.
006670            IF WS-REPORT-FS                NOT = "00"
006680               DISPLAY "TAXRPT ACCESS ERROR."
006690               MOVE "CEXM1066"             TO LK-PGM-ID
006700               MOVE "TAXRPT"               TO LK-FILE-ID
006710               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
006720               CALL 'SPGMABND'             USING LK-ABEND-PARMS
006730               IF  LK-ABEND-YES
006740                   MOVE 16                 TO RETURN-CODE
006750                   MOVE "YES"              TO WS-ERROR-FLAG
006760               END-IF
006770            END-IF.
006780       ******************************************************************
006790       * TOTAL THE FEEFILE FEES, ALL AND QUALIFYING, FOR THE SHARE OF
006800       * A TUITION INVOICE THAT COUNTS.
006810       ******************************************************************
006820        11000-LOAD-FEES-PARA.
006830            READ FEE-FILE
006840            AT END
006850                MOVE "YES"                 TO WS-FEE-EOF
006860            NOT AT END
006870                ADD FE-FEE-AMOUNT          TO WS-FEE-ALL-TOTAL
006880                IF  FE-QUAL-FLAG           = "Y"
006890                    ADD FE-FEE-AMOUNT      TO WS-FEE-QUAL-TOTAL
006900                END-IF
006910            END-READ.
006920        11500-RATIO-PARA.
006930            IF  WS-FEE-ALL-TOTAL           > 0
006940                COMPUTE WS-TUIT-RATIO ROUNDED =
006950                    WS-FEE-QUAL-TOTAL / WS-FEE-ALL-TOTAL
006960            ELSE
006970                MOVE 0                     TO WS-TUIT-RATIO
006980            END-IF.
006990            IF  WS-FEE-QUAL-TOTAL          = 0
007000                DISPLAY "NO FEEFILE FEE FLAGGED QUALIFYING - TUITION"
007010                    " INVOICES WILL NOT COUNT."
007020            END-IF.
007030       ******************************************************************
007040       * TABLE THE CRSFEES FEE CODES FLAGGED QUALIFYING.
007050       ******************************************************************
007060        12000-LOAD-CRSFEES-PARA.
007070            READ CRSFEE-FILE
007080            AT END
007090                MOVE "YES"                 TO WS-CRSFEE-EOF
007100            NOT AT END
007110                IF  CF-QUAL-FLAG           = "Y"
007120                    IF  WS-QC-COUNT        = 50
007130                        DISPLAY "QUALIFYING FEE CODE TABLE FULL AT 50 - "
007140                            CF-FEE-CODE " NOT LOADED."
007150                    ELSE
007160                        ADD 1              TO WS-QC-COUNT
007170                        MOVE CF-FEE-CODE
007180                            TO WS-QC-FEE-CODE(WS-QC-COUNT)
007190                    END-IF
007200                END-IF
007210            END-READ.
007220       ******************************************************************
007230       * TABLE THE STUDENT TAXPAYER IDS.
007240       ******************************************************************
007250        13000-LOAD-TIN-PARA.
007260            READ TIN-FILE
007270            AT END
007280                MOVE "YES"                 TO WS-TIN-EOF
007290            NOT AT END
007300                IF  WS-TIN-COUNT           < 9999
007310                    ADD 1                  TO WS-TIN-COUNT
007320                    MOVE TI-ENROLL-NO
007330                        TO WS-TN-ENROLL-NO(WS-TIN-COUNT)
007340                    MOVE TI-TAXPAYER-ID
007350                        TO WS-TN-TAXPAYER-ID(WS-TIN-COUNT)
007360                END-IF
007370            END-READ.
007380       ******************************************************************
007390       * LOAD THE MAILING ADDRESSES WITH THEIR BAD-ADDRESS FLAGS.
007400       ******************************************************************
007410        14000-LOAD-ADDR-PARA.
007420            READ ADDR-FILE
007430            AT END
007440                MOVE "YES"                 TO WS-ADDR-EOF
007450            NOT AT END
007460                IF  WS-ADDR-COUNT          < 9999
007470                    ADD 1                  TO WS-ADDR-COUNT
007480                    MOVE AS-ENROLL-NO
007490                        TO WS-AT-ENROLL-NO(WS-ADDR-COUNT)
007500                    MOVE AS-STREET
007510                        TO WS-AT-STREET(WS-ADDR-COUNT)
007520                    MOVE AS-CITY
007530                        TO WS-AT-CITY(WS-ADDR-COUNT)
007540                    MOVE AS-STATE
007550                        TO WS-AT-STATE(WS-ADDR-COUNT)
007560                    MOVE AS-ZIPCODE
007570                        TO WS-AT-ZIPCODE(WS-ADDR-COUNT)
007580                    MOVE AS-BAD-ADDR-FLAG
007590                        TO WS-AT-BAD-FLAG(WS-ADDR-COUNT)
007600                END-IF
007610            END-READ.
007620       ******************************************************************
007630       * TABLE EVERY HOUSEHOLD AND ITS LINKED CHILDREN.
007640       ******************************************************************
007650        15000-LOAD-HH-PARA.
007660            READ HH-FILE
007670            AT END
007680                MOVE "YES"                 TO WS-HH-EOF
007690            NOT AT END
007700                IF  WS-HB-COUNT            = 2000
007710                    DISPLAY "HOUSEHOLD TABLE FULL AT 2000 - HOUSEHOLD "
007720                        HH-HOUSEHOLD-NO " NOT CONSOLIDATED."
007730                ELSE
007740                    ADD 1                  TO WS-HB-COUNT
007750                    MOVE HH-HOUSEHOLD-NO
007760                        TO WS-HB-HOUSEHOLD-NO(WS-HB-COUNT)
007770                    MOVE HH-GUARDIAN-NAME
007780                        TO WS-HB-GUARDIAN-NAME(WS-HB-COUNT)
007790                    MOVE HH-STREET         TO WS-HB-STREET(WS-HB-COUNT)
007800                    MOVE HH-CITY           TO WS-HB-CITY(WS-HB-COUNT)
007810                    MOVE HH-STATE          TO WS-HB-STATE(WS-HB-COUNT)
007820                    MOVE HH-ZIPCODE        TO WS-HB-ZIPCODE(WS-HB-COUNT)
007830                    PERFORM 15100-LOAD-MEMBER-PARA
007840                        VARYING WS-MEM-SUB FROM 1 BY 1
007850                        UNTIL WS-MEM-SUB   > HH-MEMBER-COUNT
007860                END-IF
007870            END-READ.
007880        15100-LOAD-MEMBER-PARA.
007890            IF  WS-HL-COUNT                < 9999
007900                ADD 1                      TO WS-HL-COUNT
007910                MOVE HH-MEMBER-ENROLL-NO(WS-MEM-SUB)
007920                    TO WS-HL-ENROLL-NO(WS-HL-COUNT)
007930                MOVE WS-HB-COUNT           TO WS-HL-HB-SUB(WS-HL-COUNT)
007940            END-IF.
007950       ******************************************************************
007960       * ROLL ONE JOURNAL LINE OF THE TAX YEAR INTO ITS STUDENT'S
007970       * FIGURES. TYPES NOT ON THE STATEMENT ARE PASSED BY.
007980       ******************************************************************
007990        16000-LOAD-TRAN-PARA.
008000            READ TRAN-FILE
008010            AT END
008020                MOVE "YES"                 TO WS-TRAN-EOF
008030            NOT AT END
008040                IF  RT-TRAN-DATE           >= WS-FROM-DATE
008050                    AND RT-TRAN-DATE       <= WS-TO-DATE
008060                    AND (RT-TRAN-TYPE = "I" OR RT-TRAN-TYPE = "H"
008070                      OR RT-TRAN-TYPE = "A" OR RT-TRAN-TYPE = "P"
008080                      OR RT-TRAN-TYPE = "R" OR RT-TRAN-TYPE = "S")
008090                    MOVE RT-ENROLL-NO      TO WS-FIND-ENROLL-NO
008100                    PERFORM 18000-FIND-STUDENT-PARA
008110                    IF  WS-ST-HIT          > 0
008120                        ADD 1              TO WS-TRAN-USED
008130                        PERFORM 16500-POST-TRAN-PARA
008140                    END-IF
008150                END-IF
008160            END-READ.
008170        16500-POST-TRAN-PARA.
008180            EVALUATE RT-TRAN-TYPE
008190                WHEN "I"
008200                    COMPUTE WS-SHARE-AMT ROUNDED =
008210                        RT-AMOUNT * WS-TUIT-RATIO
008220                    ADD WS-SHARE-AMT
008230                        TO WS-ST-QUAL-BILLED(WS-ST-HIT)
008240                WHEN "H"
008250                WHEN "A"
008260                    COMPUTE WS-SHARE-AMT ROUNDED =
008270                        RT-AMOUNT * WS-TUIT-RATIO
008280                    SUBTRACT WS-SHARE-AMT
008290                        FROM WS-ST-QUAL-BILLED(WS-ST-HIT)
008300                WHEN "P"
008310                    ADD RT-AMOUNT          TO WS-ST-PAYMENTS(WS-ST-HIT)
008320                WHEN "R"
008330                    ADD RT-AMOUNT          TO WS-ST-REFUNDS(WS-ST-HIT)
008340                WHEN "S"
008350                    ADD RT-AMOUNT
008360                        TO WS-ST-SCHOLARSHIPS(WS-ST-HIT)
008370            END-EVALUATE.
008380       ******************************************************************
008390       * ADD THE YEAR'S QUALIFYING COURSE FEES, LESS THEIR DROP
008400       * CREDITS, FROM THE FEELEDG COURSE FEE LEDGER.
008410       ******************************************************************
008420        17000-LOAD-LEDG-PARA.
008430            READ LEDG-FILE
008440            AT END
008450                MOVE "YES"                 TO WS-LEDG-EOF
008460            NOT AT END
008470                IF  FL-POST-DATE           >= WS-FROM-DATE
008480                    AND FL-POST-DATE       <= WS-TO-DATE
008490                    MOVE 0                 TO WS-QC-HIT
008500                    PERFORM 17100-CHECK-CODE-PARA
008510                        VARYING WS-QC-SUB FROM 1 BY 1
008520                        UNTIL WS-QC-SUB    > WS-QC-COUNT
008530                        OR    WS-QC-HIT    > 0
008540                    IF  WS-QC-HIT          > 0
008550                        MOVE FL-ENROLL-NO  TO WS-FIND-ENROLL-NO
008560                        PERFORM 18000-FIND-STUDENT-PARA
008570                        IF  WS-ST-HIT      > 0
008580                            ADD 1          TO WS-LEDG-USED
008590                            PERFORM 17500-POST-LEDG-PARA
008600                        END-IF
008610                    END-IF
008620                END-IF
008630            END-READ.
008640        17100-CHECK-CODE-PARA.
008650            IF  WS-QC-FEE-CODE(WS-QC-SUB)  = FL-FEE-CODE
008660                MOVE WS-QC-SUB             TO WS-QC-HIT
008670            END-IF.
008680        17500-POST-LEDG-PARA.
008690            EVALUATE FL-ENTRY-TYPE
008700                WHEN "C"
008710                    ADD FL-AMOUNT
008720                        TO WS-ST-QUAL-BILLED(WS-ST-HIT)
008730                WHEN "K"
008740                    SUBTRACT FL-AMOUNT
008750                        FROM WS-ST-QUAL-BILLED(WS-ST-HIT)
008760                WHEN OTHER
008770                    DISPLAY "FEELEDG ENTRY TYPE " FL-ENTRY-TYPE
008780                        " IGNORED - ENROLL NO " FL-ENROLL-NO
008790            END-EVALUATE.
008800       ******************************************************************
008810       * FIND THE STUDENT'S ENTRY, ADDING ONE IN ENROLL NUMBER ORDER IF
008820       * IT IS NOT THERE YET. A FULL TABLE RETURNS NO ENTRY.
008830       ******************************************************************
008840        18000-FIND-STUDENT-PARA.
008850            MOVE 0                         TO WS-ST-HIT.
008860            MOVE 0                         TO WS-ST-POS.
008870            PERFORM 18100-CHECK-STUDENT-PARA
008880                VARYING WS-ST-SUB FROM 1 BY 1
008890                UNTIL WS-ST-SUB            > WS-ST-COUNT
008900                OR    WS-ST-HIT            > 0
008910                OR    WS-ST-POS            > 0.
008920            IF  WS-ST-HIT                  = 0
008930                IF  WS-ST-COUNT            = 9999
008940                    DISPLAY "STUDENT TABLE FULL AT 9999 - ENROLL NO "
008950                        WS-FIND-ENROLL-NO " NOT STATED."
008960                ELSE
008970                    IF  WS-ST-POS          = 0
008980                        COMPUTE WS-ST-POS = WS-ST-COUNT + 1
008990                    END-IF
009000                    PERFORM 18200-SHIFT-UP-PARA
009010                        VARYING WS-MV-SUB FROM WS-ST-COUNT BY -1
009020                        UNTIL WS-MV-SUB    < WS-ST-POS
009030                    ADD 1                  TO WS-ST-COUNT
009040                    MOVE WS-ST-POS         TO WS-ST-HIT
009050                    MOVE WS-FIND-ENROLL-NO
009060                        TO WS-ST-ENROLL-NO(WS-ST-HIT)
009070                    MOVE 0
009080                        TO WS-ST-QUAL-BILLED(WS-ST-HIT)
009090                    MOVE 0                 TO WS-ST-PAYMENTS(WS-ST-HIT)
009100                    MOVE 0                 TO WS-ST-REFUNDS(WS-ST-HIT)
009110                    MOVE 0
009120                        TO WS-ST-SCHOLARSHIPS(WS-ST-HIT)
009130                    MOVE 0                 TO WS-ST-QUAL-PAID(WS-ST-HIT)
009140                    MOVE "N"               TO WS-ST-STATED(WS-ST-HIT)
009150                    MOVE 0                 TO WS-ST-HB-SUB(WS-ST-HIT)
009160                    MOVE SPACES
009170                        TO WS-ST-TAXPAYER-ID(WS-ST-HIT)
009180                END-IF
009190            END-IF.
009200        18100-CHECK-STUDENT-PARA.
009210            IF  WS-ST-ENROLL-NO(WS-ST-SUB) = WS-FIND-ENROLL-NO
009220                MOVE WS-ST-SUB             TO WS-ST-HIT
009230            ELSE
009240                IF  WS-ST-ENROLL-NO(WS-ST-SUB) > WS-FIND-ENROLL-NO
009250                    MOVE WS-ST-SUB         TO WS-ST-POS
009260                END-IF
009270            END-IF.
009280        18200-SHIFT-UP-PARA.
009290            MOVE WS-ST-ENTRY(WS-MV-SUB)    TO WS-ST-ENTRY(WS-MV-SUB + 1).
009300       ******************************************************************
009310       * START THE FILING EXTRACT - TRANSMITTER AND FILER RECORDS.
009320       ******************************************************************
009330        19000-EXTR-HEADER-PARA.
009340            MOVE SPACES                    TO TX-EXTR-REC.
009350            MOVE "T"                       TO TX-REC-TYPE.
009360            MOVE WS-TAX-YEAR               TO TX-TAX-YEAR.
009370            MOVE WS-FILER-TIN              TO TX-T-FILER-TIN.
009380            MOVE WS-FILER-NAME             TO TX-T-FILER-NAME.
009390            MOVE WS-CURRENT-DATE-DATA(1:8) TO TX-T-RUN-DATE.
009400            WRITE TX-EXTR-REC.
009410            MOVE SPACES                    TO TX-EXTR-REC.
009420            MOVE "A"                       TO TX-REC-TYPE.
009430            MOVE WS-TAX-YEAR               TO TX-TAX-YEAR.
009440            MOVE WS-FILER-TIN              TO TX-A-FILER-TIN.
009450            MOVE WS-FILER-NAME             TO TX-A-FILER-NAME.
009460            MOVE TF-FILER-STREET           TO TX-A-STREET.
009470            MOVE TF-FILER-CITY             TO TX-A-CITY.
009480            MOVE TF-FILER-STATE            TO TX-A-STATE.
009490            MOVE TF-FILER-ZIP              TO TX-A-ZIP.
009500            MOVE TF-FILER-PHONE            TO TX-A-PHONE.
009510            WRITE TX-EXTR-REC.
009520       ******************************************************************
009530       * ONE STUDENT: WORK OUT THE QUALIFIED TUITION PAID, WRITE THE
009540       * FILING RECORD, AND STATE THE STUDENT UNLESS A HOUSEHOLD
009550       * STATEMENT WILL CARRY IT. A STUDENT WITH NOTHING TO REPORT IS
009560       * SKIPPED.
009570       ******************************************************************
009580        20000-STUDENT-PARA.
009590            IF  WS-ST-QUAL-BILLED(WS-ST-SUB) < 0
009600                MOVE 0
009610                    TO WS-ST-QUAL-BILLED(WS-ST-SUB)
009620            END-IF.
009630            IF  WS-ST-QUAL-BILLED(WS-ST-SUB) = 0
009640                AND WS-ST-PAYMENTS(WS-ST-SUB) = 0
009650                AND WS-ST-REFUNDS(WS-ST-SUB) = 0
009660                AND WS-ST-SCHOLARSHIPS(WS-ST-SUB) = 0
009670                ADD 1                      TO WS-SKIP-COUNT
009680            ELSE
009690                MOVE "Y"                   TO WS-ST-STATED(WS-ST-SUB)
009700                COMPUTE WS-NET-PAID = WS-ST-PAYMENTS(WS-ST-SUB)
009710                                    - WS-ST-REFUNDS(WS-ST-SUB)
009720                MOVE WS-ST-QUAL-BILLED(WS-ST-SUB) TO WS-QUAL-CAP
009730                EVALUATE TRUE
009740                    WHEN WS-NET-PAID       < 0
009750                        MOVE 0             TO WS-ST-QUAL-PAID(WS-ST-SUB)
009760                    WHEN WS-NET-PAID       > WS-QUAL-CAP
009770                        MOVE WS-QUAL-CAP   TO WS-ST-QUAL-PAID(WS-ST-SUB)
009780                    WHEN OTHER
009790                        MOVE WS-NET-PAID   TO WS-ST-QUAL-PAID(WS-ST-SUB)
009800                END-EVALUATE
009810                PERFORM 21000-FIND-TIN-PARA
009820                PERFORM 23000-FIND-ADDR-PARA
009830                MOVE WS-ST-ENROLL-NO(WS-ST-SUB) TO LK-ENROLL-NO
009840                CALL 'SPGM0901'            USING LK-STUDLOOKUP-PARMS
009850                IF  LK-FOUND
009860                    MOVE LK-SNAME          TO WS-STUD-NAME
009870                ELSE
009880                    MOVE "NAME NOT ON STUDFILE" TO WS-STUD-NAME
009890                END-IF
009900                PERFORM 22000-EXTR-STUDENT-PARA
009910                MOVE 0                     TO WS-HL-HIT
009920                PERFORM 21500-CHECK-LINK-PARA
009930                    VARYING WS-HL-SUB FROM 1 BY 1
009940                    UNTIL WS-HL-SUB        > WS-HL-COUNT
009950                    OR    WS-HL-HIT        > 0
009960                IF  WS-HL-HIT              > 0
009970                    MOVE WS-HL-HB-SUB(WS-HL-HIT)
009980                        TO WS-ST-HB-SUB(WS-ST-SUB)
009990                ELSE
010000                    PERFORM 24000-STUDENT-STMT-PARA
010010                END-IF
010020            END-IF.
010030       ******************************************************************
010040       * THE STUDENT'S TAXPAYER ID, IF TAXIDS CARRIES ONE.
010050       ******************************************************************
010060        21000-FIND-TIN-PARA.
010070            MOVE 0                         TO WS-TIN-HIT.
010080            PERFORM 21100-CHECK-TIN-PARA
010090                VARYING WS-TIN-SUB FROM 1 BY 1
010100                UNTIL WS-TIN-SUB           > WS-TIN-COUNT
010110                OR    WS-TIN-HIT           > 0.
010120            IF  WS-TIN-HIT                 > 0
010130                MOVE WS-TN-TAXPAYER-ID(WS-TIN-HIT)
010140                    TO WS-ST-TAXPAYER-ID(WS-ST-SUB)
010150            END-IF.
010160            IF  WS-ST-TAXPAYER-ID(WS-ST-SUB) = SPACES
010170                ADD 1                      TO WS-NO-TIN-COUNT
010180            END-IF.
010190        21100-CHECK-TIN-PARA.
010200            IF  WS-TN-ENROLL-NO(WS-TIN-SUB) = WS-ST-ENROLL-NO(WS-ST-SUB)
010210                MOVE WS-TIN-SUB            TO WS-TIN-HIT
010220            END-IF.
010230        21500-CHECK-LINK-PARA.
010240            IF  WS-HL-ENROLL-NO(WS-HL-SUB) = WS-ST-ENROLL-NO(WS-ST-SUB)
010250                MOVE WS-HL-SUB             TO WS-HL-HIT
010260            END-IF.
010270       ******************************************************************
010280       * THE STUDENT'S FILING RECORD, MONEY IN CENTS.
010290       ******************************************************************
010300        22000-EXTR-STUDENT-PARA.
010310            MOVE SPACES                    TO TX-EXTR-REC.
010320            MOVE "B"                       TO TX-REC-TYPE.
010330            MOVE WS-TAX-YEAR               TO TX-TAX-YEAR.
010340            MOVE WS-ST-TAXPAYER-ID(WS-ST-SUB) TO TX-B-TAXPAYER-ID.
010350            MOVE WS-ST-ENROLL-NO(WS-ST-SUB) TO TX-B-ACCOUNT-NO.
010360            MOVE WS-STUD-NAME              TO TX-B-SNAME.
010370            IF  WS-ADDR-HIT                > 0
010380                MOVE WS-AT-STREET(WS-ADDR-HIT) TO TX-B-STREET
010390                MOVE WS-AT-CITY(WS-ADDR-HIT) TO TX-B-CITY
010400                MOVE WS-AT-STATE(WS-ADDR-HIT) TO TX-B-STATE
010410                MOVE WS-AT-ZIPCODE(WS-ADDR-HIT) TO TX-B-ZIPCODE
010420            ELSE
010430                MOVE 0                     TO TX-B-ZIPCODE
010440            END-IF.
010450            COMPUTE TX-B-QUAL-PAID = WS-ST-QUAL-PAID(WS-ST-SUB) * 100.
010460            COMPUTE TX-B-REFUNDS = WS-ST-REFUNDS(WS-ST-SUB) * 100.
010470            COMPUTE TX-B-SCHOLARSHIPS =
010480                WS-ST-SCHOLARSHIPS(WS-ST-SUB) * 100.
010490            COMPUTE TX-B-QUAL-BILLED =
010500                WS-ST-QUAL-BILLED(WS-ST-SUB) * 100.
010510            IF  WS-ST-TAXPAYER-ID(WS-ST-SUB) = SPACES
010520                MOVE "Y"                   TO TX-B-NO-TIN-FLAG
010530            ELSE
010540                MOVE "N"                   TO TX-B-NO-TIN-FLAG
010550            END-IF.
010560            WRITE TX-EXTR-REC.
010570            ADD 1                          TO WS-EXTR-B-COUNT.
010580            ADD WS-ST-QUAL-PAID(WS-ST-SUB) TO WS-TOT-QUAL-PAID.
010590            ADD WS-ST-REFUNDS(WS-ST-SUB)   TO WS-TOT-REFUNDS.
010600            ADD WS-ST-SCHOLARSHIPS(WS-ST-SUB) TO WS-TOT-SCHOLARSHIPS.
010610            ADD WS-ST-QUAL-BILLED(WS-ST-SUB) TO WS-TOT-QUAL-BILLED.
010620       ******************************************************************
010630       * FIND THE STUDENT'S MAILING ADDRESS.
010640       ******************************************************************
010650        23000-FIND-ADDR-PARA.
010660            MOVE 0                         TO WS-ADDR-HIT.
010670            PERFORM 23100-CHECK-ADDR-PARA
010680                VARYING WS-ADDR-SUB FROM 1 BY 1
010690                UNTIL WS-ADDR-SUB          > WS-ADDR-COUNT
010700                OR    WS-ADDR-HIT          > 0.
010710        23100-CHECK-ADDR-PARA.
010720            IF  WS-AT-ENROLL-NO(WS-ADDR-SUB) = WS-ST-ENROLL-NO(WS-ST-SUB)
010730                MOVE WS-ADDR-SUB           TO WS-ADDR-HIT
010740            END-IF.
010750       ******************************************************************
010760       * ONE STUDENT'S OWN STATEMENT. NO ADDRESS, OR A CEXM985 BAD ONE,
010770       * SENDS IT TO THE HOLD PILE.
010780       ******************************************************************
010790        24000-STUDENT-STMT-PARA.
010800            IF  WS-ADDR-HIT                = 0
010810                MOVE "YES"                 TO WS-HOLD-FLAG
010820                DISPLAY "NO ADDRESS ON FILE FOR "
010830                    WS-ST-ENROLL-NO(WS-ST-SUB) " - HELD."
010840            ELSE
010850                IF  WS-AT-BAD-FLAG(WS-ADDR-HIT) = "B"
010860                    MOVE "YES"             TO WS-HOLD-FLAG
010870                ELSE
010880                    MOVE "NO"              TO WS-HOLD-FLAG
010890                END-IF
010900            END-IF.
010910            PERFORM 26000-STMT-HEAD-PARA.
010920            MOVE " STUDENT : "             TO WS-NL-LABEL.
010930            MOVE WS-STUD-NAME              TO WS-NL-NAME.
010940            MOVE WS-ST-ENROLL-NO(WS-ST-SUB) TO WS-NL-NUMBER.
010950            MOVE WS-NAME-LINE              TO WS-PUT-LINE.
010960            PERFORM 29500-PUT-LINE-PARA.
010970            IF  WS-ADDR-HIT                > 0
010980                MOVE WS-AT-STREET(WS-ADDR-HIT) TO WS-AL-TEXT
010990                MOVE WS-ADDR-LINE          TO WS-PUT-LINE
011000                PERFORM 29500-PUT-LINE-PARA
011010                MOVE WS-AT-CITY(WS-ADDR-HIT) TO WS-CL-CITY
011020                MOVE WS-AT-STATE(WS-ADDR-HIT) TO WS-CL-STATE
011030                MOVE WS-AT-ZIPCODE(WS-ADDR-HIT) TO WS-CL-ZIPCODE
011040                MOVE WS-CITY-LINE          TO WS-PUT-LINE
011050                PERFORM 29500-PUT-LINE-PARA
011060            END-IF.
011070            PERFORM 26500-STMT-FIGURES-PARA.
011080            MOVE WS-BORDER                 TO WS-PUT-LINE.
011090            PERFORM 29500-PUT-LINE-PARA.
011100            IF  WS-HOLD-FLAG               = "YES"
011110                ADD 1                      TO WS-HELD-COUNT
011120            ELSE
011130                ADD 1                      TO WS-STMT-COUNT
011140            END-IF.
011150       ******************************************************************
011160       * ONE STATEMENT PER HOUSEHOLD WITH A STATED CHILD, TO THE
011170       * GUARDIAN AT THE HOUSEHOLD ADDRESS, EACH CHILD'S FIGURES IN
011180       * TURN. ANY CHILD WITH A CEXM985 BAD ADDRESS HOLDS THE WHOLE
011190       * STATEMENT.
011200       ******************************************************************
011210        25000-HH-STMT-PARA.
011220            MOVE 0                         TO WS-HH-KIDS.
011230            MOVE "NO"                      TO WS-HOLD-FLAG.
011240            PERFORM 25100-SIZE-UP-KID-PARA
011250                VARYING WS-ST-SUB FROM 1 BY 1
011260                UNTIL WS-ST-SUB            > WS-ST-COUNT.
011270            IF  WS-HH-KIDS                 > 0
011280                PERFORM 26000-STMT-HEAD-PARA
011290                MOVE " FAMILY  : "         TO WS-NL-LABEL
011300                MOVE WS-HB-GUARDIAN-NAME(WS-HB-SUB) TO WS-NL-NAME
011310                MOVE WS-HB-HOUSEHOLD-NO(WS-HB-SUB) TO WS-NL-NUMBER
011320                MOVE WS-NAME-LINE          TO WS-PUT-LINE
011330                PERFORM 29500-PUT-LINE-PARA
011340                MOVE WS-HB-STREET(WS-HB-SUB) TO WS-AL-TEXT
011350                MOVE WS-ADDR-LINE          TO WS-PUT-LINE
011360                PERFORM 29500-PUT-LINE-PARA
011370                MOVE WS-HB-CITY(WS-HB-SUB) TO WS-CL-CITY
011380                MOVE WS-HB-STATE(WS-HB-SUB) TO WS-CL-STATE
011390                MOVE WS-HB-ZIPCODE(WS-HB-SUB) TO WS-CL-ZIPCODE
011400                MOVE WS-CITY-LINE          TO WS-PUT-LINE
011410                PERFORM 29500-PUT-LINE-PARA
011420                PERFORM 25200-PRINT-KID-PARA
011430                    VARYING WS-ST-SUB FROM 1 BY 1
011440                    UNTIL WS-ST-SUB        > WS-ST-COUNT
011450                MOVE WS-BORDER             TO WS-PUT-LINE
011460                PERFORM 29500-PUT-LINE-PARA
011470                IF  WS-HOLD-FLAG           = "YES"
011480                    ADD 1                  TO WS-HELD-COUNT
011490                ELSE
011500                    ADD 1                  TO WS-HH-STMT-COUNT
011510                END-IF
011520            END-IF.
011530        25100-SIZE-UP-KID-PARA.
011540            IF  WS-ST-HB-SUB(WS-ST-SUB)    = WS-HB-SUB
011550                AND WS-ST-STATED(WS-ST-SUB) = "Y"
011560                ADD 1                      TO WS-HH-KIDS
011570                PERFORM 23000-FIND-ADDR-PARA
011580                IF  WS-ADDR-HIT            > 0
011590                    IF  WS-AT-BAD-FLAG(WS-ADDR-HIT) = "B"
011600                        MOVE "YES"         TO WS-HOLD-FLAG
011610                    END-IF
011620                END-IF
011630            END-IF.
011640        25200-PRINT-KID-PARA.
011650            IF  WS-ST-HB-SUB(WS-ST-SUB)    = WS-HB-SUB
011660                AND WS-ST-STATED(WS-ST-SUB) = "Y"
011670                MOVE WS-ST-ENROLL-NO(WS-ST-SUB) TO LK-ENROLL-NO
011680                CALL 'SPGM0901'            USING LK-STUDLOOKUP-PARMS
011690                IF  LK-FOUND
011700                    MOVE LK-SNAME          TO WS-NL-NAME
011710                ELSE
011720                    MOVE "NAME NOT ON STUDFILE" TO WS-NL-NAME
011730                END-IF
011740                MOVE " STUDENT : "         TO WS-NL-LABEL
011750                MOVE WS-ST-ENROLL-NO(WS-ST-SUB) TO WS-NL-NUMBER
011760                MOVE WS-NAME-LINE          TO WS-PUT-LINE
011770                PERFORM 29500-PUT-LINE-PARA
011780                PERFORM 26500-STMT-FIGURES-PARA
011790            END-IF.
011800       ******************************************************************
011810       * STATEMENT HEADING: TITLE AND FILER.
011820       ******************************************************************
011830        26000-STMT-HEAD-PARA.
011840            MOVE WS-BORDER                 TO WS-PUT-LINE.
011850            PERFORM 29500-PUT-LINE-PARA.
011860            MOVE WS-TAX-YEAR               TO WS-TL-TAX-YEAR.
011870            MOVE WS-TITLE-LINE             TO WS-PUT-LINE.
011880            PERFORM 29500-PUT-LINE-PARA.
011890            MOVE WS-FILER-NAME             TO WS-FL-FILER-NAME.
011900            MOVE WS-FILER-TIN              TO WS-FL-FILER-TIN.
011910            MOVE WS-FILER-LINE             TO WS-PUT-LINE.
011920            PERFORM 29500-PUT-LINE-PARA.
011930       ******************************************************************
011940       * ONE STUDENT'S FIGURES FOR THE YEAR AND ITS TAXPAYER ID.
011950       ******************************************************************
011960        26500-STMT-FIGURES-PARA.
011970            MOVE "QUALIFIED TUITION BILLED   : " TO WS-FG-LABEL.
011980            MOVE WS-ST-QUAL-BILLED(WS-ST-SUB) TO WS-FG-AMOUNT.
011990            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
012000            PERFORM 29500-PUT-LINE-PARA.
012010            MOVE "PAYMENTS RECEIVED          : " TO WS-FG-LABEL.
012020            MOVE WS-ST-PAYMENTS(WS-ST-SUB) TO WS-FG-AMOUNT.
012030            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
012040            PERFORM 29500-PUT-LINE-PARA.
012050            MOVE "REFUNDS ISSUED             : " TO WS-FG-LABEL.
012060            MOVE WS-ST-REFUNDS(WS-ST-SUB)  TO WS-FG-AMOUNT.
012070            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
012080            PERFORM 29500-PUT-LINE-PARA.
012090            MOVE "QUALIFIED TUITION PAID     : " TO WS-FG-LABEL.
012100            MOVE WS-ST-QUAL-PAID(WS-ST-SUB) TO WS-FG-AMOUNT.
012110            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
012120            PERFORM 29500-PUT-LINE-PARA.
012130            MOVE "SCHOLARSHIPS AND GRANTS    : " TO WS-FG-LABEL.
012140            MOVE WS-ST-SCHOLARSHIPS(WS-ST-SUB) TO WS-FG-AMOUNT.
012150            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
012160            PERFORM 29500-PUT-LINE-PARA.
012170            MOVE SPACES                    TO WS-TI-TEXT.
012180            IF  WS-ST-TAXPAYER-ID(WS-ST-SUB) = SPACES
012190                MOVE "NO TAXPAYER ID ON FILE - PLEASE SUPPLY ONE TO THE"
012200                    TO WS-TI-TEXT
012210                MOVE WS-TIN-LINE           TO WS-PUT-LINE
012220                PERFORM 29500-PUT-LINE-PARA
012230                MOVE "BUSINESS OFFICE."    TO WS-TI-TEXT
012240            ELSE
012250                STRING "TAXPAYER ID ON FILE ENDING "
012260                                           DELIMITED BY SIZE
012270                       WS-ST-TAXPAYER-ID(WS-ST-SUB)(6:4)
012280                                           DELIMITED BY SIZE
012290                  INTO WS-TI-TEXT
012300                END-STRING
012310            END-IF.
012320            MOVE WS-TIN-LINE               TO WS-PUT-LINE.
012330            PERFORM 29500-PUT-LINE-PARA.
012340       ******************************************************************
012350       * CLOSE THE FILING EXTRACT - FILER CONTROL TOTALS AND END OF
012360       * TRANSMISSION.
012370       ******************************************************************
012380        27000-EXTR-TRAILER-PARA.
012390            MOVE SPACES                    TO TX-EXTR-REC.
012400            MOVE "C"                       TO TX-REC-TYPE.
012410            MOVE WS-TAX-YEAR               TO TX-TAX-YEAR.
012420            MOVE WS-EXTR-B-COUNT           TO TX-C-B-COUNT.
012430            COMPUTE TX-C-QUAL-PAID    = WS-TOT-QUAL-PAID * 100.
012440            COMPUTE TX-C-REFUNDS      = WS-TOT-REFUNDS * 100.
012450            COMPUTE TX-C-SCHOLARSHIPS = WS-TOT-SCHOLARSHIPS * 100.
012460            COMPUTE TX-C-QUAL-BILLED  = WS-TOT-QUAL-BILLED * 100.
012470            WRITE TX-EXTR-REC.
012480            MOVE SPACES                    TO TX-EXTR-REC.
012490            MOVE "F"                       TO TX-REC-TYPE.
012500            MOVE WS-TAX-YEAR               TO TX-TAX-YEAR.
012510            MOVE 1                         TO TX-F-A-COUNT.
012520            MOVE WS-EXTR-B-COUNT           TO TX-F-B-COUNT.
012530            WRITE TX-EXTR-REC.
012540       ******************************************************************
012550       * PRINT THE CONTROL-TOTAL SUMMARY.
012560       ******************************************************************
012570        28000-TOTALS-PARA.
012580            MOVE WS-HEADER1                TO RS-REPORT-REC.
012590            WRITE RS-REPORT-REC.
012600            MOVE WS-TAX-YEAR               TO WS-TL-TAX-YEAR.
012610            MOVE WS-TITLE-LINE             TO RS-REPORT-REC.
012620            WRITE RS-REPORT-REC.
012630            MOVE "        CONTROL TOTALS"  TO RS-REPORT-REC.
012640            WRITE RS-REPORT-REC.
012650            MOVE WS-HEADER1                TO RS-REPORT-REC.
012660            WRITE RS-REPORT-REC.
012670            MOVE "JOURNAL LINES USED"      TO WS-TT-LABEL.
012680            MOVE WS-TRAN-USED              TO WS-TT-COUNT.
012690            MOVE 0                         TO WS-TT-AMOUNT.
012700            PERFORM 28100-TOTAL-LINE-PARA.
012710            MOVE "COURSE FEE LEDGER LINES USED" TO WS-TT-LABEL.
012720            MOVE WS-LEDG-USED              TO WS-TT-COUNT.
012730            PERFORM 28100-TOTAL-LINE-PARA.
012740            MOVE "STUDENTS ON EXTRACT"     TO WS-TT-LABEL.
012750            MOVE WS-EXTR-B-COUNT           TO WS-TT-COUNT.
012760            PERFORM 28100-TOTAL-LINE-PARA.
012770            MOVE "  QUALIFIED TUITION BILLED" TO WS-TT-LABEL.
012780            MOVE 0                         TO WS-TT-COUNT.
012790            MOVE WS-TOT-QUAL-BILLED        TO WS-TT-AMOUNT.
012800            PERFORM 28100-TOTAL-LINE-PARA.
012810            MOVE "  QUALIFIED TUITION PAID" TO WS-TT-LABEL.
012820            MOVE WS-TOT-QUAL-PAID          TO WS-TT-AMOUNT.
012830            PERFORM 28100-TOTAL-LINE-PARA.
012840            MOVE "  REFUNDS"               TO WS-TT-LABEL.
012850            MOVE WS-TOT-REFUNDS            TO WS-TT-AMOUNT.
012860            PERFORM 28100-TOTAL-LINE-PARA.
012870            MOVE "  SCHOLARSHIPS AND GRANTS" TO WS-TT-LABEL.
012880            MOVE WS-TOT-SCHOLARSHIPS       TO WS-TT-AMOUNT.
012890            PERFORM 28100-TOTAL-LINE-PARA.
012900            MOVE 0                         TO WS-TT-AMOUNT.
012910            MOVE "STUDENT STATEMENTS PRINTED" TO WS-TT-LABEL.
012920            MOVE WS-STMT-COUNT             TO WS-TT-COUNT.
012930            PERFORM 28100-TOTAL-LINE-PARA.
012940            MOVE "HOUSEHOLD STATEMENTS PRINTED" TO WS-TT-LABEL.
012950            MOVE WS-HH-STMT-COUNT          TO WS-TT-COUNT.
012960            PERFORM 28100-TOTAL-LINE-PARA.
012970            MOVE "STATEMENTS HELD (ADDRESS)" TO WS-TT-LABEL.
012980            MOVE WS-HELD-COUNT             TO WS-TT-COUNT.
012990            PERFORM 28100-TOTAL-LINE-PARA.
013000            MOVE "STUDENTS WITH NO TAXPAYER ID" TO WS-TT-LABEL.
013010            MOVE WS-NO-TIN-COUNT           TO WS-TT-COUNT.
013020            PERFORM 28100-TOTAL-LINE-PARA.
013030            MOVE "NOTHING TO REPORT - SKIPPED" TO WS-TT-LABEL.
013040            MOVE WS-SKIP-COUNT             TO WS-TT-COUNT.
013050            PERFORM 28100-TOTAL-LINE-PARA.
013060        28100-TOTAL-LINE-PARA.
013070            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
013080            WRITE RS-REPORT-REC.
013090       ******************************************************************
013100       * WRITE ONE STATEMENT LINE TO TAXPRINT, OR TO THE TAXHOLD PILE.
013110       ******************************************************************
013120        29500-PUT-LINE-PARA.
013130            IF  WS-HOLD-FLAG               = "YES"
013140                MOVE WS-PUT-LINE           TO HO-HOLD-REC
013150                WRITE HO-HOLD-REC
013160            ELSE
013170                MOVE WS-PUT-LINE           TO PR-PRINT-REC
013180                WRITE PR-PRINT-REC
013190            END-IF.
013200       ******************************************************************
013210       * DISPLAY COUNTS AND CLOSE THE FILES.
013220       ******************************************************************
013230        30000-CLOSE-PARA.
013240            DISPLAY "TAX YEAR            : " WS-TAX-YEAR.
013250            DISPLAY "STUDENTS ON EXTRACT : " WS-EXTR-B-COUNT.
013260            DISPLAY "STATEMENTS PRINTED  : " WS-STMT-COUNT.
013270            DISPLAY "HOUSEHOLD STATEMENTS: " WS-HH-STMT-COUNT.
013280            DISPLAY "STATEMENTS HELD     : " WS-HELD-COUNT.
013290            DISPLAY "NO TAXPAYER ID      : " WS-NO-TIN-COUNT.
013300            CLOSE TRAN-FILE.
013310            CLOSE FEE-FILE.
013320            IF  WS-CRSFEE-AVAIL            = "YES"
013330                CLOSE CRSFEE-FILE
013340            END-IF.
013350            IF  WS-LEDG-AVAIL              = "YES"
013360                CLOSE LEDG-FILE
013370            END-IF.
013380            CLOSE ADDR-FILE.
013390            IF  WS-HH-AVAIL                = "YES"
013400                CLOSE HH-FILE
013410            END-IF.
013420            IF  WS-TIN-AVAIL               = "YES"
013430                CLOSE TIN-FILE
013440            END-IF.
013450            CLOSE FILER-FILE.
013460            CLOSE PRINT-FILE.
013470            CLOSE HOLD-FILE.
013480            CLOSE EXTR-FILE.
013490            CLOSE REPORT-FILE.
