000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1072.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: PAYROLL YEAR-END CLOSE. PAYYTD USED TO GROW
000060       *  FOREVER AND THE YEAR-END WAGE STATEMENTS WERE TYPED FROM THE
000070       *  CEXM1004 PAYSLIPS. DRIVEN BY A TAXYEAR= CARD (YYYY, DEFAULT
000080       *  LAST CALENDAR YEAR), RUN FROM CEXMPYEJ AFTER THE LAST PAYROLL
000090       *  OF THE YEAR:
000100       *    - ONE WAGE AND TAX STATEMENT PER EMPLOYEE WITH ANY FIGURE
000110       *      ON PAYYTD (WAGES, TAX, INSURANCE AND OTHER WITHHELD, NET
000120       *      PAY) ON WAGESTMT, WITH THE EMPLOYER FROM THE TAXFILER
000130       *      CONTROL RECORD CEXM1066 USES, THE NAME FROM EMPIN AND THE
000140       *      ADDRESS AND TAXPAYER ID FROM EMPADDR. NO NAME OR NO
000150       *      ADDRESS SENDS THE STATEMENT TO THE WAGEHOLD PILE.
000160       *    - THE WAGEEXTR GOVERNMENT FILING EXTRACT IN CEXM1066'S
000170       *      LAYOUT DISCIPLINE (T TRANSMITTER, A EMPLOYER, B ONE PER
000180       *      EMPLOYEE, C EMPLOYER TOTALS, F END - 200 BYTES, MONEY IN
000190       *      CENTS). THE EXTRACT IS READ BACK AND THE C TOTALS MUST
000200       *      PROVE AGAINST THE SUM OF THE B RECORDS.
000210       *    - EVERY PAYYTD RECORD IS COPIED TO PAYHIST (A YEAR-STAMPED
000220       *      DATASET IN THE JOB, AS CEXMYEJB ROLLS THE STUDENT FILES).
000230       *  ONLY WHEN ALL OF THAT IS CLEAN IS PAYYTD RESET FOR THE NEW
000240       *  YEAR: THE YEAR-TO-DATE FIGURES AND THE PERIOD COUNT GO TO
000250       *  ZERO (THE LAST PERIOD'S GROSS AND NET ARE KEPT FOR THE
000260       *  CEXM1071 PRIOR-PERIOD EDIT) AND THE PYCLOSE CONTROL RECORD
000270       *  IS STAMPED WITH THE YEAR CLOSED. A TAXYEAR= NOT AFTER THE
000280       *  YEAR ON PYCLOSE IS REFUSED, SO NO YEAR IS CLOSED TWICE.
000290       * PAYYTD  : JEBA02.EMY.COBOL.PAYYTD (INDEXED ON EMP NO)
000300       * EMPIN   : JEBA02.EMY.COBOL.EMPIN
000310       * EMPADDR : JEBA02.EMY.COBOL.EMPADDR (ADDRESS AND TAXPAYER ID)
000320       * TAXFILER: JEBA02.EMY.COBOL.TAXFILER (ONE CONTROL RECORD)
000330       * PYCLOSE : JEBA02.EMY.COBOL.PYCLOSE (ONE CONTROL RECORD)
000340       * WAGESTMT: JEBA02.EMY.COBOL.WAGESTMT
000350       * WAGEHOLD: JEBA02.EMY.COBOL.WAGEHOLD
000360       * WAGEEXTR: JEBA02.EMY.COBOL.WAGEEXTR
000370       * PAYHIST : JEBA02.EMY.COBOL.HIST.YYYYYY.PAYYTD
000380       * WAGERPT : JEBA02.EMY.COBOL.WAGERPT
000390       * ----------------------------------------------------------------
000400       * PRJ NO    NAME     DATE          MAINT DESC.
000410       * ----------------------------------------------------------------
000420       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000430       ******************************************************************
000440        ENVIRONMENT DIVISION.
000450        INPUT-OUTPUT SECTION.
000460        FILE-CONTROL.
000470            SELECT YTD-FILE
000480                ASSIGN TO PAYYTD
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS SEQUENTIAL
000510                RECORD KEY IS YT-EMP-NO
000520                FILE STATUS IS WS-YTD-FS.
000530            SELECT EMP-FILE
000540                ASSIGN TO EMPIN
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-EMP-FS.
000580            SELECT ADDR-FILE
000590                ASSIGN TO EMPADDR
000600                ORGANIZATION IS SEQUENTIAL
000610                ACCESS MODE IS SEQUENTIAL
000620                FILE STATUS IS WS-ADDR-FS.
000630            SELECT FILER-FILE
000640                ASSIGN TO TAXFILER
000650                ORGANIZATION IS SEQUENTIAL
000660                ACCESS MODE IS SEQUENTIAL
000670                FILE STATUS IS WS-FILER-FS.
000680            SELECT CTL-FILE
000690                ASSIGN TO PYCLOSE
000700                ORGANIZATION IS SEQUENTIAL
000710                ACCESS MODE IS SEQUENTIAL
000720                FILE STATUS IS WS-CTL-FS.
000730            SELECT PRINT-FILE
000740                ASSIGN TO WAGESTMT
000750                ORGANIZATION IS SEQUENTIAL
000760                ACCESS MODE IS SEQUENTIAL
000770                FILE STATUS IS WS-PRINT-FS.
000780            SELECT HOLD-FILE
000790                ASSIGN TO WAGEHOLD
000800                ORGANIZATION IS SEQUENTIAL
000810                ACCESS MODE IS SEQUENTIAL
000820                FILE STATUS IS WS-HOLD-FS.
000830            SELECT EXTR-FILE
000840                ASSIGN TO WAGEEXTR
000850                ORGANIZATION IS SEQUENTIAL
000860                ACCESS MODE IS SEQUENTIAL
000870                FILE STATUS IS WS-EXTR-FS.
000880            SELECT HIST-FILE
000890                ASSIGN TO PAYHIST
000900                ORGANIZATION IS SEQUENTIAL
000910                ACCESS MODE IS SEQUENTIAL
000920                FILE STATUS IS WS-HIST-FS.
000930            SELECT REPORT-FILE
000940                ASSIGN TO WAGERPT
000950                ORGANIZATION IS SEQUENTIAL
000960                ACCESS MODE IS SEQUENTIAL
000970                FILE STATUS IS WS-REPORT-FS.
000980        DATA DIVISION.
000990        FILE SECTION.
001000        FD  YTD-FILE.
001010        01  YT-YTD-REC.
001020            05  YT-EMP-NO                 PIC 9(04).
001030            05  YT-GROSS                  PIC 9(09)V9(02).
001040            05  YT-TAX                    PIC 9(07)V9(02).
001050            05  YT-INS                    PIC 9(07)V9(02).
001060            05  YT-OTHER                  PIC 9(07)V9(02).
001070            05  YT-OT-HOURS               PIC 9(05)V9(01).
001080            05  YT-NET                    PIC S9(09)V9(02).
001090            05  YT-PERIODS                PIC 9(03).
001100            05  YT-LAST-GROSS             PIC 9(07)V9(02).
001110            05  YT-LAST-NET               PIC S9(07)V9(02).
001120        FD  EMP-FILE.
001130        01  FS-EMP-REC.
001140            05  FS-EMP-NO                 PIC 9(04).
001150            05  FS-EMP-NAME               PIC X(20).
001160            05  FS-EMP-SALARY             PIC 9(05).
001170            05  FS-DEPT-NO                PIC 9(02).
001180            05  FS-DATE-JOINED            PIC X(08).
001190            05  FILLER                    PIC X(41).
001200        FD  ADDR-FILE.
001210        01  EA-ADDR-REC.
001220            05  EA-EMP-NO                 PIC 9(04).
001230            05  EA-TAXPAYER-ID            PIC X(09).
001240            05  EA-STREET                 PIC X(30).
001250            05  EA-CITY                   PIC X(20).
001260            05  EA-STATE                  PIC X(10).
001270            05  EA-ZIPCODE                PIC 9(08).
001280            05  FILLER                    PIC X(19).
001290        FD  FILER-FILE.
001300        01  TF-FILER-REC.
001310            05  TF-FILER-TIN              PIC 9(09).
001320            05  TF-FILER-NAME             PIC X(40).
001330            05  TF-FILER-STREET           PIC X(40).
001340            05  TF-FILER-CITY             PIC X(30).
001350            05  TF-FILER-STATE            PIC X(02).
001360            05  TF-FILER-ZIP              PIC X(09).
001370            05  TF-FILER-PHONE            PIC X(10).
001380            05  FILLER                    PIC X(20).
001390        FD  CTL-FILE.
001400        01  PY-CTL-REC.
001410            05  PY-LAST-YEAR              PIC 9(04).
001420            05  PY-CLOSE-DATE             PIC X(08).
001430            05  PY-EMP-COUNT              PIC 9(06).
001440            05  PY-WAGES                  PIC 9(11)V9(02).
001450            05  FILLER                    PIC X(49).
001460        FD  PRINT-FILE.
001470        01  PR-PRINT-REC                  PIC X(80).
001480        FD  HOLD-FILE.
001490        01  HO-HOLD-REC                   PIC X(80).
001500        FD  EXTR-FILE.
001510        01  WX-EXTR-REC.
001520            05  WX-REC-TYPE               PIC X(01).
001530            05  WX-TAX-YEAR               PIC 9(04).
001540            05  FILLER                    PIC X(195).
001550        01  WX-TRANSMIT-R REDEFINES WX-EXTR-REC.
001560            05  FILLER                    PIC X(05).
001570            05  WX-T-FILER-TIN            PIC 9(09).
001580            05  WX-T-FILER-NAME           PIC X(40).
001590            05  WX-T-RUN-DATE             PIC X(08).
001600            05  FILLER                    PIC X(138).
001610        01  WX-EMPLOYER-R REDEFINES WX-EXTR-REC.
001620            05  FILLER                    PIC X(05).
001630            05  WX-A-FILER-TIN            PIC 9(09).
001640            05  WX-A-FILER-NAME           PIC X(40).
001650            05  WX-A-STREET               PIC X(40).
001660            05  WX-A-CITY                 PIC X(30).
001670            05  WX-A-STATE                PIC X(02).
001680            05  WX-A-ZIP                  PIC X(09).
001690            05  WX-A-PHONE                PIC X(10).
001700            05  FILLER                    PIC X(55).
001710        01  WX-EMPLOYEE-R REDEFINES WX-EXTR-REC.
001720            05  FILLER                    PIC X(05).
001730            05  WX-B-TAXPAYER-ID          PIC X(09).
001740            05  WX-B-EMP-NO               PIC 9(04).
001750            05  WX-B-EMP-NAME             PIC X(20).
001760            05  WX-B-STREET               PIC X(30).
001770            05  WX-B-CITY                 PIC X(20).
001780            05  WX-B-STATE                PIC X(10).
001790            05  WX-B-ZIPCODE              PIC 9(08).
001800            05  WX-B-WAGES                PIC 9(12).
001810            05  WX-B-TAX                  PIC 9(12).
001820            05  WX-B-INS                  PIC 9(12).
001830            05  WX-B-OTHER                PIC 9(12).
001840            05  WX-B-NO-TIN-FLAG          PIC X(01).
001850            05  FILLER                    PIC X(45).
001860        01  WX-CONTROL-R REDEFINES WX-EXTR-REC.
001870            05  FILLER                    PIC X(05).
001880            05  WX-C-B-COUNT              PIC 9(08).
001890            05  WX-C-WAGES                PIC 9(15).
001900            05  WX-C-TAX                  PIC 9(15).
001910            05  WX-C-INS                  PIC 9(15).
001920            05  WX-C-OTHER                PIC 9(15).
001930            05  FILLER                    PIC X(127).
001940        01  WX-END-R REDEFINES WX-EXTR-REC.
001950            05  FILLER                    PIC X(05).
001960            05  WX-F-A-COUNT              PIC 9(08).
001970            05  WX-F-B-COUNT              PIC 9(08).
001980            05  FILLER                    PIC X(179).
001990        FD  HIST-FILE.
002000        01  HS-HIST-REC                   PIC X(80).
002010        FD  REPORT-FILE.
002020        01  RS-REPORT-REC                 PIC X(80).
002030        WORKING-STORAGE SECTION.
002040        01  WS-YTD-FS                     PIC X(02).
002050        01  WS-EMP-FS                     PIC X(02).
002060        01  WS-ADDR-FS                    PIC X(02).
002070        01  WS-FILER-FS                   PIC X(02).
002080        01  WS-CTL-FS                     PIC X(02).
002090        01  WS-PRINT-FS                   PIC X(02).
002100        01  WS-HOLD-FS                    PIC X(02).
002110        01  WS-EXTR-FS                    PIC X(02).
002120        01  WS-HIST-FS                    PIC X(02).
002130        01  WS-REPORT-FS                  PIC X(02).
002140        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
002150        01  WS-YTD-EOF                    PIC X(03) VALUE "NO".
002160        01  WS-EMP-EOF                    PIC X(03) VALUE "NO".
002170        01  WS-ADDR-EOF                   PIC X(03) VALUE "NO".
002180        01  WS-EXTR-EOF                   PIC X(03) VALUE "NO".
002190        01  WS-PROVED                     PIC X(03) VALUE "NO".
002200        01  WS-RESET-DONE                 PIC X(03) VALUE "NO".
002210        01  WS-CURRENT-DATE-DATA          PIC X(20).
002220        01  WS-PARM-CARD                  PIC X(80).
002230        01  WS-TAX-YEAR                   PIC 9(04).
002240        01  WS-LAST-CLOSED                PIC 9(04) VALUE 0.
002250       * EMPLOYEE NAMES AND ADDRESSES, BY EMPLOYEE NUMBER + 1.
002260        01  WS-EMP-TABLE.
002270            05  WS-EN-ENTRY               OCCURS 10000 TIMES.
002280                10  WS-EN-NAME            PIC X(20).
002290                10  WS-EN-TAXPAYER-ID     PIC X(09).
002300                10  WS-EN-STREET          PIC X(30).
002310                10  WS-EN-CITY            PIC X(20).
002320                10  WS-EN-STATE           PIC X(10).
002330                10  WS-EN-ZIPCODE         PIC X(08).
002340        01  WS-EN-SUB                     PIC 9(05).
002350       * STATEMENT WORK AREAS. WS-HOLD-FLAG ROUTES THE LINES TO THE
002360       * WAGEHOLD PILE INSTEAD OF WAGESTMT.
002370        01  WS-HOLD-FLAG                  PIC X(03) VALUE "NO".
002380        01  WS-PUT-LINE                   PIC X(80).
002390       * EMPLOYER AND RUN TOTALS.
002400        01  WS-FILER-TIN                  PIC 9(09) VALUE 0.
002410        01  WS-FILER-NAME                 PIC X(40) VALUE SPACES.
002420        01  WS-YTD-COUNT                  PIC 9(06) VALUE 0.
002430        01  WS-HIST-COUNT                 PIC 9(06) VALUE 0.
002440        01  WS-RESET-COUNT                PIC 9(06) VALUE 0.
002450        01  WS-EXTR-B-COUNT               PIC 9(08) VALUE 0.
002460        01  WS-STMT-COUNT                 PIC 9(06) VALUE 0.
002470        01  WS-HELD-COUNT                 PIC 9(06) VALUE 0.
002480        01  WS-NO-TIN-COUNT               PIC 9(06) VALUE 0.
002490        01  WS-SKIP-COUNT                 PIC 9(06) VALUE 0.
002500        01  WS-TOT-WAGES                  PIC 9(11)V9(02) VALUE 0.
002510        01  WS-TOT-TAX                    PIC 9(11)V9(02) VALUE 0.
002520        01  WS-TOT-INS                    PIC 9(11)V9(02) VALUE 0.
002530        01  WS-TOT-OTHER                  PIC 9(11)V9(02) VALUE 0.
002540       * THE EXTRACT AS READ BACK, FOR THE PROOF.
002550        01  WS-RB-B-COUNT                 PIC 9(08) VALUE 0.
002560        01  WS-RB-WAGES                   PIC 9(15) VALUE 0.
002570        01  WS-RB-TAX                     PIC 9(15) VALUE 0.
002580        01  WS-RB-INS                     PIC 9(15) VALUE 0.
002590        01  WS-RB-OTHER                   PIC 9(15) VALUE 0.
002600        01  WS-RB-C-FOUND                 PIC X(03) VALUE "NO".
002610        01  WS-RB-C-COUNT                 PIC 9(08) VALUE 0.
002620        01  WS-RB-C-WAGES                 PIC 9(15) VALUE 0.
002630        01  WS-RB-C-TAX                   PIC 9(15) VALUE 0.
002640        01  WS-RB-C-INS                   PIC 9(15) VALUE 0.
002650        01  WS-RB-C-OTHER                 PIC 9(15) VALUE 0.
002660        01  WS-BORDER                     PIC X(66) VALUE ALL "*".
002670        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002680        01  WS-TITLE-LINE.
002690            05 FILLER                     PIC X(01) VALUE SPACE.
002700            05 FILLER                     PIC X(40)
002710               VALUE "WAGE AND TAX STATEMENT - TAX YEAR       ".
002720            05 WS-TL-TAX-YEAR             PIC 9(04).
002730            05 FILLER                     PIC X(35) VALUE SPACES.
002740        01  WS-FILER-LINE.
002750            05 FILLER                     PIC X(11) VALUE " EMPLOYER: ".
002760            05 WS-FL-FILER-NAME           PIC X(40).
002770            05 FILLER                     PIC X(06) VALUE "  ID  ".
002780            05 WS-FL-FILER-TIN            PIC 9(09).
002790            05 FILLER                     PIC X(14) VALUE SPACES.
002800        01  WS-NAME-LINE.
002810            05 FILLER                     PIC X(11) VALUE " EMPLOYEE: ".
002820            05 WS-NL-NAME                 PIC X(30).
002830            05 FILLER                     PIC X(03) VALUE " # ".
002840            05 WS-NL-NUMBER               PIC 9(04).
002850            05 FILLER                     PIC X(32) VALUE SPACES.
002860        01  WS-ADDR-LINE.
002870            05 FILLER                     PIC X(11) VALUE SPACES.
002880            05 WS-AL-TEXT                 PIC X(30).
002890            05 FILLER                     PIC X(39) VALUE SPACES.
002900        01  WS-CITY-LINE.
002910            05 FILLER                     PIC X(11) VALUE SPACES.
002920            05 WS-CL-CITY                 PIC X(20).
002930            05 FILLER                     PIC X(01) VALUE SPACE.
002940            05 WS-CL-STATE                PIC X(10).
002950            05 FILLER                     PIC X(01) VALUE SPACE.
002960            05 WS-CL-ZIPCODE              PIC X(08).
002970            05 FILLER                     PIC X(29) VALUE SPACES.
002980        01  WS-FIG-LINE.
002990            05 FILLER                     PIC X(03) VALUE SPACES.
003000            05 WS-FG-LABEL                PIC X(30).
003010            05 WS-FG-AMOUNT               PIC $$,$$$,$$9.99-.
003020            05 FILLER                     PIC X(33) VALUE SPACES.
003030        01  WS-TIN-LINE.
003040            05 FILLER                     PIC X(03) VALUE SPACES.
003050            05 WS-TI-TEXT                 PIC X(60).
003060            05 FILLER                     PIC X(17) VALUE SPACES.
003070        01  WS-TOTAL-LINE.
003080            05 WS-TT-LABEL                PIC X(30).
003090            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
003100            05 FILLER                     PIC X(02) VALUE SPACES.
003110            05 WS-TT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003120            05 FILLER                     PIC X(24) VALUE SPACES.
003130        COPY SPGM0905L.
003140        COPY SPGMABNL.
003150        PROCEDURE DIVISION.
003160       ******************************************************************
003170       * MAIN PROGRAM FLOW. PAYYTD IS RESET ONLY AFTER THE STATEMENTS,
003180       * THE PROVED EXTRACT AND THE HISTORY COPY ARE ALL DONE.
003190       ******************************************************************
003200        00000-MAIN-PARA.
003210            PERFORM 05000-ACCEPT-PARA.
003220            IF  WS-ERROR-FLAG              NOT = "YES"
003230                PERFORM 07000-CHECK-CLOSED-PARA
003240            END-IF.
003250            IF  WS-ERROR-FLAG              NOT = "YES"
003260                PERFORM 10000-INITIALIZE-PARA
003270            END-IF.
003280            IF  WS-ERROR-FLAG              NOT = "YES"
003290                PERFORM 12000-LOAD-EMP-PARA
003300                    UNTIL WS-EMP-EOF       = "YES"
003310                PERFORM 13000-LOAD-ADDR-PARA
003320                    UNTIL WS-ADDR-EOF      = "YES"
003330                PERFORM 19000-EXTR-HEADER-PARA
003340                PERFORM 20000-EMPLOYEE-PARA
003350                    UNTIL WS-YTD-EOF       = "YES"
003360                    OR    WS-ERROR-FLAG    = "YES"
003370            END-IF.
003380            IF  WS-ERROR-FLAG              NOT = "YES"
003390                PERFORM 27000-EXTR-TRAILER-PARA
003400                PERFORM 27500-PROVE-EXTR-PARA
003410            END-IF.
003420            IF  WS-ERROR-FLAG              NOT = "YES"
003430                PERFORM 29000-RESET-PARA
003440            END-IF.
003450            IF  WS-ERROR-FLAG              NOT = "YES"
003460                PERFORM 29800-STAMP-CLOSE-PARA
003470            END-IF.
003480            IF  WS-PROVED                  = "YES"
003490                PERFORM 28000-TOTALS-PARA
003500            END-IF.
003510            PERFORM 30000-CLOSE-PARA.
003520            STOP RUN.
003530       ******************************************************************
003540       * ACCEPT THE TAXYEAR= CARD. A BLANK CARD MEANS LAST YEAR - THE
003550       * CLOSE IS RUN IN JANUARY.
003560       ******************************************************************
003570        05000-ACCEPT-PARA.
003580            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003590            MOVE SPACES                    TO WS-PARM-CARD.
003600            ACCEPT WS-PARM-CARD.
003610            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003620            MOVE "TAXYEAR"                 TO LK-PA-KEYWORD.
003630            SET LK-PA-NUMERIC              TO TRUE.
003640            MOVE 1900                      TO LK-PA-MIN-VALUE.
003650            MOVE 9999                      TO LK-PA-MAX-VALUE.
003660            MOVE "0"                       TO LK-PA-DEFAULT.
003670            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003680            EVALUATE TRUE
003690                WHEN LK-PA-BAD
003700                    DISPLAY "BAD TAXYEAR= CARD - RUN REFUSED."
003710                    MOVE 16                TO RETURN-CODE
003720                    MOVE "YES"             TO WS-ERROR-FLAG
003730                WHEN LK-PA-DEFAULTED
003740                    MOVE WS-CURRENT-DATE-DATA(1:4) TO WS-TAX-YEAR
003750                    SUBTRACT 1             FROM WS-TAX-YEAR
003760                WHEN OTHER
003770                    MOVE LK-PA-NUM-VALUE   TO WS-TAX-YEAR
003780            END-EVALUATE.
003790       ******************************************************************
003800       * A YEAR ALREADY ON PYCLOSE MAY NOT BE CLOSED AGAIN. NO PYCLOSE
003810       * YET MEANS NO YEAR HAS BEEN CLOSED.
003820       ******************************************************************
003830        07000-CHECK-CLOSED-PARA.
003840            OPEN INPUT CTL-FILE.
003850            IF  WS-CTL-FS                  = "00"
003860                READ CTL-FILE
003870                    AT END
003880                        CONTINUE
003890                    NOT AT END
003900                        IF  PY-LAST-YEAR   IS NUMERIC
003910                            MOVE PY-LAST-YEAR TO WS-LAST-CLOSED
003920                        END-IF
003930                END-READ
003940                CLOSE CTL-FILE
003950            ELSE
003960                IF  WS-CTL-FS              NOT = "35"
003970                    DISPLAY "PYCLOSE ACCESS ERROR."
003980                    MOVE "CEXM1072"        TO LK-PGM-ID
003990                    MOVE "PYCLOSE"         TO LK-FILE-ID
004000                    MOVE WS-CTL-FS         TO LK-FILE-STATUS
004010                    CALL 'SPGMABND'        USING LK-ABEND-PARMS
004020                    IF  LK-ABEND-YES
004030                        MOVE 16            TO RETURN-CODE
004040                        MOVE "YES"         TO WS-ERROR-FLAG
004050                    END-IF
004060                END-IF
004070            END-IF.
004080            IF  WS-ERROR-FLAG              NOT = "YES"
004090                AND WS-TAX-YEAR            NOT > WS-LAST-CLOSED
004100                DISPLAY "PAYROLL YEAR " WS-TAX-YEAR
004110                    " ALREADY CLOSED (PYCLOSE " WS-LAST-CLOSED
004120                    ") - RUN REFUSED."
004130                MOVE 16                    TO RETURN-CODE
004140                MOVE "YES"                 TO WS-ERROR-FLAG
004150            END-IF.
004160       ******************************************************************
004170       * OPEN EVERYTHING. THE TAXFILER CONTROL RECORD MUST NAME THE
004180       * EMPLOYER.
004190       ******************************************************************
004200        10000-INITIALIZE-PARA.
004210            MOVE SPACES                    TO WS-EMP-TABLE.
004220            OPEN INPUT YTD-FILE.
004230            IF WS-YTD-FS                   NOT = "00"
004240               DISPLAY "PAYYTD ACCESS ERROR."
004250               MOVE "CEXM1072"             TO LK-PGM-ID
004260               MOVE "PAYYTD"               TO LK-FILE-ID
004270               MOVE WS-YTD-FS              TO LK-FILE-STATUS
004280               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004290               IF  LK-ABEND-YES
004300                   MOVE 16                 TO RETURN-CODE
004310                   MOVE "YES"              TO WS-ERROR-FLAG
004320               END-IF
004330            END-IF.
004340            OPEN INPUT EMP-FILE.
004350            IF WS-EMP-FS                   NOT = "00"
004360               DISPLAY "EMPIN ACCESS ERROR."
004370               MOVE "CEXM1072"             TO LK-PGM-ID
004380               MOVE "EMPIN"                TO LK-FILE-ID
004390               MOVE WS-EMP-FS              TO LK-FILE-STATUS
004400               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004410               IF  LK-ABEND-YES
004420                   MOVE 16                 TO RETURN-CODE
004430                   MOVE "YES"              TO WS-ERROR-FLAG
004440               END-IF
004450            END-IF.
004460            OPEN INPUT ADDR-FILE.
004470            IF WS-ADDR-FS                  NOT = "00"
004480               DISPLAY "EMPADDR ACCESS ERROR."
004490               MOVE "CEXM1072"             TO LK-PGM-ID
004500               MOVE "EMPADDR"              TO LK-FILE-ID
004510               MOVE WS-ADDR-FS             TO LK-FILE-STATUS
004520               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004530               IF  LK-ABEND-YES
004540                   MOVE 16                 TO RETURN-CODE
004550                   MOVE "YES"              TO WS-ERROR-FLAG
004560               END-IF
004570            END-IF.
004580            OPEN INPUT FILER-FILE.
004590            IF WS-FILER-FS                 NOT = "00"
004600               DISPLAY "TAXFILER ACCESS ERROR."
004610               MOVE "CEXM1072"             TO LK-PGM-ID
004620               MOVE "TAXFILER"             TO LK-FILE-ID
004630               MOVE WS-FILER-FS            TO LK-FILE-STATUS
004640               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004650               IF  LK-ABEND-YES
004660                   MOVE 16                 TO RETURN-CODE
004670                   MOVE "YES"              TO WS-ERROR-FLAG
004680               END-IF
004690            ELSE
004700               READ FILER-FILE
004710               AT END
004720                   DISPLAY "TAXFILER IS EMPTY - RUN REFUSED."
004730                   MOVE 16                 TO RETURN-CODE
004740                   MOVE "YES"              TO WS-ERROR-FLAG
004750               NOT AT END
004760                   IF  TF-FILER-TIN        IS NUMERIC
004770                       AND TF-FILER-NAME   NOT = SPACES
004780                       MOVE TF-FILER-TIN   TO WS-FILER-TIN
004790                       MOVE TF-FILER-NAME  TO WS-FILER-NAME
004800                   ELSE
004810                       DISPLAY "TAXFILER ID OR NAME MISSING"
004820                           " - RUN REFUSED."
004830                       MOVE 16             TO RETURN-CODE
004840                       MOVE "YES"          TO WS-ERROR-FLAG
004850                   END-IF
004860               END-READ
004870            END-IF.
004880            OPEN OUTPUT PRINT-FILE.
004890            IF WS-PRINT-FS                 NOT = "00"
004900               DISPLAY "WAGESTMT ACCESS ERROR."
004910               MOVE "CEXM1072"             TO LK-PGM-ID
004920               MOVE "WAGESTMT"             TO LK-FILE-ID
004930               MOVE WS-PRINT-FS            TO LK-FILE-STATUS
004940               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004950               IF  LK-ABEND-YES
004960                   MOVE 16                 TO RETURN-CODE
004970                   MOVE "YES"              TO WS-ERROR-FLAG
004980               END-IF
004990            END-IF.
005000            OPEN OUTPUT HOLD-FILE.
005010            IF WS-HOLD-FS                  NOT = "00"
005020               DISPLAY "WAGEHOLD ACCESS ERROR."
005030               MOVE "CEXM1072"             TO LK-PGM-ID
005040               MOVE "WAGEHOLD"             TO LK-FILE-ID
005050               MOVE WS-HOLD-FS             TO LK-FILE-STATUS
005060               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005070               IF  LK-ABEND-YES
005080                   MOVE 16                 TO RETURN-CODE
005090                   MOVE "YES"              TO WS-ERROR-FLAG
005100               END-IF
005110            END-IF.
005120            OPEN OUTPUT EXTR-FILE.
005130            IF WS-EXTR-FS                  NOT = "00"
005140               DISPLAY "WAGEEXTR ACCESS ERROR."
005150               MOVE "CEXM1072"             TO LK-PGM-ID
005160               MOVE "WAGEEXTR"             TO LK-FILE-ID
005170               MOVE WS-EXTR-FS             TO LK-FILE-STATUS
005180               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005190               IF  LK-ABEND-YES
005200                   MOVE 16                 TO RETURN-CODE
005210                   MOVE "YES"              TO WS-ERROR-FLAG
005220               END-IF
005230            END-IF.
005240            OPEN OUTPUT HIST-FILE.
005250            IF WS-HIST-FS                  NOT = "00"
005260               DISPLAY "PAYHIST ACCESS ERROR."
005270               MOVE "CEXM1072"             TO LK-PGM-ID
005280               MOVE "PAYHIST"              TO LK-FILE-ID
005290               MOVE WS-HIST-FS             TO LK-FILE-STATUS
005300               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005310               IF  LK-ABEND-YES
005320                   MOVE 16                 TO RETURN-CODE
005330                   MOVE "YES"              TO WS-ERROR-FLAG
005340               END-IF
005350            END-IF.
005360            OPEN OUTPUT REPORT-FILE.
005370            IF WS-REPORT-FS                NOT = "00"
005380               DISPLAY "WAGERPT ACCESS ERROR."
005390               MOVE "CEXM1072"             TO LK-PGM-ID
005400               MOVE "WAGERPT"              TO LK-FILE-ID
005410               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
005420               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005430               IF  LK-ABEND-YES
005440                   MOVE 16                 TO RETURN-CODE
005450                   MOVE "YES"              TO WS-ERROR-FLAG
005460               END-IF
005470            END-IF.
005480       ******************************************************************
005490       * EMPLOYEE NAMES FROM EMPIN.
005500       ******************************************************************
005510        12000-LOAD-EMP-PARA.
005520            READ EMP-FILE
005530            AT END
005540                MOVE "YES"                 TO WS-EMP-EOF
005550            NOT AT END
005560                COMPUTE WS-EN-SUB = FS-EMP-NO + 1
005570                MOVE FS-EMP-NAME           TO WS-EN-NAME(WS-EN-SUB)
005580            END-READ.
005590       ******************************************************************
005600       * MAILING ADDRESSES AND TAXPAYER IDS FROM EMPADDR.
005610       ******************************************************************
005620        13000-LOAD-ADDR-PARA.
005630            READ ADDR-FILE
005640            AT END
005650                MOVE "YES"                 TO WS-ADDR-EOF
005660            NOT AT END
005670                COMPUTE WS-EN-SUB = EA-EMP-NO + 1
005680                MOVE EA-TAXPAYER-ID   TO WS-EN-TAXPAYER-ID(WS-EN-SUB)
005690                MOVE EA-STREET        TO WS-EN-STREET(WS-EN-SUB)
005700                MOVE EA-CITY          TO WS-EN-CITY(WS-EN-SUB)
005710                MOVE EA-STATE         TO WS-EN-STATE(WS-EN-SUB)
005720                MOVE EA-ZIPCODE       TO WS-EN-ZIPCODE(WS-EN-SUB)
005730            END-READ.
005740       ******************************************************************
005750       * START THE FILING EXTRACT - TRANSMITTER AND EMPLOYER RECORDS.
005760       ******************************************************************
005770        19000-EXTR-HEADER-PARA.
005780            MOVE SPACES                    TO WX-EXTR-REC.
005790            MOVE "T"                       TO WX-REC-TYPE.
005800            MOVE WS-TAX-YEAR               TO WX-TAX-YEAR.
005810            MOVE WS-FILER-TIN              TO WX-T-FILER-TIN.
005820            MOVE WS-FILER-NAME             TO WX-T-FILER-NAME.
005830            MOVE WS-CURRENT-DATE-DATA(1:8) TO WX-T-RUN-DATE.
005840            WRITE WX-EXTR-REC.
005850            MOVE SPACES                    TO WX-EXTR-REC.
005860            MOVE "A"                       TO WX-REC-TYPE.
005870            MOVE WS-TAX-YEAR               TO WX-TAX-YEAR.
005880            MOVE WS-FILER-TIN              TO WX-A-FILER-TIN.
005890            MOVE WS-FILER-NAME             TO WX-A-FILER-NAME.
005900            MOVE TF-FILER-STREET           TO WX-A-STREET.
005910            MOVE TF-FILER-CITY             TO WX-A-CITY.
005920            MOVE TF-FILER-STATE            TO WX-A-STATE.
005930            MOVE TF-FILER-ZIP              TO WX-A-ZIP.
005940            MOVE TF-FILER-PHONE            TO WX-A-PHONE.
005950            WRITE WX-EXTR-REC.
005960       ******************************************************************
005970       * ONE PAYYTD RECORD: COPY IT TO HISTORY, AND IF THERE IS ANY
005980       * FIGURE FOR THE YEAR WRITE ITS FILING RECORD AND STATEMENT.
005990       ******************************************************************
006000        20000-EMPLOYEE-PARA.
006010            READ YTD-FILE NEXT RECORD
006020            AT END
006030                MOVE "YES"                 TO WS-YTD-EOF
006040            NOT AT END
006050                ADD 1                      TO WS-YTD-COUNT
006060                MOVE YT-YTD-REC            TO HS-HIST-REC
006070                WRITE HS-HIST-REC
006080                IF  WS-HIST-FS             NOT = "00"
006090                    DISPLAY "PAYHIST WRITE ERROR - STATUS " WS-HIST-FS
006100                    MOVE 16                TO RETURN-CODE
006110                    MOVE "YES"             TO WS-ERROR-FLAG
006120                ELSE
006130                    ADD 1                  TO WS-HIST-COUNT
006140                END-IF
006150                IF  YT-GROSS               > 0
006160                    OR YT-TAX              > 0
006170                    OR YT-INS              > 0
006180                    OR YT-OTHER            > 0
006190                    COMPUTE WS-EN-SUB = YT-EMP-NO + 1
006200                    PERFORM 22000-EXTR-EMPLOYEE-PARA
006210                    PERFORM 24000-STATEMENT-PARA
006220                ELSE
006230                    ADD 1                  TO WS-SKIP-COUNT
006240                END-IF
006250            END-READ.
006260       ******************************************************************
006270       * THE EMPLOYEE'S FILING RECORD, MONEY IN CENTS.
006280       ******************************************************************
006290        22000-EXTR-EMPLOYEE-PARA.
006300            MOVE SPACES                    TO WX-EXTR-REC.
006310            MOVE "B"                       TO WX-REC-TYPE.
006320            MOVE WS-TAX-YEAR               TO WX-TAX-YEAR.
006330            MOVE WS-EN-TAXPAYER-ID(WS-EN-SUB) TO WX-B-TAXPAYER-ID.
006340            MOVE YT-EMP-NO                 TO WX-B-EMP-NO.
006350            MOVE WS-EN-NAME(WS-EN-SUB)     TO WX-B-EMP-NAME.
006360            MOVE WS-EN-STREET(WS-EN-SUB)   TO WX-B-STREET.
006370            MOVE WS-EN-CITY(WS-EN-SUB)     TO WX-B-CITY.
006380            MOVE WS-EN-STATE(WS-EN-SUB)    TO WX-B-STATE.
006390            IF  WS-EN-ZIPCODE(WS-EN-SUB)   IS NUMERIC
006400                MOVE WS-EN-ZIPCODE(WS-EN-SUB) TO WX-B-ZIPCODE
006410            ELSE
006420                MOVE 0                     TO WX-B-ZIPCODE
006430            END-IF.
006440            COMPUTE WX-B-WAGES = YT-GROSS * 100.
006450            COMPUTE WX-B-TAX   = YT-TAX * 100.
006460            COMPUTE WX-B-INS   = YT-INS * 100.
006470            COMPUTE WX-B-OTHER = YT-OTHER * 100.
006480            IF  WS-EN-TAXPAYER-ID(WS-EN-SUB) = SPACES
006490                MOVE "Y"                   TO WX-B-NO-TIN-FLAG
006500                ADD 1                      TO WS-NO-TIN-COUNT
006510            ELSE
006520                MOVE "N"                   TO WX-B-NO-TIN-FLAG
006530            END-IF.
006540            WRITE WX-EXTR-REC.
006550            ADD 1                          TO WS-EXTR-B-COUNT.
006560            ADD YT-GROSS                   TO WS-TOT-WAGES.
006570            ADD YT-TAX                     TO WS-TOT-TAX.
006580            ADD YT-INS                     TO WS-TOT-INS.
006590            ADD YT-OTHER                   TO WS-TOT-OTHER.
006600       ******************************************************************
006610       * THE EMPLOYEE'S STATEMENT. NO NAME ON EMPIN OR NO ADDRESS ON
006620       * EMPADDR HOLDS IT.
006630       ******************************************************************
006640        24000-STATEMENT-PARA.
006650            IF  WS-EN-NAME(WS-EN-SUB)      = SPACES
006660                OR WS-EN-STREET(WS-EN-SUB) = SPACES
006670                MOVE "YES"                 TO WS-HOLD-FLAG
006680                ADD 1                      TO WS-HELD-COUNT
006690            ELSE
006700                MOVE "NO"                  TO WS-HOLD-FLAG
006710                ADD 1                      TO WS-STMT-COUNT
006720            END-IF.
006730            MOVE WS-BORDER                 TO WS-PUT-LINE.
006740            PERFORM 29500-PUT-LINE-PARA.
006750            MOVE WS-TAX-YEAR               TO WS-TL-TAX-YEAR.
006760            MOVE WS-TITLE-LINE             TO WS-PUT-LINE.
006770            PERFORM 29500-PUT-LINE-PARA.
006780            MOVE WS-FILER-NAME             TO WS-FL-FILER-NAME.
006790            MOVE WS-FILER-TIN              TO WS-FL-FILER-TIN.
006800            MOVE WS-FILER-LINE             TO WS-PUT-LINE.
006810            PERFORM 29500-PUT-LINE-PARA.
006820            MOVE WS-EN-NAME(WS-EN-SUB)     TO WS-NL-NAME.
006830            IF  WS-EN-NAME(WS-EN-SUB)      = SPACES
006840                MOVE "** NOT ON EMPIN **"  TO WS-NL-NAME
006850            END-IF.
006860            MOVE YT-EMP-NO                 TO WS-NL-NUMBER.
006870            MOVE WS-NAME-LINE              TO WS-PUT-LINE.
006880            PERFORM 29500-PUT-LINE-PARA.
006890            MOVE WS-EN-STREET(WS-EN-SUB)   TO WS-AL-TEXT.
006900            IF  WS-EN-STREET(WS-EN-SUB)    = SPACES
006910                MOVE "** NO ADDRESS ON EMPADDR **" TO WS-AL-TEXT
006920            END-IF.
006930            MOVE WS-ADDR-LINE              TO WS-PUT-LINE.
006940            PERFORM 29500-PUT-LINE-PARA.
006950            MOVE WS-EN-CITY(WS-EN-SUB)     TO WS-CL-CITY.
006960            MOVE WS-EN-STATE(WS-EN-SUB)    TO WS-CL-STATE.
006970            MOVE WS-EN-ZIPCODE(WS-EN-SUB)  TO WS-CL-ZIPCODE.
006980            MOVE WS-CITY-LINE              TO WS-PUT-LINE.
006990            PERFORM 29500-PUT-LINE-PARA.
007000            MOVE WS-BORDER                 TO WS-PUT-LINE.
007010            PERFORM 29500-PUT-LINE-PARA.
007020            MOVE "WAGES PAID                 : " TO WS-FG-LABEL.
007030            MOVE YT-GROSS                  TO WS-FG-AMOUNT.
007040            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
007050            PERFORM 29500-PUT-LINE-PARA.
007060            MOVE "TAX WITHHELD               : " TO WS-FG-LABEL.
007070            MOVE YT-TAX                    TO WS-FG-AMOUNT.
007080            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
007090            PERFORM 29500-PUT-LINE-PARA.
007100            MOVE "INSURANCE WITHHELD         : " TO WS-FG-LABEL.
007110            MOVE YT-INS                    TO WS-FG-AMOUNT.
007120            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
007130            PERFORM 29500-PUT-LINE-PARA.
007140            MOVE "OTHER WITHHOLDINGS         : " TO WS-FG-LABEL.
007150            MOVE YT-OTHER                  TO WS-FG-AMOUNT.
007160            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
007170            PERFORM 29500-PUT-LINE-PARA.
007180            MOVE "NET PAY                    : " TO WS-FG-LABEL.
007190            MOVE YT-NET                    TO WS-FG-AMOUNT.
007200            MOVE WS-FIG-LINE               TO WS-PUT-LINE.
007210            PERFORM 29500-PUT-LINE-PARA.
007220            MOVE SPACES                    TO WS-TI-TEXT.
007230            IF  WS-EN-TAXPAYER-ID(WS-EN-SUB) = SPACES
007240                MOVE "NO TAXPAYER ID ON FILE - PLEASE SUPPLY ONE TO"
007250                    TO WS-TI-TEXT
007260                MOVE WS-TIN-LINE           TO WS-PUT-LINE
007270                PERFORM 29500-PUT-LINE-PARA
007280                MOVE "PAYROLL."            TO WS-TI-TEXT
007290            ELSE
007300                STRING "TAXPAYER ID ON FILE ENDING "
007310                                           DELIMITED BY SIZE
007320                       WS-EN-TAXPAYER-ID(WS-EN-SUB)(6:4)
007330                                           DELIMITED BY SIZE
007340                  INTO WS-TI-TEXT
007350                END-STRING
007360            END-IF.
007370            MOVE WS-TIN-LINE               TO WS-PUT-LINE.
007380            PERFORM 29500-PUT-LINE-PARA.
007390       ******************************************************************
007400       * CLOSE THE FILING EXTRACT - EMPLOYER CONTROL TOTALS AND END OF
007410       * TRANSMISSION.
007420       ******************************************************************
007430        27000-EXTR-TRAILER-PARA.
007440            MOVE SPACES                    TO WX-EXTR-REC.
007450            MOVE "C"                       TO WX-REC-TYPE.
007460            MOVE WS-TAX-YEAR               TO WX-TAX-YEAR.
007470            MOVE WS-EXTR-B-COUNT           TO WX-C-B-COUNT.
007480            COMPUTE WX-C-WAGES = WS-TOT-WAGES * 100.
007490            COMPUTE WX-C-TAX   = WS-TOT-TAX * 100.
007500            COMPUTE WX-C-INS   = WS-TOT-INS * 100.
007510            COMPUTE WX-C-OTHER = WS-TOT-OTHER * 100.
007520            WRITE WX-EXTR-REC.
007530            MOVE SPACES                    TO WX-EXTR-REC.
007540            MOVE "F"                       TO WX-REC-TYPE.
007550            MOVE WS-TAX-YEAR               TO WX-TAX-YEAR.
007560            MOVE 1                         TO WX-F-A-COUNT.
007570            MOVE WS-EXTR-B-COUNT           TO WX-F-B-COUNT.
007580            WRITE WX-EXTR-REC.
007590       ******************************************************************
007600       * READ THE EXTRACT BACK: THE EMPLOYER C TOTALS MUST EQUAL THE
007610       * SUM OF THE B RECORDS, OR PAYYTD IS LEFT AS IT IS.
007620       ******************************************************************
007630        27500-PROVE-EXTR-PARA.
007640            CLOSE EXTR-FILE.
007650            OPEN INPUT EXTR-FILE.
007660            IF  WS-EXTR-FS                 NOT = "00"
007670                DISPLAY "WAGEEXTR REOPEN ERROR - STATUS " WS-EXTR-FS
007680                MOVE 16                    TO RETURN-CODE
007690                MOVE "YES"                 TO WS-ERROR-FLAG
007700            ELSE
007710                PERFORM 27600-PROVE-READ-PARA
007720                    UNTIL WS-EXTR-EOF      = "YES"
007730                IF  WS-RB-C-FOUND          = "YES"
007740                    AND WS-RB-B-COUNT      = WS-RB-C-COUNT
007750                    AND WS-RB-WAGES        = WS-RB-C-WAGES
007760                    AND WS-RB-TAX          = WS-RB-C-TAX
007770                    AND WS-RB-INS          = WS-RB-C-INS
007780                    AND WS-RB-OTHER        = WS-RB-C-OTHER
007790                    AND WS-HIST-COUNT      = WS-YTD-COUNT
007800                    MOVE "YES"             TO WS-PROVED
007810                ELSE
007820                    DISPLAY "WAGEEXTR DOES NOT PROVE - PAYYTD NOT "
007830                        "RESET."
007840                    MOVE 16                TO RETURN-CODE
007850                    MOVE "YES"             TO WS-ERROR-FLAG
007860                END-IF
007870            END-IF.
007880        27600-PROVE-READ-PARA.
007890            READ EXTR-FILE
007900            AT END
007910                MOVE "YES"                 TO WS-EXTR-EOF
007920            NOT AT END
007930                EVALUATE WX-REC-TYPE
007940                    WHEN "B"
007950                        ADD 1              TO WS-RB-B-COUNT
007960                        ADD WX-B-WAGES     TO WS-RB-WAGES
007970                        ADD WX-B-TAX       TO WS-RB-TAX
007980                        ADD WX-B-INS       TO WS-RB-INS
007990                        ADD WX-B-OTHER     TO WS-RB-OTHER
008000                    WHEN "C"
008010                        MOVE "YES"         TO WS-RB-C-FOUND
008020                        MOVE WX-C-B-COUNT  TO WS-RB-C-COUNT
008030                        MOVE WX-C-WAGES    TO WS-RB-C-WAGES
008040                        MOVE WX-C-TAX      TO WS-RB-C-TAX
008050                        MOVE WX-C-INS      TO WS-RB-C-INS
008060                        MOVE WX-C-OTHER    TO WS-RB-C-OTHER
008070                END-EVALUATE
008080            END-READ.
008090       ******************************************************************
008100       * PRINT THE CONTROL-TOTAL SUMMARY.
008110       ******************************************************************
008120        28000-TOTALS-PARA.
008130            MOVE WS-HEADER1                TO RS-REPORT-REC.
008140            WRITE RS-REPORT-REC.
008150            MOVE WS-TAX-YEAR               TO WS-TL-TAX-YEAR.
008160            MOVE WS-TITLE-LINE             TO RS-REPORT-REC.
008170            WRITE RS-REPORT-REC.
008180            MOVE "        YEAR-END CLOSE CONTROL TOTALS"
008190                                           TO RS-REPORT-REC.
008200            WRITE RS-REPORT-REC.
008210            MOVE WS-HEADER1                TO RS-REPORT-REC.
008220            WRITE RS-REPORT-REC.
008230            MOVE "PAYYTD RECORDS READ"     TO WS-TT-LABEL.
008240            MOVE WS-YTD-COUNT              TO WS-TT-COUNT.
008250            MOVE 0                         TO WS-TT-AMOUNT.
008260            PERFORM 28100-TOTAL-LINE-PARA.
008270            MOVE "COPIED TO PAYHIST"       TO WS-TT-LABEL.
008280            MOVE WS-HIST-COUNT             TO WS-TT-COUNT.
008290            PERFORM 28100-TOTAL-LINE-PARA.
008300            MOVE "EMPLOYEES ON EXTRACT"    TO WS-TT-LABEL.
008310            MOVE WS-EXTR-B-COUNT           TO WS-TT-COUNT.
008320            PERFORM 28100-TOTAL-LINE-PARA.
008330            MOVE "  WAGES PAID"            TO WS-TT-LABEL.
008340            MOVE 0                         TO WS-TT-COUNT.
008350            MOVE WS-TOT-WAGES              TO WS-TT-AMOUNT.
008360            PERFORM 28100-TOTAL-LINE-PARA.
008370            MOVE "  TAX WITHHELD"          TO WS-TT-LABEL.
008380            MOVE WS-TOT-TAX                TO WS-TT-AMOUNT.
008390            PERFORM 28100-TOTAL-LINE-PARA.
008400            MOVE "  INSURANCE WITHHELD"    TO WS-TT-LABEL.
008410            MOVE WS-TOT-INS                TO WS-TT-AMOUNT.
008420            PERFORM 28100-TOTAL-LINE-PARA.
008430            MOVE "  OTHER WITHHOLDINGS"    TO WS-TT-LABEL.
008440            MOVE WS-TOT-OTHER              TO WS-TT-AMOUNT.
008450            PERFORM 28100-TOTAL-LINE-PARA.
008460            MOVE 0                         TO WS-TT-AMOUNT.
008470            MOVE "EXTRACT PROVED - B RECORDS" TO WS-TT-LABEL.
008480            MOVE WS-RB-B-COUNT             TO WS-TT-COUNT.
008490            PERFORM 28100-TOTAL-LINE-PARA.
008500            MOVE "STATEMENTS PRINTED"      TO WS-TT-LABEL.
008510            MOVE WS-STMT-COUNT             TO WS-TT-COUNT.
008520            PERFORM 28100-TOTAL-LINE-PARA.
008530            MOVE "STATEMENTS HELD"         TO WS-TT-LABEL.
008540            MOVE WS-HELD-COUNT             TO WS-TT-COUNT.
008550            PERFORM 28100-TOTAL-LINE-PARA.
008560            MOVE "EMPLOYEES WITH NO TAXPAYER ID" TO WS-TT-LABEL.
008570            MOVE WS-NO-TIN-COUNT           TO WS-TT-COUNT.
008580            PERFORM 28100-TOTAL-LINE-PARA.
008590            MOVE "NOTHING TO REPORT - SKIPPED" TO WS-TT-LABEL.
008600            MOVE WS-SKIP-COUNT             TO WS-TT-COUNT.
008610            PERFORM 28100-TOTAL-LINE-PARA.
008620            MOVE "PAYYTD RECORDS RESET"    TO WS-TT-LABEL.
008630            MOVE WS-RESET-COUNT            TO WS-TT-COUNT.
008640            PERFORM 28100-TOTAL-LINE-PARA.
008650            IF  WS-RESET-DONE              = "YES"
008660                MOVE "YEAR CLOSED ON PYCLOSE" TO RS-REPORT-REC
008670            ELSE
008680                MOVE "*** PAYYTD NOT RESET - YEAR NOT CLOSED ***"
008690                                           TO RS-REPORT-REC
008700            END-IF.
008710            WRITE RS-REPORT-REC.
008720        28100-TOTAL-LINE-PARA.
008730            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
008740            WRITE RS-REPORT-REC.
008750       ******************************************************************
008760       * RESET PAYYTD FOR THE NEW YEAR. EVERY RECORD COPIED TO PAYHIST
008770       * MUST BE RESET.
008780       ******************************************************************
008790        29000-RESET-PARA.
008800            CLOSE YTD-FILE.
008810            MOVE "NO"                      TO WS-YTD-EOF.
008820            OPEN I-O YTD-FILE.
008830            IF  WS-YTD-FS                  NOT = "00"
008840                PERFORM 29900-YTD-IO-ERROR-PARA
008850            ELSE
008860                PERFORM 29100-RESET-ONE-PARA
008870                    UNTIL WS-YTD-EOF       = "YES"
008880                    OR    WS-ERROR-FLAG    = "YES"
008890            END-IF.
008900            IF  WS-ERROR-FLAG              NOT = "YES"
008910                IF  WS-RESET-COUNT         = WS-HIST-COUNT
008920                    MOVE "YES"             TO WS-RESET-DONE
008930                ELSE
008940                    DISPLAY "PAYYTD RESET COUNT " WS-RESET-COUNT
008950                        " DOES NOT MATCH PAYHIST " WS-HIST-COUNT
008960                    MOVE 16                TO RETURN-CODE
008970                    MOVE "YES"             TO WS-ERROR-FLAG
008980                END-IF
008990            END-IF.
009000        29100-RESET-ONE-PARA.
009010            READ YTD-FILE NEXT RECORD
009020            AT END
009030                MOVE "YES"                 TO WS-YTD-EOF
009040            NOT AT END
009050                MOVE 0                     TO YT-GROSS
009060                MOVE 0                     TO YT-TAX
009070                MOVE 0                     TO YT-INS
009080                MOVE 0                     TO YT-OTHER
009090                MOVE 0                     TO YT-OT-HOURS
009100                MOVE 0                     TO YT-NET
009110                MOVE 0                     TO YT-PERIODS
009120                IF  YT-LAST-GROSS          NOT NUMERIC
009130                    MOVE 0                 TO YT-LAST-GROSS
009140                    MOVE 0                 TO YT-LAST-NET
009150                END-IF
009160                REWRITE YT-YTD-REC
009170                IF  WS-YTD-FS              NOT = "00"
009180                    PERFORM 29900-YTD-IO-ERROR-PARA
009190                ELSE
009200                    ADD 1                  TO WS-RESET-COUNT
009210                END-IF
009220            END-READ.
009230       ******************************************************************
009240       * WRITE ONE STATEMENT LINE TO WAGESTMT, OR TO THE WAGEHOLD PILE.
009250       ******************************************************************
009260        29500-PUT-LINE-PARA.
009270            IF  WS-HOLD-FLAG               = "YES"
009280                MOVE WS-PUT-LINE           TO HO-HOLD-REC
009290                WRITE HO-HOLD-REC
009300            ELSE
009310                MOVE WS-PUT-LINE           TO PR-PRINT-REC
009320                WRITE PR-PRINT-REC
009330            END-IF.
009340       ******************************************************************
009350       * STAMP PYCLOSE WITH THE YEAR JUST CLOSED.
009360       ******************************************************************
009370        29800-STAMP-CLOSE-PARA.
009380            OPEN OUTPUT CTL-FILE.
009390            IF  WS-CTL-FS                  NOT = "00"
009400                DISPLAY "PYCLOSE ACCESS ERROR - YEAR " WS-TAX-YEAR
009410                    " RESET BUT NOT STAMPED."
009420                MOVE "CEXM1072"            TO LK-PGM-ID
009430                MOVE "PYCLOSE"             TO LK-FILE-ID
009440                MOVE WS-CTL-FS             TO LK-FILE-STATUS
009450                CALL 'SPGMABND'            USING LK-ABEND-PARMS
009460                MOVE 16                    TO RETURN-CODE
009470                MOVE "YES"                 TO WS-ERROR-FLAG
009480            ELSE
009490                MOVE SPACES                TO PY-CTL-REC
009500                MOVE WS-TAX-YEAR           TO PY-LAST-YEAR
009510                MOVE WS-CURRENT-DATE-DATA(1:8) TO PY-CLOSE-DATE
009520                MOVE WS-EXTR-B-COUNT       TO PY-EMP-COUNT
009530                MOVE WS-TOT-WAGES          TO PY-WAGES
009540                WRITE PY-CTL-REC
009550                CLOSE CTL-FILE
009560            END-IF.
009570       ******************************************************************
009580       * A PAYYTD FAILURE DURING THE RESET IS ROUTED THROUGH THE SHARED
009590       * SPGMABND ABEND CHECK.
009600       ******************************************************************
009610        29900-YTD-IO-ERROR-PARA.
009620            DISPLAY "PAYYTD RESET ERROR - STATUS " WS-YTD-FS
009630                " - EMP NO " YT-EMP-NO.
009640            MOVE "CEXM1072"                TO LK-PGM-ID.
009650            MOVE "PAYYTD"                  TO LK-FILE-ID.
009660            MOVE WS-YTD-FS                 TO LK-FILE-STATUS.
009670            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
009680            MOVE 16                        TO RETURN-CODE.
009690            MOVE "YES"                     TO WS-ERROR-FLAG.
009700       ******************************************************************
009710       * DISPLAY COUNTS AND CLOSE THE FILES.
009720       ******************************************************************
009730        30000-CLOSE-PARA.
009740            DISPLAY "TAX YEAR            : " WS-TAX-YEAR.
009750            DISPLAY "PAYYTD RECORDS READ : " WS-YTD-COUNT.
009760            DISPLAY "EMPLOYEES ON EXTRACT: " WS-EXTR-B-COUNT.
009770            DISPLAY "STATEMENTS PRINTED  : " WS-STMT-COUNT.
009780            DISPLAY "STATEMENTS HELD     : " WS-HELD-COUNT.
009790            DISPLAY "PAYYTD RECORDS RESET: " WS-RESET-COUNT.
009800            CLOSE YTD-FILE.
009810            CLOSE EMP-FILE.
009820            CLOSE ADDR-FILE.
009830            CLOSE FILER-FILE.
009840            CLOSE PRINT-FILE.
009850            CLOSE HOLD-FILE.
009860            CLOSE EXTR-FILE.
009870            CLOSE HIST-FILE.
009880            CLOSE REPORT-FILE.
