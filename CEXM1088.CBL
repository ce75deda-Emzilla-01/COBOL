000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1088.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ENERGY VENDOR INVOICE VERIFICATION AGAINST
000060       *  DEGREE DAYS. CEXM956 GAVE US DEGREE DAYS TO SET BESIDE THE
000070       *  VENDOR'S INVOICE; THIS PROGRAM BRINGS THE INVOICE IN. EACH
000080       *  INVCIN INVOICE (ONE PER METER AND BILLING PERIOD) IS TIED BY
000090       *  METERFILE TO A WEATHER STATION, A LOAD TYPE (HEATING,
000100       *  COOLING OR BOTH) AND THE VENDOR WHO SERVES THE METER. THE
000110       *  PERIOD'S DEGREE DAYS ARE SUMMED FROM TEMPFILE ON CEXM956'S
000120       *  RULES (65-DEGREE BASE, DAY AVERAGE RECOMPUTED WHEN ZERO);
000130       *  MISSING DAYS ARE MADE UP PRO RATA AND NOTED. THE METER'S
000140       *  HISTORICAL UNITS PER DEGREE DAY COME FROM ITS ACCEPTED
000150       *  INVOICES ON INVHIST. USAGE ABOVE WHAT THE WEATHER EXPLAINS
000160       *  BY MORE THAN THE TOL= PERCENT (DEFAULT 10) IS DISPUTED:
000170       *    - ACCEPTED : VOUCHER WRITTEN TO APVOUCH FOR ACCOUNTS PAYABLE
000180       *    - BASELINE : NO ACCEPTED HISTORY YET - VOUCHERED UNVERIFIED
000190       *                 AND IT STARTS THE METER'S HISTORY
000200       *    - DISPUTED : DISPUTE LETTER TO THE VENDOR ON DISPLTRS FROM
000210       *                 THE LTRTMPL TEMPLATE (LETTER CODE ON SYSIN,
000220       *                 CEXM906'S MACHINERY); NO VOUCHER
000230       *    - HELD     : NO WEATHER OR NO DEGREE DAYS FOR THE PERIOD;
000240       *                 NOTHING KEPT, SO A LATER RUN TAKES IT AGAIN
000250       *    - REJECTED : BAD INVOICE, OR A PERIOD ALREADY VOUCHERED
000260       *  A CORRECTED INVOICE FOR A DISPUTED PERIOD IS JUDGED AFRESH.
000270       *  RETURN CODE 4 WHEN ANY INVOICE IS NOT VOUCHERED.
000280       * INVCIN  : JEBA02.EMY.COBOL.INVCIN
000290       * METERFIL: JEBA02.EMY.COBOL.METERFILE
000300       * TEMPFILE: JEBA02.EMY.COBOL.TEMPFILE
000310       * INVHIST : JEBA02.EMY.COBOL.INVHIST (INDEXED ON METER+FROM)
000320       * LTRTMPL : JEBA02.EMY.COBOL.LTRTMPL
000330       * APVOUCH : JEBA02.EMY.COBOL.APVOUCH
000340       * DISPLTRS: JEBA02.EMY.COBOL.DISPLTRS
000350       * INVRPT  : JEBA02.EMY.COBOL.INVRPT
000360       * ----------------------------------------------------------------
000370       * PRJ NO    NAME     DATE          MAINT DESC.
000380       * ----------------------------------------------------------------
000390       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000400       ******************************************************************
000410        ENVIRONMENT DIVISION.
000420        INPUT-OUTPUT SECTION.
000430        FILE-CONTROL.
000440            SELECT INVOICE-FILE
000450                ASSIGN TO INVCIN
000460                ORGANIZATION IS SEQUENTIAL
000470                ACCESS MODE IS SEQUENTIAL
000480                FILE STATUS IS WS-INVOICE-FS.
000490            SELECT METER-FILE
000500                ASSIGN TO METERFIL
000510                ORGANIZATION IS SEQUENTIAL
000520                ACCESS MODE IS SEQUENTIAL
000530                FILE STATUS IS WS-METER-FS.
000540            SELECT TEMP-FILE
000550                ASSIGN TO TEMPFILE
000560                ORGANIZATION IS SEQUENTIAL
000570                ACCESS MODE IS SEQUENTIAL
000580                FILE STATUS IS WS-TEMP-FS.
000590            SELECT HIST-FILE
000600                ASSIGN TO INVHIST
000610                ORGANIZATION IS INDEXED
000620                ACCESS MODE IS DYNAMIC
000630                RECORD KEY IS IH-INV-KEY
000640                FILE STATUS IS WS-HIST-FS.
000650            SELECT TMPL-FILE
000660                ASSIGN TO LTRTMPL
000670                ORGANIZATION IS SEQUENTIAL
000680                ACCESS MODE IS SEQUENTIAL
000690                FILE STATUS IS WS-TMPL-FS.
000700            SELECT VOUCHER-FILE
000710                ASSIGN TO APVOUCH
000720                ORGANIZATION IS SEQUENTIAL
000730                ACCESS MODE IS SEQUENTIAL
000740                FILE STATUS IS WS-VOUCHER-FS.
000750            SELECT LETTER-FILE
000760                ASSIGN TO DISPLTRS
000770                ORGANIZATION IS SEQUENTIAL
000780                ACCESS MODE IS SEQUENTIAL
000790                FILE STATUS IS WS-LETTER-FS.
000800            SELECT REPORT-FILE
000810                ASSIGN TO INVRPT
000820                ORGANIZATION IS SEQUENTIAL
000830                ACCESS MODE IS SEQUENTIAL
000840                FILE STATUS IS WS-REPORT-FS.
000850        DATA DIVISION.
000860        FILE SECTION.
000870        FD  INVOICE-FILE.
000880        01  IV-INVOICE-REC.
000890            05  IV-VENDOR-ID              PIC X(06).
000900            05  IV-INVOICE-NO             PIC X(10).
000910            05  IV-METER-ID               PIC X(08).
000920            05  IV-FROM-DATE              PIC X(08).
000930            05  IV-TO-DATE                PIC X(08).
000940            05  IV-UNITS                  PIC 9(07).
000950            05  IV-AMOUNT                 PIC 9(07)V99.
000960            05  FILLER                    PIC X(24).
000970        FD  METER-FILE.
000980        01  MT-METER-REC.
000990            05  MT-METER-ID               PIC X(08).
001000            05  MT-STATION-ID             PIC X(03).
001010            05  MT-LOAD-TYPE              PIC X(01).
001020                88  MT-HEATING                      VALUE "H".
001030                88  MT-COOLING                      VALUE "C".
001040                88  MT-HEAT-AND-COOL                VALUE "B".
001050            05  MT-VENDOR-ID              PIC X(06).
001060            05  MT-VENDOR-NAME            PIC X(30).
001070            05  MT-VENDOR-ADDR            PIC X(30).
001080            05  FILLER                    PIC X(02).
001090        FD  TEMP-FILE.
001100        01  FS-TEMP-REC.
001110            05  FS-TEMP-STATION           PIC X(03).
001120            05  FS-TEMP-DATE              PIC 9(06).
001130            05  FS-TEMP-READINGS.
001140                07  FS-TEMP-READING       PIC 9(02)  OCCURS 12 TIMES.
001150            05  FS-TEMP-AVG               PIC 9(03).
001160        01  FS-TEMP-REC-R REDEFINES FS-TEMP-REC.
001170            05  FILLER                    PIC X(03).
001180            05  FS-TEMP-YY                PIC 9(02).
001190            05  FS-TEMP-MMDD              PIC 9(04).
001200            05  FILLER                    PIC X(27).
001210        FD  HIST-FILE.
001220        01  IH-INV-REC.
001230            05  IH-INV-KEY.
001240                10  IH-METER-ID           PIC X(08).
001250                10  IH-FROM-DATE          PIC 9(08).
001260            05  IH-TO-DATE                PIC 9(08).
001270            05  IH-VENDOR-ID              PIC X(06).
001280            05  IH-INVOICE-NO             PIC X(10).
001290            05  IH-UNITS                  PIC 9(07).
001300            05  IH-AMOUNT                 PIC 9(07)V99.
001310            05  IH-DEGREE-DAYS            PIC 9(05).
001320            05  IH-EXPECTED               PIC 9(07).
001330            05  IH-STATUS                 PIC X(01).
001340                88  IH-ACCEPTED                     VALUE "A".
001350                88  IH-DISPUTED                     VALUE "D".
001360            05  IH-RUN-DATE               PIC 9(08).
001370            05  FILLER                    PIC X(23).
001380        FD  TMPL-FILE.
001390        01  TL-TMPL-REC.
001400            05  TL-LETTER-CODE            PIC X(03).
001410            05  TL-TEXT                   PIC X(70).
001420            05  TL-LANG-CODE              PIC X(02).
001430            05  FILLER                    PIC X(05).
001440        FD  VOUCHER-FILE.
001450        01  AV-VOUCHER-REC.
001460            05  AV-VENDOR-ID              PIC X(06).
001470            05  AV-INVOICE-NO             PIC X(10).
001480            05  AV-METER-ID               PIC X(08).
001490            05  AV-FROM-DATE              PIC 9(08).
001500            05  AV-TO-DATE                PIC 9(08).
001510            05  AV-AMOUNT                 PIC 9(07)V99.
001520            05  AV-VOUCHER-DATE           PIC 9(08).
001530            05  AV-UNITS                  PIC 9(07).
001540            05  FILLER                    PIC X(16).
001550        FD  LETTER-FILE.
001560        01  LS-LETTER-REC                 PIC X(80).
001570        FD  REPORT-FILE.
001580        01  RS-REPORT-REC                 PIC X(80).
001590        WORKING-STORAGE SECTION.
001600        01  WS-INVOICE-FS                 PIC X(02).
001610        01  WS-METER-FS                   PIC X(02).
001620        01  WS-TEMP-FS                    PIC X(02).
001630        01  WS-HIST-FS                    PIC X(02).
001640        01  WS-TMPL-FS                    PIC X(02).
001650        01  WS-VOUCHER-FS                 PIC X(02).
001660        01  WS-LETTER-FS                  PIC X(02).
001670        01  WS-REPORT-FS                  PIC X(02).
001680        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001690        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001700        01  WS-METER-EOF                  PIC X(03) VALUE "NO".
001710        01  WS-TEMP-EOF                   PIC X(03) VALUE "NO".
001720        01  WS-HIST-EOF                   PIC X(03) VALUE "NO".
001730        01  WS-TMPL-EOF                   PIC X(03) VALUE "NO".
001740        01  WS-LETTER-CODE                PIC X(03).
001750        01  WS-PARM-CARD                  PIC X(80).
001760        01  WS-CURRENT-DATE-DATA          PIC X(21).
001770        01  WS-RUN-DATE                   PIC 9(08).
001780        01  WS-TOLERANCE                  PIC 9(02).
001790        01  WS-BASE-TEMP                  PIC 9(02) VALUE 65.
001800        01  WS-SLOT-SUB                   PIC 9(02).
001810        01  WS-DAY-TOTAL                  PIC 9(04).
001820        01  WS-DAY-AVG                    PIC 9(03).
001830        01  WS-YEAR                       PIC 9(04).
001840        01  WS-STN-USED                   PIC X(03).
001850       * THE INVOICE IN HAND: ITS OUTCOME, WHY, AND WHAT IS ON INVHIST
001860       * FOR ITS PERIOD (NEW, OR A DISPUTED INVOICE BEING REPLACED).
001870        01  WS-OUTCOME                    PIC X(08).
001880        01  WS-NOTE                       PIC X(40).
001890        01  WS-HIST-STATE                 PIC X(03).
001900        01  WS-FROM-OK                    PIC X(03).
001910        01  WS-TO-OK                      PIC X(03).
001920        01  WS-MTR-SUB                    PIC 9(03).
001930        01  WS-PERIOD-DAYS                PIC 9(05).
001940        01  WS-COVERED-DAYS               PIC 9(05).
001950        01  WS-PERIOD-DD                  PIC 9(05).
001960        01  WS-RATE                       PIC 9(05)V9999.
001970        01  WS-EXPECTED                   PIC 9(07).
001980        01  WS-ALLOWED                    PIC 9(07).
001990        01  WS-VARIANCE                   PIC S9(05).
002000       * COUNTS AND AMOUNTS.
002010        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
002020        01  WS-ACCEPT-COUNT               PIC 9(06) VALUE 0.
002030        01  WS-BASELINE-COUNT             PIC 9(06) VALUE 0.
002040        01  WS-DISPUTE-COUNT              PIC 9(06) VALUE 0.
002050        01  WS-HELD-COUNT                 PIC 9(06) VALUE 0.
002060        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
002070        01  WS-LETTER-COUNT               PIC 9(06) VALUE 0.
002080        01  WS-ACCEPT-AMOUNT              PIC 9(09)V99 VALUE 0.
002090        01  WS-BASELINE-AMOUNT            PIC 9(09)V99 VALUE 0.
002100        01  WS-DISPUTE-AMOUNT             PIC 9(09)V99 VALUE 0.
002110        01  WS-HELD-AMOUNT                PIC 9(09)V99 VALUE 0.
002120        01  WS-REJECT-AMOUNT              PIC 9(09)V99 VALUE 0.
002130       * METERS ON METERFILE, WITH THE ACCEPTED HISTORY BEHIND EACH.
002140        01  WS-MTR-COUNT                  PIC 9(03) VALUE 0.
002150        01  WS-MTR-TABLE.
002160            05  WS-MT-ENTRY               OCCURS 1 TO 200 TIMES
002170                                      DEPENDING ON WS-MTR-COUNT
002180                                          INDEXED BY MTR-IDX.
002190                10  WS-MT-METER-ID        PIC X(08).
002200                10  WS-MT-STATION-ID      PIC X(03).
002210                10  WS-MT-LOAD-TYPE       PIC X(01).
002220                10  WS-MT-VENDOR-ID       PIC X(06).
002230                10  WS-MT-VENDOR-NAME     PIC X(30).
002240                10  WS-MT-VENDOR-ADDR     PIC X(30).
002250                10  WS-MT-HIST-UNITS      PIC 9(09).
002260                10  WS-MT-HIST-DD         PIC 9(07).
002270       * DEGREE DAYS FOR EVERY TEMPFILE DAY AT A METERED STATION.
002280        01  WS-WX-COUNT                   PIC 9(04) VALUE 0.
002290        01  WS-WX-TABLE.
002300            05  WS-WX-ENTRY               OCCURS 9000 TIMES.
002310                10  WS-WX-STATION-ID      PIC X(03).
002320                10  WS-WX-DATE            PIC 9(08).
002330                10  WS-WX-HDD             PIC 9(03).
002340                10  WS-WX-CDD             PIC 9(03).
002350        01  WS-WX-SUB                     PIC 9(04).
002360        01  WS-WX-LOST                    PIC 9(06) VALUE 0.
002370        01  WS-WORK-DATE.
002380            05  WS-WD-YYYY                PIC 9(04).
002390            05  WS-WD-MMDD                PIC 9(04).
002400        01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
002410                                          PIC 9(08).
002420        01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
002430            05  FILLER                    PIC 9(04).
002440            05  WS-WD-MM                  PIC 9(02).
002450            05  WS-WD-DD                  PIC 9(02).
002460       * LETTER TEMPLATE MACHINERY, CEXM906-STYLE.
002470        01  WS-TMPL-COUNT                 PIC 9(02) VALUE 0.
002480        01  WS-TMPL-TABLE.
002490            05  WS-TMPL-LINE              PIC X(70)
002500                                          OCCURS 30 TIMES.
002510        01  WS-TMPL-SUB                   PIC 9(02).
002520        01  WS-WORK-LINE                  PIC X(80).
002530        01  WS-BUILT-LINE                 PIC X(80).
002540        01  WS-TOKEN                      PIC X(07).
002550        01  WS-TOKEN-LEN                  PIC 9(01).
002560        01  WS-TOKEN-POS                  PIC 9(02).
002570        01  WS-TAIL-POS                   PIC 9(02).
002580        01  WS-TAIL-LEN                   PIC 9(02).
002590        01  WS-BUILD-PTR                  PIC 9(03).
002600        01  WS-SUB-VALUE                  PIC X(30).
002610       * LETTER VALUES, EDITED AND LEFT-JUSTIFIED.
002620        01  WS-DATE-TEXT.
002630            05  WS-DX-MM                  PIC 9(02).
002640            05  FILLER                    PIC X(01) VALUE "/".
002650            05  WS-DX-DD                  PIC 9(02).
002660            05  FILLER                    PIC X(01) VALUE "/".
002670            05  WS-DX-YYYY                PIC 9(04).
002680        01  WS-LT-FROM                    PIC X(10).
002690        01  WS-LT-TO                      PIC X(10).
002700        01  WS-LT-UNITS                   PIC X(12).
002710        01  WS-LT-EXPECT                  PIC X(12).
002720        01  WS-LT-DDAYS                   PIC X(12).
002730        01  WS-LT-AMOUNT                  PIC X(12).
002740        01  WS-LT-TOL                     PIC X(12).
002750        01  WS-EDIT-COUNT                 PIC Z(06)9.
002760        01  WS-EDIT-AMOUNT                PIC Z(06)9.99.
002770        01  WS-LJ-IN                      PIC X(12).
002780        01  WS-LJ-OUT                     PIC X(12).
002790        01  WS-LJ-LEAD                    PIC 9(02).
002800        01  WS-NOTE-COVERED               PIC X(12).
002810        01  WS-BORDER                     PIC X(66) VALUE ALL "*".
002820        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002830        01  WS-HEADER2.
002840            05 FILLER                     PIC X(26) VALUE ALL "*".
002850            05 FILLER                     PIC X(28)
002860                     VALUE " ENERGY INVOICE VERIFICATION".
002870            05 FILLER                     PIC X(26) VALUE ALL "*".
002880        01  WS-PARM-LINE.
002890            05 FILLER                     PIC X(19)
002900                                          VALUE "TOLERANCE PERCENT: ".
002910            05 WS-PL-TOL                  PIC Z9.
002920            05 FILLER                     PIC X(14)
002930                                          VALUE "    RUN DATE: ".
002940            05 WS-PL-DATE                 PIC 9(08).
002950            05 FILLER                     PIC X(37) VALUE SPACES.
002960        01  WS-COL-HEAD.
002970            05 FILLER                     PIC X(40)
002980                     VALUE "METER    INVOICE    FROM     TO       DE".
002990            05 FILLER                     PIC X(40)
003000                     VALUE "G-D   UNITS  EXPECT  VAR% ACTION        ".
003010        01  WS-DETAIL.
003020            05 WS-D-METER                 PIC X(08).
003030            05 FILLER                     PIC X(01) VALUE SPACES.
003040            05 WS-D-INVOICE               PIC X(10).
003050            05 FILLER                     PIC X(01) VALUE SPACES.
003060            05 WS-D-FROM                  PIC X(08).
003070            05 FILLER                     PIC X(01) VALUE SPACES.
003080            05 WS-D-TO                    PIC X(08).
003090            05 FILLER                     PIC X(01) VALUE SPACES.
003100            05 WS-D-DDAYS                 PIC ZZZZ9.
003110            05 FILLER                     PIC X(01) VALUE SPACES.
003120            05 WS-D-UNITS                 PIC Z(06)9.
003130            05 FILLER                     PIC X(01) VALUE SPACES.
003140            05 WS-D-EXPECT                PIC Z(06)9.
003150            05 FILLER                     PIC X(01) VALUE SPACES.
003160            05 WS-D-VARIANCE              PIC X(05).
003170            05 FILLER                     PIC X(01) VALUE SPACES.
003180            05 WS-D-ACTION                PIC X(14).
003190        01  WS-NOTE-LINE.
003200            05 FILLER                     PIC X(09) VALUE SPACES.
003210            05 FILLER                     PIC X(06) VALUE "NOTE: ".
003220            05 WS-NL-NOTE                 PIC X(40).
003230            05 FILLER                     PIC X(25) VALUE SPACES.
003240        01  WS-EDIT-VARIANCE              PIC +ZZZ9.
003250        01  WS-TOTAL-LINE.
003260            05 WS-TL-LABEL                PIC X(20).
003270            05 WS-TL-COUNT                PIC ZZZ,ZZ9.
003280            05 FILLER                     PIC X(10) VALUE "  AMOUNT: ".
003290            05 WS-TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
003300            05 FILLER                     PIC X(29) VALUE SPACES.
003310        COPY SPGM0905L.
003320        COPY SPGM0906L.
003330        COPY SPGMABNL.
003340        PROCEDURE DIVISION.
003350       ******************************************************************
003360       * MAIN PROGRAM FLOW.
003370       ******************************************************************
003380        00000-MAIN-PARA.
003390            PERFORM 05000-ACCEPT-PARA.
003400            IF  WS-ERROR-FLAG              NOT = "YES"
003410                PERFORM 10000-INITIALIZE-PARA
003420            END-IF.
003430            IF  WS-ERROR-FLAG              NOT = "YES"
003440                PERFORM 12000-LOAD-METER-PARA
003450                    UNTIL WS-METER-EOF     = "YES"
003460                PERFORM 12500-LOAD-TMPL-PARA
003470                    UNTIL WS-TMPL-EOF      = "YES"
003480            END-IF.
003490            IF  WS-ERROR-FLAG              NOT = "YES"
003500                PERFORM 13000-LOAD-WEATHER-PARA
003510                    UNTIL WS-TEMP-EOF      = "YES"
003520                PERFORM 14000-LOAD-HIST-PARA
003530                    UNTIL WS-HIST-EOF      = "YES"
003540                    OR    WS-ERROR-FLAG    = "YES"
003550            END-IF.
003560            PERFORM 20000-PROCESS-PARA
003570              UNTIL WS-ERROR-FLAG = "YES"
003580              OR    WS-ENDOFFILE  = "YES".
003590            IF  WS-ERROR-FLAG              NOT = "YES"
003600                PERFORM 28000-TOTALS-PARA
003610            END-IF.
003620            PERFORM 30000-CLOSE-PARA.
003630            STOP RUN.
003640       ******************************************************************
003650       * ACCEPT THE LETTER CODE, CEXM906-STYLE, THEN THE TOL= CARD.
003660       ******************************************************************
003670        05000-ACCEPT-PARA.
003680            ACCEPT WS-LETTER-CODE.
003690            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003700            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RUN-DATE.
003710            MOVE SPACES                    TO WS-PARM-CARD.
003720            ACCEPT WS-PARM-CARD.
003730            MOVE WS-PARM-CARD              TO LK-PA-CARD.
003740            MOVE "TOL"                     TO LK-PA-KEYWORD.
003750            SET LK-PA-NUMERIC              TO TRUE.
003760            MOVE 0                         TO LK-PA-MIN-VALUE.
003770            MOVE 99                        TO LK-PA-MAX-VALUE.
003780            MOVE "10"                      TO LK-PA-DEFAULT.
003790            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
003800            IF  LK-PA-BAD
003810                DISPLAY "BAD TOL= CARD - RUN REFUSED."
003820                MOVE 16                    TO RETURN-CODE
003830                MOVE "YES"                 TO WS-ERROR-FLAG
003840            ELSE
003850                MOVE LK-PA-NUM-VALUE       TO WS-TOLERANCE
003860            END-IF.
003870       ******************************************************************
003880       * WIDEN A TWO-DIGIT YEAR IN LK-DT-YY TO WS-YEAR.
003890       ******************************************************************
003900        07000-EXPAND-YEAR-PARA.
003910            SET LK-DT-EXPAND               TO TRUE.
003920            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
003930            MOVE LK-DT-YYYY                TO WS-YEAR.
003940       ******************************************************************
003950       * LEFT-JUSTIFY AN EDITED VALUE IN WS-LJ-IN INTO WS-LJ-OUT, SO
003960       * THE TOKEN SPLICE DOES NOT STOP ON ITS LEADING SPACES.
003970       ******************************************************************
003980        07100-LEFT-JUSTIFY-PARA.
003990            MOVE 0                         TO WS-LJ-LEAD.
004000            INSPECT WS-LJ-IN TALLYING WS-LJ-LEAD
004010                FOR LEADING SPACES.
004020            MOVE SPACES                    TO WS-LJ-OUT.
004030            IF  WS-LJ-LEAD                 < 12
004040                MOVE WS-LJ-IN(WS-LJ-LEAD + 1:) TO WS-LJ-OUT
004050            END-IF.
004060       ******************************************************************
004070       * WS-WORK-DATE AS MM/DD/YYYY IN WS-DATE-TEXT.
004080       ******************************************************************
004090        07200-EDIT-DATE-PARA.
004100            MOVE WS-WD-MM                  TO WS-DX-MM.
004110            MOVE WS-WD-DD                  TO WS-DX-DD.
004120            MOVE WS-WD-YYYY                TO WS-DX-YYYY.
004130       ******************************************************************
004140       * OPEN THE FILES. INVHIST IS CREATED ON THE FIRST RUN.
004150       ******************************************************************
004160        10000-INITIALIZE-PARA.
004170            OPEN INPUT INVOICE-FILE.
004180            IF WS-INVOICE-FS              NOT = "00"
004190               DISPLAY "INVCIN ACCESS ERROR."
004200               MOVE "CEXM1088"            TO LK-PGM-ID
004210               MOVE "INVCIN"              TO LK-FILE-ID
004220               MOVE WS-INVOICE-FS         TO LK-FILE-STATUS
004230               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004240               IF  LK-ABEND-YES
004250                   MOVE 16                TO RETURN-CODE
004260                   MOVE "YES"             TO WS-ERROR-FLAG
004270               END-IF
004280            END-IF.
004290            OPEN INPUT METER-FILE.
004300            IF WS-METER-FS                NOT = "00"
004310               DISPLAY "METERFIL ACCESS ERROR."
004320               MOVE "CEXM1088"            TO LK-PGM-ID
004330               MOVE "METERFIL"            TO LK-FILE-ID
004340               MOVE WS-METER-FS           TO LK-FILE-STATUS
004350               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004360               IF  LK-ABEND-YES
004370                   MOVE 16                TO RETURN-CODE
004380                   MOVE "YES"             TO WS-ERROR-FLAG
004390               END-IF
004400            END-IF.
004410            OPEN INPUT TEMP-FILE.
004420            IF WS-TEMP-FS                 NOT = "00"
004430               DISPLAY "TEMPFILE ACCESS ERROR."
004440               MOVE "CEXM1088"            TO LK-PGM-ID
004450               MOVE "TEMPFILE"            TO LK-FILE-ID
004460               MOVE WS-TEMP-FS            TO LK-FILE-STATUS
004470               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004480               IF  LK-ABEND-YES
004490                   MOVE 16                TO RETURN-CODE
004500                   MOVE "YES"             TO WS-ERROR-FLAG
004510               END-IF
004520            END-IF.
004530            OPEN I-O HIST-FILE.
004540            IF WS-HIST-FS                 = "35"
004550               OPEN OUTPUT HIST-FILE
004560               CLOSE HIST-FILE
004570               OPEN I-O HIST-FILE
004580            END-IF.
004590            IF WS-HIST-FS                 NOT = "00"
004600               DISPLAY "INVHIST ACCESS ERROR."
004610               MOVE "CEXM1088"            TO LK-PGM-ID
004620               MOVE "INVHIST"             TO LK-FILE-ID
004630               MOVE WS-HIST-FS            TO LK-FILE-STATUS
004640               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004650               IF  LK-ABEND-YES
004660                   MOVE 16                TO RETURN-CODE
004670                   MOVE "YES"             TO WS-ERROR-FLAG
004680               END-IF
004690            END-IF.
004700            OPEN INPUT TMPL-FILE.
004710            IF WS-TMPL-FS                 NOT = "00"
004720               DISPLAY "LTRTMPL ACCESS ERROR."
004730               MOVE "CEXM1088"            TO LK-PGM-ID
004740               MOVE "LTRTMPL"             TO LK-FILE-ID
004750               MOVE WS-TMPL-FS            TO LK-FILE-STATUS
004760               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004770               IF  LK-ABEND-YES
004780                   MOVE 16                TO RETURN-CODE
004790                   MOVE "YES"             TO WS-ERROR-FLAG
004800               END-IF
004810            END-IF.
004820            OPEN OUTPUT VOUCHER-FILE.
004830            IF WS-VOUCHER-FS              NOT = "00"
004840               DISPLAY "APVOUCH ACCESS ERROR."
004850               MOVE "CEXM1088"            TO LK-PGM-ID
004860               MOVE "APVOUCH"             TO LK-FILE-ID
004870               MOVE WS-VOUCHER-FS         TO LK-FILE-STATUS
004880               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004890               IF  LK-ABEND-YES
004900                   MOVE 16                TO RETURN-CODE
004910                   MOVE "YES"             TO WS-ERROR-FLAG
004920               END-IF
004930            END-IF.
004940            OPEN OUTPUT LETTER-FILE.
004950            IF WS-LETTER-FS               NOT = "00"
004960               DISPLAY "DISPLTRS ACCESS ERROR."
004970               MOVE "CEXM1088"            TO LK-PGM-ID
004980               MOVE "DISPLTRS"            TO LK-FILE-ID
004990               MOVE WS-LETTER-FS          TO LK-FILE-STATUS
005000               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005010               IF  LK-ABEND-YES
005020                   MOVE 16                TO RETURN-CODE
005030                   MOVE "YES"             TO WS-ERROR-FLAG
005040               END-IF
005050            END-IF.
005060            OPEN OUTPUT REPORT-FILE.
005070            IF WS-REPORT-FS               NOT = "00"
005080               DISPLAY "INVRPT ACCESS ERROR."
005090               MOVE "CEXM1088"            TO LK-PGM-ID
005100               MOVE "INVRPT"              TO LK-FILE-ID
005110               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
005120               CALL 'SPGMABND'            USING LK-ABEND-PARMS
005130               IF  LK-ABEND-YES
005140                   MOVE 16                TO RETURN-CODE
005150                   MOVE "YES"             TO WS-ERROR-FLAG
005160               END-IF
005170            END-IF.
005180            IF  WS-ERROR-FLAG              NOT = "YES"
005190                MOVE WS-HEADER2            TO RS-REPORT-REC
005200                WRITE RS-REPORT-REC
005210                MOVE WS-TOLERANCE          TO WS-PL-TOL
005220                MOVE WS-RUN-DATE           TO WS-PL-DATE
005230                MOVE WS-PARM-LINE          TO RS-REPORT-REC
005240                WRITE RS-REPORT-REC
005250                MOVE WS-HEADER1            TO RS-REPORT-REC
005260                WRITE RS-REPORT-REC
005270                MOVE WS-COL-HEAD           TO RS-REPORT-REC
005280                WRITE RS-REPORT-REC
005290                MOVE WS-HEADER1            TO RS-REPORT-REC
005300                WRITE RS-REPORT-REC
005310            END-IF.
005320       ******************************************************************
005330       * TABLE ONE METER.
005340       ******************************************************************
005350        12000-LOAD-METER-PARA.
005360            READ METER-FILE
005370            AT END
005380                MOVE "YES"                 TO WS-METER-EOF
005390            NOT AT END
005400                IF  WS-MTR-COUNT           = 200
005410                    DISPLAY "METER TABLE FULL AT 200 ENTRIES."
005420                ELSE
005430                    ADD 1                  TO WS-MTR-COUNT
005440                    MOVE MT-METER-ID
005450                        TO WS-MT-METER-ID(WS-MTR-COUNT)
005460                    MOVE MT-STATION-ID
005470                        TO WS-MT-STATION-ID(WS-MTR-COUNT)
005480                    MOVE MT-LOAD-TYPE
005490                        TO WS-MT-LOAD-TYPE(WS-MTR-COUNT)
005500                    MOVE MT-VENDOR-ID
005510                        TO WS-MT-VENDOR-ID(WS-MTR-COUNT)
005520                    MOVE MT-VENDOR-NAME
005530                        TO WS-MT-VENDOR-NAME(WS-MTR-COUNT)
005540                    MOVE MT-VENDOR-ADDR
005550                        TO WS-MT-VENDOR-ADDR(WS-MTR-COUNT)
005560                    MOVE 0 TO WS-MT-HIST-UNITS(WS-MTR-COUNT)
005570                    MOVE 0 TO WS-MT-HIST-DD(WS-MTR-COUNT)
005580                END-IF
005590            END-READ.
005600       ******************************************************************
005610       * LOAD THE DISPUTE LETTER TEMPLATE LINES FOR THE LETTER CODE.
005620       ******************************************************************
005630        12500-LOAD-TMPL-PARA.
005640            READ TMPL-FILE
005650            AT END
005660                MOVE "YES"                 TO WS-TMPL-EOF
005670                IF  WS-TMPL-COUNT          = 0
005680                    DISPLAY "NO LTRTMPL LINES FOR LETTER CODE "
005690                        WS-LETTER-CODE " - RUN REFUSED."
005700                    MOVE 16                TO RETURN-CODE
005710                    MOVE "YES"             TO WS-ERROR-FLAG
005720                END-IF
005730            NOT AT END
005740                IF  TL-LETTER-CODE         = WS-LETTER-CODE
005750                    AND TL-LANG-CODE       = SPACES
005760                    IF  WS-TMPL-COUNT      = 30
005770                        DISPLAY "TEMPLATE TABLE FULL AT 30 LINES."
005780                    ELSE
005790                        ADD 1              TO WS-TMPL-COUNT
005800                        MOVE TL-TEXT
005810                            TO WS-TMPL-LINE(WS-TMPL-COUNT)
005820                    END-IF
005830                END-IF
005840            END-READ.
005850       ******************************************************************
005860       * TABLE THE DEGREE DAYS OF ONE TEMPFILE DAY WHEN A METER HANGS
005870       * OFF ITS STATION, ON CEXM956'S RULES.
005880       ******************************************************************
005890        13000-LOAD-WEATHER-PARA.
005900            READ TEMP-FILE
005910            AT END
005920                MOVE "YES"                 TO WS-TEMP-EOF
005930            NOT AT END
005940                MOVE "NO"                  TO WS-STN-USED
005950                PERFORM 13200-STATION-USED-PARA
005960                    VARYING WS-MTR-SUB FROM 1 BY 1
005970                    UNTIL WS-MTR-SUB       > WS-MTR-COUNT
005980                    OR    WS-STN-USED      = "YES"
005990                IF  WS-STN-USED            = "YES"
006000                    IF  WS-WX-COUNT        = 9000
006010                        ADD 1              TO WS-WX-LOST
006020                    ELSE
006030                        PERFORM 13100-DAY-AVG-PARA
006040                        ADD 1              TO WS-WX-COUNT
006050                        MOVE FS-TEMP-STATION
006060                            TO WS-WX-STATION-ID(WS-WX-COUNT)
006070                        MOVE FS-TEMP-YY    TO LK-DT-YY
006080                        PERFORM 07000-EXPAND-YEAR-PARA
006090                        MOVE WS-YEAR       TO WS-WD-YYYY
006100                        MOVE FS-TEMP-MMDD  TO WS-WD-MMDD
006110                        MOVE WS-WORK-DATE-N
006120                            TO WS-WX-DATE(WS-WX-COUNT)
006130                        IF  WS-DAY-AVG     < WS-BASE-TEMP
006140                            COMPUTE WS-WX-HDD(WS-WX-COUNT) =
006150                                WS-BASE-TEMP - WS-DAY-AVG
006160                            MOVE 0 TO WS-WX-CDD(WS-WX-COUNT)
006170                        ELSE
006180                            MOVE 0 TO WS-WX-HDD(WS-WX-COUNT)
006190                            COMPUTE WS-WX-CDD(WS-WX-COUNT) =
006200                                WS-DAY-AVG - WS-BASE-TEMP
006210                        END-IF
006220                    END-IF
006230                END-IF
006240            END-READ.
006250       ******************************************************************
006260       * THE DAY'S AVERAGE: THE STORED FS-TEMP-AVG, OR RECOMPUTED FROM
006270       * THE TWELVE READINGS WHEN THE STORED AVERAGE IS ZERO.
006280       ******************************************************************
006290        13100-DAY-AVG-PARA.
006300            IF  FS-TEMP-AVG                > 0
006310                MOVE FS-TEMP-AVG           TO WS-DAY-AVG
006320            ELSE
006330                MOVE 0                     TO WS-DAY-TOTAL
006340                PERFORM 13110-ADD-READING-PARA
006350                    VARYING WS-SLOT-SUB FROM 1 BY 1
006360                    UNTIL WS-SLOT-SUB      > 12
006370                DIVIDE WS-DAY-TOTAL BY 12 GIVING WS-DAY-AVG
006380            END-IF.
006390        13110-ADD-READING-PARA.
006400            ADD FS-TEMP-READING(WS-SLOT-SUB) TO WS-DAY-TOTAL.
006410       ******************************************************************
006420       * DOES THE METER IN WS-MTR-SUB HANG OFF THE DAY'S STATION?
006430       ******************************************************************
006440        13200-STATION-USED-PARA.
006450            IF  WS-MT-STATION-ID(WS-MTR-SUB) = FS-TEMP-STATION
006460                MOVE "YES"                 TO WS-STN-USED
006470            END-IF.
006480       ******************************************************************
006490       * ADD ONE ACCEPTED INVOICE ON INVHIST TO ITS METER'S HISTORY.
006500       * A PERIOD WITH NO DEGREE DAYS TELLS US NOTHING ABOUT THE RATE.
006510       ******************************************************************
006520        14000-LOAD-HIST-PARA.
006530            READ HIST-FILE NEXT RECORD
006540            AT END
006550                MOVE "YES"                 TO WS-HIST-EOF
006560            NOT AT END
006570                IF  IH-ACCEPTED
006580                    AND IH-DEGREE-DAYS     > 0
006590                    SET MTR-IDX            TO 1
006600                    SEARCH WS-MT-ENTRY
006610                        AT END
006620                            CONTINUE
006630                        WHEN WS-MT-METER-ID(MTR-IDX) = IH-METER-ID
006640                            ADD IH-UNITS
006650                                TO WS-MT-HIST-UNITS(MTR-IDX)
006660                            ADD IH-DEGREE-DAYS
006670                                TO WS-MT-HIST-DD(MTR-IDX)
006680                    END-SEARCH
006690                END-IF
006700            END-READ.
006710            IF  WS-HIST-FS                 NOT = "00"
006720                AND WS-HIST-FS             NOT = "10"
006730                PERFORM 29000-HIST-IO-ERROR-PARA
006740            END-IF.
006750       ******************************************************************
006760       * READ ONE INVOICE, JUDGE IT, AND ACT ON THE OUTCOME.
006770       ******************************************************************
006780        20000-PROCESS-PARA.
006790            READ INVOICE-FILE
006800            AT END
006810                MOVE "YES"                 TO WS-ENDOFFILE
006820            NOT AT END
006830                ADD 1                      TO WS-READ-COUNT
006840                MOVE SPACES                TO WS-OUTCOME
006850                MOVE SPACES                TO WS-NOTE
006860                MOVE 0                     TO WS-PERIOD-DD
006870                MOVE 0                     TO WS-EXPECTED
006880                MOVE SPACES                TO WS-D-VARIANCE
006890                PERFORM 21000-EDIT-PARA
006900                IF  WS-OUTCOME             = SPACES
006910                    PERFORM 22000-DEGREE-DAY-PARA
006920                END-IF
006930                IF  WS-OUTCOME             = SPACES
006940                    PERFORM 23000-JUDGE-PARA
006950                END-IF
006960                PERFORM 24000-ACT-PARA
006970                PERFORM 26000-DETAIL-PARA
006980            END-READ.
006990       ******************************************************************
007000       * EDIT THE INVOICE. THE FIRST FAILURE REJECTS IT.
007010       ******************************************************************
007020        21000-EDIT-PARA.
007030            SET MTR-IDX                    TO 1.
007040            SEARCH WS-MT-ENTRY
007050                AT END
007060                    MOVE "REJECTED"        TO WS-OUTCOME
007070                    MOVE "METER NOT ON METERFILE" TO WS-NOTE
007080                WHEN WS-MT-METER-ID(MTR-IDX) = IV-METER-ID
007090                    SET WS-MTR-SUB         TO MTR-IDX
007100                    PERFORM 21100-EDIT-VALUES-PARA
007110            END-SEARCH.
007120       ******************************************************************
007130       * THE VENDOR, THE PERIOD AND THE AMOUNTS.
007140       ******************************************************************
007150        21100-EDIT-VALUES-PARA.
007160            MOVE "NO"                      TO WS-FROM-OK.
007170            MOVE "NO"                      TO WS-TO-OK.
007180            IF  IV-FROM-DATE               IS NUMERIC
007190                SET LK-DT-VALIDATE         TO TRUE
007200                MOVE IV-FROM-DATE          TO LK-DT-DATE-1
007210                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
007220                IF  LK-DT-OK
007230                    MOVE "YES"             TO WS-FROM-OK
007240                END-IF
007250            END-IF.
007260            IF  IV-TO-DATE                 IS NUMERIC
007270                SET LK-DT-VALIDATE         TO TRUE
007280                MOVE IV-TO-DATE            TO LK-DT-DATE-1
007290                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
007300                IF  LK-DT-OK
007310                    MOVE "YES"             TO WS-TO-OK
007320                END-IF
007330            END-IF.
007340            EVALUATE TRUE
007350                WHEN IV-VENDOR-ID  NOT = WS-MT-VENDOR-ID(WS-MTR-SUB)
007360                    MOVE "REJECTED"        TO WS-OUTCOME
007370                    MOVE "VENDOR DOES NOT SERVE THIS METER"
007380                                           TO WS-NOTE
007390                WHEN WS-FROM-OK            NOT = "YES"
007400                    MOVE "REJECTED"        TO WS-OUTCOME
007410                    MOVE "PERIOD FROM NOT A REAL DATE" TO WS-NOTE
007420                WHEN WS-TO-OK              NOT = "YES"
007430                    MOVE "REJECTED"        TO WS-OUTCOME
007440                    MOVE "PERIOD TO NOT A REAL DATE" TO WS-NOTE
007450                WHEN IV-FROM-DATE          > IV-TO-DATE
007460                    MOVE "REJECTED"        TO WS-OUTCOME
007470                    MOVE "PERIOD ENDS BEFORE IT STARTS" TO WS-NOTE
007480                WHEN IV-UNITS              NOT NUMERIC
007490                    OR IV-AMOUNT           NOT NUMERIC
007500                    MOVE "REJECTED"        TO WS-OUTCOME
007510                    MOVE "UNITS OR AMOUNT NOT NUMERIC" TO WS-NOTE
007520                WHEN OTHER
007530                    PERFORM 21200-HIST-CHECK-PARA
007540            END-EVALUATE.
007550       ******************************************************************
007560       * WHAT INVHIST ALREADY HOLDS FOR THE METER AND PERIOD. A PERIOD
007570       * ALREADY VOUCHERED IS NEVER PAID TWICE.
007580       ******************************************************************
007590        21200-HIST-CHECK-PARA.
007600            MOVE IV-METER-ID               TO IH-METER-ID.
007610            MOVE IV-FROM-DATE              TO IH-FROM-DATE.
007620            READ HIST-FILE
007630                INVALID KEY
007640                    MOVE "NEW"             TO WS-HIST-STATE
007650                NOT INVALID KEY
007660                    IF  IH-ACCEPTED
007670                        MOVE "REJECTED"    TO WS-OUTCOME
007680                        MOVE SPACES        TO WS-NOTE
007690                        STRING "ALREADY VOUCHERED ON INVOICE "
007700                            IH-INVOICE-NO DELIMITED BY SIZE
007710                            INTO WS-NOTE
007720                        END-STRING
007730                    ELSE
007740                        MOVE "DSP"         TO WS-HIST-STATE
007750                    END-IF
007760            END-READ.
007770       ******************************************************************
007780       * THE PERIOD'S DEGREE DAYS AT THE METER'S STATION. DAYS MISSING
007790       * FROM TEMPFILE ARE MADE UP PRO RATA FROM THE DAYS ON FILE.
007800       ******************************************************************
007810        22000-DEGREE-DAY-PARA.
007820            SET LK-DT-DIFF-DAYS            TO TRUE.
007830            MOVE IV-TO-DATE                TO LK-DT-DATE-1.
007840            MOVE IV-FROM-DATE              TO LK-DT-DATE-2.
007850            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
007860            COMPUTE WS-PERIOD-DAYS = LK-DT-RESULT + 1.
007870            MOVE 0                         TO WS-COVERED-DAYS.
007880            PERFORM 22100-WX-DAY-PARA
007890                VARYING WS-WX-SUB FROM 1 BY 1
007900                UNTIL WS-WX-SUB            > WS-WX-COUNT.
007910            IF  WS-COVERED-DAYS            = 0
007920                MOVE "HELD"                TO WS-OUTCOME
007930                MOVE "NO TEMPFILE DAYS IN THE PERIOD" TO WS-NOTE
007940            ELSE
007950                IF  WS-COVERED-DAYS        < WS-PERIOD-DAYS
007960                    COMPUTE WS-PERIOD-DD ROUNDED =
007970                        WS-PERIOD-DD * WS-PERIOD-DAYS
007980                        / WS-COVERED-DAYS
007990                    MOVE WS-COVERED-DAYS   TO WS-EDIT-COUNT
008000                    MOVE WS-EDIT-COUNT     TO WS-LJ-IN
008010                    PERFORM 07100-LEFT-JUSTIFY-PARA
008020                    MOVE WS-LJ-OUT         TO WS-NOTE-COVERED
008030                    MOVE WS-PERIOD-DAYS    TO WS-EDIT-COUNT
008040                    MOVE WS-EDIT-COUNT     TO WS-LJ-IN
008050                    PERFORM 07100-LEFT-JUSTIFY-PARA
008060                    STRING "WEATHER PRO RATA FROM " DELIMITED BY SIZE
008070                        WS-NOTE-COVERED    DELIMITED BY SPACE
008080                        " OF "             DELIMITED BY SIZE
008090                        WS-LJ-OUT          DELIMITED BY SPACE
008100                        " DAYS"            DELIMITED BY SIZE
008110                        INTO WS-NOTE
008120                    END-STRING
008130                END-IF
008140            END-IF.
008150       ******************************************************************
008160       * ADD ONE TABLED DAY WHEN IT IS THE METER'S STATION AND FALLS IN
008170       * THE PERIOD: HEATING, COOLING OR BOTH BY THE METER'S LOAD.
008180       ******************************************************************
008190        22100-WX-DAY-PARA.
008200            IF  WS-WX-STATION-ID(WS-WX-SUB)
008210                    = WS-MT-STATION-ID(WS-MTR-SUB)
008220                AND WS-WX-DATE(WS-WX-SUB)  NOT < IV-FROM-DATE
008230                AND WS-WX-DATE(WS-WX-SUB)  NOT > IV-TO-DATE
008240                ADD 1                      TO WS-COVERED-DAYS
008250                IF  WS-MT-LOAD-TYPE(WS-MTR-SUB) NOT = "C"
008260                    ADD WS-WX-HDD(WS-WX-SUB) TO WS-PERIOD-DD
008270                END-IF
008280                IF  WS-MT-LOAD-TYPE(WS-MTR-SUB) NOT = "H"
008290                    ADD WS-WX-CDD(WS-WX-SUB) TO WS-PERIOD-DD
008300                END-IF
008310            END-IF.
008320       ******************************************************************
008330       * EXPECTED UNITS ARE THE METER'S HISTORICAL UNITS PER DEGREE DAY
008340       * TIMES THE PERIOD'S DEGREE DAYS; ABOVE THAT BY MORE THAN THE
008350       * TOLERANCE IS DISPUTED.
008360       ******************************************************************
008370        23000-JUDGE-PARA.
008380            EVALUATE TRUE
008390                WHEN WS-MT-HIST-DD(WS-MTR-SUB) = 0
008400                    MOVE "BASELINE"        TO WS-OUTCOME
008410                    IF  WS-NOTE            = SPACES
008420                        MOVE "NO ACCEPTED HISTORY - NOT VERIFIED"
008430                                           TO WS-NOTE
008440                    END-IF
008450                WHEN WS-PERIOD-DD          = 0
008460                    MOVE "HELD"            TO WS-OUTCOME
008470                    MOVE "NO DEGREE DAYS IN THE PERIOD - REVIEW"
008480                                           TO WS-NOTE
008490                WHEN OTHER
008500                    COMPUTE WS-RATE ROUNDED =
008510                        WS-MT-HIST-UNITS(WS-MTR-SUB)
008520                        / WS-MT-HIST-DD(WS-MTR-SUB)
008530                    COMPUTE WS-EXPECTED ROUNDED =
008540                        WS-RATE * WS-PERIOD-DD
008550                    COMPUTE WS-ALLOWED =
008560                        WS-EXPECTED * (100 + WS-TOLERANCE) / 100
008570                    IF  WS-EXPECTED        > 0
008580                        COMPUTE WS-VARIANCE ROUNDED =
008590                            (IV-UNITS - WS-EXPECTED) * 100
008600                            / WS-EXPECTED
008610                            ON SIZE ERROR
008620                                MOVE 9999  TO WS-VARIANCE
008630                        END-COMPUTE
008640                        IF  WS-VARIANCE    > 9999
008650                            MOVE 9999      TO WS-VARIANCE
008660                        END-IF
008670                        MOVE WS-VARIANCE   TO WS-EDIT-VARIANCE
008680                        MOVE WS-EDIT-VARIANCE TO WS-D-VARIANCE
008690                    END-IF
008700                    IF  IV-UNITS           > WS-ALLOWED
008710                        MOVE "DISPUTED"    TO WS-OUTCOME
008720                    ELSE
008730                        MOVE "ACCEPTED"    TO WS-OUTCOME
008740                    END-IF
008750            END-EVALUATE.
008760       ******************************************************************
008770       * VOUCHER AN ACCEPTED INVOICE, LETTER A DISPUTED ONE, AND KEEP
008780       * BOTH ON INVHIST. AN ACCEPTED PERIOD WITH DEGREE DAYS JOINS THE
008790       * METER'S HISTORY FOR THE REST OF THE RUN.
008800       ******************************************************************
008810        24000-ACT-PARA.
008820            EVALUATE WS-OUTCOME
008830                WHEN "ACCEPTED"
008840                    ADD 1                  TO WS-ACCEPT-COUNT
008850                    ADD IV-AMOUNT          TO WS-ACCEPT-AMOUNT
008860                    PERFORM 24100-VOUCHER-PARA
008870                    PERFORM 24300-HISTORY-PARA
008880                WHEN "BASELINE"
008890                    ADD 1                  TO WS-BASELINE-COUNT
008900                    ADD IV-AMOUNT          TO WS-BASELINE-AMOUNT
008910                    PERFORM 24100-VOUCHER-PARA
008920                    PERFORM 24300-HISTORY-PARA
008930                WHEN "DISPUTED"
008940                    ADD 1                  TO WS-DISPUTE-COUNT
008950                    ADD IV-AMOUNT          TO WS-DISPUTE-AMOUNT
008960                    PERFORM 24200-LETTER-PARA
008970                    PERFORM 24300-HISTORY-PARA
008980                WHEN "HELD"
008990                    ADD 1                  TO WS-HELD-COUNT
009000                    ADD IV-AMOUNT          TO WS-HELD-AMOUNT
009010                WHEN OTHER
009020                    ADD 1                  TO WS-REJECT-COUNT
009030                    IF  IV-AMOUNT          IS NUMERIC
009040                        ADD IV-AMOUNT      TO WS-REJECT-AMOUNT
009050                    END-IF
009060            END-EVALUATE.
009070            IF  (WS-OUTCOME                = "ACCEPTED"
009080             OR  WS-OUTCOME                = "BASELINE")
009090                AND WS-PERIOD-DD           > 0
009100                ADD IV-UNITS       TO WS-MT-HIST-UNITS(WS-MTR-SUB)
009110                ADD WS-PERIOD-DD   TO WS-MT-HIST-DD(WS-MTR-SUB)
009120            END-IF.
009130       ******************************************************************
009140       * ONE ACCOUNTS-PAYABLE VOUCHER LINE.
009150       ******************************************************************
009160        24100-VOUCHER-PARA.
009170            MOVE SPACES                    TO AV-VOUCHER-REC.
009180            MOVE IV-VENDOR-ID              TO AV-VENDOR-ID.
009190            MOVE IV-INVOICE-NO             TO AV-INVOICE-NO.
009200            MOVE IV-METER-ID               TO AV-METER-ID.
009210            MOVE IV-FROM-DATE              TO AV-FROM-DATE.
009220            MOVE IV-TO-DATE                TO AV-TO-DATE.
009230            MOVE IV-AMOUNT                 TO AV-AMOUNT.
009240            MOVE WS-RUN-DATE               TO AV-VOUCHER-DATE.
009250            MOVE IV-UNITS                  TO AV-UNITS.
009260            WRITE AV-VOUCHER-REC.
009270       ******************************************************************
009280       * THE DISPUTE LETTER TO THE VENDOR.
009290       ******************************************************************
009300        24200-LETTER-PARA.
009310            MOVE IV-FROM-DATE              TO WS-WORK-DATE-N.
009320            PERFORM 07200-EDIT-DATE-PARA.
009330            MOVE WS-DATE-TEXT              TO WS-LT-FROM.
009340            MOVE IV-TO-DATE                TO WS-WORK-DATE-N.
009350            PERFORM 07200-EDIT-DATE-PARA.
009360            MOVE WS-DATE-TEXT              TO WS-LT-TO.
009370            MOVE IV-UNITS                  TO WS-EDIT-COUNT.
009380            MOVE WS-EDIT-COUNT             TO WS-LJ-IN.
009390            PERFORM 07100-LEFT-JUSTIFY-PARA.
009400            MOVE WS-LJ-OUT                 TO WS-LT-UNITS.
009410            MOVE WS-EXPECTED               TO WS-EDIT-COUNT.
009420            MOVE WS-EDIT-COUNT             TO WS-LJ-IN.
009430            PERFORM 07100-LEFT-JUSTIFY-PARA.
009440            MOVE WS-LJ-OUT                 TO WS-LT-EXPECT.
009450            MOVE WS-PERIOD-DD              TO WS-EDIT-COUNT.
009460            MOVE WS-EDIT-COUNT             TO WS-LJ-IN.
009470            PERFORM 07100-LEFT-JUSTIFY-PARA.
009480            MOVE WS-LJ-OUT                 TO WS-LT-DDAYS.
009490            MOVE WS-TOLERANCE              TO WS-EDIT-COUNT.
009500            MOVE WS-EDIT-COUNT             TO WS-LJ-IN.
009510            PERFORM 07100-LEFT-JUSTIFY-PARA.
009520            MOVE WS-LJ-OUT                 TO WS-LT-TOL.
009530            MOVE IV-AMOUNT                 TO WS-EDIT-AMOUNT.
009540            MOVE WS-EDIT-AMOUNT            TO WS-LJ-IN.
009550            PERFORM 07100-LEFT-JUSTIFY-PARA.
009560            MOVE WS-LJ-OUT                 TO WS-LT-AMOUNT.
009570            MOVE WS-BORDER                 TO LS-LETTER-REC.
009580            WRITE LS-LETTER-REC.
009590            PERFORM 24210-PRINT-TMPL-PARA
009600                VARYING WS-TMPL-SUB FROM 1 BY 1
009610                UNTIL WS-TMPL-SUB          > WS-TMPL-COUNT.
009620            MOVE WS-BORDER                 TO LS-LETTER-REC.
009630            WRITE LS-LETTER-REC.
009640            ADD 1                          TO WS-LETTER-COUNT.
009650       ******************************************************************
009660       * PRINT ONE TEMPLATE LINE, RESOLVING ITS SUBSTITUTION
009670       * VARIABLES (CEXM906'S MACHINERY).
009680       ******************************************************************
009690        24210-PRINT-TMPL-PARA.
009700            MOVE SPACES                    TO WS-WORK-LINE.
009710            MOVE WS-TMPL-LINE(WS-TMPL-SUB) TO WS-WORK-LINE.
009720            MOVE "&VENDOR"                 TO WS-TOKEN.
009730            MOVE 7                         TO WS-TOKEN-LEN.
009740            MOVE WS-MT-VENDOR-NAME(WS-MTR-SUB) TO WS-SUB-VALUE.
009750            PERFORM 24220-APPLY-TOKEN-PARA.
009760            MOVE "&ADDR"                   TO WS-TOKEN.
009770            MOVE 5                         TO WS-TOKEN-LEN.
009780            MOVE WS-MT-VENDOR-ADDR(WS-MTR-SUB) TO WS-SUB-VALUE.
009790            PERFORM 24220-APPLY-TOKEN-PARA.
009800            MOVE "&INVNO"                  TO WS-TOKEN.
009810            MOVE 6                         TO WS-TOKEN-LEN.
009820            MOVE IV-INVOICE-NO             TO WS-SUB-VALUE.
009830            PERFORM 24220-APPLY-TOKEN-PARA.
009840            MOVE "&METER"                  TO WS-TOKEN.
009850            MOVE 6                         TO WS-TOKEN-LEN.
009860            MOVE IV-METER-ID               TO WS-SUB-VALUE.
009870            PERFORM 24220-APPLY-TOKEN-PARA.
009880            MOVE "&FROM"                   TO WS-TOKEN.
009890            MOVE 5                         TO WS-TOKEN-LEN.
009900            MOVE WS-LT-FROM                TO WS-SUB-VALUE.
009910            PERFORM 24220-APPLY-TOKEN-PARA.
009920            MOVE "&TO"                     TO WS-TOKEN.
009930            MOVE 3                         TO WS-TOKEN-LEN.
009940            MOVE WS-LT-TO                  TO WS-SUB-VALUE.
009950            PERFORM 24220-APPLY-TOKEN-PARA.
009960            MOVE "&UNITS"                  TO WS-TOKEN.
009970            MOVE 6                         TO WS-TOKEN-LEN.
009980            MOVE WS-LT-UNITS               TO WS-SUB-VALUE.
009990            PERFORM 24220-APPLY-TOKEN-PARA.
010000            MOVE "&EXPECT"                 TO WS-TOKEN.
010010            MOVE 7                         TO WS-TOKEN-LEN.
010020            MOVE WS-LT-EXPECT              TO WS-SUB-VALUE.
010030            PERFORM 24220-APPLY-TOKEN-PARA.
010040            MOVE "&DDAYS"                  TO WS-TOKEN.
010050            MOVE 6                         TO WS-TOKEN-LEN.
010060            MOVE WS-LT-DDAYS               TO WS-SUB-VALUE.
010070            PERFORM 24220-APPLY-TOKEN-PARA.
010080            MOVE "&TOL"                    TO WS-TOKEN.
010090            MOVE 4                         TO WS-TOKEN-LEN.
010100            MOVE WS-LT-TOL                 TO WS-SUB-VALUE.
010110            PERFORM 24220-APPLY-TOKEN-PARA.
010120            MOVE "&AMOUNT"                 TO WS-TOKEN.
010130            MOVE 7                         TO WS-TOKEN-LEN.
010140            MOVE WS-LT-AMOUNT              TO WS-SUB-VALUE.
010150            PERFORM 24220-APPLY-TOKEN-PARA.
010160            MOVE WS-WORK-LINE              TO LS-LETTER-REC.
010170            WRITE LS-LETTER-REC.
010180       ******************************************************************
010190       * SPLICE ONE VARIABLE'S VALUE INTO WS-WORK-LINE WHERE WS-TOKEN
010200       * APPEARS, CEXM906'S 21600-APPLY-TOKEN-PARA LOGIC.
010210       ******************************************************************
010220        24220-APPLY-TOKEN-PARA.
010230            MOVE 0                         TO WS-TOKEN-POS.
010240            INSPECT WS-WORK-LINE TALLYING WS-TOKEN-POS
010250                FOR CHARACTERS BEFORE INITIAL
010260                WS-TOKEN(1:WS-TOKEN-LEN).
010270            IF  WS-TOKEN-POS               < 80
010280                MOVE SPACES                TO WS-BUILT-LINE
010290                MOVE 1                     TO WS-BUILD-PTR
010300                IF  WS-TOKEN-POS           > 0
010310                    STRING WS-WORK-LINE(1:WS-TOKEN-POS)
010320                        DELIMITED BY SIZE
010330                        INTO WS-BUILT-LINE
010340                        WITH POINTER WS-BUILD-PTR
010350                        ON OVERFLOW CONTINUE
010360                    END-STRING
010370                END-IF
010380                STRING WS-SUB-VALUE DELIMITED BY "  "
010390                    INTO WS-BUILT-LINE
010400                    WITH POINTER WS-BUILD-PTR
010410                    ON OVERFLOW CONTINUE
010420                END-STRING
010430                COMPUTE WS-TAIL-POS = WS-TOKEN-POS
010440                    + WS-TOKEN-LEN + 1
010450                IF  WS-TAIL-POS            <= 80
010460                    COMPUTE WS-TAIL-LEN = 81 - WS-TAIL-POS
010470                    STRING WS-WORK-LINE(WS-TAIL-POS:WS-TAIL-LEN)
010480                        DELIMITED BY SIZE
010490                        INTO WS-BUILT-LINE
010500                        WITH POINTER WS-BUILD-PTR
010510                        ON OVERFLOW CONTINUE
010520                    END-STRING
010530                END-IF
010540                MOVE WS-BUILT-LINE         TO WS-WORK-LINE
010550            END-IF.
010560       ******************************************************************
010570       * KEEP THE INVOICE ON INVHIST, REPLACING A DISPUTED ONE FOR THE
010580       * SAME PERIOD.
010590       ******************************************************************
010600        24300-HISTORY-PARA.
010610            MOVE SPACES                    TO IH-INV-REC.
010620            MOVE IV-METER-ID               TO IH-METER-ID.
010630            MOVE IV-FROM-DATE              TO IH-FROM-DATE.
010640            MOVE IV-TO-DATE                TO IH-TO-DATE.
010650            MOVE IV-VENDOR-ID              TO IH-VENDOR-ID.
010660            MOVE IV-INVOICE-NO             TO IH-INVOICE-NO.
010670            MOVE IV-UNITS                  TO IH-UNITS.
010680            MOVE IV-AMOUNT                 TO IH-AMOUNT.
010690            MOVE WS-PERIOD-DD              TO IH-DEGREE-DAYS.
010700            MOVE WS-EXPECTED               TO IH-EXPECTED.
010710            IF  WS-OUTCOME                 = "DISPUTED"
010720                SET IH-DISPUTED            TO TRUE
010730            ELSE
010740                SET IH-ACCEPTED            TO TRUE
010750            END-IF.
010760            MOVE WS-RUN-DATE               TO IH-RUN-DATE.
010770            IF  WS-HIST-STATE              = "DSP"
010780                REWRITE IH-INV-REC
010790            ELSE
010800                WRITE IH-INV-REC
010810            END-IF.
010820            IF  WS-HIST-FS                 NOT = "00"
010830                PERFORM 29000-HIST-IO-ERROR-PARA
010840            END-IF.
010850       ******************************************************************
010860       * ONE REPORT LINE FOR THE INVOICE, AND ITS NOTE WHEN IT HAS ONE.
010870       ******************************************************************
010880        26000-DETAIL-PARA.
010890            MOVE IV-METER-ID               TO WS-D-METER.
010900            MOVE IV-INVOICE-NO             TO WS-D-INVOICE.
010910            MOVE IV-FROM-DATE              TO WS-D-FROM.
010920            MOVE IV-TO-DATE                TO WS-D-TO.
010930            MOVE WS-PERIOD-DD              TO WS-D-DDAYS.
010940            IF  IV-UNITS                   IS NUMERIC
010950                MOVE IV-UNITS              TO WS-D-UNITS
010960            ELSE
010970                MOVE 0                     TO WS-D-UNITS
010980            END-IF.
010990            MOVE WS-EXPECTED               TO WS-D-EXPECT.
011000            EVALUATE WS-OUTCOME
011010                WHEN "ACCEPTED"
011020                    MOVE "VOUCHERED"       TO WS-D-ACTION
011030                WHEN "BASELINE"
011040                    MOVE "VOUCHERED-BASE"  TO WS-D-ACTION
011050                WHEN "DISPUTED"
011060                    MOVE "DISPUTE LETTER"  TO WS-D-ACTION
011070                WHEN OTHER
011080                    MOVE WS-OUTCOME        TO WS-D-ACTION
011090            END-EVALUATE.
011100            MOVE WS-DETAIL                 TO RS-REPORT-REC.
011110            WRITE RS-REPORT-REC.
011120            IF  WS-NOTE                    NOT = SPACES
011130                MOVE WS-NOTE               TO WS-NL-NOTE
011140                MOVE WS-NOTE-LINE          TO RS-REPORT-REC
011150                WRITE RS-REPORT-REC
011160            END-IF.
011170       ******************************************************************
011180       * RUN TOTALS. ANY INVOICE NOT VOUCHERED SETS RETURN CODE 4.
011190       ******************************************************************
011200        28000-TOTALS-PARA.
011210            MOVE WS-HEADER1                TO RS-REPORT-REC.
011220            WRITE RS-REPORT-REC.
011230            MOVE "VOUCHERED          " TO WS-TL-LABEL.
011240            MOVE WS-ACCEPT-COUNT           TO WS-TL-COUNT.
011250            MOVE WS-ACCEPT-AMOUNT          TO WS-TL-AMOUNT.
011260            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
011270            WRITE RS-REPORT-REC.
011280            MOVE "VOUCHERED BASELINE " TO WS-TL-LABEL.
011290            MOVE WS-BASELINE-COUNT         TO WS-TL-COUNT.
011300            MOVE WS-BASELINE-AMOUNT        TO WS-TL-AMOUNT.
011310            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
011320            WRITE RS-REPORT-REC.
011330            MOVE "DISPUTED           " TO WS-TL-LABEL.
011340            MOVE WS-DISPUTE-COUNT          TO WS-TL-COUNT.
011350            MOVE WS-DISPUTE-AMOUNT         TO WS-TL-AMOUNT.
011360            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
011370            WRITE RS-REPORT-REC.
011380            MOVE "HELD               " TO WS-TL-LABEL.
011390            MOVE WS-HELD-COUNT             TO WS-TL-COUNT.
011400            MOVE WS-HELD-AMOUNT            TO WS-TL-AMOUNT.
011410            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
011420            WRITE RS-REPORT-REC.
011430            MOVE "REJECTED           " TO WS-TL-LABEL.
011440            MOVE WS-REJECT-COUNT           TO WS-TL-COUNT.
011450            MOVE WS-REJECT-AMOUNT          TO WS-TL-AMOUNT.
011460            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
011470            WRITE RS-REPORT-REC.
011480            IF  (WS-DISPUTE-COUNT + WS-HELD-COUNT
011490                + WS-REJECT-COUNT)         > 0
011500                AND RETURN-CODE            < 4
011510                MOVE 4                     TO RETURN-CODE
011520            END-IF.
011530       ******************************************************************
011540       * AN INVHIST READ OR WRITE FAILED.
011550       ******************************************************************
011560        29000-HIST-IO-ERROR-PARA.
011570            DISPLAY "INVHIST I/O ERROR - STATUS " WS-HIST-FS
011580                " - KEY " IH-INV-KEY.
011590            MOVE "CEXM1088"                TO LK-PGM-ID.
011600            MOVE "INVHIST"                 TO LK-FILE-ID.
011610            MOVE WS-HIST-FS                TO LK-FILE-STATUS.
011620            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
011630            IF  LK-ABEND-YES
011640                MOVE 16                    TO RETURN-CODE
011650                MOVE "YES"                 TO WS-ERROR-FLAG
011660            END-IF.
011670       ******************************************************************
011680       * DISPLAY COUNTS AND CLOSE THE FILES.
011690       ******************************************************************
011700        30000-CLOSE-PARA.
011710            DISPLAY "INVOICES READ      : " WS-READ-COUNT.
011720            DISPLAY "VOUCHERED          : " WS-ACCEPT-COUNT.
011730            DISPLAY "VOUCHERED BASELINE : " WS-BASELINE-COUNT.
011740            DISPLAY "DISPUTED           : " WS-DISPUTE-COUNT.
011750            DISPLAY "DISPUTE LETTERS    : " WS-LETTER-COUNT.
011760            DISPLAY "HELD               : " WS-HELD-COUNT.
011770            DISPLAY "REJECTED           : " WS-REJECT-COUNT.
011780            IF  WS-WX-LOST                 > 0
011790                DISPLAY "WEATHER TABLE FULL - DAYS NOT USED: "
011800                    WS-WX-LOST
011810            END-IF.
011820            CLOSE INVOICE-FILE.
011830            CLOSE METER-FILE.
011840            CLOSE TEMP-FILE.
011850            CLOSE HIST-FILE.
011860            CLOSE TMPL-FILE.
011870            CLOSE VOUCHER-FILE.
011880            CLOSE LETTER-FILE.
011890            CLOSE REPORT-FILE.
