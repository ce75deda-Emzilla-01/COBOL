000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1056.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ANNUAL ALUMNI GIVING REPORT AND YEAR-END DONOR
000060       *  ACKNOWLEDGMENT LETTERS. EVERY CEXM1055 GIVELDG POSTING DATED
000070       *  IN THE YEAR= YEAR (DEFAULT THE CURRENT YEAR) IS SORTED BY THE
000080       *  DONOR'S GRADUATION YEAR AND CAMPUS FROM ALUMFILE. GIVRPT
000090       *  SHOWS, FOR EACH CLASS YEAR AND CAMPUS, THE NUMBER OF DONORS,
000100       *  OUTRIGHT GIFTS, PLEDGE PAYMENTS, NEW PLEDGES AND TOTAL
000110       *  RECEIVED (GIFTS PLUS PLEDGE PAYMENTS), WITH A TOTAL PER
000120       *  CLASS YEAR AND A GRAND TOTAL. EACH DONOR WHO GAVE MONEY IN
000130       *  THE YEAR GETS ONE ACKNOWLEDGMENT LETTER ON GIVLTRS FROM THE
000140       *  LTRTMPL TEMPLATE DATASET (LETTER CODE ON SYSIN, CEXM906'S
000150       *  SUBSTITUTION MACHINERY: &NAME &YEAR &AMOUNT &ADDR &CITY)
000160       *  ADDRESSED FROM THE ALUMFILE CONTACT DETAILS; A DONOR WITH NO
000170       *  ADDRESS ON FILE IS COUNTED BUT GETS NO LETTER.
000180       * GIVELDG : JEBA02.EMY.COBOL.GIVELDG
000190       * ALUMFILE: JEBA02.EMY.COBOL.ALUMFILE (INDEXED ON ENROLL NO)
000200       * LTRTMPL : JEBA02.EMY.COBOL.LTRTMPL
000210       * GIVRPT  : JEBA02.EMY.COBOL.GIVRPT
000220       * GIVLTRS : JEBA02.EMY.COBOL.GIVLTRS
000230       * SORTWK  : SORT WORK FILE
000240       * ----------------------------------------------------------------
000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000270       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000280       ******************************************************************
000290        ENVIRONMENT DIVISION.
000300        INPUT-OUTPUT SECTION.
000310        FILE-CONTROL.
000320            SELECT LDG-FILE
000330                ASSIGN TO GIVELDG
000340                ORGANIZATION IS SEQUENTIAL
000350                ACCESS MODE IS SEQUENTIAL
000360                FILE STATUS IS WS-LDG-FS.
000370            SELECT ALUM-FILE
000380                ASSIGN TO ALUMFILE
000390                ORGANIZATION IS INDEXED
000400                ACCESS MODE IS RANDOM
000410                RECORD KEY IS AL-ENROLL-NO
000420                FILE STATUS IS WS-ALUM-FS.
000430            SELECT TMPL-FILE
000440                ASSIGN TO LTRTMPL
000450                ORGANIZATION IS SEQUENTIAL
000460                ACCESS MODE IS SEQUENTIAL
000470                FILE STATUS IS WS-TMPL-FS.
000480            SELECT REPORT-FILE
000490                ASSIGN TO GIVRPT
000500                ORGANIZATION IS SEQUENTIAL
000510                ACCESS MODE IS SEQUENTIAL
000520                FILE STATUS IS WS-REPORT-FS.
000530            SELECT LETTER-FILE
000540                ASSIGN TO GIVLTRS
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-LETTER-FS.
000580            SELECT SORT-FILE
000590                ASSIGN TO SORTWK.
000600        DATA DIVISION.
000610        FILE SECTION.
000620        FD  LDG-FILE.
000630        01  GL-LDG-REC.
000640            05  GL-ENROLL-NO              PIC 9(06).
000650            05  GL-TRAN-DATE.
000660                10  GL-TRAN-YEAR          PIC 9(04).
000670                10  GL-TRAN-MMDD          PIC 9(04).
000680            05  GL-TRAN-TYPE              PIC X(01).
000690            05  GL-AMOUNT                 PIC 9(07)V9(02).
000700            05  GL-PLEDGE-NO              PIC 9(02).
000710            05  GL-FUND-CODE              PIC X(04).
000720            05  GL-POST-DATE              PIC X(08).
000730            05  FILLER                    PIC X(42).
000740        FD  ALUM-FILE.
000750        01  AL-ALUM-REC.
000760            05  AL-ENROLL-NO              PIC 9(06).
000770            05  AL-SNAME                  PIC X(30).
000780            05  AL-GRAD-DATE.
000790                10  AL-GRAD-YEAR          PIC 9(04).
000800                10  AL-GRAD-MMDD          PIC 9(04).
000810            05  AL-CAMPUS-CODE            PIC X(02).
000820            05  AL-STREET                 PIC X(30).
000830            05  AL-CITY                   PIC X(20).
000840            05  AL-STATE                  PIC X(10).
000850            05  AL-ZIPCODE                PIC 9(08).
000860            05  AL-COUNTRY                PIC X(15).
000870            05  AL-PHONE                  PIC X(10).
000880            05  AL-EMAIL                  PIC X(30).
000890            05  AL-CONTACT-DATE           PIC X(08).
000900            05  AL-SEED-DATE              PIC X(08).
000910            05  AL-LIFE-GIVING            PIC 9(09)V9(02).
000920            05  AL-LAST-GIFT-DATE         PIC X(08).
000930            05  AL-LAST-PLEDGE-NO         PIC 9(02).
000940            05  FILLER                    PIC X(44).
000950        FD  TMPL-FILE.
000960        01  TL-TMPL-REC.
000970            05  TL-LETTER-CODE            PIC X(03).
000980            05  TL-TEXT                   PIC X(70).
000990            05  TL-LANG-CODE              PIC X(02).
001000            05  FILLER                    PIC X(05).
001010        FD  REPORT-FILE.
001020        01  RS-REPORT-REC                 PIC X(80).
001030        FD  LETTER-FILE.
001040        01  LS-LETTER-REC                 PIC X(80).
001050        SD  SORT-FILE.
001060        01  SR-SORT-REC.
001070            05  SR-GRAD-YEAR              PIC 9(04).
001080            05  SR-CAMPUS-CODE            PIC X(02).
001090            05  SR-ENROLL-NO              PIC 9(06).
001100            05  SR-TRAN-TYPE              PIC X(01).
001110            05  SR-AMOUNT                 PIC 9(07)V9(02).
001120        WORKING-STORAGE SECTION.
001130        01  WS-LDG-FS                     PIC X(02).
001140        01  WS-ALUM-FS                    PIC X(02).
001150        01  WS-TMPL-FS                    PIC X(02).
001160        01  WS-REPORT-FS                  PIC X(02).
001170        01  WS-LETTER-FS                  PIC X(02).
001180        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001190        01  WS-LDG-EOF                    PIC X(03) VALUE "NO".
001200        01  WS-LDG-AVAIL                  PIC X(03) VALUE "YES".
001210        01  WS-TMPL-EOF                   PIC X(03) VALUE "NO".
001220        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
001230        01  WS-FIRST-REC                  PIC X(03) VALUE "YES".
001240        01  WS-LETTER-CODE                PIC X(03).
001250        01  WS-PARM-CARD                  PIC X(80).
001260        01  WS-CURRENT-DATE-DATA          PIC X(20).
001270        01  WS-GIVING-YEAR                PIC 9(04).
001280        01  WS-LDG-READ                   PIC 9(06) VALUE 0.
001290        01  WS-LDG-SELECTED               PIC 9(06) VALUE 0.
001300        01  WS-NO-ALUM-COUNT              PIC 9(06) VALUE 0.
001310        01  WS-LETTER-COUNT               PIC 9(06) VALUE 0.
001320        01  WS-NO-ADDR-COUNT              PIC 9(06) VALUE 0.
001330        01  WS-CUR-GRAD-YEAR              PIC 9(04).
001340        01  WS-CUR-CAMPUS                 PIC X(02).
001350        01  WS-CUR-ENROLL-NO              PIC 9(06).
001360       * ONE DONOR, ONE CAMPUS, ONE CLASS YEAR AND THE GRAND TOTAL.
001370        01  WS-DONOR-ACC.
001380            05  WS-DN-GIFTS               PIC 9(09)V9(02).
001390            05  WS-DN-PAYMENTS            PIC 9(09)V9(02).
001400            05  WS-DN-PLEDGES             PIC 9(09)V9(02).
001410        01  WS-DN-RECEIVED                PIC 9(09)V9(02).
001420        01  WS-CAMPUS-ACC.
001430            05  WS-CA-DONORS              PIC 9(06).
001440            05  WS-CA-GIFTS               PIC 9(09)V9(02).
001450            05  WS-CA-PAYMENTS            PIC 9(09)V9(02).
001460            05  WS-CA-PLEDGES             PIC 9(09)V9(02).
001470        01  WS-YEAR-ACC.
001480            05  WS-YA-DONORS              PIC 9(06).
001490            05  WS-YA-GIFTS               PIC 9(09)V9(02).
001500            05  WS-YA-PAYMENTS            PIC 9(09)V9(02).
001510            05  WS-YA-PLEDGES             PIC 9(09)V9(02).
001520        01  WS-GRAND-ACC.
001530            05  WS-GA-DONORS              PIC 9(06).
001540            05  WS-GA-GIFTS               PIC 9(09)V9(02).
001550            05  WS-GA-PAYMENTS            PIC 9(09)V9(02).
001560            05  WS-GA-PLEDGES             PIC 9(09)V9(02).
001570       * LETTER TEMPLATE MACHINERY, CEXM906-STYLE.
001580        01  WS-TMPL-COUNT                 PIC 9(02) VALUE 0.
001590        01  WS-TMPL-TABLE.
001600            05  WS-TMPL-LINE              PIC X(70)
001610                                          OCCURS 30 TIMES.
001620        01  WS-TMPL-SUB                   PIC 9(02).
001630        01  WS-WORK-LINE                  PIC X(80).
001640        01  WS-BUILT-LINE                 PIC X(80).
001650        01  WS-TOKEN                      PIC X(07).
001660        01  WS-TOKEN-LEN                  PIC 9(01).
001670        01  WS-TOKEN-POS                  PIC 9(02).
001680        01  WS-TAIL-POS                   PIC 9(02).
001690        01  WS-TAIL-LEN                   PIC 9(02).
001700        01  WS-BUILD-PTR                  PIC 9(03).
001710        01  WS-SUB-VALUE                  PIC X(30).
001720        01  WS-AMOUNT-EDIT                PIC $$$,$$$,$$9.99.
001730        01  WS-LEAD-SPACES                PIC 9(02).
001740        01  WS-AMOUNT-TEXT                PIC X(14).
001750        01  WS-YEAR-TEXT                  PIC 9(04).
001760        01  WS-CITY-LINE                  PIC X(30).
001770        01  WS-BORDER                     PIC X(66) VALUE ALL "*".
001780        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001790        01  WS-RPT-TITLE.
001800            05 FILLER                     PIC X(41)
001810               VALUE "ANNUAL ALUMNI GIVING BY CLASS AND CAMPUS ".
001820            05 FILLER                     PIC X(09) VALUE "- YEAR   ".
001830            05 WS-RT-YEAR                 PIC 9(04).
001840            05 FILLER                     PIC X(26) VALUE SPACES.
001850        01  WS-RPT-COLUMNS.
001860            05 FILLER                     PIC X(07) VALUE "CLASS".
001870            05 FILLER                     PIC X(05) VALUE "CAMP".
001880            05 FILLER                     PIC X(06) VALUE "DONORS".
001890            05 FILLER                     PIC X(15)
001900                                          VALUE "          GIFTS".
001910            05 FILLER                     PIC X(15)
001920                                          VALUE "    PLEDGE PMTS".
001930            05 FILLER                     PIC X(15)
001940                                          VALUE "    NEW PLEDGES".
001950            05 FILLER                     PIC X(15)
001960                                          VALUE " TOTAL RECEIVED".
001970            05 FILLER                     PIC X(02) VALUE SPACES.
001980        01  WS-DETAIL-LINE.
001990            05 WS-DL-CLASS                PIC X(05).
002000            05 FILLER                     PIC X(02) VALUE SPACES.
002010            05 WS-DL-CAMPUS               PIC X(05).
002020            05 WS-DL-DONORS               PIC ZZ,ZZ9.
002030            05 FILLER                     PIC X(01) VALUE SPACE.
002040            05 WS-DL-GIFTS                PIC $$$,$$$,$$9.99.
002050            05 FILLER                     PIC X(01) VALUE SPACE.
002060            05 WS-DL-PAYMENTS             PIC $$$,$$$,$$9.99.
002070            05 FILLER                     PIC X(01) VALUE SPACE.
002080            05 WS-DL-PLEDGES              PIC $$$,$$$,$$9.99.
002090            05 FILLER                     PIC X(01) VALUE SPACE.
002100            05 WS-DL-RECEIVED             PIC $$$,$$$,$$9.99.
002110            05 FILLER                     PIC X(02) VALUE SPACES.
002120        01  WS-TOTAL-LINE.
002130            05 WS-TT-LABEL                PIC X(40).
002140            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
002150            05 FILLER                     PIC X(33) VALUE SPACES.
002160        COPY SPGM0905L.
002170        COPY SPGMABNL.
002180        PROCEDURE DIVISION.
002190       ******************************************************************
002200       * MAIN PROGRAM FLOW.
002210       ******************************************************************
002220        00000-MAIN-PARA.
002230            PERFORM 05000-ACCEPT-PARA.
002240            IF  WS-ERROR-FLAG              NOT = "YES"
002250                PERFORM 10000-INITIALIZE-PARA
002260            END-IF.
002270            IF  WS-ERROR-FLAG              NOT = "YES"
002280                PERFORM 12000-LOAD-TMPL-PARA
002290                    UNTIL WS-TMPL-EOF      = "YES"
002300            END-IF.
002310            IF  WS-ERROR-FLAG              NOT = "YES"
002320                SORT SORT-FILE
002330                    ON ASCENDING KEY SR-GRAD-YEAR
002340                    ON ASCENDING KEY SR-CAMPUS-CODE
002350                    ON ASCENDING KEY SR-ENROLL-NO
002360                    INPUT PROCEDURE IS 20000-SELECT-PARA
002370                    OUTPUT PROCEDURE IS 25000-PRINT-PARA
002380                PERFORM 28000-TOTALS-PARA
002390            END-IF.
002400            PERFORM 30000-CLOSE-PARA.
002410            STOP RUN.
002420       ******************************************************************
002430       * ACCEPT THE LETTER CODE, CEXM906-STYLE, THEN THE YEAR= CARD
002440       * (DEFAULT THE CURRENT YEAR).
002450       ******************************************************************
002460        05000-ACCEPT-PARA.
002470            ACCEPT WS-LETTER-CODE.
002480            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002490            MOVE SPACES                    TO WS-PARM-CARD.
002500            ACCEPT WS-PARM-CARD.
002510            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002520            MOVE "YEAR"                    TO LK-PA-KEYWORD.
002530            SET LK-PA-NUMERIC              TO TRUE.
002540            MOVE 1900                      TO LK-PA-MIN-VALUE.
002550            MOVE 2099                      TO LK-PA-MAX-VALUE.
002560            MOVE WS-CURRENT-DATE-DATA(1:4) TO LK-PA-DEFAULT.
002570            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002580            IF  LK-PA-BAD
002590                DISPLAY "BAD YEAR= CARD - RUN REFUSED."
002600                MOVE 16                    TO RETURN-CODE
002610                MOVE "YES"                 TO WS-ERROR-FLAG
002620            ELSE
002630                MOVE LK-PA-NUM-VALUE       TO WS-GIVING-YEAR
002640            END-IF.
002650       ******************************************************************
002660       * OPEN THE FILES. NO GIVELDG YET MEANS NOTHING HAS BEEN GIVEN -
002670       * THE REPORT PRINTS WITH ZERO TOTALS.
002680       ******************************************************************
002690        10000-INITIALIZE-PARA.
002700            OPEN INPUT LDG-FILE.
002710            IF WS-LDG-FS                   = "35"
002720               MOVE "NO"                   TO WS-LDG-AVAIL
002730               MOVE "YES"                  TO WS-LDG-EOF
002740            ELSE
002750               IF WS-LDG-FS                NOT = "00"
002760                  DISPLAY "GIVELDG ACCESS ERROR."
002770                  MOVE "CEXM1056"          TO LK-PGM-ID
002780                  MOVE "GIVELDG"           TO LK-FILE-ID
002790                  MOVE WS-LDG-FS           TO LK-FILE-STATUS
002800                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002810                  IF  LK-ABEND-YES
002820                      MOVE 16              TO RETURN-CODE
002830                      MOVE "YES"           TO WS-ERROR-FLAG
002840                  END-IF
002850               END-IF
002860            END-IF.
002870            OPEN INPUT ALUM-FILE.
002880            IF WS-ALUM-FS                  NOT = "00"
002890               DISPLAY "ALUMFILE ACCESS ERROR."
002900               MOVE "CEXM1056"             TO LK-PGM-ID
002910               MOVE "ALUMFILE"             TO LK-FILE-ID
002920               MOVE WS-ALUM-FS             TO LK-FILE-STATUS
002930               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002940               IF  LK-ABEND-YES
002950                   MOVE 16                 TO RETURN-CODE
002960                   MOVE "YES"              TO WS-ERROR-FLAG
002970               END-IF
002980            END-IF.
002990            OPEN INPUT TMPL-FILE.
003000            IF WS-TMPL-FS                  NOT = "00"
003010               DISPLAY "LTRTMPL ACCESS ERROR."
003020               MOVE "CEXM1056"             TO LK-PGM-ID
003030               MOVE "LTRTMPL"              TO LK-FILE-ID
003040               MOVE WS-TMPL-FS             TO LK-FILE-STATUS
003050               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003060               IF  LK-ABEND-YES
003070                   MOVE 16                 TO RETURN-CODE
003080                   MOVE "YES"              TO WS-ERROR-FLAG
003090               END-IF
003100            END-IF.
003110            OPEN OUTPUT REPORT-FILE.
003120            IF WS-REPORT-FS                NOT = "00"
003130               DISPLAY "GIVRPT ACCESS ERROR."
003140               MOVE "CEXM1056"             TO LK-PGM-ID
003150               MOVE "GIVRPT"               TO LK-FILE-ID
003160               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
003170               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003180               IF  LK-ABEND-YES
003190                   MOVE 16                 TO RETURN-CODE
003200                   MOVE "YES"              TO WS-ERROR-FLAG
003210               END-IF
003220            ELSE
003230               MOVE WS-GIVING-YEAR         TO WS-RT-YEAR
003240               MOVE WS-HEADER1             TO RS-REPORT-REC
003250               WRITE RS-REPORT-REC
003260               MOVE WS-RPT-TITLE           TO RS-REPORT-REC
003270               WRITE RS-REPORT-REC
003280               MOVE WS-HEADER1             TO RS-REPORT-REC
003290               WRITE RS-REPORT-REC
003300               MOVE WS-RPT-COLUMNS         TO RS-REPORT-REC
003310               WRITE RS-REPORT-REC
003320               MOVE WS-HEADER1             TO RS-REPORT-REC
003330               WRITE RS-REPORT-REC
003340            END-IF.
003350            OPEN OUTPUT LETTER-FILE.
003360            IF WS-LETTER-FS                NOT = "00"
003370               DISPLAY "GIVLTRS ACCESS ERROR."
003380               MOVE "CEXM1056"             TO LK-PGM-ID
003390               MOVE "GIVLTRS"              TO LK-FILE-ID
003400               MOVE WS-LETTER-FS           TO LK-FILE-STATUS
003410               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003420               IF  LK-ABEND-YES
003430                   MOVE 16                 TO RETURN-CODE
003440                   MOVE "YES"              TO WS-ERROR-FLAG
003450               END-IF
003460            END-IF.
003470       ******************************************************************
003480       * LOAD THE ACKNOWLEDGMENT TEMPLATE LINES FOR THE LETTER CODE.
003490       ******************************************************************
003500        12000-LOAD-TMPL-PARA.
003510            READ TMPL-FILE
003520            AT END
003530                MOVE "YES"                 TO WS-TMPL-EOF
003540                IF  WS-TMPL-COUNT          = 0
003550                    DISPLAY "NO LTRTMPL LINES FOR LETTER CODE "
003560                        WS-LETTER-CODE " - RUN REFUSED."
003570                    MOVE 16                TO RETURN-CODE
003580                    MOVE "YES"             TO WS-ERROR-FLAG
003590                END-IF
003600            NOT AT END
003610                IF  TL-LETTER-CODE         = WS-LETTER-CODE
003620                    AND TL-LANG-CODE       = SPACES
003630                    IF  WS-TMPL-COUNT      = 30
003640                        DISPLAY "TEMPLATE TABLE FULL AT 30 LINES."
003650                    ELSE
003660                        ADD 1              TO WS-TMPL-COUNT
003670                        MOVE TL-TEXT
003680                            TO WS-TMPL-LINE(WS-TMPL-COUNT)
003690                    END-IF
003700                END-IF
003710            END-READ.
003720       ******************************************************************
003730       * SORT INPUT: THE YEAR'S LEDGER POSTINGS WITH EACH DONOR'S
003740       * CLASS YEAR AND CAMPUS.
003750       ******************************************************************
003760        20000-SELECT-PARA.
003770            PERFORM 21000-READ-LDG-PARA
003780                UNTIL WS-LDG-EOF           = "YES".
003790        21000-READ-LDG-PARA.
003800            READ LDG-FILE
003810            AT END
003820                MOVE "YES"                 TO WS-LDG-EOF
003830            NOT AT END
003840                ADD 1                      TO WS-LDG-READ
003850                IF  GL-TRAN-YEAR           = WS-GIVING-YEAR
003860                    MOVE GL-ENROLL-NO      TO AL-ENROLL-NO
003870                    READ ALUM-FILE
003880                        INVALID KEY
003890                            ADD 1          TO WS-NO-ALUM-COUNT
003900                        NOT INVALID KEY
003910                            ADD 1          TO WS-LDG-SELECTED
003920                            MOVE AL-GRAD-YEAR   TO SR-GRAD-YEAR
003930                            MOVE AL-CAMPUS-CODE TO SR-CAMPUS-CODE
003940                            MOVE GL-ENROLL-NO   TO SR-ENROLL-NO
003950                            MOVE GL-TRAN-TYPE   TO SR-TRAN-TYPE
003960                            MOVE GL-AMOUNT      TO SR-AMOUNT
003970                            RELEASE SR-SORT-REC
003980                    END-READ
003990                END-IF
004000            END-READ.
004010       ******************************************************************
004020       * SORT OUTPUT: ACCUMULATE BY DONOR, CAMPUS AND CLASS YEAR,
004030       * BREAKING FROM THE INNERMOST LEVEL OUT.
004040       ******************************************************************
004050        25000-PRINT-PARA.
004060            PERFORM 25100-ONE-RETURN-PARA
004070                UNTIL WS-SORT-EOF          = "YES".
004080            IF  WS-FIRST-REC               = "NO"
004090                PERFORM 26000-DONOR-BREAK-PARA
004100                PERFORM 26500-CAMPUS-BREAK-PARA
004110                PERFORM 26800-YEAR-BREAK-PARA
004120            END-IF.
004130        25100-ONE-RETURN-PARA.
004140            RETURN SORT-FILE
004150            AT END
004160                MOVE "YES"                 TO WS-SORT-EOF
004170            NOT AT END
004180                IF  WS-FIRST-REC           = "YES"
004190                    MOVE "NO"              TO WS-FIRST-REC
004200                    PERFORM 25300-NEW-YEAR-PARA
004210                ELSE
004220                    EVALUATE TRUE
004230                        WHEN SR-GRAD-YEAR  NOT = WS-CUR-GRAD-YEAR
004240                            PERFORM 26000-DONOR-BREAK-PARA
004250                            PERFORM 26500-CAMPUS-BREAK-PARA
004260                            PERFORM 26800-YEAR-BREAK-PARA
004270                            PERFORM 25300-NEW-YEAR-PARA
004280                        WHEN SR-CAMPUS-CODE NOT = WS-CUR-CAMPUS
004290                            PERFORM 26000-DONOR-BREAK-PARA
004300                            PERFORM 26500-CAMPUS-BREAK-PARA
004310                            PERFORM 25400-NEW-CAMPUS-PARA
004320                        WHEN SR-ENROLL-NO  NOT = WS-CUR-ENROLL-NO
004330                            PERFORM 26000-DONOR-BREAK-PARA
004340                            PERFORM 25500-NEW-DONOR-PARA
004350                        WHEN OTHER
004360                            CONTINUE
004370                    END-EVALUATE
004380                END-IF
004390                EVALUATE SR-TRAN-TYPE
004400                    WHEN "G"
004410                        ADD SR-AMOUNT      TO WS-DN-GIFTS
004420                    WHEN "I"
004430                        ADD SR-AMOUNT      TO WS-DN-PAYMENTS
004440                    WHEN OTHER
004450                        ADD SR-AMOUNT      TO WS-DN-PLEDGES
004460                END-EVALUATE
004470            END-RETURN.
004480        25300-NEW-YEAR-PARA.
004490            MOVE SR-GRAD-YEAR              TO WS-CUR-GRAD-YEAR.
004500            INITIALIZE WS-YEAR-ACC.
004510            PERFORM 25400-NEW-CAMPUS-PARA.
004520        25400-NEW-CAMPUS-PARA.
004530            MOVE SR-CAMPUS-CODE            TO WS-CUR-CAMPUS.
004540            INITIALIZE WS-CAMPUS-ACC.
004550            PERFORM 25500-NEW-DONOR-PARA.
004560        25500-NEW-DONOR-PARA.
004570            MOVE SR-ENROLL-NO              TO WS-CUR-ENROLL-NO.
004580            INITIALIZE WS-DONOR-ACC.
004590       ******************************************************************
004600       * END OF ONE DONOR - ROLL UP AND, IF MONEY CAME IN, WRITE THE
004610       * ACKNOWLEDGMENT LETTER.
004620       ******************************************************************
004630        26000-DONOR-BREAK-PARA.
004640            ADD 1                          TO WS-CA-DONORS.
004650            ADD WS-DN-GIFTS                TO WS-CA-GIFTS.
004660            ADD WS-DN-PAYMENTS             TO WS-CA-PAYMENTS.
004670            ADD WS-DN-PLEDGES              TO WS-CA-PLEDGES.
004680            COMPUTE WS-DN-RECEIVED = WS-DN-GIFTS + WS-DN-PAYMENTS.
004690            IF  WS-DN-RECEIVED             > 0
004700                PERFORM 27000-WRITE-LETTER-PARA
004710            END-IF.
004720       ******************************************************************
004730       * END OF ONE CAMPUS WITHIN A CLASS YEAR - PRINT ITS LINE.
004740       ******************************************************************
004750        26500-CAMPUS-BREAK-PARA.
004760            MOVE WS-CUR-GRAD-YEAR          TO WS-YEAR-TEXT.
004770            MOVE WS-YEAR-TEXT              TO WS-DL-CLASS.
004780            MOVE WS-CUR-CAMPUS             TO WS-DL-CAMPUS.
004790            MOVE WS-CA-DONORS              TO WS-DL-DONORS.
004800            MOVE WS-CA-GIFTS               TO WS-DL-GIFTS.
004810            MOVE WS-CA-PAYMENTS            TO WS-DL-PAYMENTS.
004820            MOVE WS-CA-PLEDGES             TO WS-DL-PLEDGES.
004830            COMPUTE WS-DL-RECEIVED = WS-CA-GIFTS + WS-CA-PAYMENTS.
004840            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
004850            WRITE RS-REPORT-REC.
004860            ADD WS-CA-DONORS               TO WS-YA-DONORS.
004870            ADD WS-CA-GIFTS                TO WS-YA-GIFTS.
004880            ADD WS-CA-PAYMENTS             TO WS-YA-PAYMENTS.
004890            ADD WS-CA-PLEDGES              TO WS-YA-PLEDGES.
004900       ******************************************************************
004910       * END OF ONE CLASS YEAR - PRINT ITS TOTAL.
004920       ******************************************************************
004930        26800-YEAR-BREAK-PARA.
004940            MOVE "TOTAL"                   TO WS-DL-CLASS.
004950            MOVE SPACES                    TO WS-DL-CAMPUS.
004960            MOVE WS-YA-DONORS              TO WS-DL-DONORS.
004970            MOVE WS-YA-GIFTS               TO WS-DL-GIFTS.
004980            MOVE WS-YA-PAYMENTS            TO WS-DL-PAYMENTS.
004990            MOVE WS-YA-PLEDGES             TO WS-DL-PLEDGES.
005000            COMPUTE WS-DL-RECEIVED = WS-YA-GIFTS + WS-YA-PAYMENTS.
005010            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
005020            WRITE RS-REPORT-REC.
005030            MOVE SPACES                    TO RS-REPORT-REC.
005040            WRITE RS-REPORT-REC.
005050            ADD WS-YA-DONORS               TO WS-GA-DONORS.
005060            ADD WS-YA-GIFTS                TO WS-GA-GIFTS.
005070            ADD WS-YA-PAYMENTS             TO WS-GA-PAYMENTS.
005080            ADD WS-YA-PLEDGES              TO WS-GA-PLEDGES.
005090       ******************************************************************
005100       * ONE BORDERED ACKNOWLEDGMENT LETTER PER DONOR, TEMPLATE LINES
005110       * WITH &NAME &YEAR &AMOUNT &ADDR &CITY RESOLVED.
005120       ******************************************************************
005130        27000-WRITE-LETTER-PARA.
005140            MOVE WS-CUR-ENROLL-NO          TO AL-ENROLL-NO.
005150            READ ALUM-FILE
005160                INVALID KEY
005170                    MOVE SPACES            TO AL-STREET
005180            END-READ.
005190            IF  AL-STREET                  = SPACES
005200                ADD 1                      TO WS-NO-ADDR-COUNT
005210            ELSE
005220                MOVE SPACES                TO WS-CITY-LINE
005230                STRING AL-CITY DELIMITED BY "  "
005240                    " " DELIMITED BY SIZE
005250                    AL-STATE DELIMITED BY "  "
005260                    INTO WS-CITY-LINE
005270                    ON OVERFLOW CONTINUE
005280                END-STRING
005290                MOVE WS-DN-RECEIVED        TO WS-AMOUNT-EDIT
005300                MOVE 0                     TO WS-LEAD-SPACES
005310                INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD-SPACES
005320                    FOR LEADING SPACES
005330                MOVE SPACES                TO WS-AMOUNT-TEXT
005340                MOVE WS-AMOUNT-EDIT(WS-LEAD-SPACES + 1:)
005350                                           TO WS-AMOUNT-TEXT
005360                MOVE WS-GIVING-YEAR        TO WS-YEAR-TEXT
005370                MOVE WS-BORDER             TO LS-LETTER-REC
005380                WRITE LS-LETTER-REC
005390                PERFORM 27500-PRINT-TMPL-PARA
005400                    VARYING WS-TMPL-SUB FROM 1 BY 1
005410                    UNTIL WS-TMPL-SUB      > WS-TMPL-COUNT
005420                MOVE WS-BORDER             TO LS-LETTER-REC
005430                WRITE LS-LETTER-REC
005440                ADD 1                      TO WS-LETTER-COUNT
005450            END-IF.
005460       ******************************************************************
005470       * PRINT ONE TEMPLATE LINE, RESOLVING ITS SUBSTITUTION
005480       * VARIABLES (CEXM906'S MACHINERY).
005490       ******************************************************************
005500        27500-PRINT-TMPL-PARA.
005510            MOVE SPACES                    TO WS-WORK-LINE.
005520            MOVE WS-TMPL-LINE(WS-TMPL-SUB) TO WS-WORK-LINE.
005530            MOVE "&NAME"                   TO WS-TOKEN.
005540            MOVE 5                         TO WS-TOKEN-LEN.
005550            MOVE AL-SNAME                  TO WS-SUB-VALUE.
005560            PERFORM 27600-APPLY-TOKEN-PARA.
005570            MOVE "&YEAR"                   TO WS-TOKEN.
005580            MOVE 5                         TO WS-TOKEN-LEN.
005590            MOVE WS-YEAR-TEXT              TO WS-SUB-VALUE.
005600            PERFORM 27600-APPLY-TOKEN-PARA.
005610            MOVE "&AMOUNT"                 TO WS-TOKEN.
005620            MOVE 7                         TO WS-TOKEN-LEN.
005630            MOVE WS-AMOUNT-TEXT            TO WS-SUB-VALUE.
005640            PERFORM 27600-APPLY-TOKEN-PARA.
005650            MOVE "&ADDR"                   TO WS-TOKEN.
005660            MOVE 5                         TO WS-TOKEN-LEN.
005670            MOVE AL-STREET                 TO WS-SUB-VALUE.
005680            PERFORM 27600-APPLY-TOKEN-PARA.
005690            MOVE "&CITY"                   TO WS-TOKEN.
005700            MOVE 5                         TO WS-TOKEN-LEN.
005710            MOVE WS-CITY-LINE              TO WS-SUB-VALUE.
005720            PERFORM 27600-APPLY-TOKEN-PARA.
005730            MOVE WS-WORK-LINE              TO LS-LETTER-REC.
005740            WRITE LS-LETTER-REC.
005750       ******************************************************************
005760       * SPLICE ONE VARIABLE'S VALUE INTO WS-WORK-LINE WHERE WS-TOKEN
005770       * APPEARS, CEXM906'S 21600-APPLY-TOKEN-PARA LOGIC.
005780       ******************************************************************
005790        27600-APPLY-TOKEN-PARA.
005800            MOVE 0                         TO WS-TOKEN-POS.
005810            INSPECT WS-WORK-LINE TALLYING WS-TOKEN-POS
005820                FOR CHARACTERS BEFORE INITIAL
005830                WS-TOKEN(1:WS-TOKEN-LEN).
005840            IF  WS-TOKEN-POS               < 80
005850                MOVE SPACES                TO WS-BUILT-LINE
005860                MOVE 1                     TO WS-BUILD-PTR
005870                IF  WS-TOKEN-POS           > 0
005880                    STRING WS-WORK-LINE(1:WS-TOKEN-POS)
005890                        DELIMITED BY SIZE
005900                        INTO WS-BUILT-LINE
005910                        WITH POINTER WS-BUILD-PTR
005920                        ON OVERFLOW CONTINUE
005930                    END-STRING
005940                END-IF
005950                STRING WS-SUB-VALUE DELIMITED BY "  "
005960                    INTO WS-BUILT-LINE
005970                    WITH POINTER WS-BUILD-PTR
005980                    ON OVERFLOW CONTINUE
005990                END-STRING
006000                COMPUTE WS-TAIL-POS = WS-TOKEN-POS
006010                    + WS-TOKEN-LEN + 1
006020                IF  WS-TAIL-POS            <= 80
006030                    COMPUTE WS-TAIL-LEN = 81 - WS-TAIL-POS
006040                    STRING WS-WORK-LINE(WS-TAIL-POS:WS-TAIL-LEN)
006050                        DELIMITED BY SIZE
006060                        INTO WS-BUILT-LINE
006070                        WITH POINTER WS-BUILD-PTR
006080                        ON OVERFLOW CONTINUE
006090                    END-STRING
006100                END-IF
006110                MOVE WS-BUILT-LINE         TO WS-WORK-LINE
006120            END-IF.
006130       ******************************************************************
006140       * GRAND TOTAL AND RUN COUNTS AT THE FOOT OF THE REPORT.
006150       ******************************************************************
006160        28000-TOTALS-PARA.
006170            MOVE WS-HEADER1                TO RS-REPORT-REC.
006180            WRITE RS-REPORT-REC.
006190            MOVE "GRAND"                   TO WS-DL-CLASS.
006200            MOVE "TOTAL"                   TO WS-DL-CAMPUS.
006210            MOVE WS-GA-DONORS              TO WS-DL-DONORS.
006220            MOVE WS-GA-GIFTS               TO WS-DL-GIFTS.
006230            MOVE WS-GA-PAYMENTS            TO WS-DL-PAYMENTS.
006240            MOVE WS-GA-PLEDGES             TO WS-DL-PLEDGES.
006250            COMPUTE WS-DL-RECEIVED = WS-GA-GIFTS + WS-GA-PAYMENTS.
006260            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
006270            WRITE RS-REPORT-REC.
006280            MOVE WS-HEADER1                TO RS-REPORT-REC.
006290            WRITE RS-REPORT-REC.
006300            MOVE "ACKNOWLEDGMENT LETTERS WRITTEN" TO WS-TT-LABEL.
006310            MOVE WS-LETTER-COUNT           TO WS-TT-COUNT.
006320            PERFORM 28100-TOTAL-LINE-PARA.
006330            MOVE "DONORS WITH NO ADDRESS - NO LETTER" TO WS-TT-LABEL.
006340            MOVE WS-NO-ADDR-COUNT          TO WS-TT-COUNT.
006350            PERFORM 28100-TOTAL-LINE-PARA.
006360            MOVE "POSTINGS NOT ON ALUMNI MASTER" TO WS-TT-LABEL.
006370            MOVE WS-NO-ALUM-COUNT          TO WS-TT-COUNT.
006380            PERFORM 28100-TOTAL-LINE-PARA.
006390        28100-TOTAL-LINE-PARA.
006400            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
006410            WRITE RS-REPORT-REC.
006420       ******************************************************************
006430       * DISPLAY COUNTS AND CLOSE THE FILES.
006440       ******************************************************************
006450        30000-CLOSE-PARA.
006460            DISPLAY "LEDGER RECORDS READ   : " WS-LDG-READ.
006470            DISPLAY "POSTINGS IN THE YEAR  : " WS-LDG-SELECTED.
006480            DISPLAY "LETTERS WRITTEN       : " WS-LETTER-COUNT.
006490            DISPLAY "NO ADDRESS - NO LETTER: " WS-NO-ADDR-COUNT.
006500            IF  WS-LDG-AVAIL               = "YES"
006510                CLOSE LDG-FILE
006520            END-IF.
006530            CLOSE ALUM-FILE.
006540            CLOSE TMPL-FILE.
006550            CLOSE REPORT-FILE.
006560            CLOSE LETTER-FILE.
