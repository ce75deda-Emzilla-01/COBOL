000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1062.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: BANK LOCKBOX CONVERSION. THE BANK'S LOCKBOX
000060       *  TRANSMISSION (LOCKBOX) REPLACES THE RE-KEYING OF ITS PRINTED
000070       *  LIST INTO PAYIN:
000080       *    - PASS 1 PROVES THE TRANSMISSION ON ITS OWN CONTROLS: ONE
000090       *      1 FILE HEADER, 5 BATCH HEADER / 6 ITEM / 7 BATCH TRAILER
000100       *      GROUPS, AND ONE 9 FILE TRAILER. EVERY BATCH TRAILER'S
000110       *      ITEM COUNT AND AMOUNT AND THE FILE TRAILER'S BATCH COUNT,
000120       *      ITEM COUNT AND AMOUNT MUST AGREE WITH THE ITEMS. A
000130       *      TRANSMISSION THAT DOES NOT PROVE, OR ONE ALREADY ON THE
000140       *      LBXHIST LOG, IS REFUSED WHOLE (RETURN CODE 16) AND
000150       *      NOTHING IS WRITTEN BUT THE REPORT
000160       *    - PASS 2 MATCHES EACH ITEM TO A STUDENT ON THE COUPON'S
000170       *      ENROLL NUMBER THROUGH SPGM0901 OR, FAILING THAT, ON THE
000180       *      COUPON NAME THROUGH SPGM0903 (CEXM1052-STYLE). MATCHED
000190       *      ITEMS ARE APPENDED TO PAYIN AS H/D BATCHES (TENDER L,
000200       *      PAYMENT DATE THE DEPOSIT DATE, BATCH NUMBERS 9001 UP, NO
000210       *      MORE THAN 500 DETAILS A BATCH) FOR CEXM996 AND CEXM934 AS
000220       *      THEY STAND
000230       *    - AN ITEM THAT CANNOT BE MATCHED GOES TO THE SUSPFILE
000240       *      SUSPENSE FILE FOR CEXM1063, WHERE A CLERK ASSIGNS IT TO A
000250       *      STUDENT LATER
000260       *    - LBXRPT SHOWS THE PROOF, EACH BANK BATCH WITH ITS PAYIN
000270       *      BATCH, EVERY SUSPENSE ITEM AND THE RUN TOTALS.
000280       * LOCKBOX : JEBA02.EMY.COBOL.LOCKBOX (BANK TRANSMISSION)
000290       * LBXHIST : JEBA02.EMY.COBOL.LBXHIST (TRANSMISSIONS CONVERTED)
000300       * PAYIN   : JEBA02.EMY.COBOL.PAYIN
000310       * SUSPFILE: JEBA02.EMY.COBOL.SUSPFILE (INDEXED ON DEPOSIT DATE+
000320       *           BANK BATCH+ITEM)
000330       * LBXRPT  : JEBA02.EMY.COBOL.LBXRPT
000340       * STUDOUT : VIA SPGM0901; NAMEAIX VIA SPGM0903
000350       * ----------------------------------------------------------------
000360       * PRJ NO    NAME     DATE          MAINT DESC.
000370       * ----------------------------------------------------------------
000380       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000390       ******************************************************************
000400        ENVIRONMENT DIVISION.
000410        INPUT-OUTPUT SECTION.
000420        FILE-CONTROL.
000430            SELECT LBX-FILE
000440                ASSIGN TO LOCKBOX
000450                ORGANIZATION IS SEQUENTIAL
000460                ACCESS MODE IS SEQUENTIAL
000470                FILE STATUS IS WS-LBX-FS.
000480            SELECT LOG-FILE
000490                ASSIGN TO LBXHIST
000500                ORGANIZATION IS SEQUENTIAL
000510                ACCESS MODE IS SEQUENTIAL
000520                FILE STATUS IS WS-LOG-FS.
000530            SELECT PAY-IN-FILE
000540                ASSIGN TO PAYIN
000550                ORGANIZATION IS SEQUENTIAL
000560                ACCESS MODE IS SEQUENTIAL
000570                FILE STATUS IS WS-PAY-IN-FS.
000580            SELECT SUSP-FILE
000590                ASSIGN TO SUSPFILE
000600                ORGANIZATION IS INDEXED
000610                ACCESS MODE IS RANDOM
000620                RECORD KEY IS SU-SUSP-KEY
000630                FILE STATUS IS WS-SUSP-FS.
000640            SELECT REPORT-FILE
000650                ASSIGN TO LBXRPT
000660                ORGANIZATION IS SEQUENTIAL
000670                ACCESS MODE IS SEQUENTIAL
000680                FILE STATUS IS WS-REPORT-FS.
000690        DATA DIVISION.
000700        FILE SECTION.
000710        FD  LBX-FILE.
000720        01  LB-LBX-REC.
000730            05  LB-REC-TYPE               PIC X(01).
000740            05  LB-FH-DATA.
000750                10  LB-FH-BANK-ID         PIC X(10).
000760                10  LB-FH-LOCKBOX-NO      PIC X(07).
000770                10  LB-FH-TRANS-DATE      PIC X(08).
000780                10  LB-FH-TRANS-SEQ       PIC X(02).
000790                10  FILLER                PIC X(52).
000800            05  LB-BH-DATA REDEFINES LB-FH-DATA.
000810                10  LB-BH-BATCH-NO        PIC X(04).
000820                10  LB-BH-DEPOSIT-DATE    PIC X(08).
000830                10  FILLER                PIC X(67).
000840            05  LB-IT-DATA REDEFINES LB-FH-DATA.
000850                10  LB-IT-ITEM-SEQ        PIC X(05).
000860                10  LB-IT-AMOUNT          PIC X(09).
000870                10  LB-IT-AMOUNT-N REDEFINES LB-IT-AMOUNT
000880                                          PIC 9(07)V9(02).
000890                10  LB-IT-CHECK-NO        PIC X(10).
000900                10  LB-IT-COUPON-ID       PIC X(06).
000910                10  LB-IT-COUPON-NAME     PIC X(30).
000920                10  FILLER                PIC X(19).
000930            05  LB-BT-DATA REDEFINES LB-FH-DATA.
000940                10  LB-BT-BATCH-NO        PIC X(04).
000950                10  LB-BT-ITEM-COUNT      PIC X(05).
000960                10  LB-BT-ITEM-COUNT-N REDEFINES LB-BT-ITEM-COUNT
000970                                          PIC 9(05).
000980                10  LB-BT-AMOUNT          PIC X(11).
000990                10  LB-BT-AMOUNT-N REDEFINES LB-BT-AMOUNT
001000                                          PIC 9(09)V9(02).
001010                10  FILLER                PIC X(59).
001020            05  LB-FT-DATA REDEFINES LB-FH-DATA.
001030                10  LB-FT-BATCH-COUNT     PIC X(04).
001040                10  LB-FT-BATCH-COUNT-N REDEFINES LB-FT-BATCH-COUNT
001050                                          PIC 9(04).
001060                10  LB-FT-ITEM-COUNT      PIC X(06).
001070                10  LB-FT-ITEM-COUNT-N REDEFINES LB-FT-ITEM-COUNT
001080                                          PIC 9(06).
001090                10  LB-FT-AMOUNT          PIC X(13).
001100                10  LB-FT-AMOUNT-N REDEFINES LB-FT-AMOUNT
001110                                          PIC 9(11)V9(02).
001120                10  FILLER                PIC X(56).
001130        FD  LOG-FILE.
001140        01  LH-LOG-REC.
001150            05  LH-LOCKBOX-NO             PIC X(07).
001160            05  LH-TRANS-DATE             PIC X(08).
001170            05  LH-TRANS-SEQ              PIC X(02).
001180            05  LH-RUN-DATE               PIC X(08).
001190            05  LH-ITEM-COUNT             PIC 9(06).
001200            05  LH-AMOUNT                 PIC 9(11)V9(02).
001210            05  FILLER                    PIC X(36).
001220        FD  PAY-IN-FILE.
001230        01  PI-PAY-REC.
001240            05  PI-REC-TYPE               PIC X(01).
001250            05  PI-HDR-DATA.
001260                10  PI-BATCH-NO           PIC 9(04).
001270                10  PI-EXP-COUNT          PIC 9(05).
001280                10  PI-EXP-AMOUNT         PIC 9(09)V9(02).
001290                10  PI-HDR-TENDER         PIC X(01).
001300                10  FILLER                PIC X(58).
001310            05  PI-DTL-DATA REDEFINES PI-HDR-DATA.
001320                10  PI-ENROLL-NO          PIC 9(06).
001330                10  PI-PAY-DATE           PIC X(08).
001340                10  PI-PAY-AMOUNT         PIC 9(07)V9(02).
001350                10  PI-TENDER-CODE        PIC X(01).
001360                10  FILLER                PIC X(55).
001370        FD  SUSP-FILE.
001380        01  SU-SUSP-REC.
001390            05  SU-SUSP-KEY.
001400                10  SU-DEPOSIT-DATE       PIC X(08).
001410                10  SU-BANK-BATCH         PIC X(04).
001420                10  SU-ITEM-SEQ           PIC X(05).
001430            05  SU-AMOUNT                 PIC 9(07)V9(02).
001440            05  SU-CHECK-NO               PIC X(10).
001450            05  SU-COUPON-ID              PIC X(06).
001460            05  SU-COUPON-NAME            PIC X(30).
001470            05  SU-LOCKBOX-NO             PIC X(07).
001480            05  SU-REASON                 PIC X(30).
001490            05  SU-STATUS                 PIC X(01).
001500            05  SU-ASSIGN-ENROLL-NO       PIC 9(06).
001510            05  SU-ASSIGN-DATE            PIC X(08).
001520            05  SU-ASSIGN-CLERK           PIC X(03).
001530            05  SU-SUSPENSE-DATE          PIC X(08).
001540            05  FILLER                    PIC X(12).
001550        FD  REPORT-FILE.
001560        01  RS-REPORT-REC                 PIC X(80).
001570        WORKING-STORAGE SECTION.
001580        01  WS-LBX-FS                     PIC X(02).
001590        01  WS-LOG-FS                     PIC X(02).
001600        01  WS-PAY-IN-FS                  PIC X(02).
001610        01  WS-SUSP-FS                    PIC X(02).
001620        01  WS-REPORT-FS                  PIC X(02).
001630        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001640        01  WS-LBX-EOF                    PIC X(03) VALUE "NO".
001650        01  WS-LOG-EOF                    PIC X(03) VALUE "NO".
001660        01  WS-CURRENT-DATE-DATA          PIC X(20).
001670        01  WS-TODAY                      PIC X(08).
001680       * PASS 1 - THE PROOF.
001690        01  WS-PROOF-FLAG                 PIC X(03) VALUE "YES".
001700        01  WS-PROOF-REASON               PIC X(50) VALUE SPACES.
001710        01  WS-FAIL-TEXT                  PIC X(50) VALUE SPACES.
001720        01  WS-PROOF-REC-NO               PIC 9(06) VALUE 0.
001730        01  WS-FH-COUNT                   PIC 9(04) VALUE 0.
001740        01  WS-FT-COUNT                   PIC 9(04) VALUE 0.
001750        01  WS-IN-BATCH                   PIC X(03) VALUE "NO".
001760        01  WS-PB-BATCH-NO                PIC X(04).
001770        01  WS-PB-ITEMS                   PIC 9(05).
001780        01  WS-PB-AMOUNT                  PIC 9(09)V9(02).
001790        01  WS-PF-BATCHES                 PIC 9(04) VALUE 0.
001800        01  WS-PF-ITEMS                   PIC 9(06) VALUE 0.
001810        01  WS-PF-AMOUNT                  PIC 9(11)V9(02) VALUE 0.
001820        01  WS-LOCKBOX-NO                 PIC X(07).
001830        01  WS-TRANS-DATE                 PIC X(08).
001840        01  WS-TRANS-SEQ                  PIC X(02).
001850       * PASS 2 - THE CONVERSION.
001860        01  WS-DEPOSIT-DATE               PIC X(08).
001870        01  WS-BANK-BATCH                 PIC X(04).
001880        01  WS-ENROLL-NO                  PIC 9(06).
001890        01  WS-MATCH-METHOD               PIC X(01).
001900        01  WS-SUSP-REASON                PIC X(30).
001910        01  WS-PAYIN-BATCH-NO             PIC 9(04) VALUE 9000.
001920        01  WS-FIRST-PAYIN                PIC 9(04).
001930        01  WS-DTL-COUNT                  PIC 9(05) VALUE 0.
001940        01  WS-DTL-AMOUNT                 PIC 9(09)V9(02) VALUE 0.
001950        01  WS-DTL-TABLE.
001960            05  WS-DT-ENTRY               OCCURS 500 TIMES.
001970                10  WS-DT-ENROLL-NO       PIC 9(06).
001980                10  WS-DT-PAY-AMOUNT      PIC 9(07)V9(02).
001990        01  WS-DTL-SUB                    PIC 9(05).
002000        01  WS-BB-MATCH-COUNT             PIC 9(05).
002010        01  WS-BB-MATCH-AMOUNT            PIC 9(09)V9(02).
002020        01  WS-BB-SUSP-COUNT              PIC 9(05).
002030        01  WS-BB-SUSP-AMOUNT             PIC 9(09)V9(02).
002040        01  WS-ITEM-COUNT                 PIC 9(06) VALUE 0.
002050        01  WS-MATCH-COUNT                PIC 9(06) VALUE 0.
002060        01  WS-NAME-MATCH-COUNT           PIC 9(06) VALUE 0.
002070        01  WS-MATCH-AMOUNT               PIC 9(11)V9(02) VALUE 0.
002080        01  WS-SUSP-COUNT                 PIC 9(06) VALUE 0.
002090        01  WS-SUSP-AMOUNT                PIC 9(11)V9(02) VALUE 0.
002100        01  WS-PAYIN-BATCHES              PIC 9(04) VALUE 0.
002110        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
002120        01  WS-RPT-TITLE.
002130            05 FILLER                     PIC X(30)
002140               VALUE "LOCKBOX CONVERSION - LOCKBOX ".
002150            05 WS-RT-LOCKBOX              PIC X(07).
002160            05 FILLER                     PIC X(15)
002170               VALUE "  TRANSMISSION ".
002180            05 WS-RT-TRANS-DATE           PIC X(08).
002190            05 FILLER                     PIC X(01) VALUE "-".
002200            05 WS-RT-TRANS-SEQ            PIC X(02).
002210            05 FILLER                     PIC X(17) VALUE SPACES.
002220        01  WS-PROOF-LINE.
002230            05 WS-PL-LABEL                PIC X(24).
002240            05 WS-PL-BANK-COUNT           PIC ZZZ,ZZ9.
002250            05 FILLER                     PIC X(02) VALUE SPACES.
002260            05 WS-PL-BANK-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002270            05 FILLER                     PIC X(02) VALUE SPACES.
002280            05 WS-PL-OUR-COUNT            PIC ZZZ,ZZ9.
002290            05 FILLER                     PIC X(02) VALUE SPACES.
002300            05 WS-PL-OUR-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002310            05 FILLER                     PIC X(02) VALUE SPACES.
002320        01  WS-PROOF-HEAD.
002330            05 FILLER                     PIC X(40)
002340               VALUE "PROOF                   BANK COUNT     B".
002350            05 FILLER                     PIC X(40)
002360               VALUE "ANK AMOUNT  ITEMS READ      ITEMS AMOUNT".
002370        01  WS-BATCH-LINE.
002380            05 FILLER                     PIC X(11) VALUE "BANK BATCH ".
002390            05 WS-BL-BANK-BATCH           PIC X(04).
002400            05 FILLER                     PIC X(05) VALUE " DEP ".
002410            05 WS-BL-DEPOSIT-DATE         PIC X(08).
002420            05 FILLER                     PIC X(08) VALUE "  PAYIN ".
002430            05 WS-BL-PAYIN                PIC X(09).
002440            05 FILLER                     PIC X(01) VALUE SPACE.
002450            05 WS-BL-MATCH-COUNT          PIC ZZZZ9.
002460            05 WS-BL-MATCH-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
002470            05 FILLER                     PIC X(06) VALUE " SUSP ".
002480            05 WS-BL-SUSP-COUNT           PIC ZZZ9.
002490            05 FILLER                     PIC X(06) VALUE SPACES.
002500        01  WS-PAYIN-RANGE.
002510            05 WS-PR-FIRST                PIC 9(04).
002520            05 FILLER                     PIC X(01) VALUE "-".
002530            05 WS-PR-LAST                 PIC 9(04).
002540        01  WS-SUSP-LINE.
002550            05 FILLER                     PIC X(07) VALUE "  SUSP ".
002560            05 WS-SL-ITEM-SEQ             PIC X(05).
002570            05 FILLER                     PIC X(01) VALUE SPACE.
002580            05 WS-SL-AMOUNT               PIC ZZZ,ZZ9.99.
002590            05 FILLER                     PIC X(01) VALUE SPACE.
002600            05 WS-SL-COUPON-ID            PIC X(06).
002610            05 FILLER                     PIC X(01) VALUE SPACE.
002620            05 WS-SL-COUPON-NAME          PIC X(20).
002630            05 FILLER                     PIC X(01) VALUE SPACE.
002640            05 WS-SL-REASON               PIC X(28).
002650        01  WS-TOTAL-LINE.
002660            05 WS-TT-LABEL                PIC X(30).
002670            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
002680            05 FILLER                     PIC X(02) VALUE SPACES.
002690            05 WS-TT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002700            05 FILLER                     PIC X(24) VALUE SPACES.
002710        COPY SPGM0901L.
002720        COPY SPGM0903L.
002730        COPY SPGMABNL.
002740        PROCEDURE DIVISION.
002750       ******************************************************************
002760       * MAIN PROGRAM FLOW - PROVE THE WHOLE TRANSMISSION, THEN CONVERT
002770       * IT ONLY IF IT PROVES AND HAS NOT BEEN CONVERTED BEFORE.
002780       ******************************************************************
002790        00000-MAIN-PARA.
002800            PERFORM 10000-INITIALIZE-PARA.
002810            IF  WS-ERROR-FLAG              NOT = "YES"
002820                PERFORM 12000-PROVE-PARA
002830                    UNTIL WS-LBX-EOF       = "YES"
002840                PERFORM 13000-PROVE-END-PARA
002850                IF  WS-PROOF-FLAG          = "YES"
002860                    PERFORM 14000-CHECK-LOG-PARA
002870                        UNTIL WS-LOG-EOF   = "YES"
002880                END-IF
002890                PERFORM 15000-PRINT-PROOF-PARA
002900                IF  WS-PROOF-FLAG          = "YES"
002910                    PERFORM 16000-OPEN-OUTPUT-PARA
002920                ELSE
002930                    MOVE 16                TO RETURN-CODE
002940                END-IF
002950            END-IF.
002960            IF  WS-ERROR-FLAG              NOT = "YES"
002970                AND WS-PROOF-FLAG          = "YES"
002980                PERFORM 20000-CONVERT-PARA
002990                    UNTIL WS-ERROR-FLAG    = "YES"
003000                    OR    WS-LBX-EOF       = "YES"
003010                IF  WS-ERROR-FLAG          NOT = "YES"
003020                    PERFORM 28000-TOTALS-PARA
003030                END-IF
003040            END-IF.
003050            PERFORM 30000-CLOSE-PARA.
003060            STOP RUN.
003070       ******************************************************************
003080       * OPEN THE TRANSMISSION AND THE REPORT. THE OUTPUTS ARE OPENED
003090       * ONLY ONCE THE TRANSMISSION HAS PROVED.
003100       ******************************************************************
003110        10000-INITIALIZE-PARA.
003120            MOVE SPACE                     TO LK-CHECK-FLAG.
003130            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003140            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY.
003150            OPEN INPUT LBX-FILE.
003160            IF WS-LBX-FS                   NOT = "00"
003170               DISPLAY "LOCKBOX ACCESS ERROR."
003180               MOVE "CEXM1062"             TO LK-PGM-ID
003190               MOVE "LOCKBOX"              TO LK-FILE-ID
003200               MOVE WS-LBX-FS              TO LK-FILE-STATUS
003210               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003220               IF  LK-ABEND-YES
003230                   MOVE 16                 TO RETURN-CODE
003240                   MOVE "YES"              TO WS-ERROR-FLAG
003250               END-IF
003260            END-IF.
003270            OPEN OUTPUT REPORT-FILE.
003280            IF WS-REPORT-FS                NOT = "00"
003290               DISPLAY "LBXRPT ACCESS ERROR."
003300               MOVE "CEXM1062"             TO LK-PGM-ID
003310               MOVE "LBXRPT"               TO LK-FILE-ID
003320               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
003330               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003340               IF  LK-ABEND-YES
003350                   MOVE 16                 TO RETURN-CODE
003360                   MOVE "YES"              TO WS-ERROR-FLAG
003370               END-IF
003380            END-IF.
003390       ******************************************************************
003400       * PASS 1 - READ ONE BANK RECORD AND PROVE IT AGAINST WHAT HAS
003410       * COME BEFORE. ONLY THE FIRST FAILURE IS KEPT.
003420       ******************************************************************
003430        12000-PROVE-PARA.
003440            READ LBX-FILE
003450            AT END
003460                MOVE "YES"                 TO WS-LBX-EOF
003470            NOT AT END
003480                ADD 1                      TO WS-PROOF-REC-NO
003490                EVALUATE TRUE
003500                    WHEN WS-PROOF-REC-NO   = 1
003510                        AND LB-REC-TYPE    NOT = "1"
003520                        MOVE "FIRST RECORD IS NOT THE FILE HEADER"
003530                                           TO WS-FAIL-TEXT
003540                        PERFORM 12900-PROOF-FAIL-PARA
003550                    WHEN WS-FT-COUNT       > 0
003560                        MOVE "RECORDS FOLLOW THE FILE TRAILER"
003570                                           TO WS-FAIL-TEXT
003580                        PERFORM 12900-PROOF-FAIL-PARA
003590                    WHEN LB-REC-TYPE       = "1"
003600                        PERFORM 12100-FILE-HEADER-PARA
003610                    WHEN LB-REC-TYPE       = "5"
003620                        PERFORM 12200-BATCH-HEADER-PARA
003630                    WHEN LB-REC-TYPE       = "6"
003640                        PERFORM 12300-ITEM-PARA
003650                    WHEN LB-REC-TYPE       = "7"
003660                        PERFORM 12400-BATCH-TRAILER-PARA
003670                    WHEN LB-REC-TYPE       = "9"
003680                        PERFORM 12500-FILE-TRAILER-PARA
003690                    WHEN OTHER
003700                        MOVE "UNKNOWN RECORD TYPE "
003710                                           TO WS-FAIL-TEXT
003720                        MOVE LB-REC-TYPE   TO WS-FAIL-TEXT(21:1)
003730                        PERFORM 12900-PROOF-FAIL-PARA
003740                END-EVALUATE
003750            END-READ.
003760        12100-FILE-HEADER-PARA.
003770            ADD 1                          TO WS-FH-COUNT.
003780            IF  WS-FH-COUNT                > 1
003790                MOVE "MORE THAN ONE FILE HEADER" TO WS-FAIL-TEXT
003800                PERFORM 12900-PROOF-FAIL-PARA
003810            ELSE
003820                MOVE LB-FH-LOCKBOX-NO      TO WS-LOCKBOX-NO
003830                MOVE LB-FH-TRANS-DATE      TO WS-TRANS-DATE
003840                MOVE LB-FH-TRANS-SEQ       TO WS-TRANS-SEQ
003850            END-IF.
003860        12200-BATCH-HEADER-PARA.
003870            IF  WS-IN-BATCH                = "YES"
003880                MOVE "BATCH HEADER BEFORE THE LAST BATCH'S TRAILER"
003890                                           TO WS-FAIL-TEXT
003900                PERFORM 12900-PROOF-FAIL-PARA
003910            ELSE
003920                IF  LB-BH-DEPOSIT-DATE     NOT NUMERIC
003930                    MOVE "BATCH      - DEPOSIT DATE NOT NUMERIC"
003940                                           TO WS-FAIL-TEXT
003950                    MOVE LB-BH-BATCH-NO    TO WS-FAIL-TEXT(7:4)
003960                    PERFORM 12900-PROOF-FAIL-PARA
003970                END-IF
003980                MOVE "YES"                 TO WS-IN-BATCH
003990                MOVE LB-BH-BATCH-NO        TO WS-PB-BATCH-NO
004000                MOVE 0                     TO WS-PB-ITEMS
004010                MOVE 0                     TO WS-PB-AMOUNT
004020                ADD 1                      TO WS-PF-BATCHES
004030            END-IF.
004040        12300-ITEM-PARA.
004050            EVALUATE TRUE
004060                WHEN WS-IN-BATCH           NOT = "YES"
004070                    MOVE "ITEM OUTSIDE A BATCH" TO WS-FAIL-TEXT
004080                    PERFORM 12900-PROOF-FAIL-PARA
004090                WHEN LB-IT-AMOUNT          NOT NUMERIC
004100                    MOVE "ITEM       - AMOUNT NOT NUMERIC"
004110                                           TO WS-FAIL-TEXT
004120                    MOVE LB-IT-ITEM-SEQ    TO WS-FAIL-TEXT(6:5)
004130                    PERFORM 12900-PROOF-FAIL-PARA
004140                WHEN OTHER
004150                    ADD 1                  TO WS-PB-ITEMS
004160                    ADD LB-IT-AMOUNT-N     TO WS-PB-AMOUNT
004170                    ADD 1                  TO WS-PF-ITEMS
004180                    ADD LB-IT-AMOUNT-N     TO WS-PF-AMOUNT
004190            END-EVALUATE.
004200        12400-BATCH-TRAILER-PARA.
004210            EVALUATE TRUE
004220                WHEN WS-IN-BATCH           NOT = "YES"
004230                    MOVE "BATCH TRAILER WITHOUT A BATCH HEADER"
004240                                           TO WS-FAIL-TEXT
004250                    PERFORM 12900-PROOF-FAIL-PARA
004260                WHEN LB-BT-BATCH-NO        NOT = WS-PB-BATCH-NO
004270                    MOVE "BATCH      TRAILER CARRIES ANOTHER BATCH NO"
004280                                           TO WS-FAIL-TEXT
004290                    MOVE WS-PB-BATCH-NO    TO WS-FAIL-TEXT(7:4)
004300                    PERFORM 12900-PROOF-FAIL-PARA
004310                WHEN LB-BT-ITEM-COUNT      NOT NUMERIC
004320                    OR LB-BT-AMOUNT        NOT NUMERIC
004330                    OR LB-BT-ITEM-COUNT-N  NOT = WS-PB-ITEMS
004340                    OR LB-BT-AMOUNT-N      NOT = WS-PB-AMOUNT
004350                    MOVE "BATCH      ITEMS DO NOT AGREE WITH TRAILER"
004360                                           TO WS-FAIL-TEXT
004370                    MOVE WS-PB-BATCH-NO    TO WS-FAIL-TEXT(7:4)
004380                    PERFORM 12900-PROOF-FAIL-PARA
004390                WHEN OTHER
004400                    CONTINUE
004410            END-EVALUATE.
004420            MOVE "NO"                      TO WS-IN-BATCH.
004430        12500-FILE-TRAILER-PARA.
004440            ADD 1                          TO WS-FT-COUNT.
004450            IF  WS-IN-BATCH                = "YES"
004460                MOVE "FILE TRAILER INSIDE AN OPEN BATCH"
004470                                           TO WS-FAIL-TEXT
004480                PERFORM 12900-PROOF-FAIL-PARA
004490            END-IF.
004500            IF  LB-FT-BATCH-COUNT          NOT NUMERIC
004510                OR LB-FT-ITEM-COUNT        NOT NUMERIC
004520                OR LB-FT-AMOUNT            NOT NUMERIC
004530                MOVE "FILE TRAILER CONTROLS NOT NUMERIC"
004540                                           TO WS-FAIL-TEXT
004550                PERFORM 12900-PROOF-FAIL-PARA
004560            ELSE
004570                IF  LB-FT-BATCH-COUNT-N    NOT = WS-PF-BATCHES
004580                    OR LB-FT-ITEM-COUNT-N  NOT = WS-PF-ITEMS
004590                    OR LB-FT-AMOUNT-N      NOT = WS-PF-AMOUNT
004600                    MOVE "FILE DOES NOT AGREE WITH THE FILE TRAILER"
004610                                           TO WS-FAIL-TEXT
004620                    PERFORM 12900-PROOF-FAIL-PARA
004630                END-IF
004640            END-IF.
004650       ******************************************************************
004660       * RECORD THE FIRST PROOF FAILURE ONLY.
004670       ******************************************************************
004680        12900-PROOF-FAIL-PARA.
004690            IF  WS-PROOF-FLAG              = "YES"
004700                MOVE "NO"                  TO WS-PROOF-FLAG
004710                MOVE WS-FAIL-TEXT          TO WS-PROOF-REASON
004720                DISPLAY "LOCKBOX REFUSED - RECORD " WS-PROOF-REC-NO
004730                    " - " WS-PROOF-REASON
004740            END-IF.
004750            MOVE SPACES                    TO WS-FAIL-TEXT.
004760       ******************************************************************
004770       * AT END OF PASS 1 THE FILE MUST HAVE HAD ITS HEADER AND TRAILER.
004780       * THE TRANSMISSION IS THEN REOPENED FOR PASS 2.
004790       ******************************************************************
004800        13000-PROVE-END-PARA.
004810            EVALUATE TRUE
004820                WHEN WS-PROOF-REC-NO       = 0
004830                    MOVE "EMPTY TRANSMISSION" TO WS-FAIL-TEXT
004840                    PERFORM 12900-PROOF-FAIL-PARA
004850                WHEN WS-FT-COUNT           = 0
004860                    MOVE "NO FILE TRAILER"  TO WS-FAIL-TEXT
004870                    PERFORM 12900-PROOF-FAIL-PARA
004880                WHEN OTHER
004890                    CONTINUE
004900            END-EVALUATE.
004910            CLOSE LBX-FILE.
004920            MOVE "NO"                      TO WS-LBX-EOF.
004930            IF  WS-PROOF-FLAG              = "YES"
004940                OPEN INPUT LBX-FILE
004950                IF WS-LBX-FS               NOT = "00"
004960                   DISPLAY "LOCKBOX ACCESS ERROR."
004970                   MOVE "CEXM1062"         TO LK-PGM-ID
004980                   MOVE "LOCKBOX"          TO LK-FILE-ID
004990                   MOVE WS-LBX-FS          TO LK-FILE-STATUS
005000                   CALL 'SPGMABND'         USING LK-ABEND-PARMS
005010                   IF  LK-ABEND-YES
005020                       MOVE 16             TO RETURN-CODE
005030                       MOVE "YES"          TO WS-ERROR-FLAG
005040                   END-IF
005050                END-IF
005060                OPEN INPUT LOG-FILE
005070                IF WS-LOG-FS               = "35"
005080                   MOVE "YES"              TO WS-LOG-EOF
005090                ELSE
005100                   IF WS-LOG-FS            NOT = "00"
005110                      DISPLAY "LBXHIST ACCESS ERROR."
005120                      MOVE "CEXM1062"      TO LK-PGM-ID
005130                      MOVE "LBXHIST"       TO LK-FILE-ID
005140                      MOVE WS-LOG-FS       TO LK-FILE-STATUS
005150                      CALL 'SPGMABND'      USING LK-ABEND-PARMS
005160                      IF  LK-ABEND-YES
005170                          MOVE 16          TO RETURN-CODE
005180                          MOVE "YES"       TO WS-ERROR-FLAG
005190                      END-IF
005200                      MOVE "YES"           TO WS-LOG-EOF
005210                   END-IF
005220                END-IF
005230            ELSE
005240                MOVE "YES"                 TO WS-LBX-EOF
005250            END-IF.
005260       ******************************************************************
005270       * A TRANSMISSION ALREADY ON THE LBXHIST LOG IS NOT CONVERTED
005280       * AGAIN.
005290       ******************************************************************
005300        14000-CHECK-LOG-PARA.
005310            READ LOG-FILE
005320            AT END
005330                MOVE "YES"                 TO WS-LOG-EOF
005340                CLOSE LOG-FILE
005350            NOT AT END
005360                IF  LH-LOCKBOX-NO          = WS-LOCKBOX-NO
005370                    AND LH-TRANS-DATE      = WS-TRANS-DATE
005380                    AND LH-TRANS-SEQ       = WS-TRANS-SEQ
005390                    MOVE "TRANSMISSION ALREADY CONVERTED ON "
005400                                           TO WS-FAIL-TEXT
005410                    MOVE LH-RUN-DATE       TO WS-FAIL-TEXT(35:8)
005420                    PERFORM 12900-PROOF-FAIL-PARA
005430                    MOVE "YES"             TO WS-LOG-EOF
005440                    CLOSE LOG-FILE
005450                    CLOSE LBX-FILE
005460                END-IF
005470            END-READ.
005480       ******************************************************************
005490       * PRINT THE PROOF SECTION OF THE REPORT.
005500       ******************************************************************
005510        15000-PRINT-PROOF-PARA.
005520            MOVE WS-LOCKBOX-NO             TO WS-RT-LOCKBOX.
005530            MOVE WS-TRANS-DATE             TO WS-RT-TRANS-DATE.
005540            MOVE WS-TRANS-SEQ              TO WS-RT-TRANS-SEQ.
005550            MOVE WS-HEADER1                TO RS-REPORT-REC.
005560            WRITE RS-REPORT-REC.
005570            MOVE WS-RPT-TITLE              TO RS-REPORT-REC.
005580            WRITE RS-REPORT-REC.
005590            MOVE WS-HEADER1                TO RS-REPORT-REC.
005600            WRITE RS-REPORT-REC.
005610            MOVE WS-PROOF-HEAD             TO RS-REPORT-REC.
005620            WRITE RS-REPORT-REC.
005630            MOVE "FILE TRAILER"            TO WS-PL-LABEL.
005640            IF  WS-FT-COUNT                > 0
005650                AND LB-FT-ITEM-COUNT       NUMERIC
005660                AND LB-FT-AMOUNT           NUMERIC
005670                MOVE LB-FT-ITEM-COUNT-N    TO WS-PL-BANK-COUNT
005680                MOVE LB-FT-AMOUNT-N        TO WS-PL-BANK-AMOUNT
005690            ELSE
005700                MOVE 0                     TO WS-PL-BANK-COUNT
005710                MOVE 0                     TO WS-PL-BANK-AMOUNT
005720            END-IF.
005730            MOVE WS-PF-ITEMS               TO WS-PL-OUR-COUNT.
005740            MOVE WS-PF-AMOUNT              TO WS-PL-OUR-AMOUNT.
005750            MOVE WS-PROOF-LINE             TO RS-REPORT-REC.
005760            WRITE RS-REPORT-REC.
005770            IF  WS-PROOF-FLAG              = "YES"
005780                MOVE "TRANSMISSION PROVED - CONVERTING"
005790                                           TO RS-REPORT-REC
005800            ELSE
005810                MOVE SPACES                TO RS-REPORT-REC
005820                STRING "*** TRANSMISSION REFUSED - "
005830                                           DELIMITED BY SIZE
005840                       WS-PROOF-REASON     DELIMITED BY SIZE
005850                  INTO RS-REPORT-REC
005860                END-STRING
005870            END-IF.
005880            WRITE RS-REPORT-REC.
005890            MOVE WS-HEADER1                TO RS-REPORT-REC.
005900            WRITE RS-REPORT-REC.
005910       ******************************************************************
005920       * OPEN THE OUTPUTS. PAYIN MAY ALREADY HOLD THE DAY'S KEYED
005930       * BATCHES, SO THE LOCKBOX BATCHES ARE ADDED AFTER THEM. SUSPFILE
005940       * IS CREATED ON FIRST USE.
005950       ******************************************************************
005960        16000-OPEN-OUTPUT-PARA.
005970            OPEN EXTEND PAY-IN-FILE.
005980            IF WS-PAY-IN-FS = "05" OR WS-PAY-IN-FS = "35"
005990               CLOSE PAY-IN-FILE
006000               OPEN OUTPUT PAY-IN-FILE
006010            END-IF.
006020            IF WS-PAY-IN-FS                NOT = "00"
006030               DISPLAY "PAYIN ACCESS ERROR."
006040               MOVE "CEXM1062"             TO LK-PGM-ID
006050               MOVE "PAYIN"                TO LK-FILE-ID
006060               MOVE WS-PAY-IN-FS           TO LK-FILE-STATUS
006070               CALL 'SPGMABND'             USING LK-ABEND-PARMS
006080               IF  LK-ABEND-YES
006090                   MOVE 16                 TO RETURN-CODE
006100                   MOVE "YES"              TO WS-ERROR-FLAG
006110               END-IF
006120            END-IF.
006130            OPEN I-O SUSP-FILE.
006140            IF WS-SUSP-FS                  = "35"
006150               OPEN OUTPUT SUSP-FILE
006160               CLOSE SUSP-FILE
006170               OPEN I-O SUSP-FILE
006180            END-IF.
006190            IF WS-SUSP-FS                  NOT = "00"
006200               DISPLAY "SUSPFILE ACCESS ERROR."
006210               MOVE "CEXM1062"             TO LK-PGM-ID
006220               MOVE "SUSPFILE"             TO LK-FILE-ID
006230               MOVE WS-SUSP-FS             TO LK-FILE-STATUS
006240               CALL 'SPGMABND'             USING LK-ABEND-PARMS
006250               IF  LK-ABEND-YES
006260                   MOVE 16                 TO RETURN-CODE
006270                   MOVE "YES"              TO WS-ERROR-FLAG
006280               END-IF
006290            END-IF.
006300            OPEN EXTEND LOG-FILE.
006310            IF WS-LOG-FS = "05" OR WS-LOG-FS = "35"
006320               CLOSE LOG-FILE
006330               OPEN OUTPUT LOG-FILE
006340            END-IF.
006350            IF WS-LOG-FS                   NOT = "00"
006360               DISPLAY "LBXHIST ACCESS ERROR."
006370               MOVE "CEXM1062"             TO LK-PGM-ID
006380               MOVE "LBXHIST"              TO LK-FILE-ID
006390               MOVE WS-LOG-FS              TO LK-FILE-STATUS
006400               CALL 'SPGMABND'             USING LK-ABEND-PARMS
006410               IF  LK-ABEND-YES
006420                   MOVE 16                 TO RETURN-CODE
006430                   MOVE "YES"              TO WS-ERROR-FLAG
006440               END-IF
006450            END-IF.
006460       ******************************************************************
006470       * PASS 2 - READ ONE BANK RECORD AND CONVERT IT.
006480       ******************************************************************
006490        20000-CONVERT-PARA.
006500            READ LBX-FILE
006510            AT END
006520                MOVE "YES"                 TO WS-LBX-EOF
006530            NOT AT END
006540                EVALUATE LB-REC-TYPE
006550                    WHEN "5"
006560                        MOVE LB-BH-BATCH-NO     TO WS-BANK-BATCH
006570                        MOVE LB-BH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
006580                        MOVE 0             TO WS-BB-MATCH-COUNT
006590                        MOVE 0             TO WS-BB-MATCH-AMOUNT
006600                        MOVE 0             TO WS-BB-SUSP-COUNT
006610                        MOVE 0             TO WS-BB-SUSP-AMOUNT
006620                        MOVE 0             TO WS-DTL-COUNT
006630                        MOVE 0             TO WS-DTL-AMOUNT
006640                        COMPUTE WS-FIRST-PAYIN = WS-PAYIN-BATCH-NO + 1
006650                    WHEN "6"
006660                        ADD 1              TO WS-ITEM-COUNT
006670                        PERFORM 21000-MATCH-ITEM-PARA
006680                    WHEN "7"
006690                        PERFORM 24000-WRITE-BATCH-PARA
006700                        PERFORM 25000-BATCH-LINE-PARA
006710                    WHEN OTHER
006720                        CONTINUE
006730                END-EVALUATE
006740            END-READ.
006750       ******************************************************************
006760       * MATCH ONE ITEM ON THE COUPON ENROLL NUMBER THROUGH SPGM0901;
006770       * FAILING THAT ON THE COUPON NAME THROUGH SPGM0903, PROVED ON
006780       * STUDFILE IN CASE NAMEAIX IS BEHIND. A ZERO ITEM IS NEVER
006790       * POSTED.
006800       ******************************************************************
006810        21000-MATCH-ITEM-PARA.
006820            MOVE 0                         TO WS-ENROLL-NO.
006830            MOVE SPACE                     TO WS-MATCH-METHOD.
006840            MOVE SPACES                    TO WS-SUSP-REASON.
006850            IF  LB-IT-COUPON-ID            IS NUMERIC
006860                MOVE LB-IT-COUPON-ID       TO LK-ENROLL-NO
006870                CALL 'SPGM0901'            USING LK-STUDLOOKUP-PARMS
006880                IF  LK-FOUND
006890                    MOVE LK-ENROLL-NO      TO WS-ENROLL-NO
006900                    MOVE "E"               TO WS-MATCH-METHOD
006910                END-IF
006920            END-IF.
006930            IF  WS-MATCH-METHOD            = SPACE
006940                AND LB-IT-COUPON-NAME      NOT = SPACES
006950                MOVE LB-IT-COUPON-NAME     TO LK-NL-SNAME
006960                CALL 'SPGM0903'            USING LK-NAMELOOKUP-PARMS
006970                IF  LK-NL-FOUND
006980                    MOVE LK-NL-ENROLL-NO   TO LK-ENROLL-NO
006990                    CALL 'SPGM0901'        USING LK-STUDLOOKUP-PARMS
007000                    IF  LK-FOUND
007010                        MOVE LK-ENROLL-NO  TO WS-ENROLL-NO
007020                        MOVE "N"           TO WS-MATCH-METHOD
007030                    END-IF
007040                END-IF
007050            END-IF.
007060            EVALUATE TRUE
007070                WHEN LB-IT-AMOUNT-N        = 0
007080                    MOVE "ZERO AMOUNT"     TO WS-SUSP-REASON
007090                    PERFORM 23000-SUSPEND-PARA
007100                WHEN WS-MATCH-METHOD       = SPACE
007110                    AND LB-IT-COUPON-ID    = SPACES
007120                    AND LB-IT-COUPON-NAME  = SPACES
007130                    MOVE "NO COUPON"       TO WS-SUSP-REASON
007140                    PERFORM 23000-SUSPEND-PARA
007150                WHEN WS-MATCH-METHOD       = SPACE
007160                    MOVE "NOT MATCHED BY ENROLL NO OR NAME"
007170                                           TO WS-SUSP-REASON
007180                    PERFORM 23000-SUSPEND-PARA
007190                WHEN OTHER
007200                    PERFORM 22000-ADD-DETAIL-PARA
007210            END-EVALUATE.
007220       ******************************************************************
007230       * BUFFER A MATCHED ITEM FOR THE PAYIN BATCH. A FULL BATCH IS
007240       * WRITTEN AND A NEW ONE STARTED.
007250       ******************************************************************
007260        22000-ADD-DETAIL-PARA.
007270            IF  WS-DTL-COUNT               = 500
007280                PERFORM 24000-WRITE-BATCH-PARA
007290            END-IF.
007300            ADD 1                          TO WS-DTL-COUNT.
007310            MOVE WS-ENROLL-NO
007320                TO WS-DT-ENROLL-NO(WS-DTL-COUNT).
007330            MOVE LB-IT-AMOUNT-N
007340                TO WS-DT-PAY-AMOUNT(WS-DTL-COUNT).
007350            ADD LB-IT-AMOUNT-N             TO WS-DTL-AMOUNT.
007360            ADD 1                          TO WS-BB-MATCH-COUNT.
007370            ADD LB-IT-AMOUNT-N             TO WS-BB-MATCH-AMOUNT.
007380            ADD 1                          TO WS-MATCH-COUNT.
007390            ADD LB-IT-AMOUNT-N             TO WS-MATCH-AMOUNT.
007400            IF  WS-MATCH-METHOD            = "N"
007410                ADD 1                      TO WS-NAME-MATCH-COUNT
007420            END-IF.
007430       ******************************************************************
007440       * WRITE AN UNMATCHED ITEM TO SUSPENSE AND LIST IT.
007450       ******************************************************************
007460        23000-SUSPEND-PARA.
007470            MOVE SPACES                    TO SU-SUSP-REC.
007480            MOVE WS-DEPOSIT-DATE           TO SU-DEPOSIT-DATE.
007490            MOVE WS-BANK-BATCH             TO SU-BANK-BATCH.
007500            MOVE LB-IT-ITEM-SEQ            TO SU-ITEM-SEQ.
007510            MOVE LB-IT-AMOUNT-N            TO SU-AMOUNT.
007520            MOVE LB-IT-CHECK-NO            TO SU-CHECK-NO.
007530            MOVE LB-IT-COUPON-ID           TO SU-COUPON-ID.
007540            MOVE LB-IT-COUPON-NAME         TO SU-COUPON-NAME.
007550            MOVE WS-LOCKBOX-NO             TO SU-LOCKBOX-NO.
007560            MOVE WS-SUSP-REASON            TO SU-REASON.
007570            MOVE "O"                       TO SU-STATUS.
007580            MOVE 0                         TO SU-ASSIGN-ENROLL-NO.
007590            MOVE WS-TODAY                  TO SU-SUSPENSE-DATE.
007600            WRITE SU-SUSP-REC.
007610            IF  WS-SUSP-FS                 = "00"
007620                ADD 1                      TO WS-BB-SUSP-COUNT
007630                ADD LB-IT-AMOUNT-N         TO WS-BB-SUSP-AMOUNT
007640                ADD 1                      TO WS-SUSP-COUNT
007650                ADD LB-IT-AMOUNT-N         TO WS-SUSP-AMOUNT
007660                MOVE LB-IT-ITEM-SEQ        TO WS-SL-ITEM-SEQ
007670                MOVE LB-IT-AMOUNT-N        TO WS-SL-AMOUNT
007680                MOVE LB-IT-COUPON-ID       TO WS-SL-COUPON-ID
007690                MOVE LB-IT-COUPON-NAME     TO WS-SL-COUPON-NAME
007700                MOVE WS-SUSP-REASON        TO WS-SL-REASON
007710                MOVE WS-SUSP-LINE          TO RS-REPORT-REC
007720                WRITE RS-REPORT-REC
007730            ELSE
007740                DISPLAY "SUSPFILE WRITE ERROR - STATUS " WS-SUSP-FS
007750                    " - BATCH " WS-BANK-BATCH " ITEM " LB-IT-ITEM-SEQ
007760                MOVE "CEXM1062"            TO LK-PGM-ID
007770                MOVE "SUSPFILE"            TO LK-FILE-ID
007780                MOVE WS-SUSP-FS            TO LK-FILE-STATUS
007790                CALL 'SPGMABND'            USING LK-ABEND-PARMS
007800                IF  LK-ABEND-YES
007810                    MOVE 16                TO RETURN-CODE
007820                    MOVE "YES"             TO WS-ERROR-FLAG
007830                END-IF
007840            END-IF.
007850       ******************************************************************
007860       * WRITE THE BUFFERED ITEMS AS ONE PAYIN H/D BATCH.
007870       ******************************************************************
007880        24000-WRITE-BATCH-PARA.
007890            IF  WS-DTL-COUNT               > 0
007900                ADD 1                      TO WS-PAYIN-BATCH-NO
007910                ADD 1                      TO WS-PAYIN-BATCHES
007920                MOVE SPACES                TO PI-PAY-REC
007930                MOVE "H"                   TO PI-REC-TYPE
007940                MOVE WS-PAYIN-BATCH-NO     TO PI-BATCH-NO
007950                MOVE WS-DTL-COUNT          TO PI-EXP-COUNT
007960                MOVE WS-DTL-AMOUNT         TO PI-EXP-AMOUNT
007970                MOVE "L"                   TO PI-HDR-TENDER
007980                WRITE PI-PAY-REC
007990                PERFORM 24100-WRITE-DETAIL-PARA
008000                    VARYING WS-DTL-SUB FROM 1 BY 1
008010                    UNTIL WS-DTL-SUB       > WS-DTL-COUNT
008020                MOVE 0                     TO WS-DTL-COUNT
008030                MOVE 0                     TO WS-DTL-AMOUNT
008040            END-IF.
008050        24100-WRITE-DETAIL-PARA.
008060            MOVE SPACES                    TO PI-PAY-REC.
008070            MOVE "D"                       TO PI-REC-TYPE.
008080            MOVE WS-DT-ENROLL-NO(WS-DTL-SUB) TO PI-ENROLL-NO.
008090            MOVE WS-DEPOSIT-DATE           TO PI-PAY-DATE.
008100            MOVE WS-DT-PAY-AMOUNT(WS-DTL-SUB) TO PI-PAY-AMOUNT.
008110            MOVE "L"                       TO PI-TENDER-CODE.
008120            WRITE PI-PAY-REC.
008130       ******************************************************************
008140       * ONE REPORT LINE PER BANK BATCH WITH THE PAYIN BATCH(ES) IT
008150       * BECAME.
008160       ******************************************************************
008170        25000-BATCH-LINE-PARA.
008180            MOVE WS-BANK-BATCH             TO WS-BL-BANK-BATCH.
008190            MOVE WS-DEPOSIT-DATE           TO WS-BL-DEPOSIT-DATE.
008200            EVALUATE TRUE
008210                WHEN WS-BB-MATCH-COUNT     = 0
008220                    MOVE "NONE"            TO WS-BL-PAYIN
008230                WHEN WS-PAYIN-BATCH-NO     = WS-FIRST-PAYIN
008240                    MOVE WS-PAYIN-BATCH-NO TO WS-BL-PAYIN
008250                WHEN OTHER
008260                    MOVE WS-FIRST-PAYIN    TO WS-PR-FIRST
008270                    MOVE WS-PAYIN-BATCH-NO TO WS-PR-LAST
008280                    MOVE WS-PAYIN-RANGE    TO WS-BL-PAYIN
008290            END-EVALUATE.
008300            MOVE WS-BB-MATCH-COUNT         TO WS-BL-MATCH-COUNT.
008310            MOVE WS-BB-MATCH-AMOUNT        TO WS-BL-MATCH-AMOUNT.
008320            MOVE WS-BB-SUSP-COUNT          TO WS-BL-SUSP-COUNT.
008330            MOVE WS-BATCH-LINE             TO RS-REPORT-REC.
008340            WRITE RS-REPORT-REC.
008350       ******************************************************************
008360       * RUN TOTALS, AND THE TRANSMISSION LOGGED AS CONVERTED.
008370       ******************************************************************
008380        28000-TOTALS-PARA.
008390            MOVE WS-HEADER1                TO RS-REPORT-REC.
008400            WRITE RS-REPORT-REC.
008410            MOVE "ITEMS IN TRANSMISSION"   TO WS-TT-LABEL.
008420            MOVE WS-ITEM-COUNT             TO WS-TT-COUNT.
008430            MOVE WS-PF-AMOUNT              TO WS-TT-AMOUNT.
008440            PERFORM 28100-TOTAL-LINE-PARA.
008450            MOVE "MATCHED TO PAYIN"        TO WS-TT-LABEL.
008460            MOVE WS-MATCH-COUNT            TO WS-TT-COUNT.
008470            MOVE WS-MATCH-AMOUNT           TO WS-TT-AMOUNT.
008480            PERFORM 28100-TOTAL-LINE-PARA.
008490            MOVE "  OF WHICH BY NAME"      TO WS-TT-LABEL.
008500            MOVE WS-NAME-MATCH-COUNT       TO WS-TT-COUNT.
008510            MOVE 0                         TO WS-TT-AMOUNT.
008520            PERFORM 28100-TOTAL-LINE-PARA.
008530            MOVE "TO SUSPENSE"             TO WS-TT-LABEL.
008540            MOVE WS-SUSP-COUNT             TO WS-TT-COUNT.
008550            MOVE WS-SUSP-AMOUNT            TO WS-TT-AMOUNT.
008560            PERFORM 28100-TOTAL-LINE-PARA.
008570            MOVE "PAYIN BATCHES WRITTEN"   TO WS-TT-LABEL.
008580            MOVE WS-PAYIN-BATCHES          TO WS-TT-COUNT.
008590            MOVE 0                         TO WS-TT-AMOUNT.
008600            PERFORM 28100-TOTAL-LINE-PARA.
008610            MOVE SPACES                    TO LH-LOG-REC.
008620            MOVE WS-LOCKBOX-NO             TO LH-LOCKBOX-NO.
008630            MOVE WS-TRANS-DATE             TO LH-TRANS-DATE.
008640            MOVE WS-TRANS-SEQ              TO LH-TRANS-SEQ.
008650            MOVE WS-TODAY                  TO LH-RUN-DATE.
008660            MOVE WS-ITEM-COUNT             TO LH-ITEM-COUNT.
008670            MOVE WS-PF-AMOUNT              TO LH-AMOUNT.
008680            WRITE LH-LOG-REC.
008690        28100-TOTAL-LINE-PARA.
008700            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
008710            WRITE RS-REPORT-REC.
008720       ******************************************************************
008730       * DISPLAY COUNTS AND CLOSE THE FILES.
008740       ******************************************************************
008750        30000-CLOSE-PARA.
008760            DISPLAY "LOCKBOX ITEMS READ   : " WS-ITEM-COUNT.
008770            DISPLAY "MATCHED TO PAYIN     : " WS-MATCH-COUNT.
008780            DISPLAY "MATCHED BY NAME      : " WS-NAME-MATCH-COUNT.
008790            DISPLAY "TO SUSPENSE          : " WS-SUSP-COUNT.
008800            DISPLAY "PAYIN BATCHES        : " WS-PAYIN-BATCHES.
008810            IF  WS-PROOF-FLAG              = "YES"
008820                AND WS-ERROR-FLAG          NOT = "YES"
008830                CLOSE LBX-FILE
008840                CLOSE PAY-IN-FILE
008850                CLOSE SUSP-FILE
008860                CLOSE LOG-FILE
008870            END-IF.
008880            CLOSE REPORT-FILE.
