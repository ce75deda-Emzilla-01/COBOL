000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1063.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: LOCKBOX SUSPENSE ASSIGNMENT. A CLERK ASSIGNS
000060       *  EACH LOCKBOX ITEM THAT CEXM1062 COULD NOT MATCH TO A STUDENT
000070       *  ON A SUSPASGN CARD (SUSPENSE KEY, ENROLL NO, CLERK INITIALS):
000080       *    - THE ITEM MUST BE ON SUSPFILE, STILL OPEN, AND THE STUDENT
000090       *      ON STUDFILE (SPGM0901). ANYTHING ELSE IS REJECTED
000100       *    - AN ASSIGNED ITEM IS MARKED A WITH THE STUDENT, DATE AND
000110       *      CLERK, AND APPENDED TO PAYIN AS A DETAIL OF AN H/D BATCH
000120       *      (TENDER L, PAYMENT DATE THE ORIGINAL DEPOSIT DATE, BATCH
000130       *      NUMBERS 9900 UP, NO MORE THAN 500 DETAILS A BATCH), SO
000140       *      NOTHING IS RE-KEYED
000150       *    - SUSPRPT LISTS THE ASSIGNMENTS, THE REJECTS, AND EVERY ITEM
000160       *      STILL OPEN IN SUSPENSE AFTER THE RUN.
000170       * SUSPASGN: JEBA02.EMY.COBOL.SUSPASGN
000180       * SUSPFILE: JEBA02.EMY.COBOL.SUSPFILE (INDEXED ON DEPOSIT DATE+
000190       *           BANK BATCH+ITEM)
000200       * PAYIN   : JEBA02.EMY.COBOL.PAYIN
000210       * SUSPRPT : JEBA02.EMY.COBOL.SUSPRPT
000220       * STUDOUT : VIA SPGM0901
000230       * ----------------------------------------------------------------
000240       * PRJ NO    NAME     DATE          MAINT DESC.
000250       * ----------------------------------------------------------------
000260       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000270       ******************************************************************
000280        ENVIRONMENT DIVISION.
000290        INPUT-OUTPUT SECTION.
000300        FILE-CONTROL.
000310            SELECT ASGN-FILE
000320                ASSIGN TO SUSPASGN
000330                ORGANIZATION IS SEQUENTIAL
000340                ACCESS MODE IS SEQUENTIAL
000350                FILE STATUS IS WS-ASGN-FS.
000360            SELECT SUSP-FILE
000370                ASSIGN TO SUSPFILE
000380                ORGANIZATION IS INDEXED
000390                ACCESS MODE IS DYNAMIC
000400                RECORD KEY IS SU-SUSP-KEY
000410                FILE STATUS IS WS-SUSP-FS.
000420            SELECT PAY-IN-FILE
000430                ASSIGN TO PAYIN
000440                ORGANIZATION IS SEQUENTIAL
000450                ACCESS MODE IS SEQUENTIAL
000460                FILE STATUS IS WS-PAY-IN-FS.
000470            SELECT REPORT-FILE
000480                ASSIGN TO SUSPRPT
000490                ORGANIZATION IS SEQUENTIAL
000500                ACCESS MODE IS SEQUENTIAL
000510                FILE STATUS IS WS-REPORT-FS.
000520        DATA DIVISION.
000530        FILE SECTION.
000540        FD  ASGN-FILE.
000550        01  SA-ASGN-REC.
000560            05  SA-SUSP-KEY               PIC X(17).
000570            05  SA-ENROLL-NO              PIC X(06).
000580            05  SA-CLERK                  PIC X(03).
000590            05  FILLER                    PIC X(54).
000600        FD  SUSP-FILE.
000610        01  SU-SUSP-REC.
000620            05  SU-SUSP-KEY.
000630                10  SU-DEPOSIT-DATE       PIC X(08).
000640                10  SU-BANK-BATCH         PIC X(04).
000650                10  SU-ITEM-SEQ           PIC X(05).
000660            05  SU-AMOUNT                 PIC 9(07)V9(02).
000670            05  SU-CHECK-NO               PIC X(10).
000680            05  SU-COUPON-ID              PIC X(06).
000690            05  SU-COUPON-NAME            PIC X(30).
000700            05  SU-LOCKBOX-NO             PIC X(07).
000710            05  SU-REASON                 PIC X(30).
000720            05  SU-STATUS                 PIC X(01).
000730            05  SU-ASSIGN-ENROLL-NO       PIC 9(06).
000740            05  SU-ASSIGN-DATE            PIC X(08).
000750            05  SU-ASSIGN-CLERK           PIC X(03).
000760            05  SU-SUSPENSE-DATE          PIC X(08).
000770            05  FILLER                    PIC X(12).
000780        FD  PAY-IN-FILE.
000790        01  PI-PAY-REC.
000800            05  PI-REC-TYPE               PIC X(01).
000810            05  PI-HDR-DATA.
000820                10  PI-BATCH-NO           PIC 9(04).
000830                10  PI-EXP-COUNT          PIC 9(05).
000840                10  PI-EXP-AMOUNT         PIC 9(09)V9(02).
000850                10  PI-HDR-TENDER         PIC X(01).
000860                10  FILLER                PIC X(58).
000870            05  PI-DTL-DATA REDEFINES PI-HDR-DATA.
000880                10  PI-ENROLL-NO          PIC 9(06).
000890                10  PI-PAY-DATE           PIC X(08).
000900                10  PI-PAY-AMOUNT         PIC 9(07)V9(02).
000910                10  PI-TENDER-CODE        PIC X(01).
000920                10  FILLER                PIC X(55).
000930        FD  REPORT-FILE.
000940        01  RS-REPORT-REC                 PIC X(80).
000950        WORKING-STORAGE SECTION.
000960        01  WS-ASGN-FS                    PIC X(02).
000970        01  WS-SUSP-FS                    PIC X(02).
000980        01  WS-PAY-IN-FS                  PIC X(02).
000990        01  WS-REPORT-FS                  PIC X(02).
001000        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001010        01  WS-ASGN-EOF                   PIC X(03) VALUE "NO".
001020        01  WS-SUSP-EOF                   PIC X(03) VALUE "NO".
001030        01  WS-CURRENT-DATE-DATA          PIC X(20).
001040        01  WS-TODAY                      PIC X(08).
001050        01  WS-REJECT-REASON              PIC X(30).
001060        01  WS-PAYIN-BATCH-NO             PIC 9(04) VALUE 9899.
001070        01  WS-DTL-COUNT                  PIC 9(05) VALUE 0.
001080        01  WS-DTL-AMOUNT                 PIC 9(09)V9(02) VALUE 0.
001090        01  WS-DTL-TABLE.
001100            05  WS-DT-ENTRY               OCCURS 500 TIMES.
001110                10  WS-DT-ENROLL-NO       PIC 9(06).
001120                10  WS-DT-PAY-DATE        PIC X(08).
001130                10  WS-DT-PAY-AMOUNT      PIC 9(07)V9(02).
001140        01  WS-DTL-SUB                    PIC 9(05).
001150        01  WS-ASGN-COUNT                 PIC 9(06) VALUE 0.
001160        01  WS-ASSIGNED-COUNT             PIC 9(06) VALUE 0.
001170        01  WS-ASSIGNED-AMOUNT            PIC 9(09)V9(02) VALUE 0.
001180        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001190        01  WS-OPEN-COUNT                 PIC 9(06) VALUE 0.
001200        01  WS-OPEN-AMOUNT                PIC 9(09)V9(02) VALUE 0.
001210        01  WS-PAYIN-BATCHES              PIC 9(04) VALUE 0.
001220        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001230        01  WS-RPT-TITLE.
001240            05 FILLER                     PIC X(40)
001250               VALUE "LOCKBOX SUSPENSE ASSIGNMENT - RUN DATE ".
001260            05 WS-RT-DATE                 PIC X(08).
001270            05 FILLER                     PIC X(32) VALUE SPACES.
001280        01  WS-ASGN-LINE.
001290            05 WS-AL-FLAG                 PIC X(08).
001300            05 WS-AL-SUSP-KEY             PIC X(17).
001310            05 FILLER                     PIC X(01) VALUE SPACE.
001320            05 WS-AL-AMOUNT               PIC ZZZ,ZZ9.99.
001330            05 FILLER                     PIC X(01) VALUE SPACE.
001340            05 WS-AL-ENROLL-NO            PIC X(06).
001350            05 FILLER                     PIC X(01) VALUE SPACE.
001360            05 WS-AL-CLERK                PIC X(03).
001370            05 FILLER                     PIC X(01) VALUE SPACE.
001380            05 WS-AL-TEXT                 PIC X(32).
001390        01  WS-OPEN-HEAD.
001400            05 FILLER                     PIC X(40)
001410               VALUE "STILL OPEN IN SUSPENSE  DEP DATE+BATCH+I".
001420            05 FILLER                     PIC X(40)
001430               VALUE "TEM, AMOUNT, COUPON, REASON             ".
001440        01  WS-OPEN-LINE.
001450            05 FILLER                     PIC X(08) VALUE "  OPEN  ".
001460            05 WS-OL-SUSP-KEY             PIC X(17).
001470            05 FILLER                     PIC X(01) VALUE SPACE.
001480            05 WS-OL-AMOUNT               PIC ZZZ,ZZ9.99.
001490            05 FILLER                     PIC X(01) VALUE SPACE.
001500            05 WS-OL-COUPON-ID            PIC X(06).
001510            05 FILLER                     PIC X(01) VALUE SPACE.
001520            05 WS-OL-REASON               PIC X(36).
001530        01  WS-TOTAL-LINE.
001540            05 WS-TT-LABEL                PIC X(30).
001550            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
001560            05 FILLER                     PIC X(02) VALUE SPACES.
001570            05 WS-TT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
001580            05 FILLER                     PIC X(27) VALUE SPACES.
001590        COPY SPGM0901L.
001600        COPY SPGMABNL.
001610        PROCEDURE DIVISION.
001620       ******************************************************************
001630       * MAIN PROGRAM FLOW.
001640       ******************************************************************
001650        00000-MAIN-PARA.
001660            PERFORM 10000-INITIALIZE-PARA.
001670            IF  WS-ERROR-FLAG              NOT = "YES"
001680                PERFORM 20000-PROCESS-PARA
001690                    UNTIL WS-ERROR-FLAG    = "YES"
001700                    OR    WS-ASGN-EOF      = "YES"
001710            END-IF.
001720            IF  WS-ERROR-FLAG              NOT = "YES"
001730                PERFORM 24000-WRITE-BATCH-PARA
001740                PERFORM 26000-OPEN-ITEMS-PARA
001750                PERFORM 28000-TOTALS-PARA
001760            END-IF.
001770            PERFORM 30000-CLOSE-PARA.
001780            STOP RUN.
001790       ******************************************************************
001800       * OPEN THE FILES. PAYIN MAY ALREADY HOLD THE DAY'S BATCHES, SO
001810       * THE ASSIGNED ITEMS ARE ADDED AFTER THEM.
001820       ******************************************************************
001830        10000-INITIALIZE-PARA.
001840            MOVE SPACE                     TO LK-CHECK-FLAG.
001850            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001860            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY.
001870            OPEN INPUT ASGN-FILE.
001880            IF WS-ASGN-FS                  NOT = "00"
001890               DISPLAY "SUSPASGN ACCESS ERROR."
001900               MOVE "CEXM1063"             TO LK-PGM-ID
001910               MOVE "SUSPASGN"             TO LK-FILE-ID
001920               MOVE WS-ASGN-FS             TO LK-FILE-STATUS
001930               CALL 'SPGMABND'             USING LK-ABEND-PARMS
001940               IF  LK-ABEND-YES
001950                   MOVE 16                 TO RETURN-CODE
001960                   MOVE "YES"              TO WS-ERROR-FLAG
001970               END-IF
001980            END-IF.
001990            OPEN I-O SUSP-FILE.
002000            IF WS-SUSP-FS                  NOT = "00"
002010               DISPLAY "SUSPFILE ACCESS ERROR."
002020               MOVE "CEXM1063"             TO LK-PGM-ID
002030               MOVE "SUSPFILE"             TO LK-FILE-ID
002040               MOVE WS-SUSP-FS             TO LK-FILE-STATUS
002050               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002060               IF  LK-ABEND-YES
002070                   MOVE 16                 TO RETURN-CODE
002080                   MOVE "YES"              TO WS-ERROR-FLAG
002090               END-IF
002100            END-IF.
002110            OPEN EXTEND PAY-IN-FILE.
002120            IF WS-PAY-IN-FS = "05" OR WS-PAY-IN-FS = "35"
002130               CLOSE PAY-IN-FILE
002140               OPEN OUTPUT PAY-IN-FILE
002150            END-IF.
002160            IF WS-PAY-IN-FS                NOT = "00"
002170               DISPLAY "PAYIN ACCESS ERROR."
002180               MOVE "CEXM1063"             TO LK-PGM-ID
002190               MOVE "PAYIN"                TO LK-FILE-ID
002200               MOVE WS-PAY-IN-FS           TO LK-FILE-STATUS
002210               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002220               IF  LK-ABEND-YES
002230                   MOVE 16                 TO RETURN-CODE
002240                   MOVE "YES"              TO WS-ERROR-FLAG
002250               END-IF
002260            END-IF.
002270            OPEN OUTPUT REPORT-FILE.
002280            IF WS-REPORT-FS                NOT = "00"
002290               DISPLAY "SUSPRPT ACCESS ERROR."
002300               MOVE "CEXM1063"             TO LK-PGM-ID
002310               MOVE "SUSPRPT"              TO LK-FILE-ID
002320               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
002330               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002340               IF  LK-ABEND-YES
002350                   MOVE 16                 TO RETURN-CODE
002360                   MOVE "YES"              TO WS-ERROR-FLAG
002370               END-IF
002380            END-IF.
002390            IF  WS-ERROR-FLAG              NOT = "YES"
002400                MOVE WS-TODAY              TO WS-RT-DATE
002410                MOVE WS-HEADER1            TO RS-REPORT-REC
002420                WRITE RS-REPORT-REC
002430                MOVE WS-RPT-TITLE          TO RS-REPORT-REC
002440                WRITE RS-REPORT-REC
002450                MOVE WS-HEADER1            TO RS-REPORT-REC
002460                WRITE RS-REPORT-REC
002470            END-IF.
002480       ******************************************************************
002490       * READ ONE ASSIGNMENT CARD AND VALIDATE IT.
002500       ******************************************************************
002510        20000-PROCESS-PARA.
002520            READ ASGN-FILE
002530            AT END
002540                MOVE "YES"                 TO WS-ASGN-EOF
002550            NOT AT END
002560                ADD 1                      TO WS-ASGN-COUNT
002570                MOVE SPACES                TO WS-REJECT-REASON
002580                MOVE SA-SUSP-KEY           TO SU-SUSP-KEY
002590                READ SUSP-FILE
002600                    INVALID KEY
002610                        MOVE "NOT IN SUSPENSE" TO WS-REJECT-REASON
002620                END-READ
002630                EVALUATE TRUE
002640                    WHEN WS-REJECT-REASON  NOT = SPACES
002650                        CONTINUE
002660                    WHEN SU-STATUS         NOT = "O"
002670                        MOVE "ALREADY ASSIGNED TO "
002680                                           TO WS-REJECT-REASON
002690                        MOVE SU-ASSIGN-ENROLL-NO
002700                                           TO WS-REJECT-REASON(21:6)
002710                    WHEN SA-ENROLL-NO      NOT NUMERIC
002720                        MOVE "ENROLL NO NOT NUMERIC"
002730                                           TO WS-REJECT-REASON
002740                    WHEN SA-CLERK          = SPACES
002750                        MOVE "NO CLERK INITIALS" TO WS-REJECT-REASON
002760                    WHEN OTHER
002770                        MOVE SA-ENROLL-NO  TO LK-ENROLL-NO
002780                        CALL 'SPGM0901'    USING LK-STUDLOOKUP-PARMS
002790                        IF  NOT LK-FOUND
002800                            MOVE "STUDENT NOT ON FILE"
002810                                           TO WS-REJECT-REASON
002820                        END-IF
002830                END-EVALUATE
002840                IF  WS-REJECT-REASON       = SPACES
002850                    PERFORM 22000-ASSIGN-PARA
002860                ELSE
002870                    PERFORM 27000-REJECT-PARA
002880                END-IF
002890            END-READ.
002900       ******************************************************************
002910       * MARK THE ITEM ASSIGNED AND BUFFER IT FOR PAYIN. A FULL BATCH
002920       * IS WRITTEN AND A NEW ONE STARTED.
002930       ******************************************************************
002940        22000-ASSIGN-PARA.
002950            MOVE "A"                       TO SU-STATUS.
002960            MOVE LK-ENROLL-NO              TO SU-ASSIGN-ENROLL-NO.
002970            MOVE WS-TODAY                  TO SU-ASSIGN-DATE.
002980            MOVE SA-CLERK                  TO SU-ASSIGN-CLERK.
002990            REWRITE SU-SUSP-REC.
003000            IF  WS-SUSP-FS                 NOT = "00"
003010                DISPLAY "SUSPFILE REWRITE ERROR - STATUS " WS-SUSP-FS
003020                    " - KEY " SU-SUSP-KEY
003030                MOVE "CEXM1063"            TO LK-PGM-ID
003040                MOVE "SUSPFILE"            TO LK-FILE-ID
003050                MOVE WS-SUSP-FS            TO LK-FILE-STATUS
003060                CALL 'SPGMABND'            USING LK-ABEND-PARMS
003070                IF  LK-ABEND-YES
003080                    MOVE 16                TO RETURN-CODE
003090                    MOVE "YES"             TO WS-ERROR-FLAG
003100                END-IF
003110            ELSE
003120                IF  WS-DTL-COUNT           = 500
003130                    PERFORM 24000-WRITE-BATCH-PARA
003140                END-IF
003150                ADD 1                      TO WS-DTL-COUNT
003160                MOVE LK-ENROLL-NO
003170                    TO WS-DT-ENROLL-NO(WS-DTL-COUNT)
003180                MOVE SU-DEPOSIT-DATE
003190                    TO WS-DT-PAY-DATE(WS-DTL-COUNT)
003200                MOVE SU-AMOUNT
003210                    TO WS-DT-PAY-AMOUNT(WS-DTL-COUNT)
003220                ADD SU-AMOUNT              TO WS-DTL-AMOUNT
003230                ADD 1                      TO WS-ASSIGNED-COUNT
003240                ADD SU-AMOUNT              TO WS-ASSIGNED-AMOUNT
003250                MOVE "ASSIGNED"            TO WS-AL-FLAG
003260                MOVE SU-SUSP-KEY           TO WS-AL-SUSP-KEY
003270                MOVE SU-AMOUNT             TO WS-AL-AMOUNT
003280                MOVE SA-ENROLL-NO          TO WS-AL-ENROLL-NO
003290                MOVE SA-CLERK              TO WS-AL-CLERK
003300                MOVE LK-SNAME              TO WS-AL-TEXT
003310                MOVE WS-ASGN-LINE          TO RS-REPORT-REC
003320                WRITE RS-REPORT-REC
003330            END-IF.
003340       ******************************************************************
003350       * WRITE THE BUFFERED ITEMS AS ONE PAYIN H/D BATCH.
003360       ******************************************************************
003370        24000-WRITE-BATCH-PARA.
003380            IF  WS-DTL-COUNT               > 0
003390                ADD 1                      TO WS-PAYIN-BATCH-NO
003400                ADD 1                      TO WS-PAYIN-BATCHES
003410                MOVE SPACES                TO PI-PAY-REC
003420                MOVE "H"                   TO PI-REC-TYPE
003430                MOVE WS-PAYIN-BATCH-NO     TO PI-BATCH-NO
003440                MOVE WS-DTL-COUNT          TO PI-EXP-COUNT
003450                MOVE WS-DTL-AMOUNT         TO PI-EXP-AMOUNT
003460                MOVE "L"                   TO PI-HDR-TENDER
003470                WRITE PI-PAY-REC
003480                PERFORM 24100-WRITE-DETAIL-PARA
003490                    VARYING WS-DTL-SUB FROM 1 BY 1
003500                    UNTIL WS-DTL-SUB       > WS-DTL-COUNT
003510                MOVE 0                     TO WS-DTL-COUNT
003520                MOVE 0                     TO WS-DTL-AMOUNT
003530            END-IF.
003540        24100-WRITE-DETAIL-PARA.
003550            MOVE SPACES                    TO PI-PAY-REC.
003560            MOVE "D"                       TO PI-REC-TYPE.
003570            MOVE WS-DT-ENROLL-NO(WS-DTL-SUB) TO PI-ENROLL-NO.
003580            MOVE WS-DT-PAY-DATE(WS-DTL-SUB) TO PI-PAY-DATE.
003590            MOVE WS-DT-PAY-AMOUNT(WS-DTL-SUB) TO PI-PAY-AMOUNT.
003600            MOVE "L"                       TO PI-TENDER-CODE.
003610            WRITE PI-PAY-REC.
003620       ******************************************************************
003630       * LIST EVERY ITEM STILL OPEN IN SUSPENSE AFTER THE RUN.
003640       ******************************************************************
003650        26000-OPEN-ITEMS-PARA.
003660            MOVE WS-HEADER1                TO RS-REPORT-REC.
003670            WRITE RS-REPORT-REC.
003680            MOVE WS-OPEN-HEAD              TO RS-REPORT-REC.
003690            WRITE RS-REPORT-REC.
003700            MOVE LOW-VALUES                TO SU-SUSP-KEY.
003710            START SUSP-FILE KEY IS >= SU-SUSP-KEY
003720                INVALID KEY
003730                    MOVE "YES"             TO WS-SUSP-EOF
003740            END-START.
003750            PERFORM 26100-OPEN-ITEM-PARA
003760                UNTIL WS-SUSP-EOF          = "YES".
003770        26100-OPEN-ITEM-PARA.
003780            READ SUSP-FILE NEXT RECORD
003790            AT END
003800                MOVE "YES"                 TO WS-SUSP-EOF
003810            NOT AT END
003820                IF  SU-STATUS              = "O"
003830                    ADD 1                  TO WS-OPEN-COUNT
003840                    ADD SU-AMOUNT          TO WS-OPEN-AMOUNT
003850                    MOVE SU-SUSP-KEY       TO WS-OL-SUSP-KEY
003860                    MOVE SU-AMOUNT         TO WS-OL-AMOUNT
003870                    MOVE SU-COUPON-ID      TO WS-OL-COUPON-ID
003880                    MOVE SU-REASON         TO WS-OL-REASON
003890                    MOVE WS-OPEN-LINE      TO RS-REPORT-REC
003900                    WRITE RS-REPORT-REC
003910                END-IF
003920            END-READ.
003930       ******************************************************************
003940       * LIST A REJECTED CARD WITH ITS REASON.
003950       ******************************************************************
003960        27000-REJECT-PARA.
003970            ADD 1                          TO WS-REJECT-COUNT.
003980            MOVE "REJECTED"                TO WS-AL-FLAG.
003990            MOVE SA-SUSP-KEY               TO WS-AL-SUSP-KEY.
004000            IF  WS-REJECT-REASON           = "NOT IN SUSPENSE"
004010                MOVE 0                     TO WS-AL-AMOUNT
004020            ELSE
004030                MOVE SU-AMOUNT             TO WS-AL-AMOUNT
004040            END-IF.
004050            MOVE SA-ENROLL-NO              TO WS-AL-ENROLL-NO.
004060            MOVE SA-CLERK                  TO WS-AL-CLERK.
004070            MOVE WS-REJECT-REASON          TO WS-AL-TEXT.
004080            MOVE WS-ASGN-LINE              TO RS-REPORT-REC.
004090            WRITE RS-REPORT-REC.
004100       ******************************************************************
004110       * RUN TOTALS.
004120       ******************************************************************
004130        28000-TOTALS-PARA.
004140            MOVE WS-HEADER1                TO RS-REPORT-REC.
004150            WRITE RS-REPORT-REC.
004160            MOVE "ASSIGNMENT CARDS READ"   TO WS-TT-LABEL.
004170            MOVE WS-ASGN-COUNT             TO WS-TT-COUNT.
004180            MOVE 0                         TO WS-TT-AMOUNT.
004190            PERFORM 28100-TOTAL-LINE-PARA.
004200            MOVE "ASSIGNED TO PAYIN"       TO WS-TT-LABEL.
004210            MOVE WS-ASSIGNED-COUNT         TO WS-TT-COUNT.
004220            MOVE WS-ASSIGNED-AMOUNT        TO WS-TT-AMOUNT.
004230            PERFORM 28100-TOTAL-LINE-PARA.
004240            MOVE "REJECTED"                TO WS-TT-LABEL.
004250            MOVE WS-REJECT-COUNT           TO WS-TT-COUNT.
004260            MOVE 0                         TO WS-TT-AMOUNT.
004270            PERFORM 28100-TOTAL-LINE-PARA.
004280            MOVE "STILL OPEN IN SUSPENSE"  TO WS-TT-LABEL.
004290            MOVE WS-OPEN-COUNT             TO WS-TT-COUNT.
004300            MOVE WS-OPEN-AMOUNT            TO WS-TT-AMOUNT.
004310            PERFORM 28100-TOTAL-LINE-PARA.
004320            MOVE "PAYIN BATCHES WRITTEN"   TO WS-TT-LABEL.
004330            MOVE WS-PAYIN-BATCHES          TO WS-TT-COUNT.
004340            MOVE 0                         TO WS-TT-AMOUNT.
004350            PERFORM 28100-TOTAL-LINE-PARA.
004360        28100-TOTAL-LINE-PARA.
004370            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
004380            WRITE RS-REPORT-REC.
004390       ******************************************************************
004400       * DISPLAY COUNTS AND CLOSE THE FILES.
004410       ******************************************************************
004420        30000-CLOSE-PARA.
004430            DISPLAY "ASSIGNMENT CARDS     : " WS-ASGN-COUNT.
004440            DISPLAY "ASSIGNED TO PAYIN    : " WS-ASSIGNED-COUNT.
004450            DISPLAY "REJECTED             : " WS-REJECT-COUNT.
004460            DISPLAY "STILL OPEN           : " WS-OPEN-COUNT.
004470            DISPLAY "PAYIN BATCHES        : " WS-PAYIN-BATCHES.
004480            CLOSE ASGN-FILE.
004490            CLOSE SUSP-FILE.
004500            CLOSE PAY-IN-FILE.
004510            CLOSE REPORT-FILE.
