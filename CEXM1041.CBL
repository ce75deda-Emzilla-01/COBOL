000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1041.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: LIBRARY AND TEXTBOOK CIRCULATION POSTING.
000060       *  TEXTBOOKS WENT OUT EVERY FALL WITH NO RECORD OF WHO HAD
000070       *  WHAT. THIS PROGRAM KEEPS TWO MASTERS FROM THE CIRCIN CARDS:
000080       *    - ITEMFILE, THE ITEM MASTER KEYED ON ITEM NUMBER (TITLE,
000090       *      T TEXTBOOK / L LIBRARY, REPLACEMENT COST, AND WHO HAS
000100       *      THE ITEM NOW). AN I CARD ADDS AN ITEM OR CHANGES ITS
000110       *      TITLE, TYPE AND COST.
000120       *    - CIRCFILE, THE CIRCULATION FILE KEYED ON ENROLL NUMBER +
000130       *      ITEM NUMBER (CHECKOUT, DUE AND RETURN DATES, O OUT /
000140       *      R RETURNED / L LOST). AN O CARD CHECKS AN ITEM OUT TO
000150       *      A STUDENT ON STUDFILE; AN R CARD CHECKS IT BACK IN.
000160       *  CEXM1042 SENDS THE OVERDUE NOTICES AND CEXM1043 DECLARES
000170       *  WHAT IS STILL OUT AT TERM END LOST. A LOST ITEM THAT COMES
000180       *  BACK IS CHECKED IN, BUT ITS CHARGE STANDS ON RECVFILE - A
000190       *  NOTE ON CIRCEXCP TELLS THE BUSINESS OFFICE TO REFUND IT
000200       *  THROUGH CEXM992. BAD CARDS GO TO CIRCEXCP.
000210       * CIRCIN  : JEBA02.EMY.COBOL.CIRCIN
000220       * ITEMFILE: JEBA02.EMY.COBOL.ITEMFILE (INDEXED ON ITEM NO)
000230       * CIRCFILE: JEBA02.EMY.COBOL.CIRCFILE (INDEXED ON ENROLL+ITEM)
000240       * CIRCEXCP: JEBA02.EMY.COBOL.CIRCEXCP
000250       * STUDOUT : VIA SPGM0901 (INDEXED ON ENROLL NO)
000260       * ----------------------------------------------------------------
000270       * PRJ NO    NAME     DATE          MAINT DESC.
000280       * ----------------------------------------------------------------
000290       * JEBA02    EMY     09/22/2026    PROGRAM CREATED.
000300       ******************************************************************
000310        ENVIRONMENT DIVISION.
000320        INPUT-OUTPUT SECTION.
000330        FILE-CONTROL.
000340            SELECT CIRC-IN-FILE
000350                ASSIGN TO CIRCIN
000360                ORGANIZATION IS SEQUENTIAL
000370                ACCESS MODE IS SEQUENTIAL
000380                FILE STATUS IS WS-CIRC-IN-FS.
000390            SELECT ITEM-FILE
000400                ASSIGN TO ITEMFILE
000410                ORGANIZATION IS INDEXED
000420                ACCESS MODE IS RANDOM
000430                RECORD KEY IS IT-ITEM-NO
000440                FILE STATUS IS WS-ITEM-FS.
000450            SELECT CIRC-FILE
000460                ASSIGN TO CIRCFILE
000470                ORGANIZATION IS INDEXED
000480                ACCESS MODE IS RANDOM
000490                RECORD KEY IS CR-CIRC-KEY
000500                FILE STATUS IS WS-CIRC-FS.
000510            SELECT EXCEPTION-FILE
000520                ASSIGN TO CIRCEXCP
000530                ORGANIZATION IS SEQUENTIAL
000540                ACCESS MODE IS SEQUENTIAL
000550                FILE STATUS IS WS-EXCEPTION-FS.
000560        DATA DIVISION.
000570        FILE SECTION.
000580        FD  CIRC-IN-FILE.
000590        01  CI-CIRC-IN-REC.
000600            05  CI-TRAN-CODE              PIC X(01).
000610            05  CI-ENROLL-NO              PIC X(06).
000620            05  CI-ITEM-NO                PIC X(08).
000630            05  CI-TRAN-DATE              PIC X(08).
000640            05  CI-DUE-DATE               PIC X(08).
000650            05  CI-TITLE                  PIC X(30).
000660            05  CI-ITEM-TYPE              PIC X(01).
000670            05  CI-REPL-COST              PIC X(07).
000680            05  FILLER                    PIC X(11).
000690        FD  ITEM-FILE.
000700        01  IT-ITEM-REC.
000710            05  IT-ITEM-NO                PIC X(08).
000720            05  IT-TITLE                  PIC X(30).
000730            05  IT-ITEM-TYPE              PIC X(01).
000740            05  IT-REPL-COST              PIC 9(05)V9(02).
000750            05  IT-ITEM-STATUS            PIC X(01).
000760            05  IT-OUT-ENROLL-NO          PIC 9(06).
000770            05  IT-ADD-DATE               PIC X(08).
000780            05  FILLER                    PIC X(19).
000790        FD  CIRC-FILE.
000800        01  CR-CIRC-REC.
000810            05  CR-CIRC-KEY.
000820                10  CR-ENROLL-NO          PIC 9(06).
000830                10  CR-ITEM-NO            PIC X(08).
000840            05  CR-OUT-DATE               PIC X(08).
000850            05  CR-DUE-DATE               PIC X(08).
000860            05  CR-RETURN-DATE            PIC X(08).
000870            05  CR-CIRC-STATUS            PIC X(01).
000880            05  CR-LOST-DATE              PIC X(08).
000890            05  CR-CHARGE-AMT             PIC 9(05)V9(02).
000900            05  CR-NOTICE-COUNT           PIC 9(02).
000910            05  FILLER                    PIC X(24).
000920        FD  EXCEPTION-FILE.
000930        01  ES-EXCEPTION-REC              PIC X(80).
000940        WORKING-STORAGE SECTION.
000950        01  WS-CIRC-IN-FS                 PIC X(02).
000960        01  WS-ITEM-FS                    PIC X(02).
000970        01  WS-CIRC-FS                    PIC X(02).
000980        01  WS-EXCEPTION-FS               PIC X(02).
000990        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001000        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001010        01  WS-CURRENT-DATE-DATA          PIC X(20).
001020        01  WS-ENROLL-NO                  PIC 9(06).
001030        01  WS-TRAN-DATE                  PIC 9(08).
001040        01  WS-DUE-DATE                   PIC 9(08).
001050        01  WS-ITEM-ON-FILE               PIC X(03).
001060        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
001070        01  WS-ITEM-ADD-COUNT             PIC 9(06) VALUE 0.
001080        01  WS-ITEM-CHG-COUNT             PIC 9(06) VALUE 0.
001090        01  WS-OUT-COUNT                  PIC 9(06) VALUE 0.
001100        01  WS-RETURN-COUNT               PIC 9(06) VALUE 0.
001110        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001120        01  WS-NOTE-COUNT                 PIC 9(06) VALUE 0.
001130        01  WS-EXCEPTION-OUT.
001140            05 WS-EXC-LABEL               PIC X(11)
001150                                          VALUE "REJECTED - ".
001160            05 WS-EXC-TRAN-CODE           PIC X(01).
001170            05 FILLER                     PIC X(01) VALUE SPACES.
001180            05 WS-EXC-ENROLL-NO           PIC X(06).
001190            05 FILLER                     PIC X(01) VALUE SPACES.
001200            05 WS-EXC-ITEM-NO             PIC X(08).
001210            05 FILLER                     PIC X(03) VALUE " - ".
001220            05 WS-EXC-REASON              PIC X(40).
001230            05 FILLER                     PIC X(09) VALUE SPACES.
001240        01  WS-OUT-ELSEWHERE.
001250            05 FILLER                     PIC X(27)
001260                                   VALUE "ITEM ALREADY OUT TO ENROLL ".
001270            05 WS-OE-ENROLL-NO            PIC 9(06).
001280            05 FILLER                     PIC X(07) VALUE SPACES.
001290        COPY SPGM0901L.
001300        COPY SPGM0906L.
001310        COPY SPGMABNL.
001320        PROCEDURE DIVISION.
001330       ******************************************************************
001340       * MAIN PROGRAM FLOW.
001350       ******************************************************************
001360        00000-MAIN-PARA.
001370            PERFORM 10000-INITIALIZE-PARA.
001380            PERFORM 20000-PROCESS-PARA
001390              UNTIL WS-ERROR-FLAG = "YES"
001400              OR    WS-ENDOFFILE  = "YES".
001410            PERFORM 30000-CLOSE-PARA.
001420            STOP RUN.
001430       ******************************************************************
001440       * OPEN THE CARDS, THE TWO MASTERS (CREATED ON FIRST USE), AND
001450       * THE EXCEPTION REPORT.
001460       ******************************************************************
001470        10000-INITIALIZE-PARA.
001480            MOVE SPACE                     TO LK-CHECK-FLAG.
001490            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
001500            OPEN INPUT CIRC-IN-FILE.
001510            IF WS-CIRC-IN-FS              NOT = "00"
001520               DISPLAY "CIRCIN ACCESS ERROR."
001530               MOVE "CEXM1041"            TO LK-PGM-ID
001540               MOVE "CIRCIN"              TO LK-FILE-ID
001550               MOVE WS-CIRC-IN-FS         TO LK-FILE-STATUS
001560               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001570               IF  LK-ABEND-YES
001580                   MOVE 16                TO RETURN-CODE
001590                   MOVE "YES"             TO WS-ERROR-FLAG
001600               END-IF
001610            END-IF.
001620            OPEN I-O ITEM-FILE.
001630            IF WS-ITEM-FS                 = "35"
001640               OPEN OUTPUT ITEM-FILE
001650               CLOSE ITEM-FILE
001660               OPEN I-O ITEM-FILE
001670            END-IF.
001680            IF WS-ITEM-FS                 NOT = "00"
001690               DISPLAY "ITEMFILE ACCESS ERROR."
001700               MOVE "CEXM1041"            TO LK-PGM-ID
001710               MOVE "ITEMFILE"            TO LK-FILE-ID
001720               MOVE WS-ITEM-FS            TO LK-FILE-STATUS
001730               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001740               IF  LK-ABEND-YES
001750                   MOVE 16                TO RETURN-CODE
001760                   MOVE "YES"             TO WS-ERROR-FLAG
001770               END-IF
001780            END-IF.
001790            OPEN I-O CIRC-FILE.
001800            IF WS-CIRC-FS                 = "35"
001810               OPEN OUTPUT CIRC-FILE
001820               CLOSE CIRC-FILE
001830               OPEN I-O CIRC-FILE
001840            END-IF.
001850            IF WS-CIRC-FS                 NOT = "00"
001860               DISPLAY "CIRCFILE ACCESS ERROR."
001870               MOVE "CEXM1041"            TO LK-PGM-ID
001880               MOVE "CIRCFILE"            TO LK-FILE-ID
001890               MOVE WS-CIRC-FS            TO LK-FILE-STATUS
001900               CALL 'SPGMABND'            USING LK-ABEND-PARMS
001910               IF  LK-ABEND-YES
001920                   MOVE 16                TO RETURN-CODE
001930                   MOVE "YES"             TO WS-ERROR-FLAG
001940               END-IF
001950            END-IF.
001960            OPEN OUTPUT EXCEPTION-FILE.
001970            IF WS-EXCEPTION-FS            NOT = "00"
001980               DISPLAY "CIRCEXCP ACCESS ERROR."
001990               MOVE "CEXM1041"            TO LK-PGM-ID
002000               MOVE "CIRCEXCP"            TO LK-FILE-ID
002010               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
002020               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002030               IF  LK-ABEND-YES
002040                   MOVE 16                TO RETURN-CODE
002050                   MOVE "YES"             TO WS-ERROR-FLAG
002060               END-IF
002070            END-IF.
002080       ******************************************************************
002090       * READ ONE CARD AND ROUTE IT BY TRANSACTION CODE.
002100       ******************************************************************
002110        20000-PROCESS-PARA.
002120            READ CIRC-IN-FILE
002130            AT END
002140                MOVE "YES"                 TO WS-ENDOFFILE
002150            NOT AT END
002160                ADD 1                      TO WS-READ-COUNT
002170                EVALUATE CI-TRAN-CODE
002180                    WHEN "I"
002190                        PERFORM 21000-ITEM-CARD-PARA
002200                    WHEN "O"
002210                        PERFORM 22000-CHECKOUT-PARA
002220                    WHEN "R"
002230                        PERFORM 24000-RETURN-PARA
002240                    WHEN OTHER
002250                        MOVE "TRANSACTION CODE NOT I, O OR R"
002260                                           TO WS-EXC-REASON
002270                        PERFORM 27000-REJECT-PARA
002280                END-EVALUATE
002290            END-READ.
002300       ******************************************************************
002310       * I CARD - ADD THE ITEM, OR CHANGE ITS TITLE, TYPE AND COST.
002320       * WHO HAS THE ITEM IS LEFT ALONE ON A CHANGE.
002330       ******************************************************************
002340        21000-ITEM-CARD-PARA.
002350            EVALUATE TRUE
002360                WHEN CI-ITEM-NO            = SPACES
002370                    MOVE "ITEM NUMBER MISSING" TO WS-EXC-REASON
002380                    PERFORM 27000-REJECT-PARA
002390                WHEN CI-TITLE              = SPACES
002400                    MOVE "ITEM TITLE MISSING"  TO WS-EXC-REASON
002410                    PERFORM 27000-REJECT-PARA
002420                WHEN CI-ITEM-TYPE          NOT = "T"
002430                    AND CI-ITEM-TYPE       NOT = "L"
002440                    MOVE "ITEM TYPE NOT T OR L" TO WS-EXC-REASON
002450                    PERFORM 27000-REJECT-PARA
002460                WHEN CI-REPL-COST          NOT NUMERIC
002470                    MOVE "REPLACEMENT COST NOT NUMERIC"
002480                                           TO WS-EXC-REASON
002490                    PERFORM 27000-REJECT-PARA
002500                WHEN OTHER
002510                    MOVE CI-ITEM-NO        TO IT-ITEM-NO
002520                    READ ITEM-FILE
002530                        INVALID KEY
002540                            MOVE SPACES    TO IT-ITEM-REC
002550                            MOVE CI-ITEM-NO TO IT-ITEM-NO
002560                            MOVE CI-TITLE  TO IT-TITLE
002570                            MOVE CI-ITEM-TYPE TO IT-ITEM-TYPE
002580                            MOVE CI-REPL-COST TO IT-REPL-COST
002590                            MOVE "A"       TO IT-ITEM-STATUS
002600                            MOVE 0         TO IT-OUT-ENROLL-NO
002610                            MOVE WS-CURRENT-DATE-DATA(1:8)
002620                                           TO IT-ADD-DATE
002630                            WRITE IT-ITEM-REC
002640                            ADD 1          TO WS-ITEM-ADD-COUNT
002650                        NOT INVALID KEY
002660                            MOVE CI-TITLE  TO IT-TITLE
002670                            MOVE CI-ITEM-TYPE TO IT-ITEM-TYPE
002680                            MOVE CI-REPL-COST TO IT-REPL-COST
002690                            REWRITE IT-ITEM-REC
002700                            ADD 1          TO WS-ITEM-CHG-COUNT
002710                    END-READ
002720                    PERFORM 26000-CHECK-WRITE-PARA
002730            END-EVALUATE.
002740       ******************************************************************
002750       * O CARD - THE STUDENT MUST BE ON STUDFILE, THE ITEM ON THE
002760       * SHELF, AND THE DUE DATE A REAL DATE NO EARLIER THAN THE
002770       * CHECKOUT DATE.
002780       ******************************************************************
002790        22000-CHECKOUT-PARA.
002800            PERFORM 25000-CHECK-COMMON-PARA.
002810            MOVE "VA"                      TO LK-DT-FUNCTION.
002820            MOVE 0                         TO WS-DUE-DATE.
002830            IF  CI-DUE-DATE                IS NUMERIC
002840                MOVE CI-DUE-DATE           TO WS-DUE-DATE
002850            END-IF.
002860            MOVE WS-DUE-DATE               TO LK-DT-DATE-1.
002870            IF  WS-EXC-REASON              = SPACES
002880                CALL 'SPGM0906'            USING LK-DATESVC-PARMS
002890            END-IF.
002900            EVALUATE TRUE
002910                WHEN WS-EXC-REASON         NOT = SPACES
002920                    PERFORM 27000-REJECT-PARA
002930                WHEN LK-DT-BAD
002940                    MOVE "INVALID DUE DATE"    TO WS-EXC-REASON
002950                    PERFORM 27000-REJECT-PARA
002960                WHEN WS-DUE-DATE           < WS-TRAN-DATE
002970                    MOVE "DUE DATE BEFORE CHECKOUT DATE"
002980                                           TO WS-EXC-REASON
002990                    PERFORM 27000-REJECT-PARA
003000                WHEN IT-ITEM-STATUS        = "O"
003010                    MOVE IT-OUT-ENROLL-NO  TO WS-OE-ENROLL-NO
003020                    MOVE WS-OUT-ELSEWHERE  TO WS-EXC-REASON
003030                    PERFORM 27000-REJECT-PARA
003040                WHEN IT-ITEM-STATUS        = "L"
003050                    MOVE "ITEM IS DECLARED LOST" TO WS-EXC-REASON
003060                    PERFORM 27000-REJECT-PARA
003070                WHEN OTHER
003080                    PERFORM 23000-POST-CHECKOUT-PARA
003090            END-EVALUATE.
003100       ******************************************************************
003110       * WRITE THE CIRCULATION RECORD - A STUDENT WHO HAD THE SAME
003120       * ITEM BEFORE HAS THE OLD RETURNED RECORD REPLACED - AND MARK
003130       * THE ITEM OUT TO THE STUDENT.
003140       ******************************************************************
003150        23000-POST-CHECKOUT-PARA.
003160            MOVE WS-ENROLL-NO              TO CR-ENROLL-NO.
003170            MOVE CI-ITEM-NO                TO CR-ITEM-NO.
003180            READ CIRC-FILE
003190                INVALID KEY
003200                    MOVE "NO"              TO WS-ITEM-ON-FILE
003210                NOT INVALID KEY
003220                    MOVE "YES"             TO WS-ITEM-ON-FILE
003230            END-READ.
003240            MOVE SPACES                    TO CR-CIRC-REC.
003250            MOVE WS-ENROLL-NO              TO CR-ENROLL-NO.
003260            MOVE CI-ITEM-NO                TO CR-ITEM-NO.
003270            MOVE CI-TRAN-DATE              TO CR-OUT-DATE.
003280            MOVE CI-DUE-DATE               TO CR-DUE-DATE.
003290            MOVE "O"                       TO CR-CIRC-STATUS.
003300            MOVE 0                         TO CR-CHARGE-AMT.
003310            MOVE 0                         TO CR-NOTICE-COUNT.
003320            IF  WS-ITEM-ON-FILE            = "YES"
003330                REWRITE CR-CIRC-REC
003340            ELSE
003350                WRITE CR-CIRC-REC
003360            END-IF.
003370            IF  WS-CIRC-FS                 = "00"
003380                MOVE "O"                   TO IT-ITEM-STATUS
003390                MOVE WS-ENROLL-NO          TO IT-OUT-ENROLL-NO
003400                REWRITE IT-ITEM-REC
003410                ADD 1                      TO WS-OUT-COUNT
003420            END-IF.
003430            PERFORM 26000-CHECK-WRITE-PARA.
003440       ******************************************************************
003450       * R CARD - THE ITEM MUST BE OUT (OR LOST) TO THIS STUDENT. IT
003460       * GOES BACK ON THE SHELF; A LOST ITEM'S CHARGE IS NOT REVERSED
003470       * HERE, ONLY NOTED FOR THE BUSINESS OFFICE.
003480       ******************************************************************
003490        24000-RETURN-PARA.
003500            PERFORM 25000-CHECK-COMMON-PARA.
003510            IF  WS-EXC-REASON              = SPACES
003520                MOVE WS-ENROLL-NO          TO CR-ENROLL-NO
003530                MOVE CI-ITEM-NO            TO CR-ITEM-NO
003540                READ CIRC-FILE
003550                    INVALID KEY
003560                        MOVE "ITEM NEVER CHECKED OUT TO STUDENT"
003570                                           TO WS-EXC-REASON
003580                END-READ
003590            END-IF.
003600            EVALUATE TRUE
003610                WHEN WS-EXC-REASON         NOT = SPACES
003620                    PERFORM 27000-REJECT-PARA
003630                WHEN CR-CIRC-STATUS        = "R"
003640                    MOVE "ITEM ALREADY RETURNED" TO WS-EXC-REASON
003650                    PERFORM 27000-REJECT-PARA
003660                WHEN OTHER
003670                    IF  CR-CIRC-STATUS     = "L"
003680                        MOVE "LOST ITEM BACK - CHARGE STANDS ON RECV"
003690                                           TO WS-EXC-REASON
003700                        PERFORM 27500-NOTE-PARA
003710                    END-IF
003720                    MOVE "R"               TO CR-CIRC-STATUS
003730                    MOVE CI-TRAN-DATE      TO CR-RETURN-DATE
003740                    REWRITE CR-CIRC-REC
003750                    IF  WS-CIRC-FS         = "00"
003760                        MOVE "A"           TO IT-ITEM-STATUS
003770                        MOVE 0             TO IT-OUT-ENROLL-NO
003780                        REWRITE IT-ITEM-REC
003790                        ADD 1              TO WS-RETURN-COUNT
003800                    END-IF
003810                    PERFORM 26000-CHECK-WRITE-PARA
003820            END-EVALUATE.
003830       ******************************************************************
003840       * CHECKS SHARED BY O AND R CARDS: ENROLL NUMBER ON STUDFILE,
003850       * A REAL TRANSACTION DATE, AND THE ITEM ON ITEMFILE. THE FIRST
003860       * FAILURE IS LEFT IN WS-EXC-REASON.
003870       ******************************************************************
003880        25000-CHECK-COMMON-PARA.
003890            MOVE SPACES                    TO WS-EXC-REASON.
003900            MOVE 0                         TO WS-ENROLL-NO.
003910            MOVE 0                         TO WS-TRAN-DATE.
003920            IF  CI-ENROLL-NO               IS NUMERIC
003930                MOVE CI-ENROLL-NO          TO WS-ENROLL-NO
003940            END-IF.
003950            IF  CI-TRAN-DATE               IS NUMERIC
003960                MOVE CI-TRAN-DATE          TO WS-TRAN-DATE
003970            END-IF.
003980            MOVE "VA"                      TO LK-DT-FUNCTION.
003990            MOVE WS-TRAN-DATE              TO LK-DT-DATE-1.
004000            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
004010            MOVE WS-ENROLL-NO              TO LK-ENROLL-NO.
004020            CALL 'SPGM0901'                USING LK-STUDLOOKUP-PARMS.
004030            MOVE CI-ITEM-NO                TO IT-ITEM-NO.
004040            MOVE "YES"                     TO WS-ITEM-ON-FILE.
004050            READ ITEM-FILE
004060                INVALID KEY
004070                    MOVE "NO"              TO WS-ITEM-ON-FILE
004080            END-READ.
004090            EVALUATE TRUE
004100                WHEN LK-NOT-FOUND
004110                    MOVE "ENROLL NUMBER NOT ON STUDFILE"
004120                                           TO WS-EXC-REASON
004130                WHEN LK-DT-BAD
004140                    MOVE "INVALID TRANSACTION DATE" TO WS-EXC-REASON
004150                WHEN WS-ITEM-ON-FILE       = "NO"
004160                    MOVE "ITEM NOT ON ITEMFILE" TO WS-EXC-REASON
004170            END-EVALUATE.
004180       ******************************************************************
004190       * A FAILED MASTER WRITE STOPS THE RUN THROUGH SPGMABND.
004200       ******************************************************************
004210        26000-CHECK-WRITE-PARA.
004220            IF  WS-ITEM-FS                 NOT = "00"
004230                OR WS-CIRC-FS              NOT = "00"
004240               DISPLAY "CIRCULATION UPDATE ERROR - ITEMFILE "
004250                   WS-ITEM-FS " CIRCFILE " WS-CIRC-FS
004260                   " - ITEM " CI-ITEM-NO
004270               MOVE "CEXM1041"            TO LK-PGM-ID
004280               MOVE "CIRCFILE"            TO LK-FILE-ID
004290               MOVE WS-CIRC-FS            TO LK-FILE-STATUS
004300               IF  WS-ITEM-FS             NOT = "00"
004310                   MOVE "ITEMFILE"        TO LK-FILE-ID
004320                   MOVE WS-ITEM-FS        TO LK-FILE-STATUS
004330               END-IF
004340               CALL 'SPGMABND'            USING LK-ABEND-PARMS
004350               IF  LK-ABEND-YES
004360                   MOVE 16                TO RETURN-CODE
004370                   MOVE "YES"             TO WS-ERROR-FLAG
004380               END-IF
004390            END-IF.
004400       ******************************************************************
004410       * REPORT A CARD THAT COULD NOT BE POSTED.
004420       ******************************************************************
004430        27000-REJECT-PARA.
004440            MOVE CI-TRAN-CODE              TO WS-EXC-TRAN-CODE.
004450            MOVE CI-ENROLL-NO              TO WS-EXC-ENROLL-NO.
004460            MOVE CI-ITEM-NO                TO WS-EXC-ITEM-NO.
004470            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
004480            WRITE ES-EXCEPTION-REC.
004490            ADD 1                          TO WS-REJECT-COUNT.
004500       ******************************************************************
004510       * NOTE A POSTED CARD THE BUSINESS OFFICE MUST FOLLOW UP.
004520       ******************************************************************
004530        27500-NOTE-PARA.
004540            MOVE "NOTE     - "             TO WS-EXC-LABEL.
004550            MOVE CI-TRAN-CODE              TO WS-EXC-TRAN-CODE.
004560            MOVE CI-ENROLL-NO              TO WS-EXC-ENROLL-NO.
004570            MOVE CI-ITEM-NO                TO WS-EXC-ITEM-NO.
004580            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
004590            WRITE ES-EXCEPTION-REC.
004600            MOVE "REJECTED - "             TO WS-EXC-LABEL.
004610            ADD 1                          TO WS-NOTE-COUNT.
004620       ******************************************************************
004630       * DISPLAY COUNTS AND CLOSE THE FILES.
004640       ******************************************************************
004650        30000-CLOSE-PARA.
004660            DISPLAY "CARDS READ        : " WS-READ-COUNT.
004670            DISPLAY "ITEMS ADDED       : " WS-ITEM-ADD-COUNT.
004680            DISPLAY "ITEMS CHANGED     : " WS-ITEM-CHG-COUNT.
004690            DISPLAY "CHECKOUTS POSTED  : " WS-OUT-COUNT.
004700            DISPLAY "RETURNS POSTED    : " WS-RETURN-COUNT.
004710            DISPLAY "CARDS REJECTED    : " WS-REJECT-COUNT.
004720            DISPLAY "LOST ITEMS BACK   : " WS-NOTE-COUNT.
004730            CLOSE CIRC-IN-FILE.
004740            CLOSE ITEM-FILE.
004750            CLOSE CIRC-FILE.
004760            CLOSE EXCEPTION-FILE.
