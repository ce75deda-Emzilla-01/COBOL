000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1045.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: DAILY CAFETERIA MEAL LOAD AND CHARGE POSTING.
000060       *  CASH AT THE REGISTER GIVES WAY TO A STUDENT CHARGE. EACH
000070       *  CAFEIN CARD IS MEALS SERVED TO ONE STUDENT ON ONE DATE
000080       *  (B BREAKFAST / L LUNCH, AND A COUNT). THE STUDENT'S MEAL
000090       *  CATEGORY COMES FROM CEXM1044'S ELIGFILE - A STUDENT WITH NO
000100       *  ELIGIBILITY ON FILE PAYS FULL PRICE (CATEGORY P) - AND A
000110       *  SERVICE DATE OUTSIDE THE ELIGIBILITY FROM/TO DATES IS
000120       *  REJECTED TO MEALEXCP. THE MEALPRC PRICE TABLE (CATEGORY,
000130       *  MEAL TYPE, UNIT PRICE) PRICES EACH MEAL. THE PRICED MEALS
000140       *  ARE SORTED BY STUDENT AND:
000150       *    - EVERY MEAL LINE IS APPENDED TO MEALHIST WITH THE
000160       *      CATEGORY AND CAMPUS FOR CEXM1046'S MONTHLY CLAIM
000170       *    - EACH STUDENT'S TOTAL IS POSTED AS ONE MEAL CHARGE TO
000180       *      THE RECVFILE ACCOUNT (CEXM973'S WAY) AND JOURNALED TO
000190       *      RECVTRAN AS TYPE M (DEBIT). FREE MEALS COST NOTHING AND
000200       *      POST NO CHARGE, BUT STILL COUNT FOR THE CLAIM.
000210       *  A DAY'S CARDS ARE LOADED ONCE - A RERUN WOULD CHARGE THEM
000220       *  AGAIN.
000230       * CAFEIN  : JEBA02.EMY.COBOL.CAFEIN
000240       * MEALPRC : JEBA02.EMY.COBOL.MEALPRC
000250       * ELIGFILE: JEBA02.EMY.COBOL.ELIGFILE (INDEXED ON ENROLL NO)
000260       * STUDOUT : JEBA02.EMY.COBOL.STUDOUT (INDEXED ON ENROLL NO)
000270       * MEALHIST: JEBA02.EMY.COBOL.MEALHIST
000280       * RECVFILE: JEBA02.EMY.COBOL.RECVFILE (INDEXED ON ENROLL NO)
000290       * RECVTRAN: JEBA02.EMY.COBOL.RECVTRAN
000300       * MEALEXCP: JEBA02.EMY.COBOL.MEALEXCP
000310       * SORTWK  : SORT WORK FILE
000320       * ----------------------------------------------------------------
000330       * PRJ NO    NAME     DATE          MAINT DESC.
000340       * ----------------------------------------------------------------
000350       * JEBA02    EMY     09/23/2026    PROGRAM CREATED.
000360       ******************************************************************
000370        ENVIRONMENT DIVISION.
000380        INPUT-OUTPUT SECTION.
000390        FILE-CONTROL.
000400            SELECT CAFE-IN-FILE
000410                ASSIGN TO CAFEIN
000420                ORGANIZATION IS SEQUENTIAL
000430                ACCESS MODE IS SEQUENTIAL
000440                FILE STATUS IS WS-CAFE-IN-FS.
000450            SELECT PRICE-FILE
000460                ASSIGN TO MEALPRC
000470                ORGANIZATION IS SEQUENTIAL
000480                ACCESS MODE IS SEQUENTIAL
000490                FILE STATUS IS WS-PRICE-FS.
000500            SELECT ELIG-FILE
000510                ASSIGN TO ELIGFILE
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS RANDOM
000540                RECORD KEY IS EL-ENROLL-NO
000550                FILE STATUS IS WS-ELIG-FS.
000560            SELECT STUD-FILE
000570                ASSIGN TO STUDOUT
000580                ORGANIZATION IS INDEXED
000590                ACCESS MODE IS RANDOM
000600                RECORD KEY IS FS-ENROLL-NO
000610                FILE STATUS IS WS-STUD-FS.
000620            SELECT MEAL-HIST-FILE
000630                ASSIGN TO MEALHIST
000640                ORGANIZATION IS SEQUENTIAL
000650                ACCESS MODE IS SEQUENTIAL
000660                FILE STATUS IS WS-MEAL-HIST-FS.
000670            SELECT RECV-FILE
000680                ASSIGN TO RECVFILE
000690                ORGANIZATION IS INDEXED
000700                ACCESS MODE IS RANDOM
000710                RECORD KEY IS RV-ENROLL-NO
000720                FILE STATUS IS WS-RECV-FS.
000730            SELECT TRAN-FILE
000740                ASSIGN TO RECVTRAN
000750                ORGANIZATION IS SEQUENTIAL
000760                ACCESS MODE IS SEQUENTIAL
000770                FILE STATUS IS WS-TRAN-FS.
000780            SELECT EXCEPTION-FILE
000790                ASSIGN TO MEALEXCP
000800                ORGANIZATION IS SEQUENTIAL
000810                ACCESS MODE IS SEQUENTIAL
000820                FILE STATUS IS WS-EXCEPTION-FS.
000830            SELECT SORT-FILE
000840                ASSIGN TO SORTWK.
000850        DATA DIVISION.
000860        FILE SECTION.
000870        FD  CAFE-IN-FILE.
000880        01  MI-CAFE-IN-REC.
000890            05  MI-ENROLL-NO              PIC X(06).
000900            05  MI-SERVE-DATE             PIC X(08).
000910            05  MI-MEAL-TYPE              PIC X(01).
000920            05  MI-MEAL-COUNT             PIC X(02).
000930            05  FILLER                    PIC X(63).
000940        FD  PRICE-FILE.
000950        01  MP-PRICE-REC.
000960            05  MP-CATEGORY               PIC X(01).
000970            05  MP-MEAL-TYPE              PIC X(01).
000980            05  MP-PRICE                  PIC 9(03)V9(02).
000990            05  FILLER                    PIC X(73).
001000        FD  ELIG-FILE.
001010        01  EL-ELIG-REC.
001020            05  EL-ENROLL-NO              PIC 9(06).
001030            05  EL-CATEGORY               PIC X(01).
001040            05  EL-EFF-FROM               PIC 9(08).
001050            05  EL-EFF-TO                 PIC 9(08).
001060            05  EL-APP-REF                PIC X(12).
001070            05  EL-LOAD-DATE              PIC X(08).
001080            05  FILLER                    PIC X(37).
001090        FD  STUD-FILE.
001100        01  FS-STUD-REC.
001110            05  FS-ENROLL-NO              PIC 9(06).
001120            05  FS-SNAME                  PIC X(30).
001130            05  FS-MATHS-MARKS            PIC 9(03).
001140            05  FS-SCIENCE-MARKS          PIC 9(03).
001150            05  FS-COMPUTER-MARKS         PIC 9(03).
001160            05  FS-AVG-MARKS              PIC 9(03)V9(02).
001170            05  FS-STUD-STATUS            PIC X(01).
001180            05  FS-STATUS-DATE            PIC X(08).
001190            05  FS-CAMPUS-CODE            PIC X(02).
001200            05  FILLER                    PIC X(19).
001210        FD  MEAL-HIST-FILE.
001220        01  MH-MEAL-REC.
001230            05  MH-ENROLL-NO              PIC 9(06).
001240            05  MH-SERVE-DATE             PIC 9(08).
001250            05  MH-MEAL-TYPE              PIC X(01).
001260            05  MH-MEAL-COUNT             PIC 9(02).
001270            05  MH-CATEGORY               PIC X(01).
001280            05  MH-CAMPUS-CODE            PIC X(02).
001290            05  MH-PRICE                  PIC 9(03)V9(02).
001300            05  MH-AMOUNT                 PIC 9(05)V9(02).
001310            05  MH-LOAD-DATE              PIC X(08).
001320            05  FILLER                    PIC X(40).
001330        FD  RECV-FILE.
001340        01  RV-RECV-REC.
001350            05  RV-ENROLL-NO              PIC 9(06).
001360            05  RV-INVOICE-NO             PIC 9(06).
001370            05  RV-INVOICE-DATE           PIC X(08).
001380            05  RV-BILLED-AMT             PIC 9(07)V9(02).
001390            05  RV-PAID-AMT               PIC 9(07)V9(02).
001400            05  RV-STATUS                 PIC X(01).
001410            05  RV-PLAN-FLAG              PIC X(01).
001420            05  RV-LATE-FEE-AMT           PIC 9(05)V9(02).
001430            05  FILLER                    PIC X(33).
001440        FD  TRAN-FILE.
001450        01  RT-TRAN-REC.
001460            05  RT-ENROLL-NO              PIC 9(06).
001470            05  RT-TRAN-DATE              PIC 9(08).
001480            05  RT-TRAN-TYPE              PIC X(01).
001490            05  RT-AMOUNT                 PIC 9(07)V9(02).
001500            05  RT-DRCR                   PIC X(01).
001510            05  RT-DESC                   PIC X(20).
001520            05  FILLER                    PIC X(35).
001530        FD  EXCEPTION-FILE.
001540        01  ES-EXCEPTION-REC              PIC X(80).
001550        SD  SORT-FILE.
001560        01  SR-SORT-REC.
001570            05  SR-ENROLL-NO              PIC 9(06).
001580            05  SR-SERVE-DATE             PIC 9(08).
001590            05  SR-MEAL-TYPE              PIC X(01).
001600            05  SR-MEAL-COUNT             PIC 9(02).
001610            05  SR-CATEGORY               PIC X(01).
001620            05  SR-CAMPUS-CODE            PIC X(02).
001630            05  SR-PRICE                  PIC 9(03)V9(02).
001640            05  SR-AMOUNT                 PIC 9(05)V9(02).
001650        WORKING-STORAGE SECTION.
001660        01  WS-CAFE-IN-FS                 PIC X(02).
001670        01  WS-PRICE-FS                   PIC X(02).
001680        01  WS-ELIG-FS                    PIC X(02).
001690        01  WS-STUD-FS                    PIC X(02).
001700        01  WS-MEAL-HIST-FS               PIC X(02).
001710        01  WS-RECV-FS                    PIC X(02).
001720        01  WS-TRAN-FS                    PIC X(02).
001730        01  WS-EXCEPTION-FS               PIC X(02).
001740        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001750        01  WS-ENDOFFILE                  PIC X(03) VALUE "NO".
001760        01  WS-PRICE-EOF                  PIC X(03) VALUE "NO".
001770        01  WS-SORT-EOF                   PIC X(03) VALUE "NO".
001780        01  WS-CURRENT-DATE-DATA          PIC X(20).
001790        01  WS-ENROLL-NO                  PIC 9(06).
001800        01  WS-SERVE-DATE                 PIC 9(08).
001810        01  WS-MEAL-COUNT                 PIC 9(02).
001820        01  WS-CATEGORY                   PIC X(01).
001830        01  WS-CAMPUS                     PIC X(02).
001840        01  WS-STUD-ON-FILE               PIC X(03).
001850        01  WS-ELIG-ON-FILE               PIC X(03).
001860       * MEAL PRICES BY CATEGORY AND MEAL TYPE, FROM MEALPRC.
001870        01  WS-PRICE-COUNT                PIC 9(02) VALUE 0.
001880        01  WS-PRICE-TABLE.
001890            05  WS-PR-ENTRY               OCCURS 20 TIMES.
001900                10  WS-PR-CATEGORY        PIC X(01).
001910                10  WS-PR-MEAL-TYPE       PIC X(01).
001920                10  WS-PR-PRICE           PIC 9(03)V9(02).
001930        01  WS-PR-SUB                     PIC 9(02).
001940        01  WS-PR-HIT                     PIC 9(02).
001950       * THE STUDENT WHOSE MEALS ARE BEING TOTALLED.
001960        01  WS-CUR-ENROLL-NO              PIC 9(06) VALUE 0.
001970        01  WS-STUD-TOTAL                 PIC 9(07)V9(02) VALUE 0.
001980        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
001990        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
002000        01  WS-MEAL-COUNT-TOT             PIC 9(07) VALUE 0.
002010        01  WS-CHARGE-COUNT               PIC 9(06) VALUE 0.
002020        01  WS-CHARGE-TOTAL               PIC 9(07)V9(02) VALUE 0.
002030        01  WS-EXCEPTION-OUT.
002040            05 FILLER                     PIC X(11)
002050                                          VALUE "REJECTED - ".
002060            05 WS-EXC-CARD                PIC X(17).
002070            05 FILLER                     PIC X(03) VALUE " - ".
002080            05 WS-EXC-REASON              PIC X(40).
002090            05 FILLER                     PIC X(09) VALUE SPACES.
002100        01  WS-NO-PRICE-REASON.
002110            05 FILLER                     PIC X(24)
002120                                    VALUE "NO MEALPRC PRICE - CAT ".
002130            05 WS-NP-CATEGORY             PIC X(01).
002140            05 FILLER                     PIC X(06) VALUE " MEAL ".
002150            05 WS-NP-MEAL-TYPE            PIC X(01).
002160            05 FILLER                     PIC X(08) VALUE SPACES.
002170        COPY SPGM0906L.
002180        COPY SPGMABNL.
002190        PROCEDURE DIVISION.
002200       ******************************************************************
002210       * MAIN PROGRAM FLOW.
002220       ******************************************************************
002230        00000-MAIN-PARA.
002240            PERFORM 10000-INITIALIZE-PARA.
002250            IF  WS-ERROR-FLAG              NOT = "YES"
002260                PERFORM 12000-LOAD-PRICE-PARA
002270                    UNTIL WS-PRICE-EOF     = "YES"
002280            END-IF.
002290            IF  WS-ERROR-FLAG              NOT = "YES"
002300                SORT SORT-FILE
002310                    ON ASCENDING KEY SR-ENROLL-NO
002320                    ON ASCENDING KEY SR-SERVE-DATE
002330                    ON ASCENDING KEY SR-MEAL-TYPE
002340                    INPUT PROCEDURE IS 20000-PRICE-MEALS-PARA
002350                    OUTPUT PROCEDURE IS 25000-POST-MEALS-PARA
002360            END-IF.
002370            PERFORM 30000-CLOSE-PARA.
002380            STOP RUN.
002390       ******************************************************************
002400       * OPEN EVERYTHING. MEALHIST AND RECVTRAN GROW ACROSS RUNS.
002410       ******************************************************************
002420        10000-INITIALIZE-PARA.
002430            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002440            OPEN INPUT CAFE-IN-FILE.
002450            IF WS-CAFE-IN-FS              NOT = "00"
002460               DISPLAY "CAFEIN ACCESS ERROR."
002470               MOVE "CEXM1045"            TO LK-PGM-ID
002480               MOVE "CAFEIN"              TO LK-FILE-ID
002490               MOVE WS-CAFE-IN-FS         TO LK-FILE-STATUS
002500               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002510               IF  LK-ABEND-YES
002520                   MOVE 16                TO RETURN-CODE
002530                   MOVE "YES"             TO WS-ERROR-FLAG
002540               END-IF
002550            END-IF.
002560            OPEN INPUT PRICE-FILE.
002570            IF WS-PRICE-FS                NOT = "00"
002580               DISPLAY "MEALPRC ACCESS ERROR."
002590               MOVE "CEXM1045"            TO LK-PGM-ID
002600               MOVE "MEALPRC"             TO LK-FILE-ID
002610               MOVE WS-PRICE-FS           TO LK-FILE-STATUS
002620               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002630               IF  LK-ABEND-YES
002640                   MOVE 16                TO RETURN-CODE
002650                   MOVE "YES"             TO WS-ERROR-FLAG
002660               END-IF
002670            END-IF.
002680            OPEN INPUT ELIG-FILE.
002690            IF WS-ELIG-FS                 NOT = "00"
002700               DISPLAY "ELIGFILE ACCESS ERROR."
002710               MOVE "CEXM1045"            TO LK-PGM-ID
002720               MOVE "ELIGFILE"            TO LK-FILE-ID
002730               MOVE WS-ELIG-FS            TO LK-FILE-STATUS
002740               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002750               IF  LK-ABEND-YES
002760                   MOVE 16                TO RETURN-CODE
002770                   MOVE "YES"             TO WS-ERROR-FLAG
002780               END-IF
002790            END-IF.
002800            OPEN INPUT STUD-FILE.
002810            IF WS-STUD-FS                 NOT = "00"
002820               DISPLAY "STUDOUT ACCESS ERROR."
002830               MOVE "CEXM1045"            TO LK-PGM-ID
002840               MOVE "STUDOUT"             TO LK-FILE-ID
002850               MOVE WS-STUD-FS            TO LK-FILE-STATUS
002860               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002870               IF  LK-ABEND-YES
002880                   MOVE 16                TO RETURN-CODE
002890                   MOVE "YES"             TO WS-ERROR-FLAG
002900               END-IF
002910            END-IF.
002920            OPEN EXTEND MEAL-HIST-FILE.
002930            IF WS-MEAL-HIST-FS = "05" OR WS-MEAL-HIST-FS = "35"
002940               CLOSE MEAL-HIST-FILE
002950               OPEN OUTPUT MEAL-HIST-FILE
002960            END-IF.
002970            IF WS-MEAL-HIST-FS            NOT = "00"
002980               DISPLAY "MEALHIST ACCESS ERROR."
002990               MOVE "CEXM1045"            TO LK-PGM-ID
003000               MOVE "MEALHIST"            TO LK-FILE-ID
003010               MOVE WS-MEAL-HIST-FS       TO LK-FILE-STATUS
003020               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003030               IF  LK-ABEND-YES
003040                   MOVE 16                TO RETURN-CODE
003050                   MOVE "YES"             TO WS-ERROR-FLAG
003060               END-IF
003070            END-IF.
003080            OPEN I-O RECV-FILE.
003090            IF WS-RECV-FS                 = "35"
003100               OPEN OUTPUT RECV-FILE
003110               CLOSE RECV-FILE
003120               OPEN I-O RECV-FILE
003130            END-IF.
003140            IF WS-RECV-FS                 NOT = "00"
003150               DISPLAY "RECVFILE ACCESS ERROR."
003160               MOVE "CEXM1045"            TO LK-PGM-ID
003170               MOVE "RECVFILE"            TO LK-FILE-ID
003180               MOVE WS-RECV-FS            TO LK-FILE-STATUS
003190               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003200               IF  LK-ABEND-YES
003210                   MOVE 16                TO RETURN-CODE
003220                   MOVE "YES"             TO WS-ERROR-FLAG
003230               END-IF
003240            END-IF.
003250            OPEN EXTEND TRAN-FILE.
003260            IF WS-TRAN-FS = "05" OR WS-TRAN-FS = "35"
003270               CLOSE TRAN-FILE
003280               OPEN OUTPUT TRAN-FILE
003290            END-IF.
003300            IF WS-TRAN-FS                 NOT = "00"
003310               DISPLAY "RECVTRAN ACCESS ERROR."
003320               MOVE "CEXM1045"            TO LK-PGM-ID
003330               MOVE "RECVTRAN"            TO LK-FILE-ID
003340               MOVE WS-TRAN-FS            TO LK-FILE-STATUS
003350               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003360               IF  LK-ABEND-YES
003370                   MOVE 16                TO RETURN-CODE
003380                   MOVE "YES"             TO WS-ERROR-FLAG
003390               END-IF
003400            END-IF.
003410            OPEN OUTPUT EXCEPTION-FILE.
003420            IF WS-EXCEPTION-FS            NOT = "00"
003430               DISPLAY "MEALEXCP ACCESS ERROR."
003440               MOVE "CEXM1045"            TO LK-PGM-ID
003450               MOVE "MEALEXCP"            TO LK-FILE-ID
003460               MOVE WS-EXCEPTION-FS       TO LK-FILE-STATUS
003470               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003480               IF  LK-ABEND-YES
003490                   MOVE 16                TO RETURN-CODE
003500                   MOVE "YES"             TO WS-ERROR-FLAG
003510               END-IF
003520            END-IF.
003530       ******************************************************************
003540       * LOAD THE MEAL PRICE TABLE. A PRICE THAT IS NOT NUMERIC IS
003550       * SKIPPED.
003560       ******************************************************************
003570        12000-LOAD-PRICE-PARA.
003580            READ PRICE-FILE
003590            AT END
003600                MOVE "YES"                 TO WS-PRICE-EOF
003610            NOT AT END
003620                EVALUATE TRUE
003630                    WHEN MP-PRICE          NOT NUMERIC
003640                        DISPLAY "BAD MEALPRC CARD IGNORED: "
003650                            MP-PRICE-REC(1:7)
003660                    WHEN WS-PRICE-COUNT    = 20
003670                        DISPLAY "PRICE TABLE FULL AT 20 ENTRIES."
003680                    WHEN OTHER
003690                        ADD 1              TO WS-PRICE-COUNT
003700                        MOVE MP-CATEGORY
003710                            TO WS-PR-CATEGORY(WS-PRICE-COUNT)
003720                        MOVE MP-MEAL-TYPE
003730                            TO WS-PR-MEAL-TYPE(WS-PRICE-COUNT)
003740                        MOVE MP-PRICE
003750                            TO WS-PR-PRICE(WS-PRICE-COUNT)
003760                END-EVALUATE
003770            END-READ.
003780       ******************************************************************
003790       * INPUT PROCEDURE: PROVE AND PRICE EVERY CARD, RELEASING THE
003800       * GOOD ONES TO THE SORT.
003810       ******************************************************************
003820        20000-PRICE-MEALS-PARA.
003830            PERFORM 21000-ONE-CARD-PARA
003840                UNTIL WS-ENDOFFILE         = "YES".
003850        21000-ONE-CARD-PARA.
003860            READ CAFE-IN-FILE
003870            AT END
003880                MOVE "YES"                 TO WS-ENDOFFILE
003890            NOT AT END
003900                ADD 1                      TO WS-READ-COUNT
003910                PERFORM 22000-CHECK-CARD-PARA
003920            END-READ.
003930       ******************************************************************
003940       * THE STUDENT MUST BE ON STUDFILE, THE SERVICE DATE REAL, THE
003950       * MEAL B OR L WITH A COUNT OF 1-99, AND THE DATE INSIDE THE
003960       * STUDENT'S ELIGIBILITY WHEN THE STUDENT HAS ONE.
003970       ******************************************************************
003980        22000-CHECK-CARD-PARA.
003990            MOVE 0                         TO WS-ENROLL-NO.
004000            MOVE 0                         TO WS-SERVE-DATE.
004010            MOVE 0                         TO WS-MEAL-COUNT.
004020            IF  MI-ENROLL-NO               IS NUMERIC
004030                MOVE MI-ENROLL-NO          TO WS-ENROLL-NO
004040            END-IF.
004050            IF  MI-SERVE-DATE              IS NUMERIC
004060                MOVE MI-SERVE-DATE         TO WS-SERVE-DATE
004070            END-IF.
004080            IF  MI-MEAL-COUNT              IS NUMERIC
004090                MOVE MI-MEAL-COUNT         TO WS-MEAL-COUNT
004100            END-IF.
004110            MOVE "VA"                      TO LK-DT-FUNCTION.
004120            MOVE WS-SERVE-DATE             TO LK-DT-DATE-1.
004130            CALL 'SPGM0906'                USING LK-DATESVC-PARMS.
004140            PERFORM 22100-FIND-STUDENT-PARA.
004150            EVALUATE TRUE
004160                WHEN WS-STUD-ON-FILE       = "NO"
004170                    MOVE "ENROLL NUMBER NOT ON STUDFILE"
004180                                           TO WS-EXC-REASON
004190                    PERFORM 27000-REJECT-PARA
004200                WHEN LK-DT-BAD
004210                    MOVE "INVALID SERVICE DATE" TO WS-EXC-REASON
004220                    PERFORM 27000-REJECT-PARA
004230                WHEN MI-MEAL-TYPE          NOT = "B"
004240                    AND MI-MEAL-TYPE       NOT = "L"
004250                    MOVE "MEAL TYPE NOT B OR L" TO WS-EXC-REASON
004260                    PERFORM 27000-REJECT-PARA
004270                WHEN WS-MEAL-COUNT         = 0
004280                    MOVE "MEAL COUNT NOT 01-99" TO WS-EXC-REASON
004290                    PERFORM 27000-REJECT-PARA
004300                WHEN WS-ELIG-ON-FILE       = "YES"
004310                    AND (WS-SERVE-DATE     < EL-EFF-FROM
004320                    OR   WS-SERVE-DATE     > EL-EFF-TO)
004330                    MOVE "SERVED OUTSIDE ELIGIBILITY DATES"
004340                                           TO WS-EXC-REASON
004350                    PERFORM 27000-REJECT-PARA
004360                WHEN OTHER
004370                    PERFORM 23000-PRICE-CARD-PARA
004380            END-EVALUATE.
004390       ******************************************************************
004400       * STUDFILE GIVES THE CAMPUS (BLANK = CAMPUS 01); ELIGFILE GIVES
004410       * THE CATEGORY (NO RECORD = P, FULL PRICE).
004420       ******************************************************************
004430        22100-FIND-STUDENT-PARA.
004440            MOVE WS-ENROLL-NO              TO FS-ENROLL-NO.
004450            MOVE "YES"                     TO WS-STUD-ON-FILE.
004460            READ STUD-FILE
004470                INVALID KEY
004480                    MOVE "NO"              TO WS-STUD-ON-FILE
004490                NOT INVALID KEY
004500                    MOVE FS-CAMPUS-CODE    TO WS-CAMPUS
004510                    IF  WS-CAMPUS          = SPACES
004520                        MOVE "01"          TO WS-CAMPUS
004530                    END-IF
004540            END-READ.
004550            MOVE WS-ENROLL-NO              TO EL-ENROLL-NO.
004560            MOVE "YES"                     TO WS-ELIG-ON-FILE.
004570            READ ELIG-FILE
004580                INVALID KEY
004590                    MOVE "NO"              TO WS-ELIG-ON-FILE
004600                    MOVE "P"               TO WS-CATEGORY
004610                NOT INVALID KEY
004620                    MOVE EL-CATEGORY       TO WS-CATEGORY
004630            END-READ.
004640       ******************************************************************
004650       * PRICE THE MEALS FROM THE TABLE AND RELEASE THEM TO THE SORT.
004660       ******************************************************************
004670        23000-PRICE-CARD-PARA.
004680            MOVE 0                         TO WS-PR-HIT.
004690            PERFORM 23100-SCAN-PRICE-PARA
004700                VARYING WS-PR-SUB FROM 1 BY 1
004710                UNTIL WS-PR-SUB            > WS-PRICE-COUNT
004720                OR WS-PR-HIT               NOT = 0.
004730            IF  WS-PR-HIT                  = 0
004740                MOVE WS-CATEGORY           TO WS-NP-CATEGORY
004750                MOVE MI-MEAL-TYPE          TO WS-NP-MEAL-TYPE
004760                MOVE WS-NO-PRICE-REASON    TO WS-EXC-REASON
004770                PERFORM 27000-REJECT-PARA
004780            ELSE
004790                MOVE WS-ENROLL-NO          TO SR-ENROLL-NO
004800                MOVE WS-SERVE-DATE         TO SR-SERVE-DATE
004810                MOVE MI-MEAL-TYPE          TO SR-MEAL-TYPE
004820                MOVE WS-MEAL-COUNT         TO SR-MEAL-COUNT
004830                MOVE WS-CATEGORY           TO SR-CATEGORY
004840                MOVE WS-CAMPUS             TO SR-CAMPUS-CODE
004850                MOVE WS-PR-PRICE(WS-PR-HIT) TO SR-PRICE
004860                COMPUTE SR-AMOUNT = WS-PR-PRICE(WS-PR-HIT)
004870                    * WS-MEAL-COUNT
004880                RELEASE SR-SORT-REC
004890            END-IF.
004900        23100-SCAN-PRICE-PARA.
004910            IF  WS-PR-CATEGORY(WS-PR-SUB)  = WS-CATEGORY
004920                AND WS-PR-MEAL-TYPE(WS-PR-SUB) = MI-MEAL-TYPE
004930                MOVE WS-PR-SUB             TO WS-PR-HIT
004940            END-IF.
004950       ******************************************************************
004960       * OUTPUT PROCEDURE: RECORD EVERY MEAL ON MEALHIST AND POST ONE
004970       * CHARGE PER STUDENT.
004980       ******************************************************************
004990        25000-POST-MEALS-PARA.
005000            PERFORM 25200-ONE-RETURN-PARA
005010                UNTIL WS-SORT-EOF          = "YES"
005020                OR WS-ERROR-FLAG           = "YES".
005030            IF  WS-CUR-ENROLL-NO           NOT = 0
005040                PERFORM 26000-POST-CHARGE-PARA
005050            END-IF.
005060        25200-ONE-RETURN-PARA.
005070            RETURN SORT-FILE
005080            AT END
005090                MOVE "YES"                 TO WS-SORT-EOF
005100            NOT AT END
005110                IF  SR-ENROLL-NO           NOT = WS-CUR-ENROLL-NO
005120                    IF  WS-CUR-ENROLL-NO   NOT = 0
005130                        PERFORM 26000-POST-CHARGE-PARA
005140                    END-IF
005150                    MOVE SR-ENROLL-NO      TO WS-CUR-ENROLL-NO
005160                    MOVE 0                 TO WS-STUD-TOTAL
005170                END-IF
005180                MOVE SPACES                TO MH-MEAL-REC
005190                MOVE SR-ENROLL-NO          TO MH-ENROLL-NO
005200                MOVE SR-SERVE-DATE         TO MH-SERVE-DATE
005210                MOVE SR-MEAL-TYPE          TO MH-MEAL-TYPE
005220                MOVE SR-MEAL-COUNT         TO MH-MEAL-COUNT
005230                MOVE SR-CATEGORY           TO MH-CATEGORY
005240                MOVE SR-CAMPUS-CODE        TO MH-CAMPUS-CODE
005250                MOVE SR-PRICE              TO MH-PRICE
005260                MOVE SR-AMOUNT             TO MH-AMOUNT
005270                MOVE WS-CURRENT-DATE-DATA(1:8) TO MH-LOAD-DATE
005280                WRITE MH-MEAL-REC
005290                ADD SR-MEAL-COUNT          TO WS-MEAL-COUNT-TOT
005300                ADD SR-AMOUNT              TO WS-STUD-TOTAL
005310            END-RETURN.
005320       ******************************************************************
005330       * POST THE STUDENT'S MEAL TOTAL AS A CHARGE ON THE RECVFILE
005340       * ACCOUNT - ONTO THE OPEN RECEIVABLE IF ONE EXISTS, OTHERWISE
005350       * AS A NEW OPEN RECEIVABLE FOR JUST THE CHARGE (CEXM973'S
005360       * 26000-POST-FEE-PARA). A ZERO TOTAL POSTS NOTHING.
005370       ******************************************************************
005380        26000-POST-CHARGE-PARA.
005390            IF  WS-STUD-TOTAL              > 0
005400                MOVE WS-CUR-ENROLL-NO      TO RV-ENROLL-NO
005410                READ RECV-FILE
005420                    INVALID KEY
005430                        MOVE SPACES        TO RV-RECV-REC
005440                        MOVE WS-CUR-ENROLL-NO TO RV-ENROLL-NO
005450                        MOVE 0             TO RV-INVOICE-NO
005460                        MOVE WS-CURRENT-DATE-DATA(1:8)
005470                                           TO RV-INVOICE-DATE
005480                        MOVE WS-STUD-TOTAL TO RV-BILLED-AMT
005490                        MOVE 0             TO RV-PAID-AMT
005500                        MOVE "O"           TO RV-STATUS
005510                        MOVE SPACE         TO RV-PLAN-FLAG
005520                        MOVE 0             TO RV-LATE-FEE-AMT
005530                        WRITE RV-RECV-REC
005540                    NOT INVALID KEY
005550                        ADD WS-STUD-TOTAL  TO RV-BILLED-AMT
005560                        MOVE "O"           TO RV-STATUS
005570                        REWRITE RV-RECV-REC
005580                END-READ
005590                IF WS-RECV-FS              NOT = "00"
005600                   DISPLAY "RECVFILE UPDATE ERROR - STATUS " WS-RECV-FS
005610                       " - ENROLL NO " WS-CUR-ENROLL-NO
005620                   MOVE "CEXM1045"        TO LK-PGM-ID
005630                   MOVE "RECVFILE"        TO LK-FILE-ID
005640                   MOVE WS-RECV-FS        TO LK-FILE-STATUS
005650                   CALL 'SPGMABND'        USING LK-ABEND-PARMS
005660                   IF  LK-ABEND-YES
005670                       MOVE 16            TO RETURN-CODE
005680                       MOVE "YES"         TO WS-ERROR-FLAG
005690                   END-IF
005700                ELSE
005710                   ADD 1                  TO WS-CHARGE-COUNT
005720                   ADD WS-STUD-TOTAL      TO WS-CHARGE-TOTAL
005730                   PERFORM 26500-LOG-TRAN-PARA
005740                END-IF
005750            END-IF.
005760       ******************************************************************
005770       * JOURNAL THE MEAL CHARGE TO THE RECVTRAN ACTIVITY FILE.
005780       ******************************************************************
005790        26500-LOG-TRAN-PARA.
005800            MOVE SPACES                    TO RT-TRAN-REC.
005810            MOVE WS-CUR-ENROLL-NO          TO RT-ENROLL-NO.
005820            MOVE WS-CURRENT-DATE-DATA(1:8) TO RT-TRAN-DATE.
005830            MOVE "M"                       TO RT-TRAN-TYPE.
005840            MOVE WS-STUD-TOTAL             TO RT-AMOUNT.
005850            MOVE "D"                       TO RT-DRCR.
005860            MOVE "CAFETERIA MEALS"         TO RT-DESC.
005870            WRITE RT-TRAN-REC.
005880       ******************************************************************
005890       * REPORT A CARD THAT COULD NOT BE LOADED.
005900       ******************************************************************
005910        27000-REJECT-PARA.
005920            MOVE MI-CAFE-IN-REC(1:17)      TO WS-EXC-CARD.
005930            MOVE WS-EXCEPTION-OUT          TO ES-EXCEPTION-REC.
005940            WRITE ES-EXCEPTION-REC.
005950            ADD 1                          TO WS-REJECT-COUNT.
005960       ******************************************************************
005970       * DISPLAY COUNTS AND CLOSE THE FILES.
005980       ******************************************************************
005990        30000-CLOSE-PARA.
006000            DISPLAY "CARDS READ        : " WS-READ-COUNT.
006010            DISPLAY "CARDS REJECTED    : " WS-REJECT-COUNT.
006020            DISPLAY "MEALS LOADED      : " WS-MEAL-COUNT-TOT.
006030            DISPLAY "CHARGES POSTED    : " WS-CHARGE-COUNT.
006040            DISPLAY "CHARGE TOTAL      : " WS-CHARGE-TOTAL.
006050            CLOSE CAFE-IN-FILE.
006060            CLOSE PRICE-FILE.
006070            CLOSE ELIG-FILE.
006080            CLOSE STUD-FILE.
006090            CLOSE MEAL-HIST-FILE.
006100            CLOSE RECV-FILE.
006110            CLOSE TRAN-FILE.
006120            CLOSE EXCEPTION-FILE.
