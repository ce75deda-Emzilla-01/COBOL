000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1064.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: COLLECTION AGENCY PLACEMENT. ACCOUNTS PAST THE
000060       *  LAST CEXM993 DELINQUENCY NOTICE USED TO BE PHONED THROUGH TO
000070       *  THE AGENCY FROM THE AGING REPORT. THIS RUN WALKS RECVFILE AND
000080       *  PLACES EVERY ACCOUNT THAT IS:
000090       *    - OPEN, WITH AN OPEN BALANCE AT OR OVER MINAMT= CENTS
000100       *    - AGED PAST AGEDAYS= DAYS FROM ITS INVOICE DATE (360-DAY
000110       *      BASIS, CEXM994-STYLE)
000120       *    - UNDER AN ACTIVE CEXM994 HOLD ON HOLDFILE
000130       *    - NOT ALREADY PLACED
000140       *  EACH PLACEMENT GOES ON THE AGENCY'S AGYPLACE FILE IN
000150       *  CEXM938'S H/D/T ENVELOPE:
000160       *    H  SENDER ID, BUSINESS DATE, FILE SEQUENCE NUMBER
000170       *    D  ENROLL NO, NAME, OPEN BALANCE, INVOICE NO AND DATE,
000180       *       HOLD CODE AND HOLD DATE
000190       *    T  RECORD COUNT AND TOTAL PLACED (CENTS)
000200       *  AND THE ACCOUNT IS MARKED PLACED (RV-COLL-FLAG P WITH THE
000210       *  PLACEMENT DATE) SO IT IS NOT SENT AGAIN. CEXM1065 POSTS THE
000220       *  AGENCY'S RETURN FILE AND UN-FLAGS RECALLED ACCOUNTS. THE FILE
000230       *  SEQUENCE NUMBER IS THE NEXT ONE AFTER THE ONE-RECORD AGYSEQ
000240       *  CONTROL FILE (CEXM1051'S INTSEQ PATTERN). A RUN WITH NOTHING
000250       *  TO PLACE STILL SENDS H AND T. COLLRPT LISTS THE PLACEMENTS.
000260       *  SYSIN CARDS: AGEDAYS= (DEFAULT 120), MINAMT= (CENTS, DEFAULT
000270       *  0), SENDER=XXXXXXXX (DEFAULT CEXMCOLL).
000280       * RECVFILE: JEBA02.EMY.COBOL.RECVFILE (INDEXED ON ENROLL NO)
000290       * HOLDFILE: JEBA02.EMY.COBOL.HOLDFILE (INDEXED ON ENROLL NO)
000300       * AGYSEQ  : JEBA02.EMY.COBOL.AGYSEQ (ONE CONTROL RECORD)
000310       * AGYPLACE: JEBA02.EMY.COBOL.AGYPLACE
000320       * COLLRPT : JEBA02.EMY.COBOL.COLLRPT
000330       * STUDOUT : VIA SPGM0901
000340       * ----------------------------------------------------------------
000350       * PRJ NO    NAME     DATE          MAINT DESC.
000360       * ----------------------------------------------------------------
000370       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000380       ******************************************************************
000390        ENVIRONMENT DIVISION.
000400        INPUT-OUTPUT SECTION.
000410        FILE-CONTROL.
000420            SELECT RECV-FILE
000430                ASSIGN TO RECVFILE
000440                ORGANIZATION IS INDEXED
000450                ACCESS MODE IS SEQUENTIAL
000460                RECORD KEY IS RV-ENROLL-NO
000470                FILE STATUS IS WS-RECV-FS.
000480            SELECT HOLD-FILE
000490                ASSIGN TO HOLDFILE
000500                ORGANIZATION IS INDEXED
000510                ACCESS MODE IS RANDOM
000520                RECORD KEY IS HD-ENROLL-NO
000530                FILE STATUS IS WS-HOLD-FS.
000540            SELECT AGYSEQ-FILE
000550                ASSIGN TO AGYSEQ
000560                ORGANIZATION IS SEQUENTIAL
000570                ACCESS MODE IS SEQUENTIAL
000580                FILE STATUS IS WS-AGYSEQ-FS.
000590            SELECT PLACE-FILE
000600                ASSIGN TO AGYPLACE
000610                ORGANIZATION IS SEQUENTIAL
000620                ACCESS MODE IS SEQUENTIAL
000630                FILE STATUS IS WS-PLACE-FS.
000640            SELECT REPORT-FILE
000650                ASSIGN TO COLLRPT
000660                ORGANIZATION IS SEQUENTIAL
000670                ACCESS MODE IS SEQUENTIAL
000680                FILE STATUS IS WS-REPORT-FS.
000690        DATA DIVISION.
000700        FILE SECTION.
000710        FD  RECV-FILE.
000720        01  RV-RECV-REC.
000730            05  RV-ENROLL-NO              PIC 9(06).
000740            05  RV-INVOICE-NO             PIC 9(06).
000750            05  RV-INVOICE-DATE           PIC X(08).
000760            05  RV-BILLED-AMT             PIC 9(07)V9(02).
000770            05  RV-PAID-AMT               PIC 9(07)V9(02).
000780            05  RV-STATUS                 PIC X(01).
000790            05  RV-PLAN-FLAG              PIC X(01).
000800            05  RV-LATE-FEE-AMT           PIC 9(05)V9(02).
000810            05  RV-COLL-FLAG              PIC X(01).
000820            05  RV-COLL-DATE              PIC X(08).
000830            05  FILLER                    PIC X(24).
000840        FD  HOLD-FILE.
000850        01  HD-HOLD-REC.
000860            05  HD-ENROLL-NO              PIC 9(06).
000870            05  HD-HOLD-CODE              PIC X(02).
000880            05  HD-HOLD-AMT               PIC 9(07)V9(02).
000890            05  HD-PLACED-DATE            PIC 9(08).
000900            05  HD-RELEASED-DATE          PIC 9(08).
000910            05  HD-STATUS                 PIC X(01).
000920            05  FILLER                    PIC X(46).
000930        FD  AGYSEQ-FILE.
000940        01  AQ-AGYSEQ-REC.
000950            05  AQ-LAST-FILE-SEQ          PIC 9(06).
000960            05  AQ-LAST-SENT-DATE         PIC X(08).
000970            05  FILLER                    PIC X(66).
000980        FD  PLACE-FILE.
000990        01  AP-PLACE-REC                  PIC X(90).
001000        FD  REPORT-FILE.
001010        01  RS-REPORT-REC                 PIC X(80).
001020        WORKING-STORAGE SECTION.
001030        01  WS-RECV-FS                    PIC X(02).
001040        01  WS-HOLD-FS                    PIC X(02).
001050        01  WS-AGYSEQ-FS                  PIC X(02).
001060        01  WS-PLACE-FS                   PIC X(02).
001070        01  WS-REPORT-FS                  PIC X(02).
001080        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001090        01  WS-RECV-EOF                   PIC X(03) VALUE "NO".
001100        01  WS-CURRENT-DATE-DATA          PIC X(20).
001110        01  WS-PARM-CARD                  PIC X(80).
001120        01  WS-AGE-LIMIT                  PIC 9(04).
001130        01  WS-MIN-AMT                    PIC 9(07)V9(02).
001140        01  WS-SENDER-ID                  PIC X(08).
001150        01  WS-FILE-SEQ                   PIC 9(06) VALUE 0.
001160        01  WS-OPEN-AMT                   PIC 9(07)V9(02).
001170        01  WS-AGE-DAYS                   PIC S9(05).
001180        01  WS-TODAY-NUM                  PIC 9(08).
001190        01  WS-TODAY-R REDEFINES WS-TODAY-NUM.
001200            05  WS-TD-YYYY                PIC 9(04).
001210            05  WS-TD-MM                  PIC 9(02).
001220            05  WS-TD-DD                  PIC 9(02).
001230        01  WS-INV-NUM                    PIC 9(08).
001240        01  WS-INV-R REDEFINES WS-INV-NUM.
001250            05  WS-IV-YYYY                PIC 9(04).
001260            05  WS-IV-MM                  PIC 9(02).
001270            05  WS-IV-DD                  PIC 9(02).
001280        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
001290        01  WS-PLACED-COUNT               PIC 9(06) VALUE 0.
001300        01  WS-PLACED-TOTAL               PIC 9(09)V9(02) VALUE 0.
001310        01  WS-ALREADY-COUNT              PIC 9(06) VALUE 0.
001320        01  WS-NO-HOLD-COUNT              PIC 9(06) VALUE 0.
001330        01  WS-TOTAL-CENTS                PIC 9(12).
001340        01  WS-HEADER-REC.
001350            05 FILLER                     PIC X(01) VALUE "H".
001360            05 WS-H-SENDER-ID             PIC X(08).
001370            05 WS-H-BUS-DATE              PIC X(08).
001380            05 WS-H-FILE-SEQ              PIC 9(06).
001390            05 FILLER                     PIC X(67) VALUE SPACES.
001400        01  WS-DETAIL-REC.
001410            05 FILLER                     PIC X(01) VALUE "D".
001420            05 WS-D-ENROLL-NO             PIC 9(06).
001430            05 WS-D-SNAME                 PIC X(30).
001440            05 WS-D-OPEN-AMT              PIC 9(07)V9(02).
001450            05 WS-D-INVOICE-NO            PIC 9(06).
001460            05 WS-D-INVOICE-DATE          PIC X(08).
001470            05 WS-D-HOLD-CODE             PIC X(02).
001480            05 WS-D-HOLD-DATE             PIC 9(08).
001490            05 FILLER                     PIC X(20) VALUE SPACES.
001500        01  WS-TRAILER-REC.
001510            05 FILLER                     PIC X(01) VALUE "T".
001520            05 WS-T-COUNT                 PIC 9(06).
001530            05 WS-T-TOTAL                 PIC 9(12).
001540            05 FILLER                     PIC X(71) VALUE SPACES.
001550        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001560        01  WS-RPT-TITLE.
001570            05 FILLER                     PIC X(40)
001580               VALUE "COLLECTION AGENCY PLACEMENTS - FILE SEQ ".
001590            05 WS-RT-FILE-SEQ             PIC 9(06).
001600            05 FILLER                     PIC X(07) VALUE "  DATE ".
001610            05 WS-RT-DATE                 PIC X(08).
001620            05 FILLER                     PIC X(19) VALUE SPACES.
001630        01  WS-RPT-COLUMNS.
001640            05 FILLER                     PIC X(40)
001650               VALUE "ENROLL NAME                           IN".
001660            05 FILLER                     PIC X(40)
001670               VALUE "V DATE  DAYS HOLD  OPEN BALANCE         ".
001680        01  WS-PLACE-LINE.
001690            05 WS-PL-ENROLL-NO            PIC 9(06).
001700            05 FILLER                     PIC X(01) VALUE SPACE.
001710            05 WS-PL-SNAME                PIC X(30).
001720            05 FILLER                     PIC X(01) VALUE SPACE.
001730            05 WS-PL-INVOICE-DATE         PIC X(08).
001740            05 FILLER                     PIC X(01) VALUE SPACE.
001750            05 WS-PL-AGE-DAYS             PIC ZZZZ9.
001760            05 FILLER                     PIC X(02) VALUE SPACES.
001770            05 WS-PL-HOLD-CODE            PIC X(02).
001780            05 FILLER                     PIC X(02) VALUE SPACES.
001790            05 WS-PL-OPEN-AMT             PIC $$,$$$,$$9.99.
001800            05 FILLER                     PIC X(09) VALUE SPACES.
001810        01  WS-TOTAL-LINE.
001820            05 WS-TT-LABEL                PIC X(30).
001830            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
001840            05 FILLER                     PIC X(02) VALUE SPACES.
001850            05 WS-TT-AMOUNT               PIC $$$,$$$,$$9.99.
001860            05 FILLER                     PIC X(27) VALUE SPACES.
001870        COPY SPGM0901L.
001880        COPY SPGM0905L.
001890        COPY SPGMABNL.
001900        PROCEDURE DIVISION.
001910       ******************************************************************
001920       * MAIN PROGRAM FLOW.
001930       ******************************************************************
001940        00000-MAIN-PARA.
001950            PERFORM 05000-ACCEPT-PARA.
001960            IF  WS-ERROR-FLAG              NOT = "YES"
001970                PERFORM 10000-INITIALIZE-PARA
001980            END-IF.
001990            IF  WS-ERROR-FLAG              NOT = "YES"
002000                PERFORM 20000-PROCESS-PARA
002010                    UNTIL WS-ERROR-FLAG    = "YES"
002020                    OR    WS-RECV-EOF      = "YES"
002030            END-IF.
002040            IF  WS-ERROR-FLAG              NOT = "YES"
002050                PERFORM 25000-TRAILER-PARA
002060                PERFORM 26000-UPDATE-AGYSEQ-PARA
002070                PERFORM 28000-TOTALS-PARA
002080            END-IF.
002090            PERFORM 30000-CLOSE-PARA.
002100            STOP RUN.
002110       ******************************************************************
002120       * ACCEPT THE AGEDAYS=, MINAMT= AND SENDER= CARDS.
002130       ******************************************************************
002140        05000-ACCEPT-PARA.
002150            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002160            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY-NUM.
002170            MOVE SPACE                     TO LK-CHECK-FLAG.
002180            MOVE SPACES                    TO WS-PARM-CARD.
002190            ACCEPT WS-PARM-CARD.
002200            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002210            MOVE "AGEDAYS"                 TO LK-PA-KEYWORD.
002220            SET LK-PA-NUMERIC              TO TRUE.
002230            MOVE 1                         TO LK-PA-MIN-VALUE.
002240            MOVE 9999                      TO LK-PA-MAX-VALUE.
002250            MOVE "120"                     TO LK-PA-DEFAULT.
002260            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002270            IF  LK-PA-BAD
002280                DISPLAY "BAD AGEDAYS= CARD - RUN REFUSED."
002290                MOVE 16                    TO RETURN-CODE
002300                MOVE "YES"                 TO WS-ERROR-FLAG
002310            ELSE
002320                MOVE LK-PA-NUM-VALUE       TO WS-AGE-LIMIT
002330            END-IF.
002340            MOVE SPACES                    TO WS-PARM-CARD.
002350            ACCEPT WS-PARM-CARD.
002360            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002370            MOVE "MINAMT"                  TO LK-PA-KEYWORD.
002380            SET LK-PA-NUMERIC              TO TRUE.
002390            MOVE 0                         TO LK-PA-MIN-VALUE.
002400            MOVE 999999999                 TO LK-PA-MAX-VALUE.
002410            MOVE "0"                       TO LK-PA-DEFAULT.
002420            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002430            IF  LK-PA-BAD
002440                DISPLAY "BAD MINAMT= CARD - RUN REFUSED."
002450                MOVE 16                    TO RETURN-CODE
002460                MOVE "YES"                 TO WS-ERROR-FLAG
002470            ELSE
002480                COMPUTE WS-MIN-AMT = LK-PA-NUM-VALUE / 100
002490            END-IF.
002500            MOVE SPACES                    TO WS-PARM-CARD.
002510            ACCEPT WS-PARM-CARD.
002520            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002530            MOVE "SENDER"                  TO LK-PA-KEYWORD.
002540            SET LK-PA-ALPHA                TO TRUE.
002550            MOVE 0                         TO LK-PA-MIN-VALUE.
002560            MOVE 0                         TO LK-PA-MAX-VALUE.
002570            MOVE "CEXMCOLL"                TO LK-PA-DEFAULT.
002580            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002590            IF  LK-PA-BAD
002600                OR LK-PA-VALUE             = SPACES
002610                DISPLAY "BAD SENDER= CARD - RUN REFUSED."
002620                MOVE 16                    TO RETURN-CODE
002630                MOVE "YES"                 TO WS-ERROR-FLAG
002640            ELSE
002650                MOVE LK-PA-VALUE(1:8)      TO WS-SENDER-ID
002660            END-IF.
002670       ******************************************************************
002680       * OPEN THE FILES, TAKE THE NEXT FILE SEQUENCE NUMBER FROM AGYSEQ
002690       * - SEEDED AT ZERO ON FIRST USE - AND WRITE THE HEADER.
002700       ******************************************************************
002710        10000-INITIALIZE-PARA.
002720            OPEN I-O RECV-FILE.
002730            IF WS-RECV-FS                  NOT = "00"
002740               DISPLAY "RECVFILE ACCESS ERROR."
002750               MOVE "CEXM1064"             TO LK-PGM-ID
002760               MOVE "RECVFILE"             TO LK-FILE-ID
002770               MOVE WS-RECV-FS             TO LK-FILE-STATUS
002780               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002790               IF  LK-ABEND-YES
002800                   MOVE 16                 TO RETURN-CODE
002810                   MOVE "YES"              TO WS-ERROR-FLAG
002820               END-IF
002830            END-IF.
002840            OPEN INPUT HOLD-FILE.
002850            IF WS-HOLD-FS                  NOT = "00"
002860               DISPLAY "HOLDFILE ACCESS ERROR."
002870               MOVE "CEXM1064"             TO LK-PGM-ID
002880               MOVE "HOLDFILE"             TO LK-FILE-ID
002890               MOVE WS-HOLD-FS             TO LK-FILE-STATUS
002900               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002910               IF  LK-ABEND-YES
002920                   MOVE 16                 TO RETURN-CODE
002930                   MOVE "YES"              TO WS-ERROR-FLAG
002940               END-IF
002950            END-IF.
002960            OPEN INPUT AGYSEQ-FILE.
002970            IF WS-AGYSEQ-FS                = "35"
002980               OPEN OUTPUT AGYSEQ-FILE
002990               MOVE SPACES                 TO AQ-AGYSEQ-REC
003000               MOVE 0                      TO AQ-LAST-FILE-SEQ
003010               WRITE AQ-AGYSEQ-REC
003020               CLOSE AGYSEQ-FILE
003030               OPEN INPUT AGYSEQ-FILE
003040            END-IF.
003050            IF WS-AGYSEQ-FS                NOT = "00"
003060               DISPLAY "AGYSEQ ACCESS ERROR."
003070               MOVE "CEXM1064"             TO LK-PGM-ID
003080               MOVE "AGYSEQ"               TO LK-FILE-ID
003090               MOVE WS-AGYSEQ-FS           TO LK-FILE-STATUS
003100               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003110               IF  LK-ABEND-YES
003120                   MOVE 16                 TO RETURN-CODE
003130                   MOVE "YES"              TO WS-ERROR-FLAG
003140               END-IF
003150            ELSE
003160               READ AGYSEQ-FILE
003170               AT END
003180                   DISPLAY "AGYSEQ EMPTY - SEEDED AT ZERO."
003190                   MOVE 0                  TO WS-FILE-SEQ
003200               NOT AT END
003210                   IF  AQ-LAST-FILE-SEQ    IS NUMERIC
003220                       MOVE AQ-LAST-FILE-SEQ TO WS-FILE-SEQ
003230                   ELSE
003240                       DISPLAY "AGYSEQ CONTROL RECORD NOT NUMERIC"
003250                           " - RUN REFUSED."
003260                       MOVE 16             TO RETURN-CODE
003270                       MOVE "YES"          TO WS-ERROR-FLAG
003280                   END-IF
003290               END-READ
003300               CLOSE AGYSEQ-FILE
003310            END-IF.
003320            IF  WS-FILE-SEQ                = 999999
003330                MOVE 0                     TO WS-FILE-SEQ
003340            END-IF.
003350            ADD 1                          TO WS-FILE-SEQ.
003360            OPEN OUTPUT PLACE-FILE.
003370            IF WS-PLACE-FS                 NOT = "00"
003380               DISPLAY "AGYPLACE ACCESS ERROR."
003390               MOVE "CEXM1064"             TO LK-PGM-ID
003400               MOVE "AGYPLACE"             TO LK-FILE-ID
003410               MOVE WS-PLACE-FS            TO LK-FILE-STATUS
003420               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003430               IF  LK-ABEND-YES
003440                   MOVE 16                 TO RETURN-CODE
003450                   MOVE "YES"              TO WS-ERROR-FLAG
003460               END-IF
003470            ELSE
003480               MOVE WS-SENDER-ID           TO WS-H-SENDER-ID
003490               MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-H-BUS-DATE
003500               MOVE WS-FILE-SEQ            TO WS-H-FILE-SEQ
003510               MOVE WS-HEADER-REC          TO AP-PLACE-REC
003520               WRITE AP-PLACE-REC
003530            END-IF.
003540            OPEN OUTPUT REPORT-FILE.
003550            IF WS-REPORT-FS                NOT = "00"
003560               DISPLAY "COLLRPT ACCESS ERROR."
003570               MOVE "CEXM1064"             TO LK-PGM-ID
003580               MOVE "COLLRPT"              TO LK-FILE-ID
003590               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
003600               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003610               IF  LK-ABEND-YES
003620                   MOVE 16                 TO RETURN-CODE
003630                   MOVE "YES"              TO WS-ERROR-FLAG
003640               END-IF
003650            ELSE
003660               MOVE WS-FILE-SEQ            TO WS-RT-FILE-SEQ
003670               MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-RT-DATE
003680               MOVE WS-HEADER1             TO RS-REPORT-REC
003690               WRITE RS-REPORT-REC
003700               MOVE WS-RPT-TITLE           TO RS-REPORT-REC
003710               WRITE RS-REPORT-REC
003720               MOVE WS-RPT-COLUMNS         TO RS-REPORT-REC
003730               WRITE RS-REPORT-REC
003740               MOVE WS-HEADER1             TO RS-REPORT-REC
003750               WRITE RS-REPORT-REC
003760            END-IF.
003770       ******************************************************************
003780       * READ ONE RECEIVABLE AND TEST IT FOR PLACEMENT.
003790       ******************************************************************
003800        20000-PROCESS-PARA.
003810            READ RECV-FILE
003820            AT END
003830                MOVE "YES"                 TO WS-RECV-EOF
003840            NOT AT END
003850                ADD 1                      TO WS-READ-COUNT
003860                IF  RV-STATUS              NOT = "C"
003870                    AND RV-BILLED-AMT      > RV-PAID-AMT
003880                    AND RV-INVOICE-DATE    IS NUMERIC
003890                    COMPUTE WS-OPEN-AMT = RV-BILLED-AMT - RV-PAID-AMT
003900                    MOVE RV-INVOICE-DATE   TO WS-INV-NUM
003910                    COMPUTE WS-AGE-DAYS =
003920                        ((WS-TD-YYYY - WS-IV-YYYY) * 360)
003930                        + ((WS-TD-MM - WS-IV-MM) * 30)
003940                        + (WS-TD-DD - WS-IV-DD)
003950                    IF  WS-OPEN-AMT        >= WS-MIN-AMT
003960                        AND WS-AGE-DAYS    > WS-AGE-LIMIT
003970                        PERFORM 21000-CHECK-PLACE-PARA
003980                    END-IF
003990                END-IF
004000            END-READ.
004010       ******************************************************************
004020       * AN AGED ACCOUNT IS PLACED ONLY UNDER AN ACTIVE HOLD AND ONLY
004030       * ONCE.
004040       ******************************************************************
004050        21000-CHECK-PLACE-PARA.
004060            IF  RV-COLL-FLAG               = "P"
004070                ADD 1                      TO WS-ALREADY-COUNT
004080            ELSE
004090                MOVE RV-ENROLL-NO          TO HD-ENROLL-NO
004100                READ HOLD-FILE
004110                    INVALID KEY
004120                        ADD 1              TO WS-NO-HOLD-COUNT
004130                    NOT INVALID KEY
004140                        IF  HD-STATUS      = "A"
004150                            PERFORM 22000-PLACE-PARA
004160                        ELSE
004170                            ADD 1          TO WS-NO-HOLD-COUNT
004180                        END-IF
004190                END-READ
004200            END-IF.
004210       ******************************************************************
004220       * SEND THE ACCOUNT TO THE AGENCY AND MARK IT PLACED.
004230       ******************************************************************
004240        22000-PLACE-PARA.
004250            MOVE "P"                       TO RV-COLL-FLAG.
004260            MOVE WS-CURRENT-DATE-DATA(1:8) TO RV-COLL-DATE.
004270            REWRITE RV-RECV-REC.
004280            IF WS-RECV-FS                  NOT = "00"
004290               DISPLAY "RECVFILE REWRITE ERROR - STATUS " WS-RECV-FS
004300                   " - ENROLL NO " RV-ENROLL-NO
004310               MOVE "CEXM1064"             TO LK-PGM-ID
004320               MOVE "RECVFILE"             TO LK-FILE-ID
004330               MOVE WS-RECV-FS             TO LK-FILE-STATUS
004340               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004350               IF  LK-ABEND-YES
004360                   MOVE 16                 TO RETURN-CODE
004370                   MOVE "YES"              TO WS-ERROR-FLAG
004380               END-IF
004390            ELSE
004400               MOVE RV-ENROLL-NO           TO LK-ENROLL-NO
004410               CALL 'SPGM0901'             USING LK-STUDLOOKUP-PARMS
004420               IF  LK-FOUND
004430                   MOVE LK-SNAME           TO WS-D-SNAME
004440               ELSE
004450                   MOVE SPACES             TO WS-D-SNAME
004460               END-IF
004470               MOVE RV-ENROLL-NO           TO WS-D-ENROLL-NO
004480               MOVE WS-OPEN-AMT            TO WS-D-OPEN-AMT
004490               MOVE RV-INVOICE-NO          TO WS-D-INVOICE-NO
004500               MOVE RV-INVOICE-DATE        TO WS-D-INVOICE-DATE
004510               MOVE HD-HOLD-CODE           TO WS-D-HOLD-CODE
004520               MOVE HD-PLACED-DATE         TO WS-D-HOLD-DATE
004530               MOVE WS-DETAIL-REC          TO AP-PLACE-REC
004540               WRITE AP-PLACE-REC
004550               ADD 1                       TO WS-PLACED-COUNT
004560               ADD WS-OPEN-AMT             TO WS-PLACED-TOTAL
004570               MOVE RV-ENROLL-NO           TO WS-PL-ENROLL-NO
004580               MOVE WS-D-SNAME             TO WS-PL-SNAME
004590               MOVE RV-INVOICE-DATE        TO WS-PL-INVOICE-DATE
004600               MOVE WS-AGE-DAYS            TO WS-PL-AGE-DAYS
004610               MOVE HD-HOLD-CODE           TO WS-PL-HOLD-CODE
004620               MOVE WS-OPEN-AMT            TO WS-PL-OPEN-AMT
004630               MOVE WS-PLACE-LINE          TO RS-REPORT-REC
004640               WRITE RS-REPORT-REC
004650            END-IF.
004660       ******************************************************************
004670       * CLOSE THE TRANSMISSION WITH ITS COUNT AND TOTAL.
004680       ******************************************************************
004690        25000-TRAILER-PARA.
004700            MOVE WS-PLACED-COUNT           TO WS-T-COUNT.
004710            COMPUTE WS-TOTAL-CENTS = WS-PLACED-TOTAL * 100.
004720            MOVE WS-TOTAL-CENTS            TO WS-T-TOTAL.
004730            MOVE WS-TRAILER-REC            TO AP-PLACE-REC.
004740            WRITE AP-PLACE-REC.
004750       ******************************************************************
004760       * RECORD THE FILE SEQUENCE NUMBER JUST SENT.
004770       ******************************************************************
004780        26000-UPDATE-AGYSEQ-PARA.
004790            OPEN OUTPUT AGYSEQ-FILE.
004800            IF WS-AGYSEQ-FS                NOT = "00"
004810               DISPLAY "AGYSEQ REWRITE ERROR - STATUS " WS-AGYSEQ-FS
004820               MOVE "CEXM1064"             TO LK-PGM-ID
004830               MOVE "AGYSEQ"               TO LK-FILE-ID
004840               MOVE WS-AGYSEQ-FS           TO LK-FILE-STATUS
004850               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004860               IF  LK-ABEND-YES
004870                   MOVE 16                 TO RETURN-CODE
004880                   MOVE "YES"              TO WS-ERROR-FLAG
004890               END-IF
004900            ELSE
004910               MOVE SPACES                 TO AQ-AGYSEQ-REC
004920               MOVE WS-FILE-SEQ            TO AQ-LAST-FILE-SEQ
004930               MOVE WS-CURRENT-DATE-DATA(1:8) TO AQ-LAST-SENT-DATE
004940               WRITE AQ-AGYSEQ-REC
004950               CLOSE AGYSEQ-FILE
004960            END-IF.
004970       ******************************************************************
004980       * PRINT THE RUN TOTALS.
004990       ******************************************************************
005000        28000-TOTALS-PARA.
005010            MOVE WS-HEADER1                TO RS-REPORT-REC.
005020            WRITE RS-REPORT-REC.
005030            IF  WS-PLACED-COUNT            = 0
005040                MOVE "  NO ACCOUNTS TO PLACE IN THIS RUN."
005050                                           TO RS-REPORT-REC
005060                WRITE RS-REPORT-REC
005070            END-IF.
005080            MOVE "ACCOUNTS PLACED"         TO WS-TT-LABEL.
005090            MOVE WS-PLACED-COUNT           TO WS-TT-COUNT.
005100            MOVE WS-PLACED-TOTAL           TO WS-TT-AMOUNT.
005110            PERFORM 28100-TOTAL-LINE-PARA.
005120            MOVE "AGED BUT ALREADY PLACED"  TO WS-TT-LABEL.
005130            MOVE WS-ALREADY-COUNT          TO WS-TT-COUNT.
005140            MOVE 0                         TO WS-TT-AMOUNT.
005150            PERFORM 28100-TOTAL-LINE-PARA.
005160            MOVE "AGED BUT NO ACTIVE HOLD" TO WS-TT-LABEL.
005170            MOVE WS-NO-HOLD-COUNT          TO WS-TT-COUNT.
005180            MOVE 0                         TO WS-TT-AMOUNT.
005190            PERFORM 28100-TOTAL-LINE-PARA.
005200        28100-TOTAL-LINE-PARA.
005210            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005220            WRITE RS-REPORT-REC.
005230       ******************************************************************
005240       * DISPLAY COUNTS AND CLOSE THE FILES.
005250       ******************************************************************
005260        30000-CLOSE-PARA.
005270            DISPLAY "RECEIVABLES READ     : " WS-READ-COUNT.
005280            DISPLAY "ACCOUNTS PLACED      : " WS-PLACED-COUNT.
005290            DISPLAY "ALREADY PLACED       : " WS-ALREADY-COUNT.
005300            DISPLAY "AGED, NO ACTIVE HOLD : " WS-NO-HOLD-COUNT.
005310            DISPLAY "AGYPLACE FILE SEQ    : " WS-FILE-SEQ.
005320            CLOSE RECV-FILE.
005330            CLOSE HOLD-FILE.
005340            CLOSE PLACE-FILE.
005350            CLOSE REPORT-FILE.
