000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1074.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: BENEFIT DEDUCTIONS FOR THE PAY PERIOD. RUN
000060       *  BEFORE CEXM947 / CEXM1004 EACH PERIOD WITH A PERIOD=YYYYMMDD
000070       *  CARD (THE PERIOD END DATE, DEFAULT TODAY):
000080       *    - EVERY BENELECT ELECTION IS CHECKED AGAINST EMPMAST - AN
000090       *      EMPLOYEE TERMINATED BY CEXM952 HAS COVERAGE ENDED AT THE
000100       *      TERMINATION DATE (END REASON E); A PENDING TIER CHANGE
000110       *      NOW DUE BECOMES THE TIER IN FORCE
000120       *    - THE TYPE-I (INSURANCE) DEDFILE RECORDS ARE REGENERATED
000130       *      FROM THE ELECTIONS IN FORCE ON THE PERIOD DATE - ONE PER
000140       *      ELECTION, THE PLAN DESCRIPTION AND THE BENPLAN EMPLOYEE
000150       *      COST PER PERIOD FOR THE TIER. TYPE T AND O RECORDS ARE
000160       *      CARRIED OVER UNTOUCHED; HAND-TYPED I RECORDS ARE DROPPED.
000170       *    - THE BENREMIT CARRIER REMITTANCE REPORT LISTS, PER PLAN
000180       *      AND TIER, THE ELECTIONS IN FORCE WITH THE EMPLOYEE AND
000190       *      EMPLOYER SHARES, PLAN TOTALS FOR THE CARRIER, AND A
000200       *      GRAND TOTAL; COVERAGE ENDED THIS RUN AND ELECTIONS WHOSE
000210       *      PLAN/TIER HAS LEFT BENPLAN ARE LISTED AFTER (RC 4).
000220       *  DEDFILE IS READ WHOLE BEFORE IT IS REWRITTEN; MORE RECORDS
000230       *  THAN THE TABLE HOLDS REFUSES THE RUN WITH DEDFILE UNTOUCHED.
000240       * BENPLAN : JEBA02.EMY.COBOL.BENPLAN
000250       * BENELECT: JEBA02.EMY.COBOL.BENELECT (INDEXED ON EMP NO + PLAN)
000260       * EMPMAST : JEBA02.EMY.COBOL.EMPMAST (INDEXED ON EMP NUMBER)
000270       * DEDFILE : JEBA02.EMY.COBOL.DEDFILE
000280       * BENREMIT: JEBA02.EMY.COBOL.BENREMIT
000290       * ----------------------------------------------------------------
000300       * PRJ NO    NAME     DATE          MAINT DESC.
000310       * ----------------------------------------------------------------
000320       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000322       * JEBA02    EMY     09/26/2026    EMPMAST RECORD EXTENDED WITH
000325       *                                 THE SUPERVISOR EMPLOYEE NUMBER
000327       *                                 (FS-EMP-SUPV); NOT USED HERE.
000330       ******************************************************************
000340        ENVIRONMENT DIVISION.
000350        INPUT-OUTPUT SECTION.
000360        FILE-CONTROL.
000370            SELECT PLAN-FILE
000380                ASSIGN TO BENPLAN
000390                ORGANIZATION IS SEQUENTIAL
000400                ACCESS MODE IS SEQUENTIAL
000410                FILE STATUS IS WS-PLAN-FS.
000420            SELECT ELECT-FILE
000430                ASSIGN TO BENELECT
000440                ORGANIZATION IS INDEXED
000450                ACCESS MODE IS SEQUENTIAL
000460                RECORD KEY IS BE-KEY
000470                FILE STATUS IS WS-ELECT-FS.
000480            SELECT EMP-MASTER
000490                ASSIGN TO EMPMAST
000500                ORGANIZATION IS INDEXED
000510                ACCESS MODE IS RANDOM
000520                RECORD KEY IS FS-EMP-NUM
000530                FILE STATUS IS WS-EMP-FS.
000540            SELECT DED-FILE
000550                ASSIGN TO DEDFILE
000560                ORGANIZATION IS SEQUENTIAL
000570                ACCESS MODE IS SEQUENTIAL
000580                FILE STATUS IS WS-DED-FS.
000590            SELECT REPORT-FILE
000600                ASSIGN TO BENREMIT
000610                ORGANIZATION IS SEQUENTIAL
000620                ACCESS MODE IS SEQUENTIAL
000630                FILE STATUS IS WS-REPORT-FS.
000640        DATA DIVISION.
000650        FILE SECTION.
000660        FD  PLAN-FILE.
000670        01  BP-PLAN-REC.
000680            05  BP-PLAN-CODE              PIC X(04).
000690            05  BP-TIER                   PIC X(02).
000700            05  BP-PLAN-DESC              PIC X(20).
000710            05  BP-EMP-COST               PIC 9(05)V9(02).
000720            05  BP-ER-COST                PIC 9(05)V9(02).
000730            05  BP-CARRIER                PIC X(20).
000740            05  FILLER                    PIC X(20).
000750        FD  ELECT-FILE.
000760        01  BE-ELECT-REC.
000770            05  BE-KEY.
000780                10  BE-EMP-NO             PIC 9(04).
000790                10  BE-PLAN-CODE          PIC X(04).
000800            05  BE-TIER                   PIC X(02).
000810            05  BE-EFF-DATE               PIC 9(08).
000820            05  BE-END-DATE               PIC 9(08).
000830            05  BE-NEW-TIER               PIC X(02).
000840            05  BE-NEW-EFF-DATE           PIC 9(08).
000850            05  BE-STATUS                 PIC X(01).
000860            05  BE-END-REASON             PIC X(01).
000870            05  BE-LAST-OPER              PIC X(08).
000880            05  FILLER                    PIC X(34).
000890        FD  EMP-MASTER.
000900        01  FS-EMP-REC.
000910            05  FS-EMP-NUM                PIC X(03).
000920            05  FS-EMP-NAME               PIC X(20).
000930            05  FS-EMP-DEPT               PIC 9(02).
000940            05  FS-EMP-STATUS             PIC X(01).
000950            05  FS-EMP-TERM-DATE          PIC X(08).
000955            05  FS-EMP-SUPV               PIC X(03).
000960        FD  DED-FILE.
000970        01  DD-DED-REC.
000980            05  DD-EMP-NO                 PIC 9(04).
000990            05  DD-DED-TYPE               PIC X(01).
001000            05  DD-DED-DESC               PIC X(20).
001010            05  DD-DED-AMOUNT             PIC 9(05)V9(02).
001020            05  FILLER                    PIC X(48).
001030        FD  REPORT-FILE.
001040        01  RS-REPORT-REC                 PIC X(80).
001050        WORKING-STORAGE SECTION.
001060        01  WS-PLAN-FS                    PIC X(02).
001070        01  WS-ELECT-FS                   PIC X(02).
001080        01  WS-EMP-FS                     PIC X(02).
001090        01  WS-DED-FS                     PIC X(02).
001100        01  WS-REPORT-FS                  PIC X(02).
001110        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001120        01  WS-PLAN-EOF                   PIC X(03) VALUE "NO".
001130        01  WS-ELECT-EOF                  PIC X(03) VALUE "NO".
001140        01  WS-DED-EOF                    PIC X(03) VALUE "NO".
001150        01  WS-CURRENT-DATE-DATA          PIC X(20).
001160        01  WS-PARM-CARD                  PIC X(80).
001170        01  WS-PERIOD-DATE                PIC 9(08).
001180        01  WS-EMP-NO-D                   PIC 9(04).
001190        01  WS-REWRITE-FLAG               PIC X(03).
001200        01  WS-IN-FORCE                   PIC X(03).
001210       * BENEFIT PLAN MASTER WITH THE PERIOD'S REMITTANCE PER ENTRY.
001220        01  WS-PLAN-TABLE-COUNT           PIC 9(03) VALUE 0.
001230        01  WS-PLAN-TABLE.
001240            05  WS-PLAN-ENTRY             OCCURS 1 TO 200 TIMES
001250                                      DEPENDING ON WS-PLAN-TABLE-COUNT
001260                                          INDEXED BY PLAN-IDX.
001270                10  WS-PL-PLAN-CODE       PIC X(04).
001280                10  WS-PL-TIER            PIC X(02).
001290                10  WS-PL-DESC            PIC X(20).
001300                10  WS-PL-EMP-COST        PIC 9(05)V9(02).
001310                10  WS-PL-ER-COST         PIC 9(05)V9(02).
001320                10  WS-PL-CARRIER         PIC X(20).
001330                10  WS-PL-COUNT           PIC 9(05).
001340                10  WS-PL-EMP-SHARE       PIC 9(09)V9(02).
001350                10  WS-PL-ER-SHARE        PIC 9(09)V9(02).
001360        01  WS-PLAN-SUB                   PIC 9(03).
001370        01  WS-PLAN-OK-FLAG               PIC X(03).
001380       * THE DEDFILE AS READ, TYPE I RECORDS LEFT OUT.
001390        01  WS-DED-COUNT                  PIC 9(04) VALUE 0.
001400        01  WS-DED-TABLE.
001410            05  WS-DD-ENTRY               OCCURS 9999 TIMES.
001420                10  WS-DD-REC             PIC X(80).
001430        01  WS-DED-SUB                    PIC 9(04).
001440        01  WS-DED-READ                   PIC 9(06) VALUE 0.
001450        01  WS-OLD-I-COUNT                PIC 9(06) VALUE 0.
001460        01  WS-ELECT-READ                 PIC 9(06) VALUE 0.
001470        01  WS-NEW-I-COUNT                PIC 9(06) VALUE 0.
001480        01  WS-ENDED-COUNT                PIC 9(06) VALUE 0.
001490        01  WS-PROMOTE-COUNT              PIC 9(06) VALUE 0.
001500        01  WS-NO-PLAN-COUNT              PIC 9(06) VALUE 0.
001510       * ELECTIONS TO LIST AFTER THE REMITTANCE (ENDED OR NO PLAN).
001520        01  WS-EXC-COUNT                  PIC 9(04) VALUE 0.
001530        01  WS-EXC-TABLE.
001540            05  WS-EX-ENTRY               OCCURS 2000 TIMES.
001550                10  WS-EX-EMP-NO          PIC 9(04).
001560                10  WS-EX-PLAN-CODE       PIC X(04).
001570                10  WS-EX-TIER            PIC X(02).
001580                10  WS-EX-DATE            PIC 9(08).
001590                10  WS-EX-REASON          PIC X(30).
001600        01  WS-EXC-SUB                    PIC 9(04).
001610        01  WS-EXC-DATE                   PIC 9(08).
001620        01  WS-EXC-REASON                 PIC X(30).
001630       * PLAN BREAK AND GRAND TOTALS FOR THE REMITTANCE.
001640        01  WS-BRK-PLAN-CODE              PIC X(04).
001650        01  WS-BRK-CARRIER                PIC X(20).
001660        01  WS-BRK-COUNT                  PIC 9(06) VALUE 0.
001670        01  WS-BRK-EMP                    PIC 9(09)V9(02) VALUE 0.
001680        01  WS-BRK-ER                     PIC 9(09)V9(02) VALUE 0.
001690        01  WS-GRD-COUNT                  PIC 9(06) VALUE 0.
001700        01  WS-GRD-EMP                    PIC 9(09)V9(02) VALUE 0.
001710        01  WS-GRD-ER                     PIC 9(09)V9(02) VALUE 0.
001720        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001730        01  WS-HEADER2.
001740            05 FILLER                     PIC X(36)
001750               VALUE "CARRIER REMITTANCE - PERIOD ENDING  ".
001760            05 WS-H2-PERIOD               PIC 9(08).
001770            05 FILLER                     PIC X(36) VALUE SPACES.
001780        01  WS-HEADER3.
001790            05 FILLER                     PIC X(40)
001800               VALUE "PLAN TIER DESCRIPTION           COUNT  E".
001810            05 FILLER                     PIC X(40)
001820               VALUE "MPLOYEE SHR  EMPLOYER SHR     REMITTANCE".
001830        01  WS-CARRIER-LINE.
001840            05 FILLER                     PIC X(10) VALUE "CARRIER : ".
001850            05 WS-CR-CARRIER              PIC X(20).
001860            05 FILLER                     PIC X(50) VALUE SPACES.
001870        01  WS-DETAIL-LINE.
001880            05 WS-DL-PLAN-CODE            PIC X(04).
001890            05 FILLER                     PIC X(01) VALUE SPACE.
001900            05 WS-DL-TIER                 PIC X(04).
001910            05 FILLER                     PIC X(01) VALUE SPACE.
001920            05 WS-DL-DESC                 PIC X(20).
001930            05 WS-DL-COUNT                PIC ZZZ,ZZ9.
001940            05 FILLER                     PIC X(01) VALUE SPACE.
001950            05 WS-DL-EMP                  PIC ZZ,ZZZ,ZZ9.99.
001960            05 FILLER                     PIC X(01) VALUE SPACE.
001970            05 WS-DL-ER                   PIC ZZ,ZZZ,ZZ9.99.
001980            05 FILLER                     PIC X(01) VALUE SPACE.
001990            05 WS-DL-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
002000        01  WS-REMIT-TOTAL                PIC 9(10)V9(02).
002010        01  WS-EXC-LINE.
002020            05 FILLER                     PIC X(06) VALUE "EMP # ".
002030            05 WS-EL-EMP-NO               PIC 9(04).
002040            05 FILLER                     PIC X(01) VALUE SPACE.
002050            05 WS-EL-PLAN-CODE            PIC X(04).
002060            05 FILLER                     PIC X(01) VALUE SPACE.
002070            05 WS-EL-TIER                 PIC X(02).
002080            05 FILLER                     PIC X(01) VALUE SPACE.
002090            05 WS-EL-DATE                 PIC 9(08).
002100            05 FILLER                     PIC X(03) VALUE " - ".
002110            05 WS-EL-REASON               PIC X(30).
002120            05 FILLER                     PIC X(20) VALUE SPACES.
002130        COPY SPGM0905L.
002140        COPY SPGMABNL.
002150        PROCEDURE DIVISION.
002160       ******************************************************************
002170       * MAIN PROGRAM FLOW. DEDFILE IS ONLY REWRITTEN ONCE EVERY INPUT
002180       * IS OPEN AND THE OLD FILE IS SAFELY IN THE TABLE.
002190       ******************************************************************
002200        00000-MAIN-PARA.
002210            PERFORM 05000-ACCEPT-PARA.
002220            IF  WS-ERROR-FLAG              NOT = "YES"
002230                PERFORM 10000-INITIALIZE-PARA
002240            END-IF.
002250            IF  WS-ERROR-FLAG              NOT = "YES"
002260                PERFORM 12000-LOAD-PLAN-PARA
002270                    UNTIL WS-PLAN-EOF      = "YES"
002280                PERFORM 13000-LOAD-DED-PARA
002290                    UNTIL WS-DED-EOF       = "YES"
002300                    OR    WS-ERROR-FLAG    = "YES"
002310            END-IF.
002320            IF  WS-ERROR-FLAG              NOT = "YES"
002330                PERFORM 15000-REOPEN-DED-PARA
002340            END-IF.
002350            IF  WS-ERROR-FLAG              NOT = "YES"
002360                PERFORM 20000-ELECTION-PARA
002370                    UNTIL WS-ELECT-EOF     = "YES"
002380                    OR    WS-ERROR-FLAG    = "YES"
002390                PERFORM 28000-REMIT-REPORT-PARA
002400            END-IF.
002410            PERFORM 30000-CLOSE-PARA.
002420            STOP RUN.
002430       ******************************************************************
002440       * ACCEPT THE PERIOD= CARD - THE PERIOD END DATE THE ELECTIONS
002450       * ARE TESTED AGAINST. A BLANK CARD MEANS TODAY.
002460       ******************************************************************
002470        05000-ACCEPT-PARA.
002480            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002490            MOVE SPACES                    TO WS-PARM-CARD.
002500            ACCEPT WS-PARM-CARD.
002510            MOVE WS-PARM-CARD              TO LK-PA-CARD.
002520            MOVE "PERIOD"                  TO LK-PA-KEYWORD.
002530            SET LK-PA-NUMERIC              TO TRUE.
002540            MOVE 19000101                  TO LK-PA-MIN-VALUE.
002550            MOVE 99991231                  TO LK-PA-MAX-VALUE.
002560            MOVE "0"                       TO LK-PA-DEFAULT.
002570            CALL 'SPGM0905'                USING LK-PARSE-PARMS.
002580            EVALUATE TRUE
002590                WHEN LK-PA-BAD
002600                    DISPLAY "BAD PERIOD= CARD - RUN REFUSED."
002610                    MOVE 16                TO RETURN-CODE
002620                    MOVE "YES"             TO WS-ERROR-FLAG
002630                WHEN LK-PA-DEFAULTED
002640                    MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-PERIOD-DATE
002650                WHEN OTHER
002660                    MOVE LK-PA-NUM-VALUE   TO WS-PERIOD-DATE
002670            END-EVALUATE.
002680       ******************************************************************
002690       * OPEN THE INPUTS AND THE REPORT. DEDFILE IS OPENED FOR INPUT
002700       * HERE AND REOPENED FOR OUTPUT ONCE IT HAS BEEN READ.
002710       ******************************************************************
002720        10000-INITIALIZE-PARA.
002730            OPEN INPUT PLAN-FILE.
002740            IF WS-PLAN-FS                 NOT = "00"
002750               DISPLAY "BENPLAN ACCESS ERROR."
002760               MOVE "CEXM1074"            TO LK-PGM-ID
002770               MOVE "BENPLAN"             TO LK-FILE-ID
002780               MOVE WS-PLAN-FS            TO LK-FILE-STATUS
002790               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002800               IF  LK-ABEND-YES
002810                   MOVE 16                TO RETURN-CODE
002820                   MOVE "YES"             TO WS-ERROR-FLAG
002830               END-IF
002840            END-IF.
002850            OPEN I-O ELECT-FILE.
002860            IF WS-ELECT-FS                NOT = "00"
002870               DISPLAY "BENELECT ACCESS ERROR."
002880               MOVE "CEXM1074"            TO LK-PGM-ID
002890               MOVE "BENELECT"            TO LK-FILE-ID
002900               MOVE WS-ELECT-FS           TO LK-FILE-STATUS
002910               CALL 'SPGMABND'            USING LK-ABEND-PARMS
002920               IF  LK-ABEND-YES
002930                   MOVE 16                TO RETURN-CODE
002940                   MOVE "YES"             TO WS-ERROR-FLAG
002950               END-IF
002960            END-IF.
002970            OPEN INPUT EMP-MASTER.
002980            IF WS-EMP-FS                  NOT = "00"
002990               DISPLAY "EMPMAST ACCESS ERROR."
003000               MOVE "CEXM1074"            TO LK-PGM-ID
003010               MOVE "EMPMAST"             TO LK-FILE-ID
003020               MOVE WS-EMP-FS             TO LK-FILE-STATUS
003030               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003040               IF  LK-ABEND-YES
003050                   MOVE 16                TO RETURN-CODE
003060                   MOVE "YES"             TO WS-ERROR-FLAG
003070               END-IF
003080            END-IF.
003090            OPEN INPUT DED-FILE.
003100            IF WS-DED-FS                  NOT = "00"
003110               DISPLAY "DEDFILE ACCESS ERROR."
003120               MOVE "CEXM1074"            TO LK-PGM-ID
003130               MOVE "DEDFILE"             TO LK-FILE-ID
003140               MOVE WS-DED-FS             TO LK-FILE-STATUS
003150               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003160               IF  LK-ABEND-YES
003170                   MOVE 16                TO RETURN-CODE
003180                   MOVE "YES"             TO WS-ERROR-FLAG
003190               END-IF
003200            END-IF.
003210            OPEN OUTPUT REPORT-FILE.
003220            IF WS-REPORT-FS               NOT = "00"
003230               DISPLAY "BENREMIT ACCESS ERROR."
003240               MOVE "CEXM1074"            TO LK-PGM-ID
003250               MOVE "BENREMIT"            TO LK-FILE-ID
003260               MOVE WS-REPORT-FS          TO LK-FILE-STATUS
003270               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003280               IF  LK-ABEND-YES
003290                   MOVE 16                TO RETURN-CODE
003300                   MOVE "YES"             TO WS-ERROR-FLAG
003310               END-IF
003320            END-IF.
003330       ******************************************************************
003340       * LOAD THE BENEFIT PLAN MASTER. THE REMITTANCE PRINTS IN BENPLAN
003350       * ORDER, SO THE MASTER IS KEPT IN PLAN CODE ORDER.
003360       ******************************************************************
003370        12000-LOAD-PLAN-PARA.
003380            READ PLAN-FILE
003390            AT END
003400                MOVE "YES"                 TO WS-PLAN-EOF
003410            NOT AT END
003420                IF  WS-PLAN-TABLE-COUNT    = 200
003430                    DISPLAY "PLAN TABLE FULL AT 200 ENTRIES."
003440                ELSE
003450                    ADD 1                  TO WS-PLAN-TABLE-COUNT
003460                    MOVE WS-PLAN-TABLE-COUNT TO WS-PLAN-SUB
003470                    MOVE BP-PLAN-CODE
003480                        TO WS-PL-PLAN-CODE(WS-PLAN-SUB)
003490                    MOVE BP-TIER           TO WS-PL-TIER(WS-PLAN-SUB)
003500                    MOVE BP-PLAN-DESC      TO WS-PL-DESC(WS-PLAN-SUB)
003510                    MOVE BP-EMP-COST       TO WS-PL-EMP-COST(WS-PLAN-SUB)
003520                    MOVE BP-ER-COST        TO WS-PL-ER-COST(WS-PLAN-SUB)
003530                    MOVE BP-CARRIER        TO WS-PL-CARRIER(WS-PLAN-SUB)
003540                    MOVE 0                 TO WS-PL-COUNT(WS-PLAN-SUB)
003550                    MOVE 0
003560                        TO WS-PL-EMP-SHARE(WS-PLAN-SUB)
003570                    MOVE 0                 TO WS-PL-ER-SHARE(WS-PLAN-SUB)
003580                END-IF
003590            END-READ.
003600       ******************************************************************
003610       * HOLD THE DEDFILE RECORDS THAT ARE NOT INSURANCE. A FULL TABLE
003620       * REFUSES THE RUN RATHER THAN LOSE DEDUCTIONS ON THE REWRITE.
003630       ******************************************************************
003640        13000-LOAD-DED-PARA.
003650            READ DED-FILE
003660            AT END
003670                MOVE "YES"                 TO WS-DED-EOF
003680            NOT AT END
003690                ADD 1                      TO WS-DED-READ
003700                IF  DD-DED-TYPE            = "I"
003710                    ADD 1                  TO WS-OLD-I-COUNT
003720                ELSE
003730                    IF  WS-DED-COUNT       < 9999
003740                        ADD 1              TO WS-DED-COUNT
003750                        MOVE DD-DED-REC    TO WS-DD-REC(WS-DED-COUNT)
003760                    ELSE
003770                        DISPLAY "DEDFILE OVER 9999 RECORDS - DEDFILE "
003780                            "NOT REWRITTEN, RUN REFUSED."
003790                        MOVE 16            TO RETURN-CODE
003800                        MOVE "YES"         TO WS-ERROR-FLAG
003810                    END-IF
003820                END-IF
003830            END-READ.
003840       ******************************************************************
003850       * REWRITE DEDFILE: THE CARRIED RECORDS FIRST, THEN THE INSURANCE
003860       * RECORDS AS THE ELECTIONS ARE READ.
003870       ******************************************************************
003880        15000-REOPEN-DED-PARA.
003890            CLOSE DED-FILE.
003900            OPEN OUTPUT DED-FILE.
003910            IF WS-DED-FS                  NOT = "00"
003920               DISPLAY "DEDFILE REWRITE ERROR."
003930               MOVE "CEXM1074"            TO LK-PGM-ID
003940               MOVE "DEDFILE"             TO LK-FILE-ID
003950               MOVE WS-DED-FS             TO LK-FILE-STATUS
003960               CALL 'SPGMABND'            USING LK-ABEND-PARMS
003970               MOVE 16                    TO RETURN-CODE
003980               MOVE "YES"                 TO WS-ERROR-FLAG
003990            ELSE
004000               PERFORM 15100-PUT-DED-PARA
004010                   VARYING WS-DED-SUB FROM 1 BY 1
004020                   UNTIL WS-DED-SUB > WS-DED-COUNT
004030            END-IF.
004040        15100-PUT-DED-PARA.
004050            MOVE WS-DD-REC(WS-DED-SUB)     TO DD-DED-REC.
004060            WRITE DD-DED-REC.
004070       ******************************************************************
004080       * ONE ELECTION: END IT IF EMPMAST SAYS THE EMPLOYEE HAS GONE,
004090       * PROMOTE A PENDING TIER THAT IS DUE, AND IF IT IS IN FORCE ON
004100       * THE PERIOD DATE WRITE THE INSURANCE DEDUCTION.
004110       ******************************************************************
004120        20000-ELECTION-PARA.
004130            READ ELECT-FILE NEXT RECORD
004140            AT END
004150                MOVE "YES"                 TO WS-ELECT-EOF
004160            NOT AT END
004170                ADD 1                      TO WS-ELECT-READ
004180                MOVE "NO"                  TO WS-REWRITE-FLAG
004190                IF  BE-STATUS              = "A"
004200                    PERFORM 21000-CHECK-EMPLOYMENT-PARA
004210                END-IF
004220                IF  BE-NEW-TIER            NOT = SPACES
004230                    AND BE-NEW-EFF-DATE    NOT > WS-PERIOD-DATE
004240                    MOVE BE-NEW-TIER       TO BE-TIER
004250                    MOVE BE-NEW-EFF-DATE   TO BE-EFF-DATE
004260                    MOVE SPACES            TO BE-NEW-TIER
004270                    MOVE 0                 TO BE-NEW-EFF-DATE
004280                    MOVE "YES"             TO WS-REWRITE-FLAG
004290                    ADD 1                  TO WS-PROMOTE-COUNT
004300                END-IF
004310                IF  WS-REWRITE-FLAG        = "YES"
004320                    REWRITE BE-ELECT-REC
004330                    IF  WS-ELECT-FS        NOT = "00"
004340                        PERFORM 29000-ELECT-IO-ERROR-PARA
004350                    END-IF
004360                END-IF
004370                MOVE "NO"                  TO WS-IN-FORCE
004380                IF  BE-EFF-DATE            NOT > WS-PERIOD-DATE
004390                    AND (BE-END-DATE       = 0
004400                     OR  BE-END-DATE       NOT < WS-PERIOD-DATE)
004410                    MOVE "YES"             TO WS-IN-FORCE
004420                END-IF
004430                IF  WS-IN-FORCE            = "YES"
004440                    AND WS-ERROR-FLAG      NOT = "YES"
004450                    PERFORM 22000-DEDUCTION-PARA
004460                END-IF
004470            END-READ.
004480       ******************************************************************
004490       * A CEXM952 TERMINATION ENDS COVERAGE AT THE TERMINATION DATE
004500       * (THE PERIOD DATE IF EMPMAST CARRIES NONE). AN EMPLOYEE NO
004510       * LONGER ON EMPMAST IS ENDED AT THE PERIOD DATE.
004520       ******************************************************************
004530        21000-CHECK-EMPLOYMENT-PARA.
004540            MOVE BE-EMP-NO                 TO WS-EMP-NO-D.
004550            MOVE WS-EMP-NO-D(2:3)          TO FS-EMP-NUM.
004560            READ EMP-MASTER
004570                INVALID KEY
004580                    MOVE "T"               TO FS-EMP-STATUS
004590                    MOVE SPACES            TO FS-EMP-TERM-DATE
004600            END-READ.
004610            IF  FS-EMP-STATUS              = "T"
004620                IF  FS-EMP-TERM-DATE       IS NUMERIC
004630                    MOVE FS-EMP-TERM-DATE  TO BE-END-DATE
004640                ELSE
004650                    MOVE WS-PERIOD-DATE    TO BE-END-DATE
004660                END-IF
004670                IF  BE-END-DATE            < BE-EFF-DATE
004680                    MOVE BE-EFF-DATE       TO BE-END-DATE
004690                END-IF
004700                MOVE "T"                   TO BE-STATUS
004710                MOVE "E"                   TO BE-END-REASON
004720                MOVE SPACES                TO BE-NEW-TIER
004730                MOVE 0                     TO BE-NEW-EFF-DATE
004740                MOVE "YES"                 TO WS-REWRITE-FLAG
004750                ADD 1                      TO WS-ENDED-COUNT
004760                MOVE BE-END-DATE           TO WS-EXC-DATE
004770                MOVE "COVERAGE ENDED - TERMINATED"
004780                                           TO WS-EXC-REASON
004790                PERFORM 23000-ADD-EXCEPTION-PARA
004800            END-IF.
004810       ******************************************************************
004820       * THE INSURANCE DEDUCTION FOR AN ELECTION IN FORCE, AND ITS
004830       * SHARE OF THE CARRIER REMITTANCE.
004840       ******************************************************************
004850        22000-DEDUCTION-PARA.
004860            MOVE "NO"                      TO WS-PLAN-OK-FLAG.
004870            IF  WS-PLAN-TABLE-COUNT        > 0
004880                SET PLAN-IDX               TO 1
004890                SEARCH WS-PLAN-ENTRY
004900                    WHEN WS-PL-PLAN-CODE(PLAN-IDX) = BE-PLAN-CODE
004910                     AND WS-PL-TIER(PLAN-IDX)      = BE-TIER
004920                        MOVE "YES"         TO WS-PLAN-OK-FLAG
004930                END-SEARCH
004940            END-IF.
004950            IF  WS-PLAN-OK-FLAG            = "NO"
004960                ADD 1                      TO WS-NO-PLAN-COUNT
004970                MOVE 4                     TO RETURN-CODE
004980                MOVE WS-PERIOD-DATE        TO WS-EXC-DATE
004990                MOVE "PLAN/TIER NOT ON BENPLAN"
005000                                           TO WS-EXC-REASON
005010                PERFORM 23000-ADD-EXCEPTION-PARA
005020            ELSE
005030                MOVE SPACES                TO DD-DED-REC
005040                MOVE BE-EMP-NO             TO DD-EMP-NO
005050                MOVE "I"                   TO DD-DED-TYPE
005060                MOVE WS-PL-DESC(PLAN-IDX)  TO DD-DED-DESC
005070                MOVE WS-PL-EMP-COST(PLAN-IDX) TO DD-DED-AMOUNT
005080                WRITE DD-DED-REC
005090                ADD 1                      TO WS-NEW-I-COUNT
005100                ADD 1                      TO WS-PL-COUNT(PLAN-IDX)
005110                ADD WS-PL-EMP-COST(PLAN-IDX)
005120                                    TO WS-PL-EMP-SHARE(PLAN-IDX)
005130                ADD WS-PL-ER-COST(PLAN-IDX)
005140                                    TO WS-PL-ER-SHARE(PLAN-IDX)
005150            END-IF.
005160       ******************************************************************
005170       * KEEP AN ELECTION FOR THE EXCEPTION LIST WITH THE DATE AND
005180       * REASON THE CALLER SET.
005190       ******************************************************************
005200        23000-ADD-EXCEPTION-PARA.
005210            IF  WS-EXC-COUNT               < 2000
005220                ADD 1                      TO WS-EXC-COUNT
005230                MOVE WS-EXC-DATE           TO WS-EX-DATE(WS-EXC-COUNT)
005240                MOVE WS-EXC-REASON         TO WS-EX-REASON(WS-EXC-COUNT)
005250                MOVE BE-EMP-NO             TO WS-EX-EMP-NO(WS-EXC-COUNT)
005260                MOVE BE-PLAN-CODE
005270                    TO WS-EX-PLAN-CODE(WS-EXC-COUNT)
005280                MOVE BE-TIER               TO WS-EX-TIER(WS-EXC-COUNT)
005290            END-IF.
005300       ******************************************************************
005310       * THE CARRIER REMITTANCE: ONE LINE PER PLAN AND TIER, A TOTAL
005320       * PER PLAN FOR ITS CARRIER, THE GRAND TOTAL, THEN THE ELECTIONS
005330       * ENDED THIS RUN OR LEFT WITHOUT A PLAN.
005340       ******************************************************************
005350        28000-REMIT-REPORT-PARA.
005360            MOVE WS-HEADER1                TO RS-REPORT-REC.
005370            WRITE RS-REPORT-REC.
005380            MOVE WS-PERIOD-DATE            TO WS-H2-PERIOD.
005390            MOVE WS-HEADER2                TO RS-REPORT-REC.
005400            WRITE RS-REPORT-REC.
005410            MOVE WS-HEADER1                TO RS-REPORT-REC.
005420            WRITE RS-REPORT-REC.
005430            MOVE WS-HEADER3                TO RS-REPORT-REC.
005440            WRITE RS-REPORT-REC.
005450            MOVE SPACES                    TO WS-BRK-PLAN-CODE.
005460            PERFORM 28100-REMIT-LINE-PARA
005470                VARYING WS-PLAN-SUB FROM 1 BY 1
005480                UNTIL WS-PLAN-SUB > WS-PLAN-TABLE-COUNT.
005490            IF  WS-BRK-PLAN-CODE           NOT = SPACES
005500                PERFORM 28200-PLAN-TOTAL-PARA
005510            END-IF.
005520            MOVE WS-HEADER1                TO RS-REPORT-REC.
005530            WRITE RS-REPORT-REC.
005540            MOVE SPACES                    TO WS-DL-PLAN-CODE.
005550            MOVE SPACES                    TO WS-DL-TIER.
005560            MOVE "GRAND TOTAL"             TO WS-DL-DESC.
005570            MOVE WS-GRD-COUNT              TO WS-DL-COUNT.
005580            MOVE WS-GRD-EMP                TO WS-DL-EMP.
005590            MOVE WS-GRD-ER                 TO WS-DL-ER.
005600            COMPUTE WS-REMIT-TOTAL = WS-GRD-EMP + WS-GRD-ER.
005610            MOVE WS-REMIT-TOTAL            TO WS-DL-TOTAL.
005620            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
005630            WRITE RS-REPORT-REC.
005640            IF  WS-EXC-COUNT               > 0
005650                MOVE WS-HEADER1            TO RS-REPORT-REC
005660                WRITE RS-REPORT-REC
005670                MOVE "ELECTIONS ENDED OR NOT DEDUCTED THIS PERIOD"
005680                                           TO RS-REPORT-REC
005690                WRITE RS-REPORT-REC
005700                PERFORM 28300-EXC-LINE-PARA
005710                    VARYING WS-EXC-SUB FROM 1 BY 1
005720                    UNTIL WS-EXC-SUB > WS-EXC-COUNT
005730            END-IF.
005740        28100-REMIT-LINE-PARA.
005750            IF  WS-PL-PLAN-CODE(WS-PLAN-SUB) NOT = WS-BRK-PLAN-CODE
005760                IF  WS-BRK-PLAN-CODE       NOT = SPACES
005770                    PERFORM 28200-PLAN-TOTAL-PARA
005780                END-IF
005790                MOVE WS-PL-PLAN-CODE(WS-PLAN-SUB) TO WS-BRK-PLAN-CODE
005800                MOVE WS-PL-CARRIER(WS-PLAN-SUB)   TO WS-BRK-CARRIER
005810                MOVE WS-BRK-CARRIER        TO WS-CR-CARRIER
005820                MOVE WS-CARRIER-LINE       TO RS-REPORT-REC
005830                WRITE RS-REPORT-REC
005840            END-IF.
005850            MOVE WS-PL-PLAN-CODE(WS-PLAN-SUB) TO WS-DL-PLAN-CODE.
005860            MOVE WS-PL-TIER(WS-PLAN-SUB)   TO WS-DL-TIER.
005870            MOVE WS-PL-DESC(WS-PLAN-SUB)   TO WS-DL-DESC.
005880            MOVE WS-PL-COUNT(WS-PLAN-SUB)  TO WS-DL-COUNT.
005890            MOVE WS-PL-EMP-SHARE(WS-PLAN-SUB) TO WS-DL-EMP.
005900            MOVE WS-PL-ER-SHARE(WS-PLAN-SUB)  TO WS-DL-ER.
005910            COMPUTE WS-REMIT-TOTAL = WS-PL-EMP-SHARE(WS-PLAN-SUB)
005920                                   + WS-PL-ER-SHARE(WS-PLAN-SUB).
005930            MOVE WS-REMIT-TOTAL            TO WS-DL-TOTAL.
005940            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
005950            WRITE RS-REPORT-REC.
005960            ADD WS-PL-COUNT(WS-PLAN-SUB)   TO WS-BRK-COUNT.
005970            ADD WS-PL-EMP-SHARE(WS-PLAN-SUB) TO WS-BRK-EMP.
005980            ADD WS-PL-ER-SHARE(WS-PLAN-SUB)  TO WS-BRK-ER.
005990        28200-PLAN-TOTAL-PARA.
006000            MOVE WS-BRK-PLAN-CODE          TO WS-DL-PLAN-CODE.
006010            MOVE SPACES                    TO WS-DL-TIER.
006020            MOVE "  PLAN TOTAL - REMIT" TO WS-DL-DESC.
006030            MOVE WS-BRK-COUNT              TO WS-DL-COUNT.
006040            MOVE WS-BRK-EMP                TO WS-DL-EMP.
006050            MOVE WS-BRK-ER                 TO WS-DL-ER.
006060            COMPUTE WS-REMIT-TOTAL = WS-BRK-EMP + WS-BRK-ER.
006070            MOVE WS-REMIT-TOTAL            TO WS-DL-TOTAL.
006080            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
006090            WRITE RS-REPORT-REC.
006100            MOVE SPACES                    TO RS-REPORT-REC.
006110            WRITE RS-REPORT-REC.
006120            ADD WS-BRK-COUNT               TO WS-GRD-COUNT.
006130            ADD WS-BRK-EMP                 TO WS-GRD-EMP.
006140            ADD WS-BRK-ER                  TO WS-GRD-ER.
006150            MOVE 0                         TO WS-BRK-COUNT.
006160            MOVE 0                         TO WS-BRK-EMP.
006170            MOVE 0                         TO WS-BRK-ER.
006180        28300-EXC-LINE-PARA.
006190            MOVE WS-EX-EMP-NO(WS-EXC-SUB)  TO WS-EL-EMP-NO.
006200            MOVE WS-EX-PLAN-CODE(WS-EXC-SUB) TO WS-EL-PLAN-CODE.
006210            MOVE WS-EX-TIER(WS-EXC-SUB)    TO WS-EL-TIER.
006220            MOVE WS-EX-DATE(WS-EXC-SUB)    TO WS-EL-DATE.
006230            MOVE WS-EX-REASON(WS-EXC-SUB)  TO WS-EL-REASON.
006240            MOVE WS-EXC-LINE               TO RS-REPORT-REC.
006250            WRITE RS-REPORT-REC.
006260       ******************************************************************
006270       * A REWRITE FAILURE ON BENELECT GOES THROUGH SPGMABND.
006280       ******************************************************************
006290        29000-ELECT-IO-ERROR-PARA.
006300            DISPLAY "BENELECT UPDATE ERROR - STATUS " WS-ELECT-FS
006310                " - EMP NO " BE-EMP-NO " PLAN " BE-PLAN-CODE.
006320            MOVE "CEXM1074"                TO LK-PGM-ID.
006330            MOVE "BENELECT"                TO LK-FILE-ID.
006340            MOVE WS-ELECT-FS               TO LK-FILE-STATUS.
006350            CALL 'SPGMABND'                USING LK-ABEND-PARMS.
006360            IF  LK-ABEND-YES
006370                MOVE 16                    TO RETURN-CODE
006380                MOVE "YES"                 TO WS-ERROR-FLAG
006390            END-IF.
006400       ******************************************************************
006410       * DISPLAY COUNTS AND CLOSE THE FILES.
006420       ******************************************************************
006430        30000-CLOSE-PARA.
006440            DISPLAY "PERIOD DATE          : " WS-PERIOD-DATE.
006450            DISPLAY "DEDFILE RECORDS READ : " WS-DED-READ.
006460            DISPLAY "OLD INSURANCE DROPPED: " WS-OLD-I-COUNT.
006470            DISPLAY "ELECTIONS READ       : " WS-ELECT-READ.
006480            DISPLAY "INSURANCE WRITTEN    : " WS-NEW-I-COUNT.
006490            DISPLAY "TIER CHANGES DUE     : " WS-PROMOTE-COUNT.
006500            DISPLAY "ENDED BY TERMINATION : " WS-ENDED-COUNT.
006510            DISPLAY "NO PLAN ON BENPLAN   : " WS-NO-PLAN-COUNT.
006520            CLOSE PLAN-FILE.
006530            CLOSE ELECT-FILE.
006540            CLOSE EMP-MASTER.
006550            CLOSE DED-FILE.
006560            CLOSE REPORT-FILE.
