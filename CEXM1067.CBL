000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1067.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: DIRECT-DEPOSIT BANK RETURNS, COMPANION TO
000060       *  CEXM1006. READS THE BANK'S BANKRET FILE IN CEXM938'S H/D/T
000070       *  ENVELOPE - ONE DETAIL PER RETURNED ENTRY, CARRYING THE TRACE
000080       *  NUMBER CEXM1006 PUT ON THE ORIGINAL BANKINT D, THE EMPLOYEE,
000090       *  THE BANK'S RETURN REASON AND THE AMOUNT RETURNED. EACH RETURN
000100       *  IS MATCHED TO ITS ORIGINAL ON DDHIST (EMPLOYEE AND AMOUNT MUST
000110       *  AGREE, AND AN ENTRY IS RETURNED ONLY ONCE); THE DDHIST ENTRY
000120       *  IS MARKED RETURNED AND THE EMPLOYEE'S BANKFILE DETAIL IS SET
000130       *  INACTIVE, SO CEXM1006 PAYS BY PAPER CHECK UNTIL CEXM1005 PUTS
000140       *  THE DETAIL RIGHT (WHICH SENDS A NEW PRENOTE). RETREG LISTS
000150       *  EVERY RETURN - A RETURNED PAY DEPOSIT IS FLAGGED FOR PAYROLL
000160       *  TO REISSUE BY CHECK; A RETURNED PRENOTE CARRIED NO MONEY.
000170       *  THE WHOLE FILE IS PROVED FIRST - HEADER, TRAILER COUNT AND
000180       *  TRAILER TOTAL (CENTS) - AND A FILE THAT DOES NOT PROVE IS
000190       *  REFUSED WHOLE (RETURN CODE 16). A RETURN THAT CANNOT BE
000200       *  MATCHED IS LISTED AND LEAVES RETURN CODE 4.
000210       * BANKRET : JEBA02.EMY.COBOL.BANKRET
000220       * DDHIST  : JEBA02.EMY.COBOL.DDHIST (INDEXED ON TRACE NO)
000230       * BANKFILE: JEBA02.EMY.COBOL.BANKFILE (INDEXED ON EMP NO)
000240       * RETREG  : JEBA02.EMY.COBOL.RETREG
000250       * ----------------------------------------------------------------
000260       * PRJ NO    NAME     DATE          MAINT DESC.
000270       * ----------------------------------------------------------------
000280       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000290       ******************************************************************
000300        ENVIRONMENT DIVISION.
000310        INPUT-OUTPUT SECTION.
000320        FILE-CONTROL.
000330            SELECT RET-FILE
000340                ASSIGN TO BANKRET
000350                ORGANIZATION IS SEQUENTIAL
000360                ACCESS MODE IS SEQUENTIAL
000370                FILE STATUS IS WS-RET-FS.
000380            SELECT HIST-FILE
000390                ASSIGN TO DDHIST
000400                ORGANIZATION IS INDEXED
000410                ACCESS MODE IS RANDOM
000420                RECORD KEY IS DH-TRACE-NO
000430                FILE STATUS IS WS-HIST-FS.
000440            SELECT BANK-FILE
000450                ASSIGN TO BANKFILE
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS RANDOM
000480                RECORD KEY IS BK-EMP-NO
000490                FILE STATUS IS WS-BANK-FS.
000500            SELECT REPORT-FILE
000510                ASSIGN TO RETREG
000520                ORGANIZATION IS SEQUENTIAL
000530                ACCESS MODE IS SEQUENTIAL
000540                FILE STATUS IS WS-REPORT-FS.
000550        DATA DIVISION.
000560        FILE SECTION.
000570        FD  RET-FILE.
000580        01  BR-RET-REC.
000590            05  BR-REC-TYPE               PIC X(01).
000600            05  BR-TRACE-NO               PIC X(14).
000610            05  BR-TRACE-NO-N REDEFINES BR-TRACE-NO
000620                                          PIC 9(14).
000630            05  BR-EMP-NO                 PIC X(04).
000640            05  BR-EMP-NO-N REDEFINES BR-EMP-NO
000650                                          PIC 9(04).
000660            05  BR-REASON                 PIC X(03).
000670            05  BR-AMOUNT                 PIC X(11).
000680            05  BR-AMOUNT-N REDEFINES BR-AMOUNT
000690                                          PIC 9(09)V9(02).
000700            05  BR-RETURN-DATE            PIC X(08).
000710            05  FILLER                    PIC X(49).
000720        01  BR-HEADER-R REDEFINES BR-RET-REC.
000730            05  FILLER                    PIC X(01).
000740            05  BR-H-SENDER-ID            PIC X(08).
000750            05  BR-H-BUS-DATE             PIC X(08).
000760            05  BR-H-FILE-SEQ             PIC X(06).
000770            05  FILLER                    PIC X(67).
000780        01  BR-TRAILER-R REDEFINES BR-RET-REC.
000790            05  FILLER                    PIC X(01).
000800            05  BR-T-COUNT                PIC X(06).
000810            05  BR-T-COUNT-N REDEFINES BR-T-COUNT
000820                                          PIC 9(06).
000830            05  BR-T-TOTAL                PIC X(12).
000840            05  BR-T-TOTAL-N REDEFINES BR-T-TOTAL
000850                                          PIC 9(12).
000860            05  FILLER                    PIC X(71).
000870        FD  HIST-FILE.
000880        01  DH-HIST-REC.
000890            05  DH-TRACE-NO               PIC 9(14).
000900            05  DH-EMP-NO                 PIC 9(04).
000910            05  DH-EMP-NAME               PIC X(20).
000920            05  DH-ROUTING                PIC 9(09).
000930            05  DH-ACCOUNT                PIC X(17).
000940            05  DH-AMOUNT                 PIC 9(09)V9(02).
000950            05  DH-ENTRY-TYPE             PIC X(01).
000960            05  DH-SENT-DATE              PIC X(08).
000970            05  DH-RETURN-CODE            PIC X(03).
000980            05  DH-RETURN-DATE            PIC X(08).
000990            05  FILLER                    PIC X(05).
001000        FD  BANK-FILE.
001010        01  BK-BANK-REC.
001020            05  BK-EMP-NO                 PIC 9(04).
001030            05  BK-ROUTING                PIC 9(09).
001040            05  BK-ACCOUNT                PIC X(17).
001050            05  BK-ACTIVE-FLAG            PIC X(01).
001060            05  BK-PRENOTE-STATUS         PIC X(01).
001070                88  BK-PRENOTE-DUE                VALUE "N".
001080                88  BK-PRENOTE-SENT               VALUE "P".
001090            05  BK-PRENOTE-DATE           PIC X(08).
001100            05  BK-CHANGE-DATE            PIC X(08).
001110            05  BK-RETURN-CODE            PIC X(03).
001120            05  BK-RETURN-DATE            PIC X(08).
001130            05  FILLER                    PIC X(21).
001140        FD  REPORT-FILE.
001150        01  RS-REPORT-REC                 PIC X(80).
001160        WORKING-STORAGE SECTION.
001170        01  WS-RET-FS                     PIC X(02).
001180        01  WS-HIST-FS                    PIC X(02).
001190        01  WS-BANK-FS                    PIC X(02).
001200        01  WS-REPORT-FS                  PIC X(02).
001210        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001220        01  WS-RET-EOF                    PIC X(03) VALUE "NO".
001230        01  WS-CURRENT-DATE-DATA          PIC X(20).
001240       * PASS 1 - THE PROOF.
001250        01  WS-PROOF-FLAG                 PIC X(03) VALUE "YES".
001260        01  WS-PROOF-REASON               PIC X(50) VALUE SPACES.
001270        01  WS-FAIL-TEXT                  PIC X(50) VALUE SPACES.
001280        01  WS-PROOF-REC-NO               PIC 9(06) VALUE 0.
001290        01  WS-HEADER-COUNT               PIC 9(04) VALUE 0.
001300        01  WS-TRAILER-COUNT              PIC 9(04) VALUE 0.
001310        01  WS-PF-DETAILS                 PIC 9(06) VALUE 0.
001320        01  WS-PF-AMOUNT                  PIC 9(11)V9(02) VALUE 0.
001330        01  WS-PF-CENTS                   PIC 9(12) VALUE 0.
001340        01  WS-SENDER-ID                  PIC X(08) VALUE SPACES.
001350        01  WS-BUS-DATE                   PIC X(08) VALUE SPACES.
001360        01  WS-FILE-SEQ                   PIC X(06) VALUE SPACES.
001370       * PASS 2 - THE MATCHING.
001380        01  WS-REJECT-REASON              PIC X(30).
001390        01  WS-DETAIL-COUNT               PIC 9(06) VALUE 0.
001400        01  WS-LIVE-COUNT                 PIC 9(06) VALUE 0.
001410        01  WS-LIVE-AMOUNT                PIC 9(11)V9(02) VALUE 0.
001420        01  WS-PRENOTE-COUNT              PIC 9(06) VALUE 0.
001430        01  WS-INACTIVE-COUNT             PIC 9(06) VALUE 0.
001440        01  WS-NO-BANK-COUNT              PIC 9(06) VALUE 0.
001450        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001460        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001470        01  WS-RPT-TITLE.
001480            05 FILLER                     PIC X(30)
001490               VALUE "DIRECT-DEPOSIT RETURNS FROM   ".
001500            05 WS-RT-SENDER-ID            PIC X(08).
001510            05 FILLER                     PIC X(07) VALUE "  DATE ".
001520            05 WS-RT-BUS-DATE             PIC X(08).
001530            05 FILLER                     PIC X(10) VALUE "  FILE SEQ".
001540            05 FILLER                     PIC X(01) VALUE SPACE.
001550            05 WS-RT-FILE-SEQ             PIC X(06).
001560            05 FILLER                     PIC X(10) VALUE SPACES.
001570        01  WS-PROOF-LINE.
001580            05 FILLER                     PIC X(18)
001590               VALUE "TRAILER  COUNT    ".
001600            05 WS-PL-T-COUNT              PIC ZZZ,ZZ9.
001610            05 FILLER                     PIC X(09) VALUE "  TOTAL  ".
001620            05 WS-PL-T-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
001630            05 FILLER                     PIC X(10) VALUE "  READ    ".
001640            05 WS-PL-COUNT                PIC ZZZ,ZZ9.
001650            05 FILLER                     PIC X(01) VALUE SPACE.
001660            05 WS-PL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
001670        01  WS-COLUMN-LINE.
001680            05 FILLER                     PIC X(40) VALUE
001690               "RETURN    EMP  NAME                 TRAC".
001700            05 FILLER                     PIC X(40) VALUE
001710               "E NO       RSN     AMOUNT ACTION        ".
001720        01  WS-RETURN-LINE.
001730            05 WS-RL-VERB                 PIC X(10).
001740            05 WS-RL-EMP-NO               PIC 9(04).
001750            05 FILLER                     PIC X(01) VALUE SPACE.
001760            05 WS-RL-NAME                 PIC X(20).
001770            05 FILLER                     PIC X(01) VALUE SPACE.
001780            05 WS-RL-TRACE-NO             PIC 9(14).
001790            05 FILLER                     PIC X(01) VALUE SPACE.
001800            05 WS-RL-REASON               PIC X(03).
001810            05 FILLER                     PIC X(01) VALUE SPACE.
001820            05 WS-RL-AMOUNT               PIC ZZZ,ZZ9.99.
001830            05 FILLER                     PIC X(01) VALUE SPACE.
001840            05 WS-RL-ACTION               PIC X(14).
001850        01  WS-REJECT-LINE.
001860            05 FILLER                     PIC X(10) VALUE "REJECTED".
001870            05 WS-JL-TRACE-NO             PIC X(14).
001880            05 FILLER                     PIC X(01) VALUE SPACE.
001890            05 WS-JL-EMP-NO               PIC X(04).
001900            05 FILLER                     PIC X(01) VALUE SPACE.
001910            05 WS-JL-REASON               PIC X(03).
001920            05 FILLER                     PIC X(01) VALUE SPACE.
001930            05 WS-JL-AMOUNT               PIC ZZZ,ZZ9.99.
001940            05 FILLER                     PIC X(01) VALUE SPACE.
001950            05 WS-JL-TEXT                 PIC X(30).
001960            05 FILLER                     PIC X(05) VALUE SPACES.
001970        01  WS-TOTAL-LINE.
001980            05 WS-TT-LABEL                PIC X(30).
001990            05 WS-TT-COUNT                PIC ZZZ,ZZ9.
002000            05 FILLER                     PIC X(02) VALUE SPACES.
002010            05 WS-TT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
002020            05 FILLER                     PIC X(27) VALUE SPACES.
002030        COPY SPGMABNL.
002040        PROCEDURE DIVISION.
002050       ******************************************************************
002060       * MAIN PROGRAM FLOW - PROVE THE WHOLE FILE, THEN MATCH IT ONLY
002070       * IF IT PROVES.
002080       ******************************************************************
002090        00000-MAIN-PARA.
002100            PERFORM 10000-INITIALIZE-PARA.
002110            IF  WS-ERROR-FLAG              NOT = "YES"
002120                PERFORM 12000-PROVE-PARA
002130                    UNTIL WS-RET-EOF       = "YES"
002140                PERFORM 13000-PROVE-END-PARA
002150                PERFORM 15000-PRINT-PROOF-PARA
002160                IF  WS-PROOF-FLAG          = "YES"
002170                    PERFORM 16000-OPEN-MASTERS-PARA
002180                ELSE
002190                    MOVE 16                TO RETURN-CODE
002200                END-IF
002210            END-IF.
002220            IF  WS-ERROR-FLAG              NOT = "YES"
002230                AND WS-PROOF-FLAG          = "YES"
002240                PERFORM 20000-MATCH-PARA
002250                    UNTIL WS-ERROR-FLAG    = "YES"
002260                    OR    WS-RET-EOF       = "YES"
002270                IF  WS-ERROR-FLAG          NOT = "YES"
002280                    PERFORM 28000-TOTALS-PARA
002290                END-IF
002300            END-IF.
002310            PERFORM 30000-CLOSE-PARA.
002320            STOP RUN.
002330       ******************************************************************
002340       * OPEN THE RETURNS FILE AND THE REGISTER.
002350       ******************************************************************
002360        10000-INITIALIZE-PARA.
002370            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
002380            OPEN INPUT RET-FILE.
002390            IF WS-RET-FS                   NOT = "00"
002400               DISPLAY "BANKRET ACCESS ERROR."
002410               MOVE "CEXM1067"             TO LK-PGM-ID
002420               MOVE "BANKRET"              TO LK-FILE-ID
002430               MOVE WS-RET-FS              TO LK-FILE-STATUS
002440               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002450               IF  LK-ABEND-YES
002460                   MOVE 16                 TO RETURN-CODE
002470                   MOVE "YES"              TO WS-ERROR-FLAG
002480               END-IF
002490            END-IF.
002500            OPEN OUTPUT REPORT-FILE.
002510            IF WS-REPORT-FS                NOT = "00"
002520               DISPLAY "RETREG ACCESS ERROR."
002530               MOVE "CEXM1067"             TO LK-PGM-ID
002540               MOVE "RETREG"               TO LK-FILE-ID
002550               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
002560               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002570               IF  LK-ABEND-YES
002580                   MOVE 16                 TO RETURN-CODE
002590                   MOVE "YES"              TO WS-ERROR-FLAG
002600               END-IF
002610            END-IF.
002620       ******************************************************************
002630       * PASS 1 - READ ONE BANK RECORD AND PROVE IT. ONLY THE FIRST
002640       * FAILURE IS KEPT.
002650       ******************************************************************
002660        12000-PROVE-PARA.
002670            READ RET-FILE
002680            AT END
002690                MOVE "YES"                 TO WS-RET-EOF
002700            NOT AT END
002710                ADD 1                      TO WS-PROOF-REC-NO
002720                EVALUATE TRUE
002730                    WHEN WS-PROOF-REC-NO   = 1
002740                        AND BR-REC-TYPE    NOT = "H"
002750                        MOVE "FIRST RECORD IS NOT THE HEADER"
002760                                           TO WS-FAIL-TEXT
002770                        PERFORM 12900-PROOF-FAIL-PARA
002780                    WHEN WS-TRAILER-COUNT  > 0
002790                        MOVE "RECORDS FOLLOW THE TRAILER"
002800                                           TO WS-FAIL-TEXT
002810                        PERFORM 12900-PROOF-FAIL-PARA
002820                    WHEN BR-REC-TYPE       = "H"
002830                        PERFORM 12100-HEADER-PARA
002840                    WHEN BR-REC-TYPE       = "D"
002850                        ADD 1              TO WS-PF-DETAILS
002860                        IF  BR-AMOUNT      IS NUMERIC
002870                            ADD BR-AMOUNT-N TO WS-PF-AMOUNT
002880                        ELSE
002890                            MOVE "DETAIL AMOUNT NOT NUMERIC"
002900                                           TO WS-FAIL-TEXT
002910                            PERFORM 12900-PROOF-FAIL-PARA
002920                        END-IF
002930                    WHEN BR-REC-TYPE       = "T"
002940                        PERFORM 12500-TRAILER-PARA
002950                    WHEN OTHER
002960                        MOVE "UNKNOWN RECORD TYPE " TO WS-FAIL-TEXT
002970                        MOVE BR-REC-TYPE   TO WS-FAIL-TEXT(21:1)
002980                        PERFORM 12900-PROOF-FAIL-PARA
002990                END-EVALUATE
003000            END-READ.
003010        12100-HEADER-PARA.
003020            ADD 1                          TO WS-HEADER-COUNT.
003030            IF  WS-HEADER-COUNT            > 1
003040                MOVE "MORE THAN ONE HEADER" TO WS-FAIL-TEXT
003050                PERFORM 12900-PROOF-FAIL-PARA
003060            ELSE
003070                MOVE BR-H-SENDER-ID        TO WS-SENDER-ID
003080                MOVE BR-H-BUS-DATE         TO WS-BUS-DATE
003090                MOVE BR-H-FILE-SEQ         TO WS-FILE-SEQ
003100            END-IF.
003110        12500-TRAILER-PARA.
003120            ADD 1                          TO WS-TRAILER-COUNT.
003130            COMPUTE WS-PF-CENTS = WS-PF-AMOUNT * 100.
003140            EVALUATE TRUE
003150                WHEN BR-T-COUNT            NOT NUMERIC
003160                    OR BR-T-TOTAL          NOT NUMERIC
003170                    MOVE "TRAILER CONTROLS NOT NUMERIC" TO WS-FAIL-TEXT
003180                    PERFORM 12900-PROOF-FAIL-PARA
003190                WHEN BR-T-COUNT-N          NOT = WS-PF-DETAILS
003200                    MOVE "TRAILER COUNT DOES NOT AGREE WITH DETAILS"
003210                                           TO WS-FAIL-TEXT
003220                    PERFORM 12900-PROOF-FAIL-PARA
003230                WHEN BR-T-TOTAL-N          NOT = WS-PF-CENTS
003240                    MOVE "TRAILER TOTAL DOES NOT AGREE WITH DETAILS"
003250                                           TO WS-FAIL-TEXT
003260                    PERFORM 12900-PROOF-FAIL-PARA
003270                WHEN OTHER
003280                    CONTINUE
003290            END-EVALUATE.
003300       ******************************************************************
003310       * RECORD THE FIRST PROOF FAILURE ONLY.
003320       ******************************************************************
003330        12900-PROOF-FAIL-PARA.
003340            IF  WS-PROOF-FLAG              = "YES"
003350                MOVE "NO"                  TO WS-PROOF-FLAG
003360                MOVE WS-FAIL-TEXT          TO WS-PROOF-REASON
003370                DISPLAY "BANKRET REFUSED - RECORD " WS-PROOF-REC-NO
003380                    " - " WS-PROOF-REASON
003390            END-IF.
003400            MOVE SPACES                    TO WS-FAIL-TEXT.
003410       ******************************************************************
003420       * AT END OF PASS 1 THE FILE MUST HAVE HAD ITS HEADER AND
003430       * TRAILER. A FILE THAT PROVED IS REOPENED FOR PASS 2.
003440       ******************************************************************
003450        13000-PROVE-END-PARA.
003460            IF  WS-HEADER-COUNT            = 0
003470                OR WS-TRAILER-COUNT        = 0
003480                MOVE "HEADER OR TRAILER MISSING" TO WS-FAIL-TEXT
003490                PERFORM 12900-PROOF-FAIL-PARA
003500            END-IF.
003510            CLOSE RET-FILE.
003520            MOVE "NO"                      TO WS-RET-EOF.
003530            IF  WS-PROOF-FLAG              = "YES"
003540                OPEN INPUT RET-FILE
003550                IF WS-RET-FS               NOT = "00"
003560                   DISPLAY "BANKRET ACCESS ERROR."
003570                   MOVE "CEXM1067"         TO LK-PGM-ID
003580                   MOVE "BANKRET"          TO LK-FILE-ID
003590                   MOVE WS-RET-FS          TO LK-FILE-STATUS
003600                   CALL 'SPGMABND'         USING LK-ABEND-PARMS
003610                   IF  LK-ABEND-YES
003620                       MOVE 16             TO RETURN-CODE
003630                       MOVE "YES"          TO WS-ERROR-FLAG
003640                   END-IF
003650                END-IF
003660            ELSE
003670                MOVE "YES"                 TO WS-RET-EOF
003680            END-IF.
003690       ******************************************************************
003700       * PRINT WHICH RETURNS FILE THIS IS AND HOW IT PROVED.
003710       ******************************************************************
003720        15000-PRINT-PROOF-PARA.
003730            MOVE WS-SENDER-ID              TO WS-RT-SENDER-ID.
003740            MOVE WS-BUS-DATE               TO WS-RT-BUS-DATE.
003750            MOVE WS-FILE-SEQ               TO WS-RT-FILE-SEQ.
003760            MOVE WS-HEADER1                TO RS-REPORT-REC.
003770            WRITE RS-REPORT-REC.
003780            MOVE WS-RPT-TITLE              TO RS-REPORT-REC.
003790            WRITE RS-REPORT-REC.
003800            MOVE WS-HEADER1                TO RS-REPORT-REC.
003810            WRITE RS-REPORT-REC.
003820            IF  WS-TRAILER-COUNT           > 0
003830                AND BR-T-COUNT             IS NUMERIC
003840                AND BR-T-TOTAL             IS NUMERIC
003850                MOVE BR-T-COUNT-N          TO WS-PL-T-COUNT
003860                COMPUTE WS-PL-T-TOTAL = BR-T-TOTAL-N / 100
003870            ELSE
003880                MOVE 0                     TO WS-PL-T-COUNT
003890                MOVE 0                     TO WS-PL-T-TOTAL
003900            END-IF.
003910            MOVE WS-PF-DETAILS             TO WS-PL-COUNT.
003920            MOVE WS-PF-AMOUNT              TO WS-PL-AMOUNT.
003930            MOVE WS-PROOF-LINE             TO RS-REPORT-REC.
003940            WRITE RS-REPORT-REC.
003950            IF  WS-PROOF-FLAG              = "YES"
003960                MOVE "FILE PROVED - MATCHING" TO RS-REPORT-REC
003970            ELSE
003980                MOVE SPACES                TO RS-REPORT-REC
003990                STRING "*** FILE REFUSED - "
004000                                           DELIMITED BY SIZE
004010                       WS-PROOF-REASON     DELIMITED BY SIZE
004020                  INTO RS-REPORT-REC
004030                END-STRING
004040            END-IF.
004050            WRITE RS-REPORT-REC.
004060            MOVE WS-HEADER1                TO RS-REPORT-REC.
004070            WRITE RS-REPORT-REC.
004080            IF  WS-PROOF-FLAG              = "YES"
004090                MOVE WS-COLUMN-LINE        TO RS-REPORT-REC
004100                WRITE RS-REPORT-REC
004110            END-IF.
004120       ******************************************************************
004130       * OPEN THE TWO MASTERS THE MATCHING UPDATES.
004140       ******************************************************************
004150        16000-OPEN-MASTERS-PARA.
004160            OPEN I-O HIST-FILE.
004170            IF WS-HIST-FS                  NOT = "00"
004180               DISPLAY "DDHIST ACCESS ERROR."
004190               MOVE "CEXM1067"             TO LK-PGM-ID
004200               MOVE "DDHIST"               TO LK-FILE-ID
004210               MOVE WS-HIST-FS             TO LK-FILE-STATUS
004220               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004230               IF  LK-ABEND-YES
004240                   MOVE 16                 TO RETURN-CODE
004250                   MOVE "YES"              TO WS-ERROR-FLAG
004260               END-IF
004270            END-IF.
004280            OPEN I-O BANK-FILE.
004290            IF WS-BANK-FS                  NOT = "00"
004300               DISPLAY "BANKFILE ACCESS ERROR."
004310               MOVE "CEXM1067"             TO LK-PGM-ID
004320               MOVE "BANKFILE"             TO LK-FILE-ID
004330               MOVE WS-BANK-FS             TO LK-FILE-STATUS
004340               CALL 'SPGMABND'             USING LK-ABEND-PARMS
004350               IF  LK-ABEND-YES
004360                   MOVE 16                 TO RETURN-CODE
004370                   MOVE "YES"              TO WS-ERROR-FLAG
004380               END-IF
004390            END-IF.
004400       ******************************************************************
004410       * PASS 2 - READ ONE RETURN AND MATCH IT TO WHAT WAS SENT.
004420       ******************************************************************
004430        20000-MATCH-PARA.
004440            READ RET-FILE
004450            AT END
004460                MOVE "YES"                 TO WS-RET-EOF
004470            NOT AT END
004480                IF  BR-REC-TYPE            = "D"
004490                    ADD 1                  TO WS-DETAIL-COUNT
004500                    MOVE SPACES            TO WS-REJECT-REASON
004510                    PERFORM 20500-EDIT-RETURN-PARA
004520                    IF  WS-REJECT-REASON   = SPACES
004530                        PERFORM 22000-POST-RETURN-PARA
004540                    ELSE
004550                        PERFORM 27000-REJECT-PARA
004560                    END-IF
004570                END-IF
004580            END-READ.
004590       ******************************************************************
004600       * THE RETURN MUST NAME A TRACE NUMBER CEXM1006 SENT, FOR THE
004610       * SAME EMPLOYEE AND AMOUNT, NOT ALREADY RETURNED.
004620       ******************************************************************
004630        20500-EDIT-RETURN-PARA.
004640            EVALUATE TRUE
004650                WHEN BR-TRACE-NO           NOT NUMERIC
004660                    MOVE "TRACE NO NOT NUMERIC" TO WS-REJECT-REASON
004670                WHEN BR-EMP-NO             NOT NUMERIC
004680                    MOVE "EMP NO NOT NUMERIC" TO WS-REJECT-REASON
004690                WHEN BR-REASON             = SPACES
004700                    MOVE "NO RETURN REASON" TO WS-REJECT-REASON
004710                WHEN OTHER
004720                    MOVE BR-TRACE-NO-N     TO DH-TRACE-NO
004730                    READ HIST-FILE
004740                        INVALID KEY
004750                            MOVE "TRACE NO NEVER SENT"
004760                                           TO WS-REJECT-REASON
004770                        NOT INVALID KEY
004780                            PERFORM 21000-CHECK-ORIGINAL-PARA
004790                    END-READ
004800            END-EVALUATE.
004810        21000-CHECK-ORIGINAL-PARA.
004820            EVALUATE TRUE
004830                WHEN DH-EMP-NO             NOT = BR-EMP-NO-N
004840                    MOVE "EMPLOYEE DOES NOT MATCH TRACE"
004850                                           TO WS-REJECT-REASON
004860                WHEN DH-AMOUNT             NOT = BR-AMOUNT-N
004870                    MOVE "AMOUNT DOES NOT MATCH TRACE"
004880                                           TO WS-REJECT-REASON
004890                WHEN DH-RETURN-CODE        NOT = SPACES
004900                    MOVE "TRACE NO ALREADY RETURNED"
004910                                           TO WS-REJECT-REASON
004920                WHEN OTHER
004930                    CONTINUE
004940            END-EVALUATE.
004950       ******************************************************************
004960       * MARK THE ORIGINAL RETURNED, SET THE EMPLOYEE'S BANK DETAIL
004970       * INACTIVE AND LIST THE RETURN FOR PAYROLL.
004980       ******************************************************************
004990        22000-POST-RETURN-PARA.
005000            MOVE BR-REASON                 TO DH-RETURN-CODE.
005010            MOVE BR-RETURN-DATE            TO DH-RETURN-DATE.
005020            REWRITE DH-HIST-REC.
005030            IF WS-HIST-FS                  NOT = "00"
005040               DISPLAY "DDHIST REWRITE ERROR - STATUS " WS-HIST-FS
005050                   " - TRACE " DH-TRACE-NO
005060               MOVE "CEXM1067"             TO LK-PGM-ID
005070               MOVE "DDHIST"               TO LK-FILE-ID
005080               MOVE WS-HIST-FS             TO LK-FILE-STATUS
005090               CALL 'SPGMABND'             USING LK-ABEND-PARMS
005100               IF  LK-ABEND-YES
005110                   MOVE 16                 TO RETURN-CODE
005120                   MOVE "YES"              TO WS-ERROR-FLAG
005130               END-IF
005140            END-IF.
005150            IF  WS-ERROR-FLAG              NOT = "YES"
005160                PERFORM 23000-INACTIVATE-PARA
005170            END-IF.
005180            IF  WS-ERROR-FLAG              NOT = "YES"
005190                IF  DH-ENTRY-TYPE          = "P"
005200                    ADD 1                  TO WS-PRENOTE-COUNT
005210                    MOVE "PRENOTE"         TO WS-RL-VERB
005220                    MOVE "NO MONEY SENT"   TO WS-RL-ACTION
005230                ELSE
005240                    ADD 1                  TO WS-LIVE-COUNT
005250                    ADD DH-AMOUNT          TO WS-LIVE-AMOUNT
005260                    MOVE "PAY"             TO WS-RL-VERB
005270                    MOVE "REISSUE CHECK"   TO WS-RL-ACTION
005280                END-IF
005290                PERFORM 25000-RETURN-LINE-PARA
005300            END-IF.
005310       ******************************************************************
005320       * THE RETURNED ACCOUNT GOES INACTIVE ON BANKFILE, WITH THE BANK'S
005330       * REASON AND DATE. A DETAIL ALREADY GONE FROM BANKFILE NEEDS
005340       * NOTHING MORE.
005350       ******************************************************************
005360        23000-INACTIVATE-PARA.
005370            MOVE DH-EMP-NO                 TO BK-EMP-NO.
005380            READ BANK-FILE
005390                INVALID KEY
005400                    ADD 1                  TO WS-NO-BANK-COUNT
005410                NOT INVALID KEY
005420                    MOVE "I"               TO BK-ACTIVE-FLAG
005430                    MOVE BR-REASON         TO BK-RETURN-CODE
005440                    MOVE BR-RETURN-DATE    TO BK-RETURN-DATE
005450                    REWRITE BK-BANK-REC
005460                    IF WS-BANK-FS          NOT = "00"
005470                       DISPLAY "BANKFILE REWRITE ERROR - STATUS "
005480                           WS-BANK-FS " - EMP NO " BK-EMP-NO
005490                       MOVE "CEXM1067"     TO LK-PGM-ID
005500                       MOVE "BANKFILE"     TO LK-FILE-ID
005510                       MOVE WS-BANK-FS     TO LK-FILE-STATUS
005520                       CALL 'SPGMABND'     USING LK-ABEND-PARMS
005530                       IF  LK-ABEND-YES
005540                           MOVE 16         TO RETURN-CODE
005550                           MOVE "YES"      TO WS-ERROR-FLAG
005560                       END-IF
005570                    ELSE
005580                       ADD 1               TO WS-INACTIVE-COUNT
005590                    END-IF
005600            END-READ.
005610       ******************************************************************
005620       * ONE REGISTER LINE PER RETURN MATCHED.
005630       ******************************************************************
005640        25000-RETURN-LINE-PARA.
005650            MOVE DH-EMP-NO                 TO WS-RL-EMP-NO.
005660            MOVE DH-EMP-NAME               TO WS-RL-NAME.
005670            MOVE DH-TRACE-NO               TO WS-RL-TRACE-NO.
005680            MOVE BR-REASON                 TO WS-RL-REASON.
005690            MOVE DH-AMOUNT                 TO WS-RL-AMOUNT.
005700            MOVE WS-RETURN-LINE            TO RS-REPORT-REC.
005710            WRITE RS-REPORT-REC.
005720       ******************************************************************
005730       * LIST A RETURN THAT COULD NOT BE MATCHED.
005740       ******************************************************************
005750        27000-REJECT-PARA.
005760            ADD 1                          TO WS-REJECT-COUNT.
005770            MOVE BR-TRACE-NO               TO WS-JL-TRACE-NO.
005780            MOVE BR-EMP-NO                 TO WS-JL-EMP-NO.
005790            MOVE BR-REASON                 TO WS-JL-REASON.
005800            IF  BR-AMOUNT                  IS NUMERIC
005810                MOVE BR-AMOUNT-N           TO WS-JL-AMOUNT
005820            ELSE
005830                MOVE 0                     TO WS-JL-AMOUNT
005840            END-IF.
005850            MOVE WS-REJECT-REASON          TO WS-JL-TEXT.
005860            MOVE WS-REJECT-LINE            TO RS-REPORT-REC.
005870            WRITE RS-REPORT-REC.
005880       ******************************************************************
005890       * PRINT THE RUN TOTALS. UNMATCHED RETURNS LEAVE RETURN CODE 4.
005900       ******************************************************************
005910        28000-TOTALS-PARA.
005920            MOVE WS-HEADER1                TO RS-REPORT-REC.
005930            WRITE RS-REPORT-REC.
005940            MOVE "RETURNS READ"            TO WS-TT-LABEL.
005950            MOVE WS-DETAIL-COUNT           TO WS-TT-COUNT.
005960            MOVE WS-PF-AMOUNT              TO WS-TT-AMOUNT.
005970            PERFORM 28100-TOTAL-LINE-PARA.
005980            MOVE "PAY RETURNED - REISSUE"  TO WS-TT-LABEL.
005990            MOVE WS-LIVE-COUNT             TO WS-TT-COUNT.
006000            MOVE WS-LIVE-AMOUNT            TO WS-TT-AMOUNT.
006010            PERFORM 28100-TOTAL-LINE-PARA.
006020            MOVE "PRENOTES RETURNED"       TO WS-TT-LABEL.
006030            MOVE WS-PRENOTE-COUNT          TO WS-TT-COUNT.
006040            MOVE 0                         TO WS-TT-AMOUNT.
006050            PERFORM 28100-TOTAL-LINE-PARA.
006060            MOVE "BANK DETAILS SET INACTIVE" TO WS-TT-LABEL.
006070            MOVE WS-INACTIVE-COUNT         TO WS-TT-COUNT.
006080            MOVE 0                         TO WS-TT-AMOUNT.
006090            PERFORM 28100-TOTAL-LINE-PARA.
006100            MOVE "NO BANKFILE DETAIL"      TO WS-TT-LABEL.
006110            MOVE WS-NO-BANK-COUNT          TO WS-TT-COUNT.
006120            MOVE 0                         TO WS-TT-AMOUNT.
006130            PERFORM 28100-TOTAL-LINE-PARA.
006140            MOVE "REJECTED"                TO WS-TT-LABEL.
006150            MOVE WS-REJECT-COUNT           TO WS-TT-COUNT.
006160            MOVE 0                         TO WS-TT-AMOUNT.
006170            PERFORM 28100-TOTAL-LINE-PARA.
006180            IF  WS-REJECT-COUNT            > 0
006190                MOVE 4                     TO RETURN-CODE
006200            END-IF.
006210        28100-TOTAL-LINE-PARA.
006220            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
006230            WRITE RS-REPORT-REC.
006240       ******************************************************************
006250       * DISPLAY COUNTS AND CLOSE THE FILES.
006260       ******************************************************************
006270        30000-CLOSE-PARA.
006280            DISPLAY "RETURNS READ         : " WS-DETAIL-COUNT.
006290            DISPLAY "PAY RETURNED         : " WS-LIVE-COUNT.
006300            DISPLAY "PRENOTES RETURNED    : " WS-PRENOTE-COUNT.
006310            DISPLAY "SET INACTIVE         : " WS-INACTIVE-COUNT.
006320            DISPLAY "REJECTED             : " WS-REJECT-COUNT.
006330            IF  WS-PROOF-FLAG              = "YES"
006340                CLOSE RET-FILE
006350                CLOSE HIST-FILE
006360                CLOSE BANK-FILE
006370            END-IF.
006380            CLOSE REPORT-FILE.
