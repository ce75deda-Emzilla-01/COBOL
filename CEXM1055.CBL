000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1055.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: ALUMNI GIFT AND PLEDGE POSTING AND PLEDGE
000060       *  AGING. READS THE GIFTTRAN TRANSACTIONS AGAINST CEXM1054'S
000070       *  ALUMFILE:
000080       *    G  OUTRIGHT GIFT - ADDED TO THE DONOR'S LIFETIME GIVING
000090       *    P  NEW PLEDGE - GIVEN THE DONOR'S NEXT PLEDGE NUMBER AND
000100       *       SPLIT INTO GT-INSTALLMENTS MONTHLY INSTALLMENTS ON
000110       *       PLDGFILE, THE FIRST DUE ON THE PLEDGE DATE (CEXM990'S
000120       *       PAYMENT-PLAN SPLIT - THE LAST INSTALLMENT TAKES THE
000130       *       ROUNDING)
000140       *    I  PLEDGE PAYMENT - ROLLED INTO THE DONOR'S OLDEST OPEN
000150       *       INSTALLMENTS (CEXM934-STYLE); ANY PART NOT NEEDED BY AN
000160       *       OPEN PLEDGE IS POSTED AS AN OUTRIGHT GIFT
000170       *  EVERY POSTED AMOUNT IS APPENDED TO THE GIVELDG GIVING LEDGER
000180       *  FOR CEXM1056'S ANNUAL REPORTS AND LETTERS; GIFTRPT REGISTERS
000190       *  EACH POSTING AND REJECT. AFTER POSTING, PLDGFILE IS WALKED
000200       *  AND EVERY DONOR'S OPEN INSTALLMENTS ARE AGED THE WAY CEXM934
000210       *  AGES RECEIVABLES - CURRENT / 31-60 / 61-90 / OVER 90 DAYS
000220       *  PAST DUE ON A 360-DAY BASIS, NOT YET DUE BEING CURRENT - ON
000230       *  THE PLDGAGE REPORT WITH TOTALS.
000240       * GIFTTRAN: JEBA02.EMY.COBOL.GIFTTRAN
000250       * ALUMFILE: JEBA02.EMY.COBOL.ALUMFILE (INDEXED ON ENROLL NO)
000260       * PLDGFILE: JEBA02.EMY.COBOL.PLDGFILE (INDEXED ON ENROLL+PLEDGE+
000270       *           INSTALLMENT)
000280       * GIVELDG : JEBA02.EMY.COBOL.GIVELDG
000290       * GIFTRPT : JEBA02.EMY.COBOL.GIFTRPT
000300       * PLDGAGE : JEBA02.EMY.COBOL.PLDGAGE
000310       * ----------------------------------------------------------------
000320       * PRJ NO    NAME     DATE          MAINT DESC.
000330       * ----------------------------------------------------------------
000340       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000350       ******************************************************************
000360        ENVIRONMENT DIVISION.
000370        INPUT-OUTPUT SECTION.
000380        FILE-CONTROL.
000390            SELECT TRAN-FILE
000400                ASSIGN TO GIFTTRAN
000410                ORGANIZATION IS SEQUENTIAL
000420                ACCESS MODE IS SEQUENTIAL
000430                FILE STATUS IS WS-TRAN-FS.
000440            SELECT ALUM-FILE
000450                ASSIGN TO ALUMFILE
000460                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS RANDOM
000480                RECORD KEY IS AL-ENROLL-NO
000490                FILE STATUS IS WS-ALUM-FS.
000500            SELECT PLDG-FILE
000510                ASSIGN TO PLDGFILE
000520                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS DYNAMIC
000540                RECORD KEY IS PG-PLEDGE-KEY
000550                FILE STATUS IS WS-PLDG-FS.
000560            SELECT LDG-FILE
000570                ASSIGN TO GIVELDG
000580                ORGANIZATION IS SEQUENTIAL
000590                ACCESS MODE IS SEQUENTIAL
000600                FILE STATUS IS WS-LDG-FS.
000610            SELECT REGISTER-FILE
000620                ASSIGN TO GIFTRPT
000630                ORGANIZATION IS SEQUENTIAL
000640                ACCESS MODE IS SEQUENTIAL
000650                FILE STATUS IS WS-REGISTER-FS.
000660            SELECT REPORT-FILE
000670                ASSIGN TO PLDGAGE
000680                ORGANIZATION IS SEQUENTIAL
000690                ACCESS MODE IS SEQUENTIAL
000700                FILE STATUS IS WS-REPORT-FS.
000710        DATA DIVISION.
000720        FILE SECTION.
000730        FD  TRAN-FILE.
000740        01  GT-TRAN-REC.
000750            05  GT-ENROLL-NO              PIC 9(06).
000760            05  GT-TRAN-TYPE              PIC X(01).
000770            05  GT-TRAN-DATE              PIC X(08).
000780            05  GT-AMOUNT                 PIC 9(07)V9(02).
000790            05  GT-INSTALLMENTS           PIC 9(02).
000800            05  GT-FUND-CODE              PIC X(04).
000810            05  FILLER                    PIC X(50).
000820        FD  ALUM-FILE.
000830        01  AL-ALUM-REC.
000840            05  AL-ENROLL-NO              PIC 9(06).
000850            05  AL-SNAME                  PIC X(30).
000860            05  AL-GRAD-DATE.
000870                10  AL-GRAD-YEAR          PIC 9(04).
000880                10  AL-GRAD-MMDD          PIC 9(04).
000890            05  AL-CAMPUS-CODE            PIC X(02).
000900            05  AL-STREET                 PIC X(30).
000910            05  AL-CITY                   PIC X(20).
000920            05  AL-STATE                  PIC X(10).
000930            05  AL-ZIPCODE                PIC 9(08).
000940            05  AL-COUNTRY                PIC X(15).
000950            05  AL-PHONE                  PIC X(10).
000960            05  AL-EMAIL                  PIC X(30).
000970            05  AL-CONTACT-DATE           PIC X(08).
000980            05  AL-SEED-DATE              PIC X(08).
000990            05  AL-LIFE-GIVING            PIC 9(09)V9(02).
001000            05  AL-LAST-GIFT-DATE         PIC X(08).
001010            05  AL-LAST-PLEDGE-NO         PIC 9(02).
001020            05  FILLER                    PIC X(44).
001030        FD  PLDG-FILE.
001040        01  PG-PLDG-REC.
001050            05  PG-PLEDGE-KEY.
001060                10  PG-ENROLL-NO          PIC 9(06).
001070                10  PG-PLEDGE-NO          PIC 9(02).
001080                10  PG-INST-NO            PIC 9(02).
001090            05  PG-PLEDGE-DATE            PIC 9(08).
001100            05  PG-DUE-DATE               PIC 9(08).
001110            05  PG-DUE-AMT                PIC 9(07)V9(02).
001120            05  PG-PAID-AMT               PIC 9(07)V9(02).
001130            05  PG-STATUS                 PIC X(01).
001140            05  PG-FUND-CODE              PIC X(04).
001150            05  FILLER                    PIC X(31).
001160        FD  LDG-FILE.
001170        01  GL-LDG-REC.
001180            05  GL-ENROLL-NO              PIC 9(06).
001190            05  GL-TRAN-DATE              PIC 9(08).
001200            05  GL-TRAN-TYPE              PIC X(01).
001210            05  GL-AMOUNT                 PIC 9(07)V9(02).
001220            05  GL-PLEDGE-NO              PIC 9(02).
001230            05  GL-FUND-CODE              PIC X(04).
001240            05  GL-POST-DATE              PIC X(08).
001250            05  FILLER                    PIC X(42).
001260        FD  REGISTER-FILE.
001270        01  RG-REGISTER-REC               PIC X(80).
001280        FD  REPORT-FILE.
001290        01  RS-REPORT-REC                 PIC X(80).
001300        WORKING-STORAGE SECTION.
001310        01  WS-TRAN-FS                    PIC X(02).
001320        01  WS-ALUM-FS                    PIC X(02).
001330        01  WS-PLDG-FS                    PIC X(02).
001340        01  WS-LDG-FS                     PIC X(02).
001350        01  WS-REGISTER-FS                PIC X(02).
001360        01  WS-REPORT-FS                  PIC X(02).
001370        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001380        01  WS-TRAN-EOF                   PIC X(03) VALUE "NO".
001390        01  WS-PLDG-EOF                   PIC X(03) VALUE "NO".
001400        01  WS-PLDG-DONE                  PIC X(03).
001410        01  WS-CURRENT-DATE-DATA          PIC X(20).
001420        01  WS-TODAY-NUM                  PIC 9(08).
001430        01  WS-TODAY-R REDEFINES WS-TODAY-NUM.
001440            05  WS-TD-YYYY                PIC 9(04).
001450            05  WS-TD-MM                  PIC 9(02).
001460            05  WS-TD-DD                  PIC 9(02).
001470        01  WS-TRAN-DATE-NUM              PIC 9(08).
001480        01  WS-DUE-NUM                    PIC 9(08).
001490        01  WS-DUE-R REDEFINES WS-DUE-NUM.
001500            05  WS-DU-YYYY                PIC 9(04).
001510            05  WS-DU-MM                  PIC 9(02).
001520            05  WS-DU-DD                  PIC 9(02).
001530        01  WS-AGE-DAYS                   PIC S9(05).
001540        01  WS-REJECT-REASON              PIC X(40).
001550        01  WS-NUM-INST                   PIC 9(02).
001560        01  WS-INST-SUB                   PIC 9(02).
001570        01  WS-BASE-AMT                   PIC 9(07)V9(02).
001580        01  WS-LAST-AMT                   PIC 9(07)V9(02).
001590        01  WS-PAY-REMAIN                 PIC 9(07)V9(02).
001600        01  WS-PAY-APPLIED                PIC 9(07)V9(02).
001610        01  WS-INST-APPLY                 PIC 9(07)V9(02).
001620        01  WS-INST-OPEN                  PIC 9(07)V9(02).
001630        01  WS-LAST-PLEDGE-APPLIED        PIC 9(02).
001640        01  WS-READ-COUNT                 PIC 9(06) VALUE 0.
001650        01  WS-GIFT-COUNT                 PIC 9(06) VALUE 0.
001660        01  WS-PLEDGE-COUNT               PIC 9(06) VALUE 0.
001670        01  WS-PAYMENT-COUNT              PIC 9(06) VALUE 0.
001680        01  WS-REJECT-COUNT               PIC 9(06) VALUE 0.
001690        01  WS-INST-COUNT                 PIC 9(06) VALUE 0.
001700        01  WS-GIFT-TOTAL                 PIC 9(09)V9(02) VALUE 0.
001710        01  WS-PLEDGE-TOTAL               PIC 9(09)V9(02) VALUE 0.
001720        01  WS-PAYMENT-TOTAL              PIC 9(09)V9(02) VALUE 0.
001730        01  WS-CUR-ENROLL-NO              PIC 9(06).
001740        01  WS-DONOR-HELD                 PIC X(03) VALUE "NO".
001750        01  WS-DONOR-COUNT                PIC 9(06) VALUE 0.
001760        01  WS-ACC-BUCKETS.
001770            05  WS-AC-OPEN                PIC 9(09)V9(02).
001780            05  WS-AC-CURRENT             PIC 9(09)V9(02).
001790            05  WS-AC-30                  PIC 9(09)V9(02).
001800            05  WS-AC-60                  PIC 9(09)V9(02).
001810            05  WS-AC-90                  PIC 9(09)V9(02).
001820        01  WS-BUCKET-TOTALS.
001830            05  WS-BT-OPEN                PIC 9(09)V9(02) VALUE 0.
001840            05  WS-BT-CURRENT             PIC 9(09)V9(02) VALUE 0.
001850            05  WS-BT-30                  PIC 9(09)V9(02) VALUE 0.
001860            05  WS-BT-60                  PIC 9(09)V9(02) VALUE 0.
001870            05  WS-BT-90                  PIC 9(09)V9(02) VALUE 0.
001880        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001890        01  WS-REG-TITLE.
001900            05 FILLER                     PIC X(40)
001910               VALUE "ALUMNI GIFT AND PLEDGE POSTING REGISTER ".
001920            05 FILLER                     PIC X(08) VALUE "RUN OF  ".
001930            05 WS-RG-DATE                 PIC 9(08).
001940            05 FILLER                     PIC X(24) VALUE SPACES.
001950        01  WS-REG-LINE.
001960            05 WS-RL-ENROLL-NO            PIC 9(06).
001970            05 FILLER                     PIC X(01) VALUE SPACE.
001980            05 WS-RL-TYPE                 PIC X(01).
001990            05 FILLER                     PIC X(01) VALUE SPACE.
002000            05 WS-RL-DATE                 PIC X(08).
002010            05 FILLER                     PIC X(01) VALUE SPACE.
002020            05 WS-RL-AMOUNT               PIC $$,$$$,$$9.99.
002030            05 FILLER                     PIC X(01) VALUE SPACE.
002040            05 WS-RL-TEXT                 PIC X(48).
002050        01  WS-PLEDGE-TEXT.
002060            05 FILLER                     PIC X(07) VALUE "PLEDGE ".
002070            05 WS-PT-PLEDGE-NO            PIC 9(02).
002080            05 FILLER                     PIC X(06) VALUE " - IN ".
002090            05 WS-PT-NUM-INST             PIC Z9.
002100            05 FILLER                     PIC X(14)
002110                                          VALUE " INSTALLMENTS ".
002120            05 FILLER                     PIC X(17) VALUE SPACES.
002130        01  WS-PAYMENT-TEXT.
002140            05 FILLER                     PIC X(27)
002150                                  VALUE "APPLIED TO PLEDGES THRU NO ".
002160            05 WS-YT-PLEDGE-NO            PIC 9(02).
002170            05 FILLER                     PIC X(19) VALUE SPACES.
002180        01  WS-EXCESS-TEXT.
002190            05 FILLER                     PIC X(13)
002200                                          VALUE "  EXCESS OF  ".
002210            05 WS-XT-AMOUNT               PIC $$,$$$,$$9.99.
002220            05 FILLER                     PIC X(22)
002230                                   VALUE " POSTED AS A GIFT     ".
002240        01  WS-AGE-TITLE.
002250            05 FILLER                     PIC X(20) VALUE ALL "*".
002260            05 FILLER                     PIC X(28)
002270                      VALUE " AGED ALUMNI PLEDGE REPORT  ".
002280            05 FILLER                     PIC X(20) VALUE ALL "*".
002290        01  WS-AGE-HEAD.
002300            05 FILLER                     PIC X(01) VALUE "|".
002310            05 FILLER                     PIC X(08) VALUE "ENROLL #".
002320            05 FILLER                     PIC X(01) VALUE "|".
002330            05 FILLER                     PIC X(12) VALUE "OPEN PLEDGED".
002340            05 FILLER                     PIC X(01) VALUE "|".
002350            05 FILLER                     PIC X(12) VALUE "CURRENT     ".
002360            05 FILLER                     PIC X(01) VALUE "|".
002370            05 FILLER                     PIC X(12) VALUE "31-60 DAYS  ".
002380            05 FILLER                     PIC X(01) VALUE "|".
002390            05 FILLER                     PIC X(12) VALUE "61-90 DAYS  ".
002400            05 FILLER                     PIC X(01) VALUE "|".
002410            05 FILLER                     PIC X(12) VALUE "OVER 90     ".
002420            05 FILLER                     PIC X(01) VALUE "|".
002430        01  WS-AGE-DETAIL.
002440            05 FILLER                     PIC X(01) VALUE "|".
002450            05 WS-D-ENROLL-NO             PIC 9(06).
002460            05 FILLER                     PIC X(02) VALUE SPACES.
002470            05 FILLER                     PIC X(01) VALUE "|".
002480            05 WS-D-OPEN                  PIC $$,$$$,$$9.99.
002490            05 FILLER                     PIC X(01) VALUE "|".
002500            05 WS-D-CURRENT               PIC $$,$$$,$$9.99.
002510            05 FILLER                     PIC X(01) VALUE "|".
002520            05 WS-D-30                    PIC $$,$$$,$$9.99.
002530            05 FILLER                     PIC X(01) VALUE "|".
002540            05 WS-D-60                    PIC $$,$$$,$$9.99.
002550            05 FILLER                     PIC X(01) VALUE "|".
002560            05 WS-D-90                    PIC $$,$$$,$$9.99.
002570            05 FILLER                     PIC X(01) VALUE "|".
002580        01  WS-AGE-NAME-LINE.
002590            05 FILLER                     PIC X(10) VALUE SPACES.
002600            05 WS-AN-SNAME                PIC X(30).
002610            05 FILLER                     PIC X(07) VALUE " CLASS ".
002620            05 WS-AN-GRAD-YEAR            PIC 9(04).
002630            05 FILLER                     PIC X(29) VALUE SPACES.
002640        01  WS-AGE-TOTAL.
002650            05 FILLER                     PIC X(09)
002660                                          VALUE "TOTALS   ".
002670            05 WS-T-CURRENT               PIC $$$,$$$,$$9.99.
002680            05 FILLER                     PIC X(01) VALUE SPACES.
002690            05 WS-T-30                    PIC $$$,$$$,$$9.99.
002700            05 FILLER                     PIC X(01) VALUE SPACES.
002710            05 WS-T-60                    PIC $$$,$$$,$$9.99.
002720            05 FILLER                     PIC X(01) VALUE SPACES.
002730            05 WS-T-90                    PIC $$$,$$$,$$9.99.
002740            05 FILLER                     PIC X(13) VALUE SPACES.
002750        01  WS-SUM-LINE.
002760            05 WS-SL-LABEL                PIC X(30).
002770            05 WS-SL-COUNT                PIC ZZZ,ZZ9.
002780            05 FILLER                     PIC X(03) VALUE SPACES.
002790            05 WS-SL-AMOUNT               PIC $$$,$$$,$$9.99.
002800            05 FILLER                     PIC X(26) VALUE SPACES.
002810        COPY SPGM0906L.
002820        COPY SPGMABNL.
002830        PROCEDURE DIVISION.
002840       ******************************************************************
002850       * MAIN PROGRAM FLOW - POST ALL TRANSACTIONS, THEN AGE PLEDGES.
002860       ******************************************************************
002870        00000-MAIN-PARA.
002880            PERFORM 10000-INITIALIZE-PARA.
002890            PERFORM 20000-POST-PARA
002900              UNTIL WS-ERROR-FLAG = "YES"
002910              OR    WS-TRAN-EOF   = "YES".
002920            IF  WS-ERROR-FLAG              NOT = "YES"
002930                PERFORM 27500-REGISTER-TOTALS-PARA
002940                PERFORM 27600-START-AGING-PARA
002950                PERFORM 27700-AGE-PARA
002960                    UNTIL WS-ERROR-FLAG = "YES"
002970                    OR    WS-PLDG-EOF   = "YES"
002980                IF  WS-DONOR-HELD          = "YES"
002990                    PERFORM 27800-DONOR-LINE-PARA
003000                END-IF
003010                PERFORM 28000-TOTALS-PARA
003020            END-IF.
003030            PERFORM 30000-CLOSE-PARA.
003040            STOP RUN.
003050       ******************************************************************
003060       * OPEN ALL FILES AND PICK UP THE RUN DATE. PLDGFILE IS CREATED
003070       * ON FIRST USE; GIVELDG GROWS ACROSS RUNS.
003080       ******************************************************************
003090        10000-INITIALIZE-PARA.
003100            MOVE FUNCTION CURRENT-DATE     TO WS-CURRENT-DATE-DATA.
003110            MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY-NUM.
003120            OPEN INPUT TRAN-FILE.
003130            IF WS-TRAN-FS                  NOT = "00"
003140               DISPLAY "GIFTTRAN ACCESS ERROR."
003150               MOVE "CEXM1055"             TO LK-PGM-ID
003160               MOVE "GIFTTRAN"             TO LK-FILE-ID
003170               MOVE WS-TRAN-FS             TO LK-FILE-STATUS
003180               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003190               IF  LK-ABEND-YES
003200                   MOVE 16                 TO RETURN-CODE
003210                   MOVE "YES"              TO WS-ERROR-FLAG
003220               END-IF
003230            END-IF.
003240            OPEN I-O ALUM-FILE.
003250            IF WS-ALUM-FS                  NOT = "00"
003260               DISPLAY "ALUMFILE ACCESS ERROR."
003270               MOVE "CEXM1055"             TO LK-PGM-ID
003280               MOVE "ALUMFILE"             TO LK-FILE-ID
003290               MOVE WS-ALUM-FS             TO LK-FILE-STATUS
003300               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003310               IF  LK-ABEND-YES
003320                   MOVE 16                 TO RETURN-CODE
003330                   MOVE "YES"              TO WS-ERROR-FLAG
003340               END-IF
003350            END-IF.
003360            OPEN I-O PLDG-FILE.
003370            IF WS-PLDG-FS                  = "35"
003380               OPEN OUTPUT PLDG-FILE
003390               CLOSE PLDG-FILE
003400               OPEN I-O PLDG-FILE
003410            END-IF.
003420            IF WS-PLDG-FS                  NOT = "00"
003430               DISPLAY "PLDGFILE ACCESS ERROR."
003440               MOVE "CEXM1055"             TO LK-PGM-ID
003450               MOVE "PLDGFILE"             TO LK-FILE-ID
003460               MOVE WS-PLDG-FS             TO LK-FILE-STATUS
003470               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003480               IF  LK-ABEND-YES
003490                   MOVE 16                 TO RETURN-CODE
003500                   MOVE "YES"              TO WS-ERROR-FLAG
003510               END-IF
003520            END-IF.
003530            OPEN EXTEND LDG-FILE.
003540            IF WS-LDG-FS = "05" OR WS-LDG-FS = "35"
003550               CLOSE LDG-FILE
003560               OPEN OUTPUT LDG-FILE
003570            END-IF.
003580            IF WS-LDG-FS                   NOT = "00"
003590               DISPLAY "GIVELDG ACCESS ERROR."
003600               MOVE "CEXM1055"             TO LK-PGM-ID
003610               MOVE "GIVELDG"              TO LK-FILE-ID
003620               MOVE WS-LDG-FS              TO LK-FILE-STATUS
003630               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003640               IF  LK-ABEND-YES
003650                   MOVE 16                 TO RETURN-CODE
003660                   MOVE "YES"              TO WS-ERROR-FLAG
003670               END-IF
003680            END-IF.
003690            OPEN OUTPUT REGISTER-FILE.
003700            IF WS-REGISTER-FS              NOT = "00"
003710               DISPLAY "GIFTRPT ACCESS ERROR."
003720               MOVE "CEXM1055"             TO LK-PGM-ID
003730               MOVE "GIFTRPT"              TO LK-FILE-ID
003740               MOVE WS-REGISTER-FS         TO LK-FILE-STATUS
003750               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003760               IF  LK-ABEND-YES
003770                   MOVE 16                 TO RETURN-CODE
003780                   MOVE "YES"              TO WS-ERROR-FLAG
003790               END-IF
003800            ELSE
003810               MOVE WS-TODAY-NUM           TO WS-RG-DATE
003820               MOVE WS-HEADER1             TO RG-REGISTER-REC
003830               WRITE RG-REGISTER-REC
003840               MOVE WS-REG-TITLE           TO RG-REGISTER-REC
003850               WRITE RG-REGISTER-REC
003860               MOVE WS-HEADER1             TO RG-REGISTER-REC
003870               WRITE RG-REGISTER-REC
003880            END-IF.
003890            OPEN OUTPUT REPORT-FILE.
003900            IF WS-REPORT-FS                NOT = "00"
003910               DISPLAY "PLDGAGE ACCESS ERROR."
003920               MOVE "CEXM1055"             TO LK-PGM-ID
003930               MOVE "PLDGAGE"              TO LK-FILE-ID
003940               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
003950               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003960               IF  LK-ABEND-YES
003970                   MOVE 16                 TO RETURN-CODE
003980                   MOVE "YES"              TO WS-ERROR-FLAG
003990               END-IF
004000            END-IF.
004010       ******************************************************************
004020       * READ AND EDIT ONE TRANSACTION, THEN POST IT BY TYPE.
004030       ******************************************************************
004040        20000-POST-PARA.
004050            READ TRAN-FILE
004060            AT END
004070                MOVE "YES"                 TO WS-TRAN-EOF
004080            NOT AT END
004090                ADD 1                      TO WS-READ-COUNT
004100                PERFORM 21000-EDIT-PARA
004110                IF  WS-REJECT-REASON       = SPACES
004120                    EVALUATE GT-TRAN-TYPE
004130                        WHEN "G"
004140                            PERFORM 22000-GIFT-PARA
004150                        WHEN "P"
004160                            PERFORM 23000-PLEDGE-PARA
004170                        WHEN OTHER
004180                            PERFORM 24000-PAYMENT-PARA
004190                    END-EVALUATE
004200                ELSE
004210                    PERFORM 27000-REJECT-PARA
004220                END-IF
004230            END-READ.
004240       ******************************************************************
004250       * EDIT THE TRANSACTION AND READ THE DONOR'S ALUMFILE RECORD.
004260       * ANY FAILURE LEAVES ITS REASON IN WS-REJECT-REASON.
004270       ******************************************************************
004280        21000-EDIT-PARA.
004290            MOVE SPACES                    TO WS-REJECT-REASON.
004300            EVALUATE TRUE
004310                WHEN GT-ENROLL-NO          NOT NUMERIC
004320                    MOVE "ENROLL NO NOT NUMERIC" TO WS-REJECT-REASON
004330                WHEN GT-TRAN-TYPE          NOT = "G"
004340                    AND GT-TRAN-TYPE       NOT = "P"
004350                    AND GT-TRAN-TYPE       NOT = "I"
004360                    MOVE "TRANSACTION TYPE NOT G, P OR I"
004370                                           TO WS-REJECT-REASON
004380                WHEN GT-AMOUNT             NOT NUMERIC
004390                    MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
004400                WHEN GT-AMOUNT             = 0
004410                    MOVE "AMOUNT IS ZERO"  TO WS-REJECT-REASON
004420                WHEN GT-TRAN-DATE          NOT NUMERIC
004430                    MOVE "TRANSACTION DATE NOT NUMERIC"
004440                                           TO WS-REJECT-REASON
004450                WHEN GT-TRAN-TYPE          = "P"
004460                    AND (GT-INSTALLMENTS   NOT NUMERIC
004470                    OR   GT-INSTALLMENTS   = 0)
004480                    MOVE "PLEDGE NEEDS 1-99 INSTALLMENTS"
004490                                           TO WS-REJECT-REASON
004500                WHEN OTHER
004510                    MOVE GT-TRAN-DATE      TO WS-TRAN-DATE-NUM
004520                    MOVE "VA"              TO LK-DT-FUNCTION
004530                    MOVE WS-TRAN-DATE-NUM  TO LK-DT-DATE-1
004540                    CALL 'SPGM0906'        USING LK-DATESVC-PARMS
004550                    IF  LK-DT-BAD
004560                        MOVE "TRANSACTION DATE NOT A REAL DATE"
004570                                           TO WS-REJECT-REASON
004580                    ELSE
004590                        IF  WS-TRAN-DATE-NUM > WS-TODAY-NUM
004600                            MOVE "TRANSACTION DATE IN THE FUTURE"
004610                                           TO WS-REJECT-REASON
004620                        END-IF
004630                    END-IF
004640            END-EVALUATE.
004650            IF  WS-REJECT-REASON           = SPACES
004660                MOVE GT-ENROLL-NO          TO AL-ENROLL-NO
004670                READ ALUM-FILE
004680                    INVALID KEY
004690                        MOVE "NOT ON ALUMNI MASTER"
004700                                           TO WS-REJECT-REASON
004710                END-READ
004720            END-IF.
004730            IF  WS-REJECT-REASON           = SPACES
004740                AND GT-TRAN-TYPE           = "P"
004750                AND AL-LAST-PLEDGE-NO      = 99
004760                MOVE "DONOR HAS USED ALL 99 PLEDGE NUMBERS"
004770                                           TO WS-REJECT-REASON
004780            END-IF.
004790       ******************************************************************
004800       * OUTRIGHT GIFT.
004810       ******************************************************************
004820        22000-GIFT-PARA.
004830            MOVE "G"                       TO GL-TRAN-TYPE.
004840            MOVE 0                         TO GL-PLEDGE-NO.
004850            MOVE GT-AMOUNT                 TO GL-AMOUNT.
004860            PERFORM 22500-WRITE-LDG-PARA.
004870            ADD GT-AMOUNT                  TO AL-LIFE-GIVING.
004880            PERFORM 22600-LAST-GIFT-PARA.
004890            PERFORM 22700-REWRITE-ALUM-PARA.
004900            ADD 1                          TO WS-GIFT-COUNT.
004910            ADD GT-AMOUNT                  TO WS-GIFT-TOTAL.
004920            MOVE GT-AMOUNT                 TO WS-RL-AMOUNT.
004930            MOVE "OUTRIGHT GIFT"           TO WS-RL-TEXT.
004940            PERFORM 26000-REGISTER-PARA.
004950       ******************************************************************
004960       * APPEND ONE POSTING TO THE GIVING LEDGER.
004970       ******************************************************************
004980        22500-WRITE-LDG-PARA.
004990            MOVE GT-ENROLL-NO              TO GL-ENROLL-NO.
005000            MOVE WS-TRAN-DATE-NUM          TO GL-TRAN-DATE.
005010            MOVE GT-FUND-CODE              TO GL-FUND-CODE.
005020            MOVE WS-TODAY-NUM              TO GL-POST-DATE.
005030            WRITE GL-LDG-REC.
005040            IF  WS-LDG-FS                  NOT = "00"
005050                DISPLAY "GIVELDG WRITE ERROR - STATUS " WS-LDG-FS
005060                    " - ENROLL NO " GT-ENROLL-NO
005070                MOVE "CEXM1055"            TO LK-PGM-ID
005080                MOVE "GIVELDG"             TO LK-FILE-ID
005090                MOVE WS-LDG-FS             TO LK-FILE-STATUS
005100                CALL 'SPGMABND'            USING LK-ABEND-PARMS
005110                IF  LK-ABEND-YES
005120                    MOVE 16                TO RETURN-CODE
005130                    MOVE "YES"             TO WS-ERROR-FLAG
005140                END-IF
005150            END-IF.
005160        22600-LAST-GIFT-PARA.
005170            IF  AL-LAST-GIFT-DATE          = SPACES
005180                OR GT-TRAN-DATE            > AL-LAST-GIFT-DATE
005190                MOVE GT-TRAN-DATE          TO AL-LAST-GIFT-DATE
005200            END-IF.
005210        22700-REWRITE-ALUM-PARA.
005220            REWRITE AL-ALUM-REC.
005230            IF  WS-ALUM-FS                 NOT = "00"
005240                DISPLAY "ALUMFILE REWRITE ERROR - STATUS " WS-ALUM-FS
005250                    " - ENROLL NO " AL-ENROLL-NO
005260                MOVE "CEXM1055"            TO LK-PGM-ID
005270                MOVE "ALUMFILE"            TO LK-FILE-ID
005280                MOVE WS-ALUM-FS            TO LK-FILE-STATUS
005290                CALL 'SPGMABND'            USING LK-ABEND-PARMS
005300                IF  LK-ABEND-YES
005310                    MOVE 16                TO RETURN-CODE
005320                    MOVE "YES"             TO WS-ERROR-FLAG
005330                END-IF
005340            END-IF.
005350       ******************************************************************
005360       * NEW PLEDGE - TAKE THE NEXT PLEDGE NUMBER AND SPLIT THE AMOUNT
005370       * INTO MONTHLY INSTALLMENTS, CEXM990-STYLE.
005380       ******************************************************************
005390        23000-PLEDGE-PARA.
005400            ADD 1                          TO AL-LAST-PLEDGE-NO.
005410            MOVE GT-INSTALLMENTS           TO WS-NUM-INST.
005420            DIVIDE GT-AMOUNT BY WS-NUM-INST GIVING WS-BASE-AMT.
005430            COMPUTE WS-LAST-AMT =
005440                GT-AMOUNT - (WS-BASE-AMT * (WS-NUM-INST - 1)).
005450            MOVE WS-TRAN-DATE-NUM          TO WS-DUE-NUM.
005460            PERFORM 23100-ONE-INST-PARA
005470                VARYING WS-INST-SUB FROM 1 BY 1
005480                UNTIL WS-INST-SUB          > WS-NUM-INST
005490                OR    WS-ERROR-FLAG        = "YES".
005500            MOVE "P"                       TO GL-TRAN-TYPE.
005510            MOVE AL-LAST-PLEDGE-NO         TO GL-PLEDGE-NO.
005520            MOVE GT-AMOUNT                 TO GL-AMOUNT.
005530            PERFORM 22500-WRITE-LDG-PARA.
005540            PERFORM 22700-REWRITE-ALUM-PARA.
005550            ADD 1                          TO WS-PLEDGE-COUNT.
005560            ADD GT-AMOUNT                  TO WS-PLEDGE-TOTAL.
005570            MOVE GT-AMOUNT                 TO WS-RL-AMOUNT.
005580            MOVE AL-LAST-PLEDGE-NO         TO WS-PT-PLEDGE-NO.
005590            MOVE WS-NUM-INST               TO WS-PT-NUM-INST.
005600            MOVE WS-PLEDGE-TEXT            TO WS-RL-TEXT.
005610            PERFORM 26000-REGISTER-PARA.
005620       ******************************************************************
005630       * WRITE ONE INSTALLMENT A MONTH APART.
005640       ******************************************************************
005650        23100-ONE-INST-PARA.
005660            MOVE GT-ENROLL-NO              TO PG-ENROLL-NO.
005670            MOVE AL-LAST-PLEDGE-NO         TO PG-PLEDGE-NO.
005680            MOVE WS-INST-SUB               TO PG-INST-NO.
005690            MOVE WS-TRAN-DATE-NUM          TO PG-PLEDGE-DATE.
005700            MOVE WS-DUE-NUM                TO PG-DUE-DATE.
005710            IF  WS-INST-SUB                = WS-NUM-INST
005720                MOVE WS-LAST-AMT           TO PG-DUE-AMT
005730            ELSE
005740                MOVE WS-BASE-AMT           TO PG-DUE-AMT
005750            END-IF.
005760            MOVE 0                         TO PG-PAID-AMT.
005770            MOVE "O"                       TO PG-STATUS.
005780            MOVE GT-FUND-CODE              TO PG-FUND-CODE.
005790            WRITE PG-PLDG-REC.
005800            IF  WS-PLDG-FS                 = "00"
005810                ADD 1                      TO WS-INST-COUNT
005820            ELSE
005830                DISPLAY "PLDGFILE WRITE ERROR - STATUS " WS-PLDG-FS
005840                    " - ENROLL NO " GT-ENROLL-NO
005850                MOVE "CEXM1055"            TO LK-PGM-ID
005860                MOVE "PLDGFILE"            TO LK-FILE-ID
005870                MOVE WS-PLDG-FS            TO LK-FILE-STATUS
005880                CALL 'SPGMABND'            USING LK-ABEND-PARMS
005890                IF  LK-ABEND-YES
005900                    MOVE 16                TO RETURN-CODE
005910                    MOVE "YES"             TO WS-ERROR-FLAG
005920                END-IF
005930            END-IF.
005940            ADD 1                          TO WS-DU-MM.
005950            IF  WS-DU-MM                   > 12
005960                MOVE 1                     TO WS-DU-MM
005970                ADD 1                      TO WS-DU-YYYY
005980            END-IF.
005990            IF  WS-DU-DD                   > 28
006000                MOVE 28                    TO WS-DU-DD
006010            END-IF.
006020       ******************************************************************
006030       * PLEDGE PAYMENT - FILL THE OLDEST OPEN INSTALLMENTS FIRST (A
006040       * KEYED WALK FROM PLEDGE 00, INSTALLMENT 00, AS CEXM934 FILLS
006050       * PLAN INSTALLMENTS). WHAT NO OPEN PLEDGE NEEDS IS A GIFT.
006060       ******************************************************************
006070        24000-PAYMENT-PARA.
006080            MOVE GT-AMOUNT                 TO WS-PAY-REMAIN.
006090            MOVE 0                         TO WS-LAST-PLEDGE-APPLIED.
006100            MOVE "NO"                      TO WS-PLDG-DONE.
006110            MOVE GT-ENROLL-NO              TO PG-ENROLL-NO.
006120            MOVE 0                         TO PG-PLEDGE-NO.
006130            MOVE 0                         TO PG-INST-NO.
006140            START PLDG-FILE KEY IS >= PG-PLEDGE-KEY
006150                INVALID KEY
006160                    MOVE "YES"             TO WS-PLDG-DONE
006170            END-START.
006180            PERFORM 24100-ONE-INST-PARA
006190                UNTIL WS-PLDG-DONE         = "YES"
006200                OR    WS-PAY-REMAIN        = 0.
006210            COMPUTE WS-PAY-APPLIED = GT-AMOUNT - WS-PAY-REMAIN.
006220            IF  WS-PAY-APPLIED             > 0
006230                MOVE "I"                   TO GL-TRAN-TYPE
006240                MOVE WS-LAST-PLEDGE-APPLIED TO GL-PLEDGE-NO
006250                MOVE WS-PAY-APPLIED        TO GL-AMOUNT
006260                PERFORM 22500-WRITE-LDG-PARA
006270                ADD 1                      TO WS-PAYMENT-COUNT
006280                ADD WS-PAY-APPLIED         TO WS-PAYMENT-TOTAL
006290            END-IF.
006300            IF  WS-PAY-REMAIN              > 0
006310                MOVE "G"                   TO GL-TRAN-TYPE
006320                MOVE 0                     TO GL-PLEDGE-NO
006330                MOVE WS-PAY-REMAIN         TO GL-AMOUNT
006340                PERFORM 22500-WRITE-LDG-PARA
006350                ADD 1                      TO WS-GIFT-COUNT
006360                ADD WS-PAY-REMAIN          TO WS-GIFT-TOTAL
006370            END-IF.
006380            ADD GT-AMOUNT                  TO AL-LIFE-GIVING.
006390            PERFORM 22600-LAST-GIFT-PARA.
006400            PERFORM 22700-REWRITE-ALUM-PARA.
006410            MOVE GT-AMOUNT                 TO WS-RL-AMOUNT.
006420            EVALUATE TRUE
006430                WHEN WS-PAY-APPLIED        = 0
006440                    MOVE "NO OPEN PLEDGE - POSTED AS A GIFT"
006450                                           TO WS-RL-TEXT
006460                WHEN WS-PAY-REMAIN         = 0
006470                    MOVE WS-LAST-PLEDGE-APPLIED TO WS-YT-PLEDGE-NO
006480                    MOVE WS-PAYMENT-TEXT   TO WS-RL-TEXT
006490                WHEN OTHER
006500                    MOVE WS-PAY-REMAIN     TO WS-XT-AMOUNT
006510                    MOVE WS-EXCESS-TEXT    TO WS-RL-TEXT
006520            END-EVALUATE.
006530            PERFORM 26000-REGISTER-PARA.
006540       ******************************************************************
006550       * APPLY WHAT REMAINS OF THE PAYMENT TO ONE INSTALLMENT.
006560       ******************************************************************
006570        24100-ONE-INST-PARA.
006580            READ PLDG-FILE NEXT RECORD
006590            AT END
006600                MOVE "YES"                 TO WS-PLDG-DONE
006610            NOT AT END
006620                IF  PG-ENROLL-NO           NOT = GT-ENROLL-NO
006630                    MOVE "YES"             TO WS-PLDG-DONE
006640                ELSE
006650                    IF  PG-STATUS          = "O"
006660                        COMPUTE WS-INST-OPEN =
006670                            PG-DUE-AMT - PG-PAID-AMT
006680                        IF  WS-PAY-REMAIN  < WS-INST-OPEN
006690                            MOVE WS-PAY-REMAIN TO WS-INST-APPLY
006700                        ELSE
006710                            MOVE WS-INST-OPEN  TO WS-INST-APPLY
006720                        END-IF
006730                        ADD WS-INST-APPLY  TO PG-PAID-AMT
006740                        IF  PG-PAID-AMT    >= PG-DUE-AMT
006750                            MOVE "C"       TO PG-STATUS
006760                        END-IF
006770                        SUBTRACT WS-INST-APPLY FROM WS-PAY-REMAIN
006780                        MOVE PG-PLEDGE-NO  TO WS-LAST-PLEDGE-APPLIED
006790                        REWRITE PG-PLDG-REC
006800                        IF  WS-PLDG-FS     NOT = "00"
006810                            DISPLAY "PLDGFILE REWRITE ERROR - STATUS "
006820                                WS-PLDG-FS " - ENROLL NO " GT-ENROLL-NO
006830                            MOVE "YES"     TO WS-PLDG-DONE
006840                        END-IF
006850                    END-IF
006860                END-IF
006870            END-READ.
006880       ******************************************************************
006890       * REGISTER ONE POSTED TRANSACTION.
006900       ******************************************************************
006910        26000-REGISTER-PARA.
006920            MOVE GT-ENROLL-NO              TO WS-RL-ENROLL-NO.
006930            MOVE GT-TRAN-TYPE              TO WS-RL-TYPE.
006940            MOVE GT-TRAN-DATE              TO WS-RL-DATE.
006950            MOVE WS-REG-LINE               TO RG-REGISTER-REC.
006960            WRITE RG-REGISTER-REC.
006970       ******************************************************************
006980       * REGISTER A REJECTED TRANSACTION.
006990       ******************************************************************
007000        27000-REJECT-PARA.
007010            MOVE 0                         TO WS-RL-AMOUNT.
007020            IF  GT-AMOUNT                  NUMERIC
007030                MOVE GT-AMOUNT             TO WS-RL-AMOUNT
007040            END-IF.
007050            MOVE SPACES                    TO WS-RL-TEXT.
007060            STRING "REJECTED - " DELIMITED BY SIZE
007070                WS-REJECT-REASON DELIMITED BY SIZE
007080                INTO WS-RL-TEXT
007090            END-STRING.
007100            PERFORM 26000-REGISTER-PARA.
007110            ADD 1                          TO WS-REJECT-COUNT.
007120       ******************************************************************
007130       * POSTING TOTALS AT THE FOOT OF THE REGISTER.
007140       ******************************************************************
007150        27500-REGISTER-TOTALS-PARA.
007160            MOVE WS-HEADER1                TO RG-REGISTER-REC.
007170            WRITE RG-REGISTER-REC.
007180            MOVE "OUTRIGHT GIFTS"          TO WS-SL-LABEL.
007190            MOVE WS-GIFT-COUNT             TO WS-SL-COUNT.
007200            MOVE WS-GIFT-TOTAL             TO WS-SL-AMOUNT.
007210            MOVE WS-SUM-LINE               TO RG-REGISTER-REC.
007220            WRITE RG-REGISTER-REC.
007230            MOVE "NEW PLEDGES"             TO WS-SL-LABEL.
007240            MOVE WS-PLEDGE-COUNT           TO WS-SL-COUNT.
007250            MOVE WS-PLEDGE-TOTAL           TO WS-SL-AMOUNT.
007260            MOVE WS-SUM-LINE               TO RG-REGISTER-REC.
007270            WRITE RG-REGISTER-REC.
007280            MOVE "PLEDGE PAYMENTS"         TO WS-SL-LABEL.
007290            MOVE WS-PAYMENT-COUNT          TO WS-SL-COUNT.
007300            MOVE WS-PAYMENT-TOTAL          TO WS-SL-AMOUNT.
007310            MOVE WS-SUM-LINE               TO RG-REGISTER-REC.
007320            WRITE RG-REGISTER-REC.
007330            MOVE "REJECTED"                TO WS-SL-LABEL.
007340            MOVE WS-REJECT-COUNT           TO WS-SL-COUNT.
007350            MOVE 0                         TO WS-SL-AMOUNT.
007360            MOVE WS-SUM-LINE               TO RG-REGISTER-REC.
007370            WRITE RG-REGISTER-REC.
007380       ******************************************************************
007390       * POSITION PLDGFILE TO THE LOWEST KEY AND PRINT HEADERS.
007400       ******************************************************************
007410        27600-START-AGING-PARA.
007420            MOVE LOW-VALUES                TO PG-PLEDGE-KEY.
007430            START PLDG-FILE KEY IS >= PG-PLEDGE-KEY
007440                INVALID KEY
007450                    MOVE "YES"             TO WS-PLDG-EOF
007460            END-START.
007470            MOVE WS-AGE-TITLE              TO RS-REPORT-REC.
007480            WRITE RS-REPORT-REC.
007490            MOVE WS-HEADER1                TO RS-REPORT-REC.
007500            WRITE RS-REPORT-REC.
007510            MOVE WS-AGE-HEAD               TO RS-REPORT-REC.
007520            WRITE RS-REPORT-REC.
007530            MOVE WS-HEADER1                TO RS-REPORT-REC.
007540            WRITE RS-REPORT-REC.
007550       ******************************************************************
007560       * READ THE NEXT INSTALLMENT. ON A NEW DONOR PRINT THE LAST
007570       * DONOR'S LINE; AN OPEN INSTALLMENT'S UNPAID PIECE GOES INTO
007580       * THE BUCKET FOR ITS DAYS PAST DUE.
007590       ******************************************************************
007600        27700-AGE-PARA.
007610            READ PLDG-FILE NEXT RECORD
007620            AT END
007630                MOVE "YES"                 TO WS-PLDG-EOF
007640            NOT AT END
007650                IF  WS-DONOR-HELD          = "YES"
007660                    AND PG-ENROLL-NO       NOT = WS-CUR-ENROLL-NO
007670                    PERFORM 27800-DONOR-LINE-PARA
007680                END-IF
007690                IF  WS-DONOR-HELD          = "NO"
007700                    MOVE "YES"             TO WS-DONOR-HELD
007710                    MOVE PG-ENROLL-NO      TO WS-CUR-ENROLL-NO
007720                    INITIALIZE WS-ACC-BUCKETS
007730                END-IF
007740                IF  PG-STATUS              = "O"
007750                    COMPUTE WS-INST-OPEN = PG-DUE-AMT - PG-PAID-AMT
007760                    MOVE PG-DUE-DATE       TO WS-DUE-NUM
007770                    COMPUTE WS-AGE-DAYS =
007780                        ((WS-TD-YYYY - WS-DU-YYYY) * 360)
007790                        + ((WS-TD-MM - WS-DU-MM) * 30)
007800                        + (WS-TD-DD - WS-DU-DD)
007810                    ADD WS-INST-OPEN       TO WS-AC-OPEN
007820                    EVALUATE TRUE
007830                        WHEN WS-AGE-DAYS   <= 30
007840                            ADD WS-INST-OPEN TO WS-AC-CURRENT
007850                        WHEN WS-AGE-DAYS   <= 60
007860                            ADD WS-INST-OPEN TO WS-AC-30
007870                        WHEN WS-AGE-DAYS   <= 90
007880                            ADD WS-INST-OPEN TO WS-AC-60
007890                        WHEN OTHER
007900                            ADD WS-INST-OPEN TO WS-AC-90
007910                    END-EVALUATE
007920                END-IF
007930            END-READ.
007940       ******************************************************************
007950       * PRINT ONE DONOR'S AGED LINE (ONLY WHEN SOMETHING IS OPEN).
007960       ******************************************************************
007970        27800-DONOR-LINE-PARA.
007980            MOVE "NO"                      TO WS-DONOR-HELD.
007990            IF  WS-AC-OPEN                 > 0
008000                ADD 1                      TO WS-DONOR-COUNT
008010                MOVE WS-CUR-ENROLL-NO      TO WS-D-ENROLL-NO
008020                MOVE WS-AC-OPEN            TO WS-D-OPEN
008030                MOVE WS-AC-CURRENT         TO WS-D-CURRENT
008040                MOVE WS-AC-30              TO WS-D-30
008050                MOVE WS-AC-60              TO WS-D-60
008060                MOVE WS-AC-90              TO WS-D-90
008070                ADD WS-AC-OPEN             TO WS-BT-OPEN
008080                ADD WS-AC-CURRENT          TO WS-BT-CURRENT
008090                ADD WS-AC-30               TO WS-BT-30
008100                ADD WS-AC-60               TO WS-BT-60
008110                ADD WS-AC-90               TO WS-BT-90
008120                MOVE WS-AGE-DETAIL         TO RS-REPORT-REC
008130                WRITE RS-REPORT-REC
008140                MOVE WS-CUR-ENROLL-NO      TO AL-ENROLL-NO
008150                READ ALUM-FILE
008160                    INVALID KEY
008170                        MOVE "*NOT ON ALUMNI MASTER*" TO WS-AN-SNAME
008180                        MOVE 0             TO WS-AN-GRAD-YEAR
008190                    NOT INVALID KEY
008200                        MOVE AL-SNAME      TO WS-AN-SNAME
008210                        MOVE AL-GRAD-YEAR  TO WS-AN-GRAD-YEAR
008220                END-READ
008230                MOVE WS-AGE-NAME-LINE      TO RS-REPORT-REC
008240                WRITE RS-REPORT-REC
008250            END-IF.
008260       ******************************************************************
008270       * PRINT THE BUCKET TOTALS LINE.
008280       ******************************************************************
008290        28000-TOTALS-PARA.
008300            MOVE WS-HEADER1                TO RS-REPORT-REC.
008310            WRITE RS-REPORT-REC.
008320            MOVE WS-BT-CURRENT             TO WS-T-CURRENT.
008330            MOVE WS-BT-30                  TO WS-T-30.
008340            MOVE WS-BT-60                  TO WS-T-60.
008350            MOVE WS-BT-90                  TO WS-T-90.
008360            MOVE WS-AGE-TOTAL              TO RS-REPORT-REC.
008370            WRITE RS-REPORT-REC.
008380            MOVE "DONORS WITH OPEN PLEDGES" TO WS-SL-LABEL.
008390            MOVE WS-DONOR-COUNT            TO WS-SL-COUNT.
008400            MOVE WS-BT-OPEN                TO WS-SL-AMOUNT.
008410            MOVE WS-SUM-LINE               TO RS-REPORT-REC.
008420            WRITE RS-REPORT-REC.
008430       ******************************************************************
008440       * DISPLAY COUNTS AND CLOSE THE FILES.
008450       ******************************************************************
008460        30000-CLOSE-PARA.
008470            DISPLAY "TRANSACTIONS READ   : " WS-READ-COUNT.
008480            DISPLAY "GIFTS POSTED        : " WS-GIFT-COUNT.
008490            DISPLAY "PLEDGES BOOKED      : " WS-PLEDGE-COUNT.
008500            DISPLAY "INSTALLMENTS WRITTEN: " WS-INST-COUNT.
008510            DISPLAY "PLEDGE PAYMENTS     : " WS-PAYMENT-COUNT.
008520            DISPLAY "REJECTED            : " WS-REJECT-COUNT.
008530            CLOSE TRAN-FILE.
008540            CLOSE ALUM-FILE.
008550            CLOSE PLDG-FILE.
008560            CLOSE LDG-FILE.
008570            CLOSE REGISTER-FILE.
008580            CLOSE REPORT-FILE.
