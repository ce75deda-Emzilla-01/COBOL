000010        IDENTIFICATION DIVISION.
000020        PROGRAM-ID. CEXM1060.
000030        AUTHOR. EMY KAY.
000040       ******************************************************************
000050       * FUNCTIONALITY: PER-COURSE LAB/MATERIAL FEE REGISTER FOR ONE
000060       *  TERM (TERM CARD ON SYSIN, CEXM929-STYLE). CEXM929 CHARGES A
000070       *  COURSE'S CRSFEES FEE ON EVERY NEW REGISTRATION AND CEXM965
000080       *  CHARGES A WAITLIST PROMOTION AND CREDITS A DROP, PRORATED BY
000090       *  THE TERM'S REFUND SCHEDULE; BOTH LEAVE EVERY CHARGE AND DROP
000100       *  ON THE FEELEDG COURSE FEE LEDGER. FOR EACH COURSE CARRYING A
000110       *  FEE CODE (AND ANY OTHER COURSE WITH LEDGER ACTIVITY IN THE
000120       *  TERM) THIS REGISTER PROVES:
000130       *    - THE CHARGES ON THE LEDGER EQUAL THE REGISTRATIONS STILL
000140       *      ON REGFILE PLUS THE DROPS, TIMES THE FEE
000150       *    - THE NUMBER OF CHARGES EQUALS REGISTRATIONS PLUS DROPS
000160       *  AND SHOWS THE DROP CREDITS AND THE NET FEES KEPT (CHARGED
000170       *  LESS DROP CREDITS). A COURSE THAT DOES NOT PROVE IS FLAGGED
000180       *  WITH THE DIFFERENCE AND THE RUN ENDS WITH RETURN CODE 4.
000190       * CRSFILE : JEBA02.EMY.COBOL.CRSFILE (INDEXED ON COURSE CODE)
000200       * CRSFEES : JEBA02.EMY.COBOL.CRSFEES (COURSE FEE SCHEDULE)
000210       * FEELEDG : JEBA02.EMY.COBOL.FEELEDG (COURSE FEE LEDGER)
000220       * REGFILE : JEBA02.EMY.COBOL.REGFILE (INDEXED ON ENROLL+COURSE)
000230       * FEERPT  : JEBA02.EMY.COBOL.FEERPT
000240       * ----------------------------------------------------------------
000250       * PRJ NO    NAME     DATE          MAINT DESC.
000260       * ----------------------------------------------------------------
000270       * JEBA02    EMY     09/26/2026    PROGRAM CREATED.
000280       ******************************************************************
000290        ENVIRONMENT DIVISION.
000300        INPUT-OUTPUT SECTION.
000310        FILE-CONTROL.
000320            SELECT CRS-FILE
000330                ASSIGN TO CRSFILE
000340                ORGANIZATION IS INDEXED
000350                ACCESS MODE IS SEQUENTIAL
000360                RECORD KEY IS CS-COURSE-CODE
000370                FILE STATUS IS WS-CRS-FS.
000380            SELECT FEE-FILE
000390                ASSIGN TO CRSFEES
000400                ORGANIZATION IS SEQUENTIAL
000410                ACCESS MODE IS SEQUENTIAL
000420                FILE STATUS IS WS-FEE-FS.
000430            SELECT LEDG-FILE
000440                ASSIGN TO FEELEDG
000450                ORGANIZATION IS SEQUENTIAL
000460                ACCESS MODE IS SEQUENTIAL
000470                FILE STATUS IS WS-LEDG-FS.
000480            SELECT REG-FILE
000490                ASSIGN TO REGFILE
000500                ORGANIZATION IS INDEXED
000510                ACCESS MODE IS SEQUENTIAL
000520                RECORD KEY IS RG-REG-KEY
000530                FILE STATUS IS WS-REG-FS.
000540            SELECT REPORT-FILE
000550                ASSIGN TO FEERPT
000560                ORGANIZATION IS SEQUENTIAL
000570                ACCESS MODE IS SEQUENTIAL
000580                FILE STATUS IS WS-REPORT-FS.
000590        DATA DIVISION.
000600        FILE SECTION.
000610        FD  CRS-FILE.
000620        01  CS-CRS-REC.
000630            05  CS-COURSE-CODE            PIC X(06).
000640            05  CS-COURSE-TITLE           PIC X(30).
000650            05  CS-CREDIT-HOURS           PIC 9(02).
000660            05  CS-FEE-CODE               PIC X(04).
000670            05  FILLER                    PIC X(38).
000680        FD  FEE-FILE.
000690        01  FE-FEE-REC.
000700            05  FE-FEE-CODE               PIC X(04).
000710            05  FE-FEE-DESC               PIC X(30).
000720            05  FE-FEE-AMOUNT             PIC 9(05)V9(02).
000730            05  FILLER                    PIC X(39).
000740        FD  LEDG-FILE.
000750        01  FL-LEDG-REC.
000760            05  FL-ENROLL-NO              PIC 9(06).
000770            05  FL-COURSE-CODE            PIC X(06).
000780            05  FL-TERM-CODE              PIC X(05).
000790            05  FL-FEE-CODE               PIC X(04).
000800            05  FL-ENTRY-TYPE             PIC X(01).
000810            05  FL-FEE-AMT                PIC 9(05)V9(02).
000820            05  FL-AMOUNT                 PIC 9(05)V9(02).
000830            05  FL-REFUND-PCT             PIC 9(03).
000840            05  FL-POST-DATE              PIC 9(08).
000850            05  FL-PROGRAM                PIC X(08).
000860            05  FILLER                    PIC X(25).
000870        FD  REG-FILE.
000880        01  RG-REG-REC.
000890            05  RG-REG-KEY.
000900                10  RG-ENROLL-NO          PIC 9(06).
000910                10  RG-COURSE-CODE        PIC X(06).
000920            05  RG-MARKS                  PIC 9(03).
000930            05  RG-CREDIT-HOURS           PIC 9(02).
000940            05  RG-TERM-CODE              PIC X(05).
000950            05  RG-SECTION                PIC 9(02).
000960            05  RG-FEE-AMT                PIC 9(05)V9(02).
000970            05  FILLER                    PIC X(49).
000980        FD  REPORT-FILE.
000990        01  RS-REPORT-REC                 PIC X(80).
001000        WORKING-STORAGE SECTION.
001010        01  WS-CRS-FS                     PIC X(02).
001020        01  WS-FEE-FS                     PIC X(02).
001030        01  WS-LEDG-FS                    PIC X(02).
001040        01  WS-REG-FS                     PIC X(02).
001050        01  WS-REPORT-FS                  PIC X(02).
001060        01  WS-ERROR-FLAG                 PIC X(03) VALUE "NO".
001070        01  WS-CRS-EOF                    PIC X(03) VALUE "NO".
001080        01  WS-FEE-EOF                    PIC X(03) VALUE "NO".
001090        01  WS-LEDG-EOF                   PIC X(03) VALUE "NO".
001100        01  WS-REG-EOF                    PIC X(03) VALUE "NO".
001110        01  WS-FEE-AVAIL                  PIC X(03) VALUE "YES".
001120        01  WS-LEDG-AVAIL                 PIC X(03) VALUE "YES".
001130        01  WS-TERM-CODE                  PIC X(05).
001140        01  WS-FEE-COUNT                  PIC 9(03) VALUE 0.
001150        01  WS-FEE-TABLE.
001160            05  WS-FT-ENTRY               OCCURS 100 TIMES.
001170                10  WS-FT-CODE            PIC X(04).
001180                10  WS-FT-AMOUNT          PIC 9(05)V9(02).
001190        01  WS-FEE-SUB                    PIC 9(03).
001200       * ONE ENTRY PER FEE-CARRYING COURSE, IN COURSE ORDER, THEN ANY
001210       * COURSE THAT HAS LEDGER ACTIVITY BUT NO FEE CODE TODAY.
001220        01  WS-CF-COUNT                   PIC 9(04) VALUE 0.
001230        01  WS-CF-TABLE.
001240            05  WS-CF-ENTRY               OCCURS 1000 TIMES.
001250                10  WS-CF-COURSE          PIC X(06).
001260                10  WS-CF-FEE-CODE        PIC X(04).
001270                10  WS-CF-FEE-AMT         PIC 9(05)V9(02).
001280                10  WS-CF-REG-COUNT       PIC 9(05).
001290                10  WS-CF-CHG-COUNT       PIC 9(05).
001300                10  WS-CF-DROP-COUNT      PIC 9(05).
001310                10  WS-CF-CHARGED         PIC 9(07)V9(02).
001320                10  WS-CF-CREDITS         PIC 9(07)V9(02).
001330        01  WS-CF-SUB                     PIC 9(04).
001340        01  WS-CF-HIT                     PIC 9(04).
001350        01  WS-CRS-FEE-AMT                PIC 9(05)V9(02).
001360        01  WS-EXPECTED                   PIC 9(07)V9(02).
001370        01  WS-NET                        PIC S9(07)V9(02).
001380        01  WS-DIFF                       PIC S9(07)V9(02).
001390        01  WS-CHG-DIFF                   PIC S9(05).
001400        01  WS-LEDG-READ                  PIC 9(06) VALUE 0.
001410        01  WS-LEDG-TERM                  PIC 9(06) VALUE 0.
001420        01  WS-REG-READ                   PIC 9(06) VALUE 0.
001430        01  WS-OUT-COUNT                  PIC 9(04) VALUE 0.
001440        01  WS-TOT-REGS                   PIC 9(06) VALUE 0.
001450        01  WS-TOT-DROPS                  PIC 9(06) VALUE 0.
001460        01  WS-TOT-EXPECTED               PIC 9(08)V9(02) VALUE 0.
001470        01  WS-TOT-CHARGED                PIC 9(08)V9(02) VALUE 0.
001480        01  WS-TOT-CREDITS                PIC 9(08)V9(02) VALUE 0.
001490        01  WS-TOT-NET                    PIC S9(08)V9(02) VALUE 0.
001500        01  WS-HEADER1                    PIC X(80) VALUE ALL "-".
001510        01  WS-RPT-TITLE.
001520            05 FILLER                     PIC X(37)
001530               VALUE "COURSE LAB/MATERIAL FEE REGISTER".
001540            05 FILLER                     PIC X(07) VALUE " TERM ".
001550            05 WS-RT-TERM                 PIC X(05).
001560            05 FILLER                     PIC X(31) VALUE SPACES.
001570        01  WS-COLUMN-HEADER-1.
001580            05 FILLER                     PIC X(40)
001590               VALUE "COURSE  FEE       FEE              EXPEC".
001600            05 FILLER                     PIC X(40)
001610               VALUE "TED      FEES      DROP   NET FEES OK   ".
001620        01  WS-COLUMN-HEADER-2.
001630            05 FILLER                     PIC X(40)
001640               VALUE "       CODE    AMOUNT  REGS DROPS      F".
001650            05 FILLER                     PIC X(40)
001660               VALUE "EES   CHARGED   CREDITS       KEPT      ".
001670        01  WS-DETAIL-LINE.
001680            05 WS-DL-COURSE               PIC X(06).
001690            05 FILLER                     PIC X(01) VALUE SPACE.
001700            05 WS-DL-FEE-CODE             PIC X(04).
001710            05 FILLER                     PIC X(01) VALUE SPACE.
001720            05 WS-DL-FEE-AMT              PIC ZZ,ZZ9.99.
001730            05 FILLER                     PIC X(01) VALUE SPACE.
001740            05 WS-DL-REGS                 PIC ZZZZ9.
001750            05 WS-DL-DROPS                PIC ZZZZZ9.
001760            05 WS-DL-EXPECTED             PIC ZZZ,ZZ9.99.
001770            05 WS-DL-CHARGED              PIC ZZZ,ZZ9.99.
001780            05 WS-DL-CREDITS              PIC ZZZ,ZZ9.99.
001790            05 WS-DL-NET                  PIC ZZZ,ZZ9.99-.
001800            05 FILLER                     PIC X(01) VALUE SPACE.
001810            05 WS-DL-FLAG                 PIC X(02).
001820        01  WS-OUT-LINE.
001830            05 FILLER                     PIC X(07) VALUE SPACES.
001840            05 FILLER                     PIC X(27)
001850               VALUE "*** OUT OF BALANCE - AMOUNT".
001860            05 WS-OL-DIFF                 PIC Z,ZZZ,ZZ9.99-.
001870            05 FILLER                     PIC X(10) VALUE "  CHARGES ".
001880            05 WS-OL-CHG-DIFF             PIC ZZZZ9-.
001890            05 FILLER                     PIC X(17) VALUE SPACES.
001900        01  WS-NOFEE-LINE.
001910            05 FILLER                     PIC X(07) VALUE SPACES.
001920            05 FILLER                     PIC X(44)
001930               VALUE "    FEE CODE NOT ON CRSFEES - NO FEE CHARGED".
001940            05 FILLER                     PIC X(29) VALUE SPACES.
001950        01  WS-TOTAL-LINE.
001960            05 FILLER                     PIC X(22)
001970               VALUE "ALL COURSES".
001980            05 WS-TL-REGS                 PIC ZZZZ9.
001990            05 WS-TL-DROPS                PIC ZZZZZ9.
002000            05 WS-TL-EXPECTED             PIC ZZZ,ZZ9.99.
002010            05 WS-TL-CHARGED              PIC ZZZ,ZZ9.99.
002020            05 WS-TL-CREDITS              PIC ZZZ,ZZ9.99.
002030            05 WS-TL-NET                  PIC ZZZ,ZZ9.99-.
002040            05 FILLER                     PIC X(06) VALUE SPACES.
002050        01  WS-PROOF-LINE.
002060            05 FILLER                     PIC X(40)
002070               VALUE "COURSES OUT OF BALANCE                  ".
002080            05 WS-PF-COUNT                PIC ZZZ9.
002090            05 FILLER                     PIC X(36) VALUE SPACES.
002100        COPY SPGMABNL.
002110        PROCEDURE DIVISION.
002120       ******************************************************************
002130       * MAIN PROGRAM FLOW.
002140       ******************************************************************
002150        00000-MAIN-PARA.
002160            PERFORM 05000-ACCEPT-PARA.
002170            IF  WS-ERROR-FLAG              NOT = "YES"
002180                PERFORM 10000-INITIALIZE-PARA
002190            END-IF.
002200            IF  WS-ERROR-FLAG              NOT = "YES"
002210                IF  WS-FEE-AVAIL           = "YES"
002220                    PERFORM 12000-LOAD-FEES-PARA
002230                        UNTIL WS-FEE-EOF   = "YES"
002240                END-IF
002250                PERFORM 14000-LOAD-COURSE-PARA
002260                    UNTIL WS-CRS-EOF       = "YES"
002270                IF  WS-LEDG-AVAIL          = "YES"
002280                    PERFORM 16000-LEDGER-PARA
002290                        UNTIL WS-LEDG-EOF  = "YES"
002300                END-IF
002310                PERFORM 18000-REG-PARA
002320                    UNTIL WS-REG-EOF       = "YES"
002330                PERFORM 20000-PRINT-PARA
002340                    VARYING WS-CF-SUB FROM 1 BY 1
002350                    UNTIL WS-CF-SUB        > WS-CF-COUNT
002360                PERFORM 28000-TOTALS-PARA
002370            END-IF.
002380            PERFORM 30000-CLOSE-PARA.
002390            STOP RUN.
002400       ******************************************************************
002410       * ACCEPT THE TERM CODE FROM SYSIN. A BLANK CARD REFUSES THE RUN.
002420       ******************************************************************
002430        05000-ACCEPT-PARA.
002440            ACCEPT WS-TERM-CODE.
002450            IF  WS-TERM-CODE               = SPACES
002460                DISPLAY "NO TERM CARD ON SYSIN - RUN REFUSED."
002470                MOVE 16                    TO RETURN-CODE
002480                MOVE "YES"                 TO WS-ERROR-FLAG
002490            END-IF.
002500       ******************************************************************
002510       * OPEN THE FILES. CRSFEES AND FEELEDG ARE OPTIONAL - NO FEE
002520       * SCHEDULE OR NO LEDGER YET SIMPLY MEANS NOTHING WAS CHARGED.
002530       ******************************************************************
002540        10000-INITIALIZE-PARA.
002550            OPEN INPUT CRS-FILE.
002560            IF WS-CRS-FS                   NOT = "00"
002570               DISPLAY "CRSFILE ACCESS ERROR."
002580               MOVE "CEXM1060"             TO LK-PGM-ID
002590               MOVE "CRSFILE"              TO LK-FILE-ID
002600               MOVE WS-CRS-FS              TO LK-FILE-STATUS
002610               CALL 'SPGMABND'             USING LK-ABEND-PARMS
002620               IF  LK-ABEND-YES
002630                   MOVE 16                 TO RETURN-CODE
002640                   MOVE "YES"              TO WS-ERROR-FLAG
002650               END-IF
002660            END-IF.
002670            OPEN INPUT FEE-FILE.
002680            IF WS-FEE-FS                   = "35"
002690               MOVE "NO"                   TO WS-FEE-AVAIL
002700            ELSE
002710               IF WS-FEE-FS                NOT = "00"
002720                  DISPLAY "CRSFEES ACCESS ERROR."
002730                  MOVE "CEXM1060"          TO LK-PGM-ID
002740                  MOVE "CRSFEES"           TO LK-FILE-ID
002750                  MOVE WS-FEE-FS           TO LK-FILE-STATUS
002760                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002770                  IF  LK-ABEND-YES
002780                      MOVE 16              TO RETURN-CODE
002790                      MOVE "YES"           TO WS-ERROR-FLAG
002800                  END-IF
002810               END-IF
002820            END-IF.
002830            OPEN INPUT LEDG-FILE.
002840            IF WS-LEDG-FS                  = "35"
002850               MOVE "NO"                   TO WS-LEDG-AVAIL
002860            ELSE
002870               IF WS-LEDG-FS               NOT = "00"
002880                  DISPLAY "FEELEDG ACCESS ERROR."
002890                  MOVE "CEXM1060"          TO LK-PGM-ID
002900                  MOVE "FEELEDG"           TO LK-FILE-ID
002910                  MOVE WS-LEDG-FS          TO LK-FILE-STATUS
002920                  CALL 'SPGMABND'          USING LK-ABEND-PARMS
002930                  IF  LK-ABEND-YES
002940                      MOVE 16              TO RETURN-CODE
002950                      MOVE "YES"           TO WS-ERROR-FLAG
002960                  END-IF
002970               END-IF
002980            END-IF.
002990            OPEN INPUT REG-FILE.
003000            IF WS-REG-FS                   NOT = "00"
003010               DISPLAY "REGFILE ACCESS ERROR."
003020               MOVE "CEXM1060"             TO LK-PGM-ID
003030               MOVE "REGFILE"              TO LK-FILE-ID
003040               MOVE WS-REG-FS              TO LK-FILE-STATUS
003050               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003060               IF  LK-ABEND-YES
003070                   MOVE 16                 TO RETURN-CODE
003080                   MOVE "YES"              TO WS-ERROR-FLAG
003090               END-IF
003100            END-IF.
003110            OPEN OUTPUT REPORT-FILE.
003120            IF WS-REPORT-FS                NOT = "00"
003130               DISPLAY "FEERPT ACCESS ERROR."
003140               MOVE "CEXM1060"             TO LK-PGM-ID
003150               MOVE "FEERPT"               TO LK-FILE-ID
003160               MOVE WS-REPORT-FS           TO LK-FILE-STATUS
003170               CALL 'SPGMABND'             USING LK-ABEND-PARMS
003180               IF  LK-ABEND-YES
003190                   MOVE 16                 TO RETURN-CODE
003200                   MOVE "YES"              TO WS-ERROR-FLAG
003210               END-IF
003220            ELSE
003230               MOVE WS-TERM-CODE           TO WS-RT-TERM
003240               MOVE WS-HEADER1             TO RS-REPORT-REC
003250               WRITE RS-REPORT-REC
003260               MOVE WS-RPT-TITLE           TO RS-REPORT-REC
003270               WRITE RS-REPORT-REC
003280               MOVE WS-HEADER1             TO RS-REPORT-REC
003290               WRITE RS-REPORT-REC
003300               MOVE WS-COLUMN-HEADER-1     TO RS-REPORT-REC
003310               WRITE RS-REPORT-REC
003320               MOVE WS-COLUMN-HEADER-2     TO RS-REPORT-REC
003330               WRITE RS-REPORT-REC
003340               MOVE WS-HEADER1             TO RS-REPORT-REC
003350               WRITE RS-REPORT-REC
003360            END-IF.
003370       ******************************************************************
003380       * LOAD THE CRSFEES COURSE FEE SCHEDULE INTO THE FEE TABLE.
003390       ******************************************************************
003400        12000-LOAD-FEES-PARA.
003410            READ FEE-FILE
003420            AT END
003430                MOVE "YES"                 TO WS-FEE-EOF
003440            NOT AT END
003450                IF  WS-FEE-COUNT           = 100
003460                    DISPLAY "COURSE FEE TABLE FULL AT 100 ENTRIES -"
003470                        " REMAINING CRSFEES RECORDS NOT LOADED."
003480                ELSE
003490                    ADD 1                  TO WS-FEE-COUNT
003500                    MOVE FE-FEE-CODE       TO WS-FT-CODE(WS-FEE-COUNT)
003510                    MOVE FE-FEE-AMOUNT
003520                        TO WS-FT-AMOUNT(WS-FEE-COUNT)
003530                END-IF
003540            END-READ.
003550       ******************************************************************
003560       * EVERY CATALOG COURSE CARRYING A FEE CODE GETS A TABLE ENTRY
003570       * WITH ITS CURRENT FEE, SO A FEE COURSE NOBODY WAS CHARGED FOR
003580       * STILL SHOWS UP.
003590       ******************************************************************
003600        14000-LOAD-COURSE-PARA.
003610            READ CRS-FILE
003620            AT END
003630                MOVE "YES"                 TO WS-CRS-EOF
003640            NOT AT END
003650                IF  CS-FEE-CODE            NOT = SPACES
003660                    MOVE 0                 TO WS-CRS-FEE-AMT
003670                    PERFORM 14100-CHECK-FEE-PARA
003680                        VARYING WS-FEE-SUB FROM 1 BY 1
003690                        UNTIL WS-FEE-SUB   > WS-FEE-COUNT
003700                        OR    WS-CRS-FEE-AMT > 0
003710                    MOVE CS-COURSE-CODE    TO FL-COURSE-CODE
003720                    PERFORM 15000-ADD-ENTRY-PARA
003730                    IF  WS-CF-HIT          > 0
003740                        MOVE CS-FEE-CODE   TO WS-CF-FEE-CODE(WS-CF-HIT)
003750                        MOVE WS-CRS-FEE-AMT
003760                            TO WS-CF-FEE-AMT(WS-CF-HIT)
003770                    END-IF
003780                END-IF
003790            END-READ.
003800        14100-CHECK-FEE-PARA.
003810            IF  WS-FT-CODE(WS-FEE-SUB)     = CS-FEE-CODE
003820                MOVE WS-FT-AMOUNT(WS-FEE-SUB) TO WS-CRS-FEE-AMT
003830            END-IF.
003840       ******************************************************************
003850       * A NEW ZEROED TABLE ENTRY FOR FL-COURSE-CODE. WS-CF-HIT IS ITS
003860       * SLOT, OR ZERO WHEN THE TABLE IS FULL.
003870       ******************************************************************
003880        15000-ADD-ENTRY-PARA.
003890            IF  WS-CF-COUNT                = 1000
003900                DISPLAY "COURSE TABLE FULL AT 1000 - COURSE "
003910                    FL-COURSE-CODE " NOT REGISTERED."
003920                MOVE 0                     TO WS-CF-HIT
003930            ELSE
003940                ADD 1                      TO WS-CF-COUNT
003950                MOVE WS-CF-COUNT           TO WS-CF-HIT
003960                MOVE FL-COURSE-CODE        TO WS-CF-COURSE(WS-CF-HIT)
003970                MOVE SPACES                TO WS-CF-FEE-CODE(WS-CF-HIT)
003980                MOVE 0                     TO WS-CF-FEE-AMT(WS-CF-HIT)
003990                MOVE 0                     TO WS-CF-REG-COUNT(WS-CF-HIT)
004000                MOVE 0                     TO WS-CF-CHG-COUNT(WS-CF-HIT)
004010                MOVE 0                     TO WS-CF-DROP-COUNT(WS-CF-HIT)
004020                MOVE 0                     TO WS-CF-CHARGED(WS-CF-HIT)
004030                MOVE 0                     TO WS-CF-CREDITS(WS-CF-HIT)
004040            END-IF.
004050       ******************************************************************
004060       * FIND FL-COURSE-CODE IN THE TABLE - WS-CF-HIT ZERO IF ABSENT.
004070       ******************************************************************
004080        15500-FIND-ENTRY-PARA.
004090            MOVE 0                         TO WS-CF-HIT.
004100            PERFORM 15600-CHECK-ENTRY-PARA
004110                VARYING WS-CF-SUB FROM 1 BY 1
004120                UNTIL WS-CF-SUB            > WS-CF-COUNT
004130                OR    WS-CF-HIT            > 0.
004140        15600-CHECK-ENTRY-PARA.
004150            IF  WS-CF-COURSE(WS-CF-SUB)    = FL-COURSE-CODE
004160                MOVE WS-CF-SUB             TO WS-CF-HIT
004170            END-IF.
004180       ******************************************************************
004190       * ROLL ONE LEDGER ENTRY FOR THE TERM INTO ITS COURSE. A COURSE
004200       * NOT CARRYING A FEE CODE TODAY IS ADDED WITH THE FEE IT WAS
004210       * CHARGED AT.
004220       ******************************************************************
004230        16000-LEDGER-PARA.
004240            READ LEDG-FILE
004250            AT END
004260                MOVE "YES"                 TO WS-LEDG-EOF
004270            NOT AT END
004280                ADD 1                      TO WS-LEDG-READ
004290                IF  FL-TERM-CODE           = WS-TERM-CODE
004300                    ADD 1                  TO WS-LEDG-TERM
004310                    PERFORM 15500-FIND-ENTRY-PARA
004320                    IF  WS-CF-HIT          = 0
004330                        PERFORM 15000-ADD-ENTRY-PARA
004340                        IF  WS-CF-HIT      > 0
004350                            MOVE FL-FEE-CODE
004360                                TO WS-CF-FEE-CODE(WS-CF-HIT)
004370                            MOVE FL-FEE-AMT
004380                                TO WS-CF-FEE-AMT(WS-CF-HIT)
004390                        END-IF
004400                    END-IF
004410                    IF  WS-CF-HIT          > 0
004420                        PERFORM 16500-POST-ENTRY-PARA
004430                    END-IF
004440                END-IF
004450            END-READ.
004460        16500-POST-ENTRY-PARA.
004470            EVALUATE FL-ENTRY-TYPE
004480                WHEN "C"
004490                    ADD 1                  TO WS-CF-CHG-COUNT(WS-CF-HIT)
004500                    ADD FL-AMOUNT          TO WS-CF-CHARGED(WS-CF-HIT)
004510                WHEN "K"
004520                    ADD 1                  TO WS-CF-DROP-COUNT(WS-CF-HIT)
004530                    ADD FL-AMOUNT          TO WS-CF-CREDITS(WS-CF-HIT)
004540                WHEN OTHER
004550                    DISPLAY "FEELEDG ENTRY TYPE " FL-ENTRY-TYPE
004560                        " IGNORED - ENROLL NO " FL-ENROLL-NO
004570            END-EVALUATE.
004580       ******************************************************************
004590       * COUNT THE TERM'S REGISTRATIONS STILL ON REGFILE FOR EACH
004600       * COURSE IN THE TABLE.
004610       ******************************************************************
004620        18000-REG-PARA.
004630            READ REG-FILE NEXT
004640            AT END
004650                MOVE "YES"                 TO WS-REG-EOF
004660            NOT AT END
004670                IF  RG-TERM-CODE           = WS-TERM-CODE
004680                    ADD 1                  TO WS-REG-READ
004690                    MOVE RG-COURSE-CODE    TO FL-COURSE-CODE
004700                    PERFORM 15500-FIND-ENTRY-PARA
004710                    IF  WS-CF-HIT          > 0
004720                        ADD 1              TO WS-CF-REG-COUNT(WS-CF-HIT)
004730                    END-IF
004740                END-IF
004750            END-READ.
004760       ******************************************************************
004770       * PRINT AND PROVE ONE COURSE: CHARGES MUST EQUAL (REGISTRATIONS
004780       * + DROPS) X FEE, AND THE CHARGE COUNT REGISTRATIONS + DROPS.
004790       ******************************************************************
004800        20000-PRINT-PARA.
004810            COMPUTE WS-EXPECTED =
004820                (WS-CF-REG-COUNT(WS-CF-SUB)
004830               + WS-CF-DROP-COUNT(WS-CF-SUB))
004840                * WS-CF-FEE-AMT(WS-CF-SUB).
004850            COMPUTE WS-NET =
004860                WS-CF-CHARGED(WS-CF-SUB) - WS-CF-CREDITS(WS-CF-SUB).
004870            COMPUTE WS-DIFF = WS-CF-CHARGED(WS-CF-SUB) - WS-EXPECTED.
004880            COMPUTE WS-CHG-DIFF = WS-CF-CHG-COUNT(WS-CF-SUB)
004890                - WS-CF-REG-COUNT(WS-CF-SUB)
004900                - WS-CF-DROP-COUNT(WS-CF-SUB).
004910            MOVE WS-CF-COURSE(WS-CF-SUB)   TO WS-DL-COURSE.
004920            MOVE WS-CF-FEE-CODE(WS-CF-SUB) TO WS-DL-FEE-CODE.
004930            MOVE WS-CF-FEE-AMT(WS-CF-SUB)  TO WS-DL-FEE-AMT.
004940            MOVE WS-CF-REG-COUNT(WS-CF-SUB) TO WS-DL-REGS.
004950            MOVE WS-CF-DROP-COUNT(WS-CF-SUB) TO WS-DL-DROPS.
004960            MOVE WS-EXPECTED               TO WS-DL-EXPECTED.
004970            MOVE WS-CF-CHARGED(WS-CF-SUB)  TO WS-DL-CHARGED.
004980            MOVE WS-CF-CREDITS(WS-CF-SUB)  TO WS-DL-CREDITS.
004990            MOVE WS-NET                    TO WS-DL-NET.
005000            IF  WS-DIFF                    = 0
005010                AND WS-CHG-DIFF            = 0
005020                MOVE "OK"                  TO WS-DL-FLAG
005030            ELSE
005040                MOVE "**"                  TO WS-DL-FLAG
005050            END-IF.
005060            MOVE WS-DETAIL-LINE            TO RS-REPORT-REC.
005070            WRITE RS-REPORT-REC.
005080            IF  WS-CF-FEE-AMT(WS-CF-SUB)   = 0
005090                MOVE WS-NOFEE-LINE         TO RS-REPORT-REC
005100                WRITE RS-REPORT-REC
005110            END-IF.
005120            IF  WS-DL-FLAG                 NOT = "OK"
005130                ADD 1                      TO WS-OUT-COUNT
005140                MOVE WS-DIFF               TO WS-OL-DIFF
005150                MOVE WS-CHG-DIFF           TO WS-OL-CHG-DIFF
005160                MOVE WS-OUT-LINE           TO RS-REPORT-REC
005170                WRITE RS-REPORT-REC
005180            END-IF.
005190            ADD WS-CF-REG-COUNT(WS-CF-SUB) TO WS-TOT-REGS.
005200            ADD WS-CF-DROP-COUNT(WS-CF-SUB) TO WS-TOT-DROPS.
005210            ADD WS-EXPECTED                TO WS-TOT-EXPECTED.
005220            ADD WS-CF-CHARGED(WS-CF-SUB)   TO WS-TOT-CHARGED.
005230            ADD WS-CF-CREDITS(WS-CF-SUB)   TO WS-TOT-CREDITS.
005240            ADD WS-NET                     TO WS-TOT-NET.
005250       ******************************************************************
005260       * REGISTER TOTALS AND THE PROOF RESULT.
005270       ******************************************************************
005280        28000-TOTALS-PARA.
005290            MOVE WS-HEADER1                TO RS-REPORT-REC.
005300            WRITE RS-REPORT-REC.
005310            MOVE WS-TOT-REGS               TO WS-TL-REGS.
005320            MOVE WS-TOT-DROPS              TO WS-TL-DROPS.
005330            MOVE WS-TOT-EXPECTED           TO WS-TL-EXPECTED.
005340            MOVE WS-TOT-CHARGED            TO WS-TL-CHARGED.
005350            MOVE WS-TOT-CREDITS            TO WS-TL-CREDITS.
005360            MOVE WS-TOT-NET                TO WS-TL-NET.
005370            MOVE WS-TOTAL-LINE             TO RS-REPORT-REC.
005380            WRITE RS-REPORT-REC.
005390            MOVE WS-OUT-COUNT              TO WS-PF-COUNT.
005400            MOVE WS-PROOF-LINE             TO RS-REPORT-REC.
005410            WRITE RS-REPORT-REC.
005420            IF  WS-OUT-COUNT               = 0
005430                MOVE "PROOF: FEES CHARGED EQUAL REGISTRATIONS X FEE LESS
005440       -            " DROP CREDITS"        TO RS-REPORT-REC
005450            ELSE
005460                MOVE "PROOF: OUT OF BALANCE - SEE COURSES FLAGGED **"
005470                                           TO RS-REPORT-REC
005480                MOVE 4                     TO RETURN-CODE
005490            END-IF.
005500            WRITE RS-REPORT-REC.
005510       ******************************************************************
005520       * DISPLAY COUNTS AND CLOSE THE FILES.
005530       ******************************************************************
005540        30000-CLOSE-PARA.
005550            DISPLAY "FEELEDG ENTRIES READ  : " WS-LEDG-READ.
005560            DISPLAY "ENTRIES FOR THE TERM  : " WS-LEDG-TERM.
005570            DISPLAY "TERM REGISTRATIONS    : " WS-REG-READ.
005580            DISPLAY "COURSES REGISTERED    : " WS-CF-COUNT.
005590            DISPLAY "OUT OF BALANCE        : " WS-OUT-COUNT.
005600            CLOSE CRS-FILE.
005610            IF  WS-FEE-AVAIL               = "YES"
005620                CLOSE FEE-FILE
005630            END-IF.
005640            IF  WS-LEDG-AVAIL              = "YES"
005650                CLOSE LEDG-FILE
005660            END-IF.
005670            CLOSE REG-FILE.
005680            CLOSE REPORT-FILE.
